      *================================================================
      *  PRMBOLOG    -- RUN BACKOUT LOG RECORD LAYOUT
      *
      *  ONE RECORD APPENDED TO DD PRMBOLOG BY PRMBKOUT FOR EACH OF
      *  THE SIX SUITE FILES A BACKOUT PASSES OVER - WRITTEN EVEN
      *  WHEN NOTHING WAS REMOVED FROM THAT FILE, SO THE LOG SHOWS
      *  EVERY FILE WAS LOOKED AT. IT CARRIES WHO AND WHEN, WHY, THE
      *  SELECTION THE CONTROL CARD MADE (RUN-ID RANGE OR RUN DATE),
      *  AND THE FILE'S RECORDS READ, REMOVED TO THE BACKOUT DATASET,
      *  AND RETAINED; READ ALWAYS EQUALS REMOVED PLUS RETAINED.
      *================================================================
       01  PRM-BOLOG-RECORD.
           05  PRM-BOLOG-DATE              PIC 9(08).
           05  PRM-BOLOG-TIME              PIC 9(08).
           05  PRM-BOLOG-INITIALS          PIC X(03).
           05  PRM-BOLOG-REASON            PIC X(04).
           05  PRM-BOLOG-FILE              PIC X(08).
           05  PRM-BOLOG-FROM-RUN-ID       PIC 9(08).
           05  PRM-BOLOG-TO-RUN-ID         PIC 9(08).
           05  PRM-BOLOG-RUN-DATE          PIC 9(08).
           05  PRM-BOLOG-READ              PIC 9(08).
           05  PRM-BOLOG-REMOVED           PIC 9(08).
           05  PRM-BOLOG-RETAINED          PIC 9(08).
           05  FILLER                      PIC X(01).
