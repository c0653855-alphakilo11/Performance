      *================================================================
      *  PRMBOCTL    -- RUN BACKOUT CONTROL-CARD RECORD LAYOUT
      *
      *  ONE CARD, READ ONCE AT START-UP BY PRMBKOUT FROM DD BOCTL,
      *  NAMING THE RUNS TO BE TAKEN OFF EVERY SUITE FILE: EITHER A
      *  RUN-ID RANGE (TO-RUN-ID ZERO MEANS THE SINGLE RUN-ID IN
      *  FROM-RUN-ID) OR ONE RUN DATE - NEVER BOTH, NEVER NEITHER.
      *  THE OPERATOR'S INITIALS AND A REASON CODE (SHOP CONVENTION
      *  AS FOR HISTMNT: TEST A TEST DECK AGAINST PRODUCTION, LOAD
      *  WRONG LOAD LIBRARY, DUPL DUPLICATE SUBMISSION) ARE REQUIRED
      *  AND CARRIED ONTO EVERY BACKOUT-LOG RECORD.
      *================================================================
       01  PRM-BOCTL-RECORD.
           05  PRM-BOCTL-FROM-RUN-ID       PIC 9(08).
           05  PRM-BOCTL-TO-RUN-ID         PIC 9(08).
           05  PRM-BOCTL-RUN-DATE          PIC 9(08).
           05  PRM-BOCTL-INITIALS          PIC X(03).
           05  PRM-BOCTL-REASON            PIC X(04).
           05  FILLER                      PIC X(49).
