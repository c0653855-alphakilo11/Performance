      *================================================================
      *  PRMLEDGR    -- CONTROL-TOTAL LEDGER RECORD LAYOUT
      *
      *  ONE RECORD PER APPEND-ONLY SUITE FILE (PRMHIST, PRMFEED,
      *  PRMAUDIT, PRMALERT), KEPT IN A SMALL CONTROLLED DATASET
      *  (DD PRMLEDGR) THAT THE SHARED LEDGER ROUTINE PRMLDGR
      *  REWRITES IN FULL, THE SAME WAY PRMRUNID AND PRMCYCLE ARE
      *  KEPT. EACH RECORD HOLDS THE FILE'S RECORD COUNT AND A HASH
      *  TOTAL OF ITS KEY FIELDS AS LAST LEFT BY A PROGRAM ENTITLED
      *  TO CHANGE THE FILE (NTHPRIME, PRMMERGE, AND THE LDGRAUD
      *  UPDATE STEP THAT FOLLOWS THE PRMARCH, HISTMNT, AND PRMBKOUT
      *  COPY-BACKS), SO A TRUNCATED OR HAND-EDITED DATASET IS CAUGHT
      *  AT THE NEXT RUN'S START-UP INSTEAD OF IN A REPORT WEEKS
      *  LATER. THE HASH TOTAL IS THE SUM, MODULO 10**15, OF:
      *      PRMHIST   RUN-ID + N + DAUER IN HUNDREDTHS
      *      PRMFEED   RUN-ID + N + DAUER IN HUNDREDTHS (A ROW
      *                WRITTEN BEFORE RUN-IDS EXISTED ADDS NO RUN-ID)
      *      PRMAUDIT  RUN-ID + CONTROL-CARD N
      *      PRMALERT  N + MEASURED FIGURE IN HUNDREDTHS
      *  THE UPDATING PROGRAM AND ITS DATE/TIME ARE KEPT ALONGSIDE SO
      *  A MISMATCH REPORT CAN SAY WHO LAST VOUCHED FOR THE FILE.
      *================================================================
       01  PRM-LEDGER-RECORD.
           05  PRM-LDGR-FILE               PIC X(08).
           05  PRM-LDGR-REC-COUNT          PIC 9(09).
           05  PRM-LDGR-HASH-TOTAL         PIC 9(15).
           05  PRM-LDGR-UPD-PROGRAM        PIC X(08).
           05  PRM-LDGR-UPD-DATE           PIC 9(08).
           05  PRM-LDGR-UPD-TIME           PIC 9(08).
           05  FILLER                      PIC X(24).
