      *================================================================
      *  PRMLACTL    -- LDGRAUD LEDGER-AUDIT CONTROL RECORD
      *
      *  ONE OPTIONAL CARD (DD LDGRCTL), READ ONCE AT START-UP BY
      *  LDGRAUD. NO DD, AN EMPTY FILE, OR A BLANK FUNCTION MEANS
      *  CHECK:
      *      'C'  CHECK PRMHIST, PRMFEED, PRMAUDIT, AND PRMALERT
      *           AGAINST THE CONTROL-TOTAL LEDGER (DD PRMLEDGR)
      *           AND RAISE A LEDGER ALERT ON A MISMATCH
      *      'U'  REWRITE THE LEDGER FROM THE FILES AS THEY STAND -
      *           THE FINAL STEP OF THE PRMARCH, HISTMNT, AND
      *           PRMBKOUT JOBS, AFTER THEIR COPY-BACKS
      *  THE PROGRAM NAME IS THE ONE THE LEDGER RECORDS AS HAVING
      *  VOUCHED FOR THE FILES (THE JOB'S OWN PROGRAM, E.G. PRMARCH);
      *  BLANK RECORDS LDGRAUD ITSELF.
      *================================================================
       01  PRM-LACTL-RECORD.
           05  PRM-LACTL-FUNCTION          PIC X(01).
               88  PRM-LACTL-IS-CHECK          VALUE 'C' ' '.
               88  PRM-LACTL-IS-UPDATE         VALUE 'U'.
           05  PRM-LACTL-PROGRAM           PIC X(08).
           05  FILLER                      PIC X(71).
