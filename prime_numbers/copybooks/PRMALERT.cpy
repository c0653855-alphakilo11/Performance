      *  OPERATIONS ALERTING SYSTEM CAN CONSUME BENCHMARK FAILURES
      *  AND REGRESSIONS FROM A FEED INSTEAD OF A HUMAN READING THE
      *  JOB LOG EVERY MORNING. EVENT CODES IN USE:
      *      REGRESS   TRENDRPT - DAUER EXCEEDED THE BASELINE LIMIT -
      *                THE ROLLING ONE, OR THE FROZEN BASELINE NAMED
      *                IN BASELINE-ID (SEE BASEMNT)
      *      TBLFULL   NTHPRIME - PRIMES TABLE EXHAUSTED BEFORE N
      *      SELFCHK   NTHPRIME - PRIMES-TABLE SELF-CHECK FAILED
      *      RECONERR  PRMRECON - PERSISTED OUTPUT FILES OUT OF STEP
      *                STOPPED CLEANLY WITH ENTRIES LEFT IN PRMPROG
      *      FEEDCYC   FEEDCONF - DASHBOARD CONFIRMATION OF AN
      *                EXTRACT CYCLE DID NOT MATCH THE REGISTRY
      *      WRONGANS  PRMVRFY  - A PRMLIST LISTING DISAGREES WITH THE
      *                CERTIFIED REFERENCE MASTER, OR WITH ANOTHER
      *                RUN'S LISTING AT THE SAME N
      *      PLANOVR   PLANSEL  - PRE-FLIGHT ESTIMATE OF TONIGHT'S
      *                PLAN RUNS PAST ITS WINDOW-CARD CUTOFF
      *      NOHIST    PLANSEL  - A PLAN ENTRY HAS NO PRMHIST HISTORY
      *                AT ITS N AND MODE TO ESTIMATE FROM
      *      LEDGER    NTHPRIME/LDGRAUD/PRMMERGE - A SUITE FILE (OR
      *                A SITE MASTER) NO LONGER AGREES WITH THE
      *                CONTROL-TOTAL LEDGER
      *  SEVERITY IS 'W' (WARNING) OR 'E' (ERROR). MEASURED AND
      *  THRESHOLD CARRY THE FIGURES BEHIND THE EVENT (DAUER VS
      *  LIMIT FOR REGRESS, ENTRY COUNT VS N FOR TBLFULL/SELFCHK,
      *  EXCEPTION COUNT VS ZERO FOR RECONERR, CLOCK HHMMSS VS THE
      *  CUTOFF HHMMSS FOR WINDOW, FIRST DIFFERING INDEX VS N FOR
      *  WRONGANS, ESTIMATED SECONDS VS WINDOW SECONDS FOR PLANOVR,
      *  ZERO VS ONE FOR NOHIST, MISMATCHED FILE COUNT VS ZERO FOR
      *  LEDGER).
      *  BASELINE-ID IS SET ON REGRESS ONLY: THE PRMBASE BASELINE THE
      *  RUN TRIPPED, OR ZERO WHEN IT WAS THE ROLLING BASELINE. BLANK
      *  ON EVERY OTHER ALERT.
      *================================================================
       01  PRM-ALERT-RECORD.
           05  PRM-ALERT-PROGRAM           PIC X(08).
           05  PRM-ALERT-CODE              PIC X(08).
           05  PRM-ALERT-MEASURED          PIC 9(07)V9(02).
           05  PRM-ALERT-THRESHOLD         PIC 9(07)V9(02).
           05  PRM-ALERT-BASELINE-ID       PIC 9(06).
           05  FILLER                      PIC X(04).
