      *================================================================
      *  PRMPMCTL    -- PLANMNT PLAN-LIBRARY/CALENDAR TRANSACTION CARD
      *
      *  ONE RECORD PER MAINTENANCE TRANSACTION, READ IN DECK ORDER
      *  BY PLANMNT FROM DD PLNMCTL. THE RECORD TYPE SAYS WHAT THE
      *  CARD MAINTAINS:
      *      'P'  ONE CONTROL-CARD IMAGE OF A NAMED PLAN IN THE PLAN
      *           LIBRARY (DD PRMPLANS), ADDRESSED BY PLAN NAME AND
      *           LINE NUMBER WITHIN THE PLAN (1 = THE PLAN'S FIRST
      *           IMAGE, IN FILE ORDER). 'A' WITH LINE ZERO APPENDS
      *           TO THE PLAN (STARTING A NEW PLAN WHEN THE NAME IS
      *           NEW), 'A' WITH A LINE NUMBER INSERTS AHEAD OF THAT
      *           LINE, 'C' REPLACES THE LINE, 'D' REMOVES IT - OR,
      *           WITH LINE ZERO, REMOVES THE WHOLE PLAN.
      *      'C'  ONE RUN-CALENDAR RULE (DD PRMCAL), ADDRESSED BY ITS
      *           DATE, OR FOR A ZERO DATE BY ITS DAY-OF-WEEK TAG
      *           ('*' AND BLANK BOTH BEING THE CATCH-ALL). 'A' ADDS
      *           THE RULE, 'C' REPLACES ITS PLAN NAME, SKIP FLAG AND
      *           FALLBACK PLAN, 'D' REMOVES IT.
      *      'V'  VERIFY ONLY: NOTHING IN THE DECK IS WRITTEN BACK.
      *           THE OTHER CARDS ARE STILL VALIDATED AND APPLIED IN
      *           STORAGE, AND THE RESULTING CALENDAR IS WALKED DAY
      *           BY DAY FROM THE START DATE (ZERO = TODAY) FOR THE
      *           GIVEN NUMBER OF DAYS (ZERO = 30), SHOWING THE PLAN
      *           PLANSEL WOULD RESOLVE FOR EACH DATE.
      *  EVERY 'P' AND 'C' CARD CARRIES THE INITIALS OF THE PERSON
      *  MAKING THE CHANGE, WHICH GO INTO THE CHANGE LOG.
      *================================================================
       01  PRM-PMCTL-RECORD.
           05  PRM-PMCTL-TYPE              PIC X(01).
               88  PRM-PMCTL-IS-PLAN           VALUE 'P'.
               88  PRM-PMCTL-IS-CALENDAR       VALUE 'C'.
               88  PRM-PMCTL-IS-VERIFY         VALUE 'V'.
           05  PRM-PMCTL-ACTION            PIC X(01).
               88  PRM-PMCTL-IS-ADD            VALUE 'A'.
               88  PRM-PMCTL-IS-CHANGE         VALUE 'C'.
               88  PRM-PMCTL-IS-DELETE         VALUE 'D'.
           05  PRM-PMCTL-INITIALS          PIC X(03).
           05  PRM-PMCTL-DATA              PIC X(51).
           05  PRM-PMCTL-PLAN-DATA REDEFINES PRM-PMCTL-DATA.
               10  PRM-PMCTL-PLAN-NAME     PIC X(08).
               10  PRM-PMCTL-LINE-NO       PIC 9(03).
               10  PRM-PMCTL-CTL-IMAGE     PIC X(40).
           05  PRM-PMCTL-CAL-DATA REDEFINES PRM-PMCTL-DATA.
               10  PRM-PMCTL-CAL-DATE      PIC 9(08).
               10  PRM-PMCTL-CAL-DOW       PIC X(03).
               10  PRM-PMCTL-CAL-PLAN-NAME PIC X(08).
               10  PRM-PMCTL-CAL-SKIP      PIC X(01).
               10  PRM-PMCTL-CAL-FALLBACK  PIC X(08).
               10  FILLER                  PIC X(23).
           05  PRM-PMCTL-VERIFY-DATA REDEFINES PRM-PMCTL-DATA.
               10  PRM-PMCTL-START-DATE    PIC 9(08).
               10  PRM-PMCTL-DAYS          PIC 9(03).
               10  FILLER                  PIC X(40).
           05  FILLER                      PIC X(24).
