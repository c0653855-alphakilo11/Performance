      *================================================================
      *  PRMOPAUT    -- OPERATOR-AUTHORITY RECORD LAYOUT
      *
      *  ONE RECORD PER AUTHORIZED PERSON, KEPT IN A SMALL CONTROLLED
      *  DATASET (DD PRMOPAUT) WHOSE UPDATE ACCESS IS HELD BY THE LAB
      *  MANAGER, NOT BY THE OPERATORS IT LISTS. IT NAMES WHO MAY
      *  TAKE EACH CONTROLLED ACTION IN THE SUITE:
      *      HIST-SW   'Y'  MAY EXCLUDE AND REINSTATE HISTORY RECORDS
      *                     (HISTMNT)
      *      ALERT-SW  'Y'  MAY ACKNOWLEDGE AND CLOSE ALERT EVENTS
      *                     (ALRTUPDT)
      *      FEED-SW   'Y'  MAY CONFIRM FEED EXTRACT CYCLES (FEEDCONF)
      *      BASE-SW   'Y'  MAY APPROVE AND RETIRE FROZEN PERFORMANCE
      *                     BASELINES (BASEMNT)
      *  THE AUTHORITY RUNS FROM THE EFFECTIVE DATE THROUGH THE EXPIRY
      *  DATE INCLUSIVE; AN EXPIRY OF ZERO MEANS OPEN-ENDED. A PERSON
      *  MAY HAVE MORE THAN ONE RECORD (A NEW GRANT AHEAD OF THE OLD
      *  ONE'S EXPIRY); ANY RECORD IN FORCE TODAY THAT GRANTS THE
      *  ACTION IS ENOUGH. PEOPLE ARE NEVER DELETED - A LEAVER'S
      *  RECORD IS GIVEN AN EXPIRY DATE, SO THE FILE STILL SAYS WHO
      *  WAS ENTITLED TO WHAT ON ANY PAST DATE. CHECKED BY PRMAUTH.
      *================================================================
       01  PRM-OPAUT-RECORD.
           05  PRM-OPAUT-INITIALS          PIC X(03).
           05  PRM-OPAUT-NAME              PIC X(30).
           05  PRM-OPAUT-HIST-SW           PIC X(01).
               88  PRM-OPAUT-MAY-MAINT-HIST    VALUE 'Y'.
           05  PRM-OPAUT-ALERT-SW          PIC X(01).
               88  PRM-OPAUT-MAY-ACT-ALERTS    VALUE 'Y'.
           05  PRM-OPAUT-FEED-SW           PIC X(01).
               88  PRM-OPAUT-MAY-CONFIRM-FEED  VALUE 'Y'.
           05  PRM-OPAUT-BASE-SW           PIC X(01).
               88  PRM-OPAUT-MAY-APPROVE-BASE  VALUE 'Y'.
           05  PRM-OPAUT-EFF-DATE          PIC 9(08).
           05  PRM-OPAUT-EXP-DATE          PIC 9(08).
           05  FILLER                      PIC X(27).
