      *  BENCHMARK PLAN TO PULL FROM THE PLAN LIBRARY OR, WITH THE
      *  SKIP FLAG SET, SUPPRESSES THE NIGHT'S RUN ENTIRELY (PLANSEL
      *  ENDS RC=4 AND THE NTHPRIME STEP IS CONDITIONED OFF IT).
      *  A PLAN RULE MAY ALSO NAME A FALLBACK PLAN: WHEN PLANSEL'S
      *  PRE-FLIGHT ESTIMATE SAYS THE CHOSEN PLAN WILL OVERRUN ITS
      *  WINDOW, THE FALLBACK PLAN'S DECK IS WRITTEN INSTEAD.
      *  RULES ARE ADDED, CHANGED AND REMOVED BY PLANMNT, WHICH
      *  KEEPS THEM IN THAT ORDER AND REFUSES A RULE NAMING A PLAN
      *  (OR FALLBACK PLAN) THE LIBRARY DOES NOT CARRY.
      *================================================================
       01  PRM-CAL-RECORD.
           05  PRM-CAL-DATE                PIC 9(08).
           05  PRM-CAL-PLAN-NAME           PIC X(08).
           05  PRM-CAL-SKIP                PIC X(01).
               88  PRM-CAL-IS-SKIP             VALUE 'Y'.
           05  PRM-CAL-FALLBACK-PLAN       PIC X(08).
           05  FILLER                      PIC X(02).
