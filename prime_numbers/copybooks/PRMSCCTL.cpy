      *================================================================
      *  PRMSCCTL    -- SCORCARD SERVICE-LEVEL SCORECARD CONTROL RECORD
      *
      *  THE SCORECARD DECK, READ WHOLE AT START-UP BY SCORCARD FROM
      *  DD SCORCTL. THE RECORD TYPE SAYS WHAT THE CARD CARRIES:
      *      'M'  THE REVIEW MONTH (YYYYMM; ZERO OR NO 'M' CARD =
      *           LAST CALENDAR MONTH).
      *      'T'  THE AGREED TARGET FOR ONE MEASURE, REPLACING ITS
      *           DEFAULT. THE MEASURE CODE SAYS WHICH WAY THE TARGET
      *           POINTS - A FLOOR (ACTUAL MUST BE AT LEAST THE
      *           TARGET) OR A CEILING (AT MOST THE TARGET):
      *               NIGHTCMP  % OF SCHEDULED NIGHTS COMPLETED
      *                         INSIDE THE WINDOW       FLOOR    95.00
      *               NIGHTWIN  NIGHTS STOPPED AT THE
      *                         WINDOW (RC=6)           CEILING   2.00
      *               NIGHTABN  NIGHTS ABENDED OR NOT
      *                         RUN                     CEILING   0.00
      *               NIGHTSKP  NIGHTS SKIPPED BY THE
      *                         CALENDAR                CEILING   NONE
      *               ALRTRAIS  ALERTS RAISED           CEILING   NONE
      *               ALRTACK   MEAN DAYS TO
      *                         ACKNOWLEDGE             CEILING   1.00
      *               ALRTCLS   MEAN DAYS TO CLOSE      CEILING   5.00
      *               EXCLPCT   % OF RUNS EXCLUDED      CEILING   5.00
      *               RECONERR  NIGHTS WITH A RECONERR  CEILING   0.00
      *               FEEDCNF   % OF FEED CYCLES
      *                         CONFIRMED               FLOOR   100.00
      *               FEEDMIS   FEED CYCLES MISMATCHED  CEILING   0.00
      *               DAUERMOV  WORST MONTH-OVER-MONTH
      *                         MEDIAN DAUER MOVE (%)   CEILING  10.00
      *           A MEASURE WITH NO DEFAULT AND NO 'T' CARD IS SHOWN
      *           WITHOUT A TARGET AND NEVER TURNS RED.
      *================================================================
       01  PRM-SCCTL-RECORD.
           05  PRM-SCCTL-TYPE              PIC X(01).
               88  PRM-SCCTL-IS-MONTH          VALUE 'M'.
               88  PRM-SCCTL-IS-TARGET         VALUE 'T'.
           05  PRM-SCCTL-DATA              PIC X(59).
           05  PRM-SCCTL-MONTH-DATA REDEFINES PRM-SCCTL-DATA.
               10  PRM-SCCTL-REVIEW-MONTH  PIC 9(06).
               10  FILLER                  PIC X(53).
           05  PRM-SCCTL-TARGET-DATA REDEFINES PRM-SCCTL-DATA.
               10  PRM-SCCTL-MEASURE       PIC X(08).
               10  PRM-SCCTL-TARGET        PIC 9(05)V9(02).
               10  FILLER                  PIC X(44).
           05  FILLER                      PIC X(20).
