      *================================================================
      *  PRMSCXTR    -- SCORCARD SERVICE-LEVEL SCORECARD EXTRACT RECORD
      *
      *  THE FIXED-LAYOUT MONTHLY EXTRACT SCORCARD WRITES TO DD
      *  SCORXTR FOR THE CAPACITY-REVIEW DECK: ONE 'H' HEADER, ONE
      *  'S' RECORD PER SCORECARD MEASURE (ACTUAL, TARGET, STATUS),
      *  ONE 'N' RECORD PER BATCH NIGHT OF THE MONTH, ONE 'A' RECORD
      *  PER ALERT CODE, ONE 'E' RECORD PER EXCLUSION REASON, ONE 'W'
      *  RECORD PER WORKLOAD (N/MODE) RUN IN THE MONTH, AND ONE 'T'
      *  TRAILER CARRYING THE COUNT OF RECORDS BETWEEN HEADER AND
      *  TRAILER AND THE NUMBER OF MEASURES AT RED.
      *  SIGNED FIGURES ARE CARRIED AS A SIGN BYTE ('+' OR '-') AND
      *  AN UNSIGNED MAGNITUDE. STATUS IS 'GREEN', 'RED', 'N/A' (NO
      *  FIGURE TO JUDGE - E.G. NO EVENT WAS ACKNOWLEDGED) OR 'NOTGT'
      *  (NO TARGET SET); THE SENSE IS 'GE' FOR A FLOOR AND 'LE' FOR A
      *  CEILING. A NIGHT'S OUTCOME IS COMPLETE, WINDOW, ABEND, NOTRUN,
      *  NORULE, OR SKIPPED. A WORKLOAD'S PRIOR SOURCE IS 'H' (MEDIAN
      *  FROM PRMHIST), 'R' (AVERAGE FROM THE PRMROLL ROLLUP - THE
      *  MONTH HAS BEEN ARCHIVED), OR BLANK (NOT RUN LAST MONTH).
      *================================================================
       01  PRM-SCXTR-RECORD.
           05  PRM-SCXTR-TYPE              PIC X(01).
               88  PRM-SCXTR-IS-HEADER         VALUE 'H'.
               88  PRM-SCXTR-IS-MEASURE        VALUE 'S'.
               88  PRM-SCXTR-IS-NIGHT          VALUE 'N'.
               88  PRM-SCXTR-IS-ALERT          VALUE 'A'.
               88  PRM-SCXTR-IS-EXCLUSION      VALUE 'E'.
               88  PRM-SCXTR-IS-WORKLOAD       VALUE 'W'.
               88  PRM-SCXTR-IS-TRAILER        VALUE 'T'.
           05  PRM-SCXTR-REVIEW-MONTH      PIC 9(06).
           05  PRM-SCXTR-BODY              PIC X(73).
           05  PRM-SCXTR-HEADER-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-CREATED-DATE  PIC 9(08).
               10  PRM-SCXTR-CREATED-TIME  PIC 9(08).
               10  PRM-SCXTR-FIRST-NIGHT   PIC 9(08).
               10  PRM-SCXTR-LAST-NIGHT    PIC 9(08).
               10  FILLER                  PIC X(41).
           05  PRM-SCXTR-MEASURE-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-MEASURE       PIC X(08).
               10  PRM-SCXTR-ACTUAL-SIGN   PIC X(01).
               10  PRM-SCXTR-ACTUAL        PIC 9(07)V9(02).
               10  PRM-SCXTR-SENSE         PIC X(02).
               10  PRM-SCXTR-TARGET        PIC 9(07)V9(02).
               10  PRM-SCXTR-STATUS        PIC X(05).
               10  FILLER                  PIC X(39).
           05  PRM-SCXTR-NIGHT-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-NIGHT-DATE    PIC 9(08).
               10  PRM-SCXTR-NIGHT-DOW     PIC X(03).
               10  PRM-SCXTR-PLAN-NAME     PIC X(08).
               10  PRM-SCXTR-OUTCOME       PIC X(08).
               10  PRM-SCXTR-AUDIT-COUNT   PIC 9(03).
               10  PRM-SCXTR-RECONERR      PIC X(01).
               10  FILLER                  PIC X(42).
           05  PRM-SCXTR-ALERT-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-ALERT-CODE    PIC X(08).
               10  PRM-SCXTR-RAISED        PIC 9(06).
               10  PRM-SCXTR-NEW-EVENTS    PIC 9(06).
               10  PRM-SCXTR-ACKED         PIC 9(05).
               10  PRM-SCXTR-ACK-DAYS      PIC 9(05)V9(02).
               10  PRM-SCXTR-CLOSED        PIC 9(05).
               10  PRM-SCXTR-CLOSE-DAYS    PIC 9(05)V9(02).
               10  FILLER                  PIC X(29).
           05  PRM-SCXTR-EXCL-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-EXCL-REASON   PIC X(04).
               10  PRM-SCXTR-EXCL-RUNS     PIC 9(06).
               10  FILLER                  PIC X(63).
           05  PRM-SCXTR-WORKLOAD-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-N             PIC 9(06).
               10  PRM-SCXTR-MODE          PIC X(01).
               10  PRM-SCXTR-PRIOR-SOURCE  PIC X(01).
               10  PRM-SCXTR-PRIOR-MEDIAN  PIC 9(07)V9(02).
               10  PRM-SCXTR-THIS-MEDIAN   PIC 9(07)V9(02).
               10  PRM-SCXTR-THIS-RUNS     PIC 9(05).
               10  PRM-SCXTR-MOVE-SIGN     PIC X(01).
               10  PRM-SCXTR-MOVEMENT      PIC 9(05)V9(02).
               10  PRM-SCXTR-WL-STATUS     PIC X(05).
               10  FILLER                  PIC X(29).
           05  PRM-SCXTR-TRAILER-DATA REDEFINES PRM-SCXTR-BODY.
               10  PRM-SCXTR-RECORD-COUNT  PIC 9(05).
               10  PRM-SCXTR-RED-COUNT     PIC 9(03).
               10  FILLER                  PIC X(65).
