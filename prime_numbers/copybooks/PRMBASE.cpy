      *================================================================
      *  PRMBASE     -- FROZEN PERFORMANCE-BASELINE MASTER RECORD
      *
      *  ONE RECORD PER BASELINE, KEPT IN A SMALL CONTROLLED DATASET
      *  (DD PRMBASE) THAT ONLY BASEMNT REWRITES, IN FULL, THE SAME
      *  WAY PRMCYCLE IS KEPT. A BASELINE IS AN APPROVED REFERENCE
      *  FIGURE FOR ONE N, MODE, AND HOST, CAPTURED FROM A NAMED SET
      *  OF PRMHIST RUN-IDS (ALL ON THE SAME RUNTIME LEVEL), SO THAT
      *  TRENDRPT, ALGCMPR, AND ENVCMPR CAN MEASURE AGAINST A FIXED
      *  POINT AS WELL AS AGAINST THE ROLLING AVERAGE, WHICH A SLOW
      *  DRIFT DRAGS ALONG WITH IT. THE STATUS MOVES ONE WAY ONLY:
      *      'P'  PROPOSED - CAPTURED, AWAITING APPROVAL; NOBODY
      *           MEASURES AGAINST IT YET
      *      'A'  APPROVED - THE FROZEN REFERENCE FOR ITS N, MODE,
      *           AND HOST FROM THE APPROVAL DATE ON. AT MOST ONE
      *           PER N/MODE/HOST; APPROVING A NEW ONE RETIRES THE
      *           OLD ONE (SUPERSEDED-BY NAMES THE SUCCESSOR)
      *      'R'  RETIRED - KEPT FOR THE RECORD. A BASELINE THAT WAS
      *           APPROVED STILL GOVERNS THE RUNS DATED FROM ITS
      *           APPROVAL DATE UP TO THE DAY BEFORE ITS RETIREMENT
      *  FIGURE IS THE MEDIAN DAUER OF THE CAPTURED RUNS AND CPU-
      *  FIGURE THE MEDIAN OF THEIR CPU MEDIANS (ZERO WHEN THE RUNS
      *  PREDATE THE CPU FIELDS), SO EITHER BASISCTL BASIS HAS A
      *  FROZEN FIGURE TO COMPARE WITH. RECORDS ARE NEVER DELETED.
      *================================================================
       01  PRM-BASE-RECORD.
           05  PRM-BASE-ID                 PIC 9(06).
           05  PRM-BASE-N                  PIC 9(06).
           05  PRM-BASE-MODE               PIC X(01).
           05  PRM-BASE-HOST-NAME          PIC X(20).
           05  PRM-BASE-RUNTIME-VERSION    PIC X(20).
           05  PRM-BASE-STATUS             PIC X(01).
               88  PRM-BASE-IS-PROPOSED        VALUE 'P'.
               88  PRM-BASE-IS-APPROVED        VALUE 'A'.
               88  PRM-BASE-IS-RETIRED         VALUE 'R'.
           05  PRM-BASE-FIGURE             PIC 9(07)V9(02).
           05  PRM-BASE-CPU-FIGURE         PIC 9(07)V9(02).
           05  PRM-BASE-RUN-COUNT          PIC 9(02).
           05  PRM-BASE-RUN-ID             PIC 9(08) OCCURS 8 TIMES.
           05  PRM-BASE-PROPOSED-BY        PIC X(03).
           05  PRM-BASE-PROPOSED-DATE      PIC 9(08).
           05  PRM-BASE-APPROVED-BY        PIC X(03).
           05  PRM-BASE-APPROVED-DATE      PIC 9(08).
           05  PRM-BASE-RETIRED-BY         PIC X(03).
           05  PRM-BASE-RETIRED-DATE       PIC 9(08).
           05  PRM-BASE-SUPERSEDED-BY      PIC 9(06).
           05  FILLER                      PIC X(23).
