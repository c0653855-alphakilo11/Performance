      *================================================================
      *  PRMRSCTL    -- REPETITION REPORT CONTROL-FILE RECORD LAYOUT
      *
      *  OPTIONAL SINGLE CARD (DD REPSCTL) FOR REPSRPT. EVERY FIELD
      *  MAY BE LEFT BLANK OR ZERO FOR ITS DEFAULT:
      *
      *    PRM-RSCTL-OUTLIER-PCT  A REPETITION WHOSE ELAPSED TIME IS
      *                           MORE THAN THIS PERCENT AWAY FROM
      *                           ITS RUN'S MEDIAN (EITHER SIDE) IS
      *                           LISTED AS AN OUTLIER. DEFAULT 25.
      *    PRM-RSCTL-TREND-PCT    A RUN WHOSE FITTED LINE THROUGH
      *                           REPETITIONS 2 ON MOVES BY MORE THAN
      *                           THIS PERCENT OF THE MEDIAN FROM ITS
      *                           FIRST TO ITS LAST REPETITION IS
      *                           CALLED SLOWER OR FASTER. DEFAULT 10.
      *    PRM-RSCTL-FROM-DATE    FIRST AND LAST RUN DATE (YYYYMMDD)
      *    PRM-RSCTL-TO-DATE      REPORTED. DEFAULT: EVERY RUN ON FILE.
      *================================================================
       01  PRM-RSCTL-RECORD.
           05  PRM-RSCTL-OUTLIER-PCT       PIC 9(03).
           05  PRM-RSCTL-TREND-PCT         PIC 9(03).
           05  PRM-RSCTL-FROM-DATE         PIC 9(08).
           05  PRM-RSCTL-TO-DATE           PIC 9(08).
           05  FILLER                      PIC X(58).
