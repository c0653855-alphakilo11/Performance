      *================================================================
      *  PRMRPCTL    -- REPLAY SELECTION CONTROL-FILE RECORD LAYOUT
      *
      *  ONE CARD PER QUESTIONED RUN (DD RPLYCTL), NAMING ITS RUN-ID.
      *  THE SAME DECK FEEDS BOTH ENDS OF THE REPLAY JOB: RPLYGEN
      *  READS EACH RUN'S PRMAUDIT RECORD AND PUNCHES A CTLCARD ENTRY
      *  THAT RE-RUNS IT WITH THE SAME PARAMETERS, AND RPLYRPT SETS
      *  THE ORIGINAL AND ITS LATEST REPLAY SIDE BY SIDE.
      *
      *  PRM-RPCTL-TOLERANCE-PCT IS USED BY RPLYRPT ONLY: HOW FAR (IN
      *  PERCENT OF THE ORIGINAL DAUER) THE REPLAY MAY LAND AND STILL
      *  COUNT AS REPRODUCED. BLANK OR ZERO MEANS THE DEFAULT OF 10 -
      *  A SMOKE-SIZED RUN WHOSE DAUER IS A FEW HUNDREDTHS MAY NEED A
      *  LOOSER FIGURE, AS IT DOES ON THE TRENDCTL CARDS.
      *================================================================
       01  PRM-RPCTL-RECORD.
           05  PRM-RPCTL-RUN-ID            PIC 9(08).
           05  PRM-RPCTL-TOLERANCE-PCT     PIC 9(03).
           05  FILLER                      PIC X(69).
