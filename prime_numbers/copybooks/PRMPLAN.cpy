      *  CALENDAR (DD PRMCAL) TO A PLAN NAME AND COPIES THAT PLAN'S
      *  IMAGES OUT AS THE NIGHT'S CTLCARD DECK, SO THE WEEKEND
      *  FULL-SIZE MIX AND THE WEEKDAY SMOKE MIX STOP BEING A
      *  HAND-SWAPPED DECK. THE LIBRARY IS MAINTAINED BY PLANMNT,
      *  WHICH VALIDATES EVERY IMAGE BEFORE IT GOES IN.
      *================================================================
       01  PRM-PLAN-RECORD.
           05  PRM-PLAN-NAME               PIC X(08).
