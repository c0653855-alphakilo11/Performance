      *  PUNCHED CARD INSTEAD OF A DOZEN (SEE SCALERPT FOR THE
      *  CURVE REPORT). BLANK OR ZERO FIELDS (OLD-FORMAT CARDS)
      *  MEAN NO SWEEP - THE CARD IS ONE ENTRY AS ALWAYS.
      *
      *  PRM-CTL-REPLAY-OF-RUN-ID IS PUNCHED ONLY BY RPLYGEN, ON THE
      *  CARDS OF A REPLAY DECK: THE RUN-ID OF THE QUESTIONED RUN
      *  THE ENTRY RE-MEASURES. NTHPRIME CARRIES IT ONTO THE NEW
      *  RUN'S PRMHIST RECORD SO RPLYRPT CAN PAIR THE TWO. BLANK OR
      *  ZERO (EVERY ORDINARY CARD) MEANS THE ENTRY IS NO REPLAY.
       01  PRM-CONTROL-RECORD.
           05  PRM-CTL-N                   PIC 9(06).
           05  PRM-CTL-MODE                PIC X(01).
           05  PRM-CTL-N-TO                PIC 9(06).
           05  PRM-CTL-N-STEP              PIC 9(06).
           05  FILLER                      PIC X(02).
           05  PRM-CTL-REPLAY-OF-RUN-ID    PIC 9(08).
      *  A PLAN-NAME CARD IS WRITTEN BY PLANSEL AS THE FIRST RECORD
      *  OF THE DECK IT GENERATES: SIX ZEROES, A 'P' WHERE THE MODE
      *  BYTE SITS, THEN THE NAME OF THE PLAN THE CALENDAR CHOSE.
