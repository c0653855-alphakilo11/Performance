      *================================================================
      *  PRMREPS     -- PER-REPETITION RAW TIMING RECORD LAYOUT
      *
      *  ONE RECORD PER REPETITION OF EVERY COMPLETED NTHPRIME ENTRY,
      *  WRITTEN NEXT TO THE PRMLIST LISTING SO THE INDIVIDUAL SAMPLES
      *  BEHIND PRMHIST'S MIN/MEDIAN/MAX/SPREAD ARE KEPT: A WIDE
      *  SPREAD CAN THEN BE TRACED TO A COLD FIRST REPETITION, ONE
      *  REPETITION THAT HIT A PAGING STORM, OR A RUN THAT WAS NOISY
      *  THROUGHOUT. THE FILE IS KEPT IN INDEXED ORGANIZATION KEYED BY
      *  RUN-ID PLUS REPETITION NUMBER (1 THRU THE REPETITIONS THAT
      *  ACTUALLY RAN - AN ENTRY CUT SHORT BY ITS BUDGET OR THE BATCH
      *  WINDOW HAS FEWER THAN ITS CARD ASKED FOR), SO A REPORT CAN GO
      *  STRAIGHT TO ONE RUN'S SAMPLES FROM ITS PRMHIST RECORD.
      *
      *  PRM-REPS-START-TIME IS THE TIME OF DAY (HHMMSSHH) THE
      *  REPETITION STARTED. PRM-REPS-CPU IS ZERO WHEN THE PROCESSOR
      *  CLOCK COULD NOT BE READ, AS IN PRMHIST. PRM-REPS-RESUMED-FLAG
      *  IS 'R' ON A FIRST REPETITION THAT RESUMED FROM A CHECKPOINT
      *  (RESTART='Y') - ITS ELAPSED TIME COVERS ONLY PART OF THE
      *  WORKLOAD AND IS NOT A WARM-UP MEASUREMENT.
      *
      *  READ BACK BY REPSRPT (KEYED) AND BY PRMARCH AND PRMBKOUT
      *  (SEQUENTIALLY, IN KEY ORDER).
      *================================================================
       01  PRM-REPS-RECORD.
           05  PRM-REPS-KEY.
               10  PRM-REPS-RUN-ID         PIC 9(08).
               10  PRM-REPS-REP-NO         PIC 9(03).
           05  PRM-REPS-RUN-DATE           PIC 9(08).
           05  PRM-REPS-N                  PIC 9(06).
           05  PRM-REPS-MODE               PIC X(01).
           05  PRM-REPS-REP-COUNT          PIC 9(03).
           05  PRM-REPS-START-TIME         PIC 9(08).
           05  PRM-REPS-ELAPSED            PIC 9(07)V9(02).
           05  PRM-REPS-CPU                PIC 9(07)V9(02).
           05  PRM-REPS-RESUMED-FLAG       PIC X(01).
               88  PRM-REPS-WAS-RESUMED        VALUE 'R'.
           05  FILLER                      PIC X(04).
