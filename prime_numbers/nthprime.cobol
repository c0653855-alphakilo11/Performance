001130*                      ONE PLAN ENTRY PER N IN THE RANGE, SO A
001132*                      SCALING CURVE COMES FROM ONE PUNCHED CARD
001134*                      (SEE SCALERPT FOR THE CURVE REPORT).
001135*   2026-10-15  RAH    START-UP NOW CHECKS THE FOUR SUITE FILES
001136*                      AGAINST THE CONTROL-TOTAL LEDGER (DD
001137*                      PRMLEDGR) AND REFUSES TO APPEND TO A
001138*                      DAMAGED FILE (RC=28, LEDGER ALERT); EACH
001139*                      RUN THEN REWRITES THE LEDGER AS IT ENDS.
001141*   2026-10-15  RAH    A REPLAY-DECK CARD (RPLYGEN) CARRIES THE
001142*                      RUN-ID OF THE RUN IT RE-MEASURES, AND THE
001143*                      ENTRY STAMPS IT ON ITS PRMHIST RECORD FOR
001144*                      THE RPLYRPT COMPARISON.
001145*   2026-10-15  RAH    EVERY REPETITION'S ELAPSED AND CPU TIME AND
001146*                      START TIME OF DAY ARE NOW KEPT, ONE RECORD
001147*                      PER REPETITION, IN THE KEYED PRMREPS FILE
001148*                      (SEE REPSRPT) INSTEAD OF BEING DISCARDED.
001149*================================================================
001150 ENVIRONMENT DIVISION.
001160 INPUT-OUTPUT SECTION.
001170 FILE-CONTROL.
001470     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001491     SELECT REPS-FILE ASSIGN TO "PRMREPS"
001492         ORGANIZATION IS INDEXED
001493         ACCESS MODE IS DYNAMIC
001494         RECORD KEY IS PRM-REPS-KEY
001495         FILE STATUS IS WS-REPS-FILE-STATUS.
001500*
001510 DATA DIVISION.
001520 FILE SECTION.
001700     COPY PRMRUNID.
001710 FD  AUDIT-FILE.
001720     COPY PRMAUDIT.
001723 FD  REPS-FILE.
001726     COPY PRMREPS.
001730*
001740 WORKING-STORAGE SECTION.
001750*----------------------------------------------------------------
002000         10  PLAN-RESTART            PIC X(01).
002010         10  PLAN-REPEATS            PIC 9(03).
002015         10  PLAN-BUDGET-SECS        PIC 9(05).
002016*            RUN-ID A REPLAY-DECK ENTRY RE-MEASURES, ELSE ZERO.
002017         10  PLAN-REPLAY-OF          PIC 9(08).
002020         10  PLAN-DONE-SW            PIC X(01).
002030             88  PLAN-ENTRY-DONE         VALUE 'Y'.
002031*    SWEEP-EXPANSION WORK AREAS: A CARD WITH N-TO/N-STEP PUNCHED
002480 01  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002490 01  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002500*----------------------------------------------------------------
002501* CONTROL-TOTAL LEDGER PARAMETER AREA FOR THE SHARED ROUTINE
002502* PRMLDGR: CHECKED ONCE AT START-UP, REWRITTEN AT THE END OF A
002503* RUN THAT HAS APPENDED TO THE SUITE FILES.
002504*----------------------------------------------------------------
002505     COPY PRMLDGRP.
002506 01  WS-LDGR-IDX                     PIC 9(02) COMP VALUE ZERO.
002507*----------------------------------------------------------------
002510* RUN-ID AND AUDIT-TRAIL WORK AREAS. ONE RUN-ID IS DRAWN FROM
002520* THE PRMRUNID REGISTRY PER BENCHMARK RUN (ONE PER PLAN ENTRY)
002530* AND STAMPED ACROSS EVERY PERSISTED OUTPUT FOR THAT RUN.
002650 01  WS-LIST-FILE-STATUS             PIC X(02) VALUE '00'.
002660     88  WS-LIST-FILE-OK                  VALUE '00'.
002670     88  WS-LIST-FILE-NOT-FOUND           VALUE '35'.
002672 01  WS-REPS-FILE-STATUS             PIC X(02) VALUE '00'.
002674     88  WS-REPS-FILE-OK                  VALUE '00'.
002676     88  WS-REPS-FILE-NOT-FOUND           VALUE '35'.
002680 01  WS-FEED-FILE-STATUS             PIC X(02) VALUE '00'.
002690     88  WS-FEED-FILE-OK                  VALUE '00'.
002700     88  WS-FEED-FILE-NOT-FOUND           VALUE '35'.
003300 01  SRT-I                           PIC 9(03) COMP VALUE ZERO.
003310 01  SRT-J                           PIC 9(03) COMP VALUE ZERO.
003320 01  SRT-TEMP                        PIC 9(07)V9(02) VALUE ZERO.
003321*    EACH REPETITION'S START TIME OF DAY, AND WHETHER IT RESUMED
003322*    FROM A CHECKPOINT, KEPT FOR ITS PRMREPS DETAIL RECORD.
003323 01  REP-DETAIL-TABLE.
003324     05  REP-DETAIL OCCURS 999 TIMES.
003325         10  REP-START-TIME          PIC 9(08).
003326         10  REP-RESUMED-SW          PIC X(01).
003330*----------------------------------------------------------------
003340* SELF-CHECK WORK AREAS - RECONCILE THE PRIMES TABLE AFTER IT IS
003350* FILLED, BEFORE THE RESULT IS TRUSTED ENOUGH TO REPORT.
003840         DISPLAY "NTHPRIME: PLAN COMPLETE - " PLAN-COUNT
003842                 " ENTRIES PROCESSED."
003844     END-IF.
003845     PERFORM 9650-UPDATE-LEDGER THRU 9650-EXIT.
003846     PERFORM 9600-DEREGISTER-RUN THRU 9600-EXIT.
003848     MOVE WS-RETURN-CODE TO RETURN-CODE.
003860     GO TO 0000-EXIT.
003940     PERFORM 1200-GET-ENVIRONMENT-INFO THRU 1200-EXIT.
003950     PERFORM 1300-LOAD-PROGRESS-FILE THRU 1300-EXIT.
003960     PERFORM 1400-REGISTER-RUN THRU 1400-EXIT.
003965     PERFORM 1450-CHECK-LEDGER THRU 1450-EXIT.
003970 1000-EXIT.
003980     EXIT.
003990*================================================================
004734     MOVE PRM-CTL-MODE TO PLAN-MODE (PLAN-COUNT).
004740     MOVE PRM-CTL-RESTART TO PLAN-RESTART (PLAN-COUNT).
004746     MOVE 'N' TO PLAN-DONE-SW (PLAN-COUNT).
004747     MOVE ZERO TO PLAN-REPLAY-OF (PLAN-COUNT).
004748     IF PRM-CTL-REPLAY-OF-RUN-ID IS NUMERIC
004749         MOVE PRM-CTL-REPLAY-OF-RUN-ID
004750             TO PLAN-REPLAY-OF (PLAN-COUNT)
004751     END-IF.
004752     IF PLAN-MODE (PLAN-COUNT) NOT = 'T'
004758         AND PLAN-MODE (PLAN-COUNT) NOT = 'S'
004764         MOVE 'T' TO PLAN-MODE (PLAN-COUNT)
007650     DISPLAY "NTHPRIME: A RUN-ID CANNOT BE DRAWN SAFELY - "
007660             "STOPPING RATHER THAN REUSING AN ID.".
007670     MOVE 16 TO WS-RETURN-CODE.
007675     PERFORM 9650-UPDATE-LEDGER THRU 9650-EXIT.
007680     PERFORM 9600-DEREGISTER-RUN THRU 9600-EXIT.
007690     MOVE WS-RETURN-CODE TO RETURN-CODE.
007700     STOP RUN.
008400 8010-START.
008410     MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
008412     CALL "clock" GIVING WS-CPU-START-TICKS.
008416     MOVE WS-START-STAMP (9:8) TO REP-START-TIME (REP-IDX).
008420     IF PRM-MODE-IS-SIEVE
008430         PERFORM 8200-SIEVE-OF-ERATOSTHENES THRU 8200-EXIT
008440     ELSE
008500*    A CHECKPOINT ONLY APPLIES TO THE FIRST REPETITION - THE
008510*    LATER ONES MUST RUN THE FULL WORKLOAD TO BE COMPARABLE.
008520     MOVE 'N' TO PRM-RESTART.
008521     MOVE SPACE TO REP-RESUMED-SW (REP-IDX).
008522     IF REP-IDX = 1
008523         AND WS-RESTART-WAS-APPLIED
008524         AND NOT PRM-MODE-IS-SIEVE
008525         MOVE 'R' TO REP-RESUMED-SW (REP-IDX)
008526     END-IF.
008530     IF ENTRY-COUNT < PRM-N
008540         DISPLAY "NTHPRIME: RAN OFF THE END OF THE PRIMES "
008550                 "TABLE BEFORE REACHING N=" PRM-N "."
008570         PERFORM 9000-FINISH THRU 9000-EXIT
008580         MOVE "TBLFULL" TO WS-ALERT-CODE
008590         PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
008595         PERFORM 9650-UPDATE-LEDGER THRU 9650-EXIT
008600         PERFORM 9600-DEREGISTER-RUN THRU 9600-EXIT
008610         STOP RUN
008620     END-IF.
011580         PERFORM 9000-FINISH THRU 9000-EXIT
011590         MOVE "SELFCHK" TO WS-ALERT-CODE
011600         PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
011605         PERFORM 9650-UPDATE-LEDGER THRU 9650-EXIT
011610         PERFORM 9600-DEREGISTER-RUN THRU 9600-EXIT
011620         STOP RUN
011630     END-IF.
012330             " CPUS: " WS-ENV-CPU-COUNT.
012340     PERFORM 9200-WRITE-HISTORY THRU 9200-EXIT.
012350     PERFORM 9300-WRITE-PRIMES-LISTING THRU 9300-EXIT.
012355     PERFORM 9350-WRITE-REP-DETAILS THRU 9350-EXIT.
012360     PERFORM 9400-WRITE-DASHBOARD-FEED THRU 9400-EXIT.
012370     PERFORM 9450-WRITE-AUDIT-RECORD THRU 9450-EXIT.
012380     MOVE WS-RETURN-CODE TO RETURN-CODE.
012753     MOVE REP-CPU-MEDIAN   TO PRM-HIST-CPU-MEDIAN.
012754     MOVE REP-CPU-MAX      TO PRM-HIST-CPU-MAX.
012755     MOVE REP-CPU-SPREAD   TO PRM-HIST-CPU-SPREAD.
012756     IF PLAN-REPLAY-OF (PLAN-IDX) > ZERO
012757         MOVE PLAN-REPLAY-OF (PLAN-IDX)
012758             TO PRM-HIST-REPLAY-OF-RUN-ID
012759     END-IF.
012760     WRITE PRM-HISTORY-RECORD.
012770     CLOSE HISTORY-FILE.
012780 9200-EXIT.
014524         MOVE WS-NOW-HHMMSS TO PRM-ALERT-MEASURED
014525         MOVE WS-WINDOW-CUTOFF-TIME TO PRM-ALERT-THRESHOLD
014526     END-IF.
014527     IF WS-ALERT-CODE = "LEDGER"
014528         MOVE PRM-LDGRP-MISMATCH-COUNT TO PRM-ALERT-MEASURED
014529     END-IF.
014530     WRITE PRM-ALERT-RECORD.
014540     CLOSE ALERT-FILE.
014550 9500-EXIT.
016180     MOVE WS-SWEEP-REPEATS TO PLAN-REPEATS (PLAN-COUNT).
016190     MOVE WS-SWEEP-BUDGET TO PLAN-BUDGET-SECS (PLAN-COUNT).
016200     MOVE 'N' TO PLAN-DONE-SW (PLAN-COUNT).
016205     MOVE ZERO TO PLAN-REPLAY-OF (PLAN-COUNT).
016210     ADD WS-SWEEP-STEP TO WS-SWEEP-N.
016220 1120-EXIT.
016230     EXIT.
016240*================================================================
016250 1450-CHECK-LEDGER SECTION.
016260*================================================================
016270* COMPARES THE FOUR APPEND-ONLY SUITE FILES WITH THE CONTROL-TOTAL
016280* LEDGER BEFORE ANYTHING IS APPENDED, SO NEW RESULTS ARE NEVER
016290* STACKED ON A TRUNCATED OR HAND-EDITED FILE. ALERTS APPENDED TO
016300* PRMALERT SINCE THE LAST LEDGER UPDATE (FROM THE OTHER STEPS)
016310* ARE FINE; A SHORT FILE, A CHANGED HASH TOTAL, AN UNLEDGERED
016320* RECORD ON PRMHIST, PRMFEED, OR PRMAUDIT, OR A MISSING LEDGER
016325* RECORD RAISES A LEDGER ALERT AND ENDS THE RUN RC=28 - THE
016330* REGISTRATION IS CLOSED AGAIN SO THE RESUBMIT AFTER THE REPAIR
016340* IS NOT TURNED AWAY AS A RUN IN FLIGHT. NO LEDGER AT ALL IS THE
016350* FIRST RUN SINCE THE LEDGER WENT IN, AND THIS RUN WRITES IT.
016360*================================================================
016370 1450-START.
016380     MOVE 'C' TO PRM-LDGRP-FUNCTION.
016390     MOVE "NTHPRIME" TO PRM-LDGRP-CALLER.
016400     CALL "PRMLDGR" USING PRM-LDGRP-AREA.
016410     IF PRM-LDGRP-NO-LEDGER
016420         DISPLAY "NTHPRIME: NO CONTROL-TOTAL LEDGER YET - THIS "
016430                 "RUN WRITES THE FIRST."
016440         GO TO 1450-EXIT
016450     END-IF.
016460     IF PRM-LDGRP-FAILED
016470         DISPLAY "NTHPRIME: CONTROL-TOTAL LEDGER COULD NOT BE "
016480                 "READ - THE SUITE FILES CANNOT BE VOUCHED FOR."
016490         MOVE 16 TO WS-RETURN-CODE
016500         GO TO 1450-ABEND
016510     END-IF.
016520     IF PRM-LDGRP-ALL-MATCH
016530         DISPLAY "NTHPRIME: SUITE FILES AGREE WITH THE CONTROL-"
016540                 "TOTAL LEDGER."
016550         GO TO 1450-EXIT
016560     END-IF.
016570     PERFORM 1460-REPORT-ONE-MISMATCH THRU 1460-EXIT
016580         VARYING WS-LDGR-IDX FROM 1 BY 1
016590             UNTIL WS-LDGR-IDX > 4.
016600     DISPLAY "NTHPRIME: " PRM-LDGRP-MISMATCH-COUNT
016610             " SUITE FILE(S) DO NOT MATCH THE CONTROL-TOTAL "
016620             "LEDGER - NOTHING APPENDED, RC=28. RUN LDGRAUD FOR "
016630             "THE FULL COMPARISON."
016640*    A SUMMARY ALERT STAMPED WITH THE START-UP CLOCK: NO N OR
016650*    MODE, THE MISMATCHED-FILE COUNT AGAINST A ZERO THRESHOLD.
016660     MOVE WS-LOCK-NOW-STAMP TO WS-TIME-FIELDS.
016670     MOVE ZERO TO PRM-N.
016680     MOVE SPACE TO PRM-MODE.
016690     MOVE "LEDGER" TO WS-ALERT-CODE.
016700     MOVE 'E' TO WS-ALERT-SEVERITY.
016710     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
016720     MOVE 28 TO WS-RETURN-CODE.
016730 1450-ABEND.
016740     PERFORM 9600-DEREGISTER-RUN THRU 9600-EXIT.
016750     MOVE WS-RETURN-CODE TO RETURN-CODE.
016760     STOP RUN.
016770 1450-EXIT.
016780     EXIT.
016790*================================================================
016800 1460-REPORT-ONE-MISMATCH SECTION.
016810*================================================================
016820 1460-START.
016830     IF PRM-LDGRP-FILE-MATCHES (WS-LDGR-IDX)
016840         OR PRM-LDGRP-FILE-APPENDED (WS-LDGR-IDX)
016850         GO TO 1460-EXIT
016860     END-IF.
016870     DISPLAY "NTHPRIME: " PRM-LDGRP-FILE (WS-LDGR-IDX)
016880             " LEDGER STATUS "
016890             PRM-LDGRP-FILE-STATUS (WS-LDGR-IDX)
016900             " - LEDGER COUNT "
016910             PRM-LDGRP-LEDGER-COUNT (WS-LDGR-IDX)
016920             " ACTUAL COUNT "
016930             PRM-LDGRP-ACTUAL-COUNT (WS-LDGR-IDX).
016940 1460-EXIT.
016950     EXIT.
016960*================================================================
016970 9350-WRITE-REP-DETAILS SECTION.
016980*================================================================
016990* ONE PRMREPS RECORD PER REPETITION THAT RAN, KEYED BY RUN-ID PLUS
017000* REPETITION NUMBER, SO THE SAMPLES BEHIND THE PRMHIST SUMMARY
017010* SURVIVE FOR REPSRPT. A RUN THAT STOPPED PART WAY THROUGH A
017020* REPETITION (TBLFULL) OR FAILED ITS SELF-CHECK HAS NO SAMPLES
017030* WORTH KEEPING.
017040*================================================================
017050 9350-START.
017060     IF WS-RETURN-CODE NOT < 20
017070         GO TO 9350-EXIT
017080     END-IF.
017090     OPEN I-O REPS-FILE.
017100     IF WS-REPS-FILE-NOT-FOUND
017110         OPEN OUTPUT REPS-FILE
017120     END-IF.
017130     IF NOT WS-REPS-FILE-OK
017140         DISPLAY "NTHPRIME: UNABLE TO OPEN PRMREPS, STATUS="
017150                 WS-REPS-FILE-STATUS
017160         GO TO 9350-EXIT
017170     END-IF.
017180     PERFORM 9360-WRITE-ONE-REP-DETAIL THRU 9360-EXIT
017190         VARYING REP-IDX FROM 1 BY 1
017200         UNTIL REP-IDX > PRM-REPEATS.
017210     CLOSE REPS-FILE.
017220 9350-EXIT.
017230     EXIT.
017240*================================================================
017250 9360-WRITE-ONE-REP-DETAIL SECTION.
017260*================================================================
017270 9360-START.
017280     MOVE SPACES TO PRM-REPS-RECORD.
017290     MOVE WS-RUN-ID TO PRM-REPS-RUN-ID.
017300     MOVE REP-IDX TO PRM-REPS-REP-NO.
017310     MOVE WS-TF-DATE TO PRM-REPS-RUN-DATE.
017320     MOVE PRM-N TO PRM-REPS-N.
017330     MOVE PRM-MODE TO PRM-REPS-MODE.
017340     MOVE PRM-REPEATS TO PRM-REPS-REP-COUNT.
017350     MOVE REP-START-TIME (REP-IDX) TO PRM-REPS-START-TIME.
017360     MOVE REP-DURATION (REP-IDX) TO PRM-REPS-ELAPSED.
017370     MOVE REP-CPU-DURATION (REP-IDX) TO PRM-REPS-CPU.
017380     MOVE REP-RESUMED-SW (REP-IDX) TO PRM-REPS-RESUMED-FLAG.
017390     WRITE PRM-REPS-RECORD
017400         INVALID KEY
017410             DISPLAY "NTHPRIME: DUPLICATE PRMREPS KEY FOR "
017420                     "RUN-ID " WS-RUN-ID " REPETITION " REP-IDX
017430                     ", STATUS=" WS-REPS-FILE-STATUS
017440     END-WRITE.
017450 9360-EXIT.
017460     EXIT.
017470*================================================================
017480 9650-UPDATE-LEDGER SECTION.
017490*================================================================
017500* REWRITES THE CONTROL-TOTAL LEDGER FROM THE SUITE FILES AS THIS
017510* RUN LEAVES THEM, JUST BEFORE THE REGISTRATION IS CLOSED.
017520* PERFORMED ON EVERY PATH THAT ENDS THE RUN ONCE THE START-UP
017530* LEDGER CHECK HAS PASSED, A RUN-ID FAILURE PART WAY THROUGH
017540* THE PLAN INCLUDED. ONLY THE START-UP STOPS (PLAN LOAD, LOCK,
017541* AND LEDGER MISMATCH) SKIP IT: NONE OF THEM HAS WRITTEN TO
017542* PRMHIST, PRMFEED, OR PRMAUDIT, AND A MISMATCHED LEDGER MUST
017543* NOT BE REBASED. A FAILED REWRITE LEAVES THIS RUN'S RECORDS
017544* UNVOUCHED, SO THE NEXT RUN REFUSES TO START UNTIL LDGRAUD HAS
017545* BEEN RUN WITH A 'U' CARD; IT IS REPORTED HERE, NOT FATAL.
017560*================================================================
017570 9650-START.
017580     MOVE 'U' TO PRM-LDGRP-FUNCTION.
017590     MOVE "NTHPRIME" TO PRM-LDGRP-CALLER.
017600     CALL "PRMLDGR" USING PRM-LDGRP-AREA.
017610     IF PRM-LDGRP-FAILED
017620         DISPLAY "NTHPRIME: CONTROL-TOTAL LEDGER NOT UPDATED - "
017630                 "RUN LDGRAUD TO SEE WHY."
017640         GO TO 9650-EXIT
017650     END-IF.
017660     DISPLAY "NTHPRIME: CONTROL-TOTAL LEDGER UPDATED - PRMHIST="
017670             PRM-LDGRP-ACTUAL-COUNT (1)
017680             " PRMFEED=" PRM-LDGRP-ACTUAL-COUNT (2)
017690             " PRMAUDIT=" PRM-LDGRP-ACTUAL-COUNT (3)
017700             " PRMALERT=" PRM-LDGRP-ACTUAL-COUNT (4) ".".
017710 9650-EXIT.
017720     EXIT.
