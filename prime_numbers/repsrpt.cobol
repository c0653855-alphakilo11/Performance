000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPSRPT.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - WARM-UP, OUTLIER, AND
000210*                      IN-RUN TREND REPORT OVER THE PER-REPETITION
000220*                      TIMINGS NTHPRIME KEEPS IN DD PRMREPS.
000230*================================================================
000240* PRMHIST'S MIN/MEDIAN/MAX/SPREAD SAY HOW NOISY A RUN WAS BUT NOT
000250* WHY. THIS REPORT READS EACH MULTI-REPETITION RUN ON PRMHIST,
000260* GOES BY KEY TO ITS REPETITIONS ON PRMREPS, AND PRINTS ONE LINE
000270* PER RUN WITH:
000280*
000290*   WARM-UP   REPETITION 1 AGAINST THE MEDIAN OF REPETITIONS 2 ON,
000300*             AS A PERCENTAGE (A COLD-START PENALTY IS POSITIVE).
000310*             NOT MEASURED WHEN REPETITION 1 RESUMED FROM A
000320*             CHECKPOINT, SINCE IT DID ONLY PART OF THE WORK.
000330*   OUTLIERS  REPETITIONS MORE THAN THE CARD'S OUTLIER DISTANCE
000340*             FROM THE RUN'S MEDIAN, EACH LISTED BELOW THE RUN
000350*             LINE WITH ITS START TIME OF DAY AND CPU TIME (A
000360*             CPU FIGURE THAT DID NOT MOVE WITH THE ELAPSED ONE
000370*             POINTS AT CONTENTION, NOT THE ALGORITHM).
000380*   TREND     A LEAST-SQUARES LINE THROUGH REPETITIONS 2 ON
000390*             (REPETITION 1 IS THE WARM-UP'S); IF IT RISES OR
000400*             FALLS BY MORE THAN THE CARD'S TREND FIGURE, AS A
000410*             PERCENTAGE OF THE MEDIAN, FROM FIRST TO LAST, THE
000420*             RUN IS SLOWER OR FASTER, OTHERWISE FLAT. NEEDS
000430*             THREE REPETITIONS AFTER THE FIRST.
000440*
000450* A CLOSING SUMMARY PER WORKLOAD (N/MODE) GIVES THE MEAN WARM-UP
000460* PENALTY, THE OUTLIER RATE, AND THE TREND COUNTS, WITH A ONE-LINE
000470* READING OF HOW MANY REPEATS THE WORKLOAD NEEDS.
000480*
000490* SINGLE-REPETITION RUNS, FAILED RUNS (RC ABOVE 4), RUNS HISTMNT
000500* HAS EXCLUDED, AND RUNS FROM BEFORE PRMREPS EXISTED ARE COUNTED
000510* AND LEFT OUT. RC=0 NORMALLY; RC=4 WHEN NO RUN IN THE DATE RANGE
000520* HAD REPETITION DETAIL; RC=16 WHEN A FILE COULD NOT BE OPENED.
000530*================================================================
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT REPS-CONTROL-FILE ASSIGN TO "REPSCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RSCTL-FILE-STATUS.
000600     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HIST-FILE-STATUS.
000630     SELECT REPS-FILE ASSIGN TO "PRMREPS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PRM-REPS-KEY
000670         FILE STATUS IS WS-REPS-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  REPS-CONTROL-FILE.
000720     COPY PRMRSCTL.
000730 FD  HISTORY-FILE.
000740     COPY PRMHIST.
000750 FD  REPS-FILE.
000760     COPY PRMREPS.
000770*
000780 WORKING-STORAGE SECTION.
000790 01  WS-RSCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000800     88  WS-RSCTL-FILE-OK                 VALUE '00'.
000810 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000820     88  WS-HIST-FILE-OK                  VALUE '00'.
000830 01  WS-REPS-FILE-STATUS             PIC X(02) VALUE '00'.
000840     88  WS-REPS-FILE-OK                  VALUE '00'.
000850 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000860     88  WS-AT-EOF                       VALUE 'Y'.
000870*
000880 01  DEFAULT-OUTLIER-PCT             PIC 9(03) VALUE 25.
000890 01  DEFAULT-TREND-PCT               PIC 9(03) VALUE 10.
000900 01  NOISY-OUTLIER-RATE-PCT          PIC 9(03) VALUE 10.
000910 01  CLOCK-TICK                      PIC 9(01)V9(02) VALUE 0.01.
000920 01  WS-OUTLIER-PCT                  PIC 9(03) VALUE ZERO.
000930 01  WS-TREND-PCT                    PIC 9(03) VALUE ZERO.
000940 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
000950 01  WS-TO-DATE                      PIC 9(08) VALUE 99999999.
000960*
000970*----------------------------------------------------------------
000980* THE CURRENT RUN'S REPETITIONS, AS READ FROM PRMREPS.
000990*----------------------------------------------------------------
001000 01  WS-REP-COUNT                    PIC 9(03) COMP VALUE ZERO.
001010 01  WS-RP-IDX                       PIC 9(03) COMP VALUE ZERO.
001020 01  WS-REP-MISSING-SW               PIC X(01) VALUE 'N'.
001030     88  WS-REP-MISSING                  VALUE 'Y'.
001040 01  WS-FIRST-RESUMED-SW             PIC X(01) VALUE 'N'.
001050     88  WS-FIRST-WAS-RESUMED            VALUE 'Y'.
001060 01  RUN-REP-TABLE.
001070     05  RUN-REP OCCURS 999 TIMES.
001080         10  RR-START-TIME           PIC 9(08).
001090         10  RR-ELAPSED              PIC 9(07)V9(02).
001100         10  RR-CPU                  PIC 9(07)V9(02).
001110*
001120*----------------------------------------------------------------
001130* MEDIAN WORK AREA: THE FIGURES ARE COPIED IN, SORTED, AND THE
001140* MIDDLE ONE (OR THE MEAN OF THE MIDDLE TWO) TAKEN, AS NTHPRIME
001150* TAKES ITS MEDIAN.
001160*----------------------------------------------------------------
001170 01  WS-SORT-COUNT                   PIC 9(03) COMP VALUE ZERO.
001180 01  SORT-WORK-TABLE.
001190     05  SORT-VALUE OCCURS 999 TIMES PIC 9(07)V9(02).
001200 01  SRT-I                           PIC 9(03) COMP VALUE ZERO.
001210 01  SRT-J                           PIC 9(03) COMP VALUE ZERO.
001220 01  SRT-TEMP                        PIC 9(07)V9(02) VALUE ZERO.
001230 01  SRT-MID                         PIC 9(03) COMP VALUE ZERO.
001240 01  SRT-REMAINDER                   PIC 9(03) COMP VALUE ZERO.
001250 01  WS-MEDIAN                       PIC 9(07)V9(02) VALUE ZERO.
001260*
001270*----------------------------------------------------------------
001280* PER-RUN FIGURES.
001290*----------------------------------------------------------------
001300 01  WS-RUN-MEDIAN                   PIC 9(07)V9(02) VALUE ZERO.
001310 01  WS-LATER-MEDIAN                 PIC 9(07)V9(02) VALUE ZERO.
001320 01  WS-WARMUP-SW                    PIC X(01) VALUE 'N'.
001330     88  WS-WARMUP-MEASURED              VALUE 'Y'.
001340 01  WS-WARMUP-PCT                   PIC S9(05)V9(01) VALUE ZERO.
001350 01  WS-DEVIATION                    PIC S9(07)V9(02) VALUE ZERO.
001360 01  WS-DEVIATION-ABS                PIC 9(07)V9(02) VALUE ZERO.
001370 01  WS-DEVIATION-PCT                PIC S9(05)V9(01) VALUE ZERO.
001380 01  WS-OUTLIER-SW                   PIC X(01) VALUE 'N'.
001390     88  WS-REP-IS-OUTLIER               VALUE 'Y'.
001400 01  WS-RUN-OUTLIERS                 PIC 9(03) COMP VALUE ZERO.
001410 01  WS-TREND                        PIC X(06) VALUE SPACES.
001420 01  WS-DRIFT-PCT                    PIC S9(05)V9(01) VALUE ZERO.
001430*    LEAST-SQUARES SUMS OVER REPETITIONS 2 ON (X = REPETITION
001440*    NUMBER, Y = ELAPSED SECONDS).
001450 01  WS-FIT-POINTS                   PIC 9(03) COMP VALUE ZERO.
001460 01  WS-SUM-X                        PIC S9(09) VALUE ZERO.
001470 01  WS-SUM-XX                       PIC S9(11) VALUE ZERO.
001480 01  WS-SUM-Y                        PIC S9(11)V9(02) VALUE ZERO.
001490 01  WS-SUM-XY                       PIC S9(13)V9(02) VALUE ZERO.
001500 01  WS-FIT-TERM                     PIC S9(15)V9(02) VALUE ZERO.
001510 01  WS-FIT-NUMERATOR                PIC S9(15)V9(02) VALUE ZERO.
001520 01  WS-FIT-DENOMINATOR              PIC S9(15) VALUE ZERO.
001530 01  WS-FIT-SPAN                     PIC 9(03) VALUE ZERO.
001540 01  WS-SLOPE                        PIC S9(07)V9(06) VALUE ZERO.
001550 01  WS-FITTED-CHANGE                PIC S9(09)V9(04) VALUE ZERO.
001560*
001570*----------------------------------------------------------------
001580* ONE SLOT PER WORKLOAD (N/MODE), IN THE ORDER FIRST SEEN.
001590*----------------------------------------------------------------
001600 01  WS-MAX-WORKLOADS                PIC 9(03) COMP VALUE 100.
001610 01  WS-WORKLOAD-COUNT               PIC 9(03) COMP VALUE ZERO.
001620 01  WS-WL-IDX                       PIC 9(03) COMP VALUE ZERO.
001630 01  WS-WL-FOUND-SW                  PIC X(01) VALUE 'N'.
001640     88  WS-WL-FOUND                     VALUE 'Y'.
001650 01  WORKLOAD-TABLE.
001660     05  WORKLOAD-SLOT OCCURS 100 TIMES.
001670         10  WL-N                    PIC 9(06).
001680         10  WL-MODE                 PIC X(01).
001690         10  WL-RUNS                 PIC 9(05) COMP.
001700         10  WL-WARMUP-RUNS          PIC 9(05) COMP.
001710         10  WL-WARMUP-SUM           PIC S9(09)V9(01).
001720         10  WL-REPS                 PIC 9(07) COMP.
001730         10  WL-OUTLIERS             PIC 9(07) COMP.
001740         10  WL-SLOWER               PIC 9(05) COMP.
001750         10  WL-FASTER               PIC 9(05) COMP.
001760         10  WL-FLAT                 PIC 9(05) COMP.
001770 01  WS-MEAN-WARMUP-PCT              PIC S9(05)V9(01) VALUE ZERO.
001780 01  WS-OUTLIER-RATE-PCT             PIC 9(03)V9(01) VALUE ZERO.
001790 01  WS-ADVICE                       PIC X(32) VALUE SPACES.
001800*
001810*----------------------------------------------------------------
001820* PRINT LINES.
001830*----------------------------------------------------------------
001840 01  RUN-LINE.
001850     05  RL-RUN-ID                   PIC 9(08).
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  RL-RUN-DATE                 PIC 9(08).
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  RL-N                        PIC 9(06).
001900     05  FILLER                      PIC X(01) VALUE SPACE.
001910     05  RL-MODE                     PIC X(01).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  RL-REPS                     PIC ZZ9.
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  RL-MEDIAN                   PIC Z(06)9.99.
001960     05  FILLER                      PIC X(01) VALUE SPACE.
001970     05  RL-REP-1                    PIC Z(06)9.99.
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  RL-WARMUP                   PIC X(08).
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002010     05  RL-OUTLIERS                 PIC ZZ9.
002020     05  FILLER                      PIC X(02) VALUE SPACES.
002030     05  RL-TREND                    PIC X(06).
002040 01  WS-ED-PCT                       PIC +ZZZ9.9.
002050 01  OUTLIER-LINE.
002060     05  FILLER                      PIC X(10) VALUE SPACES.
002070     05  FILLER                      PIC X(04) VALUE "REP ".
002080     05  OL-REP-NO                   PIC ZZ9.
002090     05  FILLER                      PIC X(09) VALUE "  START ".
002100     05  OL-START-TIME               PIC 9(08).
002110     05  FILLER                      PIC X(09) VALUE "  ELAPSED".
002120     05  OL-ELAPSED                  PIC Z(06)9.99.
002130     05  FILLER                      PIC X(05) VALUE "  CPU".
002140     05  OL-CPU                      PIC Z(06)9.99.
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  OL-DEVIATION                PIC +ZZZ9.9.
002170     05  FILLER                      PIC X(01) VALUE "%".
002180     05  OL-NOTE                     PIC X(12).
002190 01  WORKLOAD-LINE.
002200     05  WK-N                        PIC 9(06).
002210     05  FILLER                      PIC X(01) VALUE SPACE.
002220     05  WK-MODE                     PIC X(01).
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  WK-RUNS                     PIC ZZZZ9.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  WK-WARMUP                   PIC X(08).
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  WK-OUTLIER-RATE             PIC ZZ9.9.
002290     05  FILLER                      PIC X(02) VALUE "% ".
002300     05  WK-SLOWER                   PIC ZZZ9.
002310     05  FILLER                      PIC X(01) VALUE "/".
002320     05  WK-FASTER                   PIC ZZZ9.
002330     05  FILLER                      PIC X(01) VALUE "/".
002340     05  WK-FLAT                     PIC ZZZ9.
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  WK-ADVICE                   PIC X(32).
002370*
002380 01  WS-RUNS-READ                    PIC 9(06) COMP VALUE ZERO.
002390 01  WS-RUNS-REPORTED                PIC 9(06) COMP VALUE ZERO.
002400 01  WS-RUNS-SINGLE-REP              PIC 9(06) COMP VALUE ZERO.
002410 01  WS-RUNS-SKIPPED                 PIC 9(06) COMP VALUE ZERO.
002420 01  WS-RUNS-EXCLUDED                PIC 9(06) COMP VALUE ZERO.
002430 01  WS-RUNS-NO-DETAIL               PIC 9(06) COMP VALUE ZERO.
002440 01  WS-RUNS-UNTRACKED               PIC 9(06) COMP VALUE ZERO.
002450 01  WS-TOTAL-OUTLIERS               PIC 9(07) COMP VALUE ZERO.
002460*
002470 PROCEDURE DIVISION.
002480*================================================================
002490 0000-MAINLINE SECTION.
002500*================================================================
002510 0000-START.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-PROCESS-ONE-RUN THRU 2000-EXIT
002540         UNTIL WS-AT-EOF.
002550     CLOSE HISTORY-FILE.
002560     CLOSE REPS-FILE.
002570     PERFORM 5000-REPORT-WORKLOADS THRU 5000-EXIT.
002580     DISPLAY " ".
002590     DISPLAY "REPSRPT: RUNS READ=" WS-RUNS-READ
002600             " REPORTED=" WS-RUNS-REPORTED
002610             " SINGLE-REP=" WS-RUNS-SINGLE-REP
002620             " NO DETAIL=" WS-RUNS-NO-DETAIL.
002630     DISPLAY "REPSRPT: SKIPPED=" WS-RUNS-SKIPPED
002640             " EXCLUDED=" WS-RUNS-EXCLUDED
002650             " UNTRACKED=" WS-RUNS-UNTRACKED
002660             " OUTLIER REPS=" WS-TOTAL-OUTLIERS.
002670     IF WS-RUNS-REPORTED = ZERO
002680         DISPLAY "REPSRPT: NO RUN IN THE RANGE HAS REPETITION "
002690                 "DETAIL ON PRMREPS. RC=4."
002700         MOVE 4 TO RETURN-CODE
002710     ELSE
002720         MOVE 0 TO RETURN-CODE
002730     END-IF.
002740 0000-EXIT.
002750     STOP RUN.
002760*================================================================
002770 1000-INITIALIZE SECTION.
002780*================================================================
002790 1000-START.
002800     MOVE DEFAULT-OUTLIER-PCT TO WS-OUTLIER-PCT.
002810     MOVE DEFAULT-TREND-PCT TO WS-TREND-PCT.
002820     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002830     OPEN INPUT HISTORY-FILE.
002840     IF NOT WS-HIST-FILE-OK
002850         DISPLAY "REPSRPT: UNABLE TO OPEN PRMHIST, STATUS="
002860                 WS-HIST-FILE-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     OPEN INPUT REPS-FILE.
002910     IF NOT WS-REPS-FILE-OK
002920         DISPLAY "REPSRPT: UNABLE TO OPEN PRMREPS, STATUS="
002930                 WS-REPS-FILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     DISPLAY "REPSRPT: REPETITION TIMINGS - OUTLIER DISTANCE="
002980             WS-OUTLIER-PCT "% TREND THRESHOLD=" WS-TREND-PCT
002990             "% RUN DATES " WS-FROM-DATE "-" WS-TO-DATE.
003000     DISPLAY " ".
003010     DISPLAY "RUN-ID   RUN DATE N      M REPS     MEDIAN"
003020             "      REP 1  WARM-UP OUT  TREND".
003030     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060*================================================================
003070 1100-READ-CONTROL-CARD SECTION.
003080*================================================================
003090* THE CARD IS OPTIONAL; A MISSING DD OR AN EMPTY DECK LEAVES THE
003100* DEFAULTS, AND SO DOES ANY FIELD LEFT BLANK OR ZERO.
003110*================================================================
003120 1100-START.
003130     OPEN INPUT REPS-CONTROL-FILE.
003140     IF NOT WS-RSCTL-FILE-OK
003150         GO TO 1100-EXIT
003160     END-IF.
003170     READ REPS-CONTROL-FILE
003180         AT END
003190             CLOSE REPS-CONTROL-FILE
003200             GO TO 1100-EXIT
003210     END-READ.
003220     IF PRM-RSCTL-OUTLIER-PCT IS NUMERIC
003230         AND PRM-RSCTL-OUTLIER-PCT > ZERO
003240         MOVE PRM-RSCTL-OUTLIER-PCT TO WS-OUTLIER-PCT
003250     END-IF.
003260     IF PRM-RSCTL-TREND-PCT IS NUMERIC
003270         AND PRM-RSCTL-TREND-PCT > ZERO
003280         MOVE PRM-RSCTL-TREND-PCT TO WS-TREND-PCT
003290     END-IF.
003300     IF PRM-RSCTL-FROM-DATE IS NUMERIC
003310         AND PRM-RSCTL-FROM-DATE > ZERO
003320         MOVE PRM-RSCTL-FROM-DATE TO WS-FROM-DATE
003330     END-IF.
003340     IF PRM-RSCTL-TO-DATE IS NUMERIC
003350         AND PRM-RSCTL-TO-DATE > ZERO
003360         MOVE PRM-RSCTL-TO-DATE TO WS-TO-DATE
003370     END-IF.
003380     CLOSE REPS-CONTROL-FILE.
003390 1100-EXIT.
003400     EXIT.
003410*================================================================
003420 2000-PROCESS-ONE-RUN SECTION.
003430*================================================================
003440 2000-START.
003450     ADD 1 TO WS-RUNS-READ.
003460     IF PRM-HIST-RUN-DATE IS NOT NUMERIC
003470         OR PRM-HIST-RUN-DATE < WS-FROM-DATE
003480         OR PRM-HIST-RUN-DATE > WS-TO-DATE
003490         GO TO 2000-NEXT
003500     END-IF.
003510     IF PRM-HIST-IS-EXCLUDED
003520         ADD 1 TO WS-RUNS-EXCLUDED
003530         GO TO 2000-NEXT
003540     END-IF.
003550     IF PRM-HIST-RETURN-CODE IS NOT NUMERIC
003560         OR PRM-HIST-RETURN-CODE > 4
003570         OR PRM-HIST-RUN-ID IS NOT NUMERIC
003580         OR PRM-HIST-RUN-ID = ZERO
003590         ADD 1 TO WS-RUNS-SKIPPED
003600         GO TO 2000-NEXT
003610     END-IF.
003620     IF PRM-HIST-REPEAT-COUNT IS NOT NUMERIC
003630         OR PRM-HIST-REPEAT-COUNT < 2
003640         ADD 1 TO WS-RUNS-SINGLE-REP
003650         GO TO 2000-NEXT
003660     END-IF.
003670     PERFORM 2100-LOAD-REPETITIONS THRU 2100-EXIT.
003680     IF WS-REP-COUNT = ZERO
003690         ADD 1 TO WS-RUNS-NO-DETAIL
003700         GO TO 2000-NEXT
003710     END-IF.
003720     IF WS-REP-COUNT < 2
003730         ADD 1 TO WS-RUNS-SINGLE-REP
003740         GO TO 2000-NEXT
003750     END-IF.
003760     PERFORM 2500-FIND-OR-ADD-WORKLOAD THRU 2500-EXIT.
003770     IF NOT WS-WL-FOUND
003780         ADD 1 TO WS-RUNS-UNTRACKED
003790         GO TO 2000-NEXT
003800     END-IF.
003810     ADD 1 TO WS-RUNS-REPORTED.
003820     PERFORM 3000-ANALYZE-RUN THRU 3000-EXIT.
003830 2000-NEXT.
003840     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870*================================================================
003880 2100-LOAD-REPETITIONS SECTION.
003890*================================================================
003900* READS THE RUN'S REPETITIONS BY KEY, 1 UPWARD, UNTIL ONE IS NOT
003910* ON FILE OR THE PRMHIST REPEAT COUNT IS REACHED. A RUN FROM
003920* BEFORE PRMREPS EXISTED HAS NONE.
003930*================================================================
003940 2100-START.
003950     MOVE ZERO TO WS-REP-COUNT.
003960     MOVE 'N' TO WS-REP-MISSING-SW.
003970     MOVE 'N' TO WS-FIRST-RESUMED-SW.
003980     PERFORM 2200-LOAD-ONE-REPETITION THRU 2200-EXIT
003990         VARYING WS-RP-IDX FROM 1 BY 1
004000             UNTIL WS-RP-IDX > PRM-HIST-REPEAT-COUNT
004010                OR WS-REP-MISSING.
004020 2100-EXIT.
004030     EXIT.
004040*================================================================
004050 2200-LOAD-ONE-REPETITION SECTION.
004060*================================================================
004070 2200-START.
004080     MOVE PRM-HIST-RUN-ID TO PRM-REPS-RUN-ID.
004090     MOVE WS-RP-IDX TO PRM-REPS-REP-NO.
004100     READ REPS-FILE
004110         KEY IS PRM-REPS-KEY
004120         INVALID KEY
004130             MOVE 'Y' TO WS-REP-MISSING-SW
004140             GO TO 2200-EXIT
004150     END-READ.
004160     IF NOT WS-REPS-FILE-OK
004170         MOVE 'Y' TO WS-REP-MISSING-SW
004180         GO TO 2200-EXIT
004190     END-IF.
004200     ADD 1 TO WS-REP-COUNT.
004210     MOVE PRM-REPS-START-TIME TO RR-START-TIME (WS-REP-COUNT).
004220     MOVE PRM-REPS-ELAPSED TO RR-ELAPSED (WS-REP-COUNT).
004230     MOVE PRM-REPS-CPU TO RR-CPU (WS-REP-COUNT).
004240     IF WS-RP-IDX = 1
004250         AND PRM-REPS-WAS-RESUMED
004260         MOVE 'Y' TO WS-FIRST-RESUMED-SW
004270     END-IF.
004280 2200-EXIT.
004290     EXIT.
004300*================================================================
004310 2500-FIND-OR-ADD-WORKLOAD SECTION.
004320*================================================================
004330 2500-START.
004340     MOVE 'N' TO WS-WL-FOUND-SW.
004350     PERFORM 2510-MATCH-ONE-WORKLOAD THRU 2510-EXIT
004360         VARYING WS-WL-IDX FROM 1 BY 1
004370             UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT
004380                OR WS-WL-FOUND.
004390     IF WS-WL-FOUND
004400         SUBTRACT 1 FROM WS-WL-IDX
004410         GO TO 2500-EXIT
004420     END-IF.
004430     IF WS-WORKLOAD-COUNT >= WS-MAX-WORKLOADS
004440         GO TO 2500-EXIT
004450     END-IF.
004460     ADD 1 TO WS-WORKLOAD-COUNT.
004470     MOVE WS-WORKLOAD-COUNT TO WS-WL-IDX.
004480     INITIALIZE WORKLOAD-SLOT (WS-WL-IDX).
004490     MOVE PRM-HIST-N TO WL-N (WS-WL-IDX).
004500     MOVE PRM-HIST-MODE TO WL-MODE (WS-WL-IDX).
004510     MOVE 'Y' TO WS-WL-FOUND-SW.
004520 2500-EXIT.
004530     EXIT.
004540*================================================================
004550 2510-MATCH-ONE-WORKLOAD SECTION.
004560*================================================================
004570 2510-START.
004580     IF WL-N (WS-WL-IDX) = PRM-HIST-N
004590         AND WL-MODE (WS-WL-IDX) = PRM-HIST-MODE
004600         MOVE 'Y' TO WS-WL-FOUND-SW
004610     END-IF.
004620 2510-EXIT.
004630     EXIT.
004640*================================================================
004650 2900-READ-NEXT-HIST SECTION.
004660*================================================================
004670 2900-START.
004680     READ HISTORY-FILE
004690         AT END
004700             MOVE 'Y' TO WS-EOF-SW
004710     END-READ.
004720 2900-EXIT.
004730     EXIT.
004740*================================================================
004750 3000-ANALYZE-RUN SECTION.
004760*================================================================
004770* MEDIAN OF ALL REPETITIONS, WARM-UP PENALTY, TREND, THE RUN LINE,
004780* AND THEN THE OUTLIER LINES UNDER IT.
004790*================================================================
004800 3000-START.
004810     MOVE WS-REP-COUNT TO WS-SORT-COUNT.
004820     PERFORM 3010-COPY-ONE-FOR-SORT THRU 3010-EXIT
004830         VARYING WS-RP-IDX FROM 1 BY 1
004840             UNTIL WS-RP-IDX > WS-REP-COUNT.
004850     PERFORM 3900-TAKE-MEDIAN THRU 3900-EXIT.
004860     MOVE WS-MEDIAN TO WS-RUN-MEDIAN.
004870     PERFORM 3100-MEASURE-WARMUP THRU 3100-EXIT.
004880     PERFORM 3200-FIT-TREND THRU 3200-EXIT.
004890     MOVE ZERO TO WS-RUN-OUTLIERS.
004900     PERFORM 3300-COUNT-ONE-OUTLIER THRU 3300-EXIT
004910         VARYING WS-RP-IDX FROM 1 BY 1
004920             UNTIL WS-RP-IDX > WS-REP-COUNT.
004930     MOVE PRM-HIST-RUN-ID TO RL-RUN-ID.
004940     MOVE PRM-HIST-RUN-DATE TO RL-RUN-DATE.
004950     MOVE PRM-HIST-N TO RL-N.
004960     MOVE PRM-HIST-MODE TO RL-MODE.
004970     MOVE WS-REP-COUNT TO RL-REPS.
004980     MOVE WS-RUN-MEDIAN TO RL-MEDIAN.
004990     MOVE RR-ELAPSED (1) TO RL-REP-1.
005000     IF WS-WARMUP-MEASURED
005010         MOVE WS-WARMUP-PCT TO WS-ED-PCT
005020         MOVE WS-ED-PCT TO RL-WARMUP
005030     ELSE
005040         IF WS-FIRST-WAS-RESUMED
005050             MOVE "RESUMED" TO RL-WARMUP
005060         ELSE
005070             MOVE "   N/A" TO RL-WARMUP
005080         END-IF
005090     END-IF.
005100     MOVE WS-RUN-OUTLIERS TO RL-OUTLIERS.
005110     MOVE WS-TREND TO RL-TREND.
005120     DISPLAY RUN-LINE.
005130     PERFORM 3400-PRINT-ONE-OUTLIER THRU 3400-EXIT
005140         VARYING WS-RP-IDX FROM 1 BY 1
005150             UNTIL WS-RP-IDX > WS-REP-COUNT.
005160     ADD 1 TO WL-RUNS (WS-WL-IDX).
005170     ADD WS-REP-COUNT TO WL-REPS (WS-WL-IDX).
005180     ADD WS-RUN-OUTLIERS TO WL-OUTLIERS (WS-WL-IDX).
005190     ADD WS-RUN-OUTLIERS TO WS-TOTAL-OUTLIERS.
005200     IF WS-WARMUP-MEASURED
005210         ADD 1 TO WL-WARMUP-RUNS (WS-WL-IDX)
005220         ADD WS-WARMUP-PCT TO WL-WARMUP-SUM (WS-WL-IDX)
005230     END-IF.
005240     EVALUATE WS-TREND
005250         WHEN "SLOWER"
005260             ADD 1 TO WL-SLOWER (WS-WL-IDX)
005270         WHEN "FASTER"
005280             ADD 1 TO WL-FASTER (WS-WL-IDX)
005290         WHEN "FLAT"
005300             ADD 1 TO WL-FLAT (WS-WL-IDX)
005310     END-EVALUATE.
005320 3000-EXIT.
005330     EXIT.
005340*================================================================
005350 3010-COPY-ONE-FOR-SORT SECTION.
005360*================================================================
005370 3010-START.
005380     MOVE RR-ELAPSED (WS-RP-IDX) TO SORT-VALUE (WS-RP-IDX).
005390 3010-EXIT.
005400     EXIT.
005410*================================================================
005420 3100-MEASURE-WARMUP SECTION.
005430*================================================================
005440* REPETITION 1 AGAINST THE MEDIAN OF THE OTHERS. A RESUMED FIRST
005450* REPETITION, OR A LATER MEDIAN TOO SMALL TO DIVIDE BY (A SMOKE
005460* RUN INSIDE ONE CLOCK TICK), IS NOT MEASURED.
005470*================================================================
005480 3100-START.
005490     MOVE 'N' TO WS-WARMUP-SW.
005500     MOVE ZERO TO WS-WARMUP-PCT.
005510     IF WS-FIRST-WAS-RESUMED
005520         GO TO 3100-EXIT
005530     END-IF.
005540     COMPUTE WS-SORT-COUNT = WS-REP-COUNT - 1.
005550     PERFORM 3110-COPY-ONE-LATER THRU 3110-EXIT
005560         VARYING WS-RP-IDX FROM 2 BY 1
005570             UNTIL WS-RP-IDX > WS-REP-COUNT.
005580     PERFORM 3900-TAKE-MEDIAN THRU 3900-EXIT.
005590     MOVE WS-MEDIAN TO WS-LATER-MEDIAN.
005600     IF WS-LATER-MEDIAN = ZERO
005610         GO TO 3100-EXIT
005620     END-IF.
005630     COMPUTE WS-WARMUP-PCT ROUNDED =
005640         (RR-ELAPSED (1) - WS-LATER-MEDIAN) * 100
005650             / WS-LATER-MEDIAN
005660         ON SIZE ERROR
005670             MOVE 9999.9 TO WS-WARMUP-PCT
005680     END-COMPUTE.
005690     MOVE 'Y' TO WS-WARMUP-SW.
005700 3100-EXIT.
005710     EXIT.
005720*================================================================
005730 3110-COPY-ONE-LATER SECTION.
005740*================================================================
005750 3110-START.
005760     MOVE RR-ELAPSED (WS-RP-IDX) TO SORT-VALUE (WS-RP-IDX - 1).
005770 3110-EXIT.
005780     EXIT.
005790*================================================================
005800 3200-FIT-TREND SECTION.
005810*================================================================
005820* LEAST-SQUARES SLOPE THROUGH REPETITIONS 2 ON; THE FITTED CHANGE
005830* FROM THE FIRST OF THEM TO THE LAST, AS A PERCENTAGE OF THE RUN
005840* MEDIAN, DECIDES SLOWER / FASTER / FLAT; A CHANGE OF NO MORE
005850* THAN ONE CLOCK TICK IS FLAT WHATEVER ITS PERCENTAGE. FEWER THAN
005860* THREE POINTS IS NO TREND AT ALL ("-").
005870*================================================================
005880 3200-START.
005890     MOVE "-" TO WS-TREND.
005900     COMPUTE WS-FIT-POINTS = WS-REP-COUNT - 1.
005910     IF WS-FIT-POINTS < 3
005920         OR WS-RUN-MEDIAN = ZERO
005930         GO TO 3200-EXIT
005940     END-IF.
005950     MOVE ZERO TO WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY.
005960     PERFORM 3210-ADD-ONE-POINT THRU 3210-EXIT
005970         VARYING WS-RP-IDX FROM 2 BY 1
005980             UNTIL WS-RP-IDX > WS-REP-COUNT.
005990     COMPUTE WS-FIT-DENOMINATOR =
006000         WS-FIT-POINTS * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
006010     IF WS-FIT-DENOMINATOR = ZERO
006020         GO TO 3200-EXIT
006030     END-IF.
006040*    EACH PRODUCT IS TAKEN ON ITS OWN SO NO INTERMEDIATE RESULT
006050*    LOSES THE ELAPSED TIMES' HUNDREDTHS.
006060     MULTIPLY WS-FIT-POINTS BY WS-SUM-XY GIVING WS-FIT-NUMERATOR.
006070     MULTIPLY WS-SUM-X BY WS-SUM-Y GIVING WS-FIT-TERM.
006080     SUBTRACT WS-FIT-TERM FROM WS-FIT-NUMERATOR.
006090     DIVIDE WS-FIT-NUMERATOR BY WS-FIT-DENOMINATOR
006100         GIVING WS-SLOPE ROUNDED.
006110     COMPUTE WS-FIT-SPAN = WS-FIT-POINTS - 1.
006120     MULTIPLY WS-SLOPE BY WS-FIT-SPAN GIVING WS-FITTED-CHANGE.
006130     COMPUTE WS-DRIFT-PCT ROUNDED =
006140         WS-FITTED-CHANGE * 100 / WS-RUN-MEDIAN
006150         ON SIZE ERROR
006160             MOVE ZERO TO WS-DRIFT-PCT
006170     END-COMPUTE.
006180     IF WS-FITTED-CHANGE NOT > CLOCK-TICK
006190         AND WS-FITTED-CHANGE NOT < ZERO - CLOCK-TICK
006200         MOVE "FLAT" TO WS-TREND
006210         GO TO 3200-EXIT
006220     END-IF.
006230     IF WS-DRIFT-PCT > WS-TREND-PCT
006240         MOVE "SLOWER" TO WS-TREND
006250     ELSE
006260         IF WS-DRIFT-PCT < ZERO - WS-TREND-PCT
006270             MOVE "FASTER" TO WS-TREND
006280         ELSE
006290             MOVE "FLAT" TO WS-TREND
006300         END-IF
006310     END-IF.
006320 3200-EXIT.
006330     EXIT.
006340*================================================================
006350 3210-ADD-ONE-POINT SECTION.
006360*================================================================
006370 3210-START.
006380     ADD WS-RP-IDX TO WS-SUM-X.
006390     COMPUTE WS-SUM-XX = WS-SUM-XX + WS-RP-IDX * WS-RP-IDX.
006400     ADD RR-ELAPSED (WS-RP-IDX) TO WS-SUM-Y.
006410     MULTIPLY RR-ELAPSED (WS-RP-IDX) BY WS-RP-IDX
006420         GIVING WS-FIT-TERM.
006430     ADD WS-FIT-TERM TO WS-SUM-XY.
006440 3210-EXIT.
006450     EXIT.
006460*================================================================
006470 3300-COUNT-ONE-OUTLIER SECTION.
006480*================================================================
006490 3300-START.
006500     PERFORM 3350-MEASURE-DEVIATION THRU 3350-EXIT.
006510     IF WS-REP-IS-OUTLIER
006520         ADD 1 TO WS-RUN-OUTLIERS
006530     END-IF.
006540 3300-EXIT.
006550     EXIT.
006560*================================================================
006570 3350-MEASURE-DEVIATION SECTION.
006580*================================================================
006590* A REPETITION IS AN OUTLIER WHEN IT LIES FURTHER FROM THE RUN
006600* MEDIAN THAN THE OUTLIER DISTANCE ALLOWS - BUT NEVER FOR A
006610* DIFFERENCE OF ONE CLOCK TICK, WHICH ON A SMOKE RUN IS ALL THE
006620* PERCENTAGES WOULD BE MEASURING.
006630*================================================================
006640 3350-START.
006650     MOVE 'N' TO WS-OUTLIER-SW.
006660     COMPUTE WS-DEVIATION =
006670         RR-ELAPSED (WS-RP-IDX) - WS-RUN-MEDIAN.
006680     IF WS-DEVIATION < ZERO
006690         COMPUTE WS-DEVIATION-ABS = ZERO - WS-DEVIATION
006700     ELSE
006710         MOVE WS-DEVIATION TO WS-DEVIATION-ABS
006720     END-IF.
006730     IF WS-RUN-MEDIAN > ZERO
006740         AND WS-DEVIATION-ABS > CLOCK-TICK
006750         AND WS-DEVIATION-ABS * 100
006760                 > WS-OUTLIER-PCT * WS-RUN-MEDIAN
006770         MOVE 'Y' TO WS-OUTLIER-SW
006780     END-IF.
006790 3350-EXIT.
006800     EXIT.
006810*================================================================
006820 3400-PRINT-ONE-OUTLIER SECTION.
006830*================================================================
006840 3400-START.
006850     PERFORM 3350-MEASURE-DEVIATION THRU 3350-EXIT.
006860     IF NOT WS-REP-IS-OUTLIER
006870         GO TO 3400-EXIT
006880     END-IF.
006890     COMPUTE WS-DEVIATION-PCT ROUNDED =
006900         WS-DEVIATION * 100 / WS-RUN-MEDIAN
006910         ON SIZE ERROR
006920             MOVE 9999.9 TO WS-DEVIATION-PCT
006930     END-COMPUTE.
006940     MOVE WS-RP-IDX TO OL-REP-NO.
006950     MOVE RR-START-TIME (WS-RP-IDX) TO OL-START-TIME.
006960     MOVE RR-ELAPSED (WS-RP-IDX) TO OL-ELAPSED.
006970     MOVE RR-CPU (WS-RP-IDX) TO OL-CPU.
006980     MOVE WS-DEVIATION-PCT TO OL-DEVIATION.
006990     IF WS-RP-IDX = 1
007000         MOVE " (FIRST REP)" TO OL-NOTE
007010     ELSE
007020         MOVE SPACES TO OL-NOTE
007030     END-IF.
007040     DISPLAY OUTLIER-LINE.
007050 3400-EXIT.
007060     EXIT.
007070*================================================================
007080 3900-TAKE-MEDIAN SECTION.
007090*================================================================
007100* SORTS SORT-VALUE (1) THRU (WS-SORT-COUNT) ASCENDING AND RETURNS
007110* THE MEDIAN IN WS-MEDIAN.
007120*================================================================
007130 3900-START.
007140     MOVE ZERO TO WS-MEDIAN.
007150     IF WS-SORT-COUNT = ZERO
007160         GO TO 3900-EXIT
007170     END-IF.
007180     PERFORM 3910-SORT-ONE-PASS THRU 3910-EXIT
007190         VARYING SRT-I FROM 1 BY 1
007200             UNTIL SRT-I >= WS-SORT-COUNT.
007210     DIVIDE WS-SORT-COUNT BY 2 GIVING SRT-MID
007220         REMAINDER SRT-REMAINDER.
007230     IF SRT-REMAINDER = 1
007240         ADD 1 TO SRT-MID
007250         MOVE SORT-VALUE (SRT-MID) TO WS-MEDIAN
007260     ELSE
007270         COMPUTE WS-MEDIAN ROUNDED =
007280             (SORT-VALUE (SRT-MID) + SORT-VALUE (SRT-MID + 1)) / 2
007290     END-IF.
007300 3900-EXIT.
007310     EXIT.
007320*================================================================
007330 3910-SORT-ONE-PASS SECTION.
007340*================================================================
007350 3910-START.
007360     PERFORM 3920-COMPARE-ONE-PAIR THRU 3920-EXIT
007370         VARYING SRT-J FROM 1 BY 1
007380             UNTIL SRT-J > WS-SORT-COUNT - SRT-I.
007390 3910-EXIT.
007400     EXIT.
007410*================================================================
007420 3920-COMPARE-ONE-PAIR SECTION.
007430*================================================================
007440 3920-START.
007450     IF SORT-VALUE (SRT-J) > SORT-VALUE (SRT-J + 1)
007460         MOVE SORT-VALUE (SRT-J) TO SRT-TEMP
007470         MOVE SORT-VALUE (SRT-J + 1) TO SORT-VALUE (SRT-J)
007480         MOVE SRT-TEMP TO SORT-VALUE (SRT-J + 1)
007490     END-IF.
007500 3920-EXIT.
007510     EXIT.
007520*================================================================
007530 5000-REPORT-WORKLOADS SECTION.
007540*================================================================
007550* ONE LINE PER WORKLOAD. THE READING IS THE FIRST THAT APPLIES:
007560* A MEAN WARM-UP PENALTY BEYOND THE OUTLIER DISTANCE MEANS
007570* REPETITION 1 SHOULD BE RUN AND DISCARDED; AN OUTLIER RATE OVER
007580* NOISY-OUTLIER-RATE-PCT MEANS THE MEDIAN NEEDS MORE REPEATS TO
007590* SETTLE; RUNS THAT MOSTLY SLOW DOWN AS THEY GO POINT AT THE HOST
007600* (PAGING, THERMAL, A NEIGHBOUR), NOT AT THE REPEAT COUNT; A
007610* WORKLOAD WITH NO OUTLIERS AND NO WARM-UP CAN RUN FEWER REPEATS.
007620*================================================================
007630 5000-START.
007640     IF WS-WORKLOAD-COUNT = ZERO
007650         GO TO 5000-EXIT
007660     END-IF.
007670     DISPLAY " ".
007680     DISPLAY "BY WORKLOAD:".
007690     DISPLAY "N      M  RUNS  WARM-UP OUTL%  SLOW/FAST/FLAT"
007700             " READING".
007710     PERFORM 5100-REPORT-ONE-WORKLOAD THRU 5100-EXIT
007720         VARYING WS-WL-IDX FROM 1 BY 1
007730             UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT.
007740 5000-EXIT.
007750     EXIT.
007760*================================================================
007770 5100-REPORT-ONE-WORKLOAD SECTION.
007780*================================================================
007790 5100-START.
007800     MOVE WL-N (WS-WL-IDX) TO WK-N.
007810     MOVE WL-MODE (WS-WL-IDX) TO WK-MODE.
007820     MOVE WL-RUNS (WS-WL-IDX) TO WK-RUNS.
007830     MOVE ZERO TO WS-MEAN-WARMUP-PCT.
007840     IF WL-WARMUP-RUNS (WS-WL-IDX) > ZERO
007850         COMPUTE WS-MEAN-WARMUP-PCT ROUNDED =
007860             WL-WARMUP-SUM (WS-WL-IDX)
007870                 / WL-WARMUP-RUNS (WS-WL-IDX)
007880         MOVE WS-MEAN-WARMUP-PCT TO WS-ED-PCT
007890         MOVE WS-ED-PCT TO WK-WARMUP
007900     ELSE
007910         MOVE "   N/A" TO WK-WARMUP
007920     END-IF.
007930     MOVE ZERO TO WS-OUTLIER-RATE-PCT.
007940     IF WL-REPS (WS-WL-IDX) > ZERO
007950         COMPUTE WS-OUTLIER-RATE-PCT ROUNDED =
007960             WL-OUTLIERS (WS-WL-IDX) * 100 / WL-REPS (WS-WL-IDX)
007970     END-IF.
007980     MOVE WS-OUTLIER-RATE-PCT TO WK-OUTLIER-RATE.
007990     MOVE WL-SLOWER (WS-WL-IDX) TO WK-SLOWER.
008000     MOVE WL-FASTER (WS-WL-IDX) TO WK-FASTER.
008010     MOVE WL-FLAT (WS-WL-IDX) TO WK-FLAT.
008020     EVALUATE TRUE
008030         WHEN WL-WARMUP-RUNS (WS-WL-IDX) > ZERO
008040              AND WS-MEAN-WARMUP-PCT > WS-OUTLIER-PCT
008050             MOVE "WARM-UP - DISCARD REP 1" TO WS-ADVICE
008060         WHEN WS-OUTLIER-RATE-PCT > NOISY-OUTLIER-RATE-PCT
008070             MOVE "NOISY - MORE REPEATS" TO WS-ADVICE
008080         WHEN WL-SLOWER (WS-WL-IDX) * 2 > WL-RUNS (WS-WL-IDX)
008090             MOVE "SLOWS WITHIN RUN - CHECK HOST" TO WS-ADVICE
008100         WHEN WL-OUTLIERS (WS-WL-IDX) = ZERO
008110              AND WL-WARMUP-RUNS (WS-WL-IDX) > ZERO
008120              AND WS-MEAN-WARMUP-PCT NOT > WS-TREND-PCT
008130             MOVE "STABLE - FEWER REPEATS WILL DO" TO WS-ADVICE
008140         WHEN OTHER
008150             MOVE "REPEATS ADEQUATE" TO WS-ADVICE
008160     END-EVALUATE.
008170     MOVE WS-ADVICE TO WK-ADVICE.
008180     DISPLAY WORKLOAD-LINE.
008190 5100-EXIT.
008200     EXIT.
