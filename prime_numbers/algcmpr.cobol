000246*   2026-09-03  RAH    RECORDS HISTMNT HAS MARKED EXCLUDED ARE
000247*                      SKIPPED FROM THE PAIRING AND COUNTED IN
000248*                      AN EXCLUDED TALLY.
000250*   2026-10-15  RAH    EACH PAIR'S RATIO IS ALSO HELD AGAINST THE
000252*                      RATIO OF THE FROZEN T AND S BASELINES
000254*                      (PRMBASE, SEE BASEMNT) IN FORCE AT THAT N,
000256*                      AND THE SUMMARY SHOWS THE CUMULATIVE RATIO
000258*                      DRIFT SINCE THEIR APPROVAL.
000259*================================================================
000260* TRENDRPT DELIBERATELY KEEPS SEPARATE BASELINES PER N/MODE, SO A
000270* DEGRADATION IN ONE ALGORITHM PATH CAN HIDE BEHIND THE OTHER IN
000280* THE SUITE'S OVERALL NUMBERS. THIS REPORT PUTS THE TWO MODES
000370* A FAILED RUN'S DAUER IS NOT A COMPARABLE MEASUREMENT. A PAIR
000380* WHOSE SMALL-N DAUER ROUNDS TO ZERO HAS NO MEANINGFUL RATIO AND
000390* IS REPORTED AS SUCH WITHOUT DISTURBING THE SHIFT TRACKING.
000391*
000392* WHEN BOTH MODES AT THE N HAVE AN APPROVED FROZEN BASELINE
000393* (PRMBASE) IN FORCE ON THE PAIR'S DATE, EACH SIDE LOOKED UP ON
000394* THE HOST ITS OWN RUN CAME FROM, THE PAIR'S RATIO IS ALSO HELD
000395* AGAINST THE FROZEN RATIO T-FIGURE / S-FIGURE AND FLAGGED WHEN
000396* IT HAS MOVED MORE THAN RATIO-SHIFT-THRESHOLD-PCT PERCENT FROM
000397* IT - A SHIFT THE PAIR-TO-PAIR TEST MISSES WHEN IT CREEPS IN A
000398* LITTLE AT A TIME. A PAIR FLAGGED BY BOTH TESTS COUNTS ONCE.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000462     SELECT BASIS-CONTROL-FILE ASSIGN TO "BASISCTL"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-BSCTL-FILE-STATUS.
000467     SELECT BASELINE-FILE ASSIGN TO "PRMBASE"
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-BASE-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000510     COPY PRMHIST.
000512 FD  BASIS-CONTROL-FILE.
000514     COPY PRMBSCTL.
000516 FD  BASELINE-FILE.
000518     COPY PRMBASE.
000520*
000530 WORKING-STORAGE SECTION.
000540 01  RATIO-SHIFT-THRESHOLD-PCT       PIC 9(03) COMP VALUE 25.
000550*
000560 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000570     88  WS-HIST-FILE-OK                  VALUE '00'.
000575     88  WS-HIST-FILE-EOF                 VALUE '10'.
000576 01  WS-BSCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000577     88  WS-BSCTL-FILE-OK                 VALUE '00'.
000578     88  WS-BSCTL-FILE-NOT-FOUND          VALUE '35'.
000579 01  WS-BASE-FILE-STATUS             PIC X(02) VALUE '00'.
000580     88  WS-BASE-FILE-OK                  VALUE '00'.
000581     88  WS-BASE-FILE-NOT-FOUND           VALUE '35'.
000582 01  WS-BASE-EOF-SW                  PIC X(01) VALUE 'N'.
000583     88  WS-BASE-AT-EOF                  VALUE 'Y'.
000584 01  WS-BASIS-CPU-SW                 PIC X(01) VALUE 'N'.
000585     88  WS-BASIS-IS-CPU                 VALUE 'Y'.
000586*    THE FIGURE THE PAIRS COMPARE - THE CPU MEDIAN UNDER A
000587*    BASISCTL 'C' CARD, OTHERWISE THE WALL-CLOCK DAUER.
000588 01  WS-EFF-DURATION                 PIC 9(07)V9(02) VALUE ZERO.
000597 01  WS-CPU-MISSING-SW               PIC X(01) VALUE 'N'.
000598     88  WS-CPU-FIGURE-MISSING           VALUE 'Y'.
000599*
000600 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000610     88  WS-AT-EOF                       VALUE 'Y'.
000620*
000800         10  NC-S-DURATION           PIC 9(07)V9(02).
000810         10  NC-S-SEEN-SW            PIC X(01).
000820             88  NC-S-SEEN               VALUE 'Y'.
000822         10  NC-T-HOST-NAME          PIC X(20).
000824         10  NC-S-HOST-NAME          PIC X(20).
000826         10  NC-T-CPU-MISSING-SW     PIC X(01).
000828         10  NC-S-CPU-MISSING-SW     PIC X(01).
000830         10  NC-PREV-RATIO           PIC 9(05)V9(02).
000840         10  NC-PAIR-COUNT           PIC 9(06) COMP.
000841         10  NC-FZ-T-IDX             PIC 9(03) COMP.
000842         10  NC-FZ-S-IDX             PIC 9(03) COMP.
000843         10  NC-FZ-RATIO             PIC 9(05)V9(02).
000844         10  NC-FZ-LATEST-RATIO      PIC 9(05)V9(02).
000845         10  NC-FZ-LATEST-DATE       PIC 9(08).
000846         10  NC-FZ-COMPARED          PIC 9(06) COMP.
000847         10  NC-FZ-FLAGGED           PIC 9(06) COMP.
000850*
000855 01  WS-RATIO                        PIC 9(05)V9(02) VALUE ZERO.
000856 01  WS-SHIFT-LIMIT                  PIC 9(05)V9(02) VALUE ZERO.
000857 01  WS-RATIO-LOW                    PIC S9(06)V9(02) VALUE ZERO.
000858 01  WS-RATIO-HIGH                   PIC 9(06)V9(02) VALUE ZERO.
000859 01  WS-PAIR-FLAGGED-SW              PIC X(01) VALUE 'N'.
000860     88  WS-PAIR-FLAGGED                 VALUE 'Y'.
000861*----------------------------------------------------------------
000862* FROZEN BASELINES FROM PRMBASE - ONLY THOSE EVER APPROVED, SINCE
000863* A PROPOSAL GOVERNS NOTHING. A SIDE OF A PAIR IS HELD AGAINST THE
000864* ONE IN FORCE FOR ITS N, MODE, AND HOST ON THE PAIR'S DATE:
000865* APPROVED ON OR BEFORE THAT DATE AND NOT YET RETIRED ON IT.
000866*----------------------------------------------------------------
000867 01  WS-MAX-FROZEN                   PIC 9(03) COMP VALUE 100.
000868 01  WS-FROZEN-COUNT                 PIC 9(03) COMP VALUE ZERO.
000869 01  WS-FZ-IDX                       PIC 9(03) COMP VALUE ZERO.
000870 01  WS-FZ-HIT                       PIC 9(03) COMP VALUE ZERO.
000871 01  WS-FZ-T-HIT                     PIC 9(03) COMP VALUE ZERO.
000872 01  FROZEN-BASELINE-TABLE.
000873     05  FROZEN-SLOT OCCURS 100 TIMES.
000874         10  FZ-ID                   PIC 9(06).
000875         10  FZ-N                    PIC 9(06).
000876         10  FZ-MODE                 PIC X(01).
000877         10  FZ-HOST-NAME            PIC X(20).
000878         10  FZ-RUNTIME-VERSION      PIC X(20).
000879         10  FZ-STATUS               PIC X(01).
000880         10  FZ-FIGURE               PIC 9(07)V9(02).
000881         10  FZ-CPU-FIGURE           PIC 9(07)V9(02).
000882         10  FZ-APPROVED-BY          PIC X(03).
000883         10  FZ-APPROVED-DATE        PIC 9(08).
000884         10  FZ-RETIRED-DATE         PIC 9(08).
000885 01  WS-FZ-SEARCH-N                  PIC 9(06) VALUE ZERO.
000886 01  WS-FZ-SEARCH-MODE               PIC X(01) VALUE SPACE.
000887 01  WS-FZ-SEARCH-HOST               PIC X(20) VALUE SPACES.
000888 01  WS-FZ-SEARCH-DATE               PIC 9(08) VALUE ZERO.
000889 01  WS-FZ-T-FIGURE                  PIC 9(07)V9(02) VALUE ZERO.
000890 01  WS-FZ-S-FIGURE                  PIC 9(07)V9(02) VALUE ZERO.
000891*    2330-COMPUTE-DRIFT WORKS ON THESE TWO; HERE THEY HOLD THE
000892*    PAIR'S RATIO AND THE FROZEN RATIO.
000893 01  WS-FROZEN-FIGURE                PIC 9(07)V9(02) VALUE ZERO.
000894 01  WS-FZ-MEASURED                  PIC 9(07)V9(02) VALUE ZERO.
000895 01  WS-FZ-DIFF                      PIC S9(09)V9(02) VALUE ZERO.
000896 01  WS-FZ-WORK                      PIC S9(11)V9(02) VALUE ZERO.
000897 01  WS-FZ-DRIFT-PCT                 PIC S9(05)V9(01) VALUE ZERO.
000898 01  WS-FZ-ABS-DRIFT-PCT             PIC 9(05)V9(01) VALUE ZERO.
000899 01  WS-ED-DRIFT-PCT                 PIC +Z(04)9.9.
000900*
000910 01  WS-RUNS-READ                    PIC 9(06) COMP VALUE ZERO.
000920 01  WS-RUNS-SKIPPED                 PIC 9(06) COMP VALUE ZERO.
001100*================================================================
001110 1000-START.
001115     PERFORM 1150-READ-BASIS-CONTROL THRU 1150-EXIT.
001117     PERFORM 1160-LOAD-FROZEN-BASELINES THRU 1160-EXIT.
001120     OPEN INPUT HISTORY-FILE.
001130     IF NOT WS-HIST-FILE-OK
001140         DISPLAY "ALGCMPR: UNABLE TO OPEN PRMHIST, STATUS="
001198     END-IF.
001200     DISPLAY "ALGCMPR: RATIO = T-DAUER / S-DAUER, SHIFT "
001210             "THRESHOLD=" RATIO-SHIFT-THRESHOLD-PCT "%".
001215     DISPLAY "ALGCMPR: FROZEN BASELINES LOADED=" WS-FROZEN-COUNT.
001220     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
001230 1000-EXIT.
001240     EXIT.
001380     IF PRM-HIST-MODE = 'S'
001390         MOVE WS-EFF-DURATION TO NC-S-DURATION (WS-N-IDX)
001400         MOVE 'Y' TO NC-S-SEEN-SW (WS-N-IDX)
001403         MOVE PRM-HIST-HOST-NAME TO NC-S-HOST-NAME (WS-N-IDX)
001406         MOVE WS-CPU-MISSING-SW TO NC-S-CPU-MISSING-SW (WS-N-IDX)
001410     ELSE
001420         MOVE WS-EFF-DURATION TO NC-T-DURATION (WS-N-IDX)
001430         MOVE 'Y' TO NC-T-SEEN-SW (WS-N-IDX)
001433         MOVE PRM-HIST-HOST-NAME TO NC-T-HOST-NAME (WS-N-IDX)
001436         MOVE WS-CPU-MISSING-SW TO NC-T-CPU-MISSING-SW (WS-N-IDX)
001440     END-IF.
001450     IF NC-T-SEEN (WS-N-IDX) AND NC-S-SEEN (WS-N-IDX)
001460         PERFORM 2200-REPORT-ONE-PAIR THRU 2200-EXIT
001900     MOVE ZERO TO NC-S-DURATION (WS-N-IDX).
001910     MOVE 'N' TO NC-S-SEEN-SW (WS-N-IDX).
001920     MOVE ZERO TO NC-PREV-RATIO (WS-N-IDX).
001928     MOVE ZERO TO NC-PAIR-COUNT (WS-N-IDX).
001929     MOVE SPACES TO NC-T-HOST-NAME (WS-N-IDX).
001930     MOVE SPACES TO NC-S-HOST-NAME (WS-N-IDX).
001931     MOVE 'N' TO NC-T-CPU-MISSING-SW (WS-N-IDX).
001932     MOVE 'N' TO NC-S-CPU-MISSING-SW (WS-N-IDX).
001933     MOVE ZERO TO NC-FZ-T-IDX (WS-N-IDX).
001934     MOVE ZERO TO NC-FZ-S-IDX (WS-N-IDX).
001935     MOVE ZERO TO NC-FZ-RATIO (WS-N-IDX).
001936     MOVE ZERO TO NC-FZ-LATEST-RATIO (WS-N-IDX).
001937     MOVE ZERO TO NC-FZ-LATEST-DATE (WS-N-IDX).
001938     MOVE ZERO TO NC-FZ-COMPARED (WS-N-IDX).
001939     MOVE ZERO TO NC-FZ-FLAGGED (WS-N-IDX).
001940     MOVE 'Y' TO WS-N-FOUND-SW.
001950 2150-EXIT.
001960     EXIT.
002130* UNTOUCHED.
002140*================================================================
002150 2200-START.
002155     MOVE 'N' TO WS-PAIR-FLAGGED-SW.
002160     IF NC-T-DURATION (WS-N-IDX) = ZERO
002170         OR NC-S-DURATION (WS-N-IDX) = ZERO
002180         ADD 1 TO WS-PAIRS-PRINTED
002380         IF WS-RATIO < WS-RATIO-LOW
002390             OR WS-RATIO > WS-RATIO-HIGH
002400             ADD 1 TO WS-PAIRS-FLAGGED
002405             MOVE 'Y' TO WS-PAIR-FLAGGED-SW
002410             DISPLAY "PAIR DATE=" PRM-HIST-RUN-DATE
002420                     " N=" NC-N (WS-N-IDX)
002430                     " T-DAUER=" NC-T-DURATION (WS-N-IDX)
002590                 " S-DAUER=" NC-S-DURATION (WS-N-IDX)
002600                 " RATIO=" WS-RATIO " (FIRST PAIR AT THIS N)"
002610     END-IF.
002615     PERFORM 2300-EVALUATE-AGAINST-FROZEN THRU 2300-EXIT.
002620     MOVE WS-RATIO TO NC-PREV-RATIO (WS-N-IDX).
002630 2200-EXIT.
002640     EXIT.
002715             " EXCLUDED=" WS-RUNS-EXCLUDED
002720             " PAIRS=" WS-PAIRS-PRINTED
002730             " FLAGGED=" WS-PAIRS-FLAGGED.
002735     PERFORM 3100-REPORT-FROZEN-DRIFT THRU 3100-EXIT.
002740     IF WS-PAIRS-FLAGGED > 0
002750         MOVE 4 TO RETURN-CODE
002760     ELSE
003150*================================================================
003160 2120-START.
003170     MOVE PRM-HIST-DURATION TO WS-EFF-DURATION.
003175     MOVE 'N' TO WS-CPU-MISSING-SW.
003180     IF WS-BASIS-IS-CPU
003190         IF PRM-HIST-CPU-MEDIAN IS NUMERIC
003200             AND PRM-HIST-CPU-MEDIAN > ZERO
003230         IF PRM-HIST-CPU-DURATION IS NUMERIC
003240             AND PRM-HIST-CPU-DURATION > ZERO
003250             MOVE PRM-HIST-CPU-DURATION TO WS-EFF-DURATION
003253         ELSE
003256             MOVE 'Y' TO WS-CPU-MISSING-SW
003260         END-IF
003270         END-IF
003280     END-IF.
003290 2120-EXIT.
003300     EXIT.
003310*================================================================
003320 1160-LOAD-FROZEN-BASELINES SECTION.
003330*================================================================
003340* LOADS THE BASELINES FROM PRMBASE THAT HAVE EVER BEEN APPROVED.
003350* NO DD, OR A DATASET THAT WILL NOT OPEN, LEAVES THE REPORT ON
003360* THE PAIR-TO-PAIR SHIFT TEST ALONE, AS IT RAN BEFORE PRMBASE.
003370*================================================================
003380 1160-START.
003390     OPEN INPUT BASELINE-FILE.
003400     IF WS-BASE-FILE-NOT-FOUND
003410         GO TO 1160-EXIT
003420     END-IF.
003430     IF NOT WS-BASE-FILE-OK
003440         DISPLAY "ALGCMPR: UNABLE TO OPEN PRMBASE, STATUS="
003450                 WS-BASE-FILE-STATUS " - NO FROZEN COMPARISON"
003460         GO TO 1160-EXIT
003470     END-IF.
003480     PERFORM 1170-LOAD-ONE-BASELINE THRU 1170-EXIT
003490         UNTIL WS-BASE-AT-EOF.
003500     CLOSE BASELINE-FILE.
003510 1160-EXIT.
003520     EXIT.
003530*================================================================
003540 1170-LOAD-ONE-BASELINE SECTION.
003550*================================================================
003560 1170-START.
003570     READ BASELINE-FILE
003580         AT END
003590             MOVE 'Y' TO WS-BASE-EOF-SW
003600             GO TO 1170-EXIT
003610     END-READ.
003620     IF NOT PRM-BASE-IS-APPROVED
003630         AND NOT PRM-BASE-IS-RETIRED
003640         GO TO 1170-EXIT
003650     END-IF.
003660     IF PRM-BASE-APPROVED-DATE IS NOT NUMERIC
003670         OR PRM-BASE-APPROVED-DATE = ZERO
003680         GO TO 1170-EXIT
003690     END-IF.
003700     IF WS-FROZEN-COUNT NOT < WS-MAX-FROZEN
003710         DISPLAY "ALGCMPR: FROZEN BASELINE TABLE FULL - "
003720                 "BASELINE " PRM-BASE-ID " IGNORED"
003730         GO TO 1170-EXIT
003740     END-IF.
003750     ADD 1 TO WS-FROZEN-COUNT.
003760     MOVE WS-FROZEN-COUNT TO WS-FZ-IDX.
003770     MOVE PRM-BASE-ID TO FZ-ID (WS-FZ-IDX).
003780     MOVE PRM-BASE-N TO FZ-N (WS-FZ-IDX).
003790     MOVE PRM-BASE-MODE TO FZ-MODE (WS-FZ-IDX).
003800     MOVE PRM-BASE-HOST-NAME TO FZ-HOST-NAME (WS-FZ-IDX).
003810     MOVE PRM-BASE-RUNTIME-VERSION
003820         TO FZ-RUNTIME-VERSION (WS-FZ-IDX).
003830     MOVE PRM-BASE-STATUS TO FZ-STATUS (WS-FZ-IDX).
003840     MOVE PRM-BASE-FIGURE TO FZ-FIGURE (WS-FZ-IDX).
003850     MOVE PRM-BASE-CPU-FIGURE TO FZ-CPU-FIGURE (WS-FZ-IDX).
003860     MOVE PRM-BASE-APPROVED-BY TO FZ-APPROVED-BY (WS-FZ-IDX).
003870     MOVE PRM-BASE-APPROVED-DATE TO FZ-APPROVED-DATE (WS-FZ-IDX).
003880     MOVE ZERO TO FZ-RETIRED-DATE (WS-FZ-IDX).
003890     IF PRM-BASE-IS-RETIRED
003900         AND PRM-BASE-RETIRED-DATE IS NUMERIC
003910         MOVE PRM-BASE-RETIRED-DATE TO FZ-RETIRED-DATE (WS-FZ-IDX)
003920     END-IF.
003930 1170-EXIT.
003940     EXIT.
003950*================================================================
003960 2300-EVALUATE-AGAINST-FROZEN SECTION.
003970*================================================================
003980* HOLDS THE PAIR'S RATIO AGAINST THE RATIO OF THE FROZEN T AND S
003990* BASELINES IN FORCE AT THIS N ON THE PAIR'S DATE. THE DRIFT
004000* COUNTS ARE KEPT PER PAIR OF BASELINES, SO THEY START AGAIN WHEN
004010* EITHER SIDE IS SUPERSEDED.
004020*================================================================
004030 2300-START.
004040     IF WS-FROZEN-COUNT = ZERO
004050         OR NC-T-CPU-MISSING-SW (WS-N-IDX) = 'Y'
004060         OR NC-S-CPU-MISSING-SW (WS-N-IDX) = 'Y'
004070         GO TO 2300-EXIT
004080     END-IF.
004090     MOVE NC-N (WS-N-IDX) TO WS-FZ-SEARCH-N.
004100     MOVE PRM-HIST-RUN-DATE TO WS-FZ-SEARCH-DATE.
004110     MOVE 'T' TO WS-FZ-SEARCH-MODE.
004120     MOVE NC-T-HOST-NAME (WS-N-IDX) TO WS-FZ-SEARCH-HOST.
004130     PERFORM 2310-FIND-FROZEN-BASELINE THRU 2310-EXIT.
004140     IF WS-FZ-HIT = ZERO
004150         GO TO 2300-EXIT
004160     END-IF.
004170     MOVE WS-FZ-HIT TO WS-FZ-T-HIT.
004180     MOVE 'S' TO WS-FZ-SEARCH-MODE.
004190     MOVE NC-S-HOST-NAME (WS-N-IDX) TO WS-FZ-SEARCH-HOST.
004200     PERFORM 2310-FIND-FROZEN-BASELINE THRU 2310-EXIT.
004210     IF WS-FZ-HIT = ZERO
004220         GO TO 2300-EXIT
004230     END-IF.
004240     IF WS-BASIS-IS-CPU
004250         MOVE FZ-CPU-FIGURE (WS-FZ-T-HIT) TO WS-FZ-T-FIGURE
004260         MOVE FZ-CPU-FIGURE (WS-FZ-HIT) TO WS-FZ-S-FIGURE
004270     ELSE
004280         MOVE FZ-FIGURE (WS-FZ-T-HIT) TO WS-FZ-T-FIGURE
004290         MOVE FZ-FIGURE (WS-FZ-HIT) TO WS-FZ-S-FIGURE
004300     END-IF.
004310     IF WS-FZ-T-FIGURE = ZERO
004320         OR WS-FZ-S-FIGURE = ZERO
004330         DISPLAY "    FROZEN T/S BASELINES " FZ-ID (WS-FZ-T-HIT)
004340                 "/" FZ-ID (WS-FZ-HIT)
004350                 " - NO FIGURE ON THIS BASIS, NOT COMPARED"
004360         GO TO 2300-EXIT
004370     END-IF.
004380     IF NC-FZ-T-IDX (WS-N-IDX) NOT = WS-FZ-T-HIT
004390         OR NC-FZ-S-IDX (WS-N-IDX) NOT = WS-FZ-HIT
004400         MOVE WS-FZ-T-HIT TO NC-FZ-T-IDX (WS-N-IDX)
004410         MOVE WS-FZ-HIT TO NC-FZ-S-IDX (WS-N-IDX)
004420         MOVE ZERO TO NC-FZ-COMPARED (WS-N-IDX)
004430         MOVE ZERO TO NC-FZ-FLAGGED (WS-N-IDX)
004440         COMPUTE NC-FZ-RATIO (WS-N-IDX) ROUNDED =
004450             WS-FZ-T-FIGURE / WS-FZ-S-FIGURE
004460     END-IF.
004470     IF NC-FZ-RATIO (WS-N-IDX) = ZERO
004480         GO TO 2300-EXIT
004490     END-IF.
004500     MOVE NC-FZ-RATIO (WS-N-IDX) TO WS-FROZEN-FIGURE.
004510     MOVE WS-RATIO TO WS-FZ-MEASURED.
004520     PERFORM 2330-COMPUTE-DRIFT THRU 2330-EXIT.
004530     MOVE WS-FZ-DRIFT-PCT TO WS-FZ-ABS-DRIFT-PCT.
004540     ADD 1 TO NC-FZ-COMPARED (WS-N-IDX).
004550     MOVE WS-RATIO TO NC-FZ-LATEST-RATIO (WS-N-IDX).
004560     MOVE PRM-HIST-RUN-DATE TO NC-FZ-LATEST-DATE (WS-N-IDX).
004570     IF WS-FZ-ABS-DRIFT-PCT > RATIO-SHIFT-THRESHOLD-PCT
004580         ADD 1 TO NC-FZ-FLAGGED (WS-N-IDX)
004590         IF NOT WS-PAIR-FLAGGED
004600             ADD 1 TO WS-PAIRS-FLAGGED
004610             MOVE 'Y' TO WS-PAIR-FLAGGED-SW
004620         END-IF
004630         DISPLAY "    FROZEN T/S BASELINES " FZ-ID (WS-FZ-T-HIT)
004640                 "/" FZ-ID (WS-FZ-HIT)
004650                 " RATIO=" NC-FZ-RATIO (WS-N-IDX)
004660                 " DRIFT=" WS-ED-DRIFT-PCT "%"
004670                 " **** RATIO DRIFT SINCE APPROVAL ****"
004680     ELSE
004690         DISPLAY "    FROZEN T/S BASELINES " FZ-ID (WS-FZ-T-HIT)
004700                 "/" FZ-ID (WS-FZ-HIT)
004710                 " RATIO=" NC-FZ-RATIO (WS-N-IDX)
004720                 " DRIFT=" WS-ED-DRIFT-PCT "% OK"
004730     END-IF.
004740 2300-EXIT.
004750     EXIT.
004760*================================================================
004770 2310-FIND-FROZEN-BASELINE SECTION.
004780*================================================================
004790* SETS WS-FZ-HIT TO THE BASELINE IN FORCE FOR THE SEARCH N, MODE,
004800* AND HOST ON THE SEARCH DATE, OR ZERO. BASEMNT RETIRES THE OLD
004810* BASELINE ON THE DAY IT APPROVES ITS SUCCESSOR, SO AT MOST ONE
004820* MATCHES; SHOULD A HAND-EDITED FILE HOLD TWO, THE LATER WINS.
004830*================================================================
004840 2310-START.
004850     MOVE ZERO TO WS-FZ-HIT.
004860     PERFORM 2320-TEST-ONE-BASELINE THRU 2320-EXIT
004870         VARYING WS-FZ-IDX FROM 1 BY 1
004880             UNTIL WS-FZ-IDX > WS-FROZEN-COUNT.
004890 2310-EXIT.
004900     EXIT.
004910*================================================================
004920 2320-TEST-ONE-BASELINE SECTION.
004930*================================================================
004940 2320-START.
004950     IF FZ-N (WS-FZ-IDX) NOT = WS-FZ-SEARCH-N
004960         OR FZ-MODE (WS-FZ-IDX) NOT = WS-FZ-SEARCH-MODE
004970         OR FZ-HOST-NAME (WS-FZ-IDX) NOT = WS-FZ-SEARCH-HOST
004980         OR FZ-APPROVED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
004990         GO TO 2320-EXIT
005000     END-IF.
005010     IF FZ-STATUS (WS-FZ-IDX) = 'A'
005020         OR FZ-RETIRED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
005030         MOVE WS-FZ-IDX TO WS-FZ-HIT
005040     END-IF.
005050 2320-EXIT.
005060     EXIT.
005070*================================================================
005080 2330-COMPUTE-DRIFT SECTION.
005090*================================================================
005100* SIGNED PERCENTAGE BY WHICH WS-FZ-MEASURED STANDS ABOVE (+) OR
005110* BELOW (-) WS-FROZEN-FIGURE, LEFT IN WS-FZ-DRIFT-PCT AND EDITED
005120* INTO WS-ED-DRIFT-PCT. THE CALLER ENSURES THE FIGURE IS NOT ZERO.
005130*================================================================
005140 2330-START.
005150     SUBTRACT WS-FROZEN-FIGURE FROM WS-FZ-MEASURED
005160         GIVING WS-FZ-DIFF.
005170     MULTIPLY WS-FZ-DIFF BY 100 GIVING WS-FZ-WORK.
005180     DIVIDE WS-FZ-WORK BY WS-FROZEN-FIGURE
005190         GIVING WS-FZ-DRIFT-PCT ROUNDED
005200         ON SIZE ERROR
005210             MOVE 99999.9 TO WS-FZ-DRIFT-PCT
005220     END-DIVIDE.
005230     MOVE WS-FZ-DRIFT-PCT TO WS-ED-DRIFT-PCT.
005240 2330-EXIT.
005250     EXIT.
005260*================================================================
005270 3100-REPORT-FROZEN-DRIFT SECTION.
005280*================================================================
005290* ONE ENTRY PER N HELD AGAINST FROZEN BASELINES: WHERE THE T/S
005300* RATIO STANDS NOW AGAINST THE RATIO OF THE FIGURES APPROVED.
005310*================================================================
005320 3100-START.
005330     IF WS-FROZEN-COUNT = ZERO
005340         GO TO 3100-EXIT
005350     END-IF.
005360     DISPLAY "ALGCMPR: ---- RATIO DRIFT SINCE APPROVAL OF THE "
005370             "FROZEN BASELINES ----".
005380     PERFORM 3110-REPORT-ONE-N THRU 3110-EXIT
005390         VARYING WS-N-IDX FROM 1 BY 1
005400             UNTIL WS-N-IDX > WS-N-COUNT.
005410 3100-EXIT.
005420     EXIT.
005430*================================================================
005440 3110-REPORT-ONE-N SECTION.
005450*================================================================
005460 3110-START.
005470     IF NC-FZ-COMPARED (WS-N-IDX) = ZERO
005480         GO TO 3110-EXIT
005490     END-IF.
005500     MOVE NC-FZ-T-IDX (WS-N-IDX) TO WS-FZ-T-HIT.
005510     MOVE NC-FZ-S-IDX (WS-N-IDX) TO WS-FZ-HIT.
005520     DISPLAY "N=" NC-N (WS-N-IDX)
005530             " FROZEN T/S BASELINES " FZ-ID (WS-FZ-T-HIT)
005540             "/" FZ-ID (WS-FZ-HIT)
005550             " FROZEN RATIO=" NC-FZ-RATIO (WS-N-IDX).
005560     DISPLAY "    T APPROVED " FZ-APPROVED-DATE (WS-FZ-T-HIT)
005570             " BY " FZ-APPROVED-BY (WS-FZ-T-HIT)
005580             " ON " FZ-RUNTIME-VERSION (WS-FZ-T-HIT)
005590             " HOST=" FZ-HOST-NAME (WS-FZ-T-HIT).
005600     DISPLAY "    S APPROVED " FZ-APPROVED-DATE (WS-FZ-HIT)
005610             " BY " FZ-APPROVED-BY (WS-FZ-HIT)
005620             " ON " FZ-RUNTIME-VERSION (WS-FZ-HIT)
005630             " HOST=" FZ-HOST-NAME (WS-FZ-HIT).
005640     MOVE NC-FZ-RATIO (WS-N-IDX) TO WS-FROZEN-FIGURE.
005650     MOVE NC-FZ-LATEST-RATIO (WS-N-IDX) TO WS-FZ-MEASURED.
005660     PERFORM 2330-COMPUTE-DRIFT THRU 2330-EXIT.
005670     DISPLAY "    LATEST RATIO=" NC-FZ-LATEST-RATIO (WS-N-IDX)
005680             " ON " NC-FZ-LATEST-DATE (WS-N-IDX)
005690             " CUMULATIVE DRIFT=" WS-ED-DRIFT-PCT "%"
005700             " PAIRS COMPARED=" NC-FZ-COMPARED (WS-N-IDX)
005710             " FLAGGED=" NC-FZ-FLAGGED (WS-N-IDX).
005720 3110-EXIT.
005730     EXIT.
