000387*   2026-09-03  RAH    RECORDS HISTMNT HAS MARKED EXCLUDED ARE
000388*                      SKIPPED FROM THE BASELINES AND COUNTED
000389*                      IN AN EXCLUDED TALLY.
000391*   2026-10-15  RAH    EACH RUN IS ALSO MEASURED AGAINST THE
000393*                      FROZEN BASELINE (PRMBASE, SEE BASEMNT) IN
000394*                      FORCE FOR ITS N, MODE, AND HOST, SO A SLOW
000395*                      DRIFT CANNOT BECOME THE NEW NORMAL. THE
000396*                      SUMMARY SHOWS CUMULATIVE DRIFT SINCE EACH
000397*                      APPROVAL, AND A REGRESS ALERT NAMES THE
000398*                      BASELINE IT TRIPPED (ZERO FOR THE ROLLING).
000399*================================================================
000400* COMPARES EACH RUN'S DAUER AGAINST THE AVERAGE OF THE
000410* TRAILING-BASELINE-WINDOW RUNS THAT PRECEDE IT AND FLAGS ANY
000420* RUN MORE THAN REGRESSION-THRESHOLD-PCT PERCENT SLOWER THAN
000430* THAT BASELINE, SO A RUNTIME OR OS PATCH THAT QUIETLY SLOWS
000440* THE BENCHMARK DOWN SHOWS UP HERE INSTEAD OF BEING NOTICED
000450* ONLY BY FEEL.
000451*
000452* THE ROLLING BASELINE MOVES WITH A SLOW DRIFT, SO EACH RUN IS
000453* ALSO HELD, AT THE SAME THRESHOLD, AGAINST THE APPROVED FROZEN
000454* BASELINE (PRMBASE) IN FORCE FOR ITS N, MODE, AND HOST ON ITS
000455* RUN DATE, IF THERE IS ONE. A RUN THAT TRIPS EITHER IS FLAGGED
000456* ONCE; ITS ALERT NAMES THE FROZEN BASELINE WHEN THAT ONE TRIPPED,
000457* OTHERWISE ZERO. UNDER THE CPU BASIS A RUN WITHOUT A CPU FIGURE,
000458* OR A BASELINE WITHOUT ONE, IS NOT HELD AGAINST A FROZEN FIGURE.
000460*================================================================
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000582     SELECT BASIS-CONTROL-FILE ASSIGN TO "BASISCTL"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-BSCTL-FILE-STATUS.
000587     SELECT BASELINE-FILE ASSIGN TO "PRMBASE"
000588         ORGANIZATION IS LINE SEQUENTIAL
000589         FILE STATUS IS WS-BASE-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000670     COPY PRMALERT.
000672 FD  BASIS-CONTROL-FILE.
000674     COPY PRMBSCTL.
000676 FD  BASELINE-FILE.
000678     COPY PRMBASE.
000680*
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000870     88  WS-TRCTL-AT-EOF                 VALUE 'Y'.
000880 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
000890     88  WS-ALERT-FILE-OK                 VALUE '00'.
000896     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
000897 01  WS-BSCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000898     88  WS-BSCTL-FILE-OK                 VALUE '00'.
000899     88  WS-BSCTL-FILE-NOT-FOUND          VALUE '35'.
000900 01  WS-BASE-FILE-STATUS             PIC X(02) VALUE '00'.
000901     88  WS-BASE-FILE-OK                  VALUE '00'.
000902     88  WS-BASE-FILE-NOT-FOUND           VALUE '35'.
000903 01  WS-BASE-EOF-SW                  PIC X(01) VALUE 'N'.
000904     88  WS-BASE-AT-EOF                  VALUE 'Y'.
000905 01  WS-BASIS-CPU-SW                 PIC X(01) VALUE 'N'.
000906     88  WS-BASIS-IS-CPU                 VALUE 'Y'.
000907*    THE FIGURE THE BASELINES TRACK - THE CPU MEDIAN UNDER A
000908*    BASISCTL 'C' CARD, OTHERWISE THE WALL-CLOCK DAUER.
000909 01  WS-EFF-DURATION                 PIC 9(07)V9(02) VALUE ZERO.
000917 01  WS-CPU-MISSING-SW               PIC X(01) VALUE 'N'.
000918     88  WS-CPU-FIGURE-MISSING           VALUE 'Y'.
000919*
000920*----------------------------------------------------------------
000930* PER-WORKLOAD THRESHOLD OVERRIDES FROM TRENDCTL, SEARCHED IN
000940* DECK ORDER WITH THE FIRST MATCH WINNING. MODE '*' (OR BLANK)
001400 01  WS-RUNS-READ                    PIC 9(06) COMP VALUE ZERO.
001410 01  WS-RUNS-FLAGGED                 PIC 9(06) COMP VALUE ZERO.
001412 01  WS-RUNS-EXCLUDED                PIC 9(06) COMP VALUE ZERO.
001414*----------------------------------------------------------------
001416* FROZEN BASELINES FROM PRMBASE - ONLY THOSE EVER APPROVED, SINCE
001417* A PROPOSAL GOVERNS NOTHING. A RUN IS HELD AGAINST THE ONE IN
001418* FORCE FOR ITS N, MODE, AND HOST ON ITS RUN DATE: APPROVED ON OR
001419* BEFORE THAT DATE AND NOT YET RETIRED ON IT. THE PER-BASELINE
001420* TALLIES FEED THE CUMULATIVE-DRIFT SUMMARY.
001421*----------------------------------------------------------------
001422 01  WS-MAX-FROZEN                   PIC 9(03) COMP VALUE 100.
001423 01  WS-FROZEN-COUNT                 PIC 9(03) COMP VALUE ZERO.
001424 01  WS-FZ-IDX                       PIC 9(03) COMP VALUE ZERO.
001425 01  WS-FZ-HIT                       PIC 9(03) COMP VALUE ZERO.
001426 01  FROZEN-BASELINE-TABLE.
001427     05  FROZEN-SLOT OCCURS 100 TIMES.
001428         10  FZ-ID                   PIC 9(06).
001429         10  FZ-N                    PIC 9(06).
001430         10  FZ-MODE                 PIC X(01).
001431         10  FZ-HOST-NAME            PIC X(20).
001432         10  FZ-RUNTIME-VERSION      PIC X(20).
001433         10  FZ-STATUS               PIC X(01).
001434         10  FZ-FIGURE               PIC 9(07)V9(02).
001435         10  FZ-CPU-FIGURE           PIC 9(07)V9(02).
001436         10  FZ-APPROVED-BY          PIC X(03).
001437         10  FZ-APPROVED-DATE        PIC 9(08).
001438         10  FZ-RETIRED-DATE         PIC 9(08).
001439         10  FZ-RUNS-COMPARED        PIC 9(06) COMP.
001440         10  FZ-RUNS-FLAGGED         PIC 9(06) COMP.
001441         10  FZ-TOTAL-FIGURE         PIC 9(09)V9(02).
001442         10  FZ-LATEST-FIGURE        PIC 9(07)V9(02).
001443         10  FZ-LATEST-DATE          PIC 9(08).
001444         10  FZ-LATEST-RUNTIME       PIC X(20).
001445 01  WS-FZ-SEARCH-N                  PIC 9(06) VALUE ZERO.
001446 01  WS-FZ-SEARCH-MODE               PIC X(01) VALUE SPACE.
001447 01  WS-FZ-SEARCH-HOST               PIC X(20) VALUE SPACES.
001448 01  WS-FZ-SEARCH-DATE               PIC 9(08) VALUE ZERO.
001449 01  WS-FROZEN-FIGURE                PIC 9(07)V9(02) VALUE ZERO.
001450 01  WS-FROZEN-LIMIT                 PIC 9(07)V9(02) VALUE ZERO.
001451 01  WS-FZ-MEASURED                  PIC 9(07)V9(02) VALUE ZERO.
001452 01  WS-FZ-AVERAGE                   PIC 9(07)V9(02) VALUE ZERO.
001453 01  WS-FZ-DIFF                      PIC S9(09)V9(02) VALUE ZERO.
001454 01  WS-FZ-WORK                      PIC S9(11)V9(02) VALUE ZERO.
001455 01  WS-FZ-DRIFT-PCT                 PIC S9(05)V9(01) VALUE ZERO.
001456 01  WS-ED-DRIFT-PCT                 PIC +Z(04)9.9.
001457*    A RUN IS FLAGGED (AND ALERTED) ONCE, WHICHEVER BASELINE IT
001458*    TRIPS; THE FROZEN ONE IS NAMED IN THE ALERT WHEN IT TRIPPED.
001459 01  WS-ROLLING-TRIPPED-SW           PIC X(01) VALUE 'N'.
001460     88  WS-ROLLING-TRIPPED              VALUE 'Y'.
001461 01  WS-FROZEN-TRIPPED-SW            PIC X(01) VALUE 'N'.
001462     88  WS-FROZEN-TRIPPED               VALUE 'Y'.
001463 01  WS-ALERT-BASE-ID                PIC 9(06) VALUE ZERO.
001464 01  WS-ALERT-LIMIT                  PIC 9(07)V9(02) VALUE ZERO.
001465*
001466 PROCEDURE DIVISION.
001467*================================================================
001468 0000-MAINLINE SECTION.
001469*================================================================
001470 0000-START.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
001580 1000-START.
001590     PERFORM 1100-LOAD-THRESHOLD-CONTROLS THRU 1100-EXIT.
001592     PERFORM 1150-READ-BASIS-CONTROL THRU 1150-EXIT.
001596     PERFORM 1160-LOAD-FROZEN-BASELINES THRU 1160-EXIT.
001600     OPEN INPUT HISTORY-FILE.
001610     IF NOT WS-HIST-FILE-OK
001620         DISPLAY "TRENDRPT: UNABLE TO OPEN PRMHIST, STATUS="
001680     DISPLAY "TRENDRPT: DEFAULT BASELINE WINDOW=" BASELINE-WINDOW
001690             " RUNS, THRESHOLD=" REGRESSION-THRESHOLD-PCT "%"
001700             " OVERRIDES=" WS-OVERRIDE-COUNT.
001705     DISPLAY "TRENDRPT: FROZEN BASELINES LOADED=" WS-FROZEN-COUNT.
001710     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
001720 1000-EXIT.
001730     EXIT.
002510                 " (WORKLOAD TABLE FULL, NO BASELINE TRACKED)"
002520         GO TO 2000-NEXT
002530     END-IF.
002533     MOVE 'N' TO WS-ROLLING-TRIPPED-SW.
002536     MOVE 'N' TO WS-FROZEN-TRIPPED-SW.
002540     IF WL-ENTRY-COUNT (WS-WL-IDX) = 0
002550         DISPLAY "RUN " RUN-SEQUENCE-NO " DATE=" PRM-HIST-RUN-DATE
002560                 " N=" PRM-HIST-N " DAUER=" WS-EFF-DURATION
002580     ELSE
002590         PERFORM 2200-EVALUATE-AGAINST-BASELINE THRU 2200-EXIT
002600     END-IF.
002603     PERFORM 2400-EVALUATE-AGAINST-FROZEN THRU 2400-EXIT.
002606     PERFORM 2500-RAISE-REGRESSION THRU 2500-EXIT.
002610     PERFORM 2300-ROLL-BASELINE THRU 2300-EXIT.
002620 2000-NEXT.
002630     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
003690         BASELINE-AVERAGE
003700             * (1 + (WL-THRESHOLD-PCT (WS-WL-IDX) / 100)).
003710     IF WS-EFF-DURATION > BASELINE-LIMIT
003720         MOVE 'Y' TO WS-ROLLING-TRIPPED-SW
003730         DISPLAY "RUN " RUN-SEQUENCE-NO " DATE=" PRM-HIST-RUN-DATE
003740                 " N=" PRM-HIST-N " DAUER=" WS-EFF-DURATION
003750                 " BASELINE=" BASELINE-AVERAGE
003760                 " **** REGRESSION - EXCEEDS " BASELINE-LIMIT
003770                 " ****"
003790     ELSE
003800         DISPLAY "RUN " RUN-SEQUENCE-NO " DATE=" PRM-HIST-RUN-DATE
003810                 " N=" PRM-HIST-N " DAUER=" WS-EFF-DURATION
004090 9500-WRITE-ALERT SECTION.
004100*================================================================
004110* APPENDS ONE MACHINE-READABLE ALERT RECORD FOR THE REGRESSION
004116* JUST FLAGGED, CARRYING THE MEASURED DAUER AGAINST THE LIMIT IT
004124* EXCEEDED AND THE FROZEN BASELINE BEHIND THAT LIMIT (ZERO FOR THE
004132* ROLLING BASELINE), SO THE OPERATIONS ALERTING SYSTEM CAN PAGE
004140* ON IT WITHOUT ANYONE READING THE JOB LOG.
004150*================================================================
004160 9500-START.
004340     MOVE 'W' TO PRM-ALERT-SEVERITY.
004350     MOVE "REGRESS" TO PRM-ALERT-CODE.
004360     MOVE WS-EFF-DURATION TO PRM-ALERT-MEASURED.
004366     MOVE WS-ALERT-LIMIT TO PRM-ALERT-THRESHOLD.
004372     MOVE WS-ALERT-BASE-ID TO PRM-ALERT-BASELINE-ID.
004380     WRITE PRM-ALERT-RECORD.
004390     CLOSE ALERT-FILE.
004400 9500-EXIT.
004470     DISPLAY "TRENDRPT: RUNS READ=" WS-RUNS-READ
004475             " EXCLUDED=" WS-RUNS-EXCLUDED
004480             " RUNS FLAGGED=" WS-RUNS-FLAGGED.
004485     PERFORM 3100-REPORT-FROZEN-DRIFT THRU 3100-EXIT.
004490     IF WS-RUNS-FLAGGED > 0
004500         MOVE 4 TO RETURN-CODE
004510     ELSE
004920*================================================================
004930 2120-START.
004940     MOVE PRM-HIST-DURATION TO WS-EFF-DURATION.
004945     MOVE 'N' TO WS-CPU-MISSING-SW.
004950     IF WS-BASIS-IS-CPU
004960         IF PRM-HIST-CPU-MEDIAN IS NUMERIC
004970             AND PRM-HIST-CPU-MEDIAN > ZERO
005000         IF PRM-HIST-CPU-DURATION IS NUMERIC
005010             AND PRM-HIST-CPU-DURATION > ZERO
005020             MOVE PRM-HIST-CPU-DURATION TO WS-EFF-DURATION
005023         ELSE
005026             MOVE 'Y' TO WS-CPU-MISSING-SW
005030         END-IF
005040         END-IF
005050     END-IF.
005060 2120-EXIT.
005070     EXIT.
005080*================================================================
005090 1160-LOAD-FROZEN-BASELINES SECTION.
005100*================================================================
005110* LOADS THE BASELINES FROM PRMBASE THAT HAVE EVER BEEN APPROVED.
005120* NO DD, OR A DATASET THAT WILL NOT OPEN, LEAVES THE REPORT ON
005130* THE ROLLING BASELINE ALONE, AS IT RAN BEFORE PRMBASE EXISTED.
005140*================================================================
005150 1160-START.
005160     OPEN INPUT BASELINE-FILE.
005170     IF WS-BASE-FILE-NOT-FOUND
005180         GO TO 1160-EXIT
005190     END-IF.
005200     IF NOT WS-BASE-FILE-OK
005210         DISPLAY "TRENDRPT: UNABLE TO OPEN PRMBASE, STATUS="
005220                 WS-BASE-FILE-STATUS " - ROLLING BASELINE ONLY"
005230         GO TO 1160-EXIT
005240     END-IF.
005250     PERFORM 1170-LOAD-ONE-BASELINE THRU 1170-EXIT
005260         UNTIL WS-BASE-AT-EOF.
005270     CLOSE BASELINE-FILE.
005280 1160-EXIT.
005290     EXIT.
005300*================================================================
005310 1170-LOAD-ONE-BASELINE SECTION.
005320*================================================================
005330 1170-START.
005340     READ BASELINE-FILE
005350         AT END
005360             MOVE 'Y' TO WS-BASE-EOF-SW
005370             GO TO 1170-EXIT
005380     END-READ.
005390     IF NOT PRM-BASE-IS-APPROVED
005400         AND NOT PRM-BASE-IS-RETIRED
005410         GO TO 1170-EXIT
005420     END-IF.
005430     IF PRM-BASE-APPROVED-DATE IS NOT NUMERIC
005440         OR PRM-BASE-APPROVED-DATE = ZERO
005450         GO TO 1170-EXIT
005460     END-IF.
005470     IF WS-FROZEN-COUNT NOT < WS-MAX-FROZEN
005480         DISPLAY "TRENDRPT: FROZEN BASELINE TABLE FULL - "
005485                 "BASELINE " PRM-BASE-ID " IGNORED"
005500         GO TO 1170-EXIT
005510     END-IF.
005520     ADD 1 TO WS-FROZEN-COUNT.
005530     MOVE WS-FROZEN-COUNT TO WS-FZ-IDX.
005540     MOVE PRM-BASE-ID TO FZ-ID (WS-FZ-IDX).
005550     MOVE PRM-BASE-N TO FZ-N (WS-FZ-IDX).
005560     MOVE PRM-BASE-MODE TO FZ-MODE (WS-FZ-IDX).
005570     MOVE PRM-BASE-HOST-NAME TO FZ-HOST-NAME (WS-FZ-IDX).
005580     MOVE PRM-BASE-RUNTIME-VERSION
005585         TO FZ-RUNTIME-VERSION (WS-FZ-IDX).
005590     MOVE PRM-BASE-STATUS TO FZ-STATUS (WS-FZ-IDX).
005600     MOVE PRM-BASE-FIGURE TO FZ-FIGURE (WS-FZ-IDX).
005610     MOVE PRM-BASE-CPU-FIGURE TO FZ-CPU-FIGURE (WS-FZ-IDX).
005620     MOVE PRM-BASE-APPROVED-BY TO FZ-APPROVED-BY (WS-FZ-IDX).
005630     MOVE PRM-BASE-APPROVED-DATE TO FZ-APPROVED-DATE (WS-FZ-IDX).
005640     MOVE ZERO TO FZ-RETIRED-DATE (WS-FZ-IDX).
005650     IF PRM-BASE-IS-RETIRED
005660         AND PRM-BASE-RETIRED-DATE IS NUMERIC
005670         MOVE PRM-BASE-RETIRED-DATE TO FZ-RETIRED-DATE (WS-FZ-IDX)
005680     END-IF.
005690     MOVE ZERO TO FZ-RUNS-COMPARED (WS-FZ-IDX).
005700     MOVE ZERO TO FZ-RUNS-FLAGGED (WS-FZ-IDX).
005710     MOVE ZERO TO FZ-TOTAL-FIGURE (WS-FZ-IDX).
005720     MOVE ZERO TO FZ-LATEST-FIGURE (WS-FZ-IDX).
005730     MOVE ZERO TO FZ-LATEST-DATE (WS-FZ-IDX).
005740     MOVE SPACES TO FZ-LATEST-RUNTIME (WS-FZ-IDX).
005750 1170-EXIT.
005760     EXIT.
005770*================================================================
005780 2400-EVALUATE-AGAINST-FROZEN SECTION.
005790*================================================================
005800* HOLDS THE RUN AGAINST THE FROZEN BASELINE IN FORCE FOR ITS N,
005810* MODE, AND HOST ON ITS RUN DATE, AT THE WORKLOAD'S THRESHOLD,
005820* AND SHOWS ITS DRIFT FROM THE APPROVED FIGURE.
005830*================================================================
005840 2400-START.
005850     MOVE ZERO TO WS-FZ-HIT.
005860     IF WS-FROZEN-COUNT = ZERO
005870         OR WS-CPU-FIGURE-MISSING
005880         GO TO 2400-EXIT
005890     END-IF.
005900     MOVE PRM-HIST-N TO WS-FZ-SEARCH-N.
005910     MOVE PRM-HIST-MODE TO WS-FZ-SEARCH-MODE.
005920     MOVE PRM-HIST-HOST-NAME TO WS-FZ-SEARCH-HOST.
005930     MOVE PRM-HIST-RUN-DATE TO WS-FZ-SEARCH-DATE.
005940     PERFORM 2410-FIND-FROZEN-BASELINE THRU 2410-EXIT.
005950     IF WS-FZ-HIT = ZERO
005960         GO TO 2400-EXIT
005970     END-IF.
005980     IF WS-BASIS-IS-CPU
005990         MOVE FZ-CPU-FIGURE (WS-FZ-HIT) TO WS-FROZEN-FIGURE
006000     ELSE
006010         MOVE FZ-FIGURE (WS-FZ-HIT) TO WS-FROZEN-FIGURE
006020     END-IF.
006030     IF WS-FROZEN-FIGURE = ZERO
006040         DISPLAY "    FROZEN BASELINE " FZ-ID (WS-FZ-HIT)
006050                 " HAS NO CPU FIGURE - NOT COMPARED"
006060         MOVE ZERO TO WS-FZ-HIT
006070         GO TO 2400-EXIT
006080     END-IF.
006090     MULTIPLY WS-FROZEN-FIGURE BY WL-THRESHOLD-PCT (WS-WL-IDX)
006100         GIVING WS-FZ-WORK.
006110     DIVIDE WS-FZ-WORK BY 100 GIVING WS-FROZEN-LIMIT ROUNDED.
006120     ADD WS-FROZEN-FIGURE TO WS-FROZEN-LIMIT.
006130     MOVE WS-EFF-DURATION TO WS-FZ-MEASURED.
006140     PERFORM 2430-COMPUTE-DRIFT THRU 2430-EXIT.
006150     ADD 1 TO FZ-RUNS-COMPARED (WS-FZ-HIT).
006160     ADD WS-EFF-DURATION TO FZ-TOTAL-FIGURE (WS-FZ-HIT).
006170     MOVE WS-EFF-DURATION TO FZ-LATEST-FIGURE (WS-FZ-HIT).
006180     MOVE PRM-HIST-RUN-DATE TO FZ-LATEST-DATE (WS-FZ-HIT).
006190     MOVE PRM-HIST-RUNTIME-VERSION
006195         TO FZ-LATEST-RUNTIME (WS-FZ-HIT).
006200     IF WS-EFF-DURATION > WS-FROZEN-LIMIT
006210         MOVE 'Y' TO WS-FROZEN-TRIPPED-SW
006220         ADD 1 TO FZ-RUNS-FLAGGED (WS-FZ-HIT)
006230         DISPLAY "    FROZEN BASELINE " FZ-ID (WS-FZ-HIT)
006240                 " FIGURE=" WS-FROZEN-FIGURE
006250                 " DRIFT=" WS-ED-DRIFT-PCT "%"
006260                 " **** REGRESSION - EXCEEDS " WS-FROZEN-LIMIT
006270                 " ****"
006280     ELSE
006290         DISPLAY "    FROZEN BASELINE " FZ-ID (WS-FZ-HIT)
006300                 " FIGURE=" WS-FROZEN-FIGURE
006310                 " DRIFT=" WS-ED-DRIFT-PCT "% OK"
006320     END-IF.
006330 2400-EXIT.
006340     EXIT.
006350*================================================================
006360 2410-FIND-FROZEN-BASELINE SECTION.
006370*================================================================
006380* SETS WS-FZ-HIT TO THE BASELINE IN FORCE FOR THE SEARCH N, MODE,
006390* AND HOST ON THE SEARCH DATE, OR ZERO. BASEMNT RETIRES THE OLD
006400* BASELINE ON THE DAY IT APPROVES ITS SUCCESSOR, SO AT MOST ONE
006410* MATCHES; SHOULD A HAND-EDITED FILE HOLD TWO, THE LATER WINS.
006420*================================================================
006430 2410-START.
006440     MOVE ZERO TO WS-FZ-HIT.
006450     PERFORM 2420-TEST-ONE-BASELINE THRU 2420-EXIT
006460         VARYING WS-FZ-IDX FROM 1 BY 1
006470             UNTIL WS-FZ-IDX > WS-FROZEN-COUNT.
006480 2410-EXIT.
006490     EXIT.
006500*================================================================
006510 2420-TEST-ONE-BASELINE SECTION.
006520*================================================================
006530 2420-START.
006540     IF FZ-N (WS-FZ-IDX) NOT = WS-FZ-SEARCH-N
006550         OR FZ-MODE (WS-FZ-IDX) NOT = WS-FZ-SEARCH-MODE
006560         OR FZ-HOST-NAME (WS-FZ-IDX) NOT = WS-FZ-SEARCH-HOST
006570         OR FZ-APPROVED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
006580         GO TO 2420-EXIT
006590     END-IF.
006600     IF FZ-STATUS (WS-FZ-IDX) = 'A'
006610         OR FZ-RETIRED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
006620         MOVE WS-FZ-IDX TO WS-FZ-HIT
006630     END-IF.
006640 2420-EXIT.
006650     EXIT.
006660*================================================================
006670 2430-COMPUTE-DRIFT SECTION.
006680*================================================================
006690* SIGNED PERCENTAGE BY WHICH WS-FZ-MEASURED STANDS ABOVE (+) OR
006700* BELOW (-) WS-FROZEN-FIGURE, LEFT IN WS-FZ-DRIFT-PCT AND EDITED
006710* INTO WS-ED-DRIFT-PCT. THE CALLER ENSURES THE FIGURE IS NOT ZERO.
006720*================================================================
006730 2430-START.
006740     SUBTRACT WS-FROZEN-FIGURE FROM WS-FZ-MEASURED
006750         GIVING WS-FZ-DIFF.
006760     MULTIPLY WS-FZ-DIFF BY 100 GIVING WS-FZ-WORK.
006770     DIVIDE WS-FZ-WORK BY WS-FROZEN-FIGURE
006780         GIVING WS-FZ-DRIFT-PCT ROUNDED
006790         ON SIZE ERROR
006800             MOVE 99999.9 TO WS-FZ-DRIFT-PCT
006810     END-DIVIDE.
006820     MOVE WS-FZ-DRIFT-PCT TO WS-ED-DRIFT-PCT.
006830 2430-EXIT.
006840     EXIT.
006850*================================================================
006860 2500-RAISE-REGRESSION SECTION.
006870*================================================================
006880* FLAGS AND ALERTS THE RUN ONCE IF IT TRIPPED EITHER BASELINE.
006890* THE FROZEN BASELINE TAKES PRECEDENCE IN THE ALERT, SINCE IT IS
006900* THE FIGURE SOMEBODY SIGNED FOR.
006910*================================================================
006920 2500-START.
006930     IF WS-FROZEN-TRIPPED
006940         MOVE FZ-ID (WS-FZ-HIT) TO WS-ALERT-BASE-ID
006950         MOVE WS-FROZEN-LIMIT TO WS-ALERT-LIMIT
006960     ELSE
006970         IF NOT WS-ROLLING-TRIPPED
006980             GO TO 2500-EXIT
006990         END-IF
007000         MOVE ZERO TO WS-ALERT-BASE-ID
007010         MOVE BASELINE-LIMIT TO WS-ALERT-LIMIT
007020     END-IF.
007030     ADD 1 TO WS-RUNS-FLAGGED.
007040     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
007050 2500-EXIT.
007060     EXIT.
007070*================================================================
007080 3100-REPORT-FROZEN-DRIFT SECTION.
007090*================================================================
007100* ONE ENTRY PER FROZEN BASELINE: WHERE THE WORKLOAD STANDS NOW
007110* AGAINST THE FIGURE APPROVED FOR IT - THE DRIFT THE ROLLING
007120* BASELINE HAS QUIETLY ABSORBED SINCE THE APPROVAL.
007130*================================================================
007140 3100-START.
007150     IF WS-FROZEN-COUNT = ZERO
007160         GO TO 3100-EXIT
007170     END-IF.
007180     DISPLAY "TRENDRPT: ---- CUMULATIVE DRIFT SINCE APPROVAL OF "
007190             "EACH FROZEN BASELINE ----".
007200     PERFORM 3110-REPORT-ONE-FROZEN THRU 3110-EXIT
007210         VARYING WS-FZ-IDX FROM 1 BY 1
007220             UNTIL WS-FZ-IDX > WS-FROZEN-COUNT.
007230 3100-EXIT.
007240     EXIT.
007250*================================================================
007260 3110-REPORT-ONE-FROZEN SECTION.
007270*================================================================
007280 3110-START.
007290     IF FZ-RUNS-COMPARED (WS-FZ-IDX) = ZERO
007300         AND FZ-STATUS (WS-FZ-IDX) NOT = 'A'
007310         GO TO 3110-EXIT
007320     END-IF.
007330     DISPLAY "BASELINE " FZ-ID (WS-FZ-IDX)
007340             " N=" FZ-N (WS-FZ-IDX)
007350             " MODE=" FZ-MODE (WS-FZ-IDX)
007360             " HOST=" FZ-HOST-NAME (WS-FZ-IDX)
007370             " APPROVED " FZ-APPROVED-DATE (WS-FZ-IDX)
007380             " BY " FZ-APPROVED-BY (WS-FZ-IDX)
007390             " ON " FZ-RUNTIME-VERSION (WS-FZ-IDX).
007400     IF FZ-RUNS-COMPARED (WS-FZ-IDX) = ZERO
007410         DISPLAY "    NO RUNS COMPARED SINCE APPROVAL"
007420         GO TO 3110-EXIT
007430     END-IF.
007440     IF WS-BASIS-IS-CPU
007450         MOVE FZ-CPU-FIGURE (WS-FZ-IDX) TO WS-FROZEN-FIGURE
007460     ELSE
007470         MOVE FZ-FIGURE (WS-FZ-IDX) TO WS-FROZEN-FIGURE
007480     END-IF.
007490     MOVE FZ-LATEST-FIGURE (WS-FZ-IDX) TO WS-FZ-MEASURED.
007500     PERFORM 2430-COMPUTE-DRIFT THRU 2430-EXIT.
007510     DISPLAY "    FIGURE=" WS-FROZEN-FIGURE
007520             " LATEST=" FZ-LATEST-FIGURE (WS-FZ-IDX)
007530             " ON " FZ-LATEST-DATE (WS-FZ-IDX)
007540             " CUMULATIVE DRIFT=" WS-ED-DRIFT-PCT "%".
007550     DIVIDE FZ-TOTAL-FIGURE (WS-FZ-IDX)
007560         BY FZ-RUNS-COMPARED (WS-FZ-IDX)
007570         GIVING WS-FZ-AVERAGE ROUNDED.
007580     MOVE WS-FZ-AVERAGE TO WS-FZ-MEASURED.
007590     PERFORM 2430-COMPUTE-DRIFT THRU 2430-EXIT.
007600     DISPLAY "    RUNS COMPARED=" FZ-RUNS-COMPARED (WS-FZ-IDX)
007610             " FLAGGED=" FZ-RUNS-FLAGGED (WS-FZ-IDX)
007620             " AVERAGE SINCE APPROVAL=" WS-FZ-AVERAGE
007630             " DRIFT=" WS-ED-DRIFT-PCT "%".
007640     IF FZ-LATEST-RUNTIME (WS-FZ-IDX)
007650         NOT = FZ-RUNTIME-VERSION (WS-FZ-IDX)
007660         DISPLAY "    LATEST RUN IS ON RUNTIME "
007670                 FZ-LATEST-RUNTIME (WS-FZ-IDX)
007680                 " - NOT THE BASELINE'S"
007690     END-IF.
007700 3110-EXIT.
007710     EXIT.
