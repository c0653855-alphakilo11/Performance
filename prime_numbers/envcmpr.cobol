000236*                      STILL FEED THE CHANGE-DETECTION PASS
000237*                      BUT ARE LEFT OUT OF THE AVERAGES AND
000238*                      COUNTED IN AN EXCLUDED TALLY.
000240*   2026-10-15  RAH    EACH WORKLOAD'S AVERAGE IN AN ENVIRONMENT
000242*                      IS ALSO SET AGAINST THE APPROVED FROZEN
000244*                      BASELINE (PRMBASE, SEE BASEMNT) FOR ITS
000246*                      HOST, AS A CUMULATIVE DRIFT SINCE APPROVAL.
000247*================================================================
000250* GROUPS THE HISTORY BY ENVIRONMENT (HOST NAME + RUNTIME VERSION
000260* + CPU COUNT) AND SHOWS EACH WORKLOAD'S AVERAGE DAUER PER
000270* ENVIRONMENT SIDE BY SIDE, SO AN LPAR MOVE OR A RUNTIME UPGRADE
000340* CHANGE-DETECTION PASS (THE ENVIRONMENT DID CHANGE, WHETHER OR
000350* NOT THE RUN SUCCEEDED) BUT ARE LEFT OUT OF THE AVERAGES - A
000360* FAILED RUN'S DAUER IS NOT A COMPARABLE MEASUREMENT.
000361*
000362* WHERE AN APPROVED FROZEN BASELINE (PRMBASE) GOVERNS A WORKLOAD
000363* ON AN ENVIRONMENT'S HOST, THE SUMMARY ALSO SHOWS THE AVERAGE OF
000364* THE RUNS IT GOVERNED THERE AGAINST THE APPROVED FIGURE, AND
000365* SAYS SO WHEN THE ENVIRONMENT'S RUNTIME IS NOT THE ONE THE
000366* BASELINE WAS TAKEN ON - THE DRIFT IS THEN AN UPGRADE'S, NOT THE
000367* CODE'S. THE REPORT STAYS INFORMATIONAL: RC=0.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000432     SELECT BASIS-CONTROL-FILE ASSIGN TO "BASISCTL"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-BSCTL-FILE-STATUS.
000437     SELECT BASELINE-FILE ASSIGN TO "PRMBASE"
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS WS-BASE-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000480     COPY PRMHIST.
000482 FD  BASIS-CONTROL-FILE.
000484     COPY PRMBSCTL.
000486 FD  BASELINE-FILE.
000488     COPY PRMBASE.
000490*
000500 WORKING-STORAGE SECTION.
000510 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000520     88  WS-HIST-FILE-OK                  VALUE '00'.
000525     88  WS-HIST-FILE-EOF                 VALUE '10'.
000526 01  WS-BSCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000527     88  WS-BSCTL-FILE-OK                 VALUE '00'.
000528     88  WS-BSCTL-FILE-NOT-FOUND          VALUE '35'.
000529 01  WS-BASE-FILE-STATUS             PIC X(02) VALUE '00'.
000530     88  WS-BASE-FILE-OK                  VALUE '00'.
000531     88  WS-BASE-FILE-NOT-FOUND           VALUE '35'.
000532 01  WS-BASE-EOF-SW                  PIC X(01) VALUE 'N'.
000533     88  WS-BASE-AT-EOF                  VALUE 'Y'.
000534 01  WS-BASIS-CPU-SW                 PIC X(01) VALUE 'N'.
000535     88  WS-BASIS-IS-CPU                 VALUE 'Y'.
000536*    THE FIGURE THE AVERAGES ACCUMULATE - THE CPU MEDIAN UNDER
000537*    A BASISCTL 'C' CARD, OTHERWISE THE WALL-CLOCK DAUER.
000538 01  WS-EFF-DURATION                 PIC 9(07)V9(02) VALUE ZERO.
000547 01  WS-CPU-MISSING-SW               PIC X(01) VALUE 'N'.
000548     88  WS-CPU-FIGURE-MISSING           VALUE 'Y'.
000549*
000550 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000560     88  WS-AT-EOF                       VALUE 'Y'.
000570*
000950*
000960 01  ACCUMULATION-TABLE.
000970     05  ACCUM-WORKLOAD OCCURS 20 TIMES.
000978         10  ACCUM-ENV OCCURS 10 TIMES.
000979             15  AC-TOTAL-DAUER      PIC 9(11)V9(02) VALUE ZERO.
000980             15  AC-RUN-COUNT        PIC 9(06) COMP VALUE ZERO.
000981*            THE RUNS THE FROZEN BASELINE AC-FZ-IDX GOVERNED HERE;
000982*            STARTED AGAIN WHEN A SUCCESSOR TAKES OVER.
000983             15  AC-FZ-IDX           PIC 9(03) COMP VALUE ZERO.
000984             15  AC-FZ-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
000985             15  AC-FZ-COUNT         PIC 9(06) COMP VALUE ZERO.
000986 01  WS-AVG-DAUER                    PIC 9(07)V9(02) VALUE ZERO.
000987*----------------------------------------------------------------
000988* FROZEN BASELINES FROM PRMBASE - ONLY THOSE EVER APPROVED, SINCE
000989* A PROPOSAL GOVERNS NOTHING. A RUN IS COUNTED AGAINST THE ONE IN
000990* FORCE FOR ITS N, MODE, AND HOST ON ITS RUN DATE: APPROVED ON OR
000991* BEFORE THAT DATE AND NOT YET RETIRED ON IT.
000992*----------------------------------------------------------------
000993 01  WS-MAX-FROZEN                   PIC 9(03) COMP VALUE 100.
000994 01  WS-FROZEN-COUNT                 PIC 9(03) COMP VALUE ZERO.
000995 01  WS-FZ-IDX                       PIC 9(03) COMP VALUE ZERO.
000996 01  WS-FZ-HIT                       PIC 9(03) COMP VALUE ZERO.
000997 01  FROZEN-BASELINE-TABLE.
000998     05  FROZEN-SLOT OCCURS 100 TIMES.
000999         10  FZ-ID                   PIC 9(06).
001000         10  FZ-N                    PIC 9(06).
001001         10  FZ-MODE                 PIC X(01).
001002         10  FZ-HOST-NAME            PIC X(20).
001003         10  FZ-RUNTIME-VERSION      PIC X(20).
001004         10  FZ-STATUS               PIC X(01).
001005         10  FZ-FIGURE               PIC 9(07)V9(02).
001006         10  FZ-CPU-FIGURE           PIC 9(07)V9(02).
001007         10  FZ-APPROVED-BY          PIC X(03).
001008         10  FZ-APPROVED-DATE        PIC 9(08).
001009         10  FZ-RETIRED-DATE         PIC 9(08).
001010 01  WS-FZ-SEARCH-N                  PIC 9(06) VALUE ZERO.
001011 01  WS-FZ-SEARCH-MODE               PIC X(01) VALUE SPACE.
001012 01  WS-FZ-SEARCH-HOST               PIC X(20) VALUE SPACES.
001013 01  WS-FZ-SEARCH-DATE               PIC 9(08) VALUE ZERO.
001014 01  WS-FROZEN-FIGURE                PIC 9(07)V9(02) VALUE ZERO.
001015 01  WS-FZ-MEASURED                  PIC 9(07)V9(02) VALUE ZERO.
001016 01  WS-FZ-DIFF                      PIC S9(09)V9(02) VALUE ZERO.
001017 01  WS-FZ-WORK                      PIC S9(11)V9(02) VALUE ZERO.
001018 01  WS-FZ-DRIFT-PCT                 PIC S9(05)V9(01) VALUE ZERO.
001019 01  WS-ED-DRIFT-PCT                 PIC +Z(04)9.9.
001020*
001030 01  WS-RUNS-READ                    PIC 9(06) COMP VALUE ZERO.
001040 01  WS-RUNS-SKIPPED                 PIC 9(06) COMP VALUE ZERO.
001210*================================================================
001220 1000-START.
001225     PERFORM 1150-READ-BASIS-CONTROL THRU 1150-EXIT.
001227     PERFORM 1160-LOAD-FROZEN-BASELINES THRU 1160-EXIT.
001230     OPEN INPUT HISTORY-FILE.
001240     IF NOT WS-HIST-FILE-OK
001250         DISPLAY "ENVCMPR: UNABLE TO OPEN PRMHIST, STATUS="
001304         DISPLAY "ENVCMPR: DURATION BASIS = CPU (BASISCTL) - "
001306                 "FIGURES BELOW ARE CPU MEDIANS"
001308     END-IF.
001309     DISPLAY "ENVCMPR: FROZEN BASELINES LOADED=" WS-FROZEN-COUNT.
001310     DISPLAY "ENVCMPR: ---- CHRONOLOGICAL PASS ----".
001320     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
001330 1000-EXIT.
001530     ADD WS-EFF-DURATION
001540         TO AC-TOTAL-DAUER (WS-WL-IDX, WS-ENV-IDX).
001550     ADD 1 TO AC-RUN-COUNT (WS-WL-IDX, WS-ENV-IDX).
001555     PERFORM 2500-ACCUMULATE-FROZEN THRU 2500-EXIT.
001560 2000-NEXT.
001570     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
001580 2000-EXIT.
003290             " CPUS=" EV-CPU-COUNT (WS-ENV-IDX)
003300             " RUNS=" AC-RUN-COUNT (WS-WL-IDX, WS-ENV-IDX)
003310             " AVG DAUER=" WS-AVG-DAUER.
003312     IF AC-FZ-COUNT (WS-WL-IDX, WS-ENV-IDX) > ZERO
003314         PERFORM 3120-REPORT-FROZEN-DRIFT THRU 3120-EXIT
003316     END-IF.
003320 3110-EXIT.
003330     EXIT.
003340*================================================================
003690*================================================================
003700 2120-START.
003710     MOVE PRM-HIST-DURATION TO WS-EFF-DURATION.
003715     MOVE 'N' TO WS-CPU-MISSING-SW.
003720     IF WS-BASIS-IS-CPU
003730         IF PRM-HIST-CPU-MEDIAN IS NUMERIC
003740             AND PRM-HIST-CPU-MEDIAN > ZERO
003770         IF PRM-HIST-CPU-DURATION IS NUMERIC
003780             AND PRM-HIST-CPU-DURATION > ZERO
003790             MOVE PRM-HIST-CPU-DURATION TO WS-EFF-DURATION
003793         ELSE
003796             MOVE 'Y' TO WS-CPU-MISSING-SW
003800         END-IF
003810         END-IF
003820     END-IF.
003830 2120-EXIT.
003840     EXIT.
003850*================================================================
003860 1160-LOAD-FROZEN-BASELINES SECTION.
003870*================================================================
003880* LOADS THE BASELINES FROM PRMBASE THAT HAVE EVER BEEN APPROVED.
003890* NO DD, OR A DATASET THAT WILL NOT OPEN, LEAVES THE REPORT AS IT
003900* RAN BEFORE PRMBASE EXISTED.
003910*================================================================
003920 1160-START.
003930     OPEN INPUT BASELINE-FILE.
003940     IF WS-BASE-FILE-NOT-FOUND
003950         GO TO 1160-EXIT
003960     END-IF.
003970     IF NOT WS-BASE-FILE-OK
003980         DISPLAY "ENVCMPR: UNABLE TO OPEN PRMBASE, STATUS="
003990                 WS-BASE-FILE-STATUS " - NO FROZEN COMPARISON"
004000         GO TO 1160-EXIT
004010     END-IF.
004020     PERFORM 1170-LOAD-ONE-BASELINE THRU 1170-EXIT
004030         UNTIL WS-BASE-AT-EOF.
004040     CLOSE BASELINE-FILE.
004050 1160-EXIT.
004060     EXIT.
004070*================================================================
004080 1170-LOAD-ONE-BASELINE SECTION.
004090*================================================================
004100 1170-START.
004110     READ BASELINE-FILE
004120         AT END
004130             MOVE 'Y' TO WS-BASE-EOF-SW
004140             GO TO 1170-EXIT
004150     END-READ.
004160     IF NOT PRM-BASE-IS-APPROVED
004170         AND NOT PRM-BASE-IS-RETIRED
004180         GO TO 1170-EXIT
004190     END-IF.
004200     IF PRM-BASE-APPROVED-DATE IS NOT NUMERIC
004210         OR PRM-BASE-APPROVED-DATE = ZERO
004220         GO TO 1170-EXIT
004230     END-IF.
004240     IF WS-FROZEN-COUNT NOT < WS-MAX-FROZEN
004250         DISPLAY "ENVCMPR: FROZEN BASELINE TABLE FULL - "
004260                 "BASELINE " PRM-BASE-ID " IGNORED"
004270         GO TO 1170-EXIT
004280     END-IF.
004290     ADD 1 TO WS-FROZEN-COUNT.
004300     MOVE WS-FROZEN-COUNT TO WS-FZ-IDX.
004310     MOVE PRM-BASE-ID TO FZ-ID (WS-FZ-IDX).
004320     MOVE PRM-BASE-N TO FZ-N (WS-FZ-IDX).
004330     MOVE PRM-BASE-MODE TO FZ-MODE (WS-FZ-IDX).
004340     MOVE PRM-BASE-HOST-NAME TO FZ-HOST-NAME (WS-FZ-IDX).
004350     MOVE PRM-BASE-RUNTIME-VERSION
004360         TO FZ-RUNTIME-VERSION (WS-FZ-IDX).
004370     MOVE PRM-BASE-STATUS TO FZ-STATUS (WS-FZ-IDX).
004380     MOVE PRM-BASE-FIGURE TO FZ-FIGURE (WS-FZ-IDX).
004390     MOVE PRM-BASE-CPU-FIGURE TO FZ-CPU-FIGURE (WS-FZ-IDX).
004400     MOVE PRM-BASE-APPROVED-BY TO FZ-APPROVED-BY (WS-FZ-IDX).
004410     MOVE PRM-BASE-APPROVED-DATE TO FZ-APPROVED-DATE (WS-FZ-IDX).
004420     MOVE ZERO TO FZ-RETIRED-DATE (WS-FZ-IDX).
004430     IF PRM-BASE-IS-RETIRED
004440         AND PRM-BASE-RETIRED-DATE IS NUMERIC
004450         MOVE PRM-BASE-RETIRED-DATE TO FZ-RETIRED-DATE (WS-FZ-IDX)
004460     END-IF.
004470 1170-EXIT.
004480     EXIT.
004490*================================================================
004500 2500-ACCUMULATE-FROZEN SECTION.
004510*================================================================
004520* ADDS THE RUN TO ITS CELL'S FROZEN TALLY WHEN A FROZEN BASELINE
004530* GOVERNS IT. A RUN WITHOUT A CPU FIGURE UNDER THE CPU BASIS IS
004540* NOT HELD AGAINST A FROZEN CPU FIGURE.
004550*================================================================
004560 2500-START.
004570     IF WS-FROZEN-COUNT = ZERO
004580         OR WS-CPU-FIGURE-MISSING
004590         GO TO 2500-EXIT
004600     END-IF.
004610     MOVE PRM-HIST-N TO WS-FZ-SEARCH-N.
004620     MOVE PRM-HIST-MODE TO WS-FZ-SEARCH-MODE.
004630     MOVE PRM-HIST-HOST-NAME TO WS-FZ-SEARCH-HOST.
004640     MOVE PRM-HIST-RUN-DATE TO WS-FZ-SEARCH-DATE.
004650     PERFORM 2510-FIND-FROZEN-BASELINE THRU 2510-EXIT.
004660     IF WS-FZ-HIT = ZERO
004670         GO TO 2500-EXIT
004680     END-IF.
004690     IF AC-FZ-IDX (WS-WL-IDX, WS-ENV-IDX) NOT = WS-FZ-HIT
004700         MOVE WS-FZ-HIT TO AC-FZ-IDX (WS-WL-IDX, WS-ENV-IDX)
004710         MOVE ZERO TO AC-FZ-TOTAL (WS-WL-IDX, WS-ENV-IDX)
004720         MOVE ZERO TO AC-FZ-COUNT (WS-WL-IDX, WS-ENV-IDX)
004730     END-IF.
004740     ADD WS-EFF-DURATION
004750         TO AC-FZ-TOTAL (WS-WL-IDX, WS-ENV-IDX).
004760     ADD 1 TO AC-FZ-COUNT (WS-WL-IDX, WS-ENV-IDX).
004770 2500-EXIT.
004780     EXIT.
004790*================================================================
004800 2510-FIND-FROZEN-BASELINE SECTION.
004810*================================================================
004820* SETS WS-FZ-HIT TO THE BASELINE IN FORCE FOR THE SEARCH N, MODE,
004830* AND HOST ON THE SEARCH DATE, OR ZERO. BASEMNT RETIRES THE OLD
004840* BASELINE ON THE DAY IT APPROVES ITS SUCCESSOR, SO AT MOST ONE
004850* MATCHES; SHOULD A HAND-EDITED FILE HOLD TWO, THE LATER WINS.
004860*================================================================
004870 2510-START.
004880     MOVE ZERO TO WS-FZ-HIT.
004890     PERFORM 2520-TEST-ONE-BASELINE THRU 2520-EXIT
004900         VARYING WS-FZ-IDX FROM 1 BY 1
004910             UNTIL WS-FZ-IDX > WS-FROZEN-COUNT.
004920 2510-EXIT.
004930     EXIT.
004940*================================================================
004950 2520-TEST-ONE-BASELINE SECTION.
004960*================================================================
004970 2520-START.
004980     IF FZ-N (WS-FZ-IDX) NOT = WS-FZ-SEARCH-N
004990         OR FZ-MODE (WS-FZ-IDX) NOT = WS-FZ-SEARCH-MODE
005000         OR FZ-HOST-NAME (WS-FZ-IDX) NOT = WS-FZ-SEARCH-HOST
005010         OR FZ-APPROVED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
005020         GO TO 2520-EXIT
005030     END-IF.
005040     IF FZ-STATUS (WS-FZ-IDX) = 'A'
005050         OR FZ-RETIRED-DATE (WS-FZ-IDX) > WS-FZ-SEARCH-DATE
005060         MOVE WS-FZ-IDX TO WS-FZ-HIT
005070     END-IF.
005080 2520-EXIT.
005090     EXIT.
005100*================================================================
005110 2530-COMPUTE-DRIFT SECTION.
005120*================================================================
005130* SIGNED PERCENTAGE BY WHICH WS-FZ-MEASURED STANDS ABOVE (+) OR
005140* BELOW (-) WS-FROZEN-FIGURE, LEFT IN WS-FZ-DRIFT-PCT AND EDITED
005150* INTO WS-ED-DRIFT-PCT. THE CALLER ENSURES THE FIGURE IS NOT ZERO.
005160*================================================================
005170 2530-START.
005180     SUBTRACT WS-FROZEN-FIGURE FROM WS-FZ-MEASURED
005190         GIVING WS-FZ-DIFF.
005200     MULTIPLY WS-FZ-DIFF BY 100 GIVING WS-FZ-WORK.
005210     DIVIDE WS-FZ-WORK BY WS-FROZEN-FIGURE
005220         GIVING WS-FZ-DRIFT-PCT ROUNDED
005230         ON SIZE ERROR
005240             MOVE 99999.9 TO WS-FZ-DRIFT-PCT
005250     END-DIVIDE.
005260     MOVE WS-FZ-DRIFT-PCT TO WS-ED-DRIFT-PCT.
005270 2530-EXIT.
005280     EXIT.
005290*================================================================
005300 3120-REPORT-FROZEN-DRIFT SECTION.
005310*================================================================
005320* THE CELL'S RUNS UNDER ITS FROZEN BASELINE, AGAINST THE FIGURE
005330* APPROVED, AND WHETHER THIS ENVIRONMENT'S RUNTIME IS THE ONE THE
005340* BASELINE WAS TAKEN ON.
005350*================================================================
005360 3120-START.
005370     MOVE AC-FZ-IDX (WS-WL-IDX, WS-ENV-IDX) TO WS-FZ-HIT.
005380     IF WS-BASIS-IS-CPU
005390         MOVE FZ-CPU-FIGURE (WS-FZ-HIT) TO WS-FROZEN-FIGURE
005400     ELSE
005410         MOVE FZ-FIGURE (WS-FZ-HIT) TO WS-FROZEN-FIGURE
005420     END-IF.
005430     IF WS-FROZEN-FIGURE = ZERO
005440         DISPLAY "        FROZEN BASELINE " FZ-ID (WS-FZ-HIT)
005450                 " HAS NO CPU FIGURE - NOT COMPARED"
005460         GO TO 3120-EXIT
005470     END-IF.
005480     DIVIDE AC-FZ-TOTAL (WS-WL-IDX, WS-ENV-IDX)
005490         BY AC-FZ-COUNT (WS-WL-IDX, WS-ENV-IDX)
005500         GIVING WS-FZ-MEASURED ROUNDED.
005510     PERFORM 2530-COMPUTE-DRIFT THRU 2530-EXIT.
005520     DISPLAY "        VS FROZEN BASELINE " FZ-ID (WS-FZ-HIT)
005530             " APPROVED " FZ-APPROVED-DATE (WS-FZ-HIT)
005540             " BY " FZ-APPROVED-BY (WS-FZ-HIT)
005550             " FIGURE=" WS-FROZEN-FIGURE.
005560     DISPLAY "        RUNS SINCE APPROVAL="
005570             AC-FZ-COUNT (WS-WL-IDX, WS-ENV-IDX)
005580             " AVG=" WS-FZ-MEASURED
005590             " CUMULATIVE DRIFT=" WS-ED-DRIFT-PCT "%".
005600     IF EV-RUNTIME-VERSION (WS-ENV-IDX)
005610         NOT = FZ-RUNTIME-VERSION (WS-FZ-HIT)
005620         DISPLAY "        RUNTIME DIFFERS FROM THE BASELINE'S - "
005630                 "TAKEN ON " FZ-RUNTIME-VERSION (WS-FZ-HIT)
005640     END-IF.
005650 3120-EXIT.
005660     EXIT.
