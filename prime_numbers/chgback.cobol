000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHGBACK.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - MONTHLY CPU CHARGEBACK
000210*                      STATEMENT BY PLAN, HOST, AND WORKLOAD,
000220*                      PRICED FROM A RATE CARD PER HOST AND TIME
000230*                      BAND, WITH A FIXED-LAYOUT EXTRACT FOR THE
000240*                      FINANCE INTERFACE (DD CHGXTR).
000250*================================================================
000260* THE LAB IS BILLED FOR ITS BATCH CPU, AND UNTIL NOW WHO USED
000270* WHAT WAS PIECED TOGETHER FROM JOB LOGS. THIS PROGRAM BILLS
000280* ONE CALENDAR MONTH OF PRMHIST: EACH RUN STAMPED IN THE MONTH
000290* IS CHARGED ITS CPU-DURATION (THE PER-REPETITION MEDIAN) TIMES
000300* ITS REPEAT COUNT, AT THE RATE ITS HOST CARRIES FOR THE BAND
000310* THE RUN FELL IN - PRIME SHIFT OR OVERNIGHT, BY THE TIME
000320* STAMPED ON THE HISTORY RECORD. THE PLAN THAT DROVE THE RUN IS
000330* TAKEN FROM ITS PRMAUDIT RECORD (JOINED BY RUN-ID) AND THE
000340* PLAN'S ACCOUNT CODE FROM THE 'A' CARDS.
000350*
000360* THE STATEMENT TOTALS THE MONTH BY PLAN, BY HOST, AND BY
000370* WORKLOAD (N/MODE). RUNS HISTMNT HAS EXCLUDED ARE LEFT OUT OF
000380* THOSE BREAKDOWNS, AS EVERY OTHER READER LEAVES THEM OUT, BUT
000390* THEY STILL USED THE MACHINE: THEY ARE PRICED ON A LINE OF
000400* THEIR OWN AND COUNTED IN THE GRAND TOTAL. A RUN WITHOUT A CPU
000410* FIGURE (WRITTEN BEFORE THE FIELDS EXISTED) CANNOT BE PRICED
000420* AND IS COUNTED ONLY. A RUN ON A HOST WITH NO RATE CARD (AND
000430* NO '*' CARD TO FALL BACK ON) IS CHARGED ZERO AND RAISES RC=4,
000440* SINCE THE STATEMENT IS THEN SHORT.
000450*
000460* A REJECTED CARD ENDS THE RUN RC=8 BEFORE ANYTHING IS PRICED -
000470* A STATEMENT BUILT FROM HALF A RATE DECK WOULD REACH FINANCE
000480* LOOKING COMPLETE.
000490*================================================================
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CHARGE-CONTROL-FILE ASSIGN TO "CHGCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CBCTL-FILE-STATUS.
000560     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HIST-FILE-STATUS.
000590     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000620     SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CHGXTR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CBXTR-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CHARGE-CONTROL-FILE.
000690     COPY PRMCBCTL.
000700 FD  HISTORY-FILE.
000710     COPY PRMHIST.
000720 FD  AUDIT-FILE.
000730     COPY PRMAUDIT.
000740 FD  CHARGE-EXTRACT-FILE.
000750     COPY PRMCBXTR.
000760*
000770 WORKING-STORAGE SECTION.
000780 01  DEFAULT-PRIME-FROM              PIC 9(04) VALUE 0700.
000790 01  DEFAULT-PRIME-TO                PIC 9(04) VALUE 1800.
000800*
000810 01  WS-CBCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000820     88  WS-CBCTL-FILE-OK                 VALUE '00'.
000830     88  WS-CBCTL-FILE-NOT-FOUND          VALUE '35'.
000840 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000850     88  WS-HIST-FILE-OK                  VALUE '00'.
000860 01  WS-AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
000870     88  WS-AUDIT-FILE-OK                 VALUE '00'.
000880     88  WS-AUDIT-FILE-NOT-FOUND          VALUE '35'.
000890 01  WS-CBXTR-FILE-STATUS            PIC X(02) VALUE '00'.
000900     88  WS-CBXTR-FILE-OK                 VALUE '00'.
000910*
000920 01  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
000930     88  WS-AT-CTL-EOF                   VALUE 'Y'.
000940 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
000950     88  WS-AT-HIST-EOF                  VALUE 'Y'.
000960 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
000970     88  WS-AT-AUDIT-EOF                 VALUE 'Y'.
000980 01  WS-MONTH-CARD-SW                PIC X(01) VALUE 'N'.
000990     88  WS-MONTH-CARD-SEEN              VALUE 'Y'.
001000 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
001010     88  WS-FOUND                        VALUE 'Y'.
001020*
001030 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
001040 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
001050     05  WS-TODAY-DATE               PIC 9(08).
001060     05  WS-TODAY-HHMMSSHH           PIC 9(08).
001070     05  FILLER                      PIC X(05).
001080 01  WS-TODAY-DATE-FIELDS REDEFINES WS-TODAY-STAMP.
001090     05  WS-TODAY-YYYY               PIC 9(04).
001100     05  WS-TODAY-MM                 PIC 9(02).
001110     05  FILLER                      PIC X(15).
001120*
001130 01  WS-BILL-MONTH                   PIC 9(06) VALUE ZERO.
001140 01  WS-BILL-MONTH-FIELDS REDEFINES WS-BILL-MONTH.
001150     05  WS-BILL-YYYY                PIC 9(04).
001160     05  WS-BILL-MM                  PIC 9(02).
001170 01  WS-PRIME-FROM                   PIC 9(04) VALUE ZERO.
001180 01  WS-PRIME-TO                     PIC 9(04) VALUE ZERO.
001190 01  WS-RUN-MONTH                    PIC 9(06) VALUE ZERO.
001200 01  WS-RUN-HHMM                     PIC 9(04) VALUE ZERO.
001210*
001220 01  WS-CARDS-READ                   PIC 9(05) COMP VALUE ZERO.
001230 01  WS-CARDS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001240 01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
001250*
001260*----------------------------------------------------------------
001270* RATE CARDS AND ACCOUNT CARDS, AS PUNCHED. THE '*' ENTRY OF
001280* EACH, IF ANY, IS REMEMBERED SO A MISS FALLS BACK TO IT.
001290*----------------------------------------------------------------
001300 01  WS-MAX-RATES                    PIC 9(03) COMP VALUE 40.
001310 01  WS-RATE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001320 01  WS-RT-IDX                       PIC 9(03) COMP VALUE ZERO.
001330 01  WS-DEFAULT-RATE-IDX             PIC 9(03) COMP VALUE ZERO.
001340 01  RATE-TABLE.
001350     05  RATE-SLOT OCCURS 40 TIMES.
001360         10  RT-HOST                 PIC X(20).
001370         10  RT-PRIME-RATE           PIC 9(03)V9(05).
001380         10  RT-NIGHT-RATE           PIC 9(03)V9(05).
001390*
001400 01  WS-MAX-ACCOUNTS                 PIC 9(03) COMP VALUE 100.
001410 01  WS-ACCOUNT-COUNT                PIC 9(03) COMP VALUE ZERO.
001420 01  WS-AC-IDX                       PIC 9(03) COMP VALUE ZERO.
001430 01  WS-DEFAULT-ACCOUNT              PIC X(08) VALUE 'UNALLOC'.
001440 01  ACCOUNT-TABLE.
001450     05  ACCOUNT-SLOT OCCURS 100 TIMES.
001460         10  AC-PLAN-NAME            PIC X(08).
001470         10  AC-ACCOUNT              PIC X(08).
001480*
001490*----------------------------------------------------------------
001500* ONE SLOT PER RUN BILLED THIS MONTH, PRICED AS THE HISTORY IS
001510* READ AND GIVEN ITS PLAN NAME ON THE PASS OF PRMAUDIT. A RUN
001520* WITH NO AUDIT RECORD KEEPS THE PLAN NAME NOAUDIT; ONE FROM A
001530* HAND-PUNCHED DECK (BLANK PLAN ON ITS AUDIT RECORD) IS BILLED
001540* AS HANDDECK.
001550*----------------------------------------------------------------
001560 01  WS-MAX-RUNS                     PIC 9(05) COMP VALUE 5000.
001570 01  WS-RUN-COUNT                    PIC 9(05) COMP VALUE ZERO.
001580 01  WS-RN-IDX                       PIC 9(05) COMP VALUE ZERO.
001590 01  WS-LOW-RUN-ID                   PIC 9(08) VALUE 99999999.
001600 01  WS-HIGH-RUN-ID                  PIC 9(08) VALUE ZERO.
001610 01  RUN-TABLE.
001620     05  RUN-SLOT OCCURS 5000 TIMES.
001630         10  RN-RUN-ID               PIC 9(08).
001640         10  RN-HOST                 PIC X(20).
001650         10  RN-N                    PIC 9(06).
001660         10  RN-MODE                 PIC X(01).
001670         10  RN-EXCL-FLAG            PIC X(01).
001680             88  RN-IS-EXCLUDED          VALUE 'X'.
001690         10  RN-BAND                 PIC X(01).
001700             88  RN-IS-PRIME             VALUE 'P'.
001710             88  RN-IS-NIGHT             VALUE 'N'.
001720         10  RN-PLAN-NAME            PIC X(08).
001730         10  RN-CPU-SECS             PIC 9(10)V9(02).
001740         10  RN-COST                 PIC 9(09)V9(02).
001750*
001760*----------------------------------------------------------------
001770* THE STATEMENT'S BREAKDOWNS. EVERY TOTALS SLOT CARRIES THE SAME
001780* FIGURES SO ONE PRINT LINE SERVES ALL THREE.
001790*----------------------------------------------------------------
001800 01  WS-MAX-PLANS                    PIC 9(03) COMP VALUE 100.
001810 01  WS-PLAN-COUNT                   PIC 9(03) COMP VALUE ZERO.
001820 01  WS-PL-IDX                       PIC 9(03) COMP VALUE ZERO.
001830 01  PLAN-TABLE.
001840     05  PLAN-SLOT OCCURS 100 TIMES.
001850         10  PL-PLAN-NAME            PIC X(08).
001860         10  PL-ACCOUNT              PIC X(08).
001870         10  PL-RUNS                 PIC 9(05) COMP.
001880         10  PL-CPU-SECS             PIC 9(11)V9(02).
001890         10  PL-PRIME-COST           PIC 9(09)V9(02).
001900         10  PL-NIGHT-COST           PIC 9(09)V9(02).
001910*
001920 01  WS-MAX-HOSTS                    PIC 9(03) COMP VALUE 40.
001930 01  WS-HOST-COUNT                   PIC 9(03) COMP VALUE ZERO.
001940 01  WS-HS-IDX                       PIC 9(03) COMP VALUE ZERO.
001950 01  HOST-TABLE.
001960     05  HOST-SLOT OCCURS 40 TIMES.
001970         10  HS-HOST                 PIC X(20).
001990         10  HS-RUNS                 PIC 9(05) COMP.
002000         10  HS-CPU-SECS             PIC 9(11)V9(02).
002010         10  HS-PRIME-COST           PIC 9(09)V9(02).
002020         10  HS-NIGHT-COST           PIC 9(09)V9(02).
002030*
002040 01  WS-MAX-WORKLOADS                PIC 9(03) COMP VALUE 100.
002050 01  WS-WORKLOAD-COUNT               PIC 9(03) COMP VALUE ZERO.
002060 01  WS-WL-IDX                       PIC 9(03) COMP VALUE ZERO.
002070 01  WORKLOAD-TABLE.
002080     05  WORKLOAD-SLOT OCCURS 100 TIMES.
002090         10  WL-N                    PIC 9(06).
002100         10  WL-MODE                 PIC X(01).
002110         10  WL-RUNS                 PIC 9(05) COMP.
002120         10  WL-CPU-SECS             PIC 9(11)V9(02).
002130         10  WL-PRIME-COST           PIC 9(09)V9(02).
002140         10  WL-NIGHT-COST           PIC 9(09)V9(02).
002150*
002160*----------------------------------------------------------------
002170* ONE SLOT PER ACCOUNT/PLAN/HOST, CHARGED ('D') AND EXCLUDED
002180* ('X') KEPT APART - ONE EXTRACT DETAIL RECORD EACH.
002190*----------------------------------------------------------------
002200 01  WS-MAX-LINES                    PIC 9(03) COMP VALUE 400.
002210 01  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
002220 01  WS-LN-IDX                       PIC 9(03) COMP VALUE ZERO.
002230 01  LINE-TABLE.
002240     05  LINE-SLOT OCCURS 400 TIMES.
002250         10  LN-TYPE                 PIC X(01).
002260         10  LN-ACCOUNT              PIC X(08).
002270         10  LN-PLAN-NAME            PIC X(08).
002280         10  LN-HOST                 PIC X(20).
002290         10  LN-RUNS                 PIC 9(05) COMP.
002300         10  LN-CPU-SECS             PIC 9(11)V9(02).
002310         10  LN-COST                 PIC 9(09)V9(02).
002320*
002330 01  WS-RUN-ACCOUNT                  PIC X(08) VALUE SPACES.
002340 01  WS-LINE-TYPE                    PIC X(01) VALUE SPACE.
002350 01  WS-REPEATS                      PIC 9(03) VALUE ZERO.
002360 01  WS-RATE                         PIC 9(03)V9(05) VALUE ZERO.
002370*
002380 01  WS-HIST-READ                    PIC 9(06) COMP VALUE ZERO.
002390 01  WS-RUNS-IN-MONTH                PIC 9(06) COMP VALUE ZERO.
002400 01  WS-RUNS-NO-CPU                  PIC 9(06) COMP VALUE ZERO.
002410 01  WS-RUNS-NO-AUDIT                PIC 9(06) COMP VALUE ZERO.
002420 01  WS-RUNS-UNRATED                 PIC 9(06) COMP VALUE ZERO.
002430*
002440 01  WS-CHG-RUNS                     PIC 9(06) COMP VALUE ZERO.
002450 01  WS-CHG-CPU-SECS                 PIC 9(11)V9(02) VALUE ZERO.
002460 01  WS-CHG-PRIME-COST               PIC 9(09)V9(02) VALUE ZERO.
002470 01  WS-CHG-NIGHT-COST               PIC 9(09)V9(02) VALUE ZERO.
002480 01  WS-EXCL-RUNS                    PIC 9(06) COMP VALUE ZERO.
002490 01  WS-EXCL-CPU-SECS                PIC 9(11)V9(02) VALUE ZERO.
002500 01  WS-EXCL-PRIME-COST              PIC 9(09)V9(02) VALUE ZERO.
002510 01  WS-EXCL-NIGHT-COST              PIC 9(09)V9(02) VALUE ZERO.
002520 01  WS-GRAND-CPU-SECS               PIC 9(11)V9(02) VALUE ZERO.
002530 01  WS-GRAND-COST                   PIC 9(09)V9(02) VALUE ZERO.
002540 01  WS-XTR-RECORDS                  PIC 9(05) VALUE ZERO.
002550*
002560*----------------------------------------------------------------
002570* ONE PRINT LINE OF THE STATEMENT, FILLED BY WHICHEVER TOTALS
002580* SLOT IS BEING PRINTED AND EDITED IN 4900-PRINT-TOTALS-LINE.
002590*----------------------------------------------------------------
002600 01  WS-PRT-LABEL                    PIC X(30) VALUE SPACES.
002610 01  WS-PRT-RUNS                     PIC 9(06) VALUE ZERO.
002620 01  WS-PRT-CPU-SECS                 PIC 9(11)V9(02) VALUE ZERO.
002630 01  WS-PRT-PRIME-COST               PIC 9(09)V9(02) VALUE ZERO.
002640 01  WS-PRT-NIGHT-COST               PIC 9(09)V9(02) VALUE ZERO.
002650 01  WS-PRT-TOTAL-COST               PIC 9(09)V9(02) VALUE ZERO.
002660 01  WS-RUNS-ED                      PIC Z(05)9.
002670 01  WS-CPU-ED                       PIC Z(10)9.99.
002680 01  WS-PRIME-ED                     PIC Z(08)9.99.
002690 01  WS-NIGHT-ED                     PIC Z(08)9.99.
002700 01  WS-TOTAL-ED                     PIC Z(08)9.99.
002710 01  WS-PRIME-RATE-ED                PIC ZZ9.99999.
002720 01  WS-NIGHT-RATE-ED                PIC ZZ9.99999.
002730*
002740 PROCEDURE DIVISION.
002750*================================================================
002760 0000-MAINLINE SECTION.
002770*================================================================
002780 0000-START.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     IF WS-CARDS-REJECTED > ZERO
002810         DISPLAY "CHGBACK: CARDS READ=" WS-CARDS-READ
002820                 " REJECTED=" WS-CARDS-REJECTED
002830                 " - NOTHING PRICED, FIX THE DECK AND RERUN."
002840         MOVE 8 TO RETURN-CODE
002850         GO TO 0000-EXIT
002860     END-IF.
002870     PERFORM 2000-COLLECT-RUNS THRU 2000-EXIT.
002880     PERFORM 2500-JOIN-AUDIT-TRAIL THRU 2500-EXIT.
002890     PERFORM 3000-ACCUMULATE-ONE-RUN THRU 3000-EXIT
002900         VARYING WS-RN-IDX FROM 1 BY 1
002910         UNTIL WS-RN-IDX > WS-RUN-COUNT.
002920     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT.
002930     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
002940     PERFORM 6000-SUMMARY THRU 6000-EXIT.
002950 0000-EXIT.
002960     STOP RUN.
002970*================================================================
002980 1000-INITIALIZE SECTION.
002990*================================================================
003000* READS THE WHOLE DECK. NO DD OR AN EMPTY DECK BILLS LAST MONTH
003010* ON THE DEFAULT BAND WITH NO RATES - EVERY RUN UNRATED - WHICH
003020* IS STILL A USEFUL CPU-SECONDS STATEMENT.
003030*================================================================
003040 1000-START.
003050     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
003060     MOVE DEFAULT-PRIME-FROM TO WS-PRIME-FROM.
003070     MOVE DEFAULT-PRIME-TO TO WS-PRIME-TO.
003080     OPEN INPUT CHARGE-CONTROL-FILE.
003090     IF WS-CBCTL-FILE-NOT-FOUND
003100         GO TO 1000-DEFAULT-MONTH
003110     END-IF.
003120     IF NOT WS-CBCTL-FILE-OK
003130         DISPLAY "CHGBACK: UNABLE TO OPEN CHGCTL, STATUS="
003140                 WS-CBCTL-FILE-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003190     PERFORM 1200-TAKE-ONE-CARD THRU 1200-EXIT
003200         UNTIL WS-AT-CTL-EOF.
003210     CLOSE CHARGE-CONTROL-FILE.
003220 1000-DEFAULT-MONTH.
003230     IF WS-BILL-MONTH = ZERO
003240         MOVE WS-TODAY-YYYY TO WS-BILL-YYYY
003250         MOVE WS-TODAY-MM TO WS-BILL-MM
003260         IF WS-BILL-MM = 1
003270             MOVE 12 TO WS-BILL-MM
003280             SUBTRACT 1 FROM WS-BILL-YYYY
003290         ELSE
003300             SUBTRACT 1 FROM WS-BILL-MM
003310         END-IF
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350*================================================================
003360 1100-READ-CONTROL-CARD SECTION.
003370*================================================================
003380 1100-START.
003390     READ CHARGE-CONTROL-FILE
003400         AT END
003410             MOVE 'Y' TO WS-CTL-EOF-SW
003420     END-READ.
003430 1100-EXIT.
003440     EXIT.
003450*================================================================
003460 1200-TAKE-ONE-CARD SECTION.
003470*================================================================
003480* EVERY CARD IS CHECKED BEFORE ANY IS USED; A BAD ONE IS SHOWN
003490* WITH ITS REASON AND COUNTED, AND THE REST OF THE DECK IS STILL
003500* CHECKED SO ONE RUN REPORTS EVERY MISTAKE.
003510*================================================================
003520 1200-START.
003530     IF PRM-CBCTL-RECORD = SPACES
003540         GO TO 1200-NEXT
003550     END-IF.
003560     ADD 1 TO WS-CARDS-READ.
003570     MOVE SPACES TO WS-REJECT-REASON.
003580     EVALUATE TRUE
003590         WHEN PRM-CBCTL-IS-MONTH
003600             PERFORM 1300-TAKE-MONTH-CARD THRU 1300-EXIT
003610         WHEN PRM-CBCTL-IS-RATE
003620             PERFORM 1400-TAKE-RATE-CARD THRU 1400-EXIT
003630         WHEN PRM-CBCTL-IS-ACCOUNT
003640             PERFORM 1500-TAKE-ACCOUNT-CARD THRU 1500-EXIT
003650         WHEN OTHER
003660             MOVE "CARD TYPE NOT M, R, OR A" TO WS-REJECT-REASON
003670     END-EVALUATE.
003680     IF WS-REJECT-REASON NOT = SPACES
003690         ADD 1 TO WS-CARDS-REJECTED
003700         DISPLAY "CHGBACK: REJECTED - " WS-REJECT-REASON
003710         DISPLAY "CHGBACK:   CARD: " PRM-CBCTL-RECORD
003720     END-IF.
003730 1200-NEXT.
003740     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003750 1200-EXIT.
003760     EXIT.
003770*================================================================
003780 1300-TAKE-MONTH-CARD SECTION.
003790*================================================================
003800 1300-START.
003810     IF WS-MONTH-CARD-SEEN
003820         MOVE "MORE THAN ONE M CARD" TO WS-REJECT-REASON
003830         GO TO 1300-EXIT
003840     END-IF.
003850*    A FIELD LEFT BLANK ASKS FOR ITS DEFAULT, THE SAME AS ZERO.
003860     IF PRM-CBCTL-DATA (1:6) = SPACES
003870         MOVE ZEROES TO PRM-CBCTL-DATA (1:6)
003880     END-IF.
003890     IF PRM-CBCTL-DATA (7:8) = SPACES
003900         MOVE ZEROES TO PRM-CBCTL-DATA (7:8)
003910     END-IF.
003920     IF PRM-CBCTL-BILL-MONTH IS NOT NUMERIC
003930         OR PRM-CBCTL-PRIME-FROM IS NOT NUMERIC
003940         OR PRM-CBCTL-PRIME-TO IS NOT NUMERIC
003950         MOVE "MONTH OR PRIME BAND NOT NUMERIC"
003960             TO WS-REJECT-REASON
003970         GO TO 1300-EXIT
003980     END-IF.
003990     MOVE 'Y' TO WS-MONTH-CARD-SW.
004000     IF PRM-CBCTL-BILL-MONTH NOT = ZERO
004010         MOVE PRM-CBCTL-BILL-MONTH TO WS-BILL-MONTH
004020         IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
004030             MOVE "BILLING MONTH IS NOT YYYYMM"
004040                 TO WS-REJECT-REASON
004050             GO TO 1300-EXIT
004060         END-IF
004070     END-IF.
004080     IF PRM-CBCTL-PRIME-FROM = ZERO
004090         AND PRM-CBCTL-PRIME-TO = ZERO
004100         GO TO 1300-EXIT
004110     END-IF.
004120     IF PRM-CBCTL-PRIME-FROM >= PRM-CBCTL-PRIME-TO
004130         OR PRM-CBCTL-PRIME-TO > 2400
004140         MOVE "PRIME BAND FROM MUST BE BEFORE TO"
004150             TO WS-REJECT-REASON
004160         GO TO 1300-EXIT
004170     END-IF.
004180     MOVE PRM-CBCTL-PRIME-FROM TO WS-PRIME-FROM.
004190     MOVE PRM-CBCTL-PRIME-TO TO WS-PRIME-TO.
004200 1300-EXIT.
004210     EXIT.
004220*================================================================
004230 1400-TAKE-RATE-CARD SECTION.
004240*================================================================
004250 1400-START.
004260     IF PRM-CBCTL-HOST-NAME = SPACES
004270         MOVE "RATE CARD WITHOUT A HOST NAME" TO WS-REJECT-REASON
004280         GO TO 1400-EXIT
004290     END-IF.
004300     IF PRM-CBCTL-PRIME-RATE IS NOT NUMERIC
004310         OR PRM-CBCTL-NIGHT-RATE IS NOT NUMERIC
004320         MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
004330         GO TO 1400-EXIT
004340     END-IF.
004350     MOVE 'N' TO WS-FOUND-SW.
004360     PERFORM 1410-MATCH-ONE-RATE THRU 1410-EXIT
004370         VARYING WS-RT-IDX FROM 1 BY 1
004380         UNTIL WS-RT-IDX > WS-RATE-COUNT OR WS-FOUND.
004390     IF WS-FOUND
004400         MOVE "SECOND RATE CARD FOR THE SAME HOST"
004410             TO WS-REJECT-REASON
004420         GO TO 1400-EXIT
004430     END-IF.
004440     IF WS-RATE-COUNT >= WS-MAX-RATES
004450         MOVE "RATE TABLE FULL" TO WS-REJECT-REASON
004460         GO TO 1400-EXIT
004470     END-IF.
004480     ADD 1 TO WS-RATE-COUNT.
004490     MOVE PRM-CBCTL-HOST-NAME TO RT-HOST (WS-RATE-COUNT).
004500     MOVE PRM-CBCTL-PRIME-RATE TO RT-PRIME-RATE (WS-RATE-COUNT).
004510     MOVE PRM-CBCTL-NIGHT-RATE TO RT-NIGHT-RATE (WS-RATE-COUNT).
004520     IF PRM-CBCTL-HOST-NAME = '*'
004530         MOVE WS-RATE-COUNT TO WS-DEFAULT-RATE-IDX
004540     END-IF.
004550 1400-EXIT.
004560     EXIT.
004570*================================================================
004580 1410-MATCH-ONE-RATE SECTION.
004590*================================================================
004600 1410-START.
004610     IF RT-HOST (WS-RT-IDX) = PRM-CBCTL-HOST-NAME
004620         MOVE 'Y' TO WS-FOUND-SW
004630     END-IF.
004640 1410-EXIT.
004650     EXIT.
004660*================================================================
004670 1500-TAKE-ACCOUNT-CARD SECTION.
004680*================================================================
004690 1500-START.
004700     IF PRM-CBCTL-PLAN-NAME = SPACES
004710         OR PRM-CBCTL-ACCOUNT = SPACES
004720         MOVE "ACCOUNT CARD NEEDS A PLAN AND AN ACCOUNT"
004730             TO WS-REJECT-REASON
004740         GO TO 1500-EXIT
004750     END-IF.
004760     IF PRM-CBCTL-PLAN-NAME = '*'
004770         IF WS-DEFAULT-ACCOUNT NOT = 'UNALLOC'
004780             MOVE "SECOND ACCOUNT CARD FOR PLAN *"
004790                 TO WS-REJECT-REASON
004800             GO TO 1500-EXIT
004810         END-IF
004820         MOVE PRM-CBCTL-ACCOUNT TO WS-DEFAULT-ACCOUNT
004830         GO TO 1500-EXIT
004840     END-IF.
004850     MOVE 'N' TO WS-FOUND-SW.
004860     PERFORM 1510-MATCH-ONE-ACCOUNT THRU 1510-EXIT
004870         VARYING WS-AC-IDX FROM 1 BY 1
004880         UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND.
004890     IF WS-FOUND
004900         MOVE "SECOND ACCOUNT CARD FOR THE SAME PLAN"
004910             TO WS-REJECT-REASON
004920         GO TO 1500-EXIT
004930     END-IF.
004940     IF WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
004950         MOVE "ACCOUNT TABLE FULL" TO WS-REJECT-REASON
004960         GO TO 1500-EXIT
004970     END-IF.
004980     ADD 1 TO WS-ACCOUNT-COUNT.
004990     MOVE PRM-CBCTL-PLAN-NAME TO AC-PLAN-NAME (WS-ACCOUNT-COUNT).
005000     MOVE PRM-CBCTL-ACCOUNT TO AC-ACCOUNT (WS-ACCOUNT-COUNT).
005010 1500-EXIT.
005020     EXIT.
005030*================================================================
005040 1510-MATCH-ONE-ACCOUNT SECTION.
005050*================================================================
005060 1510-START.
005070     IF AC-PLAN-NAME (WS-AC-IDX) = PRM-CBCTL-PLAN-NAME
005080         MOVE 'Y' TO WS-FOUND-SW
005090     END-IF.
005100 1510-EXIT.
005110     EXIT.
005120*================================================================
005130 2000-COLLECT-RUNS SECTION.
005140*================================================================
005150* ONE PASS OF PRMHIST: EVERY RUN STAMPED IN THE BILLING MONTH IS
005160* PRICED AND TAKEN INTO THE RUN TABLE.
005170*================================================================
005180 2000-START.
005190     OPEN INPUT HISTORY-FILE.
005200     IF NOT WS-HIST-FILE-OK
005210         DISPLAY "CHGBACK: UNABLE TO OPEN PRMHIST, STATUS="
005220                 WS-HIST-FILE-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     PERFORM 2100-TAKE-ONE-HISTORY-RECORD THRU 2100-EXIT
005270         UNTIL WS-AT-HIST-EOF.
005280     CLOSE HISTORY-FILE.
005290 2000-EXIT.
005300     EXIT.
005310*================================================================
005320 2100-TAKE-ONE-HISTORY-RECORD SECTION.
005330*================================================================
005340 2100-START.
005350     READ HISTORY-FILE
005360         AT END
005370             MOVE 'Y' TO WS-HIST-EOF-SW
005380             GO TO 2100-EXIT
005390     END-READ.
005400     ADD 1 TO WS-HIST-READ.
005410     IF PRM-HIST-RUN-DATE IS NOT NUMERIC
005420         GO TO 2100-EXIT
005430     END-IF.
005440     COMPUTE WS-RUN-MONTH = PRM-HIST-RUN-DATE / 100.
005450     IF WS-RUN-MONTH NOT = WS-BILL-MONTH
005460         GO TO 2100-EXIT
005470     END-IF.
005480     ADD 1 TO WS-RUNS-IN-MONTH.
005490     IF PRM-HIST-CPU-DURATION IS NOT NUMERIC
005500         ADD 1 TO WS-RUNS-NO-CPU
005510         GO TO 2100-EXIT
005520     END-IF.
005530     IF WS-RUN-COUNT >= WS-MAX-RUNS
005540         DISPLAY "CHGBACK: MORE THAN " WS-MAX-RUNS " RUNS IN "
005550                 WS-BILL-MONTH " - RAISE WS-MAX-RUNS; NOTHING "
005560                 "WRITTEN."
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     ADD 1 TO WS-RUN-COUNT.
005610     MOVE WS-RUN-COUNT TO WS-RN-IDX.
005620     MOVE PRM-HIST-RUN-ID TO RN-RUN-ID (WS-RN-IDX).
005630     MOVE PRM-HIST-HOST-NAME TO RN-HOST (WS-RN-IDX).
005640     MOVE PRM-HIST-N TO RN-N (WS-RN-IDX).
005650     MOVE PRM-HIST-MODE TO RN-MODE (WS-RN-IDX).
005660     MOVE PRM-HIST-EXCL-FLAG TO RN-EXCL-FLAG (WS-RN-IDX).
005670     MOVE "NOAUDIT" TO RN-PLAN-NAME (WS-RN-IDX).
005680     IF PRM-HIST-RUN-ID IS NUMERIC
005690         AND PRM-HIST-RUN-ID > ZERO
005700         IF PRM-HIST-RUN-ID < WS-LOW-RUN-ID
005710             MOVE PRM-HIST-RUN-ID TO WS-LOW-RUN-ID
005720         END-IF
005730         IF PRM-HIST-RUN-ID > WS-HIGH-RUN-ID
005740             MOVE PRM-HIST-RUN-ID TO WS-HIGH-RUN-ID
005750         END-IF
005760     ELSE
005770         MOVE ZERO TO RN-RUN-ID (WS-RN-IDX)
005780     END-IF.
005790     PERFORM 2200-PRICE-RUN THRU 2200-EXIT.
005800 2100-EXIT.
005810     EXIT.
005820*================================================================
005830 2200-PRICE-RUN SECTION.
005840*================================================================
005850* CPU SECONDS ARE THE MEDIAN TIMES THE REPETITIONS RUN (A BLANK
005860* OR ZERO REPEAT COUNT IS A SINGLE SHOT). THE BAND IS SET BY THE
005870* HHMM OF THE TIME STAMPED ON THE HISTORY RECORD.
005880*================================================================
005890 2200-START.
005900     IF PRM-HIST-REPEAT-COUNT IS NUMERIC
005910         AND PRM-HIST-REPEAT-COUNT > ZERO
005920         MOVE PRM-HIST-REPEAT-COUNT TO WS-REPEATS
005930     ELSE
005940         MOVE 1 TO WS-REPEATS
005950     END-IF.
005960     COMPUTE RN-CPU-SECS (WS-RN-IDX) =
005970         PRM-HIST-CPU-DURATION * WS-REPEATS.
005980     MOVE ZERO TO WS-RUN-HHMM.
005990     IF PRM-HIST-RUN-TIME IS NUMERIC
006000         COMPUTE WS-RUN-HHMM = PRM-HIST-RUN-TIME / 10000
006010     END-IF.
006020     IF WS-RUN-HHMM >= WS-PRIME-FROM
006030         AND WS-RUN-HHMM < WS-PRIME-TO
006040         MOVE 'P' TO RN-BAND (WS-RN-IDX)
006050     ELSE
006060         MOVE 'N' TO RN-BAND (WS-RN-IDX)
006070     END-IF.
006080     MOVE 'N' TO WS-FOUND-SW.
006090     PERFORM 2210-MATCH-ONE-HOST-RATE THRU 2210-EXIT
006100         VARYING WS-RT-IDX FROM 1 BY 1
006110         UNTIL WS-RT-IDX > WS-RATE-COUNT OR WS-FOUND.
006120     IF WS-FOUND
006130         SUBTRACT 1 FROM WS-RT-IDX
006140     ELSE
006150         MOVE WS-DEFAULT-RATE-IDX TO WS-RT-IDX
006160     END-IF.
006170     IF WS-RT-IDX = ZERO
006180         ADD 1 TO WS-RUNS-UNRATED
006190         MOVE ZERO TO RN-COST (WS-RN-IDX)
006200         GO TO 2200-EXIT
006210     END-IF.
006220     IF RN-IS-PRIME (WS-RN-IDX)
006230         MOVE RT-PRIME-RATE (WS-RT-IDX) TO WS-RATE
006240     ELSE
006250         MOVE RT-NIGHT-RATE (WS-RT-IDX) TO WS-RATE
006260     END-IF.
006270     COMPUTE RN-COST (WS-RN-IDX) ROUNDED =
006280         RN-CPU-SECS (WS-RN-IDX) * WS-RATE.
006290 2200-EXIT.
006300     EXIT.
006310*================================================================
006320 2210-MATCH-ONE-HOST-RATE SECTION.
006330*================================================================
006340 2210-START.
006350     IF RT-HOST (WS-RT-IDX) = PRM-HIST-HOST-NAME
006360         MOVE 'Y' TO WS-FOUND-SW
006370     END-IF.
006380 2210-EXIT.
006390     EXIT.
006400*================================================================
006410 2500-JOIN-AUDIT-TRAIL SECTION.
006420*================================================================
006430* ONE PASS OF PRMAUDIT GIVES EACH BILLED RUN THE PLAN NAME THAT
006440* DROVE IT. AUDIT RECORDS OUTSIDE THE MONTH'S RUN-ID RANGE ARE
006450* PASSED OVER WITHOUT A SEARCH. A MISSING AUDIT FILE LEAVES
006460* EVERY RUN BILLED AS NOAUDIT.
006470*================================================================
006480 2500-START.
006490     IF WS-RUN-COUNT = ZERO
006500         GO TO 2500-EXIT
006510     END-IF.
006520     OPEN INPUT AUDIT-FILE.
006530     IF WS-AUDIT-FILE-NOT-FOUND
006540         DISPLAY "CHGBACK: NO PRMAUDIT ON FILE - EVERY RUN IS "
006550                 "BILLED WITHOUT A PLAN NAME."
006560         GO TO 2500-COUNT
006570     END-IF.
006580     IF NOT WS-AUDIT-FILE-OK
006590         DISPLAY "CHGBACK: UNABLE TO OPEN PRMAUDIT, STATUS="
006600                 WS-AUDIT-FILE-STATUS
006610         MOVE 16 TO RETURN-CODE
006620         STOP RUN
006630     END-IF.
006640     PERFORM 2510-TAKE-ONE-AUDIT-RECORD THRU 2510-EXIT
006650         UNTIL WS-AT-AUDIT-EOF.
006660     CLOSE AUDIT-FILE.
006670 2500-COUNT.
006680     PERFORM 2530-COUNT-ONE-UNJOINED THRU 2530-EXIT
006690         VARYING WS-RN-IDX FROM 1 BY 1
006700         UNTIL WS-RN-IDX > WS-RUN-COUNT.
006710 2500-EXIT.
006720     EXIT.
006730*================================================================
006740 2510-TAKE-ONE-AUDIT-RECORD SECTION.
006750*================================================================
006760 2510-START.
006770     READ AUDIT-FILE
006780         AT END
006790             MOVE 'Y' TO WS-AUDIT-EOF-SW
006800             GO TO 2510-EXIT
006810     END-READ.
006820     IF PRM-AUDIT-RUN-ID IS NOT NUMERIC
006830         GO TO 2510-EXIT
006840     END-IF.
006850     IF PRM-AUDIT-RUN-ID < WS-LOW-RUN-ID
006860         OR PRM-AUDIT-RUN-ID > WS-HIGH-RUN-ID
006870         GO TO 2510-EXIT
006880     END-IF.
006890     MOVE 'N' TO WS-FOUND-SW.
006900     PERFORM 2520-MATCH-ONE-RUN THRU 2520-EXIT
006910         VARYING WS-RN-IDX FROM 1 BY 1
006920         UNTIL WS-RN-IDX > WS-RUN-COUNT OR WS-FOUND.
006930 2510-EXIT.
006940     EXIT.
006950*================================================================
006960 2520-MATCH-ONE-RUN SECTION.
006970*================================================================
006980 2520-START.
006990     IF RN-RUN-ID (WS-RN-IDX) NOT = PRM-AUDIT-RUN-ID
007000         GO TO 2520-EXIT
007010     END-IF.
007020     MOVE 'Y' TO WS-FOUND-SW.
007030     IF PRM-AUDIT-PLAN-NAME = SPACES
007040         MOVE "HANDDECK" TO RN-PLAN-NAME (WS-RN-IDX)
007050     ELSE
007060         MOVE PRM-AUDIT-PLAN-NAME TO RN-PLAN-NAME (WS-RN-IDX)
007070     END-IF.
007080 2520-EXIT.
007090     EXIT.
007100*================================================================
007110 2530-COUNT-ONE-UNJOINED SECTION.
007120*================================================================
007130 2530-START.
007140     IF RN-PLAN-NAME (WS-RN-IDX) = "NOAUDIT"
007150         ADD 1 TO WS-RUNS-NO-AUDIT
007160     END-IF.
007170 2530-EXIT.
007180     EXIT.
007190*================================================================
007200 3000-ACCUMULATE-ONE-RUN SECTION.
007210*================================================================
007220* AN EXCLUDED RUN GOES ONLY TO THE EXCLUDED TOTALS AND ITS OWN
007230* 'X' EXTRACT LINE; EVERY OTHER RUN IS ADDED INTO ITS PLAN, HOST,
007240* AND WORKLOAD SLOTS AND ITS 'D' EXTRACT LINE.
007250*================================================================
007260 3000-START.
007270     PERFORM 3050-RESOLVE-ACCOUNT THRU 3050-EXIT.
007280     IF RN-IS-EXCLUDED (WS-RN-IDX)
007290         ADD 1 TO WS-EXCL-RUNS
007300         ADD RN-CPU-SECS (WS-RN-IDX) TO WS-EXCL-CPU-SECS
007310         IF RN-IS-PRIME (WS-RN-IDX)
007320             ADD RN-COST (WS-RN-IDX) TO WS-EXCL-PRIME-COST
007330         ELSE
007340             ADD RN-COST (WS-RN-IDX) TO WS-EXCL-NIGHT-COST
007350         END-IF
007360         MOVE 'X' TO WS-LINE-TYPE
007370         PERFORM 3400-ADD-TO-LINE THRU 3400-EXIT
007380         GO TO 3000-EXIT
007390     END-IF.
007400     ADD 1 TO WS-CHG-RUNS.
007410     ADD RN-CPU-SECS (WS-RN-IDX) TO WS-CHG-CPU-SECS.
007420     IF RN-IS-PRIME (WS-RN-IDX)
007430         ADD RN-COST (WS-RN-IDX) TO WS-CHG-PRIME-COST
007440     ELSE
007450         ADD RN-COST (WS-RN-IDX) TO WS-CHG-NIGHT-COST
007460     END-IF.
007470     PERFORM 3100-ADD-TO-PLAN THRU 3100-EXIT.
007480     PERFORM 3200-ADD-TO-HOST THRU 3200-EXIT.
007490     PERFORM 3300-ADD-TO-WORKLOAD THRU 3300-EXIT.
007500     MOVE 'D' TO WS-LINE-TYPE.
007510     PERFORM 3400-ADD-TO-LINE THRU 3400-EXIT.
007520 3000-EXIT.
007530     EXIT.
007540*================================================================
007550 3050-RESOLVE-ACCOUNT SECTION.
007560*================================================================
007570 3050-START.
007580     MOVE 'N' TO WS-FOUND-SW.
007590     PERFORM 3060-MATCH-ONE-PLAN-ACCOUNT THRU 3060-EXIT
007600         VARYING WS-AC-IDX FROM 1 BY 1
007610         UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND.
007620     IF WS-FOUND
007630         SUBTRACT 1 FROM WS-AC-IDX
007640         MOVE AC-ACCOUNT (WS-AC-IDX) TO WS-RUN-ACCOUNT
007650     ELSE
007660         MOVE WS-DEFAULT-ACCOUNT TO WS-RUN-ACCOUNT
007670     END-IF.
007680 3050-EXIT.
007690     EXIT.
007700*================================================================
007710 3060-MATCH-ONE-PLAN-ACCOUNT SECTION.
007720*================================================================
007730 3060-START.
007740     IF AC-PLAN-NAME (WS-AC-IDX) = RN-PLAN-NAME (WS-RN-IDX)
007750         MOVE 'Y' TO WS-FOUND-SW
007760     END-IF.
007770 3060-EXIT.
007780     EXIT.
007790*================================================================
007800 3100-ADD-TO-PLAN SECTION.
007810*================================================================
007820 3100-START.
007830     MOVE 'N' TO WS-FOUND-SW.
007840     PERFORM 3110-MATCH-ONE-PLAN THRU 3110-EXIT
007850         VARYING WS-PL-IDX FROM 1 BY 1
007860         UNTIL WS-PL-IDX > WS-PLAN-COUNT OR WS-FOUND.
007870     IF WS-FOUND
007880         SUBTRACT 1 FROM WS-PL-IDX
007890     ELSE
007900         IF WS-PLAN-COUNT >= WS-MAX-PLANS
007910             MOVE "PLAN" TO WS-PRT-LABEL
007920             PERFORM 9900-TABLE-FULL THRU 9900-EXIT
007930         END-IF
007940         ADD 1 TO WS-PLAN-COUNT
007950         MOVE WS-PLAN-COUNT TO WS-PL-IDX
007960         MOVE RN-PLAN-NAME (WS-RN-IDX) TO PL-PLAN-NAME (WS-PL-IDX)
007970         MOVE WS-RUN-ACCOUNT TO PL-ACCOUNT (WS-PL-IDX)
007980         MOVE ZERO TO PL-RUNS (WS-PL-IDX)
007990         MOVE ZERO TO PL-CPU-SECS (WS-PL-IDX)
008000         MOVE ZERO TO PL-PRIME-COST (WS-PL-IDX)
008010         MOVE ZERO TO PL-NIGHT-COST (WS-PL-IDX)
008020     END-IF.
008030     ADD 1 TO PL-RUNS (WS-PL-IDX).
008040     ADD RN-CPU-SECS (WS-RN-IDX) TO PL-CPU-SECS (WS-PL-IDX).
008050     IF RN-IS-PRIME (WS-RN-IDX)
008060         ADD RN-COST (WS-RN-IDX) TO PL-PRIME-COST (WS-PL-IDX)
008070     ELSE
008080         ADD RN-COST (WS-RN-IDX) TO PL-NIGHT-COST (WS-PL-IDX)
008090     END-IF.
008100 3100-EXIT.
008110     EXIT.
008120*================================================================
008130 3110-MATCH-ONE-PLAN SECTION.
008140*================================================================
008150 3110-START.
008160     IF PL-PLAN-NAME (WS-PL-IDX) = RN-PLAN-NAME (WS-RN-IDX)
008170         MOVE 'Y' TO WS-FOUND-SW
008180     END-IF.
008190 3110-EXIT.
008200     EXIT.
008210*================================================================
008220 3200-ADD-TO-HOST SECTION.
008230*================================================================
008240 3200-START.
008250     MOVE 'N' TO WS-FOUND-SW.
008260     PERFORM 3210-MATCH-ONE-HOST THRU 3210-EXIT
008270         VARYING WS-HS-IDX FROM 1 BY 1
008280         UNTIL WS-HS-IDX > WS-HOST-COUNT OR WS-FOUND.
008290     IF WS-FOUND
008300         SUBTRACT 1 FROM WS-HS-IDX
008310     ELSE
008320         IF WS-HOST-COUNT >= WS-MAX-HOSTS
008330             MOVE "HOST" TO WS-PRT-LABEL
008340             PERFORM 9900-TABLE-FULL THRU 9900-EXIT
008350         END-IF
008360         ADD 1 TO WS-HOST-COUNT
008370         MOVE WS-HOST-COUNT TO WS-HS-IDX
008380         MOVE RN-HOST (WS-RN-IDX) TO HS-HOST (WS-HS-IDX)
008400         MOVE ZERO TO HS-RUNS (WS-HS-IDX)
008410         MOVE ZERO TO HS-CPU-SECS (WS-HS-IDX)
008420         MOVE ZERO TO HS-PRIME-COST (WS-HS-IDX)
008430         MOVE ZERO TO HS-NIGHT-COST (WS-HS-IDX)
008440     END-IF.
008450     ADD 1 TO HS-RUNS (WS-HS-IDX).
008460     ADD RN-CPU-SECS (WS-RN-IDX) TO HS-CPU-SECS (WS-HS-IDX).
008470     IF RN-IS-PRIME (WS-RN-IDX)
008480         ADD RN-COST (WS-RN-IDX) TO HS-PRIME-COST (WS-HS-IDX)
008490     ELSE
008500         ADD RN-COST (WS-RN-IDX) TO HS-NIGHT-COST (WS-HS-IDX)
008510     END-IF.
008520 3200-EXIT.
008530     EXIT.
008540*================================================================
008550 3210-MATCH-ONE-HOST SECTION.
008560*================================================================
008570 3210-START.
008580     IF HS-HOST (WS-HS-IDX) = RN-HOST (WS-RN-IDX)
008590         MOVE 'Y' TO WS-FOUND-SW
008600     END-IF.
008610 3210-EXIT.
008620     EXIT.
008630*================================================================
008640 3300-ADD-TO-WORKLOAD SECTION.
008650*================================================================
008660 3300-START.
008670     MOVE 'N' TO WS-FOUND-SW.
008680     PERFORM 3310-MATCH-ONE-WORKLOAD THRU 3310-EXIT
008690         VARYING WS-WL-IDX FROM 1 BY 1
008700         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT OR WS-FOUND.
008710     IF WS-FOUND
008720         SUBTRACT 1 FROM WS-WL-IDX
008730     ELSE
008740         IF WS-WORKLOAD-COUNT >= WS-MAX-WORKLOADS
008750             MOVE "WORKLOAD" TO WS-PRT-LABEL
008760             PERFORM 9900-TABLE-FULL THRU 9900-EXIT
008770         END-IF
008780         ADD 1 TO WS-WORKLOAD-COUNT
008790         MOVE WS-WORKLOAD-COUNT TO WS-WL-IDX
008800         MOVE RN-N (WS-RN-IDX) TO WL-N (WS-WL-IDX)
008810         MOVE RN-MODE (WS-RN-IDX) TO WL-MODE (WS-WL-IDX)
008820         MOVE ZERO TO WL-RUNS (WS-WL-IDX)
008830         MOVE ZERO TO WL-CPU-SECS (WS-WL-IDX)
008840         MOVE ZERO TO WL-PRIME-COST (WS-WL-IDX)
008850         MOVE ZERO TO WL-NIGHT-COST (WS-WL-IDX)
008860     END-IF.
008870     ADD 1 TO WL-RUNS (WS-WL-IDX).
008880     ADD RN-CPU-SECS (WS-RN-IDX) TO WL-CPU-SECS (WS-WL-IDX).
008890     IF RN-IS-PRIME (WS-RN-IDX)
008900         ADD RN-COST (WS-RN-IDX) TO WL-PRIME-COST (WS-WL-IDX)
008910     ELSE
008920         ADD RN-COST (WS-RN-IDX) TO WL-NIGHT-COST (WS-WL-IDX)
008930     END-IF.
008940 3300-EXIT.
008950     EXIT.
008960*================================================================
008970 3310-MATCH-ONE-WORKLOAD SECTION.
008980*================================================================
008990 3310-START.
009000     IF WL-N (WS-WL-IDX) = RN-N (WS-RN-IDX)
009010         AND WL-MODE (WS-WL-IDX) = RN-MODE (WS-RN-IDX)
009020         MOVE 'Y' TO WS-FOUND-SW
009030     END-IF.
009040 3310-EXIT.
009050     EXIT.
009060*================================================================
009070 3400-ADD-TO-LINE SECTION.
009080*================================================================
009090 3400-START.
009100     MOVE 'N' TO WS-FOUND-SW.
009110     PERFORM 3410-MATCH-ONE-LINE THRU 3410-EXIT
009120         VARYING WS-LN-IDX FROM 1 BY 1
009130         UNTIL WS-LN-IDX > WS-LINE-COUNT OR WS-FOUND.
009140     IF WS-FOUND
009150         SUBTRACT 1 FROM WS-LN-IDX
009160     ELSE
009170         IF WS-LINE-COUNT >= WS-MAX-LINES
009180             MOVE "EXTRACT LINE" TO WS-PRT-LABEL
009190             PERFORM 9900-TABLE-FULL THRU 9900-EXIT
009200         END-IF
009210         ADD 1 TO WS-LINE-COUNT
009220         MOVE WS-LINE-COUNT TO WS-LN-IDX
009230         MOVE WS-LINE-TYPE TO LN-TYPE (WS-LN-IDX)
009240         MOVE WS-RUN-ACCOUNT TO LN-ACCOUNT (WS-LN-IDX)
009250         MOVE RN-PLAN-NAME (WS-RN-IDX) TO LN-PLAN-NAME (WS-LN-IDX)
009260         MOVE RN-HOST (WS-RN-IDX) TO LN-HOST (WS-LN-IDX)
009270         MOVE ZERO TO LN-RUNS (WS-LN-IDX)
009280         MOVE ZERO TO LN-CPU-SECS (WS-LN-IDX)
009290         MOVE ZERO TO LN-COST (WS-LN-IDX)
009300     END-IF.
009310     ADD 1 TO LN-RUNS (WS-LN-IDX).
009320     ADD RN-CPU-SECS (WS-RN-IDX) TO LN-CPU-SECS (WS-LN-IDX).
009330     ADD RN-COST (WS-RN-IDX) TO LN-COST (WS-LN-IDX).
009340 3400-EXIT.
009350     EXIT.
009360*================================================================
009370 3410-MATCH-ONE-LINE SECTION.
009380*================================================================
009390 3410-START.
009400     IF LN-TYPE (WS-LN-IDX) = WS-LINE-TYPE
009410         AND LN-ACCOUNT (WS-LN-IDX) = WS-RUN-ACCOUNT
009420         AND LN-PLAN-NAME (WS-LN-IDX) = RN-PLAN-NAME (WS-RN-IDX)
009430         AND LN-HOST (WS-LN-IDX) = RN-HOST (WS-RN-IDX)
009440         MOVE 'Y' TO WS-FOUND-SW
009450     END-IF.
009460 3410-EXIT.
009470     EXIT.
009480*================================================================
009490 4000-PRINT-STATEMENT SECTION.
009500*================================================================
009510 4000-START.
009520     DISPLAY "CHGBACK: CPU CHARGEBACK STATEMENT FOR "
009530             WS-BILL-YYYY "-" WS-BILL-MM
009540             " - PRIME SHIFT " WS-PRIME-FROM " TO " WS-PRIME-TO
009550             ", OVERNIGHT OTHERWISE".
009560     DISPLAY " ".
009570     DISPLAY "CHGBACK: ---- RATES PER CPU-SECOND ----".
009580     IF WS-RATE-COUNT = ZERO
009590         DISPLAY "  NO RATE CARDS - EVERY RUN IS UNRATED."
009600     END-IF.
009610     PERFORM 4050-PRINT-ONE-RATE THRU 4050-EXIT
009620         VARYING WS-RT-IDX FROM 1 BY 1
009630         UNTIL WS-RT-IDX > WS-RATE-COUNT.
009640     DISPLAY " ".
009650     DISPLAY "CHGBACK: ---- BY PLAN ----".
009660     PERFORM 4060-PRINT-HEADINGS THRU 4060-EXIT.
009670     PERFORM 4100-PRINT-ONE-PLAN THRU 4100-EXIT
009680         VARYING WS-PL-IDX FROM 1 BY 1
009690         UNTIL WS-PL-IDX > WS-PLAN-COUNT.
009700     DISPLAY " ".
009710     DISPLAY "CHGBACK: ---- BY HOST ----".
009720     PERFORM 4060-PRINT-HEADINGS THRU 4060-EXIT.
009730     PERFORM 4200-PRINT-ONE-HOST THRU 4200-EXIT
009740         VARYING WS-HS-IDX FROM 1 BY 1
009750         UNTIL WS-HS-IDX > WS-HOST-COUNT.
009760     DISPLAY " ".
009770     DISPLAY "CHGBACK: ---- BY WORKLOAD ----".
009780     PERFORM 4060-PRINT-HEADINGS THRU 4060-EXIT.
009790     PERFORM 4300-PRINT-ONE-WORKLOAD THRU 4300-EXIT
009800         VARYING WS-WL-IDX FROM 1 BY 1
009810         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT.
009820     DISPLAY " ".
009830     DISPLAY "CHGBACK: ---- MONTH TOTALS ----".
009840     PERFORM 4060-PRINT-HEADINGS THRU 4060-EXIT.
009850     MOVE "CHARGED RUNS" TO WS-PRT-LABEL.
009860     MOVE WS-CHG-RUNS TO WS-PRT-RUNS.
009870     MOVE WS-CHG-CPU-SECS TO WS-PRT-CPU-SECS.
009880     MOVE WS-CHG-PRIME-COST TO WS-PRT-PRIME-COST.
009890     MOVE WS-CHG-NIGHT-COST TO WS-PRT-NIGHT-COST.
009900     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
009910     MOVE "EXCLUDED RUNS (NOT ABOVE)" TO WS-PRT-LABEL.
009920     MOVE WS-EXCL-RUNS TO WS-PRT-RUNS.
009930     MOVE WS-EXCL-CPU-SECS TO WS-PRT-CPU-SECS.
009940     MOVE WS-EXCL-PRIME-COST TO WS-PRT-PRIME-COST.
009950     MOVE WS-EXCL-NIGHT-COST TO WS-PRT-NIGHT-COST.
009960     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
009970     MOVE "GRAND TOTAL" TO WS-PRT-LABEL.
009980     COMPUTE WS-PRT-RUNS = WS-CHG-RUNS + WS-EXCL-RUNS.
009990     COMPUTE WS-GRAND-CPU-SECS =
010000         WS-CHG-CPU-SECS + WS-EXCL-CPU-SECS.
010010     MOVE WS-GRAND-CPU-SECS TO WS-PRT-CPU-SECS.
010020     COMPUTE WS-PRT-PRIME-COST =
010030         WS-CHG-PRIME-COST + WS-EXCL-PRIME-COST.
010040     COMPUTE WS-PRT-NIGHT-COST =
010050         WS-CHG-NIGHT-COST + WS-EXCL-NIGHT-COST.
010060     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
010070     MOVE WS-PRT-TOTAL-COST TO WS-GRAND-COST.
010080 4000-EXIT.
010090     EXIT.
010100*================================================================
010110 4050-PRINT-ONE-RATE SECTION.
010120*================================================================
010130 4050-START.
010140     MOVE RT-PRIME-RATE (WS-RT-IDX) TO WS-PRIME-RATE-ED.
010150     MOVE RT-NIGHT-RATE (WS-RT-IDX) TO WS-NIGHT-RATE-ED.
010160     DISPLAY "  HOST " RT-HOST (WS-RT-IDX)
010170             "  PRIME " WS-PRIME-RATE-ED
010180             "  OVERNIGHT " WS-NIGHT-RATE-ED.
010190 4050-EXIT.
010200     EXIT.
010210*================================================================
010220 4060-PRINT-HEADINGS SECTION.
010230*================================================================
010240 4060-START.
010250     DISPLAY "                                  "
010260             "  RUNS    CPU SECONDS"
010270             "   PRIME COST   NIGHT COST   TOTAL COST".
010280 4060-EXIT.
010290     EXIT.
010300*================================================================
010310 4100-PRINT-ONE-PLAN SECTION.
010320*================================================================
010330 4100-START.
010340     MOVE SPACES TO WS-PRT-LABEL.
010350     STRING PL-PLAN-NAME (WS-PL-IDX) DELIMITED BY SIZE
010360            " ACCOUNT " DELIMITED BY SIZE
010370            PL-ACCOUNT (WS-PL-IDX) DELIMITED BY SIZE
010380         INTO WS-PRT-LABEL
010390     END-STRING.
010400     MOVE PL-RUNS (WS-PL-IDX) TO WS-PRT-RUNS.
010410     MOVE PL-CPU-SECS (WS-PL-IDX) TO WS-PRT-CPU-SECS.
010420     MOVE PL-PRIME-COST (WS-PL-IDX) TO WS-PRT-PRIME-COST.
010430     MOVE PL-NIGHT-COST (WS-PL-IDX) TO WS-PRT-NIGHT-COST.
010440     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
010450 4100-EXIT.
010460     EXIT.
010470*================================================================
010480 4200-PRINT-ONE-HOST SECTION.
010490*================================================================
010500 4200-START.
010510     MOVE HS-HOST (WS-HS-IDX) TO WS-PRT-LABEL.
010520     MOVE HS-RUNS (WS-HS-IDX) TO WS-PRT-RUNS.
010530     MOVE HS-CPU-SECS (WS-HS-IDX) TO WS-PRT-CPU-SECS.
010540     MOVE HS-PRIME-COST (WS-HS-IDX) TO WS-PRT-PRIME-COST.
010550     MOVE HS-NIGHT-COST (WS-HS-IDX) TO WS-PRT-NIGHT-COST.
010560     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
010570 4200-EXIT.
010580     EXIT.
010590*================================================================
010600 4300-PRINT-ONE-WORKLOAD SECTION.
010610*================================================================
010620 4300-START.
010630     MOVE SPACES TO WS-PRT-LABEL.
010640     STRING "N=" DELIMITED BY SIZE
010650            WL-N (WS-WL-IDX) DELIMITED BY SIZE
010660            " MODE=" DELIMITED BY SIZE
010670            WL-MODE (WS-WL-IDX) DELIMITED BY SIZE
010680         INTO WS-PRT-LABEL
010690     END-STRING.
010700     MOVE WL-RUNS (WS-WL-IDX) TO WS-PRT-RUNS.
010710     MOVE WL-CPU-SECS (WS-WL-IDX) TO WS-PRT-CPU-SECS.
010720     MOVE WL-PRIME-COST (WS-WL-IDX) TO WS-PRT-PRIME-COST.
010730     MOVE WL-NIGHT-COST (WS-WL-IDX) TO WS-PRT-NIGHT-COST.
010740     PERFORM 4900-PRINT-TOTALS-LINE THRU 4900-EXIT.
010750 4300-EXIT.
010760     EXIT.
010770*================================================================
010780 4900-PRINT-TOTALS-LINE SECTION.
010790*================================================================
010800 4900-START.
010810     COMPUTE WS-PRT-TOTAL-COST =
010820         WS-PRT-PRIME-COST + WS-PRT-NIGHT-COST.
010830     MOVE WS-PRT-RUNS TO WS-RUNS-ED.
010840     MOVE WS-PRT-CPU-SECS TO WS-CPU-ED.
010850     MOVE WS-PRT-PRIME-COST TO WS-PRIME-ED.
010860     MOVE WS-PRT-NIGHT-COST TO WS-NIGHT-ED.
010870     MOVE WS-PRT-TOTAL-COST TO WS-TOTAL-ED.
010880     DISPLAY "  " WS-PRT-LABEL "  " WS-RUNS-ED " " WS-CPU-ED
010890             " " WS-PRIME-ED " " WS-NIGHT-ED " " WS-TOTAL-ED.
010900 4900-EXIT.
010910     EXIT.
010920*================================================================
010930 5000-WRITE-EXTRACT SECTION.
010940*================================================================
010950* HEADER, THE CHARGED LINES, THE EXCLUDED LINES, TRAILER. THE
010960* TRAILER'S TOTALS ARE THE STATEMENT'S GRAND TOTAL.
010970*================================================================
010980 5000-START.
010990     OPEN OUTPUT CHARGE-EXTRACT-FILE.
011000     IF NOT WS-CBXTR-FILE-OK
011010         DISPLAY "CHGBACK: UNABLE TO OPEN CHGXTR, STATUS="
011020                 WS-CBXTR-FILE-STATUS
011030         MOVE 16 TO RETURN-CODE
011040         STOP RUN
011050     END-IF.
011060     MOVE SPACES TO PRM-CBXTR-RECORD.
011070     MOVE 'H' TO PRM-CBXTR-TYPE.
011080     MOVE WS-BILL-MONTH TO PRM-CBXTR-BILL-MONTH.
011090     MOVE WS-TODAY-DATE TO PRM-CBXTR-CREATED-DATE.
011100     MOVE WS-TODAY-HHMMSSHH TO PRM-CBXTR-CREATED-TIME.
011110     MOVE WS-PRIME-FROM TO PRM-CBXTR-PRIME-FROM.
011120     MOVE WS-PRIME-TO TO PRM-CBXTR-PRIME-TO.
011130     WRITE PRM-CBXTR-RECORD.
011140     MOVE 'D' TO WS-LINE-TYPE.
011150     PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
011160         VARYING WS-LN-IDX FROM 1 BY 1
011170         UNTIL WS-LN-IDX > WS-LINE-COUNT.
011180     MOVE 'X' TO WS-LINE-TYPE.
011190     PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
011200         VARYING WS-LN-IDX FROM 1 BY 1
011210         UNTIL WS-LN-IDX > WS-LINE-COUNT.
011220     MOVE SPACES TO PRM-CBXTR-RECORD.
011230     MOVE 'T' TO PRM-CBXTR-TYPE.
011240     MOVE WS-BILL-MONTH TO PRM-CBXTR-BILL-MONTH.
011250     MOVE WS-XTR-RECORDS TO PRM-CBXTR-RECORD-COUNT.
011260     MOVE WS-GRAND-CPU-SECS TO PRM-CBXTR-TOTAL-CPU.
011270     MOVE WS-GRAND-COST TO PRM-CBXTR-TOTAL-COST.
011280     WRITE PRM-CBXTR-RECORD.
011290     CLOSE CHARGE-EXTRACT-FILE.
011300 5000-EXIT.
011310     EXIT.
011320*================================================================
011330 5100-WRITE-ONE-LINE SECTION.
011340*================================================================
011350 5100-START.
011360     IF LN-TYPE (WS-LN-IDX) NOT = WS-LINE-TYPE
011370         GO TO 5100-EXIT
011380     END-IF.
011390     MOVE SPACES TO PRM-CBXTR-RECORD.
011400     MOVE LN-TYPE (WS-LN-IDX) TO PRM-CBXTR-TYPE.
011410     MOVE WS-BILL-MONTH TO PRM-CBXTR-BILL-MONTH.
011420     MOVE LN-ACCOUNT (WS-LN-IDX) TO PRM-CBXTR-ACCOUNT.
011430     MOVE LN-PLAN-NAME (WS-LN-IDX) TO PRM-CBXTR-PLAN-NAME.
011440     MOVE LN-HOST (WS-LN-IDX) TO PRM-CBXTR-HOST-NAME.
011450     MOVE LN-RUNS (WS-LN-IDX) TO PRM-CBXTR-RUN-COUNT.
011460     MOVE LN-CPU-SECS (WS-LN-IDX) TO PRM-CBXTR-CPU-SECS.
011470     MOVE LN-COST (WS-LN-IDX) TO PRM-CBXTR-COST.
011480     WRITE PRM-CBXTR-RECORD.
011490     ADD 1 TO WS-XTR-RECORDS.
011500 5100-EXIT.
011510     EXIT.
011520*================================================================
011530 6000-SUMMARY SECTION.
011540*================================================================
011550 6000-START.
011560     DISPLAY " ".
011570     DISPLAY "CHGBACK: HISTORY READ=" WS-HIST-READ
011580             " IN MONTH=" WS-RUNS-IN-MONTH
011590             " PRICED=" WS-RUN-COUNT
011600             " WITHOUT CPU FIGURE=" WS-RUNS-NO-CPU
011610             " WITHOUT AUDIT RECORD=" WS-RUNS-NO-AUDIT
011620             " UNRATED=" WS-RUNS-UNRATED.
011630     DISPLAY "CHGBACK: EXTRACT RECORDS WRITTEN=" WS-XTR-RECORDS
011640             " PLUS HEADER AND TRAILER.".
011650     IF WS-RUNS-UNRATED > ZERO
011660         DISPLAY "CHGBACK: " WS-RUNS-UNRATED " RUNS ON HOSTS "
011670                 "WITHOUT A RATE CARD WERE CHARGED ZERO - ADD AN "
011680                 "'R' CARD (OR A '*' CARD) AND RERUN."
011690         MOVE 4 TO RETURN-CODE
011700     ELSE
011710         MOVE 0 TO RETURN-CODE
011720     END-IF.
011730 6000-EXIT.
011740     EXIT.
011750*================================================================
011760 9900-TABLE-FULL SECTION.
011770*================================================================
011780* A BREAKDOWN TABLE OVERFLOWED. A STATEMENT MISSING A SLOT WOULD
011790* NOT ADD UP, SO THE RUN STOPS BEFORE ANY EXTRACT IS WRITTEN.
011800*================================================================
011810 9900-START.
011820     DISPLAY "CHGBACK: " WS-PRT-LABEL " TABLE FULL - RAISE ITS "
011830             "WS-MAX- LIMIT; NOTHING WRITTEN.".
011840     MOVE 16 TO RETURN-CODE.
011850     STOP RUN.
011860 9900-EXIT.
011870     EXIT.
