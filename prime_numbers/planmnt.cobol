000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PLANMNT.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - TRANSACTION-DRIVEN
000210*                      MAINTENANCE OF THE PLAN LIBRARY (DD
000220*                      PRMPLANS) AND THE RUN CALENDAR (DD PRMCAL)
000230*                      FROM ADD/CHANGE/DELETE CARDS ON DD PLNMCTL,
000240*                      WITH A BEFORE/AFTER CHANGE LOG (DD
000250*                      PRMPCLOG) AND A VERIFY-ONLY MODE.
000252*   2026-10-15  RAH    A CALENDAR RULE MAY NAME A FALLBACK PLAN
000254*                      (CARD COLS 26-33), CHECKED AGAINST THE
000256*                      LIBRARY LIKE THE RULE'S OWN PLAN.
000257*   2026-10-15  RAH    A PLAN IMAGE MAY NOT CARRY ANYTHING IN
000258*                      COLS 29-40. THE REPLAY RUN-ID LIVES THERE
000259*                      AND ONLY RPLYGEN WRITES IT.
000260*================================================================
000270* BOTH FILES HAVE BEEN HAND-EDITED UNTIL NOW, AND A TYPO IN EITHER
000280* ONLY SURFACES AT 2 A.M. WHEN PLANSEL OR NTHPRIME THROWS THE
000290* PLAN OUT. EVERY PLNMCTL CARD IS CHECKED BEFORE IT IS APPLIED:
000300* A PLAN IMAGE MUST PASS THE SAME RULES NTHPRIME APPLIES WHEN IT
000310* LOADS THE DECK (N BETWEEN 1 AND THE PRIMES-TABLE CAPACITY, MODE
000320* 'S' OR 'T', NUMERIC OR BLANK REPEATS AND BUDGET, A SWEEP WHOSE
000330* RANGE STAYS INSIDE THE TABLE, A WELL-FORMED WINDOW CARD), AND
000340* THE WHOLE PLAN IT LANDS IN IS RE-CHECKED AFTERWARDS - NO MORE
000350* THAN ONE WINDOW CARD, AT LEAST ONE ENTRY, AND NO MORE ENTRIES,
000360* ONCE SWEEPS ARE EXPANDED, THAN NTHPRIME'S PLAN TABLE HOLDS. A
000370* CALENDAR RULE MUST NAME A PLAN THE LIBRARY CARRIES, AS MUST ITS
000375* FALLBACK PLAN IF IT HAS ONE, AND A PLAN THAT ANY CALENDAR RULE
000380* STILL NAMES, AS PLAN OR FALLBACK, CANNOT BE DELETED. CARDS ARE
000390* APPLIED IN DECK ORDER, SO A NEW PLAN AND THE RULE THAT USES IT
000400* GO IN THE SAME DECK PLAN FIRST. A REJECTED CARD IS REPORTED AND
000410* LEAVES THE FILES AS THEY WERE; THE OTHER CARDS STILL APPLY, AND
000420* THE RUN ENDS RC=8 SO THE DECK GETS CORRECTED - THE ALRTUPDT
000430* CONVENTION.
000440*
000450* EVERY APPLIED CHANGE IS LOGGED TO PRMPCLOG WITH THE INITIALS ON
000460* THE CARD, THE DATE AND TIME, AND THE RECORD IMAGE BEFORE AND
000470* AFTER, SO "WHO MOVED THE WEEKEND PLAN" HAS AN ANSWER.
000480*
000490* A 'V' CARD ANYWHERE IN THE DECK MAKES THE RUN VERIFY-ONLY: THE
000500* OTHER CARDS ARE CHECKED AND APPLIED IN STORAGE BUT NOTHING IS
000510* WRITTEN BACK OR LOGGED. EVERY PLAN IN THE LIBRARY AND EVERY
000520* CALENDAR RULE IS THEN VALIDATED, AND THE CALENDAR IS WALKED A
000530* DAY AT A TIME (30 DAYS FROM TODAY UNLESS THE CARD SAYS
000540* OTHERWISE) USING PLANSEL'S FIRST-MATCH RULES, SHOWING THE PLAN
000550* EACH NIGHT WOULD RUN - SO A PROPOSED DECK CAN BE PREVIEWED
000560* BEFORE IT IS RUN FOR REAL. ANY PROBLEM THE VERIFY FINDS ENDS
000570* THE RUN RC=4.
000580*================================================================
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT MAINT-CONTROL-FILE ASSIGN TO "PLNMCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PMCTL-FILE-STATUS.
000650     SELECT PLAN-LIBRARY-FILE ASSIGN TO "PRMPLANS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PLAN-FILE-STATUS.
000680     SELECT CALENDAR-FILE ASSIGN TO "PRMCAL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CAL-FILE-STATUS.
000710     SELECT CHANGE-LOG-FILE ASSIGN TO "PRMPCLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PCLOG-FILE-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  MAINT-CONTROL-FILE.
000780     COPY PRMPMCTL.
000790 FD  PLAN-LIBRARY-FILE.
000800     COPY PRMPLAN.
000810 FD  CALENDAR-FILE.
000820     COPY PRMCAL.
000830 FD  CHANGE-LOG-FILE.
000840     COPY PRMPCLOG.
000850*
000860 WORKING-STORAGE SECTION.
000870 01  WS-PMCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000880     88  WS-PMCTL-FILE-OK                 VALUE '00'.
000890 01  WS-PLAN-FILE-STATUS             PIC X(02) VALUE '00'.
000900     88  WS-PLAN-FILE-OK                  VALUE '00'.
000910 01  WS-CAL-FILE-STATUS              PIC X(02) VALUE '00'.
000920     88  WS-CAL-FILE-OK                   VALUE '00'.
000930 01  WS-PCLOG-FILE-STATUS            PIC X(02) VALUE '00'.
000940     88  WS-PCLOG-FILE-OK                 VALUE '00'.
000950     88  WS-PCLOG-FILE-NOT-FOUND          VALUE '35'.
000960*
000970 01  WS-PMCTL-EOF-SW                 PIC X(01) VALUE 'N'.
000980     88  WS-AT-PMCTL-EOF                 VALUE 'Y'.
000990 01  WS-PLAN-EOF-SW                  PIC X(01) VALUE 'N'.
001000     88  WS-AT-PLAN-EOF                  VALUE 'Y'.
001010 01  WS-CAL-EOF-SW                   PIC X(01) VALUE 'N'.
001020     88  WS-AT-CAL-EOF                   VALUE 'Y'.
001030 01  WS-VERIFY-ONLY-SW               PIC X(01) VALUE 'N'.
001040     88  WS-VERIFY-ONLY                  VALUE 'Y'.
001050 01  WS-LIB-CHANGED-SW               PIC X(01) VALUE 'N'.
001060     88  WS-LIB-CHANGED                  VALUE 'Y'.
001070 01  WS-CAL-CHANGED-SW               PIC X(01) VALUE 'N'.
001080     88  WS-CAL-CHANGED                  VALUE 'Y'.
001090 01  WS-PLAN-FOUND-SW                PIC X(01) VALUE 'N'.
001100     88  WS-PLAN-FOUND                   VALUE 'Y'.
001110 01  WS-PLAN-REFERENCED-SW           PIC X(01) VALUE 'N'.
001120     88  WS-PLAN-REFERENCED              VALUE 'Y'.
001130 01  WS-IMAGE-IS-WINDOW-SW           PIC X(01) VALUE 'N'.
001140     88  WS-IMAGE-IS-WINDOW              VALUE 'Y'.
001150 01  WS-DATE-VALID-SW                PIC X(01) VALUE 'N'.
001160     88  WS-DATE-VALID                   VALUE 'Y'.
001170 01  WS-RULE-MATCHED-SW              PIC X(01) VALUE 'N'.
001180     88  WS-RULE-MATCHED                 VALUE 'Y'.
001190*
001200 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
001210 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
001220     05  WS-TODAY-DATE               PIC 9(08).
001230     05  WS-TODAY-TIME               PIC 9(08).
001240     05  FILLER                      PIC X(05).
001250*
001260 01  WS-CARDS-READ                   PIC 9(04) COMP VALUE ZERO.
001270 01  WS-CARDS-APPLIED                PIC 9(04) COMP VALUE ZERO.
001280 01  WS-CARDS-REJECTED               PIC 9(04) COMP VALUE ZERO.
001290 01  WS-VERIFY-PROBLEMS              PIC 9(04) COMP VALUE ZERO.
001300 01  WS-REJECT-REASON                PIC X(60) VALUE SPACES.
001310*----------------------------------------------------------------
001320* NTHPRIME'S OWN LIMITS - A PLAN THAT BREAKS EITHER WOULD BE
001330* THROWN OUT AT LOAD TIME, SO IT IS REFUSED HERE INSTEAD.
001340*----------------------------------------------------------------
001350 01  MAX-PLAN-ENTRIES                PIC 9(03) COMP VALUE 50.
001360 01  MAX-PRIMES                      PIC 9(06) COMP VALUE 10000.
001370*----------------------------------------------------------------
001380* THE PLAN LIBRARY, HELD WHOLE IN FILE ORDER. A PLAN'S LINES NEED
001390* NOT BE CONTIGUOUS IN A HAND-EDITED FILE; PLANSEL COPIES THEM IN
001400* FILE ORDER, AND LINE NUMBERS HERE COUNT THEM IN THE SAME ORDER.
001410* THE SAVE AREA HOLDS THE TABLE AS IT WAS BEFORE THE CURRENT CARD
001420* SO A CHANGE THAT LEAVES THE PLAN INVALID CAN BE PUT BACK.
001430*----------------------------------------------------------------
001440 01  MAX-LIB-LINES                   PIC 9(04) COMP VALUE 500.
001450 01  WS-LIB-COUNT                    PIC 9(04) COMP VALUE ZERO.
001460 01  WS-LIB-SAVE-COUNT               PIC 9(04) COMP VALUE ZERO.
001470 01  LIB-IDX                         PIC 9(04) COMP VALUE ZERO.
001480 01  LIB-IDX2                        PIC 9(04) COMP VALUE ZERO.
001490 01  VFY-IDX                         PIC 9(04) COMP VALUE ZERO.
001500 01  LIBRARY-TABLE.
001510     05  LIB-SLOT OCCURS 500 TIMES.
001520         10  LB-RECORD               PIC X(48).
001530         10  LB-FIELDS REDEFINES LB-RECORD.
001540             15  LB-PLAN-NAME        PIC X(08).
001550             15  LB-CTL-IMAGE        PIC X(40).
001560 01  LIBRARY-SAVE-AREA               PIC X(24000).
001570*----------------------------------------------------------------
001580* THE RUN CALENDAR, HELD WHOLE IN DECK ORDER - THE ORDER IS THE
001590* MEANING, SINCE PLANSEL TAKES THE FIRST RULE THAT MATCHES.
001600*----------------------------------------------------------------
001610 01  MAX-CAL-RULES                   PIC 9(04) COMP VALUE 200.
001620 01  WS-CAL-COUNT                    PIC 9(04) COMP VALUE ZERO.
001630 01  CAL-IDX                         PIC 9(04) COMP VALUE ZERO.
001640 01  CALENDAR-TABLE.
001650     05  CAL-SLOT OCCURS 200 TIMES.
001660         10  CR-RECORD               PIC X(30).
001670         10  CR-FIELDS REDEFINES CR-RECORD.
001680             15  CR-DATE             PIC 9(08).
001690             15  CR-DOW              PIC X(03).
001700             15  CR-PLAN-NAME        PIC X(08).
001710             15  CR-SKIP             PIC X(01).
001715             15  CR-FALLBACK-PLAN    PIC X(08).
001720             15  FILLER              PIC X(02).
001730*----------------------------------------------------------------
001740* CHANGE-LOG RECORDS ARE HELD UNTIL BOTH FILES HAVE BEEN WRITTEN
001750* BACK, SO THE LOG NEVER CLAIMS A CHANGE THE FILES DO NOT HOLD.
001760*----------------------------------------------------------------
001770 01  MAX-LOG-ENTRIES                 PIC 9(04) COMP VALUE 1000.
001780 01  WS-LOG-COUNT                    PIC 9(04) COMP VALUE ZERO.
001790 01  LOG-IDX                         PIC 9(04) COMP VALUE ZERO.
001800 01  CHANGE-LOG-TABLE.
001810     05  LOG-SLOT OCCURS 1000 TIMES.
001820         10  LG-INITIALS             PIC X(03).
001830         10  LG-FILE                 PIC X(01).
001840         10  LG-ACTION               PIC X(01).
001850         10  LG-BEFORE               PIC X(48).
001860         10  LG-AFTER                PIC X(48).
001870 01  WS-LOG-FILE                     PIC X(01) VALUE SPACES.
001880 01  WS-LOG-BEFORE                   PIC X(48) VALUE SPACES.
001890 01  WS-LOG-AFTER                    PIC X(48) VALUE SPACES.
001900*----------------------------------------------------------------
001910* ONE CONTROL-CARD IMAGE UNDER VALIDATION, IN THE THREE SHAPES
001920* PRMCTL GIVES IT: A BENCHMARK ENTRY, A PLAN-NAME CARD, AND A
001930* WINDOW CARD. THE -X VIEWS TELL A BLANK FIELD FROM A BAD ONE.
001940*----------------------------------------------------------------
001950 01  WS-IMAGE                        PIC X(40) VALUE SPACES.
001960 01  WS-IMAGE-ENTRY REDEFINES WS-IMAGE.
001970     05  IM-N                        PIC 9(06).
001980     05  IM-MODE                     PIC X(01).
001990     05  IM-RESTART                  PIC X(01).
002000     05  IM-REPEATS                  PIC 9(03).
002010     05  IM-BUDGET-SECS              PIC 9(05).
002020     05  IM-N-TO                     PIC 9(06).
002030     05  IM-N-STEP                   PIC 9(06).
002040     05  FILLER                      PIC X(12).
002050 01  WS-IMAGE-ENTRY-X REDEFINES WS-IMAGE.
002060     05  FILLER                      PIC X(08).
002070     05  IM-REPEATS-X                PIC X(03).
002080     05  IM-BUDGET-SECS-X            PIC X(05).
002090     05  IM-N-TO-X                   PIC X(06).
002100     05  IM-N-STEP-X                 PIC X(06).
002110     05  IM-RESERVED-X               PIC X(12).
002120 01  WS-IMAGE-NAME REDEFINES WS-IMAGE.
002130     05  IM-NAME-ZEROES              PIC 9(06).
002140     05  IM-NAME-TYPE                PIC X(01).
002150     05  FILLER                      PIC X(33).
002160 01  WS-IMAGE-WINDOW REDEFINES WS-IMAGE.
002170     05  IM-CUTOFF-TIME.
002180         10  IM-CUTOFF-HH            PIC 9(02).
002190         10  IM-CUTOFF-MM            PIC 9(02).
002200         10  IM-CUTOFF-SS            PIC 9(02).
002210     05  IM-WINDOW-TYPE              PIC X(01).
002220     05  IM-WINDOW-REST              PIC X(33).
002230 01  WS-IMAGE-REASON                 PIC X(48) VALUE SPACES.
002240 01  WS-IMAGE-ENTRIES                PIC 9(04) COMP VALUE ZERO.
002250 01  WS-IMAGE-CUTOFF                 PIC 9(06) VALUE ZERO.
002260 01  WS-SWEEP-TO                     PIC 9(06) VALUE ZERO.
002270 01  WS-SWEEP-STEP                   PIC 9(06) VALUE ZERO.
002280*----------------------------------------------------------------
002290* WHOLE-PLAN VALIDATION RESULTS FOR WS-SUBJECT-PLAN.
002300*----------------------------------------------------------------
002310 01  WS-SUBJECT-PLAN                 PIC X(08) VALUE SPACES.
002320 01  WS-PLAN-LINES                   PIC 9(04) COMP VALUE ZERO.
002330 01  WS-PLAN-ENTRIES                 PIC 9(04) COMP VALUE ZERO.
002340 01  WS-PLAN-WINDOWS                 PIC 9(04) COMP VALUE ZERO.
002350 01  WS-PLAN-CUTOFF                  PIC 9(06) VALUE ZERO.
002360 01  WS-PLAN-REASON                  PIC X(60) VALUE SPACES.
002370 01  WS-PLAN-LINE-ED                 PIC 9(03) VALUE ZERO.
002380 01  WS-PLAN-ENTRIES-ED              PIC 9(04) VALUE ZERO.
002390 01  WS-TARGET-SLOT                  PIC 9(04) COMP VALUE ZERO.
002400 01  WS-LAST-PLAN-SLOT               PIC 9(04) COMP VALUE ZERO.
002410 01  WS-INSERT-SLOT                  PIC 9(04) COMP VALUE ZERO.
002420 01  WS-REF-DATE                     PIC 9(08) VALUE ZERO.
002430 01  WS-REF-DOW                      PIC X(03) VALUE SPACES.
002440*----------------------------------------------------------------
002450* CALENDAR-RULE WORK AREAS. A RULE'S KEY IS ITS DATE, OR FOR A
002460* ZERO DATE ITS DAY-OF-WEEK TAG WITH '*' AND BLANK BOTH STANDING
002470* FOR THE CATCH-ALL.
002480*----------------------------------------------------------------
002490 01  WS-NEW-RULE                     PIC X(30) VALUE SPACES.
002500 01  WS-NEW-RULE-FIELDS REDEFINES WS-NEW-RULE.
002510     05  NR-DATE                     PIC 9(08).
002520     05  NR-DOW                      PIC X(03).
002530     05  NR-PLAN-NAME                PIC X(08).
002540     05  NR-SKIP                     PIC X(01).
002545     05  NR-FALLBACK-PLAN            PIC X(08).
002550     05  FILLER                      PIC X(02).
002560 01  WS-NEW-DOW-CLASS                PIC X(03) VALUE SPACES.
002570 01  WS-SLOT-DOW-CLASS               PIC X(03) VALUE SPACES.
002580 01  WS-RULE-SLOT                    PIC 9(04) COMP VALUE ZERO.
002590*----------------------------------------------------------------
002600* DATE CHECKING AND THE DAY-BY-DAY CALENDAR WALK.
002610*----------------------------------------------------------------
002620 01  WS-CHECK-DATE                   PIC 9(08) VALUE ZERO.
002630 01  WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE.
002640     05  WS-CHECK-YEAR               PIC 9(04).
002650     05  WS-CHECK-MONTH              PIC 9(02).
002660     05  WS-CHECK-DAY                PIC 9(02).
002670 01  WS-CHECK-DAY-NUMBER             PIC S9(09) COMP VALUE ZERO.
002680 01  WS-WALK-START-DATE              PIC 9(08) VALUE ZERO.
002690 01  WS-WALK-DAYS                    PIC 9(03) VALUE 30.
002700 01  WS-WALK-DAY-NUMBER              PIC S9(09) COMP VALUE ZERO.
002710 01  WS-WALK-COUNT                   PIC 9(03) COMP VALUE ZERO.
002720 01  WS-WALK-DATE                    PIC 9(08) VALUE ZERO.
002730 01  WS-WALK-DOW                     PIC X(03) VALUE SPACES.
002740 01  WS-WALK-PLAN-NAME               PIC X(08) VALUE SPACES.
002750 01  WS-WALK-SKIP-SW                 PIC X(01) VALUE 'N'.
002760     88  WS-WALK-SKIP                    VALUE 'Y'.
002770 01  WS-DOW-NUMBER                   PIC 9(01) COMP VALUE ZERO.
002780 01  WS-DOW-IDX                      PIC 9(01) COMP VALUE ZERO.
002790 01  WS-DOW-FOUND                    PIC 9(01) COMP VALUE ZERO.
002800*----------------------------------------------------------------
002810* DAY-OF-WEEK TAGS INDEXED BY FUNCTION MOD OF THE DAY NUMBER, AS
002820* IN PLANSEL: 1=MON .. 6=SAT AND 0=SUN (SLOT 7 BELOW).
002830*----------------------------------------------------------------
002840 01  DOW-TAG-VALUES.
002850     05  FILLER                      PIC X(21)
002860         VALUE "MONTUEWEDTHUFRISATSUN".
002870 01  DOW-TAG-TABLE REDEFINES DOW-TAG-VALUES.
002880     05  DOW-TAG OCCURS 7 TIMES     PIC X(03).
002890*
002900 PROCEDURE DIVISION.
002910*================================================================
002920 0000-MAINLINE SECTION.
002930*================================================================
002940 0000-START.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
002970         UNTIL WS-AT-PMCTL-EOF.
002980     CLOSE MAINT-CONTROL-FILE.
002990     IF WS-VERIFY-ONLY
003000         PERFORM 4000-VERIFY-LIBRARY THRU 4000-EXIT
003010         PERFORM 5000-WALK-CALENDAR THRU 5000-EXIT
003020     ELSE
003030         PERFORM 3000-WRITE-BACK THRU 3000-EXIT
003040     END-IF.
003050     PERFORM 6000-SUMMARY THRU 6000-EXIT.
003060     GO TO 0000-EXIT.
003070 0000-EXIT.
003080     STOP RUN.
003090*================================================================
003100 1000-INITIALIZE SECTION.
003110*================================================================
003120 1000-START.
003130     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
003140     MOVE WS-TODAY-DATE TO WS-WALK-START-DATE.
003150     OPEN INPUT MAINT-CONTROL-FILE.
003160     IF NOT WS-PMCTL-FILE-OK
003170         DISPLAY "PLANMNT: UNABLE TO OPEN PLNMCTL, STATUS="
003180                 WS-PMCTL-FILE-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1100-LOAD-LIBRARY THRU 1100-EXIT.
003230     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
003240     PERFORM 2100-READ-NEXT-CARD THRU 2100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*================================================================
003280 1100-LOAD-LIBRARY SECTION.
003290*================================================================
003300* A BLANK LINE IS DROPPED, AS PLANSEL WOULD SKIP IT ANYWAY.
003310*================================================================
003320 1100-START.
003330     OPEN INPUT PLAN-LIBRARY-FILE.
003340     IF NOT WS-PLAN-FILE-OK
003350         DISPLAY "PLANMNT: UNABLE TO OPEN PRMPLANS, STATUS="
003360                 WS-PLAN-FILE-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     PERFORM 1110-LOAD-ONE-PLAN-LINE THRU 1110-EXIT
003410         UNTIL WS-AT-PLAN-EOF.
003420     CLOSE PLAN-LIBRARY-FILE.
003430 1100-EXIT.
003440     EXIT.
003450*================================================================
003460 1110-LOAD-ONE-PLAN-LINE SECTION.
003470*================================================================
003480 1110-START.
003490     READ PLAN-LIBRARY-FILE
003500         AT END
003510             MOVE 'Y' TO WS-PLAN-EOF-SW
003520             GO TO 1110-EXIT
003530     END-READ.
003540     IF PRM-PLAN-RECORD = SPACES
003550         GO TO 1110-EXIT
003560     END-IF.
003570     IF WS-LIB-COUNT >= MAX-LIB-LINES
003580         DISPLAY "PLANMNT: PRMPLANS HOLDS MORE THAN "
003590                 MAX-LIB-LINES " LINES - NOTHING APPLIED."
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     ADD 1 TO WS-LIB-COUNT.
003640     MOVE PRM-PLAN-RECORD TO LB-RECORD (WS-LIB-COUNT).
003650 1110-EXIT.
003660     EXIT.
003670*================================================================
003680 1200-LOAD-CALENDAR SECTION.
003690*================================================================
003700* A BLANK RULE IS DROPPED AS PLANSEL SKIPS IT; A NON-NUMERIC DATE
003710* IS HELD AS ZERO, WHICH IS HOW PLANSEL TREATS IT.
003720*================================================================
003730 1200-START.
003740     OPEN INPUT CALENDAR-FILE.
003750     IF NOT WS-CAL-FILE-OK
003760         DISPLAY "PLANMNT: UNABLE TO OPEN PRMCAL, STATUS="
003770                 WS-CAL-FILE-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
003820         UNTIL WS-AT-CAL-EOF.
003830     CLOSE CALENDAR-FILE.
003840 1200-EXIT.
003850     EXIT.
003860*================================================================
003870 1210-LOAD-ONE-RULE SECTION.
003880*================================================================
003890 1210-START.
003900     READ CALENDAR-FILE
003910         AT END
003920             MOVE 'Y' TO WS-CAL-EOF-SW
003930             GO TO 1210-EXIT
003940     END-READ.
003950     IF PRM-CAL-RECORD = SPACES
003960         GO TO 1210-EXIT
003970     END-IF.
003980     IF WS-CAL-COUNT >= MAX-CAL-RULES
003990         DISPLAY "PLANMNT: PRMCAL HOLDS MORE THAN "
004000                 MAX-CAL-RULES " RULES - NOTHING APPLIED."
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     ADD 1 TO WS-CAL-COUNT.
004050     MOVE PRM-CAL-RECORD TO CR-RECORD (WS-CAL-COUNT).
004060     IF CR-DATE (WS-CAL-COUNT) IS NOT NUMERIC
004070         MOVE ZERO TO CR-DATE (WS-CAL-COUNT)
004080     END-IF.
004090 1210-EXIT.
004100     EXIT.
004110*================================================================
004120 2000-APPLY-ONE-CARD SECTION.
004130*================================================================
004140 2000-START.
004150     IF PRM-PMCTL-RECORD = SPACES
004160         GO TO 2000-NEXT
004170     END-IF.
004180     ADD 1 TO WS-CARDS-READ.
004190     MOVE SPACES TO WS-REJECT-REASON.
004200     IF PRM-PMCTL-IS-VERIFY
004210         PERFORM 2050-TAKE-VERIFY-CARD THRU 2050-EXIT
004220         GO TO 2000-CHECK
004230     END-IF.
004240     IF NOT PRM-PMCTL-IS-PLAN
004250         AND NOT PRM-PMCTL-IS-CALENDAR
004260         MOVE "CARD TYPE MUST BE 'P', 'C' OR 'V'"
004270             TO WS-REJECT-REASON
004280         GO TO 2000-CHECK
004290     END-IF.
004300     IF NOT PRM-PMCTL-IS-ADD
004310         AND NOT PRM-PMCTL-IS-CHANGE
004320         AND NOT PRM-PMCTL-IS-DELETE
004330         MOVE "ACTION MUST BE 'A', 'C' OR 'D'"
004340             TO WS-REJECT-REASON
004350         GO TO 2000-CHECK
004360     END-IF.
004370     IF PRM-PMCTL-INITIALS = SPACES
004380         MOVE "INITIALS ARE REQUIRED" TO WS-REJECT-REASON
004390         GO TO 2000-CHECK
004400     END-IF.
004410     IF WS-LOG-COUNT >= MAX-LOG-ENTRIES
004420         MOVE "CHANGE-LOG TABLE FULL - SPLIT THE DECK"
004430             TO WS-REJECT-REASON
004440         GO TO 2000-CHECK
004450     END-IF.
004460     IF PRM-PMCTL-IS-PLAN
004470         PERFORM 2200-APPLY-PLAN-CARD THRU 2200-EXIT
004480     ELSE
004490         PERFORM 2400-APPLY-CALENDAR-CARD THRU 2400-EXIT
004500     END-IF.
004510 2000-CHECK.
004520     IF WS-REJECT-REASON NOT = SPACES
004530         DISPLAY "PLANMNT: CARD REJECTED - " WS-REJECT-REASON
004540         DISPLAY "PLANMNT:   CARD: " PRM-PMCTL-RECORD
004550         ADD 1 TO WS-CARDS-REJECTED
004560     ELSE
004570         ADD 1 TO WS-CARDS-APPLIED
004580     END-IF.
004590 2000-NEXT.
004600     PERFORM 2100-READ-NEXT-CARD THRU 2100-EXIT.
004610 2000-EXIT.
004620     EXIT.
004630*================================================================
004640 2050-TAKE-VERIFY-CARD SECTION.
004650*================================================================
004660* A ZERO OR BLANK START DATE MEANS TODAY, A ZERO OR BLANK DAY
004670* COUNT MEANS 30.
004680*================================================================
004690 2050-START.
004700     MOVE 'Y' TO WS-VERIFY-ONLY-SW.
004710     IF PRM-PMCTL-START-DATE IS NUMERIC
004720         AND PRM-PMCTL-START-DATE > ZERO
004730         MOVE PRM-PMCTL-START-DATE TO WS-CHECK-DATE
004740         PERFORM 2450-CHECK-DATE THRU 2450-EXIT
004750         IF NOT WS-DATE-VALID
004760             MOVE "VERIFY START DATE IS NOT A VALID DATE"
004770                 TO WS-REJECT-REASON
004780             GO TO 2050-EXIT
004790         END-IF
004800         MOVE PRM-PMCTL-START-DATE TO WS-WALK-START-DATE
004810     END-IF.
004820     IF PRM-PMCTL-DAYS IS NUMERIC
004830         AND PRM-PMCTL-DAYS > ZERO
004840         MOVE PRM-PMCTL-DAYS TO WS-WALK-DAYS
004850     END-IF.
004860     DISPLAY "PLANMNT: VERIFY-ONLY RUN - NOTHING WILL BE WRITTEN "
004870             "BACK TO PRMPLANS, PRMCAL OR PRMPCLOG.".
004880 2050-EXIT.
004890     EXIT.
004900*================================================================
004910 2100-READ-NEXT-CARD SECTION.
004920*================================================================
004930 2100-START.
004940     READ MAINT-CONTROL-FILE
004950         AT END
004960             MOVE 'Y' TO WS-PMCTL-EOF-SW
004970     END-READ.
004980 2100-EXIT.
004990     EXIT.
005000*================================================================
005010 2200-APPLY-PLAN-CARD SECTION.
005020*================================================================
005030* LINE ZERO ON AN ADD APPENDS AFTER THE PLAN'S LAST LINE (OR, FOR
005040* A NEW PLAN NAME, AT THE END OF THE LIBRARY); LINE ZERO ON A
005050* DELETE REMOVES THE WHOLE PLAN. REMOVING A PLAN'S ONLY LINE IS
005060* A WHOLE-PLAN DELETE TOO, AND EITHER IS REFUSED WHILE A CALENDAR
005070* RULE STILL NAMES THE PLAN. AN ADD OR CHANGE THAT WOULD LEAVE
005080* THE PLAN INVALID IS BACKED OUT FROM THE SAVE AREA.
005090*================================================================
005100 2200-START.
005110     IF PRM-PMCTL-PLAN-NAME = SPACES
005120         MOVE "PLAN NAME IS REQUIRED" TO WS-REJECT-REASON
005130         GO TO 2200-EXIT
005140     END-IF.
005150     IF PRM-PMCTL-LINE-NO IS NOT NUMERIC
005160         MOVE "LINE NUMBER MUST BE NUMERIC" TO WS-REJECT-REASON
005170         GO TO 2200-EXIT
005180     END-IF.
005190     MOVE PRM-PMCTL-PLAN-NAME TO WS-SUBJECT-PLAN.
005200     PERFORM 2210-LOCATE-PLAN-LINE THRU 2210-EXIT.
005210     IF PRM-PMCTL-IS-DELETE
005220         PERFORM 2300-DELETE-PLAN-LINE THRU 2300-EXIT
005230         GO TO 2200-EXIT
005240     END-IF.
005250     MOVE PRM-PMCTL-CTL-IMAGE TO WS-IMAGE.
005260     PERFORM 2500-VALIDATE-IMAGE THRU 2500-EXIT.
005270     IF WS-IMAGE-REASON NOT = SPACES
005280         MOVE WS-IMAGE-REASON TO WS-REJECT-REASON
005290         GO TO 2200-EXIT
005300     END-IF.
005310     MOVE LIBRARY-TABLE TO LIBRARY-SAVE-AREA.
005320     MOVE WS-LIB-COUNT TO WS-LIB-SAVE-COUNT.
005330     IF PRM-PMCTL-IS-ADD
005340         PERFORM 2220-ADD-PLAN-LINE THRU 2220-EXIT
005350     ELSE
005360         PERFORM 2230-CHANGE-PLAN-LINE THRU 2230-EXIT
005370     END-IF.
005380     IF WS-REJECT-REASON NOT = SPACES
005390         GO TO 2200-EXIT
005400     END-IF.
005410     PERFORM 2600-VALIDATE-PLAN THRU 2600-EXIT.
005420     IF WS-PLAN-REASON NOT = SPACES
005430         MOVE LIBRARY-SAVE-AREA TO LIBRARY-TABLE
005440         MOVE WS-LIB-SAVE-COUNT TO WS-LIB-COUNT
005450         MOVE WS-PLAN-REASON TO WS-REJECT-REASON
005460         GO TO 2200-EXIT
005470     END-IF.
005480     MOVE 'P' TO WS-LOG-FILE.
005490     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
005500     MOVE 'Y' TO WS-LIB-CHANGED-SW.
005510     MOVE WS-PLAN-ENTRIES TO WS-PLAN-ENTRIES-ED.
005520     DISPLAY "PLANMNT: PLAN " WS-SUBJECT-PLAN " "
005530             PRM-PMCTL-ACTION " BY " PRM-PMCTL-INITIALS
005540             " - PLAN NOW " WS-PLAN-ENTRIES-ED " ENTRIES: "
005550             WS-LOG-AFTER.
005560 2200-EXIT.
005570     EXIT.
005580*================================================================
005590 2210-LOCATE-PLAN-LINE SECTION.
005600*================================================================
005610* COUNTS THE SUBJECT PLAN'S LINES, AND FINDS THE SLOT OF THE
005620* CARD'S LINE NUMBER (ZERO IF IT HAS NO SUCH LINE) AND OF THE
005630* PLAN'S LAST LINE.
005640*================================================================
005650 2210-START.
005660     MOVE ZERO TO WS-PLAN-LINES.
005670     MOVE ZERO TO WS-TARGET-SLOT.
005680     MOVE ZERO TO WS-LAST-PLAN-SLOT.
005690     PERFORM 2215-TEST-ONE-LINE THRU 2215-EXIT
005700         VARYING LIB-IDX FROM 1 BY 1
005710         UNTIL LIB-IDX > WS-LIB-COUNT.
005720 2210-EXIT.
005730     EXIT.
005740*================================================================
005750 2215-TEST-ONE-LINE SECTION.
005760*================================================================
005770 2215-START.
005780     IF LB-PLAN-NAME (LIB-IDX) NOT = WS-SUBJECT-PLAN
005790         GO TO 2215-EXIT
005800     END-IF.
005810     ADD 1 TO WS-PLAN-LINES.
005820     MOVE LIB-IDX TO WS-LAST-PLAN-SLOT.
005830     IF WS-PLAN-LINES = PRM-PMCTL-LINE-NO
005840         MOVE LIB-IDX TO WS-TARGET-SLOT
005850     END-IF.
005860 2215-EXIT.
005870     EXIT.
005880*================================================================
005890 2220-ADD-PLAN-LINE SECTION.
005900*================================================================
005910 2220-START.
005920     IF WS-LIB-COUNT >= MAX-LIB-LINES
005930         MOVE "PLAN LIBRARY IS FULL" TO WS-REJECT-REASON
005940         GO TO 2220-EXIT
005950     END-IF.
005960     IF PRM-PMCTL-LINE-NO = ZERO
005970         IF WS-LAST-PLAN-SLOT > ZERO
005980             COMPUTE WS-INSERT-SLOT = WS-LAST-PLAN-SLOT + 1
005990         ELSE
006000             COMPUTE WS-INSERT-SLOT = WS-LIB-COUNT + 1
006010         END-IF
006020     ELSE
006030         IF WS-TARGET-SLOT = ZERO
006040             MOVE "PLAN HAS NO SUCH LINE TO INSERT AHEAD OF"
006050                 TO WS-REJECT-REASON
006060             GO TO 2220-EXIT
006070         END-IF
006080         MOVE WS-TARGET-SLOT TO WS-INSERT-SLOT
006090     END-IF.
006100     PERFORM 2710-SHIFT-ONE-LINE-DOWN THRU 2710-EXIT
006110         VARYING LIB-IDX FROM WS-LIB-COUNT BY -1
006120         UNTIL LIB-IDX < WS-INSERT-SLOT.
006130     ADD 1 TO WS-LIB-COUNT.
006140     MOVE WS-SUBJECT-PLAN TO LB-PLAN-NAME (WS-INSERT-SLOT).
006150     MOVE PRM-PMCTL-CTL-IMAGE TO LB-CTL-IMAGE (WS-INSERT-SLOT).
006160     MOVE SPACES TO WS-LOG-BEFORE.
006170     MOVE LB-RECORD (WS-INSERT-SLOT) TO WS-LOG-AFTER.
006180 2220-EXIT.
006190     EXIT.
006200*================================================================
006210 2230-CHANGE-PLAN-LINE SECTION.
006220*================================================================
006230 2230-START.
006240     IF PRM-PMCTL-LINE-NO = ZERO
006250         OR WS-TARGET-SLOT = ZERO
006260         MOVE "PLAN HAS NO SUCH LINE TO CHANGE"
006270             TO WS-REJECT-REASON
006280         GO TO 2230-EXIT
006290     END-IF.
006300     MOVE LB-RECORD (WS-TARGET-SLOT) TO WS-LOG-BEFORE.
006310     MOVE PRM-PMCTL-CTL-IMAGE TO LB-CTL-IMAGE (WS-TARGET-SLOT).
006320     MOVE LB-RECORD (WS-TARGET-SLOT) TO WS-LOG-AFTER.
006330 2230-EXIT.
006340     EXIT.
006350*================================================================
006360 2300-DELETE-PLAN-LINE SECTION.
006370*================================================================
006380 2300-START.
006390     IF WS-PLAN-LINES = ZERO
006400         MOVE "PLAN IS NOT IN THE LIBRARY" TO WS-REJECT-REASON
006410         GO TO 2300-EXIT
006420     END-IF.
006430     IF PRM-PMCTL-LINE-NO NOT = ZERO
006440         AND WS-TARGET-SLOT = ZERO
006450         MOVE "PLAN HAS NO SUCH LINE TO DELETE"
006460             TO WS-REJECT-REASON
006470         GO TO 2300-EXIT
006480     END-IF.
006490     IF PRM-PMCTL-LINE-NO = ZERO
006500         OR WS-PLAN-LINES = 1
006510         PERFORM 2800-CHECK-PLAN-REFERENCED THRU 2800-EXIT
006520         IF WS-PLAN-REFERENCED
006530             PERFORM 2310-SET-REFERENCED-REASON THRU 2310-EXIT
006540             GO TO 2300-EXIT
006550         END-IF
006560         IF WS-LOG-COUNT + WS-PLAN-LINES > MAX-LOG-ENTRIES
006570             MOVE "CHANGE-LOG TABLE FULL - SPLIT THE DECK"
006580                 TO WS-REJECT-REASON
006590             GO TO 2300-EXIT
006600         END-IF
006610         MOVE 1 TO LIB-IDX
006620         PERFORM 2320-REMOVE-ONE-PLAN-LINE THRU 2320-EXIT
006630             UNTIL LIB-IDX > WS-LIB-COUNT
006640         MOVE 'Y' TO WS-LIB-CHANGED-SW
006650         DISPLAY "PLANMNT: PLAN " WS-SUBJECT-PLAN
006660                 " DELETED BY " PRM-PMCTL-INITIALS
006670         GO TO 2300-EXIT
006680     END-IF.
006690     MOVE LIBRARY-TABLE TO LIBRARY-SAVE-AREA.
006700     MOVE WS-LIB-COUNT TO WS-LIB-SAVE-COUNT.
006710     MOVE LB-RECORD (WS-TARGET-SLOT) TO WS-LOG-BEFORE.
006720     MOVE SPACES TO WS-LOG-AFTER.
006730     MOVE WS-TARGET-SLOT TO LIB-IDX.
006740     PERFORM 2720-CLOSE-ONE-SLOT THRU 2720-EXIT.
006750     PERFORM 2600-VALIDATE-PLAN THRU 2600-EXIT.
006760     IF WS-PLAN-REASON NOT = SPACES
006770         MOVE LIBRARY-SAVE-AREA TO LIBRARY-TABLE
006780         MOVE WS-LIB-SAVE-COUNT TO WS-LIB-COUNT
006790         MOVE WS-PLAN-REASON TO WS-REJECT-REASON
006800         GO TO 2300-EXIT
006810     END-IF.
006820     MOVE 'P' TO WS-LOG-FILE.
006830     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
006840     MOVE 'Y' TO WS-LIB-CHANGED-SW.
006850     MOVE WS-PLAN-ENTRIES TO WS-PLAN-ENTRIES-ED.
006860     DISPLAY "PLANMNT: PLAN " WS-SUBJECT-PLAN " D BY "
006870             PRM-PMCTL-INITIALS " - PLAN NOW " WS-PLAN-ENTRIES-ED
006880             " ENTRIES: " WS-LOG-BEFORE.
006890 2300-EXIT.
006900     EXIT.
006910*================================================================
006920 2310-SET-REFERENCED-REASON SECTION.
006930*================================================================
006940 2310-START.
006950     IF WS-REF-DATE > ZERO
006960         STRING "PLAN IS STILL NAMED BY THE CALENDAR RULE FOR "
006970                    DELIMITED BY SIZE
006980                WS-REF-DATE DELIMITED BY SIZE
006990             INTO WS-REJECT-REASON
007000         END-STRING
007010     ELSE
007020         STRING "PLAN IS STILL NAMED BY THE CALENDAR RULE FOR "
007030                    DELIMITED BY SIZE
007040                WS-REF-DOW DELIMITED BY SIZE
007050             INTO WS-REJECT-REASON
007060         END-STRING
007070     END-IF.
007080 2310-EXIT.
007090     EXIT.
007100*================================================================
007110 2320-REMOVE-ONE-PLAN-LINE SECTION.
007120*================================================================
007130* THE SLOT INDEX ONLY ADVANCES PAST A LINE THAT STAYS - A REMOVED
007140* LINE'S SLOT IS TAKEN BY THE NEXT ONE, WHICH MUST BE TESTED TOO.
007150*================================================================
007160 2320-START.
007170     IF LB-PLAN-NAME (LIB-IDX) NOT = WS-SUBJECT-PLAN
007180         ADD 1 TO LIB-IDX
007190         GO TO 2320-EXIT
007200     END-IF.
007210     MOVE LB-RECORD (LIB-IDX) TO WS-LOG-BEFORE.
007220     MOVE SPACES TO WS-LOG-AFTER.
007230     MOVE 'P' TO WS-LOG-FILE.
007240     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
007250     PERFORM 2720-CLOSE-ONE-SLOT THRU 2720-EXIT.
007260 2320-EXIT.
007270     EXIT.
007280*================================================================
007290 2400-APPLY-CALENDAR-CARD SECTION.
007300*================================================================
007310* A DATED RULE MUST CARRY A REAL DATE AND HAS ITS DAY-OF-WEEK TAG
007320* BLANKED (PLANSEL NEVER LOOKS AT IT); A ZERO DATE NEEDS A VALID
007330* TAG OR THE CATCH-ALL. A RULE THAT RUNS A PLAN MUST NAME ONE THE
007340* LIBRARY CARRIES - AS IT STANDS AFTER THE EARLIER CARDS IN THE
007350* DECK. A NEW RULE GOES WHERE FIRST-MATCH MAKES IT MEAN WHAT IT
007360* SAYS: DATED RULES IN DATE ORDER AHEAD OF ALL DAY-OF-WEEK RULES,
007370* DAY-OF-WEEK RULES AHEAD OF THE CATCH-ALL, THE CATCH-ALL LAST.
007372* A FALLBACK PLAN, WHEN ONE IS GIVEN, MUST BE ANOTHER PLAN THE
007374* LIBRARY CARRIES; ON A SKIP RULE IT IS DROPPED.
007380*================================================================
007390 2400-START.
007400     IF PRM-PMCTL-CAL-DATE IS NOT NUMERIC
007410         MOVE "DATE MUST BE NUMERIC - 00000000 FOR A DAY RULE"
007420             TO WS-REJECT-REASON
007430         GO TO 2400-EXIT
007440     END-IF.
007450     MOVE SPACES TO WS-NEW-RULE.
007460     MOVE PRM-PMCTL-CAL-DATE TO NR-DATE.
007470     MOVE PRM-PMCTL-CAL-PLAN-NAME TO NR-PLAN-NAME.
007480     MOVE PRM-PMCTL-CAL-SKIP TO NR-SKIP.
007485     MOVE PRM-PMCTL-CAL-FALLBACK TO NR-FALLBACK-PLAN.
007490     IF NR-DATE > ZERO
007500         MOVE NR-DATE TO WS-CHECK-DATE
007510         PERFORM 2450-CHECK-DATE THRU 2450-EXIT
007520         IF NOT WS-DATE-VALID
007530             MOVE "RULE DATE IS NOT A VALID DATE"
007540                 TO WS-REJECT-REASON
007550             GO TO 2400-EXIT
007560         END-IF
007570         MOVE SPACES TO NR-DOW
007580     ELSE
007590         MOVE PRM-PMCTL-CAL-DOW TO NR-DOW
007600         IF NR-DOW NOT = "*  "
007610             AND NR-DOW NOT = SPACES
007620             PERFORM 2460-CHECK-DOW-TAG THRU 2460-EXIT
007630             IF WS-DOW-FOUND = ZERO
007640                 MOVE "DAY TAG MUST BE MON..SUN, '*' OR BLANK"
007650                     TO WS-REJECT-REASON
007660                 GO TO 2400-EXIT
007670             END-IF
007680         END-IF
007690     END-IF.
007700     MOVE NR-DOW TO WS-NEW-DOW-CLASS.
007710     IF WS-NEW-DOW-CLASS = "*  "
007720         MOVE SPACES TO WS-NEW-DOW-CLASS
007730     END-IF.
007740     MOVE ZERO TO WS-RULE-SLOT.
007750     PERFORM 2410-TEST-ONE-RULE-KEY THRU 2410-EXIT
007760         VARYING CAL-IDX FROM 1 BY 1
007770         UNTIL CAL-IDX > WS-CAL-COUNT
007780            OR WS-RULE-SLOT > ZERO.
007790     IF PRM-PMCTL-IS-DELETE
007800         PERFORM 2430-DELETE-RULE THRU 2430-EXIT
007810         GO TO 2400-EXIT
007820     END-IF.
007830     IF NR-SKIP NOT = 'Y'
007840         AND NR-SKIP NOT = 'N'
007850         AND NR-SKIP NOT = SPACE
007860         MOVE "SKIP FLAG MUST BE 'Y', 'N' OR BLANK"
007870             TO WS-REJECT-REASON
007880         GO TO 2400-EXIT
007890     END-IF.
007891     IF NR-SKIP = 'Y'
007892         MOVE SPACES TO NR-FALLBACK-PLAN
007893     END-IF.
007894     IF NR-FALLBACK-PLAN NOT = SPACES
007895         AND NR-FALLBACK-PLAN = NR-PLAN-NAME
007896         MOVE "FALLBACK PLAN MUST DIFFER FROM THE RULE'S PLAN"
007897             TO WS-REJECT-REASON
007898         GO TO 2400-EXIT
007899     END-IF.
007900     IF NR-SKIP NOT = 'Y'
007910         MOVE NR-PLAN-NAME TO WS-SUBJECT-PLAN
007920         PERFORM 2810-FIND-PLAN THRU 2810-EXIT
007930         IF NOT WS-PLAN-FOUND
007940             MOVE "RULE NAMES A PLAN THAT IS NOT IN THE LIBRARY"
007950                 TO WS-REJECT-REASON
007960             GO TO 2400-EXIT
007970         END-IF
007980     END-IF.
007981     IF NR-FALLBACK-PLAN NOT = SPACES
007982         MOVE NR-FALLBACK-PLAN TO WS-SUBJECT-PLAN
007983         PERFORM 2810-FIND-PLAN THRU 2810-EXIT
007984         IF NOT WS-PLAN-FOUND
007985             MOVE "RULE NAMES A FALLBACK PLAN NOT IN THE LIBRARY"
007986                 TO WS-REJECT-REASON
007987             GO TO 2400-EXIT
007988         END-IF
007989     END-IF.
007990     IF PRM-PMCTL-IS-ADD
008000         PERFORM 2420-ADD-RULE THRU 2420-EXIT
008010     ELSE
008020         IF WS-RULE-SLOT = ZERO
008030             MOVE "NO RULE FOR THAT DATE OR DAY TO CHANGE"
008040                 TO WS-REJECT-REASON
008050             GO TO 2400-EXIT
008060         END-IF
008070         MOVE CR-RECORD (WS-RULE-SLOT) TO WS-LOG-BEFORE
008080         MOVE NR-PLAN-NAME TO CR-PLAN-NAME (WS-RULE-SLOT)
008090         MOVE NR-SKIP TO CR-SKIP (WS-RULE-SLOT)
008095         MOVE NR-FALLBACK-PLAN TO CR-FALLBACK-PLAN (WS-RULE-SLOT)
008100         MOVE CR-RECORD (WS-RULE-SLOT) TO WS-LOG-AFTER
008110     END-IF.
008120     IF WS-REJECT-REASON NOT = SPACES
008130         GO TO 2400-EXIT
008140     END-IF.
008150     MOVE 'C' TO WS-LOG-FILE.
008160     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
008170     MOVE 'Y' TO WS-CAL-CHANGED-SW.
008180     DISPLAY "PLANMNT: CALENDAR RULE " PRM-PMCTL-ACTION " BY "
008190             PRM-PMCTL-INITIALS ": " WS-LOG-AFTER.
008200 2400-EXIT.
008210     EXIT.
008220*================================================================
008230 2410-TEST-ONE-RULE-KEY SECTION.
008240*================================================================
008250 2410-START.
008260     IF CR-DATE (CAL-IDX) NOT = NR-DATE
008270         GO TO 2410-EXIT
008280     END-IF.
008290     IF NR-DATE > ZERO
008300         MOVE CAL-IDX TO WS-RULE-SLOT
008310         GO TO 2410-EXIT
008320     END-IF.
008330     MOVE CR-DOW (CAL-IDX) TO WS-SLOT-DOW-CLASS.
008340     IF WS-SLOT-DOW-CLASS = "*  "
008350         MOVE SPACES TO WS-SLOT-DOW-CLASS
008360     END-IF.
008370     IF WS-SLOT-DOW-CLASS = WS-NEW-DOW-CLASS
008380         MOVE CAL-IDX TO WS-RULE-SLOT
008390     END-IF.
008400 2410-EXIT.
008410     EXIT.
008420*================================================================
008430 2420-ADD-RULE SECTION.
008440*================================================================
008450 2420-START.
008460     IF WS-RULE-SLOT > ZERO
008470         MOVE "A RULE FOR THAT DATE OR DAY EXISTS - USE 'C'"
008480             TO WS-REJECT-REASON
008490         GO TO 2420-EXIT
008500     END-IF.
008510     IF WS-CAL-COUNT >= MAX-CAL-RULES
008520         MOVE "RUN CALENDAR IS FULL" TO WS-REJECT-REASON
008530         GO TO 2420-EXIT
008540     END-IF.
008550     MOVE ZERO TO WS-INSERT-SLOT.
008560     PERFORM 2425-TEST-ONE-POSITION THRU 2425-EXIT
008570         VARYING CAL-IDX FROM 1 BY 1
008580         UNTIL CAL-IDX > WS-CAL-COUNT
008590            OR WS-INSERT-SLOT > ZERO.
008600     IF WS-INSERT-SLOT = ZERO
008610         COMPUTE WS-INSERT-SLOT = WS-CAL-COUNT + 1
008620     END-IF.
008630     PERFORM 2740-SHIFT-ONE-RULE-DOWN THRU 2740-EXIT
008640         VARYING CAL-IDX FROM WS-CAL-COUNT BY -1
008650         UNTIL CAL-IDX < WS-INSERT-SLOT.
008660     ADD 1 TO WS-CAL-COUNT.
008670     MOVE WS-NEW-RULE TO CR-RECORD (WS-INSERT-SLOT).
008680     MOVE SPACES TO WS-LOG-BEFORE.
008690     MOVE WS-NEW-RULE TO WS-LOG-AFTER.
008700 2420-EXIT.
008710     EXIT.
008720*================================================================
008730 2425-TEST-ONE-POSITION SECTION.
008740*================================================================
008750 2425-START.
008760     MOVE CR-DOW (CAL-IDX) TO WS-SLOT-DOW-CLASS.
008770     IF WS-SLOT-DOW-CLASS = "*  "
008780         MOVE SPACES TO WS-SLOT-DOW-CLASS
008790     END-IF.
008800     IF NR-DATE > ZERO
008810         IF CR-DATE (CAL-IDX) = ZERO
008820             OR CR-DATE (CAL-IDX) > NR-DATE
008830             MOVE CAL-IDX TO WS-INSERT-SLOT
008840         END-IF
008850         GO TO 2425-EXIT
008860     END-IF.
008870     IF WS-NEW-DOW-CLASS NOT = SPACES
008880         IF CR-DATE (CAL-IDX) = ZERO
008890             AND WS-SLOT-DOW-CLASS = SPACES
008900             MOVE CAL-IDX TO WS-INSERT-SLOT
008910         END-IF
008920     END-IF.
008930 2425-EXIT.
008940     EXIT.
008950*================================================================
008960 2430-DELETE-RULE SECTION.
008970*================================================================
008980 2430-START.
008990     IF WS-RULE-SLOT = ZERO
009000         MOVE "NO RULE FOR THAT DATE OR DAY TO DELETE"
009010             TO WS-REJECT-REASON
009020         GO TO 2430-EXIT
009030     END-IF.
009040     MOVE CR-RECORD (WS-RULE-SLOT) TO WS-LOG-BEFORE.
009050     MOVE SPACES TO WS-LOG-AFTER.
009060     PERFORM 2750-SHIFT-ONE-RULE-UP THRU 2750-EXIT
009070         VARYING CAL-IDX FROM WS-RULE-SLOT BY 1
009080         UNTIL CAL-IDX >= WS-CAL-COUNT.
009090     SUBTRACT 1 FROM WS-CAL-COUNT.
009100     MOVE 'C' TO WS-LOG-FILE.
009110     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
009120     MOVE 'Y' TO WS-CAL-CHANGED-SW.
009130     DISPLAY "PLANMNT: CALENDAR RULE D BY " PRM-PMCTL-INITIALS
009140             ": " WS-LOG-BEFORE.
009150 2430-EXIT.
009160     EXIT.
009170*================================================================
009180 2450-CHECK-DATE SECTION.
009190*================================================================
009200* A DATE IS VALID WHEN IT SURVIVES A ROUND TRIP THROUGH THE DAY
009210* NUMBER - THAT CATCHES 30 FEBRUARY AS WELL AS MONTH 13.
009220*================================================================
009230 2450-START.
009240     MOVE 'N' TO WS-DATE-VALID-SW.
009250     IF WS-CHECK-YEAR < 1601
009260         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
009270         OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
009280         GO TO 2450-EXIT
009290     END-IF.
009300     COMPUTE WS-CHECK-DAY-NUMBER =
009310         FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
009320     IF WS-CHECK-DAY-NUMBER > ZERO
009330         AND FUNCTION DATE-OF-INTEGER (WS-CHECK-DAY-NUMBER)
009340             = WS-CHECK-DATE
009350         MOVE 'Y' TO WS-DATE-VALID-SW
009360     END-IF.
009370 2450-EXIT.
009380     EXIT.
009390*================================================================
009400 2460-CHECK-DOW-TAG SECTION.
009410*================================================================
009420* LEAVES WS-DOW-FOUND AT THE TAG'S SLOT IN DOW-TAG, OR ZERO.
009430*================================================================
009440 2460-START.
009450     MOVE ZERO TO WS-DOW-FOUND.
009460     PERFORM 2465-TEST-ONE-TAG THRU 2465-EXIT
009470         VARYING WS-DOW-IDX FROM 1 BY 1
009480         UNTIL WS-DOW-IDX > 7.
009490 2460-EXIT.
009500     EXIT.
009510*================================================================
009520 2465-TEST-ONE-TAG SECTION.
009530*================================================================
009540 2465-START.
009550     IF DOW-TAG (WS-DOW-IDX) = NR-DOW
009560         MOVE WS-DOW-IDX TO WS-DOW-FOUND
009570     END-IF.
009580 2465-EXIT.
009590     EXIT.
009600*================================================================
009610 2500-VALIDATE-IMAGE SECTION.
009620*================================================================
009630* CHECKS ONE CONTROL-CARD IMAGE IN WS-IMAGE AGAINST THE RULES
009640* NTHPRIME APPLIES WHEN IT LOADS A DECK. LEAVES THE FIRST FAULT
009650* IN WS-IMAGE-REASON (SPACES IF NONE), THE NUMBER OF PLAN ENTRIES
009660* THE IMAGE EXPANDS TO, AND FOR A WINDOW CARD ITS CUTOFF TIME.
009670* NTHPRIME QUIETLY RUNS AN UNKNOWN MODE AS TRIAL DIVISION; HERE
009680* IT IS REFUSED, SINCE IT IS ALWAYS A PUNCHING ERROR.
009690*================================================================
009700 2500-START.
009710     MOVE SPACES TO WS-IMAGE-REASON.
009720     MOVE ZERO TO WS-IMAGE-ENTRIES.
009730     MOVE ZERO TO WS-IMAGE-CUTOFF.
009740     MOVE 'N' TO WS-IMAGE-IS-WINDOW-SW.
009750     IF WS-IMAGE = SPACES
009760         MOVE "CONTROL IMAGE IS BLANK" TO WS-IMAGE-REASON
009770         GO TO 2500-EXIT
009780     END-IF.
009790     IF IM-NAME-TYPE = 'P'
009800         AND IM-NAME-ZEROES IS NUMERIC
009810         AND IM-NAME-ZEROES = ZERO
009820         MOVE "PLAN-NAME CARDS ARE WRITTEN BY PLANSEL"
009830             TO WS-IMAGE-REASON
009840         GO TO 2500-EXIT
009850     END-IF.
009860     IF IM-WINDOW-TYPE = 'W'
009870         GO TO 2500-WINDOW
009880     END-IF.
009890     IF IM-N IS NOT NUMERIC
009900         MOVE "N MUST BE NUMERIC" TO WS-IMAGE-REASON
009910         GO TO 2500-EXIT
009920     END-IF.
009930     IF IM-N = ZERO
009940         MOVE "N MUST BE GREATER THAN ZERO" TO WS-IMAGE-REASON
009950         GO TO 2500-EXIT
009960     END-IF.
009970     IF IM-N > MAX-PRIMES
009980         MOVE "N EXCEEDS THE 10000-ENTRY PRIMES TABLE"
009990             TO WS-IMAGE-REASON
010000         GO TO 2500-EXIT
010010     END-IF.
010020     IF IM-MODE NOT = 'S'
010030         AND IM-MODE NOT = 'T'
010040         MOVE "MODE MUST BE 'S' (SIEVE) OR 'T' (TRIAL)"
010050             TO WS-IMAGE-REASON
010060         GO TO 2500-EXIT
010070     END-IF.
010080     IF IM-RESTART NOT = 'Y'
010090         AND IM-RESTART NOT = 'N'
010100         AND IM-RESTART NOT = SPACE
010110         MOVE "RESTART FLAG MUST BE 'Y', 'N' OR BLANK"
010120             TO WS-IMAGE-REASON
010130         GO TO 2500-EXIT
010140     END-IF.
010150     IF IM-REPEATS-X NOT = SPACES
010160         AND IM-REPEATS IS NOT NUMERIC
010170         MOVE "REPEAT COUNT MUST BE NUMERIC OR BLANK"
010180             TO WS-IMAGE-REASON
010190         GO TO 2500-EXIT
010200     END-IF.
010210     IF IM-BUDGET-SECS-X NOT = SPACES
010220         AND IM-BUDGET-SECS IS NOT NUMERIC
010230         MOVE "BUDGET SECONDS MUST BE NUMERIC OR BLANK"
010240             TO WS-IMAGE-REASON
010250         GO TO 2500-EXIT
010260     END-IF.
010262     IF IM-RESERVED-X NOT = SPACES
010264         MOVE "COLS 29-40 ARE SET ONLY ON RPLYGEN REPLAY DECKS"
010266             TO WS-IMAGE-REASON
010268         GO TO 2500-EXIT
010269     END-IF.
010270     MOVE ZERO TO WS-SWEEP-TO.
010280     MOVE ZERO TO WS-SWEEP-STEP.
010290     IF IM-N-TO-X NOT = SPACES
010300         IF IM-N-TO IS NOT NUMERIC
010310             MOVE "SWEEP N-TO MUST BE NUMERIC OR BLANK"
010320                 TO WS-IMAGE-REASON
010330             GO TO 2500-EXIT
010340         END-IF
010350         MOVE IM-N-TO TO WS-SWEEP-TO
010360     END-IF.
010370     IF IM-N-STEP-X NOT = SPACES
010380         IF IM-N-STEP IS NOT NUMERIC
010390             MOVE "SWEEP N-STEP MUST BE NUMERIC OR BLANK"
010400                 TO WS-IMAGE-REASON
010410             GO TO 2500-EXIT
010420         END-IF
010430         MOVE IM-N-STEP TO WS-SWEEP-STEP
010440     END-IF.
010450     MOVE 1 TO WS-IMAGE-ENTRIES.
010460     IF WS-SWEEP-TO = ZERO
010470         AND WS-SWEEP-STEP = ZERO
010480         GO TO 2500-EXIT
010490     END-IF.
010500     IF WS-SWEEP-TO = ZERO
010510         OR WS-SWEEP-STEP = ZERO
010520         MOVE "A SWEEP NEEDS BOTH N-TO AND N-STEP"
010530             TO WS-IMAGE-REASON
010540         GO TO 2500-EXIT
010550     END-IF.
010560     IF WS-SWEEP-TO NOT > IM-N
010570         MOVE "SWEEP N-TO MUST BE ABOVE N" TO WS-IMAGE-REASON
010580         GO TO 2500-EXIT
010590     END-IF.
010600     IF WS-SWEEP-TO > MAX-PRIMES
010610         MOVE "SWEEP N-TO EXCEEDS THE 10000-ENTRY PRIMES TABLE"
010620             TO WS-IMAGE-REASON
010630         GO TO 2500-EXIT
010640     END-IF.
010650     COMPUTE WS-IMAGE-ENTRIES =
010660         1 + (WS-SWEEP-TO - IM-N) / WS-SWEEP-STEP.
010670     GO TO 2500-EXIT.
010680 2500-WINDOW.
010690     IF IM-CUTOFF-TIME IS NOT NUMERIC
010700         MOVE "WINDOW CUTOFF MUST BE HHMMSS" TO WS-IMAGE-REASON
010710         GO TO 2500-EXIT
010720     END-IF.
010730     IF IM-CUTOFF-HH > 23
010740         OR IM-CUTOFF-MM > 59
010750         OR IM-CUTOFF-SS > 59
010760         MOVE "WINDOW CUTOFF IS NOT A VALID TIME OF DAY"
010770             TO WS-IMAGE-REASON
010780         GO TO 2500-EXIT
010790     END-IF.
010800     IF IM-WINDOW-REST NOT = SPACES
010810         MOVE "WINDOW CARD CARRIES DATA AFTER THE 'W'"
010820             TO WS-IMAGE-REASON
010830         GO TO 2500-EXIT
010840     END-IF.
010850     MOVE 'Y' TO WS-IMAGE-IS-WINDOW-SW.
010860     MOVE IM-CUTOFF-TIME TO WS-IMAGE-CUTOFF.
010870 2500-EXIT.
010880     EXIT.
010890*================================================================
010900 2600-VALIDATE-PLAN SECTION.
010910*================================================================
010920* CHECKS EVERY LINE OF WS-SUBJECT-PLAN AND THE PLAN AS A WHOLE,
010930* LEAVING THE FIRST FAULT IN WS-PLAN-REASON (SPACES IF NONE)
010940* AND THE PLAN'S LINE, ENTRY AND WINDOW COUNTS BEHIND.
010950*================================================================
010960 2600-START.
010970     MOVE SPACES TO WS-PLAN-REASON.
010980     MOVE ZERO TO WS-PLAN-LINES.
010990     MOVE ZERO TO WS-PLAN-ENTRIES.
011000     MOVE ZERO TO WS-PLAN-WINDOWS.
011010     MOVE ZERO TO WS-PLAN-CUTOFF.
011020     PERFORM 2610-VALIDATE-ONE-LINE THRU 2610-EXIT
011030         VARYING LIB-IDX FROM 1 BY 1
011040         UNTIL LIB-IDX > WS-LIB-COUNT.
011050     MOVE WS-PLAN-ENTRIES TO WS-PLAN-ENTRIES-ED.
011060     IF WS-PLAN-REASON NOT = SPACES
011070         GO TO 2600-EXIT
011080     END-IF.
011090     IF WS-PLAN-LINES = ZERO
011100         MOVE "PLAN IS NOT IN THE LIBRARY" TO WS-PLAN-REASON
011110         GO TO 2600-EXIT
011120     END-IF.
011130     IF WS-PLAN-ENTRIES = ZERO
011140         MOVE "PLAN WOULD HAVE NO BENCHMARK ENTRIES"
011150             TO WS-PLAN-REASON
011160         GO TO 2600-EXIT
011170     END-IF.
011180     IF WS-PLAN-ENTRIES > MAX-PLAN-ENTRIES
011190         STRING "PLAN WOULD EXPAND TO " DELIMITED BY SIZE
011200                WS-PLAN-ENTRIES-ED DELIMITED BY SIZE
011210                " ENTRIES - NTHPRIME HOLDS 50" DELIMITED BY SIZE
011220             INTO WS-PLAN-REASON
011230         END-STRING
011240         GO TO 2600-EXIT
011250     END-IF.
011260     IF WS-PLAN-WINDOWS > 1
011270         MOVE "PLAN WOULD HAVE MORE THAN ONE WINDOW CARD"
011280             TO WS-PLAN-REASON
011290         GO TO 2600-EXIT
011300     END-IF.
011310 2600-EXIT.
011320     EXIT.
011330*================================================================
011340 2610-VALIDATE-ONE-LINE SECTION.
011350*================================================================
011360 2610-START.
011370     IF LB-PLAN-NAME (LIB-IDX) NOT = WS-SUBJECT-PLAN
011380         GO TO 2610-EXIT
011390     END-IF.
011400     ADD 1 TO WS-PLAN-LINES.
011410     MOVE LB-CTL-IMAGE (LIB-IDX) TO WS-IMAGE.
011420     PERFORM 2500-VALIDATE-IMAGE THRU 2500-EXIT.
011430     IF WS-IMAGE-REASON NOT = SPACES
011440         IF WS-PLAN-REASON = SPACES
011450             MOVE WS-PLAN-LINES TO WS-PLAN-LINE-ED
011460             STRING "LINE " DELIMITED BY SIZE
011470                    WS-PLAN-LINE-ED DELIMITED BY SIZE
011480                    " - " DELIMITED BY SIZE
011490                    WS-IMAGE-REASON DELIMITED BY SIZE
011500                 INTO WS-PLAN-REASON
011510             END-STRING
011520         END-IF
011530         GO TO 2610-EXIT
011540     END-IF.
011550     IF WS-IMAGE-IS-WINDOW
011560         ADD 1 TO WS-PLAN-WINDOWS
011570         MOVE WS-IMAGE-CUTOFF TO WS-PLAN-CUTOFF
011580     ELSE
011590         ADD WS-IMAGE-ENTRIES TO WS-PLAN-ENTRIES
011600     END-IF.
011610 2610-EXIT.
011620     EXIT.
011630*================================================================
011640 2710-SHIFT-ONE-LINE-DOWN SECTION.
011650*================================================================
011660 2710-START.
011670     MOVE LB-RECORD (LIB-IDX) TO LB-RECORD (LIB-IDX + 1).
011680 2710-EXIT.
011690     EXIT.
011700*================================================================
011710 2720-CLOSE-ONE-SLOT SECTION.
011720*================================================================
011730* REMOVES LIBRARY SLOT LIB-IDX, CLOSING UP THE LINES BEHIND IT.
011740*================================================================
011750 2720-START.
011760     PERFORM 2725-SHIFT-ONE-LINE-UP THRU 2725-EXIT
011770         VARYING LIB-IDX2 FROM LIB-IDX BY 1
011780         UNTIL LIB-IDX2 >= WS-LIB-COUNT.
011790     MOVE SPACES TO LB-RECORD (WS-LIB-COUNT).
011800     SUBTRACT 1 FROM WS-LIB-COUNT.
011810 2720-EXIT.
011820     EXIT.
011830*================================================================
011840 2725-SHIFT-ONE-LINE-UP SECTION.
011850*================================================================
011860 2725-START.
011870     MOVE LB-RECORD (LIB-IDX2 + 1) TO LB-RECORD (LIB-IDX2).
011880 2725-EXIT.
011890     EXIT.
011900*================================================================
011910 2740-SHIFT-ONE-RULE-DOWN SECTION.
011920*================================================================
011930 2740-START.
011940     MOVE CR-RECORD (CAL-IDX) TO CR-RECORD (CAL-IDX + 1).
011950 2740-EXIT.
011960     EXIT.
011970*================================================================
011980 2750-SHIFT-ONE-RULE-UP SECTION.
011990*================================================================
012000 2750-START.
012010     MOVE CR-RECORD (CAL-IDX + 1) TO CR-RECORD (CAL-IDX).
012020 2750-EXIT.
012030     EXIT.
012040*================================================================
012050 2800-CHECK-PLAN-REFERENCED SECTION.
012060*================================================================
012070* A SKIP RULE'S PLAN NAME IS NEVER USED, SO IT DOES NOT COUNT; A
012075* RULE NAMING THE PLAN AS ITS FALLBACK DOES.
012080* THE FIRST RULE FOUND NAMING THE PLAN IS KEPT FOR THE MESSAGE.
012090*================================================================
012100 2800-START.
012110     MOVE 'N' TO WS-PLAN-REFERENCED-SW.
012120     MOVE ZERO TO WS-REF-DATE.
012130     MOVE SPACES TO WS-REF-DOW.
012140     PERFORM 2805-TEST-ONE-REFERENCE THRU 2805-EXIT
012150         VARYING CAL-IDX FROM 1 BY 1
012160         UNTIL CAL-IDX > WS-CAL-COUNT
012170            OR WS-PLAN-REFERENCED.
012180 2800-EXIT.
012190     EXIT.
012200*================================================================
012210 2805-TEST-ONE-REFERENCE SECTION.
012220*================================================================
012230 2805-START.
012240     IF CR-SKIP (CAL-IDX) = 'Y'
012250         GO TO 2805-EXIT
012252     END-IF.
012254     IF CR-PLAN-NAME (CAL-IDX) NOT = WS-SUBJECT-PLAN
012256         AND CR-FALLBACK-PLAN (CAL-IDX) NOT = WS-SUBJECT-PLAN
012260         GO TO 2805-EXIT
012270     END-IF.
012280     MOVE 'Y' TO WS-PLAN-REFERENCED-SW.
012290     MOVE CR-DATE (CAL-IDX) TO WS-REF-DATE.
012300     MOVE CR-DOW (CAL-IDX) TO WS-REF-DOW.
012310     IF WS-REF-DOW = SPACES
012320         MOVE "*  " TO WS-REF-DOW
012330     END-IF.
012340 2805-EXIT.
012350     EXIT.
012360*================================================================
012370 2810-FIND-PLAN SECTION.
012380*================================================================
012390* ON A HIT LIB-IDX IS LEFT ONE PAST THE PLAN'S FIRST LINE.
012400*================================================================
012410 2810-START.
012420     MOVE 'N' TO WS-PLAN-FOUND-SW.
012430     PERFORM 2815-TEST-ONE-PLAN-NAME THRU 2815-EXIT
012440         VARYING LIB-IDX FROM 1 BY 1
012450         UNTIL LIB-IDX > WS-LIB-COUNT
012460            OR WS-PLAN-FOUND.
012470 2810-EXIT.
012480     EXIT.
012490*================================================================
012500 2815-TEST-ONE-PLAN-NAME SECTION.
012510*================================================================
012520 2815-START.
012530     IF LB-PLAN-NAME (LIB-IDX) = WS-SUBJECT-PLAN
012540         MOVE 'Y' TO WS-PLAN-FOUND-SW
012550     END-IF.
012560 2815-EXIT.
012570     EXIT.
012580*================================================================
012590 2900-LOG-CHANGE SECTION.
012600*================================================================
012610 2900-START.
012620     ADD 1 TO WS-LOG-COUNT.
012630     MOVE PRM-PMCTL-INITIALS TO LG-INITIALS (WS-LOG-COUNT).
012640     MOVE WS-LOG-FILE TO LG-FILE (WS-LOG-COUNT).
012650     MOVE PRM-PMCTL-ACTION TO LG-ACTION (WS-LOG-COUNT).
012660     MOVE WS-LOG-BEFORE TO LG-BEFORE (WS-LOG-COUNT).
012670     MOVE WS-LOG-AFTER TO LG-AFTER (WS-LOG-COUNT).
012680 2900-EXIT.
012690     EXIT.
012700*================================================================
012710 3000-WRITE-BACK SECTION.
012720*================================================================
012730* BOTH FILES ARE REWRITTEN WHOLE BY OPEN OUTPUT (THE JCL CODES
012740* THEM DISP=OLD), AND ONLY IF A CARD ACTUALLY CHANGED THEM. THE
012750* CHANGE LOG IS APPENDED LAST.
012760*================================================================
012770 3000-START.
012780     IF WS-LOG-COUNT = ZERO
012790         DISPLAY "PLANMNT: NO CHANGES APPLIED - PRMPLANS AND "
012800                 "PRMCAL LEFT AS THEY WERE."
012810         GO TO 3000-EXIT
012820     END-IF.
012830     IF WS-LIB-CHANGED
012840         PERFORM 3100-REWRITE-LIBRARY THRU 3100-EXIT
012850     END-IF.
012860     IF WS-CAL-CHANGED
012870         PERFORM 3200-REWRITE-CALENDAR THRU 3200-EXIT
012880     END-IF.
012890     PERFORM 3300-APPEND-CHANGE-LOG THRU 3300-EXIT.
012900 3000-EXIT.
012910     EXIT.
012920*================================================================
012930 3100-REWRITE-LIBRARY SECTION.
012940*================================================================
012950 3100-START.
012960     OPEN OUTPUT PLAN-LIBRARY-FILE.
012970     IF NOT WS-PLAN-FILE-OK
012980         DISPLAY "PLANMNT: UNABLE TO OPEN PRMPLANS FOR OUTPUT, "
012990                 "STATUS=" WS-PLAN-FILE-STATUS
013000         MOVE 16 TO RETURN-CODE
013010         STOP RUN
013020     END-IF.
013030     PERFORM 3110-WRITE-ONE-PLAN-LINE THRU 3110-EXIT
013040         VARYING LIB-IDX FROM 1 BY 1
013050         UNTIL LIB-IDX > WS-LIB-COUNT.
013060     CLOSE PLAN-LIBRARY-FILE.
013070     DISPLAY "PLANMNT: PRMPLANS REWRITTEN - " WS-LIB-COUNT
013080             " LINES.".
013090 3100-EXIT.
013100     EXIT.
013110*================================================================
013120 3110-WRITE-ONE-PLAN-LINE SECTION.
013130*================================================================
013140 3110-START.
013150     MOVE LB-RECORD (LIB-IDX) TO PRM-PLAN-RECORD.
013160     WRITE PRM-PLAN-RECORD.
013170 3110-EXIT.
013180     EXIT.
013190*================================================================
013200 3200-REWRITE-CALENDAR SECTION.
013210*================================================================
013220 3200-START.
013230     OPEN OUTPUT CALENDAR-FILE.
013240     IF NOT WS-CAL-FILE-OK
013250         DISPLAY "PLANMNT: UNABLE TO OPEN PRMCAL FOR OUTPUT, "
013260                 "STATUS=" WS-CAL-FILE-STATUS
013270         MOVE 16 TO RETURN-CODE
013280         STOP RUN
013290     END-IF.
013300     PERFORM 3210-WRITE-ONE-RULE THRU 3210-EXIT
013310         VARYING CAL-IDX FROM 1 BY 1
013320         UNTIL CAL-IDX > WS-CAL-COUNT.
013330     CLOSE CALENDAR-FILE.
013340     DISPLAY "PLANMNT: PRMCAL REWRITTEN - " WS-CAL-COUNT
013350             " RULES.".
013360 3200-EXIT.
013370     EXIT.
013380*================================================================
013390 3210-WRITE-ONE-RULE SECTION.
013400*================================================================
013410 3210-START.
013420     MOVE CR-RECORD (CAL-IDX) TO PRM-CAL-RECORD.
013430     WRITE PRM-CAL-RECORD.
013440 3210-EXIT.
013450     EXIT.
013460*================================================================
013470 3300-APPEND-CHANGE-LOG SECTION.
013480*================================================================
013490 3300-START.
013500     OPEN EXTEND CHANGE-LOG-FILE.
013510     IF WS-PCLOG-FILE-NOT-FOUND
013520         OPEN OUTPUT CHANGE-LOG-FILE
013530         CLOSE CHANGE-LOG-FILE
013540         OPEN EXTEND CHANGE-LOG-FILE
013550     END-IF.
013560     IF NOT WS-PCLOG-FILE-OK
013570         DISPLAY "PLANMNT: UNABLE TO OPEN PRMPCLOG, STATUS="
013580                 WS-PCLOG-FILE-STATUS
013590         MOVE 16 TO RETURN-CODE
013600         STOP RUN
013610     END-IF.
013620     PERFORM 3310-WRITE-ONE-LOG-RECORD THRU 3310-EXIT
013630         VARYING LOG-IDX FROM 1 BY 1
013640         UNTIL LOG-IDX > WS-LOG-COUNT.
013650     CLOSE CHANGE-LOG-FILE.
013660 3300-EXIT.
013670     EXIT.
013680*================================================================
013690 3310-WRITE-ONE-LOG-RECORD SECTION.
013700*================================================================
013710 3310-START.
013720     MOVE SPACES TO PRM-PCLOG-RECORD.
013730     MOVE WS-TODAY-DATE TO PRM-PCLOG-DATE.
013740     MOVE WS-TODAY-TIME TO PRM-PCLOG-TIME.
013750     MOVE LG-INITIALS (LOG-IDX) TO PRM-PCLOG-INITIALS.
013760     MOVE LG-FILE (LOG-IDX) TO PRM-PCLOG-FILE.
013770     MOVE LG-ACTION (LOG-IDX) TO PRM-PCLOG-ACTION.
013780     MOVE LG-BEFORE (LOG-IDX) TO PRM-PCLOG-BEFORE.
013790     MOVE LG-AFTER (LOG-IDX) TO PRM-PCLOG-AFTER.
013800     WRITE PRM-PCLOG-RECORD.
013810 3310-EXIT.
013820     EXIT.
013830*================================================================
013840 4000-VERIFY-LIBRARY SECTION.
013850*================================================================
013860* VALIDATES EVERY PLAN IN THE LIBRARY (AS AMENDED IN STORAGE BY
013870* THE DECK) AND EVERY CALENDAR RULE. A PLAN NO RULE NAMES IS
013880* SHOWN BUT IS NOT A FAULT - IT MAY BE KEPT FOR HAND SUBMITS.
013890*================================================================
013900 4000-START.
013910     DISPLAY "PLANMNT: VERIFYING " WS-LIB-COUNT
013920             " PLAN-LIBRARY LINES AND " WS-CAL-COUNT
013930             " CALENDAR RULES.".
013940     PERFORM 4100-VERIFY-ONE-PLAN THRU 4100-EXIT
013950         VARYING VFY-IDX FROM 1 BY 1
013960         UNTIL VFY-IDX > WS-LIB-COUNT.
013970     PERFORM 4200-VERIFY-ONE-RULE THRU 4200-EXIT
013980         VARYING CAL-IDX FROM 1 BY 1
013990         UNTIL CAL-IDX > WS-CAL-COUNT.
014000 4000-EXIT.
014010     EXIT.
014020*================================================================
014030 4100-VERIFY-ONE-PLAN SECTION.
014040*================================================================
014050* EACH PLAN IS VERIFIED ONCE, AT ITS FIRST LINE.
014060*================================================================
014070 4100-START.
014080     MOVE LB-PLAN-NAME (VFY-IDX) TO WS-SUBJECT-PLAN.
014090     PERFORM 2810-FIND-PLAN THRU 2810-EXIT.
014100     SUBTRACT 1 FROM LIB-IDX.
014110     IF LIB-IDX NOT = VFY-IDX
014120         GO TO 4100-EXIT
014130     END-IF.
014140     PERFORM 2600-VALIDATE-PLAN THRU 2600-EXIT.
014150     PERFORM 2800-CHECK-PLAN-REFERENCED THRU 2800-EXIT.
014160     MOVE WS-PLAN-LINES TO WS-PLAN-LINE-ED.
014170     IF WS-PLAN-REASON NOT = SPACES
014180         DISPLAY "EXCEPTION: PLAN " WS-SUBJECT-PLAN " - "
014190                 WS-PLAN-REASON
014200         ADD 1 TO WS-VERIFY-PROBLEMS
014210         GO TO 4100-EXIT
014220     END-IF.
014230     IF WS-PLAN-WINDOWS = ZERO
014240         DISPLAY "PLANMNT:   PLAN " WS-SUBJECT-PLAN
014250                 " LINES=" WS-PLAN-LINE-ED
014260                 " ENTRIES=" WS-PLAN-ENTRIES-ED
014270                 " NO WINDOW - OK"
014280     ELSE
014290         DISPLAY "PLANMNT:   PLAN " WS-SUBJECT-PLAN
014300                 " LINES=" WS-PLAN-LINE-ED
014310                 " ENTRIES=" WS-PLAN-ENTRIES-ED
014320                 " CUTOFF=" WS-PLAN-CUTOFF " - OK"
014330     END-IF.
014340     IF NOT WS-PLAN-REFERENCED
014350         DISPLAY "PLANMNT:   PLAN " WS-SUBJECT-PLAN
014360                 " IS NOT NAMED BY ANY CALENDAR RULE."
014370     END-IF.
014380 4100-EXIT.
014390     EXIT.
014400*================================================================
014410 4200-VERIFY-ONE-RULE SECTION.
014420*================================================================
014430* THE SAME CHECKS AN ADD CARD GETS, FOR RULES THAT WERE PUNCHED
014440* BY HAND BEFORE THIS PROGRAM EXISTED.
014450*================================================================
014460 4200-START.
014470     MOVE CR-RECORD (CAL-IDX) TO WS-NEW-RULE.
014480     IF NR-DATE > ZERO
014490         MOVE NR-DATE TO WS-CHECK-DATE
014500         PERFORM 2450-CHECK-DATE THRU 2450-EXIT
014510         IF NOT WS-DATE-VALID
014520             DISPLAY "EXCEPTION: CALENDAR RULE " WS-NEW-RULE
014530                     " - NOT A VALID DATE"
014540             ADD 1 TO WS-VERIFY-PROBLEMS
014550         END-IF
014560     ELSE
014570         IF NR-DOW NOT = "*  "
014580             AND NR-DOW NOT = SPACES
014590             PERFORM 2460-CHECK-DOW-TAG THRU 2460-EXIT
014600             IF WS-DOW-FOUND = ZERO
014610                 DISPLAY "EXCEPTION: CALENDAR RULE " WS-NEW-RULE
014620                         " - UNKNOWN DAY TAG, NEVER MATCHES"
014630                 ADD 1 TO WS-VERIFY-PROBLEMS
014640             END-IF
014650         END-IF
014660     END-IF.
014670     IF NR-SKIP = 'Y'
014680         GO TO 4200-EXIT
014690     END-IF.
014700     MOVE NR-PLAN-NAME TO WS-SUBJECT-PLAN.
014710     PERFORM 2810-FIND-PLAN THRU 2810-EXIT.
014720     IF NOT WS-PLAN-FOUND
014730         DISPLAY "EXCEPTION: CALENDAR RULE " WS-NEW-RULE
014740                 " - PLAN IS NOT IN THE LIBRARY"
014750         ADD 1 TO WS-VERIFY-PROBLEMS
014760     END-IF.
014761     IF NR-FALLBACK-PLAN NOT = SPACES
014762         MOVE NR-FALLBACK-PLAN TO WS-SUBJECT-PLAN
014763         PERFORM 2810-FIND-PLAN THRU 2810-EXIT
014764         IF NOT WS-PLAN-FOUND
014765             DISPLAY "EXCEPTION: CALENDAR RULE " WS-NEW-RULE
014766                     " - FALLBACK PLAN IS NOT IN THE LIBRARY"
014767             ADD 1 TO WS-VERIFY-PROBLEMS
014768         END-IF
014769     END-IF.
014770 4200-EXIT.
014780     EXIT.
014790*================================================================
014800 5000-WALK-CALENDAR SECTION.
014810*================================================================
014820* RESOLVES EACH DATE OF THE WALK EXACTLY AS PLANSEL WOULD ON
014830* THAT NIGHT: FIRST MATCHING RULE WINS, A PUNCHED DATE MATCHES
014840* THAT DATE ONLY, A ZERO DATE MATCHES ON THE DAY TAG, AND '*' OR
014850* BLANK MATCHES EVERY DAY. A NIGHT PLANSEL WOULD FAIL (NO RULE,
014860* OR A PLAN THE LIBRARY LACKS OR NTHPRIME WOULD THROW OUT) IS A
014870* FAULT.
014880*================================================================
014890 5000-START.
014900     DISPLAY "PLANMNT: CALENDAR WALK FROM " WS-WALK-START-DATE
014910             " FOR " WS-WALK-DAYS " DAYS -".
014920     COMPUTE WS-WALK-DAY-NUMBER =
014930         FUNCTION INTEGER-OF-DATE (WS-WALK-START-DATE).
014940     PERFORM 5100-RESOLVE-ONE-DAY THRU 5100-EXIT
014950         VARYING WS-WALK-COUNT FROM 1 BY 1
014960         UNTIL WS-WALK-COUNT > WS-WALK-DAYS.
014970 5000-EXIT.
014980     EXIT.
014990*================================================================
015000 5100-RESOLVE-ONE-DAY SECTION.
015010*================================================================
015020 5100-START.
015030     COMPUTE WS-WALK-DATE =
015040         FUNCTION DATE-OF-INTEGER (WS-WALK-DAY-NUMBER).
015050     COMPUTE WS-DOW-NUMBER = FUNCTION MOD (WS-WALK-DAY-NUMBER 7).
015060     IF WS-DOW-NUMBER = ZERO
015070         MOVE DOW-TAG (7) TO WS-WALK-DOW
015080     ELSE
015090         MOVE DOW-TAG (WS-DOW-NUMBER) TO WS-WALK-DOW
015100     END-IF.
015110     MOVE 'N' TO WS-RULE-MATCHED-SW.
015120     MOVE 'N' TO WS-WALK-SKIP-SW.
015130     MOVE SPACES TO WS-WALK-PLAN-NAME.
015140     PERFORM 5110-TEST-ONE-RULE THRU 5110-EXIT
015150         VARYING CAL-IDX FROM 1 BY 1
015160         UNTIL CAL-IDX > WS-CAL-COUNT
015170            OR WS-RULE-MATCHED.
015180     IF NOT WS-RULE-MATCHED
015190         DISPLAY "PLANMNT:   " WS-WALK-DATE " " WS-WALK-DOW
015200                 "  NO RULE MATCHES - PLANSEL WOULD END RC=16"
015210         ADD 1 TO WS-VERIFY-PROBLEMS
015220         GO TO 5100-NEXT
015230     END-IF.
015240     IF WS-WALK-SKIP
015250         DISPLAY "PLANMNT:   " WS-WALK-DATE " " WS-WALK-DOW
015260                 "  SKIP - THE SUITE DOES NOT RUN"
015270         GO TO 5100-NEXT
015280     END-IF.
015290     MOVE WS-WALK-PLAN-NAME TO WS-SUBJECT-PLAN.
015300     PERFORM 2600-VALIDATE-PLAN THRU 2600-EXIT.
015310     IF WS-PLAN-REASON NOT = SPACES
015320         DISPLAY "PLANMNT:   " WS-WALK-DATE " " WS-WALK-DOW
015330                 "  " WS-WALK-PLAN-NAME " - " WS-PLAN-REASON
015340         ADD 1 TO WS-VERIFY-PROBLEMS
015350         GO TO 5100-NEXT
015360     END-IF.
015370     IF WS-PLAN-WINDOWS = ZERO
015380         DISPLAY "PLANMNT:   " WS-WALK-DATE " " WS-WALK-DOW
015390                 "  " WS-WALK-PLAN-NAME " " WS-PLAN-ENTRIES-ED
015400                 " ENTRIES, NO WINDOW"
015410     ELSE
015420         DISPLAY "PLANMNT:   " WS-WALK-DATE " " WS-WALK-DOW
015430                 "  " WS-WALK-PLAN-NAME " " WS-PLAN-ENTRIES-ED
015440                 " ENTRIES, CUTOFF " WS-PLAN-CUTOFF
015450     END-IF.
015460 5100-NEXT.
015470     ADD 1 TO WS-WALK-DAY-NUMBER.
015480 5100-EXIT.
015490     EXIT.
015500*================================================================
015510 5110-TEST-ONE-RULE SECTION.
015520*================================================================
015530 5110-START.
015540     IF CR-DATE (CAL-IDX) > ZERO
015550         IF CR-DATE (CAL-IDX) = WS-WALK-DATE
015560             PERFORM 5120-TAKE-THIS-RULE THRU 5120-EXIT
015570         END-IF
015580         GO TO 5110-EXIT
015590     END-IF.
015600     IF CR-DOW (CAL-IDX) = WS-WALK-DOW
015610         OR CR-DOW (CAL-IDX) = "*  "
015620         OR CR-DOW (CAL-IDX) = SPACES
015630         PERFORM 5120-TAKE-THIS-RULE THRU 5120-EXIT
015640     END-IF.
015650 5110-EXIT.
015660     EXIT.
015670*================================================================
015680 5120-TAKE-THIS-RULE SECTION.
015690*================================================================
015700 5120-START.
015710     MOVE 'Y' TO WS-RULE-MATCHED-SW.
015720     IF CR-SKIP (CAL-IDX) = 'Y'
015730         MOVE 'Y' TO WS-WALK-SKIP-SW
015740     ELSE
015750         MOVE CR-PLAN-NAME (CAL-IDX) TO WS-WALK-PLAN-NAME
015760     END-IF.
015770 5120-EXIT.
015780     EXIT.
015790*================================================================
015800 6000-SUMMARY SECTION.
015810*================================================================
015820 6000-START.
015830     DISPLAY "PLANMNT: CARDS READ=" WS-CARDS-READ
015840             " APPLIED=" WS-CARDS-APPLIED
015850             " REJECTED=" WS-CARDS-REJECTED.
015860     IF WS-VERIFY-ONLY
015870         DISPLAY "PLANMNT: VERIFY PROBLEMS=" WS-VERIFY-PROBLEMS
015880     END-IF.
015890     IF WS-CARDS-REJECTED > 0
015900         MOVE 8 TO RETURN-CODE
015910     ELSE
015920         IF WS-VERIFY-PROBLEMS > 0
015930             MOVE 4 TO RETURN-CODE
015940         ELSE
015950             MOVE 0 TO RETURN-CODE
015960         END-IF
015970     END-IF.
015980 6000-EXIT.
015990     EXIT.
