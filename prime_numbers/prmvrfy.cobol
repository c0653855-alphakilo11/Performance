000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRMVRFY.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - RESULT VERIFICATION OF
000210*                      THE NIGHT'S PRMLIST LISTINGS AGAINST THE
000220*                      CERTIFIED REFERENCE MASTER (DD PRMREF), AND
000230*                      OF EVERY LISTING AT A GIVEN N AGAINST THE
000240*                      NIGHT'S OTHER LISTINGS AT THAT N.
000250*================================================================
000260* NTHPRIME'S SELF-CHECK PROVES ONLY THAT EVERY ENTRY IN ITS
000270* PRIMES TABLE IS PRIME AND THAT THERE ARE N OF THEM - NOT THAT
000280* THEY ARE THE RIGHT N PRIMES. A SIEVE OR TRIAL-DIVISION CHANGE
000290* THAT SKIPS A PRIME STILL PASSES IT. THIS PROGRAM CHECKS THE
000300* ANSWERS THEMSELVES, AFTER THE FACT, FROM THE PERSISTED LISTING:
000310*
000320*   1. EVERY DETAIL RECORD OF EACH SELECTED RUN'S LISTING IS
000330*      WALKED IN KEY ORDER. THE DETAIL INDEXES MUST RUN 1 THRU N
000340*      WITHOUT A GAP OR A SURPLUS, THE VALUES MUST ASCEND, AND
000350*      WHEREVER THE REFERENCE MASTER CERTIFIES AN INDEX THE
000360*      LISTED VALUE MUST EQUAL THE CERTIFIED ONE.
000370*   2. EVERY SELECTED RUN AT A GIVEN N IS COMPARED INDEX BY INDEX
000380*      WITH THE FIRST SELECTED RUN AT THAT N, SO A SIEVE RUN AND A
000390*      TRIAL-DIVISION RUN OF THE SAME N MUST HAVE PRODUCED
000400*      IDENTICAL LISTINGS (AS MUST TWO RUNS OF THE SAME MODE).
000410*
000420* THE RUNS ARE THE NIGHT'S (THE SAME NIGHT SPAN MORNRPT REPORTS,
000430* FROM THE PRMLOCK START DATE OR THE VRFYCTL CARD), OR A RUN-ID
000440* RANGE FROM THE VRFYCTL CARD. A RUN THAT ENDED RC=20 OR ABOVE
000450* (TABLE EXHAUSTED, SELF-CHECK FAILED) HAS ALREADY BEEN ALERTED
000460* AS A BAD ANSWER BY NTHPRIME AND IS LISTED AS NOT VERIFIED.
000470* EVERY MISMATCH IS PRINTED IN THE EXCEPTION REPORT NAMING THE
000480* RUN-ID AND THE FIRST DIFFERING INDEX, AND RAISES A WRONGANS
000490* ALERT RECORD (DD PRMALERT). RC=8 WHEN ANY EXCEPTION WAS FOUND,
000500* RC=16 WHEN THE REFERENCE MASTER OR THE INPUT FILES COULD NOT
000510* BE READ, RC=0 WHEN EVERY ANSWER CHECKED OUT - A FAST WRONG
000520* ANSWER IS WORSE THAN A SLOW RIGHT ONE.
000530*================================================================
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT VERIFY-CONTROL-FILE ASSIGN TO "VRFYCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-VFCTL-FILE-STATUS.
000600     SELECT LOCK-FILE ASSIGN TO "PRMLOCK"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-LOCK-FILE-STATUS.
000630     SELECT REFERENCE-FILE ASSIGN TO "PRMREF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REF-FILE-STATUS.
000660     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-HIST-FILE-STATUS.
000690     SELECT LISTING-FILE ASSIGN TO "PRMLIST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PRM-LIST-KEY
000730         FILE STATUS IS WS-LIST-FILE-STATUS.
000740     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ALERT-FILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  VERIFY-CONTROL-FILE.
000810     COPY PRMVFCTL.
000820 FD  LOCK-FILE.
000830     COPY PRMLOCK.
000840 FD  REFERENCE-FILE.
000850     COPY PRMREF.
000860 FD  HISTORY-FILE.
000870     COPY PRMHIST.
000880 FD  LISTING-FILE.
000890     COPY PRMLIST.
000900 FD  ALERT-FILE.
000910     COPY PRMALERT.
000920*
000930 WORKING-STORAGE SECTION.
000940 01  WS-VFCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000950     88  WS-VFCTL-FILE-OK                 VALUE '00'.
000960     88  WS-VFCTL-FILE-NOT-FOUND          VALUE '35'.
000970 01  WS-LOCK-FILE-STATUS             PIC X(02) VALUE '00'.
000980     88  WS-LOCK-FILE-OK                  VALUE '00'.
000990     88  WS-LOCK-FILE-NOT-FOUND           VALUE '35'.
001000 01  WS-REF-FILE-STATUS              PIC X(02) VALUE '00'.
001010     88  WS-REF-FILE-OK                   VALUE '00'.
001020 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
001030     88  WS-HIST-FILE-OK                  VALUE '00'.
001040 01  WS-LIST-FILE-STATUS             PIC X(02) VALUE '00'.
001050     88  WS-LIST-FILE-OK                  VALUE '00'.
001060 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
001070     88  WS-ALERT-FILE-OK                 VALUE '00'.
001080     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
001090*
001100 01  WS-REF-EOF-SW                   PIC X(01) VALUE 'N'.
001110     88  WS-AT-REF-EOF                   VALUE 'Y'.
001120 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
001130     88  WS-AT-HIST-EOF                  VALUE 'Y'.
001140 01  WS-LIST-EOF-SW                  PIC X(01) VALUE 'N'.
001150     88  WS-AT-LIST-EOF                  VALUE 'Y'.
001160*
001170 01  DEFAULT-NIGHT-END-TIME          PIC 9(08)
001180                                     VALUE 12000000.
001190 01  WS-REPORT-DATE                  PIC 9(08) VALUE ZERO.
001200 01  WS-REPORT-DAY                   PIC S9(09) COMP VALUE ZERO.
001210 01  WS-NEXT-DATE                    PIC 9(08) VALUE ZERO.
001220 01  WS-NIGHT-END-TIME               PIC 9(08) VALUE ZERO.
001230 01  WS-TEST-DATE                    PIC 9(08) VALUE ZERO.
001240 01  WS-TEST-TIME                    PIC 9(08) VALUE ZERO.
001250 01  WS-IN-NIGHT-SW                  PIC X(01) VALUE 'N'.
001260     88  WS-IN-NIGHT                     VALUE 'Y'.
001270 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
001280 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
001290     05  WS-TODAY-DATE               PIC 9(08).
001300     05  FILLER                      PIC X(13).
001310 01  WS-LOCK-READ-SW                 PIC X(01) VALUE 'N'.
001320     88  WS-LOCK-WAS-READ                VALUE 'Y'.
001330*
001340*----------------------------------------------------------------
001350* A NON-ZERO RUN-ID RANGE ON THE VRFYCTL CARD SELECTS BY RUN-ID
001360* INSTEAD OF BY NIGHT.
001370*----------------------------------------------------------------
001380 01  WS-SEL-BY-RUN-ID-SW             PIC X(01) VALUE 'N'.
001390     88  WS-SEL-IS-BY-RUN-ID             VALUE 'Y'.
001400 01  WS-SEL-RUN-ID-FROM              PIC 9(08) VALUE ZERO.
001410 01  WS-SEL-RUN-ID-TO                PIC 9(08) VALUE ZERO.
001420*
001430*----------------------------------------------------------------
001440* THE CERTIFIED MASTER, LOADED BY DIRECT ADDRESS: RF-VALUE (I)
001450* IS THE CERTIFIED I-TH PRIME, OR ZERO WHERE THE MASTER CARRIES
001460* NO CHECKPOINT FOR I. SIZED TO NTHPRIME'S PRIMES TABLE.
001470*----------------------------------------------------------------
001480 01  WS-MAX-REF-INDEX                PIC 9(05) COMP VALUE 10000.
001490 01  WS-REF-COUNT                    PIC 9(05) COMP VALUE ZERO.
001500 01  WS-REF-LAST-INDEX               PIC 9(06) VALUE ZERO.
001510 01  WS-RF-IDX                       PIC 9(05) COMP VALUE ZERO.
001520 01  REFERENCE-TABLE.
001530     05  RF-VALUE OCCURS 10000 TIMES PIC 9(10).
001540*
001550*----------------------------------------------------------------
001560* THE SELECTED RUNS, ONE SLOT PER PRMHIST RECORD, WITH THE
001570* OUTCOME OF EACH CHECK.
001580*----------------------------------------------------------------
001590 01  WS-MAX-RUNS                     PIC 9(03) COMP VALUE 100.
001600 01  WS-RUN-COUNT                    PIC 9(03) COMP VALUE ZERO.
001610 01  WS-VR-IDX                       PIC 9(03) COMP VALUE ZERO.
001620 01  WS-BASE-IDX                     PIC 9(03) COMP VALUE ZERO.
001630 01  WS-BASE-FOUND-SW                PIC X(01) VALUE 'N'.
001640     88  WS-BASE-FOUND                   VALUE 'Y'.
001650 01  VERIFY-RUN-TABLE.
001660     05  VERIFY-RUN OCCURS 100 TIMES.
001670         10  VR-RUN-ID               PIC 9(08).
001680         10  VR-RUN-DATE             PIC 9(08).
001690         10  VR-RUN-TIME             PIC 9(08).
001700         10  VR-N                    PIC 9(06).
001710         10  VR-MODE                 PIC X(01).
001720         10  VR-RETURN-CODE          PIC 9(04).
001730         10  VR-LISTED-SW            PIC X(01).
001740             88  VR-LISTED               VALUE 'Y'.
001750*
001760*----------------------------------------------------------------
001770* LISTING WALK AND COMPARISON WORK AREAS. A ZERO DIFFERING INDEX
001780* MEANS "NO DIFFERENCE FOUND (YET)".
001790*----------------------------------------------------------------
001800 01  WS-EXPECT-INDEX                 PIC 9(06) VALUE ZERO.
001810 01  WS-PRIOR-VALUE                  PIC 9(10) VALUE ZERO.
001820 01  WS-CHECKPOINTS                  PIC 9(05) COMP VALUE ZERO.
001830 01  WS-DIFF-INDEX                   PIC 9(06) VALUE ZERO.
001840 01  WS-DIFF-LISTED                  PIC 9(10) VALUE ZERO.
001850 01  WS-DIFF-EXPECTED                PIC 9(10) VALUE ZERO.
001860 01  WS-DIFF-REASON                  PIC X(30) VALUE SPACES.
001870 01  WS-CMP-INDEX                    PIC 9(06) VALUE ZERO.
001880 01  WS-CMP-VALUE-THIS               PIC 9(10) VALUE ZERO.
001890 01  WS-CMP-VALUE-BASE               PIC 9(10) VALUE ZERO.
001900*
001910 01  WS-RUNS-VERIFIED                PIC 9(04) COMP VALUE ZERO.
001920 01  WS-RUNS-NOT-VERIFIED            PIC 9(04) COMP VALUE ZERO.
001930 01  WS-PAIRS-COMPARED               PIC 9(04) COMP VALUE ZERO.
001940 01  WS-RUNS-DROPPED                 PIC 9(04) COMP VALUE ZERO.
001950 01  WS-EXCEPTION-COUNT              PIC 9(04) COMP VALUE ZERO.
001960 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001970*
001980 PROCEDURE DIVISION.
001990*================================================================
002000 0000-MAINLINE SECTION.
002010*================================================================
002020 0000-START.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-SELECT-RUNS THRU 2000-EXIT
002050         UNTIL WS-AT-HIST-EOF.
002060     CLOSE HISTORY-FILE.
002070     IF WS-RUN-COUNT = ZERO
002080         DISPLAY "PRMVRFY: NO RUNS SELECTED - NOTHING TO VERIFY."
002090     END-IF.
002100     PERFORM 3000-VERIFY-ONE-RUN THRU 3000-EXIT
002110         VARYING WS-VR-IDX FROM 1 BY 1
002120             UNTIL WS-VR-IDX > WS-RUN-COUNT.
002130     PERFORM 4000-COMPARE-ONE-RUN THRU 4000-EXIT
002140         VARYING WS-VR-IDX FROM 1 BY 1
002150             UNTIL WS-VR-IDX > WS-RUN-COUNT.
002160     PERFORM 5000-SUMMARY THRU 5000-EXIT.
002170     GO TO 0000-EXIT.
002180 0000-EXIT.
002190     STOP RUN.
002200*================================================================
002210 1000-INITIALIZE SECTION.
002220*================================================================
002230 1000-START.
002240     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
002250     PERFORM 1100-READ-LOCK-RECORD THRU 1100-EXIT.
002260     PERFORM 1200-RESOLVE-SELECTION THRU 1200-EXIT.
002270     PERFORM 1300-SET-NIGHT-SPAN THRU 1300-EXIT.
002280     PERFORM 1400-LOAD-REFERENCE-MASTER THRU 1400-EXIT.
002290     OPEN INPUT HISTORY-FILE.
002300     IF NOT WS-HIST-FILE-OK
002310         DISPLAY "PRMVRFY: UNABLE TO OPEN PRMHIST, STATUS="
002320                 WS-HIST-FILE-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     OPEN INPUT LISTING-FILE.
002370     IF NOT WS-LIST-FILE-OK
002380         DISPLAY "PRMVRFY: UNABLE TO OPEN PRMLIST, STATUS="
002390                 WS-LIST-FILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     IF WS-SEL-IS-BY-RUN-ID
002440         DISPLAY "PRMVRFY: RESULT VERIFICATION OF RUN-IDS "
002450                 WS-SEL-RUN-ID-FROM " THRU " WS-SEL-RUN-ID-TO
002460     ELSE
002470         DISPLAY "PRMVRFY: RESULT VERIFICATION FOR THE NIGHT OF "
002480                 WS-REPORT-DATE " (INTO " WS-NEXT-DATE
002490                 " UP TO " WS-NIGHT-END-TIME ")"
002500     END-IF.
002510     DISPLAY "PRMVRFY: REFERENCE MASTER CARRIES " WS-REF-COUNT
002520             " CERTIFIED CHECKPOINTS.".
002530     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
002540 1000-EXIT.
002550     EXIT.
002560*================================================================
002570 1100-READ-LOCK-RECORD SECTION.
002580*================================================================
002590* THE RUN-STATUS RECORD SUPPLIES "LAST NIGHT" (ITS START DATE)
002600* AND THE NIGHT'S END STAMP. A MISSING OR UNREADABLE RECORD IS
002610* NOT AN ERROR - THE NIGHT THEN DEFAULTS TO TODAY, ENDING NOON.
002620*================================================================
002630 1100-START.
002640     OPEN INPUT LOCK-FILE.
002650     IF WS-LOCK-FILE-NOT-FOUND
002660         GO TO 1100-EXIT
002670     END-IF.
002680     IF NOT WS-LOCK-FILE-OK
002690         DISPLAY "PRMVRFY: UNABLE TO OPEN PRMLOCK, STATUS="
002700                 WS-LOCK-FILE-STATUS
002710         GO TO 1100-EXIT
002720     END-IF.
002730     READ LOCK-FILE
002740         AT END
002750             CLOSE LOCK-FILE
002760             GO TO 1100-EXIT
002770     END-READ.
002780     CLOSE LOCK-FILE.
002790     MOVE 'Y' TO WS-LOCK-READ-SW.
002800 1100-EXIT.
002810     EXIT.
002820*================================================================
002830 1200-RESOLVE-SELECTION SECTION.
002840*================================================================
002850* A NON-ZERO RUN-ID RANGE ON THE OPTIONAL VRFYCTL CARD WINS; A
002860* RUN DATE NAMES THE NIGHT; WITHOUT EITHER, THE START DATE ON
002870* THE LOCK RECORD IS "LAST NIGHT", AND TODAY IS THE LAST RESORT.
002880*================================================================
002890 1200-START.
002900     OPEN INPUT VERIFY-CONTROL-FILE.
002910     IF WS-VFCTL-FILE-NOT-FOUND
002920         GO TO 1200-DEFAULT
002930     END-IF.
002940     IF NOT WS-VFCTL-FILE-OK
002950         DISPLAY "PRMVRFY: UNABLE TO OPEN VRFYCTL, STATUS="
002960                 WS-VFCTL-FILE-STATUS
002970         GO TO 1200-DEFAULT
002980     END-IF.
002990     READ VERIFY-CONTROL-FILE
003000         AT END
003010             CLOSE VERIFY-CONTROL-FILE
003020             GO TO 1200-DEFAULT
003030     END-READ.
003040     CLOSE VERIFY-CONTROL-FILE.
003050     IF PRM-VFCTL-RUN-ID-FROM IS NUMERIC
003060         AND PRM-VFCTL-RUN-ID-FROM > ZERO
003070         MOVE 'Y' TO WS-SEL-BY-RUN-ID-SW
003080         MOVE PRM-VFCTL-RUN-ID-FROM TO WS-SEL-RUN-ID-FROM
003090         IF PRM-VFCTL-RUN-ID-TO IS NUMERIC
003100             AND PRM-VFCTL-RUN-ID-TO >= PRM-VFCTL-RUN-ID-FROM
003110             MOVE PRM-VFCTL-RUN-ID-TO TO WS-SEL-RUN-ID-TO
003120         ELSE
003130             MOVE PRM-VFCTL-RUN-ID-FROM TO WS-SEL-RUN-ID-TO
003140         END-IF
003150         GO TO 1200-EXIT
003160     END-IF.
003170     IF PRM-VFCTL-RUN-DATE IS NUMERIC
003180         AND PRM-VFCTL-RUN-DATE > ZERO
003190         MOVE PRM-VFCTL-RUN-DATE TO WS-REPORT-DATE
003200         GO TO 1200-EXIT
003210     END-IF.
003220 1200-DEFAULT.
003230     IF WS-LOCK-WAS-READ
003240         AND PRM-LOCK-START-DATE IS NUMERIC
003250         AND PRM-LOCK-START-DATE > ZERO
003260         MOVE PRM-LOCK-START-DATE TO WS-REPORT-DATE
003270     ELSE
003280         MOVE WS-TODAY-DATE TO WS-REPORT-DATE
003290     END-IF.
003300 1200-EXIT.
003310     EXIT.
003320*================================================================
003330 1300-SET-NIGHT-SPAN SECTION.
003340*================================================================
003350* THE SAME NIGHT SPAN MORNRPT REPORTS: THE REPORT DATE PLUS THE
003360* NEXT MORNING UP TO THE SUITE'S END STAMP FROM PRMLOCK WHEN THE
003370* RUN THAT STARTED ON THE REPORT DATE ENDED THE NEXT DAY, NOTHING
003380* OF THE NEXT DAY WHEN IT ENDED THE SAME DATE, AND NOON WHEN THE
003390* END IS UNKNOWN. NOT NEEDED FOR A RUN-ID SELECTION.
003400*================================================================
003410 1300-START.
003420     IF WS-SEL-IS-BY-RUN-ID
003430         GO TO 1300-EXIT
003440     END-IF.
003450     COMPUTE WS-REPORT-DAY =
003460         FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
003470     IF WS-REPORT-DAY = ZERO
003480         MOVE ZERO TO WS-NEXT-DATE
003490         MOVE ZERO TO WS-NIGHT-END-TIME
003500         GO TO 1300-EXIT
003510     END-IF.
003520     COMPUTE WS-NEXT-DATE =
003530         FUNCTION DATE-OF-INTEGER (WS-REPORT-DAY + 1).
003540     MOVE DEFAULT-NIGHT-END-TIME TO WS-NIGHT-END-TIME.
003550     IF WS-LOCK-WAS-READ
003560         AND PRM-LOCK-RUN-ENDED
003570         AND PRM-LOCK-START-DATE = WS-REPORT-DATE
003580         AND PRM-LOCK-END-DATE IS NUMERIC
003590         IF PRM-LOCK-END-DATE = WS-NEXT-DATE
003600             MOVE PRM-LOCK-END-TIME TO WS-NIGHT-END-TIME
003610         ELSE
003620         IF PRM-LOCK-END-DATE = WS-REPORT-DATE
003630             MOVE ZERO TO WS-NIGHT-END-TIME
003640         END-IF
003650         END-IF
003660     END-IF.
003670 1300-EXIT.
003680     EXIT.
003690*================================================================
003700 1400-LOAD-REFERENCE-MASTER SECTION.
003710*================================================================
003720* THE MASTER IS THE YARDSTICK, SO IT IS HELD TO A HIGHER
003730* STANDARD THAN THE LISTINGS: A MISSING MASTER, AN EMPTY ONE, OR
003740* A RECORD OUT OF RANGE OR OUT OF ASCENDING ORDER STOPS THE RUN
003750* WITH RC=16 RATHER THAN CERTIFYING ANYTHING AGAINST IT.
003760*================================================================
003770 1400-START.
003780     INITIALIZE REFERENCE-TABLE.
003790     OPEN INPUT REFERENCE-FILE.
003800     IF NOT WS-REF-FILE-OK
003810         DISPLAY "PRMVRFY: UNABLE TO OPEN PRMREF, STATUS="
003820                 WS-REF-FILE-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     PERFORM 1410-LOAD-ONE-CHECKPOINT THRU 1410-EXIT
003870         UNTIL WS-AT-REF-EOF.
003880     CLOSE REFERENCE-FILE.
003890     IF WS-REF-COUNT = ZERO
003900         DISPLAY "PRMVRFY: REFERENCE MASTER PRMREF IS EMPTY - "
003910                 "NOTHING TO VERIFY AGAINST."
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950 1400-EXIT.
003960     EXIT.
003970*================================================================
003980 1410-LOAD-ONE-CHECKPOINT SECTION.
003990*================================================================
004000 1410-START.
004010     READ REFERENCE-FILE
004020         AT END
004030             MOVE 'Y' TO WS-REF-EOF-SW
004040             GO TO 1410-EXIT
004050     END-READ.
004060     IF PRM-REF-RECORD = SPACES
004070         GO TO 1410-EXIT
004080     END-IF.
004090     IF PRM-REF-INDEX IS NOT NUMERIC
004100         OR PRM-REF-VALUE IS NOT NUMERIC
004110         OR PRM-REF-INDEX = ZERO
004120         OR PRM-REF-INDEX > WS-MAX-REF-INDEX
004130         OR PRM-REF-INDEX <= WS-REF-LAST-INDEX
004140         OR PRM-REF-VALUE = ZERO
004150         DISPLAY "PRMVRFY: REFERENCE MASTER RECORD REJECTED - "
004160                 "INDEX MISSING, OUT OF RANGE, OR OUT OF ORDER: "
004170                 PRM-REF-RECORD
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     MOVE PRM-REF-VALUE TO RF-VALUE (PRM-REF-INDEX).
004220     MOVE PRM-REF-INDEX TO WS-REF-LAST-INDEX.
004230     ADD 1 TO WS-REF-COUNT.
004240 1410-EXIT.
004250     EXIT.
004260*================================================================
004270 2000-SELECT-RUNS SECTION.
004280*================================================================
004290* TAKES EVERY HISTORY RECORD WITH A RUN-ID INSIDE THE SELECTION.
004300* A RECORD WITHOUT A RUN-ID PREDATES THE KEYED LISTING FILE AND
004310* HAS NO LISTING TO VERIFY. EXCLUDED RECORDS ARE STILL VERIFIED -
004320* A RUN EXCLUDED FROM THE TIMINGS STILL PRODUCED AN ANSWER.
004330*================================================================
004340 2000-START.
004350     IF PRM-HIST-RUN-ID IS NOT NUMERIC
004360         OR PRM-HIST-RUN-ID = ZERO
004370         GO TO 2000-NEXT
004380     END-IF.
004390     IF WS-SEL-IS-BY-RUN-ID
004400         IF PRM-HIST-RUN-ID < WS-SEL-RUN-ID-FROM
004410             OR PRM-HIST-RUN-ID > WS-SEL-RUN-ID-TO
004420             GO TO 2000-NEXT
004430         END-IF
004440     ELSE
004450         MOVE PRM-HIST-RUN-DATE TO WS-TEST-DATE
004460         MOVE PRM-HIST-RUN-TIME TO WS-TEST-TIME
004470         PERFORM 5300-TEST-NIGHT-SPAN THRU 5300-EXIT
004480         IF NOT WS-IN-NIGHT
004490             GO TO 2000-NEXT
004500         END-IF
004510     END-IF.
004520     IF WS-RUN-COUNT >= WS-MAX-RUNS
004530         ADD 1 TO WS-RUNS-DROPPED
004540         GO TO 2000-NEXT
004550     END-IF.
004560     ADD 1 TO WS-RUN-COUNT.
004570     MOVE PRM-HIST-RUN-ID TO VR-RUN-ID (WS-RUN-COUNT).
004580     MOVE PRM-HIST-RUN-DATE TO VR-RUN-DATE (WS-RUN-COUNT).
004590     MOVE PRM-HIST-RUN-TIME TO VR-RUN-TIME (WS-RUN-COUNT).
004600     MOVE PRM-HIST-N TO VR-N (WS-RUN-COUNT).
004610     MOVE PRM-HIST-MODE TO VR-MODE (WS-RUN-COUNT).
004620     IF PRM-HIST-RETURN-CODE IS NUMERIC
004630         MOVE PRM-HIST-RETURN-CODE
004640             TO VR-RETURN-CODE (WS-RUN-COUNT)
004650     ELSE
004660         MOVE ZERO TO VR-RETURN-CODE (WS-RUN-COUNT)
004670     END-IF.
004680     MOVE 'N' TO VR-LISTED-SW (WS-RUN-COUNT).
004690 2000-NEXT.
004700     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
004710 2000-EXIT.
004720     EXIT.
004730*================================================================
004740 2900-READ-NEXT-HIST SECTION.
004750*================================================================
004760 2900-START.
004770     READ HISTORY-FILE
004780         AT END
004790             MOVE 'Y' TO WS-HIST-EOF-SW
004800     END-READ.
004810 2900-EXIT.
004820     EXIT.
004830*================================================================
004840 3000-VERIFY-ONE-RUN SECTION.
004850*================================================================
004860* WALKS ONE RUN'S LISTING FROM ITS HEADER KEY (RUN-ID, DETAIL
004870* INDEX ZERO) UNTIL THE FIRST KEY OF ANOTHER RUN OR THE FIRST
004880* DIFFERENCE. A LISTING THAT STOPS SHORT OF N DIFFERS AT THE
004890* FIRST MISSING INDEX; A RUN WITH NO LISTING AT ALL HAS NO
004900* ANSWER THAT CAN BE CERTIFIED AND DIFFERS AT INDEX 1.
004910*================================================================
004920 3000-START.
004930     IF VR-RETURN-CODE (WS-VR-IDX) >= 20
004940         ADD 1 TO WS-RUNS-NOT-VERIFIED
004950         DISPLAY "RUN-ID " VR-RUN-ID (WS-VR-IDX)
004960                 " N=" VR-N (WS-VR-IDX)
004970                 " MODE=" VR-MODE (WS-VR-IDX)
004980                 " NOT VERIFIED - RUN ENDED RC="
004990                 VR-RETURN-CODE (WS-VR-IDX)
005000                 " AND WAS ALERTED BY NTHPRIME"
005010         GO TO 3000-EXIT
005020     END-IF.
005030     ADD 1 TO WS-RUNS-VERIFIED.
005040     MOVE ZERO TO WS-EXPECT-INDEX WS-PRIOR-VALUE WS-CHECKPOINTS.
005050     MOVE ZERO TO WS-DIFF-INDEX WS-DIFF-LISTED WS-DIFF-EXPECTED.
005060     MOVE SPACES TO WS-DIFF-REASON.
005070     MOVE 'N' TO WS-LIST-EOF-SW.
005080     MOVE VR-RUN-ID (WS-VR-IDX) TO PRM-LIST-RUN-ID.
005090     MOVE ZERO TO PRM-LIST-DET-INDEX.
005100     START LISTING-FILE
005110         KEY IS NOT LESS THAN PRM-LIST-KEY
005120         INVALID KEY
005130             MOVE 'Y' TO WS-LIST-EOF-SW
005140     END-START.
005150     IF NOT WS-AT-LIST-EOF
005160         PERFORM 3900-READ-NEXT-LIST-RECORD THRU 3900-EXIT
005170     END-IF.
005180     IF WS-AT-LIST-EOF
005190         MOVE 1 TO WS-DIFF-INDEX
005200         MOVE "NO PRMLIST LISTING ON FILE" TO WS-DIFF-REASON
005210         GO TO 3000-REPORT
005220     END-IF.
005230     MOVE 'Y' TO VR-LISTED-SW (WS-VR-IDX).
005240     PERFORM 3100-CHECK-ONE-DETAIL THRU 3100-EXIT
005250         UNTIL WS-AT-LIST-EOF
005260            OR WS-DIFF-INDEX > ZERO.
005270     IF WS-DIFF-INDEX = ZERO
005280         AND WS-EXPECT-INDEX < VR-N (WS-VR-IDX)
005290         COMPUTE WS-DIFF-INDEX = WS-EXPECT-INDEX + 1
005300         MOVE "LISTING STOPS SHORT OF N" TO WS-DIFF-REASON
005310     END-IF.
005320 3000-REPORT.
005330     IF WS-DIFF-INDEX = ZERO
005340         DISPLAY "RUN-ID " VR-RUN-ID (WS-VR-IDX)
005350                 " N=" VR-N (WS-VR-IDX)
005360                 " MODE=" VR-MODE (WS-VR-IDX)
005370                 " CERTIFIED - " WS-CHECKPOINTS
005380                 " CHECKPOINTS MATCHED THE REFERENCE MASTER"
005390         GO TO 3000-EXIT
005400     END-IF.
005410     ADD 1 TO WS-EXCEPTION-COUNT.
005420     DISPLAY "EXCEPTION: RUN-ID " VR-RUN-ID (WS-VR-IDX)
005430             " N=" VR-N (WS-VR-IDX)
005440             " MODE=" VR-MODE (WS-VR-IDX)
005450             " FIRST DIFFERING INDEX=" WS-DIFF-INDEX
005460             " LISTED=" WS-DIFF-LISTED
005470             " EXPECTED=" WS-DIFF-EXPECTED
005480             " - " WS-DIFF-REASON.
005490     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520*================================================================
005530 3100-CHECK-ONE-DETAIL SECTION.
005540*================================================================
005550* ONE LISTING RECORD OF THE RUN BEING VERIFIED. THE HEADER AT
005560* INDEX ZERO IS PASSED OVER; EACH DETAIL MUST BE THE NEXT INDEX
005570* IN SEQUENCE, NO FURTHER THAN N, GREATER THAN THE PRIME BEFORE
005580* IT, AND EQUAL TO THE CERTIFIED VALUE WHERE THE MASTER HAS ONE.
005590*================================================================
005600 3100-START.
005610     IF PRM-LIST-DET-INDEX = ZERO
005620         AND PRM-LIST-IS-HEADER
005630         GO TO 3100-NEXT
005640     END-IF.
005650     ADD 1 TO WS-EXPECT-INDEX.
005660     MOVE WS-EXPECT-INDEX TO WS-DIFF-INDEX.
005670     IF NOT PRM-LIST-IS-DETAIL
005680         OR PRM-LIST-DET-INDEX NOT = WS-EXPECT-INDEX
005690         MOVE "DETAIL INDEX MISSING OR MISKEYED" TO WS-DIFF-REASON
005700         GO TO 3100-EXIT
005710     END-IF.
005720     MOVE PRM-LIST-DET-VALUE TO WS-DIFF-LISTED.
005730     IF WS-EXPECT-INDEX > VR-N (WS-VR-IDX)
005740         MOVE "SURPLUS DETAIL BEYOND N" TO WS-DIFF-REASON
005750         GO TO 3100-EXIT
005760     END-IF.
005770     IF PRM-LIST-DET-VALUE NOT > WS-PRIOR-VALUE
005780         MOVE WS-PRIOR-VALUE TO WS-DIFF-EXPECTED
005790         MOVE "VALUE NOT ABOVE THE PRIOR PRIME" TO WS-DIFF-REASON
005800         GO TO 3100-EXIT
005810     END-IF.
005820     IF WS-EXPECT-INDEX <= WS-MAX-REF-INDEX
005830         IF RF-VALUE (WS-EXPECT-INDEX) > ZERO
005840             ADD 1 TO WS-CHECKPOINTS
005850             IF PRM-LIST-DET-VALUE
005860                     NOT = RF-VALUE (WS-EXPECT-INDEX)
005870                 MOVE RF-VALUE (WS-EXPECT-INDEX)
005880                     TO WS-DIFF-EXPECTED
005890                 MOVE "DISAGREES WITH REFERENCE MASTER"
005900                     TO WS-DIFF-REASON
005910                 GO TO 3100-EXIT
005920             END-IF
005930         END-IF
005940     END-IF.
005950     MOVE PRM-LIST-DET-VALUE TO WS-PRIOR-VALUE.
005960     MOVE ZERO TO WS-DIFF-INDEX WS-DIFF-LISTED.
005970 3100-NEXT.
005980     PERFORM 3900-READ-NEXT-LIST-RECORD THRU 3900-EXIT.
005990 3100-EXIT.
006000     EXIT.
006010*================================================================
006020 3900-READ-NEXT-LIST-RECORD SECTION.
006030*================================================================
006040* THE FIRST KEY BELONGING TO ANOTHER RUN ENDS THE WALK.
006050*================================================================
006060 3900-START.
006070     READ LISTING-FILE NEXT RECORD
006080         AT END
006090             MOVE 'Y' TO WS-LIST-EOF-SW
006100             GO TO 3900-EXIT
006110     END-READ.
006120     IF PRM-LIST-RUN-ID NOT = VR-RUN-ID (WS-VR-IDX)
006130         MOVE 'Y' TO WS-LIST-EOF-SW
006140     END-IF.
006150 3900-EXIT.
006160     EXIT.
006170*================================================================
006180 4000-COMPARE-ONE-RUN SECTION.
006190*================================================================
006200* A RUN WITH A LISTING IS COMPARED WITH THE FIRST EARLIER
006210* SELECTED RUN THAT HAS A LISTING AT THE SAME N - SO EVERY SIEVE
006220* AND TRIAL-DIVISION PAIR AT THAT N IS TIED TOGETHER THROUGH THE
006230* SAME BASE RUN. THE COMPARISON READS BOTH LISTINGS BY KEY, INDEX
006240* BY INDEX, AND STOPS AT THE FIRST INDEX WHERE THEY DIFFER.
006250*================================================================
006260 4000-START.
006270     IF NOT VR-LISTED (WS-VR-IDX)
006280         GO TO 4000-EXIT
006290     END-IF.
006300     MOVE 'N' TO WS-BASE-FOUND-SW.
006310     PERFORM 4100-MATCH-ONE-BASE THRU 4100-EXIT
006320         VARYING WS-BASE-IDX FROM 1 BY 1
006330             UNTIL WS-BASE-IDX >= WS-VR-IDX
006340                OR WS-BASE-FOUND.
006350     IF NOT WS-BASE-FOUND
006360         GO TO 4000-EXIT
006370     END-IF.
006380     SUBTRACT 1 FROM WS-BASE-IDX.
006390     ADD 1 TO WS-PAIRS-COMPARED.
006400     MOVE ZERO TO WS-DIFF-INDEX WS-DIFF-LISTED WS-DIFF-EXPECTED.
006410     PERFORM 4200-COMPARE-ONE-INDEX THRU 4200-EXIT
006420         VARYING WS-CMP-INDEX FROM 1 BY 1
006430             UNTIL WS-CMP-INDEX > VR-N (WS-VR-IDX)
006440                OR WS-DIFF-INDEX > ZERO.
006450     IF WS-DIFF-INDEX = ZERO
006460         DISPLAY "RUN-ID " VR-RUN-ID (WS-VR-IDX)
006470                 " MODE=" VR-MODE (WS-VR-IDX)
006480                 " LISTING IDENTICAL TO RUN-ID "
006490                 VR-RUN-ID (WS-BASE-IDX)
006500                 " MODE=" VR-MODE (WS-BASE-IDX)
006510                 " AT N=" VR-N (WS-VR-IDX)
006520         GO TO 4000-EXIT
006530     END-IF.
006540     ADD 1 TO WS-EXCEPTION-COUNT.
006550     DISPLAY "EXCEPTION: RUN-ID " VR-RUN-ID (WS-VR-IDX)
006560             " MODE=" VR-MODE (WS-VR-IDX)
006570             " LISTING DIFFERS FROM RUN-ID "
006580             VR-RUN-ID (WS-BASE-IDX)
006590             " MODE=" VR-MODE (WS-BASE-IDX)
006600             " AT N=" VR-N (WS-VR-IDX)
006610             " - FIRST DIFFERING INDEX=" WS-DIFF-INDEX
006620             " VALUES " WS-DIFF-LISTED " VS " WS-DIFF-EXPECTED.
006630     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
006640 4000-EXIT.
006650     EXIT.
006660*================================================================
006670 4100-MATCH-ONE-BASE SECTION.
006680*================================================================
006690 4100-START.
006700     IF VR-LISTED (WS-BASE-IDX)
006710         AND VR-N (WS-BASE-IDX) = VR-N (WS-VR-IDX)
006720         MOVE 'Y' TO WS-BASE-FOUND-SW
006730     END-IF.
006740 4100-EXIT.
006750     EXIT.
006760*================================================================
006770 4200-COMPARE-ONE-INDEX SECTION.
006780*================================================================
006790* A DETAIL MISSING FROM EITHER LISTING COMPARES AS ZERO, SO A
006800* SHORT LISTING DIFFERS AT ITS FIRST MISSING INDEX.
006810*================================================================
006820 4200-START.
006830     MOVE VR-RUN-ID (WS-VR-IDX) TO PRM-LIST-RUN-ID.
006840     MOVE WS-CMP-INDEX TO PRM-LIST-DET-INDEX.
006850     MOVE ZERO TO WS-CMP-VALUE-THIS.
006860     READ LISTING-FILE
006870         KEY IS PRM-LIST-KEY
006880         INVALID KEY
006890             MOVE SPACES TO PRM-LIST-REC-TYPE
006900     END-READ.
006910     IF WS-LIST-FILE-OK
006920         AND PRM-LIST-IS-DETAIL
006930         MOVE PRM-LIST-DET-VALUE TO WS-CMP-VALUE-THIS
006940     END-IF.
006950     MOVE VR-RUN-ID (WS-BASE-IDX) TO PRM-LIST-RUN-ID.
006960     MOVE WS-CMP-INDEX TO PRM-LIST-DET-INDEX.
006970     MOVE ZERO TO WS-CMP-VALUE-BASE.
006980     READ LISTING-FILE
006990         KEY IS PRM-LIST-KEY
007000         INVALID KEY
007010             MOVE SPACES TO PRM-LIST-REC-TYPE
007020     END-READ.
007030     IF WS-LIST-FILE-OK
007040         AND PRM-LIST-IS-DETAIL
007050         MOVE PRM-LIST-DET-VALUE TO WS-CMP-VALUE-BASE
007060     END-IF.
007070     IF WS-CMP-VALUE-THIS NOT = WS-CMP-VALUE-BASE
007080         OR WS-CMP-VALUE-THIS = ZERO
007090         MOVE WS-CMP-INDEX TO WS-DIFF-INDEX
007100         MOVE WS-CMP-VALUE-THIS TO WS-DIFF-LISTED
007110         MOVE WS-CMP-VALUE-BASE TO WS-DIFF-EXPECTED
007120     END-IF.
007130 4200-EXIT.
007140     EXIT.
007150*================================================================
007160 5000-SUMMARY SECTION.
007170*================================================================
007180 5000-START.
007190     CLOSE LISTING-FILE.
007200     IF WS-RUNS-DROPPED > ZERO
007210         ADD 1 TO WS-EXCEPTION-COUNT
007220         DISPLAY "EXCEPTION: MORE THAN " WS-MAX-RUNS
007230                 " RUNS SELECTED - " WS-RUNS-DROPPED
007240                 " LEFT UNVERIFIED; NARROW THE VRFYCTL SELECTION"
007250     END-IF.
007260     DISPLAY " ".
007270     DISPLAY "PRMVRFY: RUNS SELECTED=" WS-RUN-COUNT
007280             " VERIFIED=" WS-RUNS-VERIFIED
007290             " NOT VERIFIED=" WS-RUNS-NOT-VERIFIED
007300             " PAIRS COMPARED=" WS-PAIRS-COMPARED
007310             " EXCEPTIONS=" WS-EXCEPTION-COUNT.
007320     IF WS-EXCEPTION-COUNT > ZERO
007330         MOVE 8 TO WS-RETURN-CODE
007340     ELSE
007350         MOVE 0 TO WS-RETURN-CODE
007360     END-IF.
007370     MOVE WS-RETURN-CODE TO RETURN-CODE.
007380 5000-EXIT.
007390     EXIT.
007400*================================================================
007410 5300-TEST-NIGHT-SPAN SECTION.
007420*================================================================
007430* SETS WS-IN-NIGHT FOR THE DATE/TIME IN THE TEST FIELDS: ANY
007440* RECORD OF THE REPORT DATE BELONGS TO THE NIGHT, AND SO DOES A
007450* NEXT-DAY RECORD STAMPED AT OR BEFORE THE NIGHT'S END BOUNDARY.
007460*================================================================
007470 5300-START.
007480     MOVE 'N' TO WS-IN-NIGHT-SW.
007490     IF WS-TEST-DATE = WS-REPORT-DATE
007500         MOVE 'Y' TO WS-IN-NIGHT-SW
007510         GO TO 5300-EXIT
007520     END-IF.
007530     IF WS-NEXT-DATE > ZERO
007540         AND WS-TEST-DATE = WS-NEXT-DATE
007550         AND WS-TEST-TIME <= WS-NIGHT-END-TIME
007560         MOVE 'Y' TO WS-IN-NIGHT-SW
007570     END-IF.
007580 5300-EXIT.
007590     EXIT.
007600*================================================================
007610 9500-WRITE-ALERT SECTION.
007620*================================================================
007630* APPENDS ONE WRONGANS ALERT FOR THE RUN IN WS-VR-IDX, STAMPED
007640* WITH THE RUN'S OWN DATE/TIME SO MORNRPT PINS IT TO THE NIGHT
007650* AND WORKLOAD IT BELONGS TO. MEASURED IS THE FIRST DIFFERING
007660* INDEX, THRESHOLD THE RUN'S N.
007670*================================================================
007680 9500-START.
007690     OPEN EXTEND ALERT-FILE.
007700     IF WS-ALERT-FILE-NOT-FOUND
007710         OPEN OUTPUT ALERT-FILE
007720         CLOSE ALERT-FILE
007730         OPEN EXTEND ALERT-FILE
007740     END-IF.
007750     IF NOT WS-ALERT-FILE-OK
007760         DISPLAY "PRMVRFY: UNABLE TO OPEN PRMALERT, STATUS="
007770                 WS-ALERT-FILE-STATUS
007780         GO TO 9500-EXIT
007790     END-IF.
007800     MOVE SPACES TO PRM-ALERT-RECORD.
007810     MOVE "PRMVRFY" TO PRM-ALERT-PROGRAM.
007820     MOVE VR-RUN-DATE (WS-VR-IDX) TO PRM-ALERT-RUN-DATE.
007830     MOVE VR-RUN-TIME (WS-VR-IDX) TO PRM-ALERT-RUN-TIME.
007840     MOVE VR-N (WS-VR-IDX) TO PRM-ALERT-N.
007850     MOVE VR-MODE (WS-VR-IDX) TO PRM-ALERT-MODE.
007860     MOVE 'E' TO PRM-ALERT-SEVERITY.
007870     MOVE "WRONGANS" TO PRM-ALERT-CODE.
007880     MOVE WS-DIFF-INDEX TO PRM-ALERT-MEASURED.
007890     MOVE VR-N (WS-VR-IDX) TO PRM-ALERT-THRESHOLD.
007900     WRITE PRM-ALERT-RECORD.
007910     CLOSE ALERT-FILE.
007920 9500-EXIT.
007930     EXIT.
