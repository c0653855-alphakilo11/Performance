000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BASEMNT.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - PROPOSE, APPROVE, AND
000210*                      RETIRE FROZEN PERFORMANCE BASELINES ON THE
000220*                      BASELINE MASTER (DD PRMBASE).
000230*================================================================
000240* TRENDRPT JUDGES EACH RUN AGAINST THE AVERAGE OF THE RUNS JUST
000250* BEFORE IT, SO A SLOW DRIFT - OR A REGRESSION LIVED WITH FOR A
000260* FEW WEEKS - BECOMES THE NEW NORMAL AND STOPS BEING FLAGGED. A
000270* FROZEN BASELINE IS THE FIXED POINT THAT DOES NOT MOVE WITH IT:
000280* ONE REFERENCE FIGURE PER N, MODE, AND HOST, CAPTURED FROM A
000290* NAMED SET OF PRMHIST RUNS AND SIGNED OFF BY SOMEBODY ENTITLED
000300* TO SIGN IT OFF. THIS PROGRAM KEEPS THE MASTER. THE BASECTL
000310* CARDS APPLY IN DECK ORDER:
000320*
000330*   'P'  PROPOSE. THE RUN-IDS ON THE CARD ARE LOOKED UP ON
000340*        PRMHIST. EVERY ONE MUST BE ON FILE, NOT EXCLUDED, NOT
000350*        FAILED (RC ABOVE 4), AND ALL MUST SHARE ONE N, MODE,
000360*        HOST, AND RUNTIME LEVEL. THE FIGURE IS THEIR MEDIAN DAUER
000370*        (AND THE MEDIAN OF THEIR CPU MEDIANS); THE NEXT BASELINE-
000380*        ID IS ASSIGNED AND THE RECORD IS ADDED AS PROPOSED.
000390*   'A'  APPROVE A PROPOSED BASELINE. THE APPROVER MUST HOLD
000400*        BASELINE AUTHORITY ON THE OPERATOR-AUTHORITY FILE
000410*        (PRMAUTH) AND MAY NOT BE THE PROPOSER. AN APPROVED
000420*        BASELINE ALREADY IN PLACE FOR THE SAME N, MODE, AND HOST
000430*        IS RETIRED BY THE SAME CARD, POINTING AT ITS SUCCESSOR.
000440*   'R'  RETIRE A PROPOSED OR APPROVED BASELINE, UNDER THE SAME
000450*        AUTHORITY.
000460*
000470* A REJECTED CARD IS REPORTED AND THE OTHER CARDS STILL APPLY,
000480* AS IN PLANMNT; A CARD REFUSED BY PRMAUTH IS LOGGED ON PRMSECV
000490* AND SKIPPED THE SAME WAY, AS IN ALRTUPDT. THE MASTER IS
000500* REWRITTEN WHOLE WHEN ANY CARD CHANGED IT, AND THE REGISTER OF
000510* BASELINES IS PRINTED EITHER WAY.
000520*
000530* RC=0 WHEN EVERY CARD APPLIED; RC=8 WHEN A CARD WAS REJECTED;
000540* RC=32 WHEN A CARD WAS REFUSED FOR WANT OF AUTHORITY (IT
000550* OUTRANKS 8); RC=16 WHEN A FILE COULD NOT BE OPENED, A TABLE
000560* OVERFLOWED, OR THE AUTHORITY FILE COULD NOT BE READ - THEN
000570* NOTHING IS WRITTEN BACK.
000580*================================================================
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BASE-CONTROL-FILE ASSIGN TO "BASECTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BMCTL-FILE-STATUS.
000650     SELECT BASELINE-FILE ASSIGN TO "PRMBASE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BASE-FILE-STATUS.
000680     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HIST-FILE-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BASE-CONTROL-FILE.
000750     COPY PRMBMCTL.
000760 FD  BASELINE-FILE.
000770     COPY PRMBASE.
000780 FD  HISTORY-FILE.
000790     COPY PRMHIST.
000800*
000810 WORKING-STORAGE SECTION.
000820 01  WS-BMCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000830     88  WS-BMCTL-FILE-OK                 VALUE '00'.
000840 01  WS-BASE-FILE-STATUS             PIC X(02) VALUE '00'.
000850     88  WS-BASE-FILE-OK                  VALUE '00'.
000860     88  WS-BASE-FILE-NOT-FOUND           VALUE '35'.
000870 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000880     88  WS-HIST-FILE-OK                  VALUE '00'.
000890 01  WS-BMCTL-EOF-SW                 PIC X(01) VALUE 'N'.
000900     88  WS-AT-BMCTL-EOF                 VALUE 'Y'.
000910 01  WS-BASE-EOF-SW                  PIC X(01) VALUE 'N'.
000920     88  WS-AT-BASE-EOF                  VALUE 'Y'.
000930 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
000940     88  WS-AT-HIST-EOF                  VALUE 'Y'.
000950 01  WS-MASTER-CHANGED-SW            PIC X(01) VALUE 'N'.
000960     88  WS-MASTER-CHANGED               VALUE 'Y'.
000970*
000980 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
000990 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
001000     05  WS-TODAY-DATE               PIC 9(08).
001010     05  WS-TODAY-TIME               PIC 9(08).
001020     05  FILLER                      PIC X(05).
001030*
001040*----------------------------------------------------------------
001050* THE DECK, HELD WHOLE SO THAT ONE PASS OF PRMHIST CAN CAPTURE
001060* EVERY RUN THE PROPOSE CARDS NAME BEFORE ANY CARD IS APPLIED.
001070*----------------------------------------------------------------
001080 01  WS-MAX-CARDS                    PIC 9(03) COMP VALUE 20.
001090 01  WS-CARD-COUNT                   PIC 9(03) COMP VALUE ZERO.
001100 01  WS-CD-IDX                       PIC 9(03) COMP VALUE ZERO.
001110 01  CARD-TABLE.
001120     05  CARD-IMAGE OCCURS 20 TIMES  PIC X(80).
001130*
001140*----------------------------------------------------------------
001150* THE MASTER, HELD WHOLE. EACH SLOT IS ONE PRMBASE RECORD IMAGE,
001160* FIELD FOR FIELD, SO IT MOVES TO AND FROM THE FILE AS A GROUP.
001170*----------------------------------------------------------------
001180 01  WS-MAX-BASELINES                PIC 9(03) COMP VALUE 200.
001190 01  WS-BASE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001200 01  WS-BS-IDX                       PIC 9(03) COMP VALUE ZERO.
001210 01  WS-OLD-IDX                      PIC 9(03) COMP VALUE ZERO.
001220 01  WS-HIGH-BASE-ID                 PIC 9(06) VALUE ZERO.
001230 01  WS-SEARCH-BASE-ID               PIC 9(06) VALUE ZERO.
001240 01  WS-BASE-FOUND-SW                PIC X(01) VALUE 'N'.
001250     88  WS-BASE-FOUND                   VALUE 'Y'.
001260 01  BASELINE-TABLE.
001270     05  BASE-SLOT OCCURS 200 TIMES.
001280         10  BS-ID                   PIC 9(06).
001290         10  BS-N                    PIC 9(06).
001300         10  BS-MODE                 PIC X(01).
001310         10  BS-HOST-NAME            PIC X(20).
001320         10  BS-RUNTIME-VERSION      PIC X(20).
001330         10  BS-STATUS               PIC X(01).
001340             88  BS-IS-PROPOSED          VALUE 'P'.
001350             88  BS-IS-APPROVED          VALUE 'A'.
001360             88  BS-IS-RETIRED           VALUE 'R'.
001370         10  BS-FIGURE               PIC 9(07)V9(02).
001380         10  BS-CPU-FIGURE           PIC 9(07)V9(02).
001390         10  BS-RUN-COUNT            PIC 9(02).
001400         10  BS-RUN-ID               PIC 9(08) OCCURS 8 TIMES.
001410         10  BS-PROPOSED-BY          PIC X(03).
001420         10  BS-PROPOSED-DATE        PIC 9(08).
001430         10  BS-APPROVED-BY          PIC X(03).
001440         10  BS-APPROVED-DATE        PIC 9(08).
001450         10  BS-RETIRED-BY           PIC X(03).
001460         10  BS-RETIRED-DATE         PIC 9(08).
001470         10  BS-SUPERSEDED-BY        PIC 9(06).
001480         10  FILLER                  PIC X(23).
001490*
001500*----------------------------------------------------------------
001510* EVERY DISTINCT RUN-ID NAMED ON A PROPOSE CARD, FILLED IN FROM
001520* ITS PRMHIST RECORD BY THE ONE PASS OF THE FILE.
001530*----------------------------------------------------------------
001540 01  WS-MAX-CAPTURES                 PIC 9(03) COMP VALUE 160.
001550 01  WS-CAPTURE-COUNT                PIC 9(03) COMP VALUE ZERO.
001560 01  WS-CR-IDX                       PIC 9(03) COMP VALUE ZERO.
001570 01  WS-SEARCH-RUN-ID                PIC 9(08) VALUE ZERO.
001580 01  WS-RUN-FOUND-SW                 PIC X(01) VALUE 'N'.
001590     88  WS-RUN-FOUND                    VALUE 'Y'.
001600 01  CAPTURE-TABLE.
001610     05  CAPTURE-SLOT OCCURS 160 TIMES.
001620         10  CR-RUN-ID               PIC 9(08).
001630         10  CR-FOUND-SW             PIC X(01).
001640             88  CR-FOUND                VALUE 'Y'.
001650         10  CR-N                    PIC 9(06).
001660         10  CR-MODE                 PIC X(01).
001670         10  CR-HOST-NAME            PIC X(20).
001680         10  CR-RUNTIME-VERSION      PIC X(20).
001690         10  CR-DURATION             PIC 9(07)V9(02).
001700         10  CR-CPU-MEDIAN           PIC 9(07)V9(02).
001710         10  CR-RETURN-CODE          PIC 9(04).
001720         10  CR-EXCL-FLAG            PIC X(01).
001730*
001740*----------------------------------------------------------------
001750* ONE PROPOSE CARD'S RUNS, AND THE MEDIAN WORK AREAS.
001760*----------------------------------------------------------------
001770 01  WS-PROP-COUNT                   PIC 9(02) COMP VALUE ZERO.
001780 01  WS-PR-IDX                       PIC 9(02) COMP VALUE ZERO.
001790 01  WS-PR-IDX2                      PIC 9(02) COMP VALUE ZERO.
001800 01  WS-PROP-END-SW                  PIC X(01) VALUE 'N'.
001810     88  WS-PROP-END                     VALUE 'Y'.
001820 01  WS-NO-CPU-SW                    PIC X(01) VALUE 'N'.
001830     88  WS-SOME-RUN-HAS-NO-CPU          VALUE 'Y'.
001840 01  PROPOSAL-TABLE.
001850     05  PROP-RUN-ID OCCURS 8 TIMES  PIC 9(08).
001860     05  PROP-CR-IDX OCCURS 8 TIMES  PIC 9(03) COMP.
001870 01  WS-SORTED-TABLE.
001880     05  WS-SORTED OCCURS 8 TIMES    PIC 9(07)V9(02).
001890 01  WS-CPU-SORTED-TABLE.
001900     05  WS-CPU-SORTED OCCURS 8 TIMES
001910                                     PIC 9(07)V9(02).
001920 01  SRT-I                           PIC 9(02) COMP VALUE ZERO.
001930 01  SRT-J                           PIC 9(02) COMP VALUE ZERO.
001940 01  SRT-TEMP                        PIC 9(07)V9(02) VALUE ZERO.
001950 01  SAMPLE-MID                      PIC 9(02) COMP VALUE ZERO.
001960 01  WS-MEDIAN                       PIC 9(07)V9(02) VALUE ZERO.
001970 01  WS-CPU-MEDIAN                   PIC 9(07)V9(02) VALUE ZERO.
001980*
001990 01  WS-REJECT-REASON                PIC X(60) VALUE SPACES.
002000 01  WS-ED-RUN-ID                    PIC 9(08) VALUE ZERO.
002010 01  WS-ED-FIGURE                    PIC Z(06)9.99.
002020 01  WS-ED-CPU-FIGURE                PIC Z(06)9.99.
002030*
002040*----------------------------------------------------------------
002050* REGISTER LINES. THE SECOND LINE OF EACH ENTRY LISTS THE RUNS
002060* THE FIGURE WAS CAPTURED FROM.
002070*----------------------------------------------------------------
002080 01  RPT-LINE-1.
002090     05  RPT-ID                      PIC 9(06).
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  RPT-STATUS                  PIC X(08).
002120     05  FILLER                      PIC X(01) VALUE SPACE.
002130     05  RPT-N                       PIC Z(05)9.
002140     05  FILLER                      PIC X(01) VALUE SPACE.
002150     05  RPT-MODE                    PIC X(01).
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  RPT-HOST-NAME               PIC X(20).
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  RPT-RUNTIME-VERSION         PIC X(20).
002200     05  RPT-FIGURE                  PIC Z(06)9.99.
002210     05  RPT-CPU-FIGURE              PIC Z(06)9.99.
002220     05  FILLER                      PIC X(02) VALUE SPACES.
002230     05  RPT-PROPOSED                PIC X(14).
002240     05  RPT-APPROVED                PIC X(14).
002250     05  RPT-RETIRED                 PIC X(14).
002260 01  RPT-STAMP.
002270     05  RPT-STAMP-BY                PIC X(03).
002280     05  FILLER                      PIC X(01) VALUE SPACE.
002290     05  RPT-STAMP-DATE              PIC 9(08).
002300 01  RPT-LINE-2.
002310     05  FILLER                      PIC X(13) VALUE
002320             "       RUNS: ".
002330     05  RPT-RUN-LIST                PIC X(72).
002340     05  RPT-SUCCESSOR               PIC X(30).
002350 01  RPT-SUCCESSOR-TEXT.
002360     05  FILLER                      PIC X(14) VALUE
002370             "SUPERSEDED BY ".
002380     05  RPT-SUCCESSOR-ID            PIC 9(06).
002390 01  WS-LIST-POS                     PIC 9(03) COMP VALUE ZERO.
002400*
002410 01  WS-CARDS-READ                   PIC 9(04) COMP VALUE ZERO.
002420 01  WS-CARDS-APPLIED                PIC 9(04) COMP VALUE ZERO.
002430 01  WS-CARDS-REJECTED               PIC 9(04) COMP VALUE ZERO.
002440 01  WS-CARDS-REFUSED                PIC 9(04) COMP VALUE ZERO.
002450*
002460     COPY PRMAUTHP.
002470*
002480 PROCEDURE DIVISION.
002490*================================================================
002500 0000-MAINLINE SECTION.
002510*================================================================
002520 0000-START.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
002550         VARYING WS-CD-IDX FROM 1 BY 1
002560             UNTIL WS-CD-IDX > WS-CARD-COUNT.
002570     PERFORM 3000-WRITE-BACK THRU 3000-EXIT.
002580     PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
002590     PERFORM 6000-SUMMARY THRU 6000-EXIT.
002600     GO TO 0000-EXIT.
002610 0000-EXIT.
002620     STOP RUN.
002630*================================================================
002640 1000-INITIALIZE SECTION.
002650*================================================================
002660 1000-START.
002670     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
002680     OPEN INPUT BASE-CONTROL-FILE.
002690     IF NOT WS-BMCTL-FILE-OK
002700         DISPLAY "BASEMNT: UNABLE TO OPEN BASECTL, STATUS="
002710                 WS-BMCTL-FILE-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
002760         UNTIL WS-AT-BMCTL-EOF.
002770     CLOSE BASE-CONTROL-FILE.
002780     PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
002790     IF WS-CAPTURE-COUNT > ZERO
002800         PERFORM 1300-CAPTURE-RUNS THRU 1300-EXIT
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.
002840*================================================================
002850 1100-LOAD-ONE-CARD SECTION.
002860*================================================================
002870* A BLANK CARD IS DROPPED. THE RUN-IDS ON A PROPOSE CARD ARE
002880* NOTED FOR THE PRMHIST PASS; THE CARD ITSELF IS VALIDATED WHEN
002890* ITS TURN COMES.
002900*================================================================
002910 1100-START.
002920     READ BASE-CONTROL-FILE
002930         AT END
002940             MOVE 'Y' TO WS-BMCTL-EOF-SW
002950             GO TO 1100-EXIT
002960     END-READ.
002970     IF PRM-BMCTL-RECORD = SPACES
002980         GO TO 1100-EXIT
002990     END-IF.
003000     IF WS-CARD-COUNT >= WS-MAX-CARDS
003010         DISPLAY "BASEMNT: BASECTL HOLDS MORE THAN " WS-MAX-CARDS
003020                 " CARDS - SPLIT THE DECK."
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     ADD 1 TO WS-CARD-COUNT.
003070     MOVE PRM-BMCTL-RECORD TO CARD-IMAGE (WS-CARD-COUNT).
003080     IF PRM-BMCTL-IS-PROPOSE
003090         MOVE 'N' TO WS-PROP-END-SW
003100         PERFORM 1110-NOTE-ONE-RUN-ID THRU 1110-EXIT
003110             VARYING WS-PR-IDX FROM 1 BY 1
003120                 UNTIL WS-PR-IDX > 8
003130                    OR WS-PROP-END
003140     END-IF.
003150 1100-EXIT.
003160     EXIT.
003170*================================================================
003180 1110-NOTE-ONE-RUN-ID SECTION.
003190*================================================================
003200 1110-START.
003210     IF PRM-BMCTL-RUN-ID (WS-PR-IDX) IS NOT NUMERIC
003220         OR PRM-BMCTL-RUN-ID (WS-PR-IDX) = ZERO
003230         MOVE 'Y' TO WS-PROP-END-SW
003240         GO TO 1110-EXIT
003250     END-IF.
003260     MOVE PRM-BMCTL-RUN-ID (WS-PR-IDX) TO WS-SEARCH-RUN-ID.
003270     PERFORM 2900-FIND-CAPTURE THRU 2900-EXIT.
003280     IF WS-RUN-FOUND
003290         GO TO 1110-EXIT
003300     END-IF.
003310     IF WS-CAPTURE-COUNT >= WS-MAX-CAPTURES
003320         DISPLAY "BASEMNT: PROPOSE CARDS NAME MORE THAN "
003330                 WS-MAX-CAPTURES " RUNS - SPLIT THE DECK."
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     ADD 1 TO WS-CAPTURE-COUNT.
003380     INITIALIZE CAPTURE-SLOT (WS-CAPTURE-COUNT).
003390     MOVE WS-SEARCH-RUN-ID TO CR-RUN-ID (WS-CAPTURE-COUNT).
003400     MOVE 'N' TO CR-FOUND-SW (WS-CAPTURE-COUNT).
003410 1110-EXIT.
003420     EXIT.
003430*================================================================
003440 1200-LOAD-MASTER SECTION.
003450*================================================================
003460* A MASTER THAT DOES NOT EXIST YET IS AN EMPTY ONE - THE FIRST
003470* PROPOSAL CREATES IT.
003480*================================================================
003490 1200-START.
003500     OPEN INPUT BASELINE-FILE.
003510     IF WS-BASE-FILE-NOT-FOUND
003520         DISPLAY "BASEMNT: PRMBASE NOT FOUND - STARTING AN EMPTY "
003530                 "BASELINE MASTER."
003540         GO TO 1200-EXIT
003550     END-IF.
003560     IF NOT WS-BASE-FILE-OK
003570         DISPLAY "BASEMNT: UNABLE TO OPEN PRMBASE, STATUS="
003580                 WS-BASE-FILE-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     PERFORM 1210-LOAD-ONE-BASELINE THRU 1210-EXIT
003630         UNTIL WS-AT-BASE-EOF.
003640     CLOSE BASELINE-FILE.
003650 1200-EXIT.
003660     EXIT.
003670*================================================================
003680 1210-LOAD-ONE-BASELINE SECTION.
003690*================================================================
003700 1210-START.
003710     READ BASELINE-FILE
003720         AT END
003730             MOVE 'Y' TO WS-BASE-EOF-SW
003740             GO TO 1210-EXIT
003750     END-READ.
003760     IF PRM-BASE-RECORD = SPACES
003770         GO TO 1210-EXIT
003780     END-IF.
003790     IF WS-BASE-COUNT >= WS-MAX-BASELINES
003800         DISPLAY "BASEMNT: PRMBASE HOLDS MORE THAN "
003810                 WS-MAX-BASELINES " BASELINES - ARCHIVE IT."
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     ADD 1 TO WS-BASE-COUNT.
003860     MOVE PRM-BASE-RECORD TO BASE-SLOT (WS-BASE-COUNT).
003870     IF PRM-BASE-ID > WS-HIGH-BASE-ID
003880         MOVE PRM-BASE-ID TO WS-HIGH-BASE-ID
003890     END-IF.
003900 1210-EXIT.
003910     EXIT.
003920*================================================================
003930 1300-CAPTURE-RUNS SECTION.
003940*================================================================
003950* ONE PASS OF PRMHIST. A RUN-ID APPEARS ON ONE RECORD ONLY, SO
003960* THE FIRST MATCH IS THE RUN.
003970*================================================================
003980 1300-START.
003990     OPEN INPUT HISTORY-FILE.
004000     IF NOT WS-HIST-FILE-OK
004010         DISPLAY "BASEMNT: UNABLE TO OPEN PRMHIST, STATUS="
004020                 WS-HIST-FILE-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     PERFORM 1310-CAPTURE-ONE-RECORD THRU 1310-EXIT
004070         UNTIL WS-AT-HIST-EOF.
004080     CLOSE HISTORY-FILE.
004090 1300-EXIT.
004100     EXIT.
004110*================================================================
004120 1310-CAPTURE-ONE-RECORD SECTION.
004130*================================================================
004140 1310-START.
004150     READ HISTORY-FILE
004160         AT END
004170             MOVE 'Y' TO WS-HIST-EOF-SW
004180             GO TO 1310-EXIT
004190     END-READ.
004200     IF PRM-HIST-RUN-ID IS NOT NUMERIC
004210         OR PRM-HIST-RUN-ID = ZERO
004220         GO TO 1310-EXIT
004230     END-IF.
004240     MOVE PRM-HIST-RUN-ID TO WS-SEARCH-RUN-ID.
004250     PERFORM 2900-FIND-CAPTURE THRU 2900-EXIT.
004260     IF NOT WS-RUN-FOUND
004270         GO TO 1310-EXIT
004280     END-IF.
004290     IF CR-FOUND (WS-CR-IDX)
004300         GO TO 1310-EXIT
004310     END-IF.
004320     MOVE 'Y' TO CR-FOUND-SW (WS-CR-IDX).
004330     IF PRM-HIST-N IS NUMERIC
004340         MOVE PRM-HIST-N TO CR-N (WS-CR-IDX)
004350     END-IF.
004360     MOVE PRM-HIST-MODE TO CR-MODE (WS-CR-IDX).
004370     MOVE PRM-HIST-HOST-NAME TO CR-HOST-NAME (WS-CR-IDX).
004380     MOVE PRM-HIST-RUNTIME-VERSION
004390         TO CR-RUNTIME-VERSION (WS-CR-IDX).
004400     IF PRM-HIST-DURATION IS NUMERIC
004410         MOVE PRM-HIST-DURATION TO CR-DURATION (WS-CR-IDX)
004420     END-IF.
004430     IF PRM-HIST-CPU-MEDIAN IS NUMERIC
004440         MOVE PRM-HIST-CPU-MEDIAN TO CR-CPU-MEDIAN (WS-CR-IDX)
004450     END-IF.
004460     IF PRM-HIST-RETURN-CODE IS NUMERIC
004470         MOVE PRM-HIST-RETURN-CODE TO CR-RETURN-CODE (WS-CR-IDX)
004480     END-IF.
004490     MOVE PRM-HIST-EXCL-FLAG TO CR-EXCL-FLAG (WS-CR-IDX).
004500 1310-EXIT.
004510     EXIT.
004520*================================================================
004530 2000-APPLY-ONE-CARD SECTION.
004540*================================================================
004550 2000-START.
004560     MOVE CARD-IMAGE (WS-CD-IDX) TO PRM-BMCTL-RECORD.
004570     ADD 1 TO WS-CARDS-READ.
004580     MOVE SPACES TO WS-REJECT-REASON.
004590     IF NOT PRM-BMCTL-IS-PROPOSE
004600         AND NOT PRM-BMCTL-IS-APPROVE
004610         AND NOT PRM-BMCTL-IS-RETIRE
004620         MOVE "ACTION MUST BE 'P', 'A' OR 'R'" TO WS-REJECT-REASON
004630         GO TO 2000-CHECK
004640     END-IF.
004650     IF PRM-BMCTL-INITIALS = SPACES
004660         MOVE "INITIALS ARE REQUIRED" TO WS-REJECT-REASON
004670         GO TO 2000-CHECK
004680     END-IF.
004690     IF PRM-BMCTL-IS-PROPOSE
004700         PERFORM 2100-PROPOSE-BASELINE THRU 2100-EXIT
004710         GO TO 2000-CHECK
004720     END-IF.
004730     MOVE "BASEMNT" TO PRM-AUTHP-CALLER.
004740     MOVE 'B' TO PRM-AUTHP-ACTION.
004750     MOVE PRM-BMCTL-INITIALS TO PRM-AUTHP-INITIALS.
004760     MOVE PRM-BMCTL-RECORD TO PRM-AUTHP-CARD-IMAGE.
004770     CALL "PRMAUTH" USING PRM-AUTHP-AREA.
004780     IF PRM-AUTHP-FILE-FAILED
004790         DISPLAY "BASEMNT: OPERATOR AUTHORITY CANNOT BE "
004800                 "CHECKED - PRMBASE NOT REWRITTEN."
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     IF NOT PRM-AUTHP-AUTHORIZED
004850         DISPLAY "BASEMNT: CARD REFUSED - INITIALS '"
004860                 PRM-BMCTL-INITIALS "' " PRM-AUTHP-REASON-TEXT
004870                 ": " PRM-BMCTL-RECORD
004880         ADD 1 TO WS-CARDS-REFUSED
004890         GO TO 2000-EXIT
004900     END-IF.
004910     IF PRM-BMCTL-BASE-ID IS NOT NUMERIC
004920         OR PRM-BMCTL-BASE-ID = ZERO
004930         MOVE "BASELINE-ID IS REQUIRED" TO WS-REJECT-REASON
004940         GO TO 2000-CHECK
004950     END-IF.
004960     MOVE PRM-BMCTL-BASE-ID TO WS-SEARCH-BASE-ID.
004970     PERFORM 2800-FIND-BASELINE THRU 2800-EXIT.
004980     IF NOT WS-BASE-FOUND
004990         MOVE "BASELINE-ID IS NOT ON PRMBASE" TO WS-REJECT-REASON
005000         GO TO 2000-CHECK
005010     END-IF.
005020     IF PRM-BMCTL-IS-APPROVE
005030         PERFORM 2300-APPROVE-BASELINE THRU 2300-EXIT
005040     ELSE
005050         PERFORM 2400-RETIRE-BASELINE THRU 2400-EXIT
005060     END-IF.
005070 2000-CHECK.
005080     IF WS-REJECT-REASON NOT = SPACES
005090         DISPLAY "BASEMNT: CARD REJECTED - " WS-REJECT-REASON
005100         DISPLAY "BASEMNT:   CARD: " PRM-BMCTL-RECORD
005110         ADD 1 TO WS-CARDS-REJECTED
005120     ELSE
005130         ADD 1 TO WS-CARDS-APPLIED
005140     END-IF.
005150 2000-EXIT.
005160     EXIT.
005170*================================================================
005180 2100-PROPOSE-BASELINE SECTION.
005190*================================================================
005200* A BASELINE-ID PUNCHED ON A PROPOSE CARD IS IGNORED; THE NEXT
005210* ONE IS ALWAYS ASSIGNED, SO IDS ARE NEVER REUSED.
005220*================================================================
005230 2100-START.
005240     MOVE ZERO TO WS-PROP-COUNT.
005250     MOVE 'N' TO WS-PROP-END-SW.
005260     PERFORM 2110-TAKE-ONE-RUN-ID THRU 2110-EXIT
005270         VARYING WS-PR-IDX FROM 1 BY 1
005280             UNTIL WS-PR-IDX > 8
005290                OR WS-PROP-END
005300                OR WS-REJECT-REASON NOT = SPACES.
005310     IF WS-REJECT-REASON NOT = SPACES
005320         GO TO 2100-EXIT
005330     END-IF.
005340     IF WS-PROP-COUNT = ZERO
005350         MOVE "AT LEAST ONE RUN-ID IS REQUIRED"
005360             TO WS-REJECT-REASON
005370         GO TO 2100-EXIT
005380     END-IF.
005390     PERFORM 2120-CHECK-ONE-RUN THRU 2120-EXIT
005400         VARYING WS-PR-IDX FROM 1 BY 1
005410             UNTIL WS-PR-IDX > WS-PROP-COUNT
005420                OR WS-REJECT-REASON NOT = SPACES.
005430     IF WS-REJECT-REASON NOT = SPACES
005440         GO TO 2100-EXIT
005450     END-IF.
005460     IF WS-BASE-COUNT >= WS-MAX-BASELINES
005470         MOVE "PRMBASE IS FULL - ARCHIVE IT" TO WS-REJECT-REASON
005480         GO TO 2100-EXIT
005490     END-IF.
005500     PERFORM 2200-COMPUTE-MEDIANS THRU 2200-EXIT.
005510     ADD 1 TO WS-BASE-COUNT.
005520     ADD 1 TO WS-HIGH-BASE-ID.
005530     MOVE WS-BASE-COUNT TO WS-BS-IDX.
005540     MOVE PROP-CR-IDX (1) TO WS-CR-IDX.
005550     MOVE SPACES TO BASE-SLOT (WS-BS-IDX).
005560     INITIALIZE BASE-SLOT (WS-BS-IDX).
005570     MOVE WS-HIGH-BASE-ID TO BS-ID (WS-BS-IDX).
005580     MOVE CR-N (WS-CR-IDX) TO BS-N (WS-BS-IDX).
005590     MOVE CR-MODE (WS-CR-IDX) TO BS-MODE (WS-BS-IDX).
005600     MOVE CR-HOST-NAME (WS-CR-IDX) TO BS-HOST-NAME (WS-BS-IDX).
005610     MOVE CR-RUNTIME-VERSION (WS-CR-IDX)
005620         TO BS-RUNTIME-VERSION (WS-BS-IDX).
005630     MOVE 'P' TO BS-STATUS (WS-BS-IDX).
005640     MOVE WS-MEDIAN TO BS-FIGURE (WS-BS-IDX).
005650     MOVE WS-CPU-MEDIAN TO BS-CPU-FIGURE (WS-BS-IDX).
005660     MOVE WS-PROP-COUNT TO BS-RUN-COUNT (WS-BS-IDX).
005670     PERFORM 2130-STORE-ONE-RUN-ID THRU 2130-EXIT
005680         VARYING WS-PR-IDX FROM 1 BY 1
005690             UNTIL WS-PR-IDX > WS-PROP-COUNT.
005700     MOVE PRM-BMCTL-INITIALS TO BS-PROPOSED-BY (WS-BS-IDX).
005710     MOVE WS-TODAY-DATE TO BS-PROPOSED-DATE (WS-BS-IDX).
005720     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
005730     MOVE WS-MEDIAN TO WS-ED-FIGURE.
005740     MOVE WS-CPU-MEDIAN TO WS-ED-CPU-FIGURE.
005750     DISPLAY "BASEMNT: BASELINE " WS-HIGH-BASE-ID " PROPOSED BY "
005760             PRM-BMCTL-INITIALS " - N=" BS-N (WS-BS-IDX)
005770             " MODE=" BS-MODE (WS-BS-IDX)
005780             " HOST=" BS-HOST-NAME (WS-BS-IDX)
005790             " RUNS=" WS-PROP-COUNT
005800             " DAUER=" WS-ED-FIGURE " CPU=" WS-ED-CPU-FIGURE.
005810     IF WS-SOME-RUN-HAS-NO-CPU
005820         DISPLAY "BASEMNT:   A CAPTURED RUN CARRIES NO CPU "
005830                 "FIGURE - NO FROZEN CPU FIGURE FOR THE "
005840                 "CPU BASIS."
005850     END-IF.
005860 2100-EXIT.
005870     EXIT.
005880*================================================================
005890 2110-TAKE-ONE-RUN-ID SECTION.
005900*================================================================
005910 2110-START.
005920     IF PRM-BMCTL-RUN-ID (WS-PR-IDX) IS NOT NUMERIC
005930         OR PRM-BMCTL-RUN-ID (WS-PR-IDX) = ZERO
005940         MOVE 'Y' TO WS-PROP-END-SW
005950         GO TO 2110-EXIT
005960     END-IF.
005970     MOVE PRM-BMCTL-RUN-ID (WS-PR-IDX) TO WS-SEARCH-RUN-ID.
005980     PERFORM 2115-CHECK-NOT-REPEATED THRU 2115-EXIT
005990         VARYING WS-PR-IDX2 FROM 1 BY 1
006000             UNTIL WS-PR-IDX2 > WS-PROP-COUNT
006010                OR WS-REJECT-REASON NOT = SPACES.
006020     IF WS-REJECT-REASON NOT = SPACES
006030         GO TO 2110-EXIT
006040     END-IF.
006050     PERFORM 2900-FIND-CAPTURE THRU 2900-EXIT.
006060     ADD 1 TO WS-PROP-COUNT.
006070     MOVE WS-SEARCH-RUN-ID TO PROP-RUN-ID (WS-PROP-COUNT).
006080     MOVE WS-CR-IDX TO PROP-CR-IDX (WS-PROP-COUNT).
006090 2110-EXIT.
006100     EXIT.
006110*================================================================
006120 2115-CHECK-NOT-REPEATED SECTION.
006130*================================================================
006140 2115-START.
006150     IF PROP-RUN-ID (WS-PR-IDX2) = WS-SEARCH-RUN-ID
006160         MOVE WS-SEARCH-RUN-ID TO WS-ED-RUN-ID
006170         STRING "RUN-ID " WS-ED-RUN-ID " IS NAMED TWICE"
006180             DELIMITED BY SIZE INTO WS-REJECT-REASON
006190     END-IF.
006200 2115-EXIT.
006210     EXIT.
006220*================================================================
006230 2120-CHECK-ONE-RUN SECTION.
006240*================================================================
006250* EVERY RUN MUST BE A USABLE ONE AND MUST AGREE WITH THE FIRST ON
006260* N, MODE, HOST, AND RUNTIME LEVEL - A BASELINE MIXING RUNTIME
006270* LEVELS WOULD HIDE THE VERY CHANGE IT IS MEANT TO MEASURE.
006280*================================================================
006290 2120-START.
006300     MOVE PROP-CR-IDX (WS-PR-IDX) TO WS-CR-IDX.
006310     MOVE PROP-RUN-ID (WS-PR-IDX) TO WS-ED-RUN-ID.
006320     IF NOT CR-FOUND (WS-CR-IDX)
006330         STRING "RUN-ID " WS-ED-RUN-ID " IS NOT ON PRMHIST"
006340             DELIMITED BY SIZE INTO WS-REJECT-REASON
006350         GO TO 2120-EXIT
006360     END-IF.
006370     IF CR-EXCL-FLAG (WS-CR-IDX) = 'X'
006380         STRING "RUN-ID " WS-ED-RUN-ID " IS EXCLUDED"
006390             DELIMITED BY SIZE INTO WS-REJECT-REASON
006400         GO TO 2120-EXIT
006410     END-IF.
006420     IF CR-RETURN-CODE (WS-CR-IDX) > 4
006430         STRING "RUN-ID " WS-ED-RUN-ID " ENDED WITH RC ABOVE 4"
006440             DELIMITED BY SIZE INTO WS-REJECT-REASON
006450         GO TO 2120-EXIT
006460     END-IF.
006470     IF CR-DURATION (WS-CR-IDX) = ZERO
006480         STRING "RUN-ID " WS-ED-RUN-ID " HAS NO DAUER"
006490             DELIMITED BY SIZE INTO WS-REJECT-REASON
006500         GO TO 2120-EXIT
006510     END-IF.
006520     MOVE PROP-CR-IDX (1) TO WS-OLD-IDX.
006530     IF CR-N (WS-CR-IDX) NOT = CR-N (WS-OLD-IDX)
006540         OR CR-MODE (WS-CR-IDX) NOT = CR-MODE (WS-OLD-IDX)
006550         OR CR-HOST-NAME (WS-CR-IDX)
006560             NOT = CR-HOST-NAME (WS-OLD-IDX)
006570         OR CR-RUNTIME-VERSION (WS-CR-IDX)
006580             NOT = CR-RUNTIME-VERSION (WS-OLD-IDX)
006590         STRING "RUN-ID " WS-ED-RUN-ID
006600                " NOT SAME N/MODE/HOST/RUNTIME AS THE FIRST"
006610             DELIMITED BY SIZE INTO WS-REJECT-REASON
006620         GO TO 2120-EXIT
006630     END-IF.
006640 2120-EXIT.
006650     EXIT.
006660*================================================================
006670 2130-STORE-ONE-RUN-ID SECTION.
006680*================================================================
006690 2130-START.
006700     MOVE PROP-RUN-ID (WS-PR-IDX)
006710         TO BS-RUN-ID (WS-BS-IDX, WS-PR-IDX).
006720 2130-EXIT.
006730     EXIT.
006740*================================================================
006750 2200-COMPUTE-MEDIANS SECTION.
006760*================================================================
006770* THE SAME MEDIAN NTHPRIME TAKES ACROSS REPETITIONS: SORT THE
006780* FIGURES, TAKE THE MIDDLE ONE, OR FOR AN EVEN COUNT THE AVERAGE
006790* OF THE TWO MIDDLE ONES. THE CPU FIGURE IS LEFT ZERO WHEN ANY RUN
006800* HAS NONE, RATHER THAN TAKEN FROM PART OF THE SET.
006810*================================================================
006820 2200-START.
006830     MOVE 'N' TO WS-NO-CPU-SW.
006840     PERFORM 2210-COPY-ONE-SAMPLE THRU 2210-EXIT
006850         VARYING WS-PR-IDX FROM 1 BY 1
006860             UNTIL WS-PR-IDX > WS-PROP-COUNT.
006870     PERFORM 2230-SORT-ONE-PASS THRU 2230-EXIT
006880         VARYING SRT-I FROM 1 BY 1
006890             UNTIL SRT-I >= WS-PROP-COUNT.
006900     IF FUNCTION MOD (WS-PROP-COUNT 2) = 1
006910         COMPUTE SAMPLE-MID = (WS-PROP-COUNT + 1) / 2
006920         MOVE WS-SORTED (SAMPLE-MID) TO WS-MEDIAN
006930         MOVE WS-CPU-SORTED (SAMPLE-MID) TO WS-CPU-MEDIAN
006940     ELSE
006950         COMPUTE SAMPLE-MID = WS-PROP-COUNT / 2
006960         COMPUTE WS-MEDIAN ROUNDED =
006970             (WS-SORTED (SAMPLE-MID)
006980                 + WS-SORTED (SAMPLE-MID + 1)) / 2
006990         COMPUTE WS-CPU-MEDIAN ROUNDED =
007000             (WS-CPU-SORTED (SAMPLE-MID)
007010                 + WS-CPU-SORTED (SAMPLE-MID + 1)) / 2
007020     END-IF.
007030     IF WS-SOME-RUN-HAS-NO-CPU
007040         MOVE ZERO TO WS-CPU-MEDIAN
007050     END-IF.
007060 2200-EXIT.
007070     EXIT.
007080*================================================================
007090 2210-COPY-ONE-SAMPLE SECTION.
007100*================================================================
007110 2210-START.
007120     MOVE PROP-CR-IDX (WS-PR-IDX) TO WS-CR-IDX.
007130     MOVE CR-DURATION (WS-CR-IDX) TO WS-SORTED (WS-PR-IDX).
007140     MOVE CR-CPU-MEDIAN (WS-CR-IDX) TO WS-CPU-SORTED (WS-PR-IDX).
007150     IF CR-CPU-MEDIAN (WS-CR-IDX) = ZERO
007160         MOVE 'Y' TO WS-NO-CPU-SW
007170     END-IF.
007180 2210-EXIT.
007190     EXIT.
007200*================================================================
007210 2230-SORT-ONE-PASS SECTION.
007220*================================================================
007230* BOTH COLUMNS ARE SORTED INDEPENDENTLY IN THE SAME PASS - EACH
007240* MEDIAN IS OF ITS OWN FIGURES.
007250*================================================================
007260 2230-START.
007270     PERFORM 2240-COMPARE-ONE-PAIR THRU 2240-EXIT
007280         VARYING SRT-J FROM 1 BY 1
007290             UNTIL SRT-J > WS-PROP-COUNT - SRT-I.
007300 2230-EXIT.
007310     EXIT.
007320*================================================================
007330 2240-COMPARE-ONE-PAIR SECTION.
007340*================================================================
007350 2240-START.
007360     IF WS-SORTED (SRT-J) > WS-SORTED (SRT-J + 1)
007370         MOVE WS-SORTED (SRT-J) TO SRT-TEMP
007380         MOVE WS-SORTED (SRT-J + 1) TO WS-SORTED (SRT-J)
007390         MOVE SRT-TEMP TO WS-SORTED (SRT-J + 1)
007400     END-IF.
007410     IF WS-CPU-SORTED (SRT-J) > WS-CPU-SORTED (SRT-J + 1)
007420         MOVE WS-CPU-SORTED (SRT-J) TO SRT-TEMP
007430         MOVE WS-CPU-SORTED (SRT-J + 1) TO WS-CPU-SORTED (SRT-J)
007440         MOVE SRT-TEMP TO WS-CPU-SORTED (SRT-J + 1)
007450     END-IF.
007460 2240-EXIT.
007470     EXIT.
007480*================================================================
007490 2300-APPROVE-BASELINE SECTION.
007500*================================================================
007510* THE BASELINE APPROVED BEFORE IT FOR THE SAME N, MODE, AND HOST
007520* IS RETIRED AS OF TODAY BY THE SAME APPROVER, SO THERE IS NEVER
007530* MORE THAN ONE APPROVED REFERENCE TO MEASURE AGAINST.
007540*================================================================
007550 2300-START.
007560     IF NOT BS-IS-PROPOSED (WS-BS-IDX)
007570         MOVE "ONLY A PROPOSED BASELINE CAN BE APPROVED"
007580             TO WS-REJECT-REASON
007590         GO TO 2300-EXIT
007600     END-IF.
007610     IF PRM-BMCTL-INITIALS = BS-PROPOSED-BY (WS-BS-IDX)
007620         MOVE "THE PROPOSER MAY NOT APPROVE THEIR OWN BASELINE"
007630             TO WS-REJECT-REASON
007640         GO TO 2300-EXIT
007650     END-IF.
007660     PERFORM 2310-SUPERSEDE-ONE THRU 2310-EXIT
007670         VARYING WS-OLD-IDX FROM 1 BY 1
007680             UNTIL WS-OLD-IDX > WS-BASE-COUNT.
007690     MOVE 'A' TO BS-STATUS (WS-BS-IDX).
007700     MOVE PRM-BMCTL-INITIALS TO BS-APPROVED-BY (WS-BS-IDX).
007710     MOVE WS-TODAY-DATE TO BS-APPROVED-DATE (WS-BS-IDX).
007720     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
007730     MOVE BS-FIGURE (WS-BS-IDX) TO WS-ED-FIGURE.
007740     DISPLAY "BASEMNT: BASELINE " BS-ID (WS-BS-IDX)
007750             " APPROVED BY " PRM-BMCTL-INITIALS
007760             " (" PRM-AUTHP-NAME ") - N=" BS-N (WS-BS-IDX)
007770             " MODE=" BS-MODE (WS-BS-IDX)
007780             " HOST=" BS-HOST-NAME (WS-BS-IDX)
007790             " DAUER=" WS-ED-FIGURE.
007800 2300-EXIT.
007810     EXIT.
007820*================================================================
007830 2310-SUPERSEDE-ONE SECTION.
007840*================================================================
007850 2310-START.
007860     IF BS-IS-APPROVED (WS-OLD-IDX)
007870         AND BS-N (WS-OLD-IDX) = BS-N (WS-BS-IDX)
007880         AND BS-MODE (WS-OLD-IDX) = BS-MODE (WS-BS-IDX)
007890         AND BS-HOST-NAME (WS-OLD-IDX) = BS-HOST-NAME (WS-BS-IDX)
007900         MOVE 'R' TO BS-STATUS (WS-OLD-IDX)
007910         MOVE PRM-BMCTL-INITIALS TO BS-RETIRED-BY (WS-OLD-IDX)
007920         MOVE WS-TODAY-DATE TO BS-RETIRED-DATE (WS-OLD-IDX)
007930         MOVE BS-ID (WS-BS-IDX) TO BS-SUPERSEDED-BY (WS-OLD-IDX)
007940         DISPLAY "BASEMNT: BASELINE " BS-ID (WS-OLD-IDX)
007950                 " RETIRED - SUPERSEDED BY " BS-ID (WS-BS-IDX)
007960     END-IF.
007970 2310-EXIT.
007980     EXIT.
007990*================================================================
008000 2400-RETIRE-BASELINE SECTION.
008010*================================================================
008020 2400-START.
008030     IF BS-IS-RETIRED (WS-BS-IDX)
008040         MOVE "BASELINE IS ALREADY RETIRED" TO WS-REJECT-REASON
008050         GO TO 2400-EXIT
008060     END-IF.
008070     MOVE 'R' TO BS-STATUS (WS-BS-IDX).
008080     MOVE PRM-BMCTL-INITIALS TO BS-RETIRED-BY (WS-BS-IDX).
008090     MOVE WS-TODAY-DATE TO BS-RETIRED-DATE (WS-BS-IDX).
008100     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
008110     DISPLAY "BASEMNT: BASELINE " BS-ID (WS-BS-IDX)
008120             " RETIRED BY " PRM-BMCTL-INITIALS
008130             " (" PRM-AUTHP-NAME ")".
008140 2400-EXIT.
008150     EXIT.
008160*================================================================
008170 2800-FIND-BASELINE SECTION.
008180*================================================================
008190* LEAVES WS-BS-IDX ON THE BASELINE WHEN FOUND.
008200*================================================================
008210 2800-START.
008220     MOVE 'N' TO WS-BASE-FOUND-SW.
008230     PERFORM 2810-MATCH-ONE-BASELINE THRU 2810-EXIT
008240         VARYING WS-BS-IDX FROM 1 BY 1
008250             UNTIL WS-BS-IDX > WS-BASE-COUNT
008260                OR WS-BASE-FOUND.
008270     IF WS-BASE-FOUND
008280         SUBTRACT 1 FROM WS-BS-IDX
008290     END-IF.
008300 2800-EXIT.
008310     EXIT.
008320*================================================================
008330 2810-MATCH-ONE-BASELINE SECTION.
008340*================================================================
008350 2810-START.
008360     IF BS-ID (WS-BS-IDX) = WS-SEARCH-BASE-ID
008370         MOVE 'Y' TO WS-BASE-FOUND-SW
008380     END-IF.
008390 2810-EXIT.
008400     EXIT.
008410*================================================================
008420 2900-FIND-CAPTURE SECTION.
008430*================================================================
008440* LEAVES WS-CR-IDX ON THE CAPTURED RUN WHEN FOUND.
008450*================================================================
008460 2900-START.
008470     MOVE 'N' TO WS-RUN-FOUND-SW.
008480     PERFORM 2910-MATCH-ONE-CAPTURE THRU 2910-EXIT
008490         VARYING WS-CR-IDX FROM 1 BY 1
008500             UNTIL WS-CR-IDX > WS-CAPTURE-COUNT
008510                OR WS-RUN-FOUND.
008520     IF WS-RUN-FOUND
008530         SUBTRACT 1 FROM WS-CR-IDX
008540     END-IF.
008550 2900-EXIT.
008560     EXIT.
008570*================================================================
008580 2910-MATCH-ONE-CAPTURE SECTION.
008590*================================================================
008600 2910-START.
008610     IF CR-RUN-ID (WS-CR-IDX) = WS-SEARCH-RUN-ID
008620         MOVE 'Y' TO WS-RUN-FOUND-SW
008630     END-IF.
008640 2910-EXIT.
008650     EXIT.
008660*================================================================
008670 3000-WRITE-BACK SECTION.
008680*================================================================
008690* THE MASTER IS REWRITTEN WHOLE BY OPEN OUTPUT (THE JCL CODES IT
008700* DISP=OLD), AND ONLY IF A CARD ACTUALLY CHANGED IT.
008710*================================================================
008720 3000-START.
008730     IF NOT WS-MASTER-CHANGED
008740         DISPLAY "BASEMNT: NO CHANGES APPLIED - PRMBASE LEFT AS "
008750                 "IT WAS."
008760         GO TO 3000-EXIT
008770     END-IF.
008780     OPEN OUTPUT BASELINE-FILE.
008790     IF NOT WS-BASE-FILE-OK
008800         DISPLAY "BASEMNT: UNABLE TO REWRITE PRMBASE, STATUS="
008810                 WS-BASE-FILE-STATUS
008820         MOVE 16 TO RETURN-CODE
008830         STOP RUN
008840     END-IF.
008850     PERFORM 3100-WRITE-ONE-BASELINE THRU 3100-EXIT
008860         VARYING WS-BS-IDX FROM 1 BY 1
008870             UNTIL WS-BS-IDX > WS-BASE-COUNT.
008880     CLOSE BASELINE-FILE.
008890     DISPLAY "BASEMNT: PRMBASE REWRITTEN - " WS-BASE-COUNT
008900             " BASELINES.".
008910 3000-EXIT.
008920     EXIT.
008930*================================================================
008940 3100-WRITE-ONE-BASELINE SECTION.
008950*================================================================
008960 3100-START.
008970     MOVE BASE-SLOT (WS-BS-IDX) TO PRM-BASE-RECORD.
008980     WRITE PRM-BASE-RECORD.
008990 3100-EXIT.
009000     EXIT.
009010*================================================================
009020 4000-PRINT-REGISTER SECTION.
009030*================================================================
009040 4000-START.
009050     DISPLAY " ".
009060     DISPLAY "BASEMNT: FROZEN BASELINE REGISTER AS OF "
009070             WS-TODAY-DATE.
009080     DISPLAY "ID     STATUS        N M HOST                 "
009090             "RUNTIME                  DAUER       CPU  "
009100             "PROPOSED      APPROVED      RETIRED".
009110     IF WS-BASE-COUNT = ZERO
009120         DISPLAY "       (NO BASELINES ON FILE)"
009130         GO TO 4000-EXIT
009140     END-IF.
009150     PERFORM 4100-PRINT-ONE-BASELINE THRU 4100-EXIT
009160         VARYING WS-BS-IDX FROM 1 BY 1
009170             UNTIL WS-BS-IDX > WS-BASE-COUNT.
009180 4000-EXIT.
009190     EXIT.
009200*================================================================
009210 4100-PRINT-ONE-BASELINE SECTION.
009220*================================================================
009230 4100-START.
009240     MOVE BS-ID (WS-BS-IDX) TO RPT-ID.
009250     EVALUATE TRUE
009260         WHEN BS-IS-PROPOSED (WS-BS-IDX)
009270             MOVE "PROPOSED" TO RPT-STATUS
009280         WHEN BS-IS-APPROVED (WS-BS-IDX)
009290             MOVE "APPROVED" TO RPT-STATUS
009300         WHEN BS-IS-RETIRED (WS-BS-IDX)
009310             MOVE "RETIRED" TO RPT-STATUS
009320         WHEN OTHER
009330             MOVE "UNKNOWN" TO RPT-STATUS
009340     END-EVALUATE.
009350     MOVE BS-N (WS-BS-IDX) TO RPT-N.
009360     MOVE BS-MODE (WS-BS-IDX) TO RPT-MODE.
009370     MOVE BS-HOST-NAME (WS-BS-IDX) TO RPT-HOST-NAME.
009380     MOVE BS-RUNTIME-VERSION (WS-BS-IDX) TO RPT-RUNTIME-VERSION.
009390     MOVE BS-FIGURE (WS-BS-IDX) TO RPT-FIGURE.
009400     MOVE BS-CPU-FIGURE (WS-BS-IDX) TO RPT-CPU-FIGURE.
009410     MOVE BS-PROPOSED-BY (WS-BS-IDX) TO RPT-STAMP-BY.
009420     MOVE BS-PROPOSED-DATE (WS-BS-IDX) TO RPT-STAMP-DATE.
009430     MOVE RPT-STAMP TO RPT-PROPOSED.
009440     MOVE SPACES TO RPT-APPROVED.
009450     IF BS-APPROVED-DATE (WS-BS-IDX) > ZERO
009460         MOVE BS-APPROVED-BY (WS-BS-IDX) TO RPT-STAMP-BY
009470         MOVE BS-APPROVED-DATE (WS-BS-IDX) TO RPT-STAMP-DATE
009480         MOVE RPT-STAMP TO RPT-APPROVED
009490     END-IF.
009500     MOVE SPACES TO RPT-RETIRED.
009510     IF BS-RETIRED-DATE (WS-BS-IDX) > ZERO
009520         MOVE BS-RETIRED-BY (WS-BS-IDX) TO RPT-STAMP-BY
009530         MOVE BS-RETIRED-DATE (WS-BS-IDX) TO RPT-STAMP-DATE
009540         MOVE RPT-STAMP TO RPT-RETIRED
009550     END-IF.
009560     DISPLAY RPT-LINE-1.
009570     MOVE SPACES TO RPT-RUN-LIST.
009580     MOVE 1 TO WS-LIST-POS.
009590     PERFORM 4110-LIST-ONE-RUN-ID THRU 4110-EXIT
009600         VARYING WS-PR-IDX FROM 1 BY 1
009610             UNTIL WS-PR-IDX > BS-RUN-COUNT (WS-BS-IDX)
009620                OR WS-PR-IDX > 8.
009630     MOVE SPACES TO RPT-SUCCESSOR.
009640     IF BS-SUPERSEDED-BY (WS-BS-IDX) > ZERO
009650         MOVE BS-SUPERSEDED-BY (WS-BS-IDX) TO RPT-SUCCESSOR-ID
009660         MOVE RPT-SUCCESSOR-TEXT TO RPT-SUCCESSOR
009670     END-IF.
009680     DISPLAY RPT-LINE-2.
009690 4100-EXIT.
009700     EXIT.
009710*================================================================
009720 4110-LIST-ONE-RUN-ID SECTION.
009730*================================================================
009740 4110-START.
009750     MOVE BS-RUN-ID (WS-BS-IDX, WS-PR-IDX)
009760         TO RPT-RUN-LIST (WS-LIST-POS:8).
009770     ADD 9 TO WS-LIST-POS.
009780 4110-EXIT.
009790     EXIT.
009800*================================================================
009810 6000-SUMMARY SECTION.
009820*================================================================
009830 6000-START.
009840     DISPLAY " ".
009850     DISPLAY "BASEMNT: CARDS READ=" WS-CARDS-READ
009860             " APPLIED=" WS-CARDS-APPLIED
009870             " REJECTED=" WS-CARDS-REJECTED
009880             " REFUSED=" WS-CARDS-REFUSED.
009890     IF WS-CARDS-REJECTED > 0
009900         MOVE 8 TO RETURN-CODE
009910     ELSE
009920         MOVE 0 TO RETURN-CODE
009930     END-IF.
009940     IF WS-CARDS-REFUSED > 0
009950         MOVE 32 TO RETURN-CODE
009960     END-IF.
009970 6000-EXIT.
009980     EXIT.
