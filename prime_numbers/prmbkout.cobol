000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRMBKOUT.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - RUN BACKOUT. TAKES A
000210*                      RUN-ID RANGE OR A RUN DATE OFF EVERY SUITE
000220*                      FILE (PRMHIST, PRMLIST, PRMFEED, PRMAUDIT,
000230*                      PRMALERT) INTO ONE BACKOUT DATASET, WITH A
000240*                      LOG RECORD PER FILE.
000242*   2026-10-15  RAH    THE REPETITION-DETAIL KSDS (DD PRMREPS) IS
000244*                      BACKED OUT WITH THE OTHER FILES, BY THE
000246*                      RUN-ID OR RUN DATE EACH REPETITION RECORD
000248*                      CARRIES, AND LOGGED AS A SIXTH FILE.
000250*================================================================
000260* A TEST DECK SUBMITTED AGAINST THE PRODUCTION DATASETS, OR A
000270* NIGHT RUN FROM THE WRONG LOAD LIBRARY, LEAVES RUNS THAT SHOULD
000280* NEVER HAVE BEEN RECORDED. HISTMNT'S EXCLUSION FLAG ONLY HIDES
000290* THEM IN PRMHIST; THIS PROGRAM TAKES THEM OFF EVERY FILE THE
000300* RUN WROTE TO. THE BOCTL CARD SELECTS A RUN-ID RANGE OR ONE RUN
000310* DATE. EVERY SELECTED RECORD IS APPENDED, WRAPPED WITH ITS
000320* SOURCE DD NAME AND LENGTH, TO THE BACKOUT DATASET (DD
000330* PRMBKOUT) SO NOTHING IS LOST; EVERYTHING ELSE IS COPIED TO THE
000340* RETAINED DATASETS, WHICH THE JOB'S FOLLOW-UP STEPS COPY BACK
000350* OVER THE LIVE FILES THE SAME WAY PRMARCH'S ARE.
000360*
000370* HOW EACH FILE'S RECORDS ARE TIED TO A SELECTED RUN:
000380*   PRMHIST, PRMAUDIT  THE RUN-ID (OR THE RUN DATE ON A DATE
000390*                      BACKOUT)
000400*   PRMLIST            THE HEADER'S RUN-ID OR RUN DATE, WITH ITS
000410*                      DETAIL RECORDS FOLLOWING THE HEADER
000413*   PRMREPS            THE RUN-ID (OR THE RUN DATE ON A DATE
000416*                      BACKOUT) OF EACH REPETITION RECORD
000420*   PRMFEED            THE TRAILING RUN-ID FIELD OR RUN DATE, OR -
000430*                      FOR OLD RECORDS WITH NO RUN-ID - THE RUN
000440*                      DATE/TIME AND N OF A SELECTED RUN
000450*   PRMALERT           THE RUN DATE/TIME AND N OF A SELECTED RUN
000460*                      (THE STAMP NTHPRIME, TRENDRPT, AND PRMVRFY
000470*                      PUT ON A RUN'S ALERTS); ALERTS STAMPED WITH
000480*                      A PROGRAM'S OWN CLOCK ARE LEFT ALONE
000490* SO EVERY PRMRECON CLAIM ON A BACKED-OUT RUN GOES WITH IT AND
000500* THE REMAINING FILES RECONCILE AS BEFORE.
000510*
000520* A RUN-ID FEEDXTR HAS SHIPPED IN A CONFIRMED PRMCYCLE CYCLE IS
000530* ALREADY ON THE DASHBOARD AND CANNOT BE CALLED BACK: THE WHOLE
000540* BACKOUT IS REFUSED (RC=8) BEFORE ANYTHING IS WRITTEN. A
000550* SELECTED RUN IN A CYCLE STILL AWAITING CONFIRMATION, OR ONE
000560* THAT MISMATCHED, IS BACKED OUT WITH A WARNING (RC=4) - THAT
000570* CYCLE WOULD NO LONGER RE-EXTRACT TO THE SAME TOTALS.
000580*================================================================
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BOCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BOCTL-FILE-STATUS.
000650     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-HIST-FILE-STATUS.
000680     SELECT LISTING-FILE ASSIGN TO "PRMLIST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS PRM-LIST-KEY
000720         FILE STATUS IS WS-LIST-FILE-STATUS.
000721     SELECT REPS-FILE ASSIGN TO "PRMREPS"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS SEQUENTIAL
000724         RECORD KEY IS PRM-REPS-KEY
000725         FILE STATUS IS WS-REPS-FILE-STATUS.
000730     SELECT FEED-FILE ASSIGN TO "PRMFEED"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FEED-FILE-STATUS.
000760     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000790     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ALERT-FILE-STATUS.
000820     SELECT CYCLE-FILE ASSIGN TO "PRMCYCLE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000850     SELECT BACKOUT-FILE ASSIGN TO "PRMBKOUT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-BKOUT-FILE-STATUS.
000880     SELECT BACKOUT-LOG-FILE ASSIGN TO "PRMBOLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-BOLOG-FILE-STATUS.
000910     SELECT HIST-RETAINED-FILE ASSIGN TO "PRMHNEW"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-HNEW-FILE-STATUS.
000940     SELECT LIST-RETAINED-FILE ASSIGN TO "PRMLNEW"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-LNEW-FILE-STATUS.
000970     SELECT FEED-RETAINED-FILE ASSIGN TO "PRMFNEW"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-FNEW-FILE-STATUS.
001000     SELECT AUDIT-RETAINED-FILE ASSIGN TO "PRMAUNEW"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-AUNEW-FILE-STATUS.
001030     SELECT ALERT-RETAINED-FILE ASSIGN TO "PRMALNEW"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ALNEW-FILE-STATUS.
001052     SELECT REPS-RETAINED-FILE ASSIGN TO "PRMRNEW"
001054         ORGANIZATION IS LINE SEQUENTIAL
001056         FILE STATUS IS WS-RNEW-FILE-STATUS.
001060*
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  BACKOUT-CONTROL-FILE.
001100     COPY PRMBOCTL.
001110 FD  HISTORY-FILE.
001120     COPY PRMHIST.
001130 FD  LISTING-FILE.
001140     COPY PRMLIST.
001143 FD  REPS-FILE.
001146     COPY PRMREPS.
001150 FD  FEED-FILE.
001160     COPY PRMFEED.
001170 FD  AUDIT-FILE.
001180     COPY PRMAUDIT.
001190 FD  ALERT-FILE.
001200     COPY PRMALERT.
001210 FD  CYCLE-FILE.
001220     COPY PRMCYCLE.
001230 FD  BACKOUT-FILE.
001240     COPY PRMBOREC.
001250 FD  BACKOUT-LOG-FILE.
001260     COPY PRMBOLOG.
001270 FD  HIST-RETAINED-FILE.
001280 01  PRM-HNEW-RECORD                 PIC X(198).
001290 FD  LIST-RETAINED-FILE.
001300 01  PRM-LNEW-RECORD                 PIC X(40).
001310 FD  FEED-RETAINED-FILE.
001320 01  PRM-FNEW-RECORD                 PIC X(80).
001330 FD  AUDIT-RETAINED-FILE.
001340 01  PRM-AUNEW-RECORD                PIC X(101).
001350 FD  ALERT-RETAINED-FILE.
001360 01  PRM-ALNEW-RECORD                PIC X(68).
001363 FD  REPS-RETAINED-FILE.
001366 01  PRM-RNEW-RECORD                 PIC X(60).
001370*
001380 WORKING-STORAGE SECTION.
001390 01  WS-BOCTL-FILE-STATUS            PIC X(02) VALUE '00'.
001400     88  WS-BOCTL-FILE-OK                 VALUE '00'.
001410 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
001420     88  WS-HIST-FILE-OK                  VALUE '00'.
001430 01  WS-LIST-FILE-STATUS             PIC X(02) VALUE '00'.
001440     88  WS-LIST-FILE-OK                  VALUE '00'.
001443 01  WS-REPS-FILE-STATUS             PIC X(02) VALUE '00'.
001446     88  WS-REPS-FILE-OK                  VALUE '00'.
001450 01  WS-FEED-FILE-STATUS             PIC X(02) VALUE '00'.
001460     88  WS-FEED-FILE-OK                  VALUE '00'.
001470 01  WS-AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
001480     88  WS-AUDIT-FILE-OK                 VALUE '00'.
001490 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
001500     88  WS-ALERT-FILE-OK                 VALUE '00'.
001510     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
001520 01  WS-CYCLE-FILE-STATUS            PIC X(02) VALUE '00'.
001530     88  WS-CYCLE-FILE-OK                 VALUE '00'.
001540     88  WS-CYCLE-FILE-NOT-FOUND          VALUE '35'.
001550 01  WS-BKOUT-FILE-STATUS            PIC X(02) VALUE '00'.
001560     88  WS-BKOUT-FILE-OK                 VALUE '00'.
001570     88  WS-BKOUT-FILE-NOT-FOUND          VALUE '35'.
001580 01  WS-BOLOG-FILE-STATUS            PIC X(02) VALUE '00'.
001590     88  WS-BOLOG-FILE-OK                 VALUE '00'.
001600     88  WS-BOLOG-FILE-NOT-FOUND          VALUE '35'.
001610 01  WS-HNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001620     88  WS-HNEW-FILE-OK                  VALUE '00'.
001630 01  WS-LNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001640     88  WS-LNEW-FILE-OK                  VALUE '00'.
001650 01  WS-FNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001660     88  WS-FNEW-FILE-OK                  VALUE '00'.
001670 01  WS-AUNEW-FILE-STATUS            PIC X(02) VALUE '00'.
001680     88  WS-AUNEW-FILE-OK                 VALUE '00'.
001690 01  WS-ALNEW-FILE-STATUS            PIC X(02) VALUE '00'.
001700     88  WS-ALNEW-FILE-OK                 VALUE '00'.
001703 01  WS-RNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001706     88  WS-RNEW-FILE-OK                  VALUE '00'.
001710*
001720 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
001730     88  WS-AT-HIST-EOF                   VALUE 'Y'.
001740 01  WS-LIST-EOF-SW                  PIC X(01) VALUE 'N'.
001750     88  WS-AT-LIST-EOF                   VALUE 'Y'.
001760 01  WS-FEED-EOF-SW                  PIC X(01) VALUE 'N'.
001770     88  WS-AT-FEED-EOF                   VALUE 'Y'.
001780 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001790     88  WS-AT-AUDIT-EOF                  VALUE 'Y'.
001800 01  WS-ALERT-EOF-SW                 PIC X(01) VALUE 'N'.
001810     88  WS-AT-ALERT-EOF                  VALUE 'Y'.
001813 01  WS-REPS-EOF-SW                  PIC X(01) VALUE 'N'.
001816     88  WS-AT-REPS-EOF                   VALUE 'Y'.
001820 01  WS-CYCLE-EOF-SW                 PIC X(01) VALUE 'N'.
001830     88  WS-AT-CYCLE-EOF                  VALUE 'Y'.
001840 01  WS-ALERT-PRESENT-SW             PIC X(01) VALUE 'N'.
001850     88  WS-ALERT-FILE-PRESENT            VALUE 'Y'.
001860 01  WS-LIST-BACKOUT-SW              PIC X(01) VALUE 'N'.
001870     88  WS-LIST-RUN-IS-BACKED-OUT        VALUE 'Y'.
001880 01  WS-SELECTED-SW                  PIC X(01) VALUE 'N'.
001890     88  WS-RECORD-IS-SELECTED            VALUE 'Y'.
001900 01  WS-RUN-FOUND-SW                 PIC X(01) VALUE 'N'.
001910     88  WS-RUN-FOUND                     VALUE 'Y'.
001920*
001930*----------------------------------------------------------------
001940* THE SELECTION FROM THE BOCTL CARD - A RUN-ID RANGE OR A RUN
001950* DATE - AND THE RECORD FIELDS IT IS TESTED AGAINST.
001960*----------------------------------------------------------------
001970 01  WS-SEL-MODE-SW                  PIC X(01) VALUE SPACE.
001980     88  WS-SEL-BY-RUN-ID                 VALUE 'I'.
001990     88  WS-SEL-BY-DATE                   VALUE 'D'.
002000 01  WS-SEL-FROM-RUN-ID              PIC 9(08) VALUE ZERO.
002010 01  WS-SEL-TO-RUN-ID                PIC 9(08) VALUE ZERO.
002020 01  WS-SEL-RUN-DATE                 PIC 9(08) VALUE ZERO.
002030 01  WS-SEL-INITIALS                 PIC X(03) VALUE SPACES.
002040 01  WS-SEL-REASON                   PIC X(04) VALUE SPACES.
002050 01  WS-TEST-RUN-ID                  PIC 9(08) VALUE ZERO.
002060 01  WS-TEST-RUN-DATE                PIC 9(08) VALUE ZERO.
002070 01  WS-LOOK-RUN-DATE                PIC 9(08) VALUE ZERO.
002080 01  WS-LOOK-RUN-TIME                PIC 9(08) VALUE ZERO.
002090 01  WS-LOOK-N                       PIC 9(06) VALUE ZERO.
002100*
002110 01  WS-NOW-STAMP                    PIC X(21) VALUE SPACES.
002120 01  WS-NOW-FIELDS REDEFINES WS-NOW-STAMP.
002130     05  WS-NOW-DATE                 PIC 9(08).
002140     05  WS-NOW-TIME                 PIC 9(08).
002150     05  FILLER                      PIC X(05).
002160*
002170*----------------------------------------------------------------
002180* THE RUNS THE CARD SELECTS, GATHERED FROM PRMHIST AND PRMAUDIT
002190* BEFORE ANYTHING IS WRITTEN: CHECKED AGAINST THE CONFIRMED FEED
002200* CYCLES, THEN USED TO TIE THE RUN-ID-LESS FEED AND ALERT
002210* RECORDS TO THEIR RUN BY RUN DATE/TIME AND N. A FULL TABLE
002220* STOPS THE BACKOUT - A PARTIAL BACKOUT WOULD LEAVE THE FILES
002230* WORSE THAN IT FOUND THEM.
002240*----------------------------------------------------------------
002250 01  WS-MAX-RUNS                     PIC 9(04) COMP VALUE 500.
002260 01  WS-RUN-COUNT                    PIC 9(04) COMP VALUE ZERO.
002270 01  WS-SR-IDX                       PIC 9(04) COMP VALUE ZERO.
002280 01  SELECTED-RUN-TABLE.
002290     05  SELECTED-RUN OCCURS 500 TIMES.
002300         10  SR-RUN-ID               PIC 9(08).
002310         10  SR-RUN-DATE             PIC 9(08).
002320         10  SR-RUN-TIME             PIC 9(08).
002330         10  SR-N                    PIC 9(06).
002340*
002350 01  WS-REFUSED-COUNT                PIC 9(04) COMP VALUE ZERO.
002360 01  WS-UNCONFIRMED-COUNT            PIC 9(04) COMP VALUE ZERO.
002370*
002380*----------------------------------------------------------------
002390* FEED-RECORD PARSING WORK AREAS - THE FEED IS COMMA-DELIMITED
002400* TEXT, SO EACH FIELD IS UNSTRUNG AND CHECKED BEFORE IT IS
002410* TRUSTED AS A NUMBER (AS PRMRECON DOES).
002420*----------------------------------------------------------------
002430 01  WS-FEED-DATE-X                  PIC X(08) VALUE SPACES.
002440 01  WS-FEED-TIME-X                  PIC X(08) VALUE SPACES.
002450 01  WS-FEED-N-X                     PIC X(06) VALUE SPACES.
002460 01  WS-FEED-MODE-X                  PIC X(01) VALUE SPACES.
002470 01  WS-FEED-DAUER-X                 PIC X(09) VALUE SPACES.
002480 01  WS-FEED-RUN-ID-X                PIC X(08) VALUE SPACES.
002490*
002500*----------------------------------------------------------------
002510* PER-FILE TALLIES, IN THE ORDER THE FILES ARE PASSED AND
002520* LOGGED: 1 PRMHIST, 2 PRMLIST, 3 PRMFEED, 4 PRMAUDIT,
002530* 5 PRMALERT, 6 PRMREPS.
002540*----------------------------------------------------------------
002550 01  WS-FILE-NAME-VALUES.
002560     05  FILLER                      PIC X(08) VALUE 'PRMHIST '.
002570     05  FILLER                      PIC X(08) VALUE 'PRMLIST '.
002580     05  FILLER                      PIC X(08) VALUE 'PRMFEED '.
002590     05  FILLER                      PIC X(08) VALUE 'PRMAUDIT'.
002600     05  FILLER                      PIC X(08) VALUE 'PRMALERT'.
002605     05  FILLER                      PIC X(08) VALUE 'PRMREPS '.
002610 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002620     05  WS-FILE-NAME                PIC X(08) OCCURS 6 TIMES.
002630 01  FILE-TALLY-TABLE.
002640     05  FILE-TALLY OCCURS 6 TIMES.
002650         10  FT-READ                 PIC 9(08) COMP.
002660         10  FT-REMOVED              PIC 9(08) COMP.
002670         10  FT-RETAINED             PIC 9(08) COMP.
002680 01  WS-FT-IDX                       PIC 9(01) COMP VALUE ZERO.
002690 01  WS-TOTAL-REMOVED                PIC 9(08) COMP VALUE ZERO.
002700*
002710 01  WS-BO-FILE-IDX                  PIC 9(01) COMP VALUE ZERO.
002720 01  WS-BO-RUN-ID                    PIC 9(08) VALUE ZERO.
002730 01  WS-BO-LENGTH                    PIC 9(03) VALUE ZERO.
002740 01  WS-BO-IMAGE                     PIC X(198) VALUE SPACES.
002750 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
002760*
002770 PROCEDURE DIVISION.
002780*================================================================
002790 0000-MAINLINE SECTION.
002800*================================================================
002810 0000-START.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-COLLECT-RUNS THRU 2000-EXIT.
002840     PERFORM 3000-CHECK-CYCLES THRU 3000-EXIT.
002850     PERFORM 4000-OPEN-FILES THRU 4000-EXIT.
002860     PERFORM 5000-PROCESS-HISTORY THRU 5000-EXIT
002870         UNTIL WS-AT-HIST-EOF.
002880     PERFORM 5100-PROCESS-LISTING THRU 5100-EXIT
002890         UNTIL WS-AT-LIST-EOF.
002900     PERFORM 5200-PROCESS-FEED THRU 5200-EXIT
002910         UNTIL WS-AT-FEED-EOF.
002920     PERFORM 5300-PROCESS-AUDIT THRU 5300-EXIT
002930         UNTIL WS-AT-AUDIT-EOF.
002940     PERFORM 5400-PROCESS-ALERT THRU 5400-EXIT
002950         UNTIL WS-AT-ALERT-EOF.
002953     PERFORM 5500-PROCESS-REPETITIONS THRU 5500-EXIT
002956         UNTIL WS-AT-REPS-EOF.
002960     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
002970     PERFORM 7000-SUMMARY THRU 7000-EXIT.
002980     GO TO 0000-EXIT.
002990 0000-EXIT.
003000     STOP RUN.
003010*================================================================
003020 1000-INITIALIZE SECTION.
003030*================================================================
003040 1000-START.
003050     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
003060     INITIALIZE FILE-TALLY-TABLE.
003070     PERFORM 1100-READ-BACKOUT-CONTROL THRU 1100-EXIT.
003080     DISPLAY "PRMBKOUT: RUN BACKOUT FROM THE SUITE FILES".
003090     IF WS-SEL-BY-RUN-ID
003100         DISPLAY "PRMBKOUT: RUN-IDS " WS-SEL-FROM-RUN-ID
003110                 " THRU " WS-SEL-TO-RUN-ID
003120                 " BY " WS-SEL-INITIALS
003130                 " REASON " WS-SEL-REASON
003140     ELSE
003150         DISPLAY "PRMBKOUT: RUN DATE " WS-SEL-RUN-DATE
003160                 " BY " WS-SEL-INITIALS
003170                 " REASON " WS-SEL-REASON
003180     END-IF.
003190 1000-EXIT.
003200     EXIT.
003210*================================================================
003220 1100-READ-BACKOUT-CONTROL SECTION.
003230*================================================================
003240* ONE CARD: A RUN-ID RANGE (TO ZERO MEANS THE SINGLE FROM
003250* RUN-ID) OR A RUN DATE, PLUS INITIALS AND A REASON CODE. A CARD
003260* SELECTING BY BOTH OR BY NEITHER IS REJECTED OUTRIGHT - A
003270* BACKOUT IS NOT SOMETHING TO GUESS AT.
003280*================================================================
003290 1100-START.
003300     OPEN INPUT BACKOUT-CONTROL-FILE.
003310     IF NOT WS-BOCTL-FILE-OK
003320         DISPLAY "PRMBKOUT: UNABLE TO OPEN BOCTL, STATUS="
003330                 WS-BOCTL-FILE-STATUS
003340         GO TO 1100-ABEND
003350     END-IF.
003360     READ BACKOUT-CONTROL-FILE
003370         AT END
003380             DISPLAY "PRMBKOUT: BOCTL IS EMPTY, NOTHING SELECTED"
003390             CLOSE BACKOUT-CONTROL-FILE
003400             GO TO 1100-ABEND
003410     END-READ.
003420     CLOSE BACKOUT-CONTROL-FILE.
003430     IF PRM-BOCTL-RECORD (1:8) = SPACES
003440         MOVE ZERO TO PRM-BOCTL-FROM-RUN-ID
003450     END-IF.
003460     IF PRM-BOCTL-RECORD (9:8) = SPACES
003470         MOVE ZERO TO PRM-BOCTL-TO-RUN-ID
003480     END-IF.
003490     IF PRM-BOCTL-RECORD (17:8) = SPACES
003500         MOVE ZERO TO PRM-BOCTL-RUN-DATE
003510     END-IF.
003520     IF PRM-BOCTL-FROM-RUN-ID NOT NUMERIC
003530         OR PRM-BOCTL-TO-RUN-ID NOT NUMERIC
003540         OR PRM-BOCTL-RUN-DATE NOT NUMERIC
003550         DISPLAY "PRMBKOUT: BOCTL RUN-ID/DATE NOT NUMERIC: "
003560                 PRM-BOCTL-RECORD
003570         GO TO 1100-ABEND
003580     END-IF.
003590     IF PRM-BOCTL-INITIALS = SPACES
003600         OR PRM-BOCTL-REASON = SPACES
003610         DISPLAY "PRMBKOUT: BOCTL CARD MUST CARRY INITIALS AND "
003620                 "A REASON CODE"
003630         GO TO 1100-ABEND
003640     END-IF.
003650     IF PRM-BOCTL-FROM-RUN-ID > ZERO
003660         AND PRM-BOCTL-RUN-DATE > ZERO
003670         DISPLAY "PRMBKOUT: BOCTL CARD SELECTS BY BOTH RUN-ID "
003680                 "AND RUN DATE - PUNCH ONE OR THE OTHER"
003690         GO TO 1100-ABEND
003700     END-IF.
003710     IF PRM-BOCTL-FROM-RUN-ID = ZERO
003720         AND PRM-BOCTL-RUN-DATE = ZERO
003730         DISPLAY "PRMBKOUT: BOCTL CARD SELECTS ON NOTHING"
003740         GO TO 1100-ABEND
003750     END-IF.
003760     MOVE PRM-BOCTL-INITIALS TO WS-SEL-INITIALS.
003770     MOVE PRM-BOCTL-REASON TO WS-SEL-REASON.
003780     IF PRM-BOCTL-RUN-DATE > ZERO
003790         MOVE 'D' TO WS-SEL-MODE-SW
003800         MOVE PRM-BOCTL-RUN-DATE TO WS-SEL-RUN-DATE
003810         GO TO 1100-EXIT
003820     END-IF.
003830     MOVE 'I' TO WS-SEL-MODE-SW.
003840     MOVE PRM-BOCTL-FROM-RUN-ID TO WS-SEL-FROM-RUN-ID.
003850     IF PRM-BOCTL-TO-RUN-ID = ZERO
003860         MOVE PRM-BOCTL-FROM-RUN-ID TO WS-SEL-TO-RUN-ID
003870     ELSE
003880         MOVE PRM-BOCTL-TO-RUN-ID TO WS-SEL-TO-RUN-ID
003890     END-IF.
003900     IF WS-SEL-TO-RUN-ID < WS-SEL-FROM-RUN-ID
003910         DISPLAY "PRMBKOUT: BOCTL TO-RUN-ID " WS-SEL-TO-RUN-ID
003920                 " IS BELOW FROM-RUN-ID " WS-SEL-FROM-RUN-ID
003930         GO TO 1100-ABEND
003940     END-IF.
003950     GO TO 1100-EXIT.
003960 1100-ABEND.
003970     MOVE 16 TO RETURN-CODE.
003980     STOP RUN.
003990 1100-EXIT.
004000     EXIT.
004010*================================================================
004020 2000-COLLECT-RUNS SECTION.
004030*================================================================
004040* FIRST PASS OVER PRMHIST AND PRMAUDIT: EVERY RUN THE CARD
004050* SELECTS IS NOTED, ONCE, IN THE SELECTED-RUN TABLE. PRMAUDIT
004060* ALSO CARRIES RUNS THAT ENDED BEFORE A HISTORY RECORD WAS
004070* WRITTEN, AND THEIR ALERTS GO WITH THEM TOO.
004080*================================================================
004090 2000-START.
004100     OPEN INPUT HISTORY-FILE.
004110     IF NOT WS-HIST-FILE-OK
004120         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMHIST, STATUS="
004130                 WS-HIST-FILE-STATUS
004140         GO TO 2000-ABEND
004150     END-IF.
004160     PERFORM 2900-READ-NEXT-HIST-RECORD THRU 2900-EXIT.
004170     PERFORM 2100-COLLECT-ONE-HIST THRU 2100-EXIT
004180         UNTIL WS-AT-HIST-EOF.
004190     CLOSE HISTORY-FILE.
004200     OPEN INPUT AUDIT-FILE.
004210     IF NOT WS-AUDIT-FILE-OK
004220         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMAUDIT, STATUS="
004230                 WS-AUDIT-FILE-STATUS
004240         GO TO 2000-ABEND
004250     END-IF.
004260     PERFORM 2950-READ-NEXT-AUDIT-RECORD THRU 2950-EXIT.
004270     PERFORM 2200-COLLECT-ONE-AUDIT THRU 2200-EXIT
004280         UNTIL WS-AT-AUDIT-EOF.
004290     CLOSE AUDIT-FILE.
004300     MOVE 'N' TO WS-HIST-EOF-SW.
004310     MOVE 'N' TO WS-AUDIT-EOF-SW.
004320     DISPLAY "PRMBKOUT: RUNS SELECTED=" WS-RUN-COUNT.
004330     GO TO 2000-EXIT.
004340 2000-ABEND.
004350     MOVE 16 TO RETURN-CODE.
004360     STOP RUN.
004370 2000-EXIT.
004380     EXIT.
004390*================================================================
004400 2100-COLLECT-ONE-HIST SECTION.
004410*================================================================
004420 2100-START.
004430     PERFORM 2500-SET-HIST-TEST-FIELDS THRU 2500-EXIT.
004440     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
004450     IF WS-RECORD-IS-SELECTED
004460         MOVE WS-TEST-RUN-ID TO WS-BO-RUN-ID
004470         MOVE PRM-HIST-RUN-DATE TO WS-LOOK-RUN-DATE
004480         MOVE PRM-HIST-RUN-TIME TO WS-LOOK-RUN-TIME
004490         MOVE PRM-HIST-N TO WS-LOOK-N
004500         PERFORM 2300-ADD-SELECTED-RUN THRU 2300-EXIT
004510     END-IF.
004520     PERFORM 2900-READ-NEXT-HIST-RECORD THRU 2900-EXIT.
004530 2100-EXIT.
004540     EXIT.
004550*================================================================
004560 2200-COLLECT-ONE-AUDIT SECTION.
004570*================================================================
004580 2200-START.
004590     MOVE PRM-AUDIT-RUN-ID TO WS-TEST-RUN-ID.
004600     MOVE PRM-AUDIT-RUN-DATE TO WS-TEST-RUN-DATE.
004610     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
004620     IF WS-RECORD-IS-SELECTED
004630         MOVE PRM-AUDIT-RUN-ID TO WS-BO-RUN-ID
004640         MOVE PRM-AUDIT-RUN-DATE TO WS-LOOK-RUN-DATE
004650         MOVE PRM-AUDIT-RUN-TIME TO WS-LOOK-RUN-TIME
004660         MOVE PRM-AUDIT-CTL-N TO WS-LOOK-N
004670         PERFORM 2300-ADD-SELECTED-RUN THRU 2300-EXIT
004680     END-IF.
004690     PERFORM 2950-READ-NEXT-AUDIT-RECORD THRU 2950-EXIT.
004700 2200-EXIT.
004710     EXIT.
004720*================================================================
004730 2300-ADD-SELECTED-RUN SECTION.
004740*================================================================
004750* NOTES ONE SELECTED RUN, UNLESS ITS HISTORY OR AUDIT TWIN
004760* ALREADY DID. A FULL TABLE STOPS THE BACKOUT BEFORE ANYTHING
004770* HAS BEEN WRITTEN.
004780*================================================================
004790 2300-START.
004800     PERFORM 5950-FIND-RUN-BY-STAMP THRU 5950-EXIT.
004810     IF WS-RUN-FOUND
004820         GO TO 2300-EXIT
004830     END-IF.
004840     IF WS-RUN-COUNT >= WS-MAX-RUNS
004850         DISPLAY "PRMBKOUT: MORE THAN " WS-MAX-RUNS
004860                 " RUNS SELECTED - NARROW THE BOCTL SELECTION."
004870                 " NOTHING BACKED OUT"
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     ADD 1 TO WS-RUN-COUNT.
004920     MOVE WS-BO-RUN-ID TO SR-RUN-ID (WS-RUN-COUNT).
004930     MOVE WS-LOOK-RUN-DATE TO SR-RUN-DATE (WS-RUN-COUNT).
004940     MOVE WS-LOOK-RUN-TIME TO SR-RUN-TIME (WS-RUN-COUNT).
004950     MOVE WS-LOOK-N TO SR-N (WS-RUN-COUNT).
004960 2300-EXIT.
004970     EXIT.
004980*================================================================
004990 2400-TEST-SELECTION SECTION.
005000*================================================================
005010* TESTS THE RUN-ID AND RUN DATE LEFT IN WS-TEST-RUN-ID AND
005020* WS-TEST-RUN-DATE AGAINST THE CARD. A ZERO RUN-ID (A RECORD
005030* WRITTEN BEFORE RUN-IDS EXISTED) IS NEVER IN A RUN-ID RANGE.
005040*================================================================
005050 2400-START.
005060     MOVE 'N' TO WS-SELECTED-SW.
005070     IF WS-SEL-BY-DATE
005080         IF WS-TEST-RUN-DATE = WS-SEL-RUN-DATE
005090             MOVE 'Y' TO WS-SELECTED-SW
005100         END-IF
005110         GO TO 2400-EXIT
005120     END-IF.
005130     IF WS-TEST-RUN-ID > ZERO
005140         AND WS-TEST-RUN-ID NOT < WS-SEL-FROM-RUN-ID
005150         AND WS-TEST-RUN-ID NOT > WS-SEL-TO-RUN-ID
005160         MOVE 'Y' TO WS-SELECTED-SW
005170     END-IF.
005180 2400-EXIT.
005190     EXIT.
005200*================================================================
005210 2500-SET-HIST-TEST-FIELDS SECTION.
005220*================================================================
005230* HISTORY RECORDS WRITTEN BEFORE RUN-IDS EXISTED CARRY BLANKS IN
005240* THE RUN-ID; THEY ARE TESTED AS RUN-ID ZERO.
005250*================================================================
005260 2500-START.
005270     IF PRM-HIST-RUN-ID IS NUMERIC
005280         MOVE PRM-HIST-RUN-ID TO WS-TEST-RUN-ID
005290     ELSE
005300         MOVE ZERO TO WS-TEST-RUN-ID
005310     END-IF.
005320     MOVE PRM-HIST-RUN-DATE TO WS-TEST-RUN-DATE.
005330 2500-EXIT.
005340     EXIT.
005350*================================================================
005360 2900-READ-NEXT-HIST-RECORD SECTION.
005370*================================================================
005380 2900-START.
005390     READ HISTORY-FILE
005400         AT END
005410             MOVE 'Y' TO WS-HIST-EOF-SW
005420     END-READ.
005430 2900-EXIT.
005440     EXIT.
005450*================================================================
005460 2950-READ-NEXT-AUDIT-RECORD SECTION.
005470*================================================================
005480 2950-START.
005490     READ AUDIT-FILE
005500         AT END
005510             MOVE 'Y' TO WS-AUDIT-EOF-SW
005520     END-READ.
005530 2950-EXIT.
005540     EXIT.
005550*================================================================
005560 3000-CHECK-CYCLES SECTION.
005570*================================================================
005580* EVERY SELECTED RUN-ID IS CHECKED AGAINST EVERY FEED EXTRACT
005590* CYCLE ON PRMCYCLE. ONE SHIPPED IN A CONFIRMED CYCLE REFUSES
005600* THE WHOLE BACKOUT, BEFORE ANY FILE HAS BEEN OPENED FOR OUTPUT.
005610* NO PRMCYCLE AT ALL MEANS NOTHING HAS BEEN SHIPPED YET.
005620*================================================================
005630 3000-START.
005640     OPEN INPUT CYCLE-FILE.
005650     IF WS-CYCLE-FILE-NOT-FOUND
005660         GO TO 3000-EXIT
005670     END-IF.
005680     IF NOT WS-CYCLE-FILE-OK
005690         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMCYCLE, STATUS="
005700                 WS-CYCLE-FILE-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF.
005740     PERFORM 3900-READ-NEXT-CYCLE-RECORD THRU 3900-EXIT.
005750     PERFORM 3100-CHECK-ONE-CYCLE THRU 3100-EXIT
005760         UNTIL WS-AT-CYCLE-EOF.
005770     CLOSE CYCLE-FILE.
005780     IF WS-REFUSED-COUNT > 0
005790         DISPLAY "PRMBKOUT: " WS-REFUSED-COUNT
005800                 " SELECTED RUN(S) ALREADY CONFIRMED ON THE "
005810                 "DASHBOARD - BACKOUT REFUSED, NOTHING WRITTEN"
005820         MOVE 8 TO RETURN-CODE
005830         STOP RUN
005840     END-IF.
005850     IF WS-UNCONFIRMED-COUNT > 0
005860         MOVE 4 TO WS-RETURN-CODE
005870     END-IF.
005880 3000-EXIT.
005890     EXIT.
005900*================================================================
005910 3100-CHECK-ONE-CYCLE SECTION.
005920*================================================================
005930 3100-START.
005940     PERFORM 3110-CHECK-ONE-RUN THRU 3110-EXIT
005950         VARYING WS-SR-IDX FROM 1 BY 1
005960             UNTIL WS-SR-IDX > WS-RUN-COUNT.
005970     PERFORM 3900-READ-NEXT-CYCLE-RECORD THRU 3900-EXIT.
005980 3100-EXIT.
005990     EXIT.
006000*================================================================
006010 3110-CHECK-ONE-RUN SECTION.
006020*================================================================
006030 3110-START.
006040     IF SR-RUN-ID (WS-SR-IDX) = ZERO
006050         OR SR-RUN-ID (WS-SR-IDX) < PRM-CYCLE-FROM-RUN-ID
006060         OR SR-RUN-ID (WS-SR-IDX) > PRM-CYCLE-TO-RUN-ID
006070         GO TO 3110-EXIT
006080     END-IF.
006090     IF PRM-CYCLE-IS-CONFIRMED
006100         ADD 1 TO WS-REFUSED-COUNT
006110         DISPLAY "PRMBKOUT: RUN-ID " SR-RUN-ID (WS-SR-IDX)
006120                 " WAS SHIPPED IN CONFIRMED FEED CYCLE "
006130                 PRM-CYCLE-NO
006140     ELSE
006150         ADD 1 TO WS-UNCONFIRMED-COUNT
006160         DISPLAY "PRMBKOUT: WARNING - RUN-ID "
006170                 SR-RUN-ID (WS-SR-IDX)
006180                 " IS IN FEED CYCLE " PRM-CYCLE-NO
006190                 " STATUS " PRM-CYCLE-STATUS
006200                 " - THAT CYCLE WILL NOT RE-EXTRACT TO ITS TOTALS"
006210     END-IF.
006220 3110-EXIT.
006230     EXIT.
006240*================================================================
006250 3900-READ-NEXT-CYCLE-RECORD SECTION.
006260*================================================================
006270 3900-START.
006280     READ CYCLE-FILE
006290         AT END
006300             MOVE 'Y' TO WS-CYCLE-EOF-SW
006310     END-READ.
006320 3900-EXIT.
006330     EXIT.
006340*================================================================
006350 4000-OPEN-FILES SECTION.
006360*================================================================
006370 4000-START.
006380     OPEN INPUT HISTORY-FILE.
006390     IF NOT WS-HIST-FILE-OK
006400         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMHIST, STATUS="
006410                 WS-HIST-FILE-STATUS
006420         GO TO 4000-ABEND
006430     END-IF.
006440     OPEN INPUT LISTING-FILE.
006450     IF NOT WS-LIST-FILE-OK
006460         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMLIST, STATUS="
006470                 WS-LIST-FILE-STATUS
006480         GO TO 4000-ABEND
006490     END-IF.
006491     OPEN INPUT REPS-FILE.
006492     IF NOT WS-REPS-FILE-OK
006493         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMREPS, STATUS="
006494                 WS-REPS-FILE-STATUS
006495         GO TO 4000-ABEND
006496     END-IF.
006500     OPEN INPUT FEED-FILE.
006510     IF NOT WS-FEED-FILE-OK
006520         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMFEED, STATUS="
006530                 WS-FEED-FILE-STATUS
006540         GO TO 4000-ABEND
006550     END-IF.
006560     OPEN INPUT AUDIT-FILE.
006570     IF NOT WS-AUDIT-FILE-OK
006580         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMAUDIT, STATUS="
006590                 WS-AUDIT-FILE-STATUS
006600         GO TO 4000-ABEND
006610     END-IF.
006620*    NO ALERT FILE YET MEANS NO ALERTS TO BACK OUT.
006630     OPEN INPUT ALERT-FILE.
006640     IF WS-ALERT-FILE-OK
006650         MOVE 'Y' TO WS-ALERT-PRESENT-SW
006660     ELSE
006670         IF NOT WS-ALERT-FILE-NOT-FOUND
006680             DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMALERT, STATUS="
006690                     WS-ALERT-FILE-STATUS
006700             GO TO 4000-ABEND
006710         END-IF
006720     END-IF.
006730     OPEN EXTEND BACKOUT-FILE.
006740     IF WS-BKOUT-FILE-NOT-FOUND
006750         OPEN OUTPUT BACKOUT-FILE
006760         CLOSE BACKOUT-FILE
006770         OPEN EXTEND BACKOUT-FILE
006780     END-IF.
006790     IF NOT WS-BKOUT-FILE-OK
006800         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMBKOUT, STATUS="
006810                 WS-BKOUT-FILE-STATUS
006820         GO TO 4000-ABEND
006830     END-IF.
006840     OPEN EXTEND BACKOUT-LOG-FILE.
006850     IF WS-BOLOG-FILE-NOT-FOUND
006860         OPEN OUTPUT BACKOUT-LOG-FILE
006870         CLOSE BACKOUT-LOG-FILE
006880         OPEN EXTEND BACKOUT-LOG-FILE
006890     END-IF.
006900     IF NOT WS-BOLOG-FILE-OK
006910         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMBOLOG, STATUS="
006920                 WS-BOLOG-FILE-STATUS
006930         GO TO 4000-ABEND
006940     END-IF.
006950     OPEN OUTPUT HIST-RETAINED-FILE.
006960     IF NOT WS-HNEW-FILE-OK
006970         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMHNEW, STATUS="
006980                 WS-HNEW-FILE-STATUS
006990         GO TO 4000-ABEND
007000     END-IF.
007010     OPEN OUTPUT LIST-RETAINED-FILE.
007020     IF NOT WS-LNEW-FILE-OK
007030         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMLNEW, STATUS="
007040                 WS-LNEW-FILE-STATUS
007050         GO TO 4000-ABEND
007060     END-IF.
007070     OPEN OUTPUT FEED-RETAINED-FILE.
007080     IF NOT WS-FNEW-FILE-OK
007090         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMFNEW, STATUS="
007100                 WS-FNEW-FILE-STATUS
007110         GO TO 4000-ABEND
007120     END-IF.
007130     OPEN OUTPUT AUDIT-RETAINED-FILE.
007140     IF NOT WS-AUNEW-FILE-OK
007150         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMAUNEW, STATUS="
007160                 WS-AUNEW-FILE-STATUS
007170         GO TO 4000-ABEND
007180     END-IF.
007190     OPEN OUTPUT ALERT-RETAINED-FILE.
007200     IF NOT WS-ALNEW-FILE-OK
007210         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMALNEW, STATUS="
007220                 WS-ALNEW-FILE-STATUS
007230         GO TO 4000-ABEND
007240     END-IF.
007241     OPEN OUTPUT REPS-RETAINED-FILE.
007242     IF NOT WS-RNEW-FILE-OK
007243         DISPLAY "PRMBKOUT: UNABLE TO OPEN PRMRNEW, STATUS="
007244                 WS-RNEW-FILE-STATUS
007245         GO TO 4000-ABEND
007246     END-IF.
007250     PERFORM 2900-READ-NEXT-HIST-RECORD THRU 2900-EXIT.
007260     PERFORM 5190-READ-NEXT-LIST-RECORD THRU 5190-EXIT.
007270     PERFORM 5290-READ-NEXT-FEED-RECORD THRU 5290-EXIT.
007280     PERFORM 2950-READ-NEXT-AUDIT-RECORD THRU 2950-EXIT.
007290     IF WS-ALERT-FILE-PRESENT
007300         PERFORM 5490-READ-NEXT-ALERT-RECORD THRU 5490-EXIT
007310     ELSE
007320         MOVE 'Y' TO WS-ALERT-EOF-SW
007330     END-IF.
007335     PERFORM 5590-READ-NEXT-REPS-RECORD THRU 5590-EXIT.
007340     GO TO 4000-EXIT.
007350 4000-ABEND.
007360     MOVE 16 TO RETURN-CODE.
007370     STOP RUN.
007380 4000-EXIT.
007390     EXIT.
007400*================================================================
007410 5000-PROCESS-HISTORY SECTION.
007420*================================================================
007430 5000-START.
007440     ADD 1 TO FT-READ (1).
007450     PERFORM 2500-SET-HIST-TEST-FIELDS THRU 2500-EXIT.
007460     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
007470     IF WS-RECORD-IS-SELECTED
007480         MOVE 1 TO WS-BO-FILE-IDX
007490         MOVE WS-TEST-RUN-ID TO WS-BO-RUN-ID
007500         MOVE 198 TO WS-BO-LENGTH
007510         MOVE PRM-HISTORY-RECORD TO WS-BO-IMAGE
007520         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
007530     ELSE
007540         ADD 1 TO FT-RETAINED (1)
007550         MOVE PRM-HISTORY-RECORD TO PRM-HNEW-RECORD
007560         WRITE PRM-HNEW-RECORD
007570     END-IF.
007580     PERFORM 2900-READ-NEXT-HIST-RECORD THRU 2900-EXIT.
007590 5000-EXIT.
007600     EXIT.
007610*================================================================
007620 5100-PROCESS-LISTING SECTION.
007630*================================================================
007640* A LISTING RUN GOES AS A WHOLE: THE HEADER DECIDES - BY THE
007650* CARD, OR BY ITS RUN-ID BEING ONE OF THE SELECTED RUNS - AND
007660* EVERY DETAIL RECORD UNDER IT FOLLOWS.
007670*================================================================
007680 5100-START.
007690     ADD 1 TO FT-READ (2).
007700     IF PRM-LIST-IS-HEADER
007710         MOVE PRM-LIST-RUN-ID TO WS-TEST-RUN-ID
007720         MOVE PRM-LIST-RUN-DATE TO WS-TEST-RUN-DATE
007730         PERFORM 2400-TEST-SELECTION THRU 2400-EXIT
007740         IF NOT WS-RECORD-IS-SELECTED
007750             PERFORM 5960-FIND-RUN-BY-RUN-ID THRU 5960-EXIT
007760             IF WS-RUN-FOUND
007770                 MOVE 'Y' TO WS-SELECTED-SW
007780             END-IF
007790         END-IF
007800         MOVE WS-SELECTED-SW TO WS-LIST-BACKOUT-SW
007810     END-IF.
007820     IF WS-LIST-RUN-IS-BACKED-OUT
007830         MOVE 2 TO WS-BO-FILE-IDX
007840         MOVE PRM-LIST-RUN-ID TO WS-BO-RUN-ID
007850         MOVE 40 TO WS-BO-LENGTH
007860         MOVE PRM-LIST-RECORD TO WS-BO-IMAGE
007870         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
007880     ELSE
007890         ADD 1 TO FT-RETAINED (2)
007900         MOVE PRM-LIST-RECORD TO PRM-LNEW-RECORD
007910         WRITE PRM-LNEW-RECORD
007920     END-IF.
007930     PERFORM 5190-READ-NEXT-LIST-RECORD THRU 5190-EXIT.
007940 5100-EXIT.
007950     EXIT.
007960*================================================================
007970 5190-READ-NEXT-LIST-RECORD SECTION.
007980*================================================================
007990 5190-START.
008000     READ LISTING-FILE
008010         AT END
008020             MOVE 'Y' TO WS-LIST-EOF-SW
008030     END-READ.
008040 5190-EXIT.
008050     EXIT.
008060*================================================================
008070 5200-PROCESS-FEED SECTION.
008080*================================================================
008090* A FEED RECORD GOES IF ITS OWN RUN-ID (OR, ON A DATE BACKOUT,
008100* ITS RUN DATE) IS SELECTED, OR IF IT CARRIES NO RUN-ID BUT ITS
008110* RUN DATE/TIME AND N ARE THOSE OF A SELECTED RUN. A RECORD THAT
008120* WILL NOT PARSE IS RETAINED FOR PRMRECON TO REPORT AS BEFORE.
008130*================================================================
008140 5200-START.
008150     ADD 1 TO FT-READ (3).
008160     MOVE SPACES TO WS-FEED-DATE-X WS-FEED-TIME-X WS-FEED-N-X
008170                    WS-FEED-MODE-X WS-FEED-DAUER-X
008180                    WS-FEED-RUN-ID-X.
008190     UNSTRING PRM-FEED-RECORD DELIMITED BY ","
008200         INTO WS-FEED-DATE-X
008210              WS-FEED-TIME-X
008220              WS-FEED-N-X
008230              WS-FEED-MODE-X
008240              WS-FEED-DAUER-X
008250              WS-FEED-RUN-ID-X.
008260     MOVE 'N' TO WS-SELECTED-SW.
008270     MOVE ZERO TO WS-BO-RUN-ID.
008280     IF WS-FEED-DATE-X NOT NUMERIC
008290         OR WS-FEED-TIME-X NOT NUMERIC
008300         OR WS-FEED-N-X NOT NUMERIC
008310         GO TO 5200-WRITE
008320     END-IF.
008330     IF WS-FEED-RUN-ID-X IS NUMERIC
008340         MOVE WS-FEED-RUN-ID-X TO WS-TEST-RUN-ID
008350     ELSE
008360         MOVE ZERO TO WS-TEST-RUN-ID
008370     END-IF.
008380     MOVE WS-TEST-RUN-ID TO WS-BO-RUN-ID.
008390     MOVE WS-FEED-DATE-X TO WS-TEST-RUN-DATE.
008400     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
008410     IF WS-RECORD-IS-SELECTED
008420         OR WS-TEST-RUN-ID > ZERO
008430         GO TO 5200-WRITE
008440     END-IF.
008450     MOVE WS-FEED-DATE-X TO WS-LOOK-RUN-DATE.
008460     MOVE WS-FEED-TIME-X TO WS-LOOK-RUN-TIME.
008470     MOVE WS-FEED-N-X TO WS-LOOK-N.
008480     MOVE ZERO TO WS-BO-RUN-ID.
008490     PERFORM 5950-FIND-RUN-BY-STAMP THRU 5950-EXIT.
008500     IF WS-RUN-FOUND
008510         MOVE 'Y' TO WS-SELECTED-SW
008520         MOVE SR-RUN-ID (WS-SR-IDX) TO WS-BO-RUN-ID
008530     END-IF.
008540 5200-WRITE.
008550     IF WS-RECORD-IS-SELECTED
008560         MOVE 3 TO WS-BO-FILE-IDX
008570         MOVE 80 TO WS-BO-LENGTH
008580         MOVE PRM-FEED-RECORD TO WS-BO-IMAGE
008590         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
008600     ELSE
008610         ADD 1 TO FT-RETAINED (3)
008620         MOVE PRM-FEED-RECORD TO PRM-FNEW-RECORD
008630         WRITE PRM-FNEW-RECORD
008640     END-IF.
008650     PERFORM 5290-READ-NEXT-FEED-RECORD THRU 5290-EXIT.
008660 5200-EXIT.
008670     EXIT.
008680*================================================================
008690 5290-READ-NEXT-FEED-RECORD SECTION.
008700*================================================================
008710 5290-START.
008720     READ FEED-FILE
008730         AT END
008740             MOVE 'Y' TO WS-FEED-EOF-SW
008750     END-READ.
008760 5290-EXIT.
008770     EXIT.
008780*================================================================
008790 5300-PROCESS-AUDIT SECTION.
008800*================================================================
008810 5300-START.
008820     ADD 1 TO FT-READ (4).
008830     MOVE PRM-AUDIT-RUN-ID TO WS-TEST-RUN-ID.
008840     MOVE PRM-AUDIT-RUN-DATE TO WS-TEST-RUN-DATE.
008850     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
008860     IF WS-RECORD-IS-SELECTED
008870         MOVE 4 TO WS-BO-FILE-IDX
008880         MOVE PRM-AUDIT-RUN-ID TO WS-BO-RUN-ID
008890         MOVE 101 TO WS-BO-LENGTH
008900         MOVE PRM-AUDIT-RECORD TO WS-BO-IMAGE
008910         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
008920     ELSE
008930         ADD 1 TO FT-RETAINED (4)
008940         MOVE PRM-AUDIT-RECORD TO PRM-AUNEW-RECORD
008950         WRITE PRM-AUNEW-RECORD
008960     END-IF.
008970     PERFORM 2950-READ-NEXT-AUDIT-RECORD THRU 2950-EXIT.
008980 5300-EXIT.
008990     EXIT.
009000*================================================================
009010 5400-PROCESS-ALERT SECTION.
009020*================================================================
009030* AN ALERT CARRIES NO RUN-ID; IT GOES WHEN ITS RUN DATE/TIME
009040* AND N ARE THOSE OF A SELECTED RUN. SUMMARY ALERTS STAMPED
009050* WITH A PROGRAM'S OWN CLOCK (PRMRECON, FEEDCONF, PLANSEL) DO
009060* NOT MATCH A RUN AND ARE RETAINED.
009070*================================================================
009080 5400-START.
009090     ADD 1 TO FT-READ (5).
009100     MOVE 'N' TO WS-SELECTED-SW.
009110     IF PRM-ALERT-RUN-DATE IS NUMERIC
009120         AND PRM-ALERT-RUN-TIME IS NUMERIC
009130         AND PRM-ALERT-N IS NUMERIC
009140         MOVE PRM-ALERT-RUN-DATE TO WS-LOOK-RUN-DATE
009150         MOVE PRM-ALERT-RUN-TIME TO WS-LOOK-RUN-TIME
009160         MOVE PRM-ALERT-N TO WS-LOOK-N
009170         MOVE ZERO TO WS-BO-RUN-ID
009180         PERFORM 5950-FIND-RUN-BY-STAMP THRU 5950-EXIT
009190         IF WS-RUN-FOUND
009200             MOVE 'Y' TO WS-SELECTED-SW
009210         END-IF
009220     END-IF.
009230     IF WS-RECORD-IS-SELECTED
009240         MOVE 5 TO WS-BO-FILE-IDX
009250         MOVE SR-RUN-ID (WS-SR-IDX) TO WS-BO-RUN-ID
009260         MOVE 68 TO WS-BO-LENGTH
009270         MOVE PRM-ALERT-RECORD TO WS-BO-IMAGE
009280         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
009290     ELSE
009300         ADD 1 TO FT-RETAINED (5)
009310         MOVE PRM-ALERT-RECORD TO PRM-ALNEW-RECORD
009320         WRITE PRM-ALNEW-RECORD
009330     END-IF.
009340     PERFORM 5490-READ-NEXT-ALERT-RECORD THRU 5490-EXIT.
009350 5400-EXIT.
009360     EXIT.
009370*================================================================
009380 5490-READ-NEXT-ALERT-RECORD SECTION.
009390*================================================================
009400 5490-START.
009410     READ ALERT-FILE
009420         AT END
009430             MOVE 'Y' TO WS-ALERT-EOF-SW
009440     END-READ.
009450 5490-EXIT.
009460     EXIT.
009462*================================================================
009464 5500-PROCESS-REPETITIONS SECTION.
009466*================================================================
009468 5500-START.
009470     ADD 1 TO FT-READ (6).
009472     MOVE PRM-REPS-RUN-ID TO WS-TEST-RUN-ID.
009474     MOVE PRM-REPS-RUN-DATE TO WS-TEST-RUN-DATE.
009476     PERFORM 2400-TEST-SELECTION THRU 2400-EXIT.
009478     IF WS-RECORD-IS-SELECTED
009480         MOVE 6 TO WS-BO-FILE-IDX
009482         MOVE PRM-REPS-RUN-ID TO WS-BO-RUN-ID
009484         MOVE 60 TO WS-BO-LENGTH
009486         MOVE PRM-REPS-RECORD TO WS-BO-IMAGE
009488         PERFORM 5900-WRITE-BACKOUT-RECORD THRU 5900-EXIT
009490     ELSE
009492         ADD 1 TO FT-RETAINED (6)
009494         MOVE PRM-REPS-RECORD TO PRM-RNEW-RECORD
009496         WRITE PRM-RNEW-RECORD
009498     END-IF.
009500     PERFORM 5590-READ-NEXT-REPS-RECORD THRU 5590-EXIT.
009502 5500-EXIT.
009504     EXIT.
009506*================================================================
009508 5590-READ-NEXT-REPS-RECORD SECTION.
009510*================================================================
009512 5590-START.
009514     READ REPS-FILE
009516         AT END
009518             MOVE 'Y' TO WS-REPS-EOF-SW
009520     END-READ.
009522 5590-EXIT.
009524     EXIT.
009526*================================================================
009528 5900-WRITE-BACKOUT-RECORD SECTION.
009530*================================================================
009532* APPENDS ONE REMOVED RECORD, WRAPPED WITH THE BACKOUT STAMP,
009534* ITS SOURCE DD NAME, RUN-ID AND LENGTH, TO THE BACKOUT DATASET.
009536*================================================================
009538 5900-START.
009540     MOVE SPACES TO PRM-BOREC-RECORD.
009550     MOVE WS-NOW-DATE TO PRM-BOREC-DATE.
009560     MOVE WS-NOW-TIME TO PRM-BOREC-TIME.
009570     MOVE WS-FILE-NAME (WS-BO-FILE-IDX) TO PRM-BOREC-FILE.
009580     MOVE WS-BO-RUN-ID TO PRM-BOREC-RUN-ID.
009590     MOVE WS-BO-LENGTH TO PRM-BOREC-LENGTH.
009600     MOVE WS-BO-IMAGE TO PRM-BOREC-IMAGE.
009610     WRITE PRM-BOREC-RECORD.
009620     ADD 1 TO FT-REMOVED (WS-BO-FILE-IDX).
009630     ADD 1 TO WS-TOTAL-REMOVED.
009640 5900-EXIT.
009650     EXIT.
009660*================================================================
009670 5950-FIND-RUN-BY-STAMP SECTION.
009680*================================================================
009690* LOOKS UP A SELECTED RUN BY RUN DATE/TIME AND N; WHEN THE
009700* CALLER HAS A RUN-ID (WS-BO-RUN-ID NOT ZERO) THAT DECIDES
009710* INSTEAD. LEAVES WS-SR-IDX ON THE MATCH.
009720*================================================================
009730 5950-START.
009740     MOVE 'N' TO WS-RUN-FOUND-SW.
009750     PERFORM 5955-TEST-ONE-RUN THRU 5955-EXIT
009760         VARYING WS-SR-IDX FROM 1 BY 1
009770             UNTIL WS-SR-IDX > WS-RUN-COUNT
009780                OR WS-RUN-FOUND.
009790     IF WS-RUN-FOUND
009800*        PERFORM VARYING STEPS THE INDEX ONE PAST THE MATCH
009810*        BEFORE RE-TESTING THE UNTIL CONDITION, SO BACK IT UP.
009820         SUBTRACT 1 FROM WS-SR-IDX
009830     END-IF.
009840 5950-EXIT.
009850     EXIT.
009860*================================================================
009870 5955-TEST-ONE-RUN SECTION.
009880*================================================================
009890 5955-START.
009900     IF WS-BO-RUN-ID > ZERO
009910         IF SR-RUN-ID (WS-SR-IDX) = WS-BO-RUN-ID
009920             MOVE 'Y' TO WS-RUN-FOUND-SW
009930         END-IF
009940         GO TO 5955-EXIT
009950     END-IF.
009960     IF SR-RUN-DATE (WS-SR-IDX) = WS-LOOK-RUN-DATE
009970         AND SR-RUN-TIME (WS-SR-IDX) = WS-LOOK-RUN-TIME
009980         AND SR-N (WS-SR-IDX) = WS-LOOK-N
009990         MOVE 'Y' TO WS-RUN-FOUND-SW
010000     END-IF.
010010 5955-EXIT.
010020     EXIT.
010030*================================================================
010040 5960-FIND-RUN-BY-RUN-ID SECTION.
010050*================================================================
010060 5960-START.
010070     MOVE 'N' TO WS-RUN-FOUND-SW.
010080     IF PRM-LIST-RUN-ID = ZERO
010090         GO TO 5960-EXIT
010100     END-IF.
010110     MOVE PRM-LIST-RUN-ID TO WS-BO-RUN-ID.
010120     PERFORM 5950-FIND-RUN-BY-STAMP THRU 5950-EXIT.
010130 5960-EXIT.
010140     EXIT.
010150*================================================================
010160 6000-WRITE-LOG SECTION.
010170*================================================================
010180* ONE BACKOUT-LOG RECORD PER FILE, WRITTEN EVEN WHEN NOTHING
010190* CAME OFF THAT FILE, SO THE LOG SHOWS EVERY FILE WAS PASSED.
010200*================================================================
010210 6000-START.
010220     PERFORM 6100-WRITE-ONE-LOG THRU 6100-EXIT
010230         VARYING WS-FT-IDX FROM 1 BY 1
010240             UNTIL WS-FT-IDX > 6.
010250 6000-EXIT.
010260     EXIT.
010270*================================================================
010280 6100-WRITE-ONE-LOG SECTION.
010290*================================================================
010300 6100-START.
010310     MOVE SPACES TO PRM-BOLOG-RECORD.
010320     MOVE WS-NOW-DATE TO PRM-BOLOG-DATE.
010330     MOVE WS-NOW-TIME TO PRM-BOLOG-TIME.
010340     MOVE WS-SEL-INITIALS TO PRM-BOLOG-INITIALS.
010350     MOVE WS-SEL-REASON TO PRM-BOLOG-REASON.
010360     MOVE WS-FILE-NAME (WS-FT-IDX) TO PRM-BOLOG-FILE.
010370     MOVE WS-SEL-FROM-RUN-ID TO PRM-BOLOG-FROM-RUN-ID.
010380     MOVE WS-SEL-TO-RUN-ID TO PRM-BOLOG-TO-RUN-ID.
010390     MOVE WS-SEL-RUN-DATE TO PRM-BOLOG-RUN-DATE.
010400     MOVE FT-READ (WS-FT-IDX) TO PRM-BOLOG-READ.
010410     MOVE FT-REMOVED (WS-FT-IDX) TO PRM-BOLOG-REMOVED.
010420     MOVE FT-RETAINED (WS-FT-IDX) TO PRM-BOLOG-RETAINED.
010430     WRITE PRM-BOLOG-RECORD.
010440     DISPLAY "PRMBKOUT: " WS-FILE-NAME (WS-FT-IDX)
010450             " READ=" PRM-BOLOG-READ
010460             " REMOVED=" PRM-BOLOG-REMOVED
010470             " RETAINED=" PRM-BOLOG-RETAINED.
010480 6100-EXIT.
010490     EXIT.
010500*================================================================
010510 7000-SUMMARY SECTION.
010520*================================================================
010530 7000-START.
010540     CLOSE HISTORY-FILE.
010550     CLOSE LISTING-FILE.
010555     CLOSE REPS-FILE.
010560     CLOSE FEED-FILE.
010570     CLOSE AUDIT-FILE.
010580     IF WS-ALERT-FILE-PRESENT
010590         CLOSE ALERT-FILE
010600     END-IF.
010610     CLOSE BACKOUT-FILE.
010620     CLOSE BACKOUT-LOG-FILE.
010630     CLOSE HIST-RETAINED-FILE.
010640     CLOSE LIST-RETAINED-FILE.
010650     CLOSE FEED-RETAINED-FILE.
010660     CLOSE AUDIT-RETAINED-FILE.
010670     CLOSE ALERT-RETAINED-FILE.
010675     CLOSE REPS-RETAINED-FILE.
010680     DISPLAY "PRMBKOUT: RECORDS MOVED TO PRMBKOUT="
010690             WS-TOTAL-REMOVED.
010700     IF WS-TOTAL-REMOVED = ZERO
010710         DISPLAY "PRMBKOUT: WARNING - THE BOCTL SELECTION "
010720                 "MATCHED NO RECORD ON ANY FILE"
010730         MOVE 4 TO WS-RETURN-CODE
010740     END-IF.
010750     MOVE WS-RETURN-CODE TO RETURN-CODE.
010760 7000-EXIT.
010770     EXIT.
