000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RPLYRPT.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - ORIGINAL VS. REPLAY
000210*                      COMPARISON OF THE RUN-IDS ON DD
000220*                      RPLYCTL, WITH A VERDICT PER RUN.
000230*================================================================
000240* THE LAST STEP OF THE REPLAY JOB. FOR EVERY RUN-ID ON THE SAME
000250* RPLYCTL CARDS RPLYGEN PUNCHED THE DECK FROM, THE QUESTIONED
000260* RUN'S PRMHIST RECORD IS SET SIDE BY SIDE WITH THE LATEST RECORD
000270* WHOSE PRM-HIST-REPLAY-OF-RUN-ID NAMES IT: DAUER, CPU MEDIAN,
000280* SPREAD, REPEATS, RETURN CODE, AND THE HOST/RUNTIME/CPU-COUNT
000290* STAMPS. THE TWO PRMLIST LISTINGS ARE READ BY KEY, INDEX BY
000300* INDEX, AS PRMVRFY COMPARES THEM. EACH PAIR GETS ONE VERDICT:
000310*
000320*   NOT REPRODUCIBLE     THE LISTINGS DIFFER, THE RETURN CODES
000330*                        DIFFER, OR THE DAUER LANDED OUTSIDE
000340*                        THE TOLERANCE ON THE SAME ENVIRONMENT.
000350*   ENVIRONMENT DIFFERS  SAME ANSWER AND OUTCOME, BUT THE
000360*                        REPLAY RAN ON A DIFFERENT HOST, RUNTIME
000370*                        LEVEL, OR CPU COUNT - THE TIMINGS ARE
000380*                        SHOWN BUT PROVE NOTHING EITHER WAY.
000390*   REPRODUCED WITHIN TOLERANCE
000400*                        SAME ANSWER, OUTCOME, AND ENVIRONMENT,
000410*                        AND THE DAUER WITHIN THE CARD'S
000420*                        TOLERANCE (DEFAULT 10 PERCENT) OR ONE
000430*                        CLOCK TICK OF THE ORIGINAL.
000440*
000450* AN ORIGINAL WHOSE LISTING HAS BEEN ARCHIVED OFF PRMLIST CANNOT
000460* BE COMPARED; THE PAGE SAYS SO AND THE VERDICT RESTS ON THE
000470* TIMINGS AND STAMPS ALONE.
000480*
000490* RC=0 WHEN EVERY RUN WAS REPRODUCED; RC=4 WHEN ANY VERDICT IS
000500* "ENVIRONMENT DIFFERS" OR "NOT REPRODUCIBLE"; RC=8 WHEN A
000510* QUESTIONED RUN OR ITS REPLAY IS NOT ON PRMHIST; RC=16 WHEN A
000520* FILE COULD NOT BE OPENED.
000530*================================================================
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT REPLAY-CONTROL-FILE ASSIGN TO "RPLYCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPCTL-FILE-STATUS.
000600     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HIST-FILE-STATUS.
000630     SELECT LISTING-FILE ASSIGN TO "PRMLIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PRM-LIST-KEY
000670         FILE STATUS IS WS-LIST-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  REPLAY-CONTROL-FILE.
000720     COPY PRMRPCTL.
000730 FD  HISTORY-FILE.
000740     COPY PRMHIST.
000750 FD  LISTING-FILE.
000760     COPY PRMLIST.
000770*
000780 WORKING-STORAGE SECTION.
000790 01  WS-RPCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000800     88  WS-RPCTL-FILE-OK                 VALUE '00'.
000810 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000820     88  WS-HIST-FILE-OK                  VALUE '00'.
000830 01  WS-LIST-FILE-STATUS             PIC X(02) VALUE '00'.
000840     88  WS-LIST-FILE-OK                  VALUE '00'.
000850 01  WS-RPCTL-EOF-SW                 PIC X(01) VALUE 'N'.
000860     88  WS-AT-RPCTL-EOF                 VALUE 'Y'.
000870 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
000880     88  WS-AT-HIST-EOF                  VALUE 'Y'.
000890*
000900 01  DEFAULT-TOLERANCE-PCT           PIC 9(03) VALUE 10.
000910*
000920*----------------------------------------------------------------
000930* ONE SLOT PER QUESTIONED RUN, IN CARD ORDER: THE ORIGINAL'S
000940* FIGURES (RO-) AND ITS LATEST REPLAY'S (RR-), EACH FILLED FROM
000950* A PRMHIST RECORD. SIZED TO RPLYGEN'S TABLE.
000960*----------------------------------------------------------------
000970 01  WS-MAX-PAIRS                    PIC 9(03) COMP VALUE 20.
000980 01  WS-PAIR-COUNT                   PIC 9(03) COMP VALUE ZERO.
000990 01  WS-RP-IDX                       PIC 9(03) COMP VALUE ZERO.
001000 01  WS-SEARCH-RUN-ID                PIC 9(08) VALUE ZERO.
001010 01  WS-MATCH-SW                     PIC X(01) VALUE 'N'.
001020     88  WS-MATCH-FOUND                  VALUE 'Y'.
001030 01  REPLAY-PAIR-TABLE.
001040     05  REPLAY-PAIR OCCURS 20 TIMES.
001050         10  RP-RUN-ID               PIC 9(08).
001060         10  RP-TOLERANCE-PCT        PIC 9(03).
001070         10  RO-FOUND-SW             PIC X(01).
001080             88  RO-FOUND                VALUE 'Y'.
001090         10  RO-RUN-DATE             PIC 9(08).
001100         10  RO-RUN-TIME             PIC 9(08).
001110         10  RO-N                    PIC 9(06).
001120         10  RO-MODE                 PIC X(01).
001130         10  RO-REPEATS              PIC 9(03).
001140         10  RO-DURATION             PIC 9(07)V9(02).
001150         10  RO-CPU-MEDIAN           PIC 9(07)V9(02).
001160         10  RO-SPREAD               PIC 9(07)V9(02).
001170         10  RO-HOST-NAME            PIC X(20).
001180         10  RO-RUNTIME-VERSION      PIC X(20).
001190         10  RO-CPU-COUNT            PIC 9(04).
001200         10  RO-RETURN-CODE          PIC 9(04).
001210         10  RR-FOUND-SW             PIC X(01).
001220             88  RR-FOUND                VALUE 'Y'.
001230         10  RR-RUN-ID               PIC 9(08).
001240         10  RR-RUN-DATE             PIC 9(08).
001250         10  RR-RUN-TIME             PIC 9(08).
001260         10  RR-N                    PIC 9(06).
001270         10  RR-MODE                 PIC X(01).
001280         10  RR-REPEATS              PIC 9(03).
001290         10  RR-DURATION             PIC 9(07)V9(02).
001300         10  RR-CPU-MEDIAN           PIC 9(07)V9(02).
001310         10  RR-SPREAD               PIC 9(07)V9(02).
001320         10  RR-HOST-NAME            PIC X(20).
001330         10  RR-RUNTIME-VERSION      PIC X(20).
001340         10  RR-CPU-COUNT            PIC 9(04).
001350         10  RR-RETURN-CODE          PIC 9(04).
001360*
001370*----------------------------------------------------------------
001380* ONE PRMHIST RECORD'S FIGURES, NORMALIZED (BLANK FIELDS ON OLD
001390* RECORDS READ AS ZERO) BEFORE THEY GO INTO EITHER HALF OF A SLOT.
001400*----------------------------------------------------------------
001410 01  WS-HIST-FIGURES.
001420     05  WS-HF-RUN-DATE              PIC 9(08).
001430     05  WS-HF-RUN-TIME              PIC 9(08).
001440     05  WS-HF-N                     PIC 9(06).
001450     05  WS-HF-MODE                  PIC X(01).
001460     05  WS-HF-REPEATS               PIC 9(03).
001470     05  WS-HF-DURATION              PIC 9(07)V9(02).
001480     05  WS-HF-CPU-MEDIAN            PIC 9(07)V9(02).
001490     05  WS-HF-SPREAD                PIC 9(07)V9(02).
001500     05  WS-HF-HOST-NAME             PIC X(20).
001510     05  WS-HF-RUNTIME-VERSION       PIC X(20).
001520     05  WS-HF-CPU-COUNT             PIC 9(04).
001530     05  WS-HF-RETURN-CODE           PIC 9(04).
001540*
001550*----------------------------------------------------------------
001560* LISTING COMPARISON. A ZERO DIFFERING INDEX MEANS "NO DIFFERENCE
001570* FOUND (YET)". THE LISTING STATUS IS 'I' IDENTICAL, 'D' DIFFERS,
001580* 'O' ORIGINAL'S LISTING NOT ON FILE, 'R' REPLAY'S NOT ON FILE.
001590*----------------------------------------------------------------
001600 01  WS-LIST-STATUS                  PIC X(01) VALUE SPACE.
001610     88  WS-LISTINGS-IDENTICAL           VALUE 'I'.
001620     88  WS-LISTINGS-DIFFER              VALUE 'D'.
001630     88  WS-ORIG-LISTING-GONE            VALUE 'O'.
001640     88  WS-RPLY-LISTING-GONE            VALUE 'R'.
001650 01  WS-CMP-INDEX                    PIC 9(06) VALUE ZERO.
001660 01  WS-CMP-VALUE-ORIG               PIC 9(10) VALUE ZERO.
001670 01  WS-CMP-VALUE-RPLY               PIC 9(10) VALUE ZERO.
001680 01  WS-DIFF-INDEX                   PIC 9(06) VALUE ZERO.
001690 01  WS-DIFF-VALUE-ORIG              PIC 9(10) VALUE ZERO.
001700 01  WS-DIFF-VALUE-RPLY              PIC 9(10) VALUE ZERO.
001710 01  WS-PROBE-RUN-ID                 PIC 9(08) VALUE ZERO.
001720 01  WS-PROBE-FOUND-SW               PIC X(01) VALUE 'N'.
001730     88  WS-PROBE-FOUND                  VALUE 'Y'.
001740*
001750*----------------------------------------------------------------
001760* TIMING COMPARISON AND VERDICT.
001770*----------------------------------------------------------------
001780 01  WS-DAUER-DIFF                   PIC S9(07)V9(02) VALUE ZERO.
001790 01  WS-DAUER-DIFF-ABS               PIC 9(07)V9(02) VALUE ZERO.
001800 01  WS-DIFF-PCT                     PIC S9(05)V9(01) VALUE ZERO.
001810 01  WS-TOLERANCE-AMOUNT             PIC 9(07)V9(02) VALUE ZERO.
001820 01  CLOCK-TICK                      PIC 9(01)V9(02) VALUE 0.01.
001830 01  WS-ENV-SAME-SW                  PIC X(01) VALUE 'Y'.
001840     88  WS-ENV-IS-SAME                  VALUE 'Y'.
001850 01  WS-VERDICT                      PIC X(30) VALUE SPACES.
001860*
001870*----------------------------------------------------------------
001880* PRINT LINE: A LABEL, THE ORIGINAL'S COLUMN, THE REPLAY'S, AND A
001890* NOTE. NUMERIC FIGURES GO THROUGH THE EDIT FIELDS FIRST.
001900*----------------------------------------------------------------
001910 01  RPT-LINE.
001920     05  RPT-LABEL                   PIC X(20).
001930     05  RPT-ORIG                    PIC X(24).
001940     05  RPT-RPLY                    PIC X(24).
001950     05  RPT-NOTE                    PIC X(30).
001960 01  WS-ED-DURATION                  PIC Z(06)9.99.
001970 01  WS-ED-PCT                       PIC +Z(04)9.9.
001980 01  WS-ED-STAMP.
001990     05  WS-ED-STAMP-DATE            PIC 9(08).
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002010     05  WS-ED-STAMP-TIME            PIC 9(08).
002020 01  WS-ED-WORKLOAD.
002030     05  WS-ED-WL-N                  PIC 9(06).
002040     05  FILLER                      PIC X(01) VALUE SPACE.
002050     05  WS-ED-WL-MODE               PIC X(01).
002060*
002070 01  WS-PAIRS-REPRODUCED             PIC 9(04) COMP VALUE ZERO.
002080 01  WS-PAIRS-ENV-DIFFERS            PIC 9(04) COMP VALUE ZERO.
002090 01  WS-PAIRS-NOT-REPRODUCED         PIC 9(04) COMP VALUE ZERO.
002100 01  WS-PAIRS-MISSING                PIC 9(04) COMP VALUE ZERO.
002110 01  WS-CARDS-REJECTED               PIC 9(04) COMP VALUE ZERO.
002120 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
002130*
002140 PROCEDURE DIVISION.
002150*================================================================
002160 0000-MAINLINE SECTION.
002170*================================================================
002180 0000-START.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
002210         UNTIL WS-AT-HIST-EOF.
002220     CLOSE HISTORY-FILE.
002230     PERFORM 3000-REPORT-ONE-PAIR THRU 3000-EXIT
002240         VARYING WS-RP-IDX FROM 1 BY 1
002250             UNTIL WS-RP-IDX > WS-PAIR-COUNT.
002260     CLOSE LISTING-FILE.
002270     PERFORM 5000-SUMMARY THRU 5000-EXIT.
002280     GO TO 0000-EXIT.
002290 0000-EXIT.
002300     STOP RUN.
002310*================================================================
002320 1000-INITIALIZE SECTION.
002330*================================================================
002340 1000-START.
002350     OPEN INPUT REPLAY-CONTROL-FILE.
002360     IF NOT WS-RPCTL-FILE-OK
002370         DISPLAY "RPLYRPT: UNABLE TO OPEN RPLYCTL, STATUS="
002380                 WS-RPCTL-FILE-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
002430         UNTIL WS-AT-RPCTL-EOF.
002440     CLOSE REPLAY-CONTROL-FILE.
002450     IF WS-PAIR-COUNT = ZERO
002460         DISPLAY "RPLYRPT: NO USABLE RUN-ID ON RPLYCTL - NOTHING "
002470                 "TO COMPARE. RC=8."
002480         MOVE 8 TO RETURN-CODE
002490         STOP RUN
002500     END-IF.
002510     OPEN INPUT HISTORY-FILE.
002520     IF NOT WS-HIST-FILE-OK
002530         DISPLAY "RPLYRPT: UNABLE TO OPEN PRMHIST, STATUS="
002540                 WS-HIST-FILE-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     OPEN INPUT LISTING-FILE.
002590     IF NOT WS-LIST-FILE-OK
002600         DISPLAY "RPLYRPT: UNABLE TO OPEN PRMLIST, STATUS="
002610                 WS-LIST-FILE-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     DISPLAY "RPLYRPT: ORIGINAL VS. REPLAY COMPARISON FOR "
002660             WS-PAIR-COUNT " QUESTIONED RUN(S)".
002670     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700*================================================================
002710 1100-LOAD-ONE-CARD SECTION.
002720*================================================================
002730* THE SAME CARDS RPLYGEN TOOK, WITH THE SAME REJECTIONS, SO THE
002740* PAGE COVERS EXACTLY THE RUNS THE DECK REPLAYED.
002750*================================================================
002760 1100-START.
002770     READ REPLAY-CONTROL-FILE
002780         AT END
002790             MOVE 'Y' TO WS-RPCTL-EOF-SW
002800             GO TO 1100-EXIT
002810     END-READ.
002820     IF PRM-RPCTL-RECORD = SPACES
002830         GO TO 1100-EXIT
002840     END-IF.
002850     IF PRM-RPCTL-RUN-ID IS NOT NUMERIC
002860         OR PRM-RPCTL-RUN-ID = ZERO
002870         DISPLAY "RPLYRPT: CARD REJECTED - RUN-ID NOT NUMERIC OR "
002880                 "ZERO: " PRM-RPCTL-RECORD
002890         ADD 1 TO WS-CARDS-REJECTED
002900         GO TO 1100-EXIT
002910     END-IF.
002920     MOVE PRM-RPCTL-RUN-ID TO WS-SEARCH-RUN-ID.
002930     MOVE 'N' TO WS-MATCH-SW.
002940     PERFORM 2100-MATCH-ONE-PAIR THRU 2100-EXIT
002950         VARYING WS-RP-IDX FROM 1 BY 1
002960             UNTIL WS-RP-IDX > WS-PAIR-COUNT
002970                OR WS-MATCH-FOUND.
002980     IF WS-MATCH-FOUND
002990         DISPLAY "RPLYRPT: CARD REJECTED - RUN-ID "
003000                 PRM-RPCTL-RUN-ID " IS ALREADY NAMED"
003010         ADD 1 TO WS-CARDS-REJECTED
003020         GO TO 1100-EXIT
003030     END-IF.
003040     IF WS-PAIR-COUNT >= WS-MAX-PAIRS
003050         DISPLAY "RPLYRPT: CARD REJECTED - MORE THAN "
003060                 WS-MAX-PAIRS " RUN-IDS: " PRM-RPCTL-RUN-ID
003070         ADD 1 TO WS-CARDS-REJECTED
003080         GO TO 1100-EXIT
003090     END-IF.
003100     ADD 1 TO WS-PAIR-COUNT.
003110     INITIALIZE REPLAY-PAIR (WS-PAIR-COUNT).
003120     MOVE PRM-RPCTL-RUN-ID TO RP-RUN-ID (WS-PAIR-COUNT).
003130     IF PRM-RPCTL-TOLERANCE-PCT IS NUMERIC
003140         AND PRM-RPCTL-TOLERANCE-PCT > ZERO
003150         MOVE PRM-RPCTL-TOLERANCE-PCT
003160             TO RP-TOLERANCE-PCT (WS-PAIR-COUNT)
003170     ELSE
003180         MOVE DEFAULT-TOLERANCE-PCT
003190             TO RP-TOLERANCE-PCT (WS-PAIR-COUNT)
003200     END-IF.
003210     MOVE 'N' TO RO-FOUND-SW (WS-PAIR-COUNT).
003220     MOVE 'N' TO RR-FOUND-SW (WS-PAIR-COUNT).
003230 1100-EXIT.
003240     EXIT.
003250*================================================================
003260 2000-SCAN-HISTORY SECTION.
003270*================================================================
003280* A RECORD WHOSE RUN-ID IS A QUESTIONED ONE FILLS THE ORIGINAL'S
003290* HALF OF ITS SLOT; A RECORD REPLAYING A QUESTIONED RUN-ID FILLS
003300* THE REPLAY'S HALF. PRMHIST IS IN RUN ORDER, SO THE LAST REPLAY
003310* READ IS THE LATEST ONE.
003320*================================================================
003330 2000-START.
003340     PERFORM 2200-NORMALIZE-FIGURES THRU 2200-EXIT.
003350     IF PRM-HIST-RUN-ID IS NUMERIC
003360         AND PRM-HIST-RUN-ID > ZERO
003370         MOVE PRM-HIST-RUN-ID TO WS-SEARCH-RUN-ID
003380         MOVE 'N' TO WS-MATCH-SW
003390         PERFORM 2100-MATCH-ONE-PAIR THRU 2100-EXIT
003400             VARYING WS-RP-IDX FROM 1 BY 1
003410                 UNTIL WS-RP-IDX > WS-PAIR-COUNT
003420                    OR WS-MATCH-FOUND
003430         IF WS-MATCH-FOUND
003440             SUBTRACT 1 FROM WS-RP-IDX
003450             PERFORM 2300-TAKE-ORIGINAL THRU 2300-EXIT
003460         END-IF
003470     END-IF.
003480     IF PRM-HIST-REPLAY-OF-RUN-ID IS NUMERIC
003490         AND PRM-HIST-REPLAY-OF-RUN-ID > ZERO
003500         MOVE PRM-HIST-REPLAY-OF-RUN-ID TO WS-SEARCH-RUN-ID
003510         MOVE 'N' TO WS-MATCH-SW
003520         PERFORM 2100-MATCH-ONE-PAIR THRU 2100-EXIT
003530             VARYING WS-RP-IDX FROM 1 BY 1
003540                 UNTIL WS-RP-IDX > WS-PAIR-COUNT
003550                    OR WS-MATCH-FOUND
003560         IF WS-MATCH-FOUND
003570             SUBTRACT 1 FROM WS-RP-IDX
003580             PERFORM 2400-TAKE-REPLAY THRU 2400-EXIT
003590         END-IF
003600     END-IF.
003610     PERFORM 2900-READ-NEXT-HIST THRU 2900-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640*================================================================
003650 2100-MATCH-ONE-PAIR SECTION.
003660*================================================================
003670 2100-START.
003680     IF RP-RUN-ID (WS-RP-IDX) = WS-SEARCH-RUN-ID
003690         MOVE 'Y' TO WS-MATCH-SW
003700     END-IF.
003710 2100-EXIT.
003720     EXIT.
003730*================================================================
003740 2200-NORMALIZE-FIGURES SECTION.
003750*================================================================
003760* BLANK CPU FIELDS (RECORDS FROM BEFORE THEY EXISTED) AND ANY
003770* OTHER NON-NUMERIC FIGURE READ AS ZERO.
003780*================================================================
003790 2200-START.
003800     INITIALIZE WS-HIST-FIGURES.
003810     IF PRM-HIST-RUN-DATE IS NUMERIC
003820         MOVE PRM-HIST-RUN-DATE TO WS-HF-RUN-DATE
003830     END-IF.
003840     IF PRM-HIST-RUN-TIME IS NUMERIC
003850         MOVE PRM-HIST-RUN-TIME TO WS-HF-RUN-TIME
003860     END-IF.
003870     IF PRM-HIST-N IS NUMERIC
003880         MOVE PRM-HIST-N TO WS-HF-N
003890     END-IF.
003900     MOVE PRM-HIST-MODE TO WS-HF-MODE.
003910     IF PRM-HIST-REPEAT-COUNT IS NUMERIC
003920         MOVE PRM-HIST-REPEAT-COUNT TO WS-HF-REPEATS
003930     END-IF.
003940     IF PRM-HIST-DURATION IS NUMERIC
003950         MOVE PRM-HIST-DURATION TO WS-HF-DURATION
003960     END-IF.
003970     IF PRM-HIST-CPU-MEDIAN IS NUMERIC
003980         MOVE PRM-HIST-CPU-MEDIAN TO WS-HF-CPU-MEDIAN
003990     END-IF.
004000     IF PRM-HIST-DUR-SPREAD IS NUMERIC
004010         MOVE PRM-HIST-DUR-SPREAD TO WS-HF-SPREAD
004020     END-IF.
004030     MOVE PRM-HIST-HOST-NAME TO WS-HF-HOST-NAME.
004040     MOVE PRM-HIST-RUNTIME-VERSION TO WS-HF-RUNTIME-VERSION.
004050     IF PRM-HIST-CPU-COUNT IS NUMERIC
004060         MOVE PRM-HIST-CPU-COUNT TO WS-HF-CPU-COUNT
004070     END-IF.
004080     IF PRM-HIST-RETURN-CODE IS NUMERIC
004090         MOVE PRM-HIST-RETURN-CODE TO WS-HF-RETURN-CODE
004100     END-IF.
004110 2200-EXIT.
004120     EXIT.
004130*================================================================
004140 2300-TAKE-ORIGINAL SECTION.
004150*================================================================
004160 2300-START.
004170     MOVE 'Y' TO RO-FOUND-SW (WS-RP-IDX).
004180     MOVE WS-HF-RUN-DATE TO RO-RUN-DATE (WS-RP-IDX).
004190     MOVE WS-HF-RUN-TIME TO RO-RUN-TIME (WS-RP-IDX).
004200     MOVE WS-HF-N TO RO-N (WS-RP-IDX).
004210     MOVE WS-HF-MODE TO RO-MODE (WS-RP-IDX).
004220     MOVE WS-HF-REPEATS TO RO-REPEATS (WS-RP-IDX).
004230     MOVE WS-HF-DURATION TO RO-DURATION (WS-RP-IDX).
004240     MOVE WS-HF-CPU-MEDIAN TO RO-CPU-MEDIAN (WS-RP-IDX).
004250     MOVE WS-HF-SPREAD TO RO-SPREAD (WS-RP-IDX).
004260     MOVE WS-HF-HOST-NAME TO RO-HOST-NAME (WS-RP-IDX).
004270     MOVE WS-HF-RUNTIME-VERSION TO RO-RUNTIME-VERSION (WS-RP-IDX).
004280     MOVE WS-HF-CPU-COUNT TO RO-CPU-COUNT (WS-RP-IDX).
004290     MOVE WS-HF-RETURN-CODE TO RO-RETURN-CODE (WS-RP-IDX).
004300 2300-EXIT.
004310     EXIT.
004320*================================================================
004330 2400-TAKE-REPLAY SECTION.
004340*================================================================
004350 2400-START.
004360     MOVE 'Y' TO RR-FOUND-SW (WS-RP-IDX).
004370     MOVE PRM-HIST-RUN-ID TO RR-RUN-ID (WS-RP-IDX).
004380     MOVE WS-HF-RUN-DATE TO RR-RUN-DATE (WS-RP-IDX).
004390     MOVE WS-HF-RUN-TIME TO RR-RUN-TIME (WS-RP-IDX).
004400     MOVE WS-HF-N TO RR-N (WS-RP-IDX).
004410     MOVE WS-HF-MODE TO RR-MODE (WS-RP-IDX).
004420     MOVE WS-HF-REPEATS TO RR-REPEATS (WS-RP-IDX).
004430     MOVE WS-HF-DURATION TO RR-DURATION (WS-RP-IDX).
004440     MOVE WS-HF-CPU-MEDIAN TO RR-CPU-MEDIAN (WS-RP-IDX).
004450     MOVE WS-HF-SPREAD TO RR-SPREAD (WS-RP-IDX).
004460     MOVE WS-HF-HOST-NAME TO RR-HOST-NAME (WS-RP-IDX).
004470     MOVE WS-HF-RUNTIME-VERSION TO RR-RUNTIME-VERSION (WS-RP-IDX).
004480     MOVE WS-HF-CPU-COUNT TO RR-CPU-COUNT (WS-RP-IDX).
004490     MOVE WS-HF-RETURN-CODE TO RR-RETURN-CODE (WS-RP-IDX).
004500 2400-EXIT.
004510     EXIT.
004520*================================================================
004530 2900-READ-NEXT-HIST SECTION.
004540*================================================================
004550 2900-START.
004560     READ HISTORY-FILE
004570         AT END
004580             MOVE 'Y' TO WS-HIST-EOF-SW
004590     END-READ.
004600 2900-EXIT.
004610     EXIT.
004620*================================================================
004630 3000-REPORT-ONE-PAIR SECTION.
004640*================================================================
004650* ONE BLOCK OF THE PAGE PER QUESTIONED RUN: THE TWO COLUMNS, THE
004660* LISTING COMPARISON, AND THE VERDICT. A RUN WITHOUT AN ORIGINAL
004670* OR A REPLAY ON PRMHIST GETS A ONE-LINE EXCEPTION INSTEAD.
004680*================================================================
004690 3000-START.
004700     DISPLAY " ".
004710     DISPLAY "------------------------------------------------"
004720             "------------------------".
004730     IF NOT RO-FOUND (WS-RP-IDX)
004740         ADD 1 TO WS-PAIRS-MISSING
004750         DISPLAY "QUESTIONED RUN-ID " RP-RUN-ID (WS-RP-IDX)
004760                 " IS NOT ON PRMHIST - NOTHING TO COMPARE"
004770         GO TO 3000-EXIT
004780     END-IF.
004790     IF NOT RR-FOUND (WS-RP-IDX)
004800         ADD 1 TO WS-PAIRS-MISSING
004810         DISPLAY "QUESTIONED RUN-ID " RP-RUN-ID (WS-RP-IDX)
004820                 " HAS NO REPLAY ON PRMHIST - RUN THE REPLAY JOB "
004830                 "FIRST"
004840         GO TO 3000-EXIT
004850     END-IF.
004860     DISPLAY "QUESTIONED RUN-ID " RP-RUN-ID (WS-RP-IDX)
004870             "   REPLAYED AS RUN-ID " RR-RUN-ID (WS-RP-IDX).
004880     PERFORM 3100-PRINT-COLUMNS THRU 3100-EXIT.
004890     PERFORM 4000-COMPARE-LISTINGS THRU 4000-EXIT.
004900     PERFORM 4500-DECIDE-VERDICT THRU 4500-EXIT.
004910     DISPLAY "VERDICT             " WS-VERDICT.
004920 3000-EXIT.
004930     EXIT.
004940*================================================================
004950 3100-PRINT-COLUMNS SECTION.
004960*================================================================
004970 3100-START.
004980     MOVE SPACES TO RPT-LINE.
004990     MOVE "ORIGINAL" TO RPT-ORIG.
005000     MOVE "REPLAY" TO RPT-RPLY.
005010     DISPLAY RPT-LINE.
005020     MOVE SPACES TO RPT-LINE.
005030     MOVE "RUN DATE/TIME" TO RPT-LABEL.
005040     MOVE RO-RUN-DATE (WS-RP-IDX) TO WS-ED-STAMP-DATE.
005050     MOVE RO-RUN-TIME (WS-RP-IDX) TO WS-ED-STAMP-TIME.
005060     MOVE WS-ED-STAMP TO RPT-ORIG.
005070     MOVE RR-RUN-DATE (WS-RP-IDX) TO WS-ED-STAMP-DATE.
005080     MOVE RR-RUN-TIME (WS-RP-IDX) TO WS-ED-STAMP-TIME.
005090     MOVE WS-ED-STAMP TO RPT-RPLY.
005100     DISPLAY RPT-LINE.
005110     MOVE SPACES TO RPT-LINE.
005120     MOVE "N / MODE" TO RPT-LABEL.
005130     MOVE RO-N (WS-RP-IDX) TO WS-ED-WL-N.
005140     MOVE RO-MODE (WS-RP-IDX) TO WS-ED-WL-MODE.
005150     MOVE WS-ED-WORKLOAD TO RPT-ORIG.
005160     MOVE RR-N (WS-RP-IDX) TO WS-ED-WL-N.
005170     MOVE RR-MODE (WS-RP-IDX) TO WS-ED-WL-MODE.
005180     MOVE WS-ED-WORKLOAD TO RPT-RPLY.
005190     DISPLAY RPT-LINE.
005200     MOVE SPACES TO RPT-LINE.
005210     MOVE "REPEATS" TO RPT-LABEL.
005220     MOVE RO-REPEATS (WS-RP-IDX) TO RPT-ORIG.
005230     MOVE RR-REPEATS (WS-RP-IDX) TO RPT-RPLY.
005240     IF RO-REPEATS (WS-RP-IDX) NOT = RR-REPEATS (WS-RP-IDX)
005250         MOVE "ORIGINAL WAS CUT SHORT" TO RPT-NOTE
005260     END-IF.
005270     DISPLAY RPT-LINE.
005280     PERFORM 3200-PRINT-DAUER THRU 3200-EXIT.
005290     MOVE SPACES TO RPT-LINE.
005300     MOVE "CPU MEDIAN" TO RPT-LABEL.
005310     MOVE RO-CPU-MEDIAN (WS-RP-IDX) TO WS-ED-DURATION.
005320     MOVE WS-ED-DURATION TO RPT-ORIG.
005330     MOVE RR-CPU-MEDIAN (WS-RP-IDX) TO WS-ED-DURATION.
005340     MOVE WS-ED-DURATION TO RPT-RPLY.
005350     DISPLAY RPT-LINE.
005360     MOVE SPACES TO RPT-LINE.
005370     MOVE "SPREAD" TO RPT-LABEL.
005380     MOVE RO-SPREAD (WS-RP-IDX) TO WS-ED-DURATION.
005390     MOVE WS-ED-DURATION TO RPT-ORIG.
005400     MOVE RR-SPREAD (WS-RP-IDX) TO WS-ED-DURATION.
005410     MOVE WS-ED-DURATION TO RPT-RPLY.
005420     DISPLAY RPT-LINE.
005430     MOVE SPACES TO RPT-LINE.
005440     MOVE "RETURN CODE" TO RPT-LABEL.
005450     MOVE RO-RETURN-CODE (WS-RP-IDX) TO RPT-ORIG.
005460     MOVE RR-RETURN-CODE (WS-RP-IDX) TO RPT-RPLY.
005470     IF RO-RETURN-CODE (WS-RP-IDX)
005480             NOT = RR-RETURN-CODE (WS-RP-IDX)
005490         MOVE "*** DIFFERS ***" TO RPT-NOTE
005500     END-IF.
005510     DISPLAY RPT-LINE.
005520     MOVE 'Y' TO WS-ENV-SAME-SW.
005530     MOVE SPACES TO RPT-LINE.
005540     MOVE "HOST" TO RPT-LABEL.
005550     MOVE RO-HOST-NAME (WS-RP-IDX) TO RPT-ORIG.
005560     MOVE RR-HOST-NAME (WS-RP-IDX) TO RPT-RPLY.
005570     IF RO-HOST-NAME (WS-RP-IDX) NOT = RR-HOST-NAME (WS-RP-IDX)
005580         MOVE "*** DIFFERS ***" TO RPT-NOTE
005590         MOVE 'N' TO WS-ENV-SAME-SW
005600     END-IF.
005610     DISPLAY RPT-LINE.
005620     MOVE SPACES TO RPT-LINE.
005630     MOVE "RUNTIME" TO RPT-LABEL.
005640     MOVE RO-RUNTIME-VERSION (WS-RP-IDX) TO RPT-ORIG.
005650     MOVE RR-RUNTIME-VERSION (WS-RP-IDX) TO RPT-RPLY.
005660     IF RO-RUNTIME-VERSION (WS-RP-IDX)
005670             NOT = RR-RUNTIME-VERSION (WS-RP-IDX)
005680         MOVE "*** DIFFERS ***" TO RPT-NOTE
005690         MOVE 'N' TO WS-ENV-SAME-SW
005700     END-IF.
005710     DISPLAY RPT-LINE.
005720     MOVE SPACES TO RPT-LINE.
005730     MOVE "CPU COUNT" TO RPT-LABEL.
005740     MOVE RO-CPU-COUNT (WS-RP-IDX) TO RPT-ORIG.
005750     MOVE RR-CPU-COUNT (WS-RP-IDX) TO RPT-RPLY.
005760     IF RO-CPU-COUNT (WS-RP-IDX) NOT = RR-CPU-COUNT (WS-RP-IDX)
005770         MOVE "*** DIFFERS ***" TO RPT-NOTE
005780         MOVE 'N' TO WS-ENV-SAME-SW
005790     END-IF.
005800     DISPLAY RPT-LINE.
005810 3100-EXIT.
005820     EXIT.
005830*================================================================
005840 3200-PRINT-DAUER SECTION.
005850*================================================================
005860* THE QUESTIONED FIGURE ITSELF, WITH THE REPLAY'S DIFFERENCE AS A
005870* PERCENTAGE OF THE ORIGINAL, AND THE TOLERANCE IT IS HELD TO.
005880*================================================================
005890 3200-START.
005900     COMPUTE WS-DAUER-DIFF = RR-DURATION (WS-RP-IDX)
005910                           - RO-DURATION (WS-RP-IDX).
005920     IF WS-DAUER-DIFF < ZERO
005930         COMPUTE WS-DAUER-DIFF-ABS = ZERO - WS-DAUER-DIFF
005940     ELSE
005950         MOVE WS-DAUER-DIFF TO WS-DAUER-DIFF-ABS
005960     END-IF.
005970     COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
005980         RO-DURATION (WS-RP-IDX) * RP-TOLERANCE-PCT (WS-RP-IDX)
005990             / 100.
006000     MOVE SPACES TO RPT-LINE.
006010     MOVE "DAUER" TO RPT-LABEL.
006020     MOVE RO-DURATION (WS-RP-IDX) TO WS-ED-DURATION.
006030     MOVE WS-ED-DURATION TO RPT-ORIG.
006040     MOVE RR-DURATION (WS-RP-IDX) TO WS-ED-DURATION.
006050     MOVE WS-ED-DURATION TO RPT-RPLY.
006060     IF RO-DURATION (WS-RP-IDX) > ZERO
006070         COMPUTE WS-DIFF-PCT ROUNDED =
006080             WS-DAUER-DIFF * 100 / RO-DURATION (WS-RP-IDX)
006090             ON SIZE ERROR
006100                 MOVE 99999.9 TO WS-DIFF-PCT
006110         END-COMPUTE
006120         MOVE WS-DIFF-PCT TO WS-ED-PCT
006130         STRING "DIFF " DELIMITED BY SIZE
006140                WS-ED-PCT DELIMITED BY SIZE
006150                "% (TOL " DELIMITED BY SIZE
006160                RP-TOLERANCE-PCT (WS-RP-IDX) DELIMITED BY SIZE
006170                "%)" DELIMITED BY SIZE
006180             INTO RPT-NOTE
006190         END-STRING
006200     END-IF.
006210     DISPLAY RPT-LINE.
006220 3200-EXIT.
006230     EXIT.
006240*================================================================
006250 4000-COMPARE-LISTINGS SECTION.
006260*================================================================
006270* BOTH LISTINGS ARE PROBED AT THEIR HEADER KEY FIRST; A MISSING
006280* LISTING IS REPORTED AS SUCH. OTHERWISE THE DETAILS ARE READ BY
006290* KEY, INDEX BY INDEX UP TO N, STOPPING AT THE FIRST DIFFERENCE.
006300*================================================================
006310 4000-START.
006320     MOVE ZERO TO WS-DIFF-INDEX WS-DIFF-VALUE-ORIG
006330                  WS-DIFF-VALUE-RPLY.
006340     MOVE RP-RUN-ID (WS-RP-IDX) TO WS-PROBE-RUN-ID.
006350     PERFORM 4100-PROBE-LISTING THRU 4100-EXIT.
006360     IF NOT WS-PROBE-FOUND
006370         MOVE 'O' TO WS-LIST-STATUS
006380         GO TO 4000-REPORT
006390     END-IF.
006400     MOVE RR-RUN-ID (WS-RP-IDX) TO WS-PROBE-RUN-ID.
006410     PERFORM 4100-PROBE-LISTING THRU 4100-EXIT.
006420     IF NOT WS-PROBE-FOUND
006430         MOVE 'R' TO WS-LIST-STATUS
006440         GO TO 4000-REPORT
006450     END-IF.
006460     PERFORM 4200-COMPARE-ONE-INDEX THRU 4200-EXIT
006470         VARYING WS-CMP-INDEX FROM 1 BY 1
006480             UNTIL WS-CMP-INDEX > RO-N (WS-RP-IDX)
006490                OR WS-DIFF-INDEX > ZERO.
006500     IF WS-DIFF-INDEX = ZERO
006510         MOVE 'I' TO WS-LIST-STATUS
006520     ELSE
006530         MOVE 'D' TO WS-LIST-STATUS
006540     END-IF.
006550 4000-REPORT.
006560     MOVE SPACES TO RPT-LINE.
006570     MOVE "PRMLIST LISTINGS" TO RPT-LABEL.
006580     EVALUATE TRUE
006590         WHEN WS-LISTINGS-IDENTICAL
006600             MOVE "IDENTICAL" TO RPT-ORIG
006610         WHEN WS-LISTINGS-DIFFER
006620             MOVE "*** DIFFER ***" TO RPT-ORIG
006630             STRING "FIRST AT INDEX " DELIMITED BY SIZE
006640                    WS-DIFF-INDEX DELIMITED BY SIZE
006650                 INTO RPT-RPLY
006660             END-STRING
006670         WHEN WS-ORIG-LISTING-GONE
006680             MOVE "NOT COMPARED" TO RPT-ORIG
006690             MOVE "ORIGINAL'S LISTING IS NOT" TO RPT-RPLY
006700             MOVE "ON PRMLIST (ARCHIVED?)" TO RPT-NOTE
006710         WHEN WS-RPLY-LISTING-GONE
006720             MOVE "NOT COMPARED" TO RPT-ORIG
006730             MOVE "REPLAY WROTE NO LISTING" TO RPT-RPLY
006740     END-EVALUATE.
006750     DISPLAY RPT-LINE.
006760     IF WS-LISTINGS-DIFFER
006770         DISPLAY "                    VALUES " WS-DIFF-VALUE-ORIG
006780                 " VS " WS-DIFF-VALUE-RPLY
006790     END-IF.
006800 4000-EXIT.
006810     EXIT.
006820*================================================================
006830 4100-PROBE-LISTING SECTION.
006840*================================================================
006850 4100-START.
006860     MOVE 'N' TO WS-PROBE-FOUND-SW.
006870     MOVE WS-PROBE-RUN-ID TO PRM-LIST-RUN-ID.
006880     MOVE ZERO TO PRM-LIST-DET-INDEX.
006890     READ LISTING-FILE
006900         KEY IS PRM-LIST-KEY
006910         INVALID KEY
006920             GO TO 4100-EXIT
006930     END-READ.
006940     IF WS-LIST-FILE-OK
006950         AND PRM-LIST-IS-HEADER
006960         MOVE 'Y' TO WS-PROBE-FOUND-SW
006970     END-IF.
006980 4100-EXIT.
006990     EXIT.
007000*================================================================
007010 4200-COMPARE-ONE-INDEX SECTION.
007020*================================================================
007030* A DETAIL MISSING FROM EITHER LISTING COMPARES AS ZERO, SO A
007040* SHORT LISTING DIFFERS AT ITS FIRST MISSING INDEX.
007050*================================================================
007060 4200-START.
007070     MOVE RP-RUN-ID (WS-RP-IDX) TO PRM-LIST-RUN-ID.
007080     MOVE WS-CMP-INDEX TO PRM-LIST-DET-INDEX.
007090     MOVE ZERO TO WS-CMP-VALUE-ORIG.
007100     READ LISTING-FILE
007110         KEY IS PRM-LIST-KEY
007120         INVALID KEY
007130             MOVE SPACES TO PRM-LIST-REC-TYPE
007140     END-READ.
007150     IF WS-LIST-FILE-OK
007160         AND PRM-LIST-IS-DETAIL
007170         MOVE PRM-LIST-DET-VALUE TO WS-CMP-VALUE-ORIG
007180     END-IF.
007190     MOVE RR-RUN-ID (WS-RP-IDX) TO PRM-LIST-RUN-ID.
007200     MOVE WS-CMP-INDEX TO PRM-LIST-DET-INDEX.
007210     MOVE ZERO TO WS-CMP-VALUE-RPLY.
007220     READ LISTING-FILE
007230         KEY IS PRM-LIST-KEY
007240         INVALID KEY
007250             MOVE SPACES TO PRM-LIST-REC-TYPE
007260     END-READ.
007270     IF WS-LIST-FILE-OK
007280         AND PRM-LIST-IS-DETAIL
007290         MOVE PRM-LIST-DET-VALUE TO WS-CMP-VALUE-RPLY
007300     END-IF.
007310     IF WS-CMP-VALUE-ORIG NOT = WS-CMP-VALUE-RPLY
007320         OR WS-CMP-VALUE-ORIG = ZERO
007330         MOVE WS-CMP-INDEX TO WS-DIFF-INDEX
007340         MOVE WS-CMP-VALUE-ORIG TO WS-DIFF-VALUE-ORIG
007350         MOVE WS-CMP-VALUE-RPLY TO WS-DIFF-VALUE-RPLY
007360     END-IF.
007370 4200-EXIT.
007380     EXIT.
007390*================================================================
007400 4500-DECIDE-VERDICT SECTION.
007410*================================================================
007420* A DIFFERENT ANSWER OR OUTCOME IS NEVER A REPRODUCTION, WHATEVER
007430* THE CLOCK SAYS. WITH THE SAME ANSWER, A DIFFERENT ENVIRONMENT
007440* MAKES THE TIMINGS INCOMPARABLE; ONLY ON THE SAME ENVIRONMENT
007450* DOES THE DAUER DECIDE.
007460*================================================================
007470 4500-START.
007480     IF WS-LISTINGS-DIFFER
007490         OR WS-RPLY-LISTING-GONE
007500         OR RO-RETURN-CODE (WS-RP-IDX)
007510                NOT = RR-RETURN-CODE (WS-RP-IDX)
007520         GO TO 4500-NOT-REPRODUCED
007530     END-IF.
007540     IF NOT WS-ENV-IS-SAME
007550         MOVE "ENVIRONMENT DIFFERS" TO WS-VERDICT
007560         ADD 1 TO WS-PAIRS-ENV-DIFFERS
007570         GO TO 4500-EXIT
007580     END-IF.
007590     IF WS-DAUER-DIFF-ABS <= WS-TOLERANCE-AMOUNT
007600         OR WS-DAUER-DIFF-ABS <= CLOCK-TICK
007610         MOVE "REPRODUCED WITHIN TOLERANCE" TO WS-VERDICT
007620         ADD 1 TO WS-PAIRS-REPRODUCED
007630         GO TO 4500-EXIT
007640     END-IF.
007650 4500-NOT-REPRODUCED.
007660     MOVE "NOT REPRODUCIBLE" TO WS-VERDICT.
007670     ADD 1 TO WS-PAIRS-NOT-REPRODUCED.
007680 4500-EXIT.
007690     EXIT.
007700*================================================================
007710 5000-SUMMARY SECTION.
007720*================================================================
007730 5000-START.
007740     DISPLAY " ".
007750     DISPLAY "RPLYRPT: REPRODUCED=" WS-PAIRS-REPRODUCED
007760             " ENVIRONMENT DIFFERS=" WS-PAIRS-ENV-DIFFERS
007770             " NOT REPRODUCIBLE=" WS-PAIRS-NOT-REPRODUCED
007780             " NOT COMPARED=" WS-PAIRS-MISSING
007790             " CARDS REJECTED=" WS-CARDS-REJECTED.
007800     IF WS-PAIRS-MISSING > ZERO
007810         MOVE 8 TO WS-RETURN-CODE
007820     ELSE
007830     IF WS-PAIRS-ENV-DIFFERS > ZERO
007840         OR WS-PAIRS-NOT-REPRODUCED > ZERO
007850         MOVE 4 TO WS-RETURN-CODE
007860     ELSE
007870         MOVE 0 TO WS-RETURN-CODE
007880     END-IF
007890     END-IF.
007900     MOVE WS-RETURN-CODE TO RETURN-CODE.
007910 5000-EXIT.
007920     EXIT.
