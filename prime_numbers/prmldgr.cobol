000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRMLDGR IS INITIAL.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - CONTROL-TOTAL LEDGER
000210*                      ROUTINE. CHECKS PRMHIST, PRMFEED, PRMAUDIT,
000220*                      AND PRMALERT AGAINST THEIR LEDGERED RECORD
000230*                      COUNTS AND HASH TOTALS (DD PRMLEDGR), AND
000240*                      REWRITES THE LEDGER ON REQUEST.
000241*   2026-10-15  RAH    ONLY PRMALERT MAY HAVE RECORDS APPENDED
000242*                      SINCE THE LAST UPDATE. PRMHIST, PRMFEED,
000243*                      AND PRMAUDIT ARE WRITTEN ONLY BY PROGRAMS
000244*                      THAT REWRITE THE LEDGER, SO A LONGER FILE
000245*                      THAN ITS LEDGER COUNT IS A MISMATCH.
000250*================================================================
000260* THE FOUR APPEND-ONLY SUITE FILES ARE DISP=MOD DATASETS ANYONE
000270* WITH UPDATE ACCESS CAN EDIT IN ISPF. THIS ROUTINE IS THE ONE
000280* PLACE THEIR CONTROL TOTALS ARE COMPUTED, SO THE START-UP CHECK
000290* IN NTHPRIME, THE ON-DEMAND AUDIT IN LDGRAUD, AND EVERY PROGRAM
000300* THAT VOUCHES FOR THE FILES AFTER CHANGING THEM (NTHPRIME,
000310* PRMMERGE, AND LDGRAUD'S UPDATE STEP BEHIND THE PRMARCH, HISTMNT,
000320* AND PRMBKOUT COPY-BACKS) CANNOT DISAGREE ABOUT WHAT A HASH
000330* TOTAL IS. IT IS CALLED, NOT COPIED, FOR THAT REASON.
000340*
000350* THE CALLER PASSES THE PRMLDGRP AREA WITH FUNCTION 'C' (CHECK)
000360* OR 'U' (UPDATE) AND ITS OWN PROGRAM NAME. EACH FILE IS READ
000370* ONCE END TO END; THE RUNNING HASH TOTAL AT THE LEDGERED RECORD
000380* COUNT IS KEPT AS THE PREFIX HASH, SO RECORDS APPENDED SINCE THE
000390* LAST UPDATE TO PRMALERT (THE ALERTS PLANSEL, PRMRECON, PRMVRFY,
000400* TRENDRPT, AND FEEDCONF RAISE BETWEEN RUNS) DO NOT FAULT THE
000410* CHECK, WHILE A SHORTENED FILE OR ONE WHOSE LEDGERED RECORDS
000420* WERE EDITED DOES. NOTHING ELSE APPENDS TO PRMHIST, PRMFEED, OR
000421* PRMAUDIT WITHOUT REWRITING THE LEDGER, SO ANY EXTRA RECORD ON
000422* ONE OF THOSE IS A MISMATCH TOO. A MISSING LEDGER IS "NO LEDGER
000423* YET" - THE FIRST UPDATE CREATES IT. AN UPDATE REWRITES ALL FOUR
000430* LEDGER RECORDS FROM THE FILES AS THEY STAND, UNLESS ONE OF THEM
000440* COULD NOT BE READ.
000450*
000460* THE ROUTINE REPORTS; IT NEVER STOPS THE RUN. WHAT A MISMATCH
000470* MEANS (REFUSE TO START, WARN, OR JUST PRINT) IS THE CALLER'S
000480* DECISION.
000490*================================================================
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LEDGER-FILE ASSIGN TO "PRMLEDGR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LDGR-FILE-STATUS.
000560     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HIST-FILE-STATUS.
000590     SELECT FEED-FILE ASSIGN TO "PRMFEED"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FEED-FILE-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000650     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ALERT-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  LEDGER-FILE.
000720     COPY PRMLEDGR.
000730 FD  HISTORY-FILE.
000740     COPY PRMHIST.
000750 FD  FEED-FILE.
000760     COPY PRMFEED.
000770 FD  AUDIT-FILE.
000780     COPY PRMAUDIT.
000790 FD  ALERT-FILE.
000800     COPY PRMALERT.
000810*
000820 WORKING-STORAGE SECTION.
000830 01  WS-LDGR-FILE-STATUS             PIC X(02) VALUE '00'.
000840     88  WS-LDGR-FILE-OK                  VALUE '00'.
000850     88  WS-LDGR-FILE-NOT-FOUND           VALUE '35'.
000860 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000870     88  WS-HIST-FILE-OK                  VALUE '00'.
000880     88  WS-HIST-FILE-NOT-FOUND           VALUE '35'.
000890 01  WS-FEED-FILE-STATUS             PIC X(02) VALUE '00'.
000900     88  WS-FEED-FILE-OK                  VALUE '00'.
000910     88  WS-FEED-FILE-NOT-FOUND           VALUE '35'.
000920 01  WS-AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
000930     88  WS-AUDIT-FILE-OK                 VALUE '00'.
000940     88  WS-AUDIT-FILE-NOT-FOUND          VALUE '35'.
000950 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
000960     88  WS-ALERT-FILE-OK                 VALUE '00'.
000970     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
000980*
000990 01  WS-LDGR-EOF-SW                  PIC X(01) VALUE 'N'.
001000     88  WS-AT-LDGR-EOF                  VALUE 'Y'.
001010 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
001020     88  WS-AT-HIST-EOF                  VALUE 'Y'.
001030 01  WS-FEED-EOF-SW                  PIC X(01) VALUE 'N'.
001040     88  WS-AT-FEED-EOF                  VALUE 'Y'.
001050 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001060     88  WS-AT-AUDIT-EOF                 VALUE 'Y'.
001070 01  WS-ALERT-EOF-SW                 PIC X(01) VALUE 'N'.
001080     88  WS-AT-ALERT-EOF                 VALUE 'Y'.
001090 01  WS-LEDGER-SEEN-SW               PIC X(01) VALUE 'N'.
001100     88  WS-LEDGER-SEEN                  VALUE 'Y'.
001110*----------------------------------------------------------------
001120* THE FILE NAMES IN LEDGER ORDER. THE SUBSCRIPT INTO THE PRMLDGRP
001130* FILE TABLE IS 1 PRMHIST, 2 PRMFEED, 3 PRMAUDIT, 4 PRMALERT.
001140*----------------------------------------------------------------
001150 01  LEDGER-FILE-NAMES.
001160     05  FILLER                      PIC X(08) VALUE "PRMHIST".
001170     05  FILLER                      PIC X(08) VALUE "PRMFEED".
001180     05  FILLER                      PIC X(08) VALUE "PRMAUDIT".
001190     05  FILLER                      PIC X(08) VALUE "PRMALERT".
001200 01  LEDGER-FILE-NAME-TABLE REDEFINES LEDGER-FILE-NAMES.
001210     05  LEDGER-FILE-NAME            PIC X(08) OCCURS 4 TIMES.
001220 01  LEDGER-FILE-COUNT               PIC 9(02) COMP VALUE 4.
001222 01  ALERT-FILE-IDX                  PIC 9(02) COMP VALUE 4.
001230 01  WS-FILE-IDX                     PIC 9(02) COMP VALUE ZERO.
001240 01  WS-FILE-FOUND-SW                PIC X(01) VALUE 'N'.
001250     88  WS-FILE-FOUND                   VALUE 'Y'.
001260*----------------------------------------------------------------
001270* HASH-TOTAL WORK AREAS. EACH RECORD'S KEY FIELDS ARE SUMMED INTO
001280* WS-REC-HASH, WHICH IS THEN ADDED TO THE FILE'S RUNNING TOTAL
001290* MODULO 10**15 (THE WIDTH OF PRM-LDGR-HASH-TOTAL).
001300*----------------------------------------------------------------
001310 01  HASH-MODULUS                    PIC 9(16) VALUE
001320                                     1000000000000000.
001330 01  WS-REC-HASH                     PIC 9(11) VALUE ZERO.
001340 01  WS-HASH-WORK                    PIC 9(16) VALUE ZERO.
001350*----------------------------------------------------------------
001360* FEED-ROW PARSING WORK AREAS (RUN-DATE,RUN-TIME,N,MODE,DAUER,
001370* RUN-ID - SEE COPYBOOK PRMFEED).
001380*----------------------------------------------------------------
001390 01  WS-FEED-F1                      PIC X(08) VALUE SPACES.
001400 01  WS-FEED-F2                      PIC X(08) VALUE SPACES.
001410 01  WS-FEED-F3                      PIC X(06) VALUE SPACES.
001420 01  WS-FEED-F4                      PIC X(01) VALUE SPACES.
001430 01  WS-FEED-F5                      PIC X(09) VALUE SPACES.
001440 01  WS-FEED-F6                      PIC X(08) VALUE SPACES.
001450 01  WS-FEED-N                       PIC 9(06) VALUE ZERO.
001460 01  WS-FEED-DAUER                   PIC 9(09) VALUE ZERO.
001470 01  WS-FEED-RUN-ID                  PIC 9(08) VALUE ZERO.
001480*
001490 01  WS-NOW-STAMP                    PIC X(21) VALUE SPACES.
001500 01  WS-NOW-FIELDS REDEFINES WS-NOW-STAMP.
001510     05  WS-NOW-DATE                 PIC 9(08).
001520     05  WS-NOW-TIME                 PIC 9(08).
001530     05  FILLER                      PIC X(05).
001540*
001550 LINKAGE SECTION.
001560     COPY PRMLDGRP.
001570*
001580 PROCEDURE DIVISION USING PRM-LDGRP-AREA.
001590*================================================================
001600 0000-MAINLINE SECTION.
001610*================================================================
001620 0000-START.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 2000-READ-LEDGER THRU 2000-EXIT.
001650     IF PRM-LDGRP-FAILED
001660         GO TO 0000-EXIT
001670     END-IF.
001680     PERFORM 3000-TOTAL-HISTORY THRU 3000-EXIT.
001690     PERFORM 3200-TOTAL-FEED THRU 3200-EXIT.
001700     PERFORM 3400-TOTAL-AUDIT THRU 3400-EXIT.
001710     PERFORM 3600-TOTAL-ALERTS THRU 3600-EXIT.
001720     PERFORM 4000-COMPARE-ONE-FILE THRU 4000-EXIT
001730         VARYING WS-FILE-IDX FROM 1 BY 1
001740             UNTIL WS-FILE-IDX > LEDGER-FILE-COUNT.
001750     IF PRM-LDGRP-IS-UPDATE
001760         PERFORM 5000-REWRITE-LEDGER THRU 5000-EXIT
001770     END-IF.
001780 0000-EXIT.
001790     GOBACK.
001800*================================================================
001810 1000-INITIALIZE SECTION.
001820*================================================================
001830* THE PROGRAM IS INITIAL, SO ITS OWN WORKING STORAGE STARTS
001840* FRESH ON EVERY CALL; ONLY THE CALLER'S AREA NEEDS CLEARING.
001850*================================================================
001860 1000-START.
001870     MOVE 'M' TO PRM-LDGRP-STATUS.
001880     MOVE ZERO TO PRM-LDGRP-MISMATCH-COUNT.
001890     PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
001900         VARYING WS-FILE-IDX FROM 1 BY 1
001910             UNTIL WS-FILE-IDX > LEDGER-FILE-COUNT.
001920 1000-EXIT.
001930     EXIT.
001940*================================================================
001950 1100-CLEAR-ONE-ENTRY SECTION.
001960*================================================================
001970* AN ENTRY STARTS AT 'N' (NOT ON THE LEDGER); READING ITS LEDGER
001980* RECORD MOVES IT ON, AND AN OPEN FAILURE MARKS IT 'F'.
001990*================================================================
002000 1100-START.
002010     MOVE LEDGER-FILE-NAME (WS-FILE-IDX)
002020         TO PRM-LDGRP-FILE (WS-FILE-IDX).
002030     MOVE 'N' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX).
002040     MOVE ZERO TO PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
002050                  PRM-LDGRP-LEDGER-HASH (WS-FILE-IDX)
002060                  PRM-LDGRP-LEDGER-DATE (WS-FILE-IDX)
002070                  PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
002080                  PRM-LDGRP-PREFIX-HASH (WS-FILE-IDX)
002090                  PRM-LDGRP-ACTUAL-HASH (WS-FILE-IDX).
002100     MOVE SPACES TO PRM-LDGRP-LEDGER-PROGRAM (WS-FILE-IDX).
002110 1100-EXIT.
002120     EXIT.
002130*================================================================
002140 2000-READ-LEDGER SECTION.
002150*================================================================
002160* A MISSING DD OR AN EMPTY LEDGER MEANS NO PROGRAM HAS VOUCHED
002170* FOR THE FILES YET: THE CHECK HAS NOTHING TO COMPARE AGAINST
002180* AND REPORTS 'L', AND AN UPDATE WRITES THE FIRST LEDGER.
002190*================================================================
002200 2000-START.
002210     OPEN INPUT LEDGER-FILE.
002220     IF WS-LDGR-FILE-NOT-FOUND
002230         MOVE 'L' TO PRM-LDGRP-STATUS
002240         GO TO 2000-EXIT
002250     END-IF.
002260     IF NOT WS-LDGR-FILE-OK
002270         DISPLAY "PRMLDGR: UNABLE TO OPEN PRMLEDGR, STATUS="
002280                 WS-LDGR-FILE-STATUS
002290         MOVE 'F' TO PRM-LDGRP-STATUS
002300         GO TO 2000-EXIT
002310     END-IF.
002320     PERFORM 2100-READ-ONE-LEDGER-RECORD THRU 2100-EXIT
002330         UNTIL WS-AT-LDGR-EOF.
002340     CLOSE LEDGER-FILE.
002350     IF NOT WS-LEDGER-SEEN
002360         MOVE 'L' TO PRM-LDGRP-STATUS
002370     END-IF.
002380 2000-EXIT.
002390     EXIT.
002400*================================================================
002410 2100-READ-ONE-LEDGER-RECORD SECTION.
002420*================================================================
002430 2100-START.
002440     READ LEDGER-FILE
002450         AT END
002460             MOVE 'Y' TO WS-LDGR-EOF-SW
002470             GO TO 2100-EXIT
002480     END-READ.
002490     IF PRM-LEDGER-RECORD = SPACES
002500         GO TO 2100-EXIT
002510     END-IF.
002520     MOVE 'Y' TO WS-LEDGER-SEEN-SW.
002530     MOVE 'N' TO WS-FILE-FOUND-SW.
002540     PERFORM 2110-MATCH-ONE-NAME THRU 2110-EXIT
002550         VARYING WS-FILE-IDX FROM 1 BY 1
002560             UNTIL WS-FILE-IDX > LEDGER-FILE-COUNT
002570                OR WS-FILE-FOUND.
002580     IF NOT WS-FILE-FOUND
002590         DISPLAY "PRMLDGR: LEDGER RECORD FOR AN UNKNOWN FILE "
002600                 "IGNORED: " PRM-LDGR-FILE
002610         GO TO 2100-EXIT
002620     END-IF.
002630*    PERFORM VARYING STEPS THE INDEX ONE PAST THE MATCH BEFORE
002640*    RE-TESTING THE UNTIL CONDITION, SO BACK IT UP.
002650     SUBTRACT 1 FROM WS-FILE-IDX.
002660*    A LEDGER RECORD WHOSE FIGURES ARE NOT NUMERIC WAS EDITED BY
002670*    HAND AS SURELY AS A FILE WOULD BE - IT STAYS 'N'.
002680     IF PRM-LDGR-REC-COUNT IS NOT NUMERIC
002690         OR PRM-LDGR-HASH-TOTAL IS NOT NUMERIC
002700         GO TO 2100-EXIT
002710     END-IF.
002720     MOVE 'M' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX).
002730     MOVE PRM-LDGR-REC-COUNT
002740         TO PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX).
002750     MOVE PRM-LDGR-HASH-TOTAL
002760         TO PRM-LDGRP-LEDGER-HASH (WS-FILE-IDX).
002770     MOVE PRM-LDGR-UPD-PROGRAM
002780         TO PRM-LDGRP-LEDGER-PROGRAM (WS-FILE-IDX).
002790     IF PRM-LDGR-UPD-DATE IS NUMERIC
002800         MOVE PRM-LDGR-UPD-DATE
002810             TO PRM-LDGRP-LEDGER-DATE (WS-FILE-IDX)
002820     END-IF.
002830 2100-EXIT.
002840     EXIT.
002850*================================================================
002860 2110-MATCH-ONE-NAME SECTION.
002870*================================================================
002880 2110-START.
002890     IF LEDGER-FILE-NAME (WS-FILE-IDX) = PRM-LDGR-FILE
002900         MOVE 'Y' TO WS-FILE-FOUND-SW
002910     END-IF.
002920 2110-EXIT.
002930     EXIT.
002940*================================================================
002950 3000-TOTAL-HISTORY SECTION.
002960*================================================================
002970* A FILE THAT DOES NOT EXIST YET TOTALS ZERO RECORDS; ANY OTHER
002980* OPEN FAILURE MARKS ITS ENTRY 'F'.
002990*================================================================
003000 3000-START.
003010     MOVE 1 TO WS-FILE-IDX.
003020     OPEN INPUT HISTORY-FILE.
003030     IF WS-HIST-FILE-NOT-FOUND
003040         GO TO 3000-EXIT
003050     END-IF.
003060     IF NOT WS-HIST-FILE-OK
003070         DISPLAY "PRMLDGR: UNABLE TO OPEN PRMHIST, STATUS="
003080                 WS-HIST-FILE-STATUS
003090         MOVE 'F' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
003100         GO TO 3000-EXIT
003110     END-IF.
003120     PERFORM 3100-TOTAL-ONE-HISTORY THRU 3100-EXIT
003130         UNTIL WS-AT-HIST-EOF.
003140     CLOSE HISTORY-FILE.
003150 3000-EXIT.
003160     EXIT.
003170*================================================================
003180 3100-TOTAL-ONE-HISTORY SECTION.
003190*================================================================
003200 3100-START.
003210     READ HISTORY-FILE
003220         AT END
003230             MOVE 'Y' TO WS-HIST-EOF-SW
003240             GO TO 3100-EXIT
003250     END-READ.
003260     MOVE ZERO TO WS-REC-HASH.
003270     IF PRM-HIST-RUN-ID IS NUMERIC
003280         ADD PRM-HIST-RUN-ID TO WS-REC-HASH
003290     END-IF.
003300     IF PRM-HIST-N IS NUMERIC
003310         ADD PRM-HIST-N TO WS-REC-HASH
003320     END-IF.
003330     IF PRM-HIST-DURATION IS NUMERIC
003340         COMPUTE WS-REC-HASH = WS-REC-HASH
003350             + (PRM-HIST-DURATION * 100)
003360     END-IF.
003370     PERFORM 3900-POST-RECORD THRU 3900-EXIT.
003380 3100-EXIT.
003390     EXIT.
003400*================================================================
003410 3200-TOTAL-FEED SECTION.
003420*================================================================
003430 3200-START.
003440     MOVE 2 TO WS-FILE-IDX.
003450     OPEN INPUT FEED-FILE.
003460     IF WS-FEED-FILE-NOT-FOUND
003470         GO TO 3200-EXIT
003480     END-IF.
003490     IF NOT WS-FEED-FILE-OK
003500         DISPLAY "PRMLDGR: UNABLE TO OPEN PRMFEED, STATUS="
003510                 WS-FEED-FILE-STATUS
003520         MOVE 'F' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
003530         GO TO 3200-EXIT
003540     END-IF.
003550     PERFORM 3300-TOTAL-ONE-FEED-ROW THRU 3300-EXIT
003560         UNTIL WS-AT-FEED-EOF.
003570     CLOSE FEED-FILE.
003580 3200-EXIT.
003590     EXIT.
003600*================================================================
003610 3300-TOTAL-ONE-FEED-ROW SECTION.
003620*================================================================
003630* THE ROW IS SPLIT ON ITS COMMAS; DAUER IS CARRIED IN THE ROW AS
003640* NINE DIGITS OF HUNDREDTHS ALREADY. A ROW FROM BEFORE RUN-IDS
003650* HAS NO SIXTH FIELD AND ADDS NO RUN-ID.
003660*================================================================
003670 3300-START.
003680     READ FEED-FILE
003690         AT END
003700             MOVE 'Y' TO WS-FEED-EOF-SW
003710             GO TO 3300-EXIT
003720     END-READ.
003730     MOVE SPACES TO WS-FEED-F1 WS-FEED-F2 WS-FEED-F3
003740                    WS-FEED-F4 WS-FEED-F5 WS-FEED-F6.
003750     UNSTRING PRM-FEED-RECORD DELIMITED BY ","
003760         INTO WS-FEED-F1 WS-FEED-F2 WS-FEED-F3
003770              WS-FEED-F4 WS-FEED-F5 WS-FEED-F6.
003780     MOVE ZERO TO WS-REC-HASH.
003790     IF WS-FEED-F6 IS NUMERIC
003800         MOVE WS-FEED-F6 TO WS-FEED-RUN-ID
003810         ADD WS-FEED-RUN-ID TO WS-REC-HASH
003820     END-IF.
003830     IF WS-FEED-F3 IS NUMERIC
003840         MOVE WS-FEED-F3 TO WS-FEED-N
003850         ADD WS-FEED-N TO WS-REC-HASH
003860     END-IF.
003870     IF WS-FEED-F5 IS NUMERIC
003880         MOVE WS-FEED-F5 TO WS-FEED-DAUER
003890         ADD WS-FEED-DAUER TO WS-REC-HASH
003900     END-IF.
003910     PERFORM 3900-POST-RECORD THRU 3900-EXIT.
003920 3300-EXIT.
003930     EXIT.
003940*================================================================
003950 3400-TOTAL-AUDIT SECTION.
003960*================================================================
003970 3400-START.
003980     MOVE 3 TO WS-FILE-IDX.
003990     OPEN INPUT AUDIT-FILE.
004000     IF WS-AUDIT-FILE-NOT-FOUND
004010         GO TO 3400-EXIT
004020     END-IF.
004030     IF NOT WS-AUDIT-FILE-OK
004040         DISPLAY "PRMLDGR: UNABLE TO OPEN PRMAUDIT, STATUS="
004050                 WS-AUDIT-FILE-STATUS
004060         MOVE 'F' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
004070         GO TO 3400-EXIT
004080     END-IF.
004090     PERFORM 3500-TOTAL-ONE-AUDIT THRU 3500-EXIT
004100         UNTIL WS-AT-AUDIT-EOF.
004110     CLOSE AUDIT-FILE.
004120 3400-EXIT.
004130     EXIT.
004140*================================================================
004150 3500-TOTAL-ONE-AUDIT SECTION.
004160*================================================================
004170 3500-START.
004180     READ AUDIT-FILE
004190         AT END
004200             MOVE 'Y' TO WS-AUDIT-EOF-SW
004210             GO TO 3500-EXIT
004220     END-READ.
004230     MOVE ZERO TO WS-REC-HASH.
004240     IF PRM-AUDIT-RUN-ID IS NUMERIC
004250         ADD PRM-AUDIT-RUN-ID TO WS-REC-HASH
004260     END-IF.
004270     IF PRM-AUDIT-CTL-N IS NUMERIC
004280         ADD PRM-AUDIT-CTL-N TO WS-REC-HASH
004290     END-IF.
004300     PERFORM 3900-POST-RECORD THRU 3900-EXIT.
004310 3500-EXIT.
004320     EXIT.
004330*================================================================
004340 3600-TOTAL-ALERTS SECTION.
004350*================================================================
004360 3600-START.
004370     MOVE 4 TO WS-FILE-IDX.
004380     OPEN INPUT ALERT-FILE.
004390     IF WS-ALERT-FILE-NOT-FOUND
004400         GO TO 3600-EXIT
004410     END-IF.
004420     IF NOT WS-ALERT-FILE-OK
004430         DISPLAY "PRMLDGR: UNABLE TO OPEN PRMALERT, STATUS="
004440                 WS-ALERT-FILE-STATUS
004450         MOVE 'F' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
004460         GO TO 3600-EXIT
004470     END-IF.
004480     PERFORM 3700-TOTAL-ONE-ALERT THRU 3700-EXIT
004490         UNTIL WS-AT-ALERT-EOF.
004500     CLOSE ALERT-FILE.
004510 3600-EXIT.
004520     EXIT.
004530*================================================================
004540 3700-TOTAL-ONE-ALERT SECTION.
004550*================================================================
004560 3700-START.
004570     READ ALERT-FILE
004580         AT END
004590             MOVE 'Y' TO WS-ALERT-EOF-SW
004600             GO TO 3700-EXIT
004610     END-READ.
004620     MOVE ZERO TO WS-REC-HASH.
004630     IF PRM-ALERT-N IS NUMERIC
004640         ADD PRM-ALERT-N TO WS-REC-HASH
004650     END-IF.
004660     IF PRM-ALERT-MEASURED IS NUMERIC
004670         COMPUTE WS-REC-HASH = WS-REC-HASH
004680             + (PRM-ALERT-MEASURED * 100)
004690     END-IF.
004700     PERFORM 3900-POST-RECORD THRU 3900-EXIT.
004710 3700-EXIT.
004720     EXIT.
004730*================================================================
004740 3900-POST-RECORD SECTION.
004750*================================================================
004760* COUNTS ONE RECORD OF FILE WS-FILE-IDX AND ADDS ITS KEY-FIELD SUM
004770* TO THE RUNNING HASH TOTAL. WHILE THE COUNT IS STILL WITHIN THE
004780* LEDGERED COUNT THE RUNNING TOTAL IS ALSO THE PREFIX HASH - THE
004790* FIGURE THE LEDGER'S OWN HASH TOTAL MUST EQUAL.
004800*================================================================
004810 3900-START.
004820     ADD 1 TO PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX).
004830     COMPUTE WS-HASH-WORK =
004840         PRM-LDGRP-ACTUAL-HASH (WS-FILE-IDX) + WS-REC-HASH.
004850     IF WS-HASH-WORK NOT < HASH-MODULUS
004860         SUBTRACT HASH-MODULUS FROM WS-HASH-WORK
004870     END-IF.
004880     MOVE WS-HASH-WORK TO PRM-LDGRP-ACTUAL-HASH (WS-FILE-IDX).
004890     IF PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
004900         NOT > PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
004910         MOVE WS-HASH-WORK TO PRM-LDGRP-PREFIX-HASH (WS-FILE-IDX)
004920     END-IF.
004930 3900-EXIT.
004940     EXIT.
004950*================================================================
004960 4000-COMPARE-ONE-FILE SECTION.
004970*================================================================
004980* SETS THE ENTRY'S FINAL STATUS. WITH NO LEDGER AT ALL THERE IS
004990* NOTHING TO COMPARE, SO EVERY READABLE FILE IS LEFT BLANK; AN
005000* UNREADABLE FILE STILL COUNTS AS A MISMATCH BECAUSE NOTHING CAN
005010* BE VOUCHED FOR IT. RECORDS BEYOND THE LEDGER COUNT ARE
005012* ACCEPTED ONLY ON PRMALERT; ON ANY OTHER FILE THEY ARE A
005014* MISMATCH.
005020*================================================================
005030 4000-START.
005040     IF PRM-LDGRP-FILE-UNREADABLE (WS-FILE-IDX)
005050         GO TO 4000-MISMATCH
005060     END-IF.
005070     IF PRM-LDGRP-NO-LEDGER
005080         MOVE SPACE TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005090         GO TO 4000-EXIT
005100     END-IF.
005110     IF PRM-LDGRP-FILE-NO-ENTRY (WS-FILE-IDX)
005120         GO TO 4000-MISMATCH
005130     END-IF.
005140     IF PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
005150         < PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
005160         MOVE 'S' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005170         GO TO 4000-MISMATCH
005180     END-IF.
005190     IF PRM-LDGRP-PREFIX-HASH (WS-FILE-IDX)
005200         NOT = PRM-LDGRP-LEDGER-HASH (WS-FILE-IDX)
005210         MOVE 'H' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005220         GO TO 4000-MISMATCH
005230     END-IF.
005240     IF PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
005250         > PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
005252         IF WS-FILE-IDX NOT = ALERT-FILE-IDX
005254             MOVE 'L' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005256             GO TO 4000-MISMATCH
005258         END-IF
005260         MOVE 'A' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005270     ELSE
005280         MOVE 'M' TO PRM-LDGRP-FILE-STATUS (WS-FILE-IDX)
005290     END-IF.
005300     GO TO 4000-EXIT.
005310 4000-MISMATCH.
005320     ADD 1 TO PRM-LDGRP-MISMATCH-COUNT.
005330     IF NOT PRM-LDGRP-NO-LEDGER
005340         MOVE 'X' TO PRM-LDGRP-STATUS
005350     END-IF.
005360 4000-EXIT.
005370     EXIT.
005380*================================================================
005390 5000-REWRITE-LEDGER SECTION.
005400*================================================================
005410* REWRITES ALL FOUR LEDGER RECORDS FROM THE FILES AS THEY STAND,
005420* STAMPED WITH THE CALLER. IF ANY FILE COULD NOT BE READ ITS
005430* TOTALS ARE UNKNOWN, AND THE OLD LEDGER IS LEFT AS IT WAS RATHER
005440* THAN VOUCH FOR A FILE NOBODY COUNTED.
005450*================================================================
005460 5000-START.
005470     MOVE 'N' TO WS-FILE-FOUND-SW.
005480     PERFORM 5100-TEST-ONE-UNREADABLE THRU 5100-EXIT
005490         VARYING WS-FILE-IDX FROM 1 BY 1
005500             UNTIL WS-FILE-IDX > LEDGER-FILE-COUNT
005510                OR WS-FILE-FOUND.
005520     IF WS-FILE-FOUND
005530         DISPLAY "PRMLDGR: A SUITE FILE COULD NOT BE READ - "
005540                 "LEDGER NOT UPDATED."
005550         MOVE 'F' TO PRM-LDGRP-STATUS
005560         GO TO 5000-EXIT
005570     END-IF.
005580     OPEN OUTPUT LEDGER-FILE.
005590     IF NOT WS-LDGR-FILE-OK
005600         DISPLAY "PRMLDGR: UNABLE TO REWRITE PRMLEDGR, STATUS="
005610                 WS-LDGR-FILE-STATUS
005620         MOVE 'F' TO PRM-LDGRP-STATUS
005630         GO TO 5000-EXIT
005640     END-IF.
005650     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
005660     PERFORM 5200-WRITE-ONE-LEDGER-RECORD THRU 5200-EXIT
005670         VARYING WS-FILE-IDX FROM 1 BY 1
005680             UNTIL WS-FILE-IDX > LEDGER-FILE-COUNT.
005690     CLOSE LEDGER-FILE.
005700 5000-EXIT.
005710     EXIT.
005720*================================================================
005730 5100-TEST-ONE-UNREADABLE SECTION.
005740*================================================================
005750 5100-START.
005760     IF PRM-LDGRP-FILE-UNREADABLE (WS-FILE-IDX)
005770         MOVE 'Y' TO WS-FILE-FOUND-SW
005780     END-IF.
005790 5100-EXIT.
005800     EXIT.
005810*================================================================
005820 5200-WRITE-ONE-LEDGER-RECORD SECTION.
005830*================================================================
005840 5200-START.
005850     MOVE SPACES TO PRM-LEDGER-RECORD.
005860     MOVE LEDGER-FILE-NAME (WS-FILE-IDX) TO PRM-LDGR-FILE.
005870     MOVE PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
005880         TO PRM-LDGR-REC-COUNT.
005890     MOVE PRM-LDGRP-ACTUAL-HASH (WS-FILE-IDX)
005900         TO PRM-LDGR-HASH-TOTAL.
005910     MOVE PRM-LDGRP-CALLER TO PRM-LDGR-UPD-PROGRAM.
005920     MOVE WS-NOW-DATE TO PRM-LDGR-UPD-DATE.
005930     MOVE WS-NOW-TIME TO PRM-LDGR-UPD-TIME.
005940     WRITE PRM-LEDGER-RECORD.
005950 5200-EXIT.
005960     EXIT.
