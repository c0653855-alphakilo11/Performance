000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RPLYGEN.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - BUILDS A REPLAY DECK
000210*                      (DD CTLCARD) FROM THE PRMAUDIT RECORDS OF
000220*                      THE QUESTIONED RUN-IDS NAMED ON DD RPLYCTL.
000230*================================================================
000240* WHEN A DAUER FIGURE IS CHALLENGED IN A PROBLEM TICKET, AUDTINQ
000250* PROVES WHAT PARAMETERS PRODUCED IT. THIS PROGRAM TURNS THAT
000260* PROOF BACK INTO A DECK: FOR EVERY RUN-ID ON THE RPLYCTL CARDS
000270* IT FINDS THE RUN'S AUDIT RECORD AND PUNCHES A CONTROL CARD WITH
000280* THE SAME N, MODE, AND REPEAT COUNT, CARRYING THE QUESTIONED
000290* RUN-ID IN PRM-CTL-REPLAY-OF-RUN-ID. THE DECK OPENS WITH A
000300* PLAN-NAME CARD NAMING THE PLAN "REPLAY", SO THE NEW RUNS' AUDIT
000310* RECORDS SAY WHAT THEY WERE. NTHPRIME RUNS THE DECK IN THE NEXT
000320* STEP OF THE REPLAY JOB AND STAMPS THE QUESTIONED RUN-ID ON EACH
000330* NEW PRMHIST RECORD; RPLYRPT THEN SETS THE PAIRS SIDE BY SIDE.
000340*
000350* A REPLAY NEVER RESUMES FROM A CHECKPOINT (RESTART IS PUNCHED
000360* 'N') AND RUNS THE FULL REPEAT COUNT THE ORIGINAL ASKED FOR - THE
000370* AUDIT TRAIL DOES NOT RECORD THE ORIGINAL'S ENTRY BUDGET OR ANY
000380* WINDOW CUTOFF, SO A RUN THAT WAS CUT SHORT SHOWS A DIFFERENT
000390* REPEAT COUNT ON THE RPLYRPT PAGE.
000400*
000410* RC=0 WHEN EVERY RUN-ID WAS PUNCHED; RC=4 WHEN A CARD WAS
000420* REJECTED OR A RUN-ID HAS NO AUDIT RECORD (THE REST ARE STILL
000430* PUNCHED); RC=8 WHEN NOTHING COULD BE PUNCHED, IN WHICH CASE NO
000440* DECK IS WRITTEN AND THE JOB'S NTHPRIME STEP IS CONDITIONED OFF;
000450* RC=16 WHEN A FILE COULD NOT BE OPENED.
000460*================================================================
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REPLAY-CONTROL-FILE ASSIGN TO "RPLYCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPCTL-FILE-STATUS.
000530     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000560     SELECT CONTROL-FILE ASSIGN TO "CTLCARD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CTL-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REPLAY-CONTROL-FILE.
000630     COPY PRMRPCTL.
000640 FD  AUDIT-FILE.
000650     COPY PRMAUDIT.
000660 FD  CONTROL-FILE.
000670     COPY PRMCTL.
000680*
000690 WORKING-STORAGE SECTION.
000700 01  WS-RPCTL-FILE-STATUS            PIC X(02) VALUE '00'.
000710     88  WS-RPCTL-FILE-OK                 VALUE '00'.
000720 01  WS-AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
000730     88  WS-AUDIT-FILE-OK                 VALUE '00'.
000740 01  WS-CTL-FILE-STATUS              PIC X(02) VALUE '00'.
000750     88  WS-CTL-FILE-OK                   VALUE '00'.
000760 01  WS-RPCTL-EOF-SW                 PIC X(01) VALUE 'N'.
000770     88  WS-AT-RPCTL-EOF                 VALUE 'Y'.
000780 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
000790     88  WS-AT-AUDIT-EOF                 VALUE 'Y'.
000800*
000810*----------------------------------------------------------------
000820* THE PLAN NAME THE DECK'S PLAN-NAME CARD CARRIES, AND THE HOST
000830* THIS STEP RUNS ON (THE HOST THE REPLAY WILL BE MEASURED ON).
000840*----------------------------------------------------------------
000850 01  REPLAY-PLAN-NAME                PIC X(08) VALUE "REPLAY".
000860 01  WS-ENV-HOST-NAME                PIC X(20) VALUE SPACES.
000870*
000880*----------------------------------------------------------------
000890* THE QUESTIONED RUNS, IN CARD ORDER, WITH THE PARAMETERS FOUND
000900* ON EACH ONE'S AUDIT RECORD. SIZED WELL INSIDE NTHPRIME'S PLAN
000910* TABLE. THE LAST AUDIT RECORD FOR A RUN-ID WINS.
000920*----------------------------------------------------------------
000930 01  WS-MAX-REPLAYS                  PIC 9(03) COMP VALUE 20.
000940 01  WS-REPLAY-COUNT                 PIC 9(03) COMP VALUE ZERO.
000950 01  WS-RT-IDX                       PIC 9(03) COMP VALUE ZERO.
000960 01  WS-SEARCH-RUN-ID                PIC 9(08) VALUE ZERO.
000970 01  WS-MATCH-SW                     PIC X(01) VALUE 'N'.
000980     88  WS-MATCH-FOUND                  VALUE 'Y'.
000990 01  REPLAY-TABLE.
001000     05  REPLAY-ENTRY OCCURS 20 TIMES.
001010         10  RT-RUN-ID               PIC 9(08).
001020         10  RT-FOUND-SW             PIC X(01).
001030             88  RT-FOUND                VALUE 'Y'.
001040         10  RT-RUN-DATE             PIC 9(08).
001050         10  RT-N                    PIC 9(06).
001060         10  RT-MODE                 PIC X(01).
001070         10  RT-REPEATS              PIC 9(03).
001080         10  RT-HOST-NAME            PIC X(20).
001090         10  RT-RUNTIME-VERSION      PIC X(20).
001100         10  RT-RETURN-CODE          PIC 9(04).
001110         10  RT-PLAN-NAME            PIC X(08).
001120*
001130 01  WS-CARDS-READ                   PIC 9(04) COMP VALUE ZERO.
001140 01  WS-CARDS-REJECTED               PIC 9(04) COMP VALUE ZERO.
001150 01  WS-RUNS-NOT-FOUND               PIC 9(04) COMP VALUE ZERO.
001160 01  WS-ENTRIES-PUNCHED              PIC 9(04) COMP VALUE ZERO.
001170 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001180*
001190 PROCEDURE DIVISION.
001200*================================================================
001210 0000-MAINLINE SECTION.
001220*================================================================
001230 0000-START.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT
001260         UNTIL WS-AT-AUDIT-EOF.
001270     CLOSE AUDIT-FILE.
001280     PERFORM 3000-WRITE-REPLAY-DECK THRU 3000-EXIT.
001290     PERFORM 4000-SUMMARY THRU 4000-EXIT.
001300     GO TO 0000-EXIT.
001310 0000-EXIT.
001320     STOP RUN.
001330*================================================================
001340 1000-INITIALIZE SECTION.
001350*================================================================
001360* LOADS THE RUN-ID CARDS, THEN OPENS THE AUDIT TRAIL. A DECK
001370* WITH NO USABLE RUN-ID HAS NOTHING TO REPLAY - RC=8.
001380*================================================================
001390 1000-START.
001400     ACCEPT WS-ENV-HOST-NAME FROM ENVIRONMENT "HOSTNAME".
001410     IF WS-ENV-HOST-NAME = SPACES
001420         MOVE "UNKNOWN-HOST" TO WS-ENV-HOST-NAME
001430     END-IF.
001440     OPEN INPUT REPLAY-CONTROL-FILE.
001450     IF NOT WS-RPCTL-FILE-OK
001460         DISPLAY "RPLYGEN: UNABLE TO OPEN RPLYCTL, STATUS="
001470                 WS-RPCTL-FILE-STATUS
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF.
001510     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
001520         UNTIL WS-AT-RPCTL-EOF.
001530     CLOSE REPLAY-CONTROL-FILE.
001540     IF WS-REPLAY-COUNT = ZERO
001550         DISPLAY "RPLYGEN: NO USABLE RUN-ID ON RPLYCTL - NOTHING "
001560                 "TO REPLAY, NO DECK WRITTEN. RC=8."
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600     OPEN INPUT AUDIT-FILE.
001610     IF NOT WS-AUDIT-FILE-OK
001620         DISPLAY "RPLYGEN: UNABLE TO OPEN PRMAUDIT, STATUS="
001630                 WS-AUDIT-FILE-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF.
001670     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700*================================================================
001710 1100-LOAD-ONE-CARD SECTION.
001720*================================================================
001730* A BLANK CARD IS SKIPPED. A NON-NUMERIC OR ZERO RUN-ID, ONE
001740* ALREADY NAMED, OR ONE PAST THE TABLE IS REJECTED AND REPORTED;
001750* THE OTHER CARDS STILL COUNT.
001760*================================================================
001770 1100-START.
001780     READ REPLAY-CONTROL-FILE
001790         AT END
001800             MOVE 'Y' TO WS-RPCTL-EOF-SW
001810             GO TO 1100-EXIT
001820     END-READ.
001830     IF PRM-RPCTL-RECORD = SPACES
001840         GO TO 1100-EXIT
001850     END-IF.
001860     ADD 1 TO WS-CARDS-READ.
001870     IF PRM-RPCTL-RUN-ID IS NOT NUMERIC
001880         OR PRM-RPCTL-RUN-ID = ZERO
001890         DISPLAY "RPLYGEN: CARD REJECTED - RUN-ID NOT NUMERIC OR "
001900                 "ZERO: " PRM-RPCTL-RECORD
001910         ADD 1 TO WS-CARDS-REJECTED
001920         GO TO 1100-EXIT
001930     END-IF.
001940     MOVE PRM-RPCTL-RUN-ID TO WS-SEARCH-RUN-ID.
001950     MOVE 'N' TO WS-MATCH-SW.
001960     PERFORM 2100-MATCH-ONE-ENTRY THRU 2100-EXIT
001970         VARYING WS-RT-IDX FROM 1 BY 1
001980             UNTIL WS-RT-IDX > WS-REPLAY-COUNT
001990                OR WS-MATCH-FOUND.
002000     IF WS-MATCH-FOUND
002010         DISPLAY "RPLYGEN: CARD REJECTED - RUN-ID "
002020                 PRM-RPCTL-RUN-ID " IS ALREADY NAMED"
002030         ADD 1 TO WS-CARDS-REJECTED
002040         GO TO 1100-EXIT
002050     END-IF.
002060     IF WS-REPLAY-COUNT >= WS-MAX-REPLAYS
002070         DISPLAY "RPLYGEN: CARD REJECTED - MORE THAN "
002080                 WS-MAX-REPLAYS " RUN-IDS; REPLAY RUN-ID "
002090                 PRM-RPCTL-RUN-ID " IN A LATER JOB"
002100         ADD 1 TO WS-CARDS-REJECTED
002110         GO TO 1100-EXIT
002120     END-IF.
002130     ADD 1 TO WS-REPLAY-COUNT.
002140     INITIALIZE REPLAY-ENTRY (WS-REPLAY-COUNT).
002150     MOVE PRM-RPCTL-RUN-ID TO RT-RUN-ID (WS-REPLAY-COUNT).
002160     MOVE 'N' TO RT-FOUND-SW (WS-REPLAY-COUNT).
002170 1100-EXIT.
002180     EXIT.
002190*================================================================
002200 2000-SCAN-AUDIT-TRAIL SECTION.
002210*================================================================
002220* ONE PASS OF THE AUDIT TRAIL: A RECORD FOR A NAMED RUN-ID
002230* SUPPLIES THAT RUN'S PARAMETERS AND ENVIRONMENT STAMPS.
002240*================================================================
002250 2000-START.
002260     IF PRM-AUDIT-RUN-ID IS NOT NUMERIC
002270         OR PRM-AUDIT-RUN-ID = ZERO
002280         GO TO 2000-NEXT
002290     END-IF.
002300     MOVE PRM-AUDIT-RUN-ID TO WS-SEARCH-RUN-ID.
002310     MOVE 'N' TO WS-MATCH-SW.
002320     PERFORM 2100-MATCH-ONE-ENTRY THRU 2100-EXIT
002330         VARYING WS-RT-IDX FROM 1 BY 1
002340             UNTIL WS-RT-IDX > WS-REPLAY-COUNT
002350                OR WS-MATCH-FOUND.
002360     IF NOT WS-MATCH-FOUND
002370         GO TO 2000-NEXT
002380     END-IF.
002390     SUBTRACT 1 FROM WS-RT-IDX.
002400     MOVE 'Y' TO RT-FOUND-SW (WS-RT-IDX).
002410     MOVE PRM-AUDIT-RUN-DATE TO RT-RUN-DATE (WS-RT-IDX).
002420     MOVE PRM-AUDIT-CTL-N TO RT-N (WS-RT-IDX).
002430     MOVE PRM-AUDIT-CTL-MODE TO RT-MODE (WS-RT-IDX).
002440     IF PRM-AUDIT-CTL-REPEATS IS NUMERIC
002450         AND PRM-AUDIT-CTL-REPEATS > ZERO
002460         MOVE PRM-AUDIT-CTL-REPEATS TO RT-REPEATS (WS-RT-IDX)
002470     ELSE
002480         MOVE 1 TO RT-REPEATS (WS-RT-IDX)
002490     END-IF.
002500     MOVE PRM-AUDIT-HOST-NAME TO RT-HOST-NAME (WS-RT-IDX).
002510     MOVE PRM-AUDIT-RUNTIME-VERSION
002520         TO RT-RUNTIME-VERSION (WS-RT-IDX).
002530     IF PRM-AUDIT-RETURN-CODE IS NUMERIC
002540         MOVE PRM-AUDIT-RETURN-CODE TO RT-RETURN-CODE (WS-RT-IDX)
002550     ELSE
002560         MOVE ZERO TO RT-RETURN-CODE (WS-RT-IDX)
002570     END-IF.
002580     MOVE PRM-AUDIT-PLAN-NAME TO RT-PLAN-NAME (WS-RT-IDX).
002590 2000-NEXT.
002600     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
002610 2000-EXIT.
002620     EXIT.
002630*================================================================
002640 2100-MATCH-ONE-ENTRY SECTION.
002650*================================================================
002660 2100-START.
002670     IF RT-RUN-ID (WS-RT-IDX) = WS-SEARCH-RUN-ID
002680         MOVE 'Y' TO WS-MATCH-SW
002690     END-IF.
002700 2100-EXIT.
002710     EXIT.
002720*================================================================
002730 2900-READ-NEXT-AUDIT SECTION.
002740*================================================================
002750 2900-START.
002760     READ AUDIT-FILE
002770         AT END
002780             MOVE 'Y' TO WS-AUDIT-EOF-SW
002790     END-READ.
002800 2900-EXIT.
002810     EXIT.
002820*================================================================
002830 3000-WRITE-REPLAY-DECK SECTION.
002840*================================================================
002850* THE PLAN-NAME CARD, THEN ONE ENTRY PER RUN-ID FOUND, IN CARD
002860* ORDER. WHEN NO RUN-ID WAS FOUND THE DECK IS NOT WRITTEN AT ALL.
002870*================================================================
002880 3000-START.
002890     PERFORM 3200-COUNT-ONE-FOUND THRU 3200-EXIT
002900         VARYING WS-RT-IDX FROM 1 BY 1
002910             UNTIL WS-RT-IDX > WS-REPLAY-COUNT.
002920     IF WS-RUNS-NOT-FOUND >= WS-REPLAY-COUNT
002930         DISPLAY "RPLYGEN: NONE OF THE RUN-IDS IS ON PRMAUDIT - "
002940                 "NO DECK WRITTEN."
002950         GO TO 3000-EXIT
002960     END-IF.
002970     OPEN OUTPUT CONTROL-FILE.
002980     IF NOT WS-CTL-FILE-OK
002990         DISPLAY "RPLYGEN: UNABLE TO OPEN CTLCARD, STATUS="
003000                 WS-CTL-FILE-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     MOVE SPACES TO PRM-CTL-NAME-RECORD.
003050     MOVE ZERO TO PRM-CTL-NAME-ZEROES.
003060     MOVE 'P' TO PRM-CTL-NAME-TYPE.
003070     MOVE REPLAY-PLAN-NAME TO PRM-CTL-PLAN-NAME.
003080     WRITE PRM-CTL-NAME-RECORD.
003090     PERFORM 3100-PUNCH-ONE-ENTRY THRU 3100-EXIT
003100         VARYING WS-RT-IDX FROM 1 BY 1
003110             UNTIL WS-RT-IDX > WS-REPLAY-COUNT.
003120     CLOSE CONTROL-FILE.
003130 3000-EXIT.
003140     EXIT.
003150*================================================================
003160 3100-PUNCH-ONE-ENTRY SECTION.
003170*================================================================
003180* ONE CONTROL CARD RE-RUNNING THE QUESTIONED RUN. A RUN MEASURED
003190* ON ANOTHER HOST IS STILL PUNCHED, WITH A WARNING: RPLYRPT WILL
003200* CALL ITS ENVIRONMENT DIFFERENT RATHER THAN COMPARE LIKE WITH
003210* LIKE.
003220*================================================================
003230 3100-START.
003240     IF NOT RT-FOUND (WS-RT-IDX)
003250         DISPLAY "RPLYGEN: RUN-ID " RT-RUN-ID (WS-RT-IDX)
003260                 " HAS NO PRMAUDIT RECORD - NOT REPLAYED"
003270         GO TO 3100-EXIT
003280     END-IF.
003290     MOVE SPACES TO PRM-CONTROL-RECORD.
003300     MOVE RT-N (WS-RT-IDX) TO PRM-CTL-N.
003310     MOVE RT-MODE (WS-RT-IDX) TO PRM-CTL-MODE.
003320     MOVE 'N' TO PRM-CTL-RESTART.
003330     MOVE RT-REPEATS (WS-RT-IDX) TO PRM-CTL-REPEATS.
003340     MOVE ZERO TO PRM-CTL-BUDGET-SECS.
003350     MOVE ZERO TO PRM-CTL-N-TO.
003360     MOVE ZERO TO PRM-CTL-N-STEP.
003370     MOVE RT-RUN-ID (WS-RT-IDX) TO PRM-CTL-REPLAY-OF-RUN-ID.
003380     WRITE PRM-CONTROL-RECORD.
003390     ADD 1 TO WS-ENTRIES-PUNCHED.
003400     DISPLAY "RPLYGEN: RUN-ID " RT-RUN-ID (WS-RT-IDX)
003410             " OF " RT-RUN-DATE (WS-RT-IDX)
003420             " N=" RT-N (WS-RT-IDX)
003430             " MODE=" RT-MODE (WS-RT-IDX)
003440             " REPEATS=" RT-REPEATS (WS-RT-IDX)
003450             " PLAN=" RT-PLAN-NAME (WS-RT-IDX)
003460             " RC=" RT-RETURN-CODE (WS-RT-IDX)
003470             " - PUNCHED FOR REPLAY".
003480     DISPLAY "         ORIGINAL RAN ON " RT-HOST-NAME (WS-RT-IDX)
003490             " UNDER " RT-RUNTIME-VERSION (WS-RT-IDX).
003500     IF RT-HOST-NAME (WS-RT-IDX) NOT = WS-ENV-HOST-NAME
003510         DISPLAY "         WARNING: THIS STEP IS ON "
003520                 WS-ENV-HOST-NAME " - THE REPLAY WILL NOT BE "
003530                 "MEASURED ON THE ORIGINAL HOST"
003540     END-IF.
003550 3100-EXIT.
003560     EXIT.
003570*================================================================
003580 3200-COUNT-ONE-FOUND SECTION.
003590*================================================================
003600 3200-START.
003610     IF NOT RT-FOUND (WS-RT-IDX)
003620         ADD 1 TO WS-RUNS-NOT-FOUND
003630     END-IF.
003640 3200-EXIT.
003650     EXIT.
003660*================================================================
003670 4000-SUMMARY SECTION.
003680*================================================================
003690 4000-START.
003700     DISPLAY " ".
003710     DISPLAY "RPLYGEN: CARDS READ=" WS-CARDS-READ
003720             " REJECTED=" WS-CARDS-REJECTED
003730             " NOT ON PRMAUDIT=" WS-RUNS-NOT-FOUND
003740             " ENTRIES PUNCHED=" WS-ENTRIES-PUNCHED.
003750     IF WS-ENTRIES-PUNCHED = ZERO
003760         MOVE 8 TO WS-RETURN-CODE
003770     ELSE
003780     IF WS-CARDS-REJECTED > ZERO
003790         OR WS-RUNS-NOT-FOUND > ZERO
003800         MOVE 4 TO WS-RETURN-CODE
003810     ELSE
003820         MOVE 0 TO WS-RETURN-CODE
003830     END-IF
003840     END-IF.
003850     MOVE WS-RETURN-CODE TO RETURN-CODE.
003860 4000-EXIT.
003870     EXIT.
