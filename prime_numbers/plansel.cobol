000266*                      INSTEAD OF RESOLVING THE RESUBMIT DATE
000267*                      TO A DIFFERENT PLAN AND ORPHANING THE
000268*                      UNDONE ENTRIES.
000270*   2026-10-15  RAH    PRE-FLIGHT ESTIMATE: THE CHOSEN PLAN IS
000272*                      PRICED FROM RECENT PRMHIST MEDIANS AND A
000273*                      TIMELINE PRINTED AGAINST ITS WINDOW-CARD
000274*                      CUTOFF. AN ESTIMATED OVERRUN, OR AN ENTRY
000275*                      WITH NO HISTORY TO PRICE IT FROM, WRITES A
000276*                      PRMALERT RECORD AND ENDS RC=2; AN OVERRUN
000277*                      ALSO SWAPS IN THE CALENDAR RULE'S FALLBACK
000278*                      PLAN BEFORE THE CTLCARD DECK IS WRITTEN.
000279*================================================================
000280* OPERATORS HAVE BEEN SWAPPING THE WEEKEND FULL-SIZE DECK AND
000290* THE WEEKDAY SMOKE DECK BY HAND - AND FORGETTING. THE RUN
000300* CALENDAR IS SEARCHED IN DECK ORDER AND THE FIRST RULE THAT
000397* AND THE CATALOGUED CTLCARD DECK IS LEFT EXACTLY AS IT WAS -
000398* EVEN ON A SKIP DATE - SO NTHPRIME RESUMES THE PLAN THE
000399* PROGRESS RECORDS WERE CUT AGAINST.
000400*
000401* THE CHOSEN PLAN IS PRICED BEFORE ANYTHING IS WRITTEN TO CTLCARD:
000402* EVERY ENTRY (SWEEP CARDS EXPANDED, AS NTHPRIME EXPANDS THEM) IS
000403* COSTED AT THE MEDIAN DAUER OF THE LAST ESTIMATE-SAMPLES
000404* NON-EXCLUDED PRMHIST RUNS AT ITS N AND MODE, TIMES ITS REPEAT
000405* COUNT - CUT SHORT WHERE AN ELAPSED BUDGET WOULD STOP THE
000406* REPETITIONS - AND THE ENTRIES ARE LAID END TO END FROM THE
000407* CURRENT CLOCK. THE TIMELINE IS PRINTED AGAINST THE PLAN'S
000408* WINDOW-CARD CUTOFF, READ THE WAY NTHPRIME READS IT (A CUTOFF
000409* EARLIER THAN THE START IS TOMORROW MORNING'S). AN ESTIMATE
000410* THAT RUNS PAST THE CUTOFF (PLANOVR ALERT), OR AN ENTRY WITH NO
000411* HISTORY TO PRICE (NOHIST ALERT, ONE PER ENTRY), ENDS THE STEP
000412* RC=2. ON AN OVERRUN, WHEN THE MATCHED CALENDAR RULE NAMES A
000413* FALLBACK PLAN, THE FALLBACK IS PRICED IN TURN AND ITS DECK IS
000414* WRITTEN INSTEAD, SO NTHPRIME DOES NOT BURN HALF THE WINDOW ON A
000415* PLAN THAT CANNOT FINISH. MISSING HISTORY ALONE NEVER SWAPS THE
000416* PLAN - A NEW WORKLOAD HAS TO RUN BEFORE IT CAN BE PRICED. RC=2
000417* NEVER HOLDS THE NIGHT BACK: NTHPRIME RUNS THE DECK WRITTEN.
000418*================================================================
000419 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CALENDAR-FILE ASSIGN TO "PRMCAL"
000522     SELECT PROGRESS-FILE ASSIGN TO "PRMPROG"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-PROG-FILE-STATUS.
000528     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000532         FILE STATUS IS WS-HIST-FILE-STATUS.
000534     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000536         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS WS-ALERT-FILE-STATUS.
000539*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CALENDAR-FILE.
000610     COPY PRMCTL.
000612 FD  PROGRESS-FILE.
000614     COPY PRMPROG.
000615 FD  HISTORY-FILE.
000616     COPY PRMHIST.
000617 FD  ALERT-FILE.
000618     COPY PRMALERT.
000620*
000630 WORKING-STORAGE SECTION.
000640 01  WS-CAL-FILE-STATUS              PIC X(02) VALUE '00'.
000692 01  WS-PROG-FILE-STATUS             PIC X(02) VALUE '00'.
000694     88  WS-PROG-FILE-OK                  VALUE '00'.
000696     88  WS-PROG-FILE-NOT-FOUND           VALUE '35'.
000698 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
000700     88  WS-HIST-FILE-OK                  VALUE '00'.
000702     88  WS-HIST-FILE-NOT-FOUND           VALUE '35'.
000704 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
000706     88  WS-ALERT-FILE-OK                 VALUE '00'.
000708     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
000709*
000710 01  WS-CAL-EOF-SW                   PIC X(01) VALUE 'N'.
000720     88  WS-AT-CAL-EOF                   VALUE 'Y'.
000730 01  WS-PLAN-EOF-SW                  PIC X(01) VALUE 'N'.
000780     88  WS-SKIP-TODAY                   VALUE 'Y'.
000782 01  WS-PLAN-IN-PROGRESS-SW          PIC X(01) VALUE 'N'.
000784     88  WS-PLAN-IN-PROGRESS             VALUE 'Y'.
000786 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
000788     88  WS-AT-HIST-EOF                  VALUE 'Y'.
000790 01  WS-ESTIMATE-WARNING-SW          PIC X(01) VALUE 'N'.
000792     88  WS-ESTIMATE-WARNING             VALUE 'Y'.
000794 01  WS-WINDOW-SET-SW                PIC X(01) VALUE 'N'.
000796     88  WS-WINDOW-IS-SET                VALUE 'Y'.
000797 01  WS-ESTIMATE-FULL-SW             PIC X(01) VALUE 'N'.
000798     88  WS-ESTIMATE-FULL                VALUE 'Y'.
000799*
000800 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
000810 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
000820     05  WS-TODAY-DATE               PIC 9(08).
000880* DAY-OF-WEEK TAGS INDEXED BY FUNCTION MOD OF THE DAY NUMBER:
000890* DAY 1 OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A MONDAY,
000900* SO MOD 7 GIVES 1=MON .. 6=SAT AND 0=SUN (SLOT 7 BELOW).
000908*----------------------------------------------------------------
000909 01  DOW-TAG-VALUES.
000910     05  FILLER                      PIC X(21)
000911         VALUE "MONTUEWEDTHUFRISATSUN".
000912 01  DOW-TAG-TABLE REDEFINES DOW-TAG-VALUES.
000913     05  DOW-TAG OCCURS 7 TIMES     PIC X(03).
000914*
000915 01  WS-DECK-PASS-SW                 PIC X(01) VALUE 'S'.
000916     88  WS-SCAN-PASS                    VALUE 'S'.
000917     88  WS-WRITE-PASS                   VALUE 'W'.
000918 01  WS-ESTIMATE-OVERRUN-SW          PIC X(01) VALUE 'N'.
000919     88  WS-ESTIMATE-OVERRUN             VALUE 'Y'.
000920 01  WS-CHOSEN-PLAN-NAME             PIC X(08) VALUE SPACES.
000921 01  WS-FALLBACK-PLAN-NAME           PIC X(08) VALUE SPACES.
000922 01  WS-OVERRUN-PLAN-NAME            PIC X(08) VALUE SPACES.
000923 01  WS-PLAN-LINES-FOUND             PIC 9(03) COMP VALUE ZERO.
000924 01  WS-ENTRIES-WRITTEN              PIC 9(03) COMP VALUE ZERO.
000925*----------------------------------------------------------------
000926* PRE-FLIGHT ESTIMATE. ONE SLOT PER PLAN ENTRY AS NTHPRIME WILL
000927* LOAD IT (SWEEPS EXPANDED, SAME 50-ENTRY LIMIT), EACH HOLDING
000928* THE LAST ESTIMATE-SAMPLES NON-EXCLUDED DAUER FIGURES SEEN FOR
000929* ITS N AND MODE IN A ROLLING RING. PRMHIST IS IN RUN ORDER, SO
000930* WHAT IS LEFT IN THE RING AT END OF FILE IS THE RECENT HISTORY.
000931*----------------------------------------------------------------
000932 01  MAX-ESTIMATE-ENTRIES            PIC 9(03) COMP VALUE 50.
000933 01  ESTIMATE-SAMPLES                PIC 9(02) COMP VALUE 5.
000934 01  WS-EST-COUNT                    PIC 9(03) COMP VALUE ZERO.
000935 01  EST-IDX                         PIC 9(03) COMP VALUE ZERO.
000936 01  ESTIMATE-TABLE.
000937     05  ESTIMATE-ENTRY OCCURS 50 TIMES.
000938         10  EE-N                    PIC 9(06).
000939         10  EE-MODE                 PIC X(01).
000940         10  EE-REPEATS              PIC 9(03).
000941         10  EE-BUDGET-SECS          PIC 9(05).
000942         10  EE-SAMPLE-COUNT         PIC 9(02) COMP.
000943         10  EE-NEXT-SLOT            PIC 9(02) COMP.
000944         10  EE-SAMPLE OCCURS 5 TIMES
000945                                     PIC 9(07)V9(02).
000946 01  WS-CARD-N                       PIC 9(06) VALUE ZERO.
000947 01  WS-CARD-MODE                    PIC X(01) VALUE SPACES.
000948 01  WS-CARD-REPEATS                 PIC 9(03) VALUE ZERO.
000949 01  WS-CARD-BUDGET-SECS             PIC 9(05) VALUE ZERO.
000950 01  WS-WINDOW-CUTOFF-TIME           PIC 9(06) VALUE ZERO.
000951 01  WS-WINDOW-CUTOFF-FIELDS REDEFINES WS-WINDOW-CUTOFF-TIME.
000952     05  WS-CUTOFF-HH                PIC 9(02).
000953     05  WS-CUTOFF-MM                PIC 9(02).
000954     05  WS-CUTOFF-SS                PIC 9(02).
000955*
000956 01  WS-SORTED-TABLE.
000957     05  WS-SORTED OCCURS 5 TIMES    PIC 9(07)V9(02).
000958 01  SRT-I                           PIC 9(02) COMP VALUE ZERO.
000959 01  SRT-J                           PIC 9(02) COMP VALUE ZERO.
000960 01  SRT-TEMP                        PIC 9(07)V9(02) VALUE ZERO.
000961 01  SAMPLE-IDX                      PIC 9(02) COMP VALUE ZERO.
000962 01  SAMPLE-MID                      PIC 9(02) COMP VALUE ZERO.
000963 01  WS-EST-MEDIAN                   PIC 9(07)V9(02) VALUE ZERO.
000964 01  WS-EST-REPS                     PIC 9(05) VALUE ZERO.
000965 01  WS-EST-BUDGET-REPS              PIC 9(05) VALUE ZERO.
000966 01  WS-EST-SECS                     PIC 9(07)V9(02) VALUE ZERO.
000967 01  WS-EST-START-SECS               PIC 9(07)V9(02) VALUE ZERO.
000968 01  WS-EST-TOTAL-SECS               PIC 9(07)V9(02) VALUE ZERO.
000969 01  WS-EST-NO-HISTORY               PIC 9(03) COMP VALUE ZERO.
000970 01  WS-WINDOW-SECS                  PIC 9(07)V9(02) VALUE ZERO.
000971 01  WS-OVERRUN-SECS                 PIC 9(07)V9(02) VALUE ZERO.
000972*
000973 01  WS-NOW-STAMP                    PIC X(21) VALUE SPACES.
000974 01  WS-NOW-FIELDS REDEFINES WS-NOW-STAMP.
000975     05  WS-NOW-DATE                 PIC 9(08).
000976     05  WS-NOW-TIME.
000977         10  WS-NOW-HH               PIC 9(02).
000978         10  WS-NOW-MM               PIC 9(02).
000979         10  WS-NOW-SS               PIC 9(02).
000980         10  WS-NOW-HS               PIC 9(02).
000981     05  FILLER                      PIC X(05).
000982 01  WS-START-HHMMSS                 PIC 9(06) VALUE ZERO.
000983 01  WS-START-SECS                   PIC 9(05) VALUE ZERO.
000984 01  WS-CLOCK-SECS                   PIC 9(07) VALUE ZERO.
000985 01  WS-CLOCK-HHMMSS                 PIC 9(06) VALUE ZERO.
000986 01  WS-CLOCK-FIELDS REDEFINES WS-CLOCK-HHMMSS.
000987     05  WS-CLOCK-HH                 PIC 9(02).
000988     05  WS-CLOCK-MM                 PIC 9(02).
000989     05  WS-CLOCK-SS                 PIC 9(02).
000990 01  WS-EST-IDX-ED                   PIC 9(02) VALUE ZERO.
000991 01  WS-MEDIAN-ED                    PIC Z(06)9.99.
000992 01  WS-SECS-ED                      PIC Z(06)9.99.
000993 01  WS-WINDOW-ED                    PIC Z(06)9.99.
000994*
000995 01  WS-ALERT-CODE                   PIC X(08) VALUE SPACES.
000996 01  WS-ALERT-N                      PIC 9(06) VALUE ZERO.
000997 01  WS-ALERT-MODE                   PIC X(01) VALUE SPACES.
000998 01  WS-ALERT-MEASURED               PIC 9(07)V9(02) VALUE ZERO.
000999 01  WS-ALERT-THRESHOLD              PIC 9(07)V9(02) VALUE ZERO.
001000*
001010 PROCEDURE DIVISION.
001020*================================================================
001220         MOVE 4 TO RETURN-CODE
001230         GO TO 0000-EXIT
001240     END-IF.
001249     MOVE 'S' TO WS-DECK-PASS-SW.
001250     PERFORM 3000-COPY-PLAN-TO-DECK THRU 3000-EXIT.
001252     IF WS-PLAN-LINES-FOUND = ZERO
001253         PERFORM 3500-WRITE-EMPTY-DECK THRU 3500-EXIT
001270         DISPLAY "PLANSEL: PLAN " WS-CHOSEN-PLAN-NAME
001280                 " IS NOT IN THE PLAN LIBRARY."
001288         MOVE 16 TO RETURN-CODE
001289         GO TO 0000-EXIT
001290     END-IF.
001291     PERFORM 4000-PREFLIGHT-ESTIMATE THRU 4000-EXIT.
001292     IF NOT WS-ESTIMATE-OVERRUN
001293         OR WS-FALLBACK-PLAN-NAME = SPACES
001294         GO TO 0000-WRITE-DECK
001295     END-IF.
001296     MOVE WS-CHOSEN-PLAN-NAME TO WS-OVERRUN-PLAN-NAME.
001297     MOVE WS-FALLBACK-PLAN-NAME TO WS-CHOSEN-PLAN-NAME.
001298     PERFORM 3000-COPY-PLAN-TO-DECK THRU 3000-EXIT.
001299     IF WS-PLAN-LINES-FOUND = ZERO
001300         DISPLAY "PLANSEL: FALLBACK PLAN " WS-FALLBACK-PLAN-NAME
001301                 " IS NOT IN THE PLAN LIBRARY - PLAN "
001302                 WS-OVERRUN-PLAN-NAME " IS KEPT."
001303         MOVE WS-OVERRUN-PLAN-NAME TO WS-CHOSEN-PLAN-NAME
001304*        THE FALLBACK SCAN EMPTIED THE ESTIMATE TABLE, SO THE KEPT
001305*        PLAN IS SCANNED AND PRICED AGAIN FOR ITS ALERTS.
001306         PERFORM 3000-COPY-PLAN-TO-DECK THRU 3000-EXIT
001307         PERFORM 4000-PREFLIGHT-ESTIMATE THRU 4000-EXIT
001308         GO TO 0000-WRITE-DECK
001309     END-IF.
001310     DISPLAY "PLANSEL: PLAN " WS-OVERRUN-PLAN-NAME " WOULD "
001311             "OVERRUN ITS WINDOW - FALLBACK PLAN "
001312             WS-CHOSEN-PLAN-NAME " IS PRICED AND WRITTEN INSTEAD."
001313     PERFORM 4000-PREFLIGHT-ESTIMATE THRU 4000-EXIT.
001314 0000-WRITE-DECK.
001315*    THE ESTIMATE ALERTS ARE RAISED ONLY FOR THE PLAN THAT IS
001316*    WRITTEN, NEVER FOR ONE THE FALLBACK REPLACED.
001317     PERFORM 4500-WRITE-ESTIMATE-ALERTS THRU 4500-EXIT.
001318     MOVE 'W' TO WS-DECK-PASS-SW.
001319     PERFORM 3000-COPY-PLAN-TO-DECK THRU 3000-EXIT.
001320     DISPLAY "PLANSEL: PLAN " WS-CHOSEN-PLAN-NAME " SELECTED "
001330             "FOR " WS-TODAY-DATE " (" WS-TODAY-DOW ") - "
001340             WS-ENTRIES-WRITTEN " ENTRIES WRITTEN.".
001341     IF WS-ESTIMATE-WARNING
001342         DISPLAY "PLANSEL: PRE-FLIGHT WARNING - SEE THE ESTIMATE "
001343                 "ABOVE; THE DECK IS WRITTEN, RC=2."
001344         MOVE 2 TO RETURN-CODE
001345         GO TO 0000-EXIT
001346     END-IF.
001350     MOVE 0 TO RETURN-CODE.
001360 0000-EXIT.
001370     STOP RUN.
002070         MOVE 'Y' TO WS-SKIP-TODAY-SW
002080     ELSE
002090         MOVE PRM-CAL-PLAN-NAME TO WS-CHOSEN-PLAN-NAME
002095         MOVE PRM-CAL-FALLBACK-PLAN TO WS-FALLBACK-PLAN-NAME
002100     END-IF.
002110 2200-EXIT.
002120     EXIT.
002130*================================================================
002140 3000-COPY-PLAN-TO-DECK SECTION.
002150*================================================================
002160* TWO PASSES OVER THE LIBRARY, EACH TAKING EVERY RECORD THAT
002170* CARRIES THE CHOSEN NAME, IN FILE ORDER. THE SCAN PASS ONLY
002180* COUNTS THEM AND NOTES THEM FOR THE PRE-FLIGHT ESTIMATE, SO A
002182* PLAN CAN BE PRICED (AND A FALLBACK SWAPPED IN) BEFORE CTLCARD
002184* IS TOUCHED; THE WRITE PASS WRITES THE PLAN-NAME CARD AND THEN
002186* THE RECORDS AS THE NIGHT'S CTLCARD DECK.
002190*================================================================
002200 3000-START.
002201     MOVE 'N' TO WS-PLAN-EOF-SW.
002202     IF WS-SCAN-PASS
002203         MOVE ZERO TO WS-PLAN-LINES-FOUND
002204         MOVE ZERO TO WS-EST-COUNT
002205         MOVE 'N' TO WS-WINDOW-SET-SW
002206         MOVE 'N' TO WS-ESTIMATE-FULL-SW
002207     ELSE
002208         MOVE ZERO TO WS-ENTRIES-WRITTEN
002209     END-IF.
002210     OPEN INPUT PLAN-LIBRARY-FILE.
002220     IF NOT WS-PLAN-FILE-OK
002230         DISPLAY "PLANSEL: UNABLE TO OPEN PRMPLANS, STATUS="
002240                 WS-PLAN-FILE-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002264     END-IF.
002265     IF WS-SCAN-PASS
002266         PERFORM 3100-COPY-ONE-LIBRARY-RECORD THRU 3100-EXIT
002267             UNTIL WS-AT-PLAN-EOF
002268         CLOSE PLAN-LIBRARY-FILE
002269         GO TO 3000-EXIT
002270     END-IF.
002280     OPEN OUTPUT PLAN-OUTPUT-FILE.
002290     IF NOT WS-CTLO-FILE-OK
002570     END-IF.
002580     MOVE SPACES TO PRM-CONTROL-RECORD.
002590     MOVE PRM-PLAN-CTL-IMAGE TO PRM-CONTROL-RECORD.
002592     IF WS-SCAN-PASS
002594         PERFORM 3200-NOTE-PLAN-RECORD THRU 3200-EXIT
002595         ADD 1 TO WS-PLAN-LINES-FOUND
002596         GO TO 3100-EXIT
002598     END-IF.
002600     WRITE PRM-CONTROL-RECORD.
002610     ADD 1 TO WS-ENTRIES-WRITTEN.
002620 3100-EXIT.
003090     CLOSE PROGRESS-FILE.
003100 1050-EXIT.
003110     EXIT.
003120*================================================================
003130 3200-NOTE-PLAN-RECORD SECTION.
003140*================================================================
003150* RECORDS ONE DECK RECORD FOR THE PRE-FLIGHT ESTIMATE, READING IT
003160* THE WAY NTHPRIME WILL: A WINDOW CARD SETS THE CUTOFF, AN ENTRY
003170* CARD DEFAULTS ITS MODE TO TRIAL, ITS REPEATS TO 1 AND ITS
003180* BUDGET TO NONE, AND A SWEEP CARD BECOMES ONE ENTRY PER N. A
003190* CARD NTHPRIME WOULD REJECT OUTRIGHT (N ZERO OR NOT NUMERIC) IS
003200* NOT PRICED - THE PLAN WILL NOT GET AS FAR AS RUNNING IT.
003210*================================================================
003220 3200-START.
003230     IF PRM-CONTROL-RECORD = SPACES
003240         GO TO 3200-EXIT
003250     END-IF.
003260     IF PRM-CTL-IS-WINDOW-CARD
003270         AND PRM-CTL-CUTOFF-TIME IS NUMERIC
003280         MOVE PRM-CTL-CUTOFF-TIME TO WS-WINDOW-CUTOFF-TIME
003290         MOVE 'Y' TO WS-WINDOW-SET-SW
003300         GO TO 3200-EXIT
003310     END-IF.
003320     IF PRM-CTL-IS-PLAN-NAME-CARD
003330         AND PRM-CTL-NAME-ZEROES IS NUMERIC
003340         AND PRM-CTL-NAME-ZEROES = ZERO
003350         GO TO 3200-EXIT
003360     END-IF.
003370     IF PRM-CTL-N IS NOT NUMERIC
003380         OR PRM-CTL-N = ZERO
003390         GO TO 3200-EXIT
003400     END-IF.
003410     MOVE PRM-CTL-N TO WS-CARD-N.
003420     IF PRM-CTL-MODE = 'S'
003430         MOVE 'S' TO WS-CARD-MODE
003440     ELSE
003450         MOVE 'T' TO WS-CARD-MODE
003460     END-IF.
003470     IF PRM-CTL-REPEATS IS NUMERIC
003480         AND PRM-CTL-REPEATS > ZERO
003490         MOVE PRM-CTL-REPEATS TO WS-CARD-REPEATS
003500     ELSE
003510         MOVE 1 TO WS-CARD-REPEATS
003520     END-IF.
003530     IF PRM-CTL-BUDGET-SECS IS NUMERIC
003540         AND PRM-CTL-BUDGET-SECS > ZERO
003550         MOVE PRM-CTL-BUDGET-SECS TO WS-CARD-BUDGET-SECS
003560     ELSE
003570         MOVE ZERO TO WS-CARD-BUDGET-SECS
003580     END-IF.
003590     PERFORM 3210-ADD-ESTIMATE-ENTRY THRU 3210-EXIT.
003600     IF PRM-CTL-N-TO IS NUMERIC
003610         AND PRM-CTL-N-STEP IS NUMERIC
003620         AND PRM-CTL-N-STEP > ZERO
003630         AND PRM-CTL-N-TO > PRM-CTL-N
003640         COMPUTE WS-CARD-N = PRM-CTL-N + PRM-CTL-N-STEP
003650         PERFORM 3210-ADD-ESTIMATE-ENTRY THRU 3210-EXIT
003660             VARYING WS-CARD-N FROM WS-CARD-N BY PRM-CTL-N-STEP
003670             UNTIL WS-CARD-N > PRM-CTL-N-TO
003680     END-IF.
003690 3200-EXIT.
003700     EXIT.
003710*================================================================
003720 3210-ADD-ESTIMATE-ENTRY SECTION.
003730*================================================================
003740 3210-START.
003750     IF WS-EST-COUNT >= MAX-ESTIMATE-ENTRIES
003760         MOVE 'Y' TO WS-ESTIMATE-FULL-SW
003770         GO TO 3210-EXIT
003780     END-IF.
003790     ADD 1 TO WS-EST-COUNT.
003800     MOVE WS-CARD-N TO EE-N (WS-EST-COUNT).
003810     MOVE WS-CARD-MODE TO EE-MODE (WS-EST-COUNT).
003820     MOVE WS-CARD-REPEATS TO EE-REPEATS (WS-EST-COUNT).
003830     MOVE WS-CARD-BUDGET-SECS TO EE-BUDGET-SECS (WS-EST-COUNT).
003840     MOVE ZERO TO EE-SAMPLE-COUNT (WS-EST-COUNT).
003850     MOVE 1 TO EE-NEXT-SLOT (WS-EST-COUNT).
003860 3210-EXIT.
003870     EXIT.
003880*================================================================
003890 4000-PREFLIGHT-ESTIMATE SECTION.
003900*================================================================
003910* PRICES THE PLAN JUST SCANNED AND PRINTS ITS TIMELINE FROM THE
003920* CURRENT CLOCK, WHICH IS WHEN NTHPRIME WILL START IT. THE WINDOW
003930* IS MEASURED TO THE CUTOFF THE WAY NTHPRIME READS IT: A CUTOFF
003940* AT OR AFTER THE START IS TONIGHT'S, AN EARLIER ONE IS TOMORROW
003950* MORNING'S.
003960*================================================================
003970 4000-START.
003972     MOVE ZERO TO WS-EST-NO-HISTORY.
003974     MOVE 'N' TO WS-HIST-EOF-SW.
003976     MOVE 'N' TO WS-ESTIMATE-OVERRUN-SW.
003977     MOVE 'N' TO WS-ESTIMATE-WARNING-SW.
003980     IF WS-EST-COUNT = ZERO
003990         GO TO 4000-EXIT
004000     END-IF.
004010     PERFORM 4100-LOAD-RECENT-HISTORY THRU 4100-EXIT.
004020     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
004030     COMPUTE WS-START-HHMMSS =
004040         WS-NOW-HH * 10000 + WS-NOW-MM * 100 + WS-NOW-SS.
004050     COMPUTE WS-START-SECS =
004060         WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.
004070     IF WS-WINDOW-IS-SET
004080         COMPUTE WS-WINDOW-SECS =
004090             WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60
004100             + WS-CUTOFF-SS
004110         IF WS-WINDOW-CUTOFF-TIME < WS-START-HHMMSS
004120             ADD 86400 TO WS-WINDOW-SECS
004130         END-IF
004140         SUBTRACT WS-START-SECS FROM WS-WINDOW-SECS
004150         MOVE WS-WINDOW-SECS TO WS-WINDOW-ED
004160         DISPLAY "PLANSEL: PRE-FLIGHT ESTIMATE FOR PLAN "
004170                 WS-CHOSEN-PLAN-NAME " - START " WS-START-HHMMSS
004180                 ", CUTOFF " WS-WINDOW-CUTOFF-TIME " (WINDOW "
004190                 WS-WINDOW-ED " SECS)"
004200     ELSE
004210         DISPLAY "PLANSEL: PRE-FLIGHT ESTIMATE FOR PLAN "
004220                 WS-CHOSEN-PLAN-NAME " - START " WS-START-HHMMSS
004230                 ", NO WINDOW CARD (PLAN RUNS UNBOUNDED)"
004240     END-IF.
004250     IF WS-ESTIMATE-FULL
004260         DISPLAY "PLANSEL:   PLAN EXPANDS PAST "
004270                 MAX-ESTIMATE-ENTRIES " ENTRIES - ONLY THE FIRST "
004280                 MAX-ESTIMATE-ENTRIES " ARE PRICED."
004290     END-IF.
004300     MOVE ZERO TO WS-EST-TOTAL-SECS.
004310     PERFORM 4200-PRICE-ONE-ENTRY THRU 4200-EXIT
004320         VARYING EST-IDX FROM 1 BY 1
004330         UNTIL EST-IDX > WS-EST-COUNT.
004340     MOVE WS-EST-TOTAL-SECS TO WS-SECS-ED.
004350     COMPUTE WS-CLOCK-SECS = WS-START-SECS + WS-EST-TOTAL-SECS.
004360     PERFORM 4300-FORMAT-CLOCK THRU 4300-EXIT.
004370     DISPLAY "PLANSEL: ESTIMATED FINISH " WS-CLOCK-HHMMSS
004380             " AFTER " WS-SECS-ED " SECS.".
004390     IF WS-EST-NO-HISTORY > ZERO
004400         DISPLAY "PLANSEL: " WS-EST-NO-HISTORY " ENTRIES HAVE NO "
004410                 "HISTORY - THE ESTIMATE IS SHORT BY THEIR TIME."
004420         MOVE 'Y' TO WS-ESTIMATE-WARNING-SW
004430     END-IF.
004440     IF NOT WS-WINDOW-IS-SET
004450         GO TO 4000-EXIT
004460     END-IF.
004470     IF WS-EST-TOTAL-SECS > WS-WINDOW-SECS
004480         COMPUTE WS-OVERRUN-SECS =
004490             WS-EST-TOTAL-SECS - WS-WINDOW-SECS
004500         MOVE WS-OVERRUN-SECS TO WS-SECS-ED
004510         DISPLAY "PLANSEL: ESTIMATE OVERRUNS THE "
004520                 WS-WINDOW-CUTOFF-TIME " CUTOFF BY " WS-SECS-ED
004530                 " SECS - NTHPRIME WOULD STOP AT THE CUTOFF WITH "
004540                 "ENTRIES UNDONE."
004550         MOVE 'Y' TO WS-ESTIMATE-WARNING-SW
004555         MOVE 'Y' TO WS-ESTIMATE-OVERRUN-SW
004620     ELSE
004630         COMPUTE WS-OVERRUN-SECS =
004640             WS-WINDOW-SECS - WS-EST-TOTAL-SECS
004650         MOVE WS-OVERRUN-SECS TO WS-SECS-ED
004660         DISPLAY "PLANSEL: ESTIMATE FITS THE WINDOW WITH "
004670                 WS-SECS-ED " SECS TO SPARE."
004680     END-IF.
004690 4000-EXIT.
004700     EXIT.
004710*================================================================
004720 4100-LOAD-RECENT-HISTORY SECTION.
004730*================================================================
004740* ONE PASS OF PRMHIST, FEEDING EVERY USABLE RECORD INTO THE RING
004750* OF EACH PLAN ENTRY AT ITS N AND MODE. EXCLUDED RECORDS ARE
004760* LEFT OUT AS EVERY OTHER READER LEAVES THEM OUT, AND SO IS A
004770* RUN THAT ENDED RC=16 OR WORSE - ITS DAUER TIMED NOTHING. A
004780* MISSING DD OR AN EMPTY FILE LEAVES EVERY ENTRY UNPRICED.
004790*================================================================
004800 4100-START.
004810     OPEN INPUT HISTORY-FILE.
004820     IF WS-HIST-FILE-NOT-FOUND
004830         DISPLAY "PLANSEL: NO PRMHIST ON FILE - NOTHING TO PRICE "
004840                 "THE PLAN FROM."
004850         GO TO 4100-EXIT
004860     END-IF.
004870     IF NOT WS-HIST-FILE-OK
004880         DISPLAY "PLANSEL: UNABLE TO OPEN PRMHIST, STATUS="
004890                 WS-HIST-FILE-STATUS
004900         GO TO 4100-EXIT
004910     END-IF.
004920     PERFORM 4110-TAKE-ONE-HISTORY-RECORD THRU 4110-EXIT
004930         UNTIL WS-AT-HIST-EOF.
004940     CLOSE HISTORY-FILE.
004950 4100-EXIT.
004960     EXIT.
004970*================================================================
004980 4110-TAKE-ONE-HISTORY-RECORD SECTION.
004990*================================================================
005000 4110-START.
005010     READ HISTORY-FILE
005020         AT END
005030             MOVE 'Y' TO WS-HIST-EOF-SW
005040             GO TO 4110-EXIT
005050     END-READ.
005060     IF PRM-HIST-IS-EXCLUDED
005070         GO TO 4110-EXIT
005080     END-IF.
005090     IF PRM-HIST-DURATION IS NOT NUMERIC
005100         OR PRM-HIST-N IS NOT NUMERIC
005110         GO TO 4110-EXIT
005120     END-IF.
005130     IF PRM-HIST-RETURN-CODE IS NUMERIC
005140         AND PRM-HIST-RETURN-CODE >= 16
005150         GO TO 4110-EXIT
005160     END-IF.
005170     PERFORM 4120-ROLL-ONE-SAMPLE THRU 4120-EXIT
005180         VARYING EST-IDX FROM 1 BY 1
005190         UNTIL EST-IDX > WS-EST-COUNT.
005200 4110-EXIT.
005210     EXIT.
005220*================================================================
005230 4120-ROLL-ONE-SAMPLE SECTION.
005240*================================================================
005250 4120-START.
005260     IF EE-N (EST-IDX) NOT = PRM-HIST-N
005270         OR EE-MODE (EST-IDX) NOT = PRM-HIST-MODE
005280         GO TO 4120-EXIT
005290     END-IF.
005300     MOVE PRM-HIST-DURATION
005310         TO EE-SAMPLE (EST-IDX, EE-NEXT-SLOT (EST-IDX)).
005320     ADD 1 TO EE-NEXT-SLOT (EST-IDX).
005330     IF EE-NEXT-SLOT (EST-IDX) > ESTIMATE-SAMPLES
005340         MOVE 1 TO EE-NEXT-SLOT (EST-IDX)
005350     END-IF.
005360     IF EE-SAMPLE-COUNT (EST-IDX) < ESTIMATE-SAMPLES
005370         ADD 1 TO EE-SAMPLE-COUNT (EST-IDX)
005380     END-IF.
005390 4120-EXIT.
005400     EXIT.
005410*================================================================
005420 4200-PRICE-ONE-ENTRY SECTION.
005430*================================================================
005440* AN ENTRY WITH AN ELAPSED BUDGET RUNS REPETITIONS ONLY UNTIL THE
005450* BUDGET IS SPENT, SO IT IS PRICED AT THE SMALLER OF ITS REPEAT
005460* COUNT AND THE NUMBER OF MEDIAN-LENGTH REPETITIONS IT TAKES TO
005470* REACH THE BUDGET. AN ENTRY THAT WOULD START AT OR AFTER THE
005480* CUTOFF IS MARKED - NTHPRIME WOULD LEAVE IT UNDONE.
005490*================================================================
005500 4200-START.
005510     MOVE EST-IDX TO WS-EST-IDX-ED.
005520     MOVE EE-REPEATS (EST-IDX) TO WS-EST-REPS.
005530     IF EE-SAMPLE-COUNT (EST-IDX) = ZERO
005540         DISPLAY "PLANSEL:   ENTRY " WS-EST-IDX-ED
005550                 " N=" EE-N (EST-IDX) " " EE-MODE (EST-IDX)
005560                 " REPS=" WS-EST-REPS
005570                 "  NO HISTORY - NOT PRICED"
005580         ADD 1 TO WS-EST-NO-HISTORY
005650         GO TO 4200-EXIT
005660     END-IF.
005670     PERFORM 4210-COMPUTE-MEDIAN THRU 4210-EXIT.
005680     IF EE-BUDGET-SECS (EST-IDX) > ZERO
005690         AND WS-EST-MEDIAN > ZERO
005700         DIVIDE EE-BUDGET-SECS (EST-IDX) BY WS-EST-MEDIAN
005705             GIVING WS-EST-BUDGET-REPS
005710             ON SIZE ERROR
005715                 MOVE 99999 TO WS-EST-BUDGET-REPS
005720         END-DIVIDE
005725         IF WS-EST-BUDGET-REPS < WS-EST-REPS
005730             MULTIPLY WS-EST-BUDGET-REPS BY WS-EST-MEDIAN
005735                 GIVING WS-EST-SECS
005740             IF WS-EST-SECS < EE-BUDGET-SECS (EST-IDX)
005745                 ADD 1 TO WS-EST-BUDGET-REPS
005750             END-IF
005755         END-IF
005760         IF WS-EST-BUDGET-REPS < WS-EST-REPS
005770             MOVE WS-EST-BUDGET-REPS TO WS-EST-REPS
005780         END-IF
005790     END-IF.
005800     COMPUTE WS-EST-SECS = WS-EST-MEDIAN * WS-EST-REPS.
005810     MOVE WS-EST-TOTAL-SECS TO WS-EST-START-SECS.
005820     ADD WS-EST-SECS TO WS-EST-TOTAL-SECS.
005830     COMPUTE WS-CLOCK-SECS = WS-START-SECS + WS-EST-TOTAL-SECS.
005840     PERFORM 4300-FORMAT-CLOCK THRU 4300-EXIT.
005850     MOVE WS-EST-MEDIAN TO WS-MEDIAN-ED.
005860     MOVE WS-EST-SECS TO WS-SECS-ED.
005870     IF WS-WINDOW-IS-SET
005880         AND WS-EST-START-SECS >= WS-WINDOW-SECS
005890         DISPLAY "PLANSEL:   ENTRY " WS-EST-IDX-ED
005900                 " N=" EE-N (EST-IDX) " " EE-MODE (EST-IDX)
005910                 " REPS=" WS-EST-REPS " MEDIAN=" WS-MEDIAN-ED
005920                 " EST=" WS-SECS-ED " FINISH " WS-CLOCK-HHMMSS
005930                 " - STARTS PAST THE CUTOFF"
005940     ELSE
005950         DISPLAY "PLANSEL:   ENTRY " WS-EST-IDX-ED
005960                 " N=" EE-N (EST-IDX) " " EE-MODE (EST-IDX)
005970                 " REPS=" WS-EST-REPS " MEDIAN=" WS-MEDIAN-ED
005980                 " EST=" WS-SECS-ED " FINISH " WS-CLOCK-HHMMSS
005990     END-IF.
006000 4200-EXIT.
006010     EXIT.
006020*================================================================
006030 4210-COMPUTE-MEDIAN SECTION.
006040*================================================================
006050* THE SAME MEDIAN NTHPRIME TAKES ACROSS REPETITIONS: SORT THE
006060* SAMPLES, TAKE THE MIDDLE ONE, OR FOR AN EVEN COUNT THE AVERAGE
006070* OF THE TWO MIDDLE ONES.
006080*================================================================
006090 4210-START.
006100     PERFORM 4220-COPY-ONE-SAMPLE THRU 4220-EXIT
006110         VARYING SAMPLE-IDX FROM 1 BY 1
006120         UNTIL SAMPLE-IDX > EE-SAMPLE-COUNT (EST-IDX).
006130     PERFORM 4230-SORT-ONE-PASS THRU 4230-EXIT
006140         VARYING SRT-I FROM 1 BY 1
006150         UNTIL SRT-I >= EE-SAMPLE-COUNT (EST-IDX).
006160     IF FUNCTION MOD (EE-SAMPLE-COUNT (EST-IDX) 2) = 1
006170         COMPUTE SAMPLE-MID = (EE-SAMPLE-COUNT (EST-IDX) + 1) / 2
006180         MOVE WS-SORTED (SAMPLE-MID) TO WS-EST-MEDIAN
006190     ELSE
006200         COMPUTE SAMPLE-MID = EE-SAMPLE-COUNT (EST-IDX) / 2
006210         COMPUTE WS-EST-MEDIAN ROUNDED =
006220             (WS-SORTED (SAMPLE-MID)
006230                 + WS-SORTED (SAMPLE-MID + 1)) / 2
006240     END-IF.
006250 4210-EXIT.
006260     EXIT.
006270*================================================================
006280 4220-COPY-ONE-SAMPLE SECTION.
006290*================================================================
006300 4220-START.
006310     MOVE EE-SAMPLE (EST-IDX, SAMPLE-IDX)
006320         TO WS-SORTED (SAMPLE-IDX).
006330 4220-EXIT.
006340     EXIT.
006350*================================================================
006360 4230-SORT-ONE-PASS SECTION.
006370*================================================================
006380 4230-START.
006390     PERFORM 4240-COMPARE-ONE-PAIR THRU 4240-EXIT
006400         VARYING SRT-J FROM 1 BY 1
006410         UNTIL SRT-J > EE-SAMPLE-COUNT (EST-IDX) - SRT-I.
006420 4230-EXIT.
006430     EXIT.
006440*================================================================
006450 4240-COMPARE-ONE-PAIR SECTION.
006460*================================================================
006470 4240-START.
006480     IF WS-SORTED (SRT-J) > WS-SORTED (SRT-J + 1)
006490         MOVE WS-SORTED (SRT-J) TO SRT-TEMP
006500         MOVE WS-SORTED (SRT-J + 1) TO WS-SORTED (SRT-J)
006510         MOVE SRT-TEMP TO WS-SORTED (SRT-J + 1)
006520     END-IF.
006530 4240-EXIT.
006540     EXIT.
006550*================================================================
006560 4300-FORMAT-CLOCK SECTION.
006570*================================================================
006580* TURNS WS-CLOCK-SECS (SECONDS SINCE MIDNIGHT OF THE START DAY,
006590* POSSIBLY PAST THE NEXT MIDNIGHT) INTO A TIME OF DAY HHMMSS.
006600*================================================================
006610 4300-START.
006620     COMPUTE WS-CLOCK-SECS = FUNCTION MOD (WS-CLOCK-SECS 86400).
006630     COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600.
006640     COMPUTE WS-CLOCK-MM =
006650         (WS-CLOCK-SECS - WS-CLOCK-HH * 3600) / 60.
006660     COMPUTE WS-CLOCK-SS = WS-CLOCK-SECS - WS-CLOCK-HH * 3600
006670         - WS-CLOCK-MM * 60.
006680 4300-EXIT.
006690     EXIT.
006701*================================================================
006702 4500-WRITE-ESTIMATE-ALERTS SECTION.
006703*================================================================
006704* RAISES THE PRE-FLIGHT ALERTS FOR THE PLAN THAT IS WRITTEN, FROM
006705* ITS OWN PRICING: ONE NOHIST PER ENTRY WITH NO HISTORY TO PRICE
006706* IT FROM, THEN ONE PLANOVR IF ITS ESTIMATE OVERRUNS THE WINDOW.
006707*================================================================
006708 4500-START.
006709     PERFORM 4510-ALERT-ONE-ENTRY THRU 4510-EXIT
006710         VARYING EST-IDX FROM 1 BY 1
006711         UNTIL EST-IDX > WS-EST-COUNT.
006712     IF NOT WS-ESTIMATE-OVERRUN
006713         GO TO 4500-EXIT
006714     END-IF.
006715     MOVE "PLANOVR " TO WS-ALERT-CODE.
006716     MOVE ZERO TO WS-ALERT-N.
006717     MOVE SPACE TO WS-ALERT-MODE.
006718     MOVE WS-EST-TOTAL-SECS TO WS-ALERT-MEASURED.
006719     MOVE WS-WINDOW-SECS TO WS-ALERT-THRESHOLD.
006720     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
006721 4500-EXIT.
006722     EXIT.
006723*================================================================
006724 4510-ALERT-ONE-ENTRY SECTION.
006725*================================================================
006726 4510-START.
006727     IF EE-SAMPLE-COUNT (EST-IDX) NOT = ZERO
006728         GO TO 4510-EXIT
006729     END-IF.
006730     MOVE "NOHIST  " TO WS-ALERT-CODE.
006731     MOVE EE-N (EST-IDX) TO WS-ALERT-N.
006732     MOVE EE-MODE (EST-IDX) TO WS-ALERT-MODE.
006733     MOVE ZERO TO WS-ALERT-MEASURED.
006734     MOVE 1 TO WS-ALERT-THRESHOLD.
006735     PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
006736 4510-EXIT.
006737     EXIT.
006738*================================================================
006739 9500-WRITE-ALERT SECTION.
006740*================================================================
006741* APPENDS ONE PRE-FLIGHT WARNING TO THE COMMON ALERT FEED, STAMPED
006742* WITH THE CURRENT CLOCK SO IT FALLS IN THE NIGHT IT WARNS ABOUT.
006750*================================================================
006760 9500-START.
006770     OPEN EXTEND ALERT-FILE.
006780     IF WS-ALERT-FILE-NOT-FOUND
006790         OPEN OUTPUT ALERT-FILE
006800         CLOSE ALERT-FILE
006810         OPEN EXTEND ALERT-FILE
006820     END-IF.
006830     IF NOT WS-ALERT-FILE-OK
006840         DISPLAY "PLANSEL: UNABLE TO OPEN PRMALERT, STATUS="
006850                 WS-ALERT-FILE-STATUS
006860         GO TO 9500-EXIT
006870     END-IF.
006880     MOVE SPACES TO PRM-ALERT-RECORD.
006890     MOVE "PLANSEL" TO PRM-ALERT-PROGRAM.
006900     MOVE WS-NOW-DATE TO PRM-ALERT-RUN-DATE.
006910     MOVE WS-NOW-TIME TO PRM-ALERT-RUN-TIME.
006920     MOVE WS-ALERT-N TO PRM-ALERT-N.
006930     MOVE WS-ALERT-MODE TO PRM-ALERT-MODE.
006940     MOVE 'W' TO PRM-ALERT-SEVERITY.
006950     MOVE WS-ALERT-CODE TO PRM-ALERT-CODE.
006960     MOVE WS-ALERT-MEASURED TO PRM-ALERT-MEASURED.
006970     MOVE WS-ALERT-THRESHOLD TO PRM-ALERT-THRESHOLD.
006980     WRITE PRM-ALERT-RECORD.
006990     CLOSE ALERT-FILE.
007000 9500-EXIT.
007010     EXIT.
