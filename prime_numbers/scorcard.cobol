000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SCORCARD.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - MONTH-END BENCHMARK
000210*                      SERVICE-LEVEL SCORECARD FOR THE CAPACITY
000220*                      REVIEW: SCHEDULED NIGHTS, ALERTS,
000230*                      EXCLUSIONS, RECONCILIATION AND FEED
000240*                      CYCLES, AND MONTH-OVER-MONTH MEDIAN DAUER,
000250*                      EACH AGAINST A TARGET FROM THE SCORCTL
000260*                      DECK, WITH A FIXED-LAYOUT EXTRACT FOR THE
000270*                      REVIEW DECK (DD SCORXTR).
000280*================================================================
000290* MORNRPT ANSWERS FOR ONE NIGHT; THE MONTHLY CAPACITY REVIEW HAS
000300* BEEN REBUILDING THE MONTH BY HAND FROM A PILE OF MORNRPT PAGES.
000310* THIS PROGRAM SCORES ONE CALENDAR MONTH ON ONE PAGE. EVERY
000320* FIGURE IS SET AGAINST AN AGREED TARGET - A DEFAULT, OR A 'T'
000330* CARD IN THE SCORCTL DECK - AND SHOWN GREEN OR RED, SO THE
000340* REVIEW REPORTS AGAINST A LEVEL INSTEAD OF BY ANECDOTE.
000350*
000360* EVERYTHING IS COUNTED BY BATCH NIGHT, NOON TO NOON, THE SAME
000370* BOUNDARY MORNRPT USES WHEN IT CANNOT SEE THE SUITE'S END: A
000380* RECORD STAMPED BEFORE NOON BELONGS TO THE NIGHT BEFORE, SO THE
000390* POST-MIDNIGHT ENTRIES OF THE LAST NIGHT OF A MONTH STAY IN
000400* THAT MONTH. A NIGHT THAT HAS NOT YET FINISHED (TONIGHT, WHEN
000410* THE CURRENT MONTH IS REVIEWED) IS LEFT OUT.
000420*
000430* SCHEDULED NIGHTS - EACH NIGHT IS RESOLVED THROUGH THE RUN
000440* CALENDAR (DD PRMCAL) EXACTLY AS PLANSEL RESOLVES IT: SKIPPED,
000450* NO RULE (PLANSEL WOULD END RC=16), OR A NAMED PLAN. A RESOLVED
000460* NIGHT IS THEN JUDGED FROM WHAT THE SUITE LEFT BEHIND: ABENDED
000470* IF AN AUDIT RECORD (DD PRMAUDIT) CARRIES RC 16 OR MORE, OR THE
000480* RUN-STATUS RECORD (DD PRMLOCK) SHOWS THAT NIGHT'S RUN DIED OR
000490* FAILED; STOPPED AT THE WINDOW IF NTHPRIME RAISED A WINDOW
000500* ALERT (THE RC=6 ITSELF IS NOT ON THE AUDIT TRAIL); NOT RUN IF
000510* NO AUDIT RECORD EXISTS AT ALL; COMPLETED OTHERWISE. PRMLOCK
000520* HOLDS ONLY THE LATEST RUN, SO IT SPEAKS FOR ONE NIGHT AT MOST.
000530* THE CALENDAR IS READ AS IT STANDS TODAY - A RULE CHANGED SINCE
000540* THE NIGHT RAN IS NOT UNDONE.
000542* REPLAYS (PLAN NAME "REPLAY", RUN ON REQUEST BY RPLYRUN) ARE NOT
000544* SCHEDULED WORK: THEIR AUDIT RECORDS ARE LEFT OUT, AND SO IS THE
000546* PRMLOCK RECORD WHEN THE LATEST RUN WAS A REPLAY.
000550*
000560* ALERTS - RAISED IS COUNTED BY CODE FROM THE FEED (DD
000570* PRMALERT), ONE PER FEED RECORD; NEW EVENTS ARE THE ALERT-STATUS
000580* RECORDS (DD PRMASTAT) FIRST SEEN IN THE MONTH. THE DAYS TO
000590* ACKNOWLEDGE AND TO CLOSE ARE TAKEN FROM EVERY EVENT WHOSE
000600* OPERATOR ACTION FELL IN THE MONTH: ACTION DATE LESS FIRST-SEEN
000610* DATE, BY THE EVENT'S STATE. PRMASTAT KEEPS ONLY THE LATEST
000620* ACTION, SO AN EVENT ACKNOWLEDGED AND THEN CLOSED COUNTS AS A
000630* CLOSE, AND A REOPENED EVENT COUNTS FOR NEITHER.
000640*
000650* EXCLUSIONS - RUNS OF THE MONTH THAT HISTMNT HAS EXCLUDED, BY
000660* REASON CODE, AND AS A SHARE OF ALL THE MONTH'S RUNS.
000670*
000680* RECONCILIATION AND FEED CYCLES - NIGHTS ON WHICH PRMRECON
000690* RAISED A RECONERR ALERT, AND THE FEED EXTRACT CYCLES (DD
000700* PRMCYCLE) CUT IN THE MONTH, CONFIRMED, MISMATCHED, OR STILL
000710* OUTSTANDING.
000720*
000730* PERFORMANCE - FOR EVERY WORKLOAD (N/MODE) RUN IN THE MONTH, THE
000740* MEDIAN DAUER OF ITS NON-EXCLUDED RUNS (RC 4 OR BELOW) AGAINST
000750* THE SAME FIGURE FOR THE MONTH BEFORE. WHEN PRMARCH HAS ALREADY
000760* ARCHIVED THE MONTH BEFORE, ITS ROLLUP (DD PRMROLL) STANDS IN -
000770* THE ROLLUP CARRIES NO MEDIAN, SO ITS AVERAGE IS USED AND THE
000780* LINE SAYS SO. THE SCORECARD CARRIES THE WORST MOVEMENT.
000790*
000800* A REJECTED CARD ENDS THE RUN RC=8 BEFORE ANYTHING IS SCORED, AS
000810* DOES A MONTH WITH NO FINISHED NIGHT. ANY MEASURE AT RED ENDS
000820* THE RUN RC=4; ALL GREEN (OR WITHOUT A TARGET) IS RC=0.
000830*================================================================
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT SCORE-CONTROL-FILE ASSIGN TO "SCORCTL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SCCTL-FILE-STATUS.
000900     SELECT CALENDAR-FILE ASSIGN TO "PRMCAL"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CAL-FILE-STATUS.
000930     SELECT AUDIT-FILE ASSIGN TO "PRMAUDIT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000960     SELECT LOCK-FILE ASSIGN TO "PRMLOCK"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-LOCK-FILE-STATUS.
000990     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-ALERT-FILE-STATUS.
001020     SELECT STATUS-FILE ASSIGN TO "PRMASTAT"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS SEQUENTIAL
001050         RECORD KEY IS PRM-ASTAT-KEY
001060         FILE STATUS IS WS-ASTAT-FILE-STATUS.
001070     SELECT HISTORY-FILE ASSIGN TO "PRMHIST"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-HIST-FILE-STATUS.
001100     SELECT CYCLE-FILE ASSIGN TO "PRMCYCLE"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-CYCLE-FILE-STATUS.
001130     SELECT ROLLUP-FILE ASSIGN TO "PRMROLL"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-ROLL-FILE-STATUS.
001160     SELECT SCORE-EXTRACT-FILE ASSIGN TO "SCORXTR"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-SCXTR-FILE-STATUS.
001190*
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  SCORE-CONTROL-FILE.
001230     COPY PRMSCCTL.
001240 FD  CALENDAR-FILE.
001250     COPY PRMCAL.
001260 FD  AUDIT-FILE.
001270     COPY PRMAUDIT.
001280 FD  LOCK-FILE.
001290     COPY PRMLOCK.
001300 FD  ALERT-FILE.
001310     COPY PRMALERT.
001320 FD  STATUS-FILE.
001330     COPY PRMASTAT.
001340 FD  HISTORY-FILE.
001350     COPY PRMHIST.
001360 FD  CYCLE-FILE.
001370     COPY PRMCYCLE.
001380 FD  ROLLUP-FILE.
001390     COPY PRMROLL.
001400 FD  SCORE-EXTRACT-FILE.
001410     COPY PRMSCXTR.
001420*
001430 WORKING-STORAGE SECTION.
001440 01  NIGHT-BOUNDARY-TIME             PIC 9(08) VALUE 12000000.
001450*
001460 01  WS-SCCTL-FILE-STATUS            PIC X(02) VALUE '00'.
001470     88  WS-SCCTL-FILE-OK                 VALUE '00'.
001480     88  WS-SCCTL-FILE-NOT-FOUND          VALUE '35'.
001490 01  WS-CAL-FILE-STATUS              PIC X(02) VALUE '00'.
001500     88  WS-CAL-FILE-OK                   VALUE '00'.
001510 01  WS-AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
001520     88  WS-AUDIT-FILE-OK                 VALUE '00'.
001530     88  WS-AUDIT-FILE-NOT-FOUND          VALUE '35'.
001540 01  WS-LOCK-FILE-STATUS             PIC X(02) VALUE '00'.
001550     88  WS-LOCK-FILE-OK                  VALUE '00'.
001560     88  WS-LOCK-FILE-NOT-FOUND           VALUE '35'.
001570 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
001580     88  WS-ALERT-FILE-OK                 VALUE '00'.
001590     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
001600 01  WS-ASTAT-FILE-STATUS            PIC X(02) VALUE '00'.
001610     88  WS-ASTAT-FILE-OK                 VALUE '00'.
001620     88  WS-ASTAT-FILE-NOT-FOUND          VALUE '35'.
001630 01  WS-HIST-FILE-STATUS             PIC X(02) VALUE '00'.
001640     88  WS-HIST-FILE-OK                  VALUE '00'.
001650 01  WS-CYCLE-FILE-STATUS            PIC X(02) VALUE '00'.
001660     88  WS-CYCLE-FILE-OK                 VALUE '00'.
001670     88  WS-CYCLE-FILE-NOT-FOUND          VALUE '35'.
001680 01  WS-ROLL-FILE-STATUS             PIC X(02) VALUE '00'.
001690     88  WS-ROLL-FILE-OK                  VALUE '00'.
001700     88  WS-ROLL-FILE-NOT-FOUND           VALUE '35'.
001710 01  WS-SCXTR-FILE-STATUS            PIC X(02) VALUE '00'.
001720     88  WS-SCXTR-FILE-OK                 VALUE '00'.
001730*
001740 01  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
001750     88  WS-AT-CTL-EOF                   VALUE 'Y'.
001760 01  WS-CAL-EOF-SW                   PIC X(01) VALUE 'N'.
001770     88  WS-AT-CAL-EOF                   VALUE 'Y'.
001780 01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001790     88  WS-AT-AUDIT-EOF                 VALUE 'Y'.
001800 01  WS-ALERT-EOF-SW                 PIC X(01) VALUE 'N'.
001810     88  WS-AT-ALERT-EOF                 VALUE 'Y'.
001820 01  WS-ASTAT-EOF-SW                 PIC X(01) VALUE 'N'.
001830     88  WS-AT-ASTAT-EOF                 VALUE 'Y'.
001840 01  WS-HIST-EOF-SW                  PIC X(01) VALUE 'N'.
001850     88  WS-AT-HIST-EOF                  VALUE 'Y'.
001860 01  WS-CYCLE-EOF-SW                 PIC X(01) VALUE 'N'.
001870     88  WS-AT-CYCLE-EOF                 VALUE 'Y'.
001880 01  WS-ROLL-EOF-SW                  PIC X(01) VALUE 'N'.
001890     88  WS-AT-ROLL-EOF                  VALUE 'Y'.
001900 01  WS-MONTH-CARD-SW                PIC X(01) VALUE 'N'.
001910     88  WS-MONTH-CARD-SEEN              VALUE 'Y'.
001920 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
001930     88  WS-FOUND                        VALUE 'Y'.
001940 01  WS-RULE-MATCHED-SW              PIC X(01) VALUE 'N'.
001950     88  WS-RULE-MATCHED                 VALUE 'Y'.
001960 01  WS-WORST-SET-SW                 PIC X(01) VALUE 'N'.
001970     88  WS-WORST-IS-SET                 VALUE 'Y'.
001980*
001990 01  WS-TODAY-STAMP                  PIC X(21) VALUE SPACES.
002000 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-STAMP.
002010     05  WS-TODAY-DATE               PIC 9(08).
002020     05  WS-TODAY-HHMMSSHH           PIC 9(08).
002030     05  FILLER                      PIC X(05).
002040 01  WS-TODAY-DATE-FIELDS REDEFINES WS-TODAY-STAMP.
002050     05  WS-TODAY-YYYY               PIC 9(04).
002060     05  WS-TODAY-MM                 PIC 9(02).
002070     05  FILLER                      PIC X(15).
002080 01  WS-TODAY-DAY                    PIC S9(09) COMP VALUE ZERO.
002090*
002100*----------------------------------------------------------------
002110* THE REVIEW MONTH AND THE MONTH BEFORE IT, EACH AS A RUN OF
002120* INTEGER-OF-DATE DAY NUMBERS OF BATCH NIGHTS.
002130*----------------------------------------------------------------
002140 01  WS-REVIEW-MONTH                 PIC 9(06) VALUE ZERO.
002150 01  WS-REVIEW-MONTH-FIELDS REDEFINES WS-REVIEW-MONTH.
002160     05  WS-REVIEW-YYYY              PIC 9(04).
002170     05  WS-REVIEW-MM                PIC 9(02).
002180 01  WS-PRIOR-MONTH                  PIC 9(06) VALUE ZERO.
002190 01  WS-PRIOR-MONTH-FIELDS REDEFINES WS-PRIOR-MONTH.
002200     05  WS-PRIOR-YYYY               PIC 9(04).
002210     05  WS-PRIOR-MM                 PIC 9(02).
002220 01  WS-NEXT-MONTH                   PIC 9(06) VALUE ZERO.
002230 01  WS-NEXT-MONTH-FIELDS REDEFINES WS-NEXT-MONTH.
002240     05  WS-NEXT-YYYY                PIC 9(04).
002250     05  WS-NEXT-MM                  PIC 9(02).
002260 01  WS-MONTH-START-DATE             PIC 9(08) VALUE ZERO.
002270 01  WS-MONTH-START-FIELDS REDEFINES WS-MONTH-START-DATE.
002280     05  WS-MONTH-START-YYYYMM       PIC 9(06).
002290     05  WS-MONTH-START-DD           PIC 9(02).
002300 01  WS-FIRST-NIGHT-DAY              PIC S9(09) COMP VALUE ZERO.
002310 01  WS-LAST-NIGHT-DAY               PIC S9(09) COMP VALUE ZERO.
002320 01  WS-PRIOR-FIRST-DAY              PIC S9(09) COMP VALUE ZERO.
002330 01  WS-FIRST-NIGHT-DATE             PIC 9(08) VALUE ZERO.
002340 01  WS-LAST-NIGHT-DATE              PIC 9(08) VALUE ZERO.
002350*
002360*----------------------------------------------------------------
002370* A DATE AND TIME OFF ANY RECORD, PLACED IN ITS BATCH NIGHT BY
002380* 2900-LOCATE-NIGHT: THE NIGHT'S DAY NUMBER, AND ITS SLOT IN THE
002390* NIGHT TABLE (ZERO WHEN THE NIGHT IS NOT IN THE REVIEW MONTH).
002400*----------------------------------------------------------------
002410 01  WS-TEST-DATE                    PIC 9(08) VALUE ZERO.
002420 01  WS-TEST-TIME                    PIC 9(08) VALUE ZERO.
002430 01  WS-TEST-NIGHT-DAY               PIC S9(09) COMP VALUE ZERO.
002440 01  WS-NIGHT-IDX                    PIC 9(02) COMP VALUE ZERO.
002450*
002460 01  WS-CARDS-READ                   PIC 9(05) COMP VALUE ZERO.
002470 01  WS-CARDS-REJECTED               PIC 9(05) COMP VALUE ZERO.
002480 01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
002490*
002500*----------------------------------------------------------------
002510* THE SCORECARD MEASURES WITH THEIR DEFAULT TARGETS. THE SENSE
002520* IS 'GE' WHERE THE TARGET IS A FLOOR AND 'LE' WHERE IT IS A
002530* CEILING; A 'T' CARD REPLACES THE TARGET AND SETS HAS-TARGET.
002540*----------------------------------------------------------------
002550 01  MAX-MEASURES                    PIC 9(02) COMP VALUE 12.
002560 01  MX-NIGHTCMP                     PIC 9(02) COMP VALUE 1.
002570 01  MX-NIGHTWIN                     PIC 9(02) COMP VALUE 2.
002580 01  MX-NIGHTABN                     PIC 9(02) COMP VALUE 3.
002590 01  MX-NIGHTSKP                     PIC 9(02) COMP VALUE 4.
002600 01  MX-ALRTRAIS                     PIC 9(02) COMP VALUE 5.
002610 01  MX-ALRTACK                      PIC 9(02) COMP VALUE 6.
002620 01  MX-ALRTCLS                      PIC 9(02) COMP VALUE 7.
002630 01  MX-EXCLPCT                      PIC 9(02) COMP VALUE 8.
002640 01  MX-RECONERR                     PIC 9(02) COMP VALUE 9.
002650 01  MX-FEEDCNF                      PIC 9(02) COMP VALUE 10.
002660 01  MX-FEEDMIS                      PIC 9(02) COMP VALUE 11.
002670 01  MX-DAUERMOV                     PIC 9(02) COMP VALUE 12.
002680 01  MEASURE-DEFAULT-VALUES.
002690     05  FILLER                      PIC X(08) VALUE "NIGHTCMP".
002700     05  FILLER                      PIC X(36)
002710         VALUE "NIGHTS COMPLETED INSIDE WINDOW (%)".
002720     05  FILLER                      PIC X(03) VALUE "GEY".
002730     05  FILLER                      PIC 9(05)V9(02) VALUE 95.00.
002740     05  FILLER                      PIC X(08) VALUE "NIGHTWIN".
002750     05  FILLER                      PIC X(36)
002760         VALUE "NIGHTS STOPPED AT THE WINDOW (RC=6)".
002770     05  FILLER                      PIC X(03) VALUE "LEY".
002780     05  FILLER                      PIC 9(05)V9(02) VALUE 2.00.
002790     05  FILLER                      PIC X(08) VALUE "NIGHTABN".
002800     05  FILLER                      PIC X(36)
002810         VALUE "NIGHTS ABENDED OR NOT RUN".
002820     05  FILLER                      PIC X(03) VALUE "LEY".
002830     05  FILLER                      PIC 9(05)V9(02) VALUE ZERO.
002840     05  FILLER                      PIC X(08) VALUE "NIGHTSKP".
002850     05  FILLER                      PIC X(36)
002860         VALUE "NIGHTS SKIPPED BY THE CALENDAR".
002870     05  FILLER                      PIC X(03) VALUE "LEN".
002880     05  FILLER                      PIC 9(05)V9(02) VALUE ZERO.
002890     05  FILLER                      PIC X(08) VALUE "ALRTRAIS".
002900     05  FILLER                      PIC X(36)
002910         VALUE "ALERTS RAISED".
002920     05  FILLER                      PIC X(03) VALUE "LEN".
002930     05  FILLER                      PIC 9(05)V9(02) VALUE ZERO.
002940     05  FILLER                      PIC X(08) VALUE "ALRTACK".
002950     05  FILLER                      PIC X(36)
002960         VALUE "MEAN DAYS TO ACKNOWLEDGE AN ALERT".
002970     05  FILLER                      PIC X(03) VALUE "LEY".
002980     05  FILLER                      PIC 9(05)V9(02) VALUE 1.00.
002990     05  FILLER                      PIC X(08) VALUE "ALRTCLS".
003000     05  FILLER                      PIC X(36)
003010         VALUE "MEAN DAYS TO CLOSE AN ALERT".
003020     05  FILLER                      PIC X(03) VALUE "LEY".
003030     05  FILLER                      PIC 9(05)V9(02) VALUE 5.00.
003040     05  FILLER                      PIC X(08) VALUE "EXCLPCT".
003050     05  FILLER                      PIC X(36)
003060         VALUE "RUNS EXCLUDED (% OF RUNS)".
003070     05  FILLER                      PIC X(03) VALUE "LEY".
003080     05  FILLER                      PIC 9(05)V9(02) VALUE 5.00.
003090     05  FILLER                      PIC X(08) VALUE "RECONERR".
003100     05  FILLER                      PIC X(36)
003110         VALUE "NIGHTS WITH A RECONERR ALERT".
003120     05  FILLER                      PIC X(03) VALUE "LEY".
003130     05  FILLER                      PIC 9(05)V9(02) VALUE ZERO.
003140     05  FILLER                      PIC X(08) VALUE "FEEDCNF".
003150     05  FILLER                      PIC X(36)
003160         VALUE "FEED CYCLES CONFIRMED (%)".
003170     05  FILLER                      PIC X(03) VALUE "GEY".
003180     05  FILLER                      PIC 9(05)V9(02) VALUE 100.00.
003190     05  FILLER                      PIC X(08) VALUE "FEEDMIS".
003200     05  FILLER                      PIC X(36)
003210         VALUE "FEED CYCLES MISMATCHED".
003220     05  FILLER                      PIC X(03) VALUE "LEY".
003230     05  FILLER                      PIC 9(05)V9(02) VALUE ZERO.
003240     05  FILLER                      PIC X(08) VALUE "DAUERMOV".
003250     05  FILLER                      PIC X(36)
003260         VALUE "WORST MEDIAN DAUER MOVEMENT (%)".
003270     05  FILLER                      PIC X(03) VALUE "LEY".
003280     05  FILLER                      PIC 9(05)V9(02) VALUE 10.00.
003290 01  MEASURE-TABLE REDEFINES MEASURE-DEFAULT-VALUES.
003300     05  MEASURE-SLOT OCCURS 12 TIMES.
003310         10  MS-CODE                 PIC X(08).
003320         10  MS-LABEL                PIC X(36).
003330         10  MS-SENSE                PIC X(02).
003340             88  MS-IS-FLOOR             VALUE 'GE'.
003350         10  MS-TARGET-SW            PIC X(01).
003360             88  MS-HAS-TARGET           VALUE 'Y'.
003370         10  MS-TARGET               PIC 9(05)V9(02).
003380 01  WS-MS-IDX                       PIC 9(02) COMP VALUE ZERO.
003390 01  MEASURE-CARD-TABLE.
003400     05  MEASURE-CARD-SW OCCURS 12 TIMES
003410                                     PIC X(01) VALUE 'N'.
003420*
003430*----------------------------------------------------------------
003440* EACH MEASURE'S FIGURE FOR THE MONTH AND ITS STATUS. A MEASURE
003450* WITH NOTHING TO JUDGE (NO NIGHTS SCHEDULED, NO EVENT ACTIONED,
003460* NO CYCLE CUT, NO WORKLOAD WITH A MONTH BEFORE) HAS NO FIGURE
003470* AND STANDS AT N/A.
003480*----------------------------------------------------------------
003490 01  MEASURE-RESULT-TABLE.
003500     05  MEASURE-RESULT OCCURS 12 TIMES.
003510         10  MR-ACTUAL               PIC S9(07)V9(02).
003520         10  MR-FIGURE-SW            PIC X(01).
003530             88  MR-HAS-FIGURE           VALUE 'Y'.
003540         10  MR-STATUS               PIC X(05).
003550 01  WS-FIGURE                       PIC S9(07)V9(02) VALUE ZERO.
003560 01  WS-FIGURE-SW                    PIC X(01) VALUE 'N'.
003570 01  WS-PCT-WORK                     PIC 9(09) VALUE ZERO.
003580 01  WS-RED-COUNT                    PIC 9(03) VALUE ZERO.
003590*
003600*----------------------------------------------------------------
003610* THE RUN CALENDAR AS PUNCHED, IN DECK ORDER.
003620*----------------------------------------------------------------
003630 01  MAX-CAL-RULES                   PIC 9(04) COMP VALUE 200.
003640 01  WS-CAL-COUNT                    PIC 9(04) COMP VALUE ZERO.
003650 01  CAL-IDX                         PIC 9(04) COMP VALUE ZERO.
003660 01  CAL-RULE-TABLE.
003670     05  CAL-RULE OCCURS 200 TIMES.
003680         10  CR-RECORD               PIC X(30).
003690         10  CR-FIELDS REDEFINES CR-RECORD.
003700             15  CR-DATE             PIC 9(08).
003710             15  CR-DOW              PIC X(03).
003720             15  CR-PLAN-NAME        PIC X(08).
003730             15  CR-SKIP             PIC X(01).
003740             15  FILLER              PIC X(10).
003750*----------------------------------------------------------------
003760* DAY-OF-WEEK TAGS INDEXED BY FUNCTION MOD OF THE DAY NUMBER:
003770* DAY 1 OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A MONDAY,
003780* SO MOD 7 GIVES 1=MON .. 6=SAT AND 0=SUN (SLOT 7 BELOW).
003790*----------------------------------------------------------------
003800 01  DOW-TAG-VALUES.
003810     05  FILLER                      PIC X(21)
003820         VALUE "MONTUEWEDTHUFRISATSUN".
003830 01  DOW-TAG-TABLE REDEFINES DOW-TAG-VALUES.
003840     05  DOW-TAG OCCURS 7 TIMES     PIC X(03).
003850 01  WS-DOW-NUMBER                   PIC 9(01) COMP VALUE ZERO.
003860*
003870*----------------------------------------------------------------
003880* ONE SLOT PER BATCH NIGHT OF THE REVIEW MONTH: WHAT THE
003890* CALENDAR SAID, WHAT THE SUITE LEFT BEHIND, AND THE OUTCOME.
003900*----------------------------------------------------------------
003910 01  WS-NIGHT-COUNT                  PIC 9(02) COMP VALUE ZERO.
003920 01  WS-NT-IDX                       PIC 9(02) COMP VALUE ZERO.
003930 01  NIGHT-TABLE.
003940     05  NIGHT-SLOT OCCURS 31 TIMES.
003950         10  NT-DATE                 PIC 9(08).
003960         10  NT-DOW                  PIC X(03).
003970         10  NT-PLAN-NAME            PIC X(08).
003980         10  NT-RULE                 PIC X(01).
003990             88  NT-IS-RESOLVED          VALUE 'R'.
004000             88  NT-IS-SKIP              VALUE 'S'.
004010             88  NT-IS-NO-RULE           VALUE 'N'.
004020         10  NT-AUDITS               PIC 9(03) COMP.
004030         10  NT-MAX-RC               PIC 9(04).
004040         10  NT-WINDOW-SW            PIC X(01).
004050             88  NT-WINDOW-STOP          VALUE 'Y'.
004060         10  NT-RECON-SW             PIC X(01).
004070             88  NT-HAD-RECONERR         VALUE 'Y'.
004080         10  NT-LOCK-SW              PIC X(01).
004090             88  NT-LOCK-FAILED          VALUE 'Y'.
004100         10  NT-OUTCOME              PIC X(08).
004110*
004120 01  WS-NIGHTS-SKIPPED               PIC 9(03) COMP VALUE ZERO.
004130 01  WS-NIGHTS-NO-RULE               PIC 9(03) COMP VALUE ZERO.
004140 01  WS-NIGHTS-RESOLVED              PIC 9(03) COMP VALUE ZERO.
004150 01  WS-NIGHTS-COMPLETE              PIC 9(03) COMP VALUE ZERO.
004160 01  WS-NIGHTS-WINDOW                PIC 9(03) COMP VALUE ZERO.
004170 01  WS-NIGHTS-ABENDED               PIC 9(03) COMP VALUE ZERO.
004180 01  WS-NIGHTS-NOT-RUN               PIC 9(03) COMP VALUE ZERO.
004190 01  WS-NIGHTS-SCHEDULED             PIC 9(03) COMP VALUE ZERO.
004200 01  WS-NIGHTS-RECONERR              PIC 9(03) COMP VALUE ZERO.
004210*
004220*----------------------------------------------------------------
004230* ALERTS BY CODE: RAISED FROM THE FEED, NEW EVENTS AND OPERATOR
004240* RESPONSE FROM THE ALERT-STATUS FILE. DAYS ARE TOTALLED HERE AND
004250* AVERAGED WHEN PRINTED.
004260*----------------------------------------------------------------
004270 01  WS-MAX-CODES                    PIC 9(02) COMP VALUE 40.
004280 01  WS-CODE-COUNT                   PIC 9(02) COMP VALUE ZERO.
004290 01  WS-AL-IDX                       PIC 9(02) COMP VALUE ZERO.
004300 01  ALERT-CODE-TABLE.
004310     05  ALERT-CODE-SLOT OCCURS 40 TIMES.
004320         10  AL-CODE                 PIC X(08).
004330         10  AL-RAISED               PIC 9(06) COMP.
004340         10  AL-NEW-EVENTS           PIC 9(06) COMP.
004350         10  AL-ACKED                PIC 9(05) COMP.
004360         10  AL-ACK-DAYS             PIC 9(07) COMP.
004370         10  AL-CLOSED               PIC 9(05) COMP.
004380         10  AL-CLOSE-DAYS           PIC 9(07) COMP.
004390 01  WS-SUBJECT-CODE                 PIC X(08) VALUE SPACES.
004400 01  WS-ALERTS-RAISED                PIC 9(06) COMP VALUE ZERO.
004410 01  WS-EVENTS-ACKED                 PIC 9(05) COMP VALUE ZERO.
004420 01  WS-EVENTS-ACK-DAYS              PIC 9(07) COMP VALUE ZERO.
004430 01  WS-EVENTS-CLOSED                PIC 9(05) COMP VALUE ZERO.
004440 01  WS-EVENTS-CLOSE-DAYS            PIC 9(07) COMP VALUE ZERO.
004450 01  WS-FIRST-DAY                    PIC S9(09) COMP VALUE ZERO.
004460 01  WS-ACTION-DAY                   PIC S9(09) COMP VALUE ZERO.
004470 01  WS-DAYS-TAKEN                   PIC S9(07) COMP VALUE ZERO.
004480 01  WS-ACTION-MONTH                 PIC 9(06) VALUE ZERO.
004490 01  WS-MEAN-DAYS                    PIC 9(05)V9(02) VALUE ZERO.
004500*
004510*----------------------------------------------------------------
004520* EXCLUDED RUNS OF THE MONTH BY HISTMNT REASON CODE.
004530*----------------------------------------------------------------
004540 01  WS-MAX-REASONS                  PIC 9(02) COMP VALUE 40.
004550 01  WS-REASON-COUNT                 PIC 9(02) COMP VALUE ZERO.
004560 01  WS-RS-IDX                       PIC 9(02) COMP VALUE ZERO.
004570 01  REASON-TABLE.
004580     05  REASON-SLOT OCCURS 40 TIMES.
004590         10  RS-REASON               PIC X(04).
004600         10  RS-RUNS                 PIC 9(06) COMP.
004610 01  WS-SUBJECT-REASON               PIC X(04) VALUE SPACES.
004620 01  WS-RUNS-IN-MONTH                PIC 9(06) COMP VALUE ZERO.
004630 01  WS-RUNS-EXCLUDED                PIC 9(06) COMP VALUE ZERO.
004640*
004650*----------------------------------------------------------------
004660* FEED EXTRACT CYCLES CUT IN THE MONTH, BY STATUS.
004670*----------------------------------------------------------------
004680 01  WS-CYCLES-CUT                   PIC 9(05) COMP VALUE ZERO.
004690 01  WS-CYCLES-CONFIRMED             PIC 9(05) COMP VALUE ZERO.
004700 01  WS-CYCLES-MISMATCHED            PIC 9(05) COMP VALUE ZERO.
004710 01  WS-CYCLES-OUTSTANDING           PIC 9(05) COMP VALUE ZERO.
004720*
004730*----------------------------------------------------------------
004740* DAUER SAMPLES OF THE REVIEW MONTH ('C') AND THE MONTH BEFORE
004750* ('P'), ONE SLOT PER USABLE PRMHIST RUN, AND ONE SLOT PER
004760* WORKLOAD WITH ITS MEDIANS, ITS ROLLUP STAND-IN, AND ITS
004770* MOVEMENT.
004780*----------------------------------------------------------------
004790 01  WS-MAX-RUNS                     PIC 9(05) COMP VALUE 5000.
004800 01  WS-RUN-COUNT                    PIC 9(05) COMP VALUE ZERO.
004810 01  WS-RN-IDX                       PIC 9(05) COMP VALUE ZERO.
004820 01  RUN-SAMPLE-TABLE.
004830     05  RUN-SAMPLE OCCURS 5000 TIMES.
004840         10  RN-N                    PIC 9(06).
004850         10  RN-MODE                 PIC X(01).
004860         10  RN-MONTH                PIC X(01).
004870         10  RN-DAUER                PIC 9(07)V9(02).
004880 01  WS-RUN-MONTH                    PIC X(01) VALUE SPACE.
004890*
004900 01  WS-MAX-WORKLOADS                PIC 9(03) COMP VALUE 100.
004910 01  WS-WORKLOAD-COUNT               PIC 9(03) COMP VALUE ZERO.
004920 01  WS-WL-IDX                       PIC 9(03) COMP VALUE ZERO.
004930 01  WORKLOAD-TABLE.
004940     05  WORKLOAD-SLOT OCCURS 100 TIMES.
004950         10  WL-N                    PIC 9(06).
004960         10  WL-MODE                 PIC X(01).
004970         10  WL-THIS-RUNS            PIC 9(05) COMP.
004980         10  WL-PRIOR-RUNS           PIC 9(05) COMP.
004990         10  WL-ROLL-RUNS            PIC 9(07) COMP.
005000         10  WL-ROLL-TOTAL           PIC 9(11)V9(02).
005010         10  WL-THIS-MEDIAN          PIC 9(07)V9(02).
005020         10  WL-PRIOR-MEDIAN         PIC 9(07)V9(02).
005030         10  WL-PRIOR-SOURCE         PIC X(01).
005040             88  WL-PRIOR-FROM-HIST      VALUE 'H'.
005050             88  WL-PRIOR-FROM-ROLL      VALUE 'R'.
005060             88  WL-NO-PRIOR             VALUE ' '.
005070         10  WL-MOVEMENT             PIC S9(05)V9(02).
005080         10  WL-STATUS               PIC X(05).
005090 01  WS-SUBJECT-N                    PIC 9(06) VALUE ZERO.
005100 01  WS-SUBJECT-MODE                 PIC X(01) VALUE SPACE.
005110 01  WS-ROLL-PRODUCT                 PIC 9(11)V9(02) VALUE ZERO.
005120 01  WS-DIFF                         PIC S9(07)V9(02) VALUE ZERO.
005130 01  WS-DIFF-X100                    PIC S9(09)V9(02) VALUE ZERO.
005140 01  WS-WORST-MOVEMENT               PIC S9(05)V9(02) VALUE ZERO.
005150 01  WS-WORKLOADS-COMPARED           PIC 9(03) COMP VALUE ZERO.
005160*
005170*----------------------------------------------------------------
005180* MEDIAN WORK AREA - THE SAME SORT-AND-TAKE-THE-MIDDLE MEDIAN
005190* NTHPRIME AND PLANSEL USE.
005200*----------------------------------------------------------------
005210 01  MAX-SAMPLES                     PIC 9(03) COMP VALUE 500.
005220 01  WS-SORTED-TABLE.
005230     05  WS-SORTED OCCURS 500 TIMES  PIC 9(07)V9(02).
005240 01  SAMPLE-COUNT                    PIC 9(03) COMP VALUE ZERO.
005250 01  SAMPLE-MID                      PIC 9(03) COMP VALUE ZERO.
005260 01  SRT-I                           PIC 9(03) COMP VALUE ZERO.
005270 01  SRT-J                           PIC 9(03) COMP VALUE ZERO.
005280 01  SRT-TEMP                        PIC 9(07)V9(02) VALUE ZERO.
005290 01  WS-MEDIAN                       PIC 9(07)V9(02) VALUE ZERO.
005300*
005302 01  REPLAY-PLAN-NAME                PIC X(08) VALUE "REPLAY".
005304 01  WS-LAST-AUDIT-PLAN              PIC X(08) VALUE SPACES.
005310 01  WS-AUDITS-READ                  PIC 9(06) COMP VALUE ZERO.
005320 01  WS-ALERTS-READ                  PIC 9(06) COMP VALUE ZERO.
005330 01  WS-EVENTS-READ                  PIC 9(06) COMP VALUE ZERO.
005340 01  WS-HIST-READ                    PIC 9(06) COMP VALUE ZERO.
005350 01  WS-CYCLES-READ                  PIC 9(06) COMP VALUE ZERO.
005360 01  WS-ROLLUPS-READ                 PIC 9(06) COMP VALUE ZERO.
005370 01  WS-XTR-RECORDS                  PIC 9(05) VALUE ZERO.
005380 01  WS-TABLE-NAME                   PIC X(20) VALUE SPACES.
005390*
005400*----------------------------------------------------------------
005410* PRINT-LINE EDITING.
005420*----------------------------------------------------------------
005430 01  WS-ACTUAL-ED                    PIC -Z(06)9.99.
005440 01  WS-TARGET-ED                    PIC Z(06)9.99.
005450 01  WS-ACTUAL-PRT                   PIC X(11) VALUE SPACES.
005460 01  WS-TARGET-PRT                   PIC X(10) VALUE SPACES.
005470 01  WS-SENSE-PRT                    PIC X(02) VALUE SPACES.
005480 01  WS-COUNT-ED                     PIC Z(05)9.
005490 01  WS-COUNT2-ED                    PIC Z(05)9.
005500 01  WS-COUNT3-ED                    PIC Z(05)9.
005510 01  WS-COUNT4-ED                    PIC Z(05)9.
005520 01  WS-COUNT5-ED                    PIC Z(05)9.
005530 01  WS-ACK-DAYS-ED                  PIC Z(04)9.99.
005540 01  WS-CLOSE-DAYS-ED                PIC Z(04)9.99.
005550 01  WS-ACK-DAYS-PRT                 PIC X(08) VALUE SPACES.
005560 01  WS-CLOSE-DAYS-PRT               PIC X(08) VALUE SPACES.
005570 01  WS-PRIOR-ED                     PIC Z(06)9.99.
005580 01  WS-THIS-ED                      PIC Z(06)9.99.
005590 01  WS-MOVEMENT-ED                  PIC +Z(04)9.9.
005600 01  WS-MOVEMENT-PRT                 PIC X(09) VALUE SPACES.
005610 01  WS-PRIOR-PRT                    PIC X(10) VALUE SPACES.
005620 01  WS-SOURCE-PRT                   PIC X(04) VALUE SPACES.
005630*
005640 PROCEDURE DIVISION.
005650*================================================================
005660 0000-MAINLINE SECTION.
005670*================================================================
005680 0000-START.
005690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005700     IF WS-CARDS-REJECTED > ZERO
005710         DISPLAY "SCORCARD: CARDS READ=" WS-CARDS-READ
005720                 " REJECTED=" WS-CARDS-REJECTED
005730                 " - NOTHING SCORED, FIX THE DECK AND RERUN."
005740         MOVE 8 TO RETURN-CODE
005750         GO TO 0000-EXIT
005760     END-IF.
005770     PERFORM 1500-SET-MONTH-SPAN THRU 1500-EXIT.
005780     IF WS-NIGHT-COUNT = ZERO
005790         DISPLAY "SCORCARD: NO NIGHT OF " WS-REVIEW-YYYY "-"
005800                 WS-REVIEW-MM " HAS FINISHED YET - NOTHING "
005810                 "SCORED."
005820         MOVE 8 TO RETURN-CODE
005830         GO TO 0000-EXIT
005840     END-IF.
005850     PERFORM 2000-RESOLVE-CALENDAR THRU 2000-EXIT.
005860     PERFORM 2200-SCAN-AUDIT-TRAIL THRU 2200-EXIT.
005870     PERFORM 2300-READ-LOCK-RECORD THRU 2300-EXIT.
005880     PERFORM 2400-SCAN-ALERT-FEED THRU 2400-EXIT.
005890     PERFORM 2500-CLASSIFY-ONE-NIGHT THRU 2500-EXIT
005900         VARYING WS-NT-IDX FROM 1 BY 1
005910         UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
005920     PERFORM 3000-SCAN-ALERT-STATUS THRU 3000-EXIT.
005930     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
005940     PERFORM 3200-SCAN-FEED-CYCLES THRU 3200-EXIT.
005950     PERFORM 3300-SCAN-ROLLUPS THRU 3300-EXIT.
005960     PERFORM 3400-MEASURE-ONE-WORKLOAD THRU 3400-EXIT
005970         VARYING WS-WL-IDX FROM 1 BY 1
005980         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT.
005990     PERFORM 3500-SET-MEASURES THRU 3500-EXIT.
006000     PERFORM 3600-JUDGE-ONE-MEASURE THRU 3600-EXIT
006010         VARYING WS-MS-IDX FROM 1 BY 1
006020         UNTIL WS-MS-IDX > MAX-MEASURES.
006030     PERFORM 4000-PRINT-SCORECARD THRU 4000-EXIT.
006040     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
006050     PERFORM 6000-SUMMARY THRU 6000-EXIT.
006060 0000-EXIT.
006070     STOP RUN.
006080*================================================================
006090 1000-INITIALIZE SECTION.
006100*================================================================
006110* READS THE WHOLE DECK. NO DD OR AN EMPTY DECK SCORES LAST MONTH
006120* AGAINST THE DEFAULT TARGETS.
006130*================================================================
006140 1000-START.
006150     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
006160     COMPUTE WS-TODAY-DAY =
006170         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
006180     OPEN INPUT SCORE-CONTROL-FILE.
006190     IF WS-SCCTL-FILE-NOT-FOUND
006200         GO TO 1000-DEFAULT-MONTH
006210     END-IF.
006220     IF NOT WS-SCCTL-FILE-OK
006230         DISPLAY "SCORCARD: UNABLE TO OPEN SCORCTL, STATUS="
006240                 WS-SCCTL-FILE-STATUS
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
006290     PERFORM 1200-TAKE-ONE-CARD THRU 1200-EXIT
006300         UNTIL WS-AT-CTL-EOF.
006310     CLOSE SCORE-CONTROL-FILE.
006320 1000-DEFAULT-MONTH.
006330     IF WS-REVIEW-MONTH = ZERO
006340         MOVE WS-TODAY-YYYY TO WS-REVIEW-YYYY
006350         MOVE WS-TODAY-MM TO WS-REVIEW-MM
006360         IF WS-REVIEW-MM = 1
006370             MOVE 12 TO WS-REVIEW-MM
006380             SUBTRACT 1 FROM WS-REVIEW-YYYY
006390         ELSE
006400             SUBTRACT 1 FROM WS-REVIEW-MM
006410         END-IF
006420     END-IF.
006430 1000-EXIT.
006440     EXIT.
006450*================================================================
006460 1100-READ-CONTROL-CARD SECTION.
006470*================================================================
006480 1100-START.
006490     READ SCORE-CONTROL-FILE
006500         AT END
006510             MOVE 'Y' TO WS-CTL-EOF-SW
006520     END-READ.
006530 1100-EXIT.
006540     EXIT.
006550*================================================================
006560 1200-TAKE-ONE-CARD SECTION.
006570*================================================================
006580* EVERY CARD IS CHECKED BEFORE ANY IS USED; A BAD ONE IS SHOWN
006590* WITH ITS REASON AND COUNTED, AND THE REST OF THE DECK IS STILL
006600* CHECKED SO ONE RUN REPORTS EVERY MISTAKE.
006610*================================================================
006620 1200-START.
006630     IF PRM-SCCTL-RECORD = SPACES
006640         GO TO 1200-NEXT
006650     END-IF.
006660     ADD 1 TO WS-CARDS-READ.
006670     MOVE SPACES TO WS-REJECT-REASON.
006680     EVALUATE TRUE
006690         WHEN PRM-SCCTL-IS-MONTH
006700             PERFORM 1300-TAKE-MONTH-CARD THRU 1300-EXIT
006710         WHEN PRM-SCCTL-IS-TARGET
006720             PERFORM 1400-TAKE-TARGET-CARD THRU 1400-EXIT
006730         WHEN OTHER
006740             MOVE "CARD TYPE NOT M OR T" TO WS-REJECT-REASON
006750     END-EVALUATE.
006760     IF WS-REJECT-REASON NOT = SPACES
006770         ADD 1 TO WS-CARDS-REJECTED
006780         DISPLAY "SCORCARD: REJECTED - " WS-REJECT-REASON
006790         DISPLAY "SCORCARD:   CARD: " PRM-SCCTL-RECORD
006800     END-IF.
006810 1200-NEXT.
006820     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
006830 1200-EXIT.
006840     EXIT.
006850*================================================================
006860 1300-TAKE-MONTH-CARD SECTION.
006870*================================================================
006880 1300-START.
006890     IF WS-MONTH-CARD-SEEN
006900         MOVE "MORE THAN ONE M CARD" TO WS-REJECT-REASON
006910         GO TO 1300-EXIT
006920     END-IF.
006930*    A MONTH LEFT BLANK ASKS FOR THE DEFAULT, THE SAME AS ZERO.
006940     IF PRM-SCCTL-DATA (1:6) = SPACES
006950         MOVE ZEROES TO PRM-SCCTL-DATA (1:6)
006960     END-IF.
006970     IF PRM-SCCTL-REVIEW-MONTH IS NOT NUMERIC
006980         MOVE "REVIEW MONTH NOT NUMERIC" TO WS-REJECT-REASON
006990         GO TO 1300-EXIT
007000     END-IF.
007010     MOVE 'Y' TO WS-MONTH-CARD-SW.
007020     IF PRM-SCCTL-REVIEW-MONTH NOT = ZERO
007030         MOVE PRM-SCCTL-REVIEW-MONTH TO WS-REVIEW-MONTH
007040         IF WS-REVIEW-MM < 1 OR WS-REVIEW-MM > 12
007050             OR WS-REVIEW-YYYY < 1601
007060             MOVE "REVIEW MONTH IS NOT YYYYMM"
007070                 TO WS-REJECT-REASON
007080             GO TO 1300-EXIT
007090         END-IF
007100     END-IF.
007110 1300-EXIT.
007120     EXIT.
007130*================================================================
007140 1400-TAKE-TARGET-CARD SECTION.
007150*================================================================
007160 1400-START.
007170     IF PRM-SCCTL-TARGET IS NOT NUMERIC
007180         MOVE "TARGET NOT NUMERIC" TO WS-REJECT-REASON
007190         GO TO 1400-EXIT
007200     END-IF.
007210     MOVE 'N' TO WS-FOUND-SW.
007220     PERFORM 1410-MATCH-ONE-MEASURE THRU 1410-EXIT
007230         VARYING WS-MS-IDX FROM 1 BY 1
007240         UNTIL WS-MS-IDX > MAX-MEASURES OR WS-FOUND.
007250     IF NOT WS-FOUND
007260         MOVE "NO SUCH MEASURE CODE" TO WS-REJECT-REASON
007270         GO TO 1400-EXIT
007280     END-IF.
007290     SUBTRACT 1 FROM WS-MS-IDX.
007300     IF MEASURE-CARD-SW (WS-MS-IDX) = 'Y'
007310         MOVE "MORE THAN ONE T CARD FOR THE MEASURE"
007320             TO WS-REJECT-REASON
007330         GO TO 1400-EXIT
007340     END-IF.
007350     MOVE 'Y' TO MEASURE-CARD-SW (WS-MS-IDX).
007360     MOVE PRM-SCCTL-TARGET TO MS-TARGET (WS-MS-IDX).
007370     MOVE 'Y' TO MS-TARGET-SW (WS-MS-IDX).
007380 1400-EXIT.
007390     EXIT.
007400*================================================================
007410 1410-MATCH-ONE-MEASURE SECTION.
007420*================================================================
007430 1410-START.
007440     IF MS-CODE (WS-MS-IDX) = PRM-SCCTL-MEASURE
007450         MOVE 'Y' TO WS-FOUND-SW
007460     END-IF.
007470 1410-EXIT.
007480     EXIT.
007490*================================================================
007500 1500-SET-MONTH-SPAN SECTION.
007510*================================================================
007520* THE REVIEW MONTH'S NIGHTS RUN FROM THE 1ST TO THE LAST DAY OF
007530* THE MONTH, STOPPING SHORT OF TONIGHT, WHICH HAS NOT FINISHED.
007540* THE MONTH BEFORE RUNS FROM ITS 1ST TO THE DAY BEFORE THE
007550* REVIEW MONTH'S FIRST NIGHT.
007560*================================================================
007570 1500-START.
007580     MOVE WS-REVIEW-MONTH TO WS-PRIOR-MONTH.
007590     IF WS-PRIOR-MM = 1
007600         MOVE 12 TO WS-PRIOR-MM
007610         SUBTRACT 1 FROM WS-PRIOR-YYYY
007620     ELSE
007630         SUBTRACT 1 FROM WS-PRIOR-MM
007640     END-IF.
007650     MOVE WS-REVIEW-MONTH TO WS-NEXT-MONTH.
007660     IF WS-NEXT-MM = 12
007670         MOVE 1 TO WS-NEXT-MM
007680         ADD 1 TO WS-NEXT-YYYY
007690     ELSE
007700         ADD 1 TO WS-NEXT-MM
007710     END-IF.
007720     MOVE 1 TO WS-MONTH-START-DD.
007730     MOVE WS-REVIEW-MONTH TO WS-MONTH-START-YYYYMM.
007740     COMPUTE WS-FIRST-NIGHT-DAY =
007750         FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE).
007760     MOVE WS-NEXT-MONTH TO WS-MONTH-START-YYYYMM.
007770     COMPUTE WS-LAST-NIGHT-DAY =
007780         FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE).
007790     SUBTRACT 1 FROM WS-LAST-NIGHT-DAY.
007800     MOVE WS-PRIOR-MONTH TO WS-MONTH-START-YYYYMM.
007810     COMPUTE WS-PRIOR-FIRST-DAY =
007820         FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE).
007830     IF WS-LAST-NIGHT-DAY >= WS-TODAY-DAY
007840         SUBTRACT 1 FROM WS-TODAY-DAY GIVING WS-LAST-NIGHT-DAY
007850     END-IF.
007860     MOVE ZERO TO WS-NIGHT-COUNT.
007870     IF WS-LAST-NIGHT-DAY < WS-FIRST-NIGHT-DAY
007880         GO TO 1500-EXIT
007890     END-IF.
007900     SUBTRACT WS-FIRST-NIGHT-DAY FROM WS-LAST-NIGHT-DAY
007910         GIVING WS-NIGHT-COUNT.
007920     ADD 1 TO WS-NIGHT-COUNT.
007930     COMPUTE WS-FIRST-NIGHT-DATE =
007940         FUNCTION DATE-OF-INTEGER (WS-FIRST-NIGHT-DAY).
007950     COMPUTE WS-LAST-NIGHT-DATE =
007960         FUNCTION DATE-OF-INTEGER (WS-LAST-NIGHT-DAY).
007970 1500-EXIT.
007980     EXIT.
007990*================================================================
008000 2000-RESOLVE-CALENDAR SECTION.
008010*================================================================
008020* LOADS THE RUN CALENDAR AND RESOLVES EVERY NIGHT OF THE MONTH.
008030* A BLANK RULE IS DROPPED AS PLANSEL SKIPS IT; A NON-NUMERIC DATE
008040* IS HELD AS ZERO, WHICH IS HOW PLANSEL TREATS IT.
008050*================================================================
008060 2000-START.
008070     OPEN INPUT CALENDAR-FILE.
008080     IF NOT WS-CAL-FILE-OK
008090         DISPLAY "SCORCARD: UNABLE TO OPEN PRMCAL, STATUS="
008100                 WS-CAL-FILE-STATUS
008110         MOVE 16 TO RETURN-CODE
008120         STOP RUN
008130     END-IF.
008140     PERFORM 2010-LOAD-ONE-RULE THRU 2010-EXIT
008150         UNTIL WS-AT-CAL-EOF.
008160     CLOSE CALENDAR-FILE.
008170     PERFORM 2100-RESOLVE-ONE-NIGHT THRU 2100-EXIT
008180         VARYING WS-NT-IDX FROM 1 BY 1
008190         UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
008200 2000-EXIT.
008210     EXIT.
008220*================================================================
008230 2010-LOAD-ONE-RULE SECTION.
008240*================================================================
008250 2010-START.
008260     READ CALENDAR-FILE
008270         AT END
008280             MOVE 'Y' TO WS-CAL-EOF-SW
008290             GO TO 2010-EXIT
008300     END-READ.
008310     IF PRM-CAL-RECORD = SPACES
008320         GO TO 2010-EXIT
008330     END-IF.
008340     IF WS-CAL-COUNT >= MAX-CAL-RULES
008350         MOVE "CALENDAR RULE" TO WS-TABLE-NAME
008360         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
008370     END-IF.
008380     ADD 1 TO WS-CAL-COUNT.
008390     MOVE PRM-CAL-RECORD TO CR-RECORD (WS-CAL-COUNT).
008400     IF CR-DATE (WS-CAL-COUNT) IS NOT NUMERIC
008410         MOVE ZERO TO CR-DATE (WS-CAL-COUNT)
008420     END-IF.
008430 2010-EXIT.
008440     EXIT.
008450*================================================================
008460 2100-RESOLVE-ONE-NIGHT SECTION.
008470*================================================================
008480* RESOLVES ONE NIGHT EXACTLY AS PLANSEL WOULD HAVE: FIRST
008490* MATCHING RULE WINS, A PUNCHED DATE MATCHES THAT DATE ONLY, A
008500* ZERO DATE MATCHES ON THE DAY TAG, AND '*' OR BLANK MATCHES
008510* EVERY DAY.
008520*================================================================
008530 2100-START.
008540     MOVE SPACES TO NIGHT-SLOT (WS-NT-IDX).
008550     MOVE ZERO TO NT-AUDITS (WS-NT-IDX).
008560     MOVE ZERO TO NT-MAX-RC (WS-NT-IDX).
008570     MOVE 'N' TO NT-WINDOW-SW (WS-NT-IDX).
008580     MOVE 'N' TO NT-RECON-SW (WS-NT-IDX).
008590     MOVE 'N' TO NT-LOCK-SW (WS-NT-IDX).
008600     ADD WS-NT-IDX TO WS-FIRST-NIGHT-DAY GIVING WS-TEST-NIGHT-DAY.
008610     SUBTRACT 1 FROM WS-TEST-NIGHT-DAY.
008620     COMPUTE NT-DATE (WS-NT-IDX) =
008630         FUNCTION DATE-OF-INTEGER (WS-TEST-NIGHT-DAY).
008640     COMPUTE WS-DOW-NUMBER = FUNCTION MOD (WS-TEST-NIGHT-DAY 7).
008650     IF WS-DOW-NUMBER = ZERO
008660         MOVE DOW-TAG (7) TO NT-DOW (WS-NT-IDX)
008670     ELSE
008680         MOVE DOW-TAG (WS-DOW-NUMBER) TO NT-DOW (WS-NT-IDX)
008690     END-IF.
008700     MOVE 'N' TO NT-RULE (WS-NT-IDX).
008710     MOVE 'N' TO WS-RULE-MATCHED-SW.
008720     PERFORM 2110-TEST-ONE-RULE THRU 2110-EXIT
008730         VARYING CAL-IDX FROM 1 BY 1
008740         UNTIL CAL-IDX > WS-CAL-COUNT
008750            OR WS-RULE-MATCHED.
008760 2100-EXIT.
008770     EXIT.
008780*================================================================
008790 2110-TEST-ONE-RULE SECTION.
008800*================================================================
008810 2110-START.
008820     IF CR-DATE (CAL-IDX) > ZERO
008830         IF CR-DATE (CAL-IDX) = NT-DATE (WS-NT-IDX)
008840             PERFORM 2120-TAKE-THIS-RULE THRU 2120-EXIT
008850         END-IF
008860         GO TO 2110-EXIT
008870     END-IF.
008880     IF CR-DOW (CAL-IDX) = NT-DOW (WS-NT-IDX)
008890         OR CR-DOW (CAL-IDX) = "*  "
008900         OR CR-DOW (CAL-IDX) = SPACES
008910         PERFORM 2120-TAKE-THIS-RULE THRU 2120-EXIT
008920     END-IF.
008930 2110-EXIT.
008940     EXIT.
008950*================================================================
008960 2120-TAKE-THIS-RULE SECTION.
008970*================================================================
008980 2120-START.
008990     MOVE 'Y' TO WS-RULE-MATCHED-SW.
009000     IF CR-SKIP (CAL-IDX) = 'Y'
009010         MOVE 'S' TO NT-RULE (WS-NT-IDX)
009020     ELSE
009030         MOVE 'R' TO NT-RULE (WS-NT-IDX)
009040         MOVE CR-PLAN-NAME (CAL-IDX) TO NT-PLAN-NAME (WS-NT-IDX)
009050     END-IF.
009060 2120-EXIT.
009070     EXIT.
009080*================================================================
009090 2200-SCAN-AUDIT-TRAIL SECTION.
009100*================================================================
009110* COUNTS EACH NIGHT'S AUDIT RECORDS AND KEEPS THE WORST RETURN
009120* CODE ANY ENTRY ENDED WITH. NO PRMAUDIT DD LEAVES EVERY
009130* RESOLVED NIGHT WITHOUT A RUN, WHICH THE PAGE WILL SHOW.
009140*================================================================
009150 2200-START.
009160     OPEN INPUT AUDIT-FILE.
009170     IF WS-AUDIT-FILE-NOT-FOUND
009180         DISPLAY "SCORCARD: NO PRMAUDIT DD - NO NIGHT CAN SHOW A "
009190                 "RUN."
009200         GO TO 2200-EXIT
009210     END-IF.
009220     IF NOT WS-AUDIT-FILE-OK
009230         DISPLAY "SCORCARD: UNABLE TO OPEN PRMAUDIT, STATUS="
009240                 WS-AUDIT-FILE-STATUS
009250         MOVE 16 TO RETURN-CODE
009260         STOP RUN
009270     END-IF.
009280     PERFORM 2210-TAKE-ONE-AUDIT THRU 2210-EXIT
009290         UNTIL WS-AT-AUDIT-EOF.
009300     CLOSE AUDIT-FILE.
009310 2200-EXIT.
009320     EXIT.
009330*================================================================
009340 2210-TAKE-ONE-AUDIT SECTION.
009350*================================================================
009360 2210-START.
009370     READ AUDIT-FILE
009380         AT END
009390             MOVE 'Y' TO WS-AUDIT-EOF-SW
009400             GO TO 2210-EXIT
009410     END-READ.
009420     ADD 1 TO WS-AUDITS-READ.
009422     MOVE PRM-AUDIT-PLAN-NAME TO WS-LAST-AUDIT-PLAN.
009424     IF PRM-AUDIT-PLAN-NAME = REPLAY-PLAN-NAME
009426         GO TO 2210-EXIT
009428     END-IF.
009430     MOVE PRM-AUDIT-RUN-DATE TO WS-TEST-DATE.
009440     MOVE PRM-AUDIT-RUN-TIME TO WS-TEST-TIME.
009450     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
009460     IF WS-NIGHT-IDX = ZERO
009470         GO TO 2210-EXIT
009480     END-IF.
009490     ADD 1 TO NT-AUDITS (WS-NIGHT-IDX).
009500     IF PRM-AUDIT-RETURN-CODE IS NUMERIC
009510         AND PRM-AUDIT-RETURN-CODE > NT-MAX-RC (WS-NIGHT-IDX)
009520         MOVE PRM-AUDIT-RETURN-CODE TO NT-MAX-RC (WS-NIGHT-IDX)
009530     END-IF.
009540 2210-EXIT.
009550     EXIT.
009560*================================================================
009570 2300-READ-LOCK-RECORD SECTION.
009580*================================================================
009590* THE SINGLE RUN-STATUS RECORD SPEAKS FOR THE LATEST RUN ONLY. IF
009600* THAT RUN'S NIGHT IS IN THE MONTH, A RECORD STILL SHOWING 'S'
009610* (THE RUN DIED WITHOUT CLEANUP) OR ENDED WITH RC 16 OR MORE
009620* MARKS THE NIGHT FAILED EVEN IF NO AUDIT RECORD SAYS SO.
009622* A REPLAY RUNS UNDER PRMLOCK TOO, SO WHEN THE LAST PRMAUDIT
009624* RECORD (THE FILE IS IN RUN ORDER) IS A REPLAY'S, THE RECORD IS
009626* THE REPLAY'S AND JUDGES NO NIGHT.
009630*================================================================
009640 2300-START.
009642     IF WS-LAST-AUDIT-PLAN = REPLAY-PLAN-NAME
009644         GO TO 2300-EXIT
009646     END-IF.
009650     OPEN INPUT LOCK-FILE.
009660     IF WS-LOCK-FILE-NOT-FOUND
009670         GO TO 2300-EXIT
009680     END-IF.
009690     IF NOT WS-LOCK-FILE-OK
009700         DISPLAY "SCORCARD: UNABLE TO OPEN PRMLOCK, STATUS="
009710                 WS-LOCK-FILE-STATUS
009720         GO TO 2300-EXIT
009730     END-IF.
009740     READ LOCK-FILE
009750         AT END
009760             CLOSE LOCK-FILE
009770             GO TO 2300-EXIT
009780     END-READ.
009790     CLOSE LOCK-FILE.
009800     MOVE PRM-LOCK-START-DATE TO WS-TEST-DATE.
009810     MOVE PRM-LOCK-START-TIME TO WS-TEST-TIME.
009820     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
009830     IF WS-NIGHT-IDX = ZERO
009840         GO TO 2300-EXIT
009850     END-IF.
009860     IF PRM-LOCK-RUN-STARTED
009870         MOVE 'Y' TO NT-LOCK-SW (WS-NIGHT-IDX)
009880     END-IF.
009890     IF PRM-LOCK-RUN-ENDED
009900         AND PRM-LOCK-RETURN-CODE IS NUMERIC
009910         AND PRM-LOCK-RETURN-CODE >= 16
009920         MOVE 'Y' TO NT-LOCK-SW (WS-NIGHT-IDX)
009930     END-IF.
009940 2300-EXIT.
009950     EXIT.
009960*================================================================
009970 2400-SCAN-ALERT-FEED SECTION.
009980*================================================================
009990* COUNTS EVERY ALERT RAISED IN THE MONTH BY CODE, AND MARKS THE
010000* NIGHTS NTHPRIME STOPPED AT THE WINDOW AND THE NIGHTS PRMRECON
010010* FOUND THE OUTPUT FILES OUT OF STEP.
010020*================================================================
010030 2400-START.
010040     OPEN INPUT ALERT-FILE.
010050     IF WS-ALERT-FILE-NOT-FOUND
010060         GO TO 2400-EXIT
010070     END-IF.
010080     IF NOT WS-ALERT-FILE-OK
010090         DISPLAY "SCORCARD: UNABLE TO OPEN PRMALERT, STATUS="
010100                 WS-ALERT-FILE-STATUS
010110         MOVE 16 TO RETURN-CODE
010120         STOP RUN
010130     END-IF.
010140     PERFORM 2410-TAKE-ONE-ALERT THRU 2410-EXIT
010150         UNTIL WS-AT-ALERT-EOF.
010160     CLOSE ALERT-FILE.
010170 2400-EXIT.
010180     EXIT.
010190*================================================================
010200 2410-TAKE-ONE-ALERT SECTION.
010210*================================================================
010220 2410-START.
010230     READ ALERT-FILE
010240         AT END
010250             MOVE 'Y' TO WS-ALERT-EOF-SW
010260             GO TO 2410-EXIT
010270     END-READ.
010280     ADD 1 TO WS-ALERTS-READ.
010290     MOVE PRM-ALERT-RUN-DATE TO WS-TEST-DATE.
010300     MOVE PRM-ALERT-RUN-TIME TO WS-TEST-TIME.
010310     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
010320     IF WS-NIGHT-IDX = ZERO
010330         GO TO 2410-EXIT
010340     END-IF.
010350     MOVE PRM-ALERT-CODE TO WS-SUBJECT-CODE.
010360     PERFORM 2950-FIND-ALERT-CODE THRU 2950-EXIT.
010370     ADD 1 TO AL-RAISED (WS-AL-IDX).
010380     ADD 1 TO WS-ALERTS-RAISED.
010390     IF PRM-ALERT-CODE = "WINDOW"
010400         MOVE 'Y' TO NT-WINDOW-SW (WS-NIGHT-IDX)
010410     END-IF.
010420     IF PRM-ALERT-CODE = "RECONERR"
010430         MOVE 'Y' TO NT-RECON-SW (WS-NIGHT-IDX)
010440     END-IF.
010450 2410-EXIT.
010460     EXIT.
010470*================================================================
010480 2500-CLASSIFY-ONE-NIGHT SECTION.
010490*================================================================
010500* A FAILED ENTRY OR A FAILED RUN OUTRANKS A WINDOW STOP: THE
010510* NIGHT DID NOT MERELY RUN OUT OF TIME.
010520*================================================================
010530 2500-START.
010540     IF NT-HAD-RECONERR (WS-NT-IDX)
010550         ADD 1 TO WS-NIGHTS-RECONERR
010560     END-IF.
010570     EVALUATE TRUE
010580         WHEN NT-IS-SKIP (WS-NT-IDX)
010590             MOVE "SKIPPED" TO NT-OUTCOME (WS-NT-IDX)
010600             ADD 1 TO WS-NIGHTS-SKIPPED
010610         WHEN NT-IS-NO-RULE (WS-NT-IDX)
010620             MOVE "NORULE" TO NT-OUTCOME (WS-NT-IDX)
010630             ADD 1 TO WS-NIGHTS-NO-RULE
010640         WHEN NT-LOCK-FAILED (WS-NT-IDX)
010650             OR NT-MAX-RC (WS-NT-IDX) >= 16
010660             MOVE "ABEND" TO NT-OUTCOME (WS-NT-IDX)
010670             ADD 1 TO WS-NIGHTS-ABENDED
010680         WHEN NT-WINDOW-STOP (WS-NT-IDX)
010690             MOVE "WINDOW" TO NT-OUTCOME (WS-NT-IDX)
010700             ADD 1 TO WS-NIGHTS-WINDOW
010710         WHEN NT-AUDITS (WS-NT-IDX) = ZERO
010720             MOVE "NOTRUN" TO NT-OUTCOME (WS-NT-IDX)
010730             ADD 1 TO WS-NIGHTS-NOT-RUN
010740         WHEN OTHER
010750             MOVE "COMPLETE" TO NT-OUTCOME (WS-NT-IDX)
010760             ADD 1 TO WS-NIGHTS-COMPLETE
010770     END-EVALUATE.
010780     IF NT-IS-RESOLVED (WS-NT-IDX)
010790         ADD 1 TO WS-NIGHTS-RESOLVED
010800     END-IF.
010810 2500-EXIT.
010820     EXIT.
010830*================================================================
010840 2900-LOCATE-NIGHT SECTION.
010850*================================================================
010860* PLACES THE DATE AND TIME IN THE TEST FIELDS IN ITS BATCH NIGHT:
010870* A STAMP BEFORE NOON BELONGS TO THE NIGHT BEFORE. SETS THE
010880* NIGHT'S DAY NUMBER (ZERO FOR AN UNUSABLE DATE) AND ITS SLOT IN
010890* THE NIGHT TABLE (ZERO OUTSIDE THE REVIEW MONTH).
010900*================================================================
010910 2900-START.
010920     MOVE ZERO TO WS-NIGHT-IDX.
010930     MOVE ZERO TO WS-TEST-NIGHT-DAY.
010940     IF WS-TEST-DATE IS NOT NUMERIC
010950         OR WS-TEST-DATE < 16010101
010960         GO TO 2900-EXIT
010970     END-IF.
010980     IF WS-TEST-TIME IS NOT NUMERIC
010990         MOVE ZERO TO WS-TEST-TIME
011000     END-IF.
011010     COMPUTE WS-TEST-NIGHT-DAY =
011020         FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
011030     IF WS-TEST-NIGHT-DAY NOT > ZERO
011040         MOVE ZERO TO WS-TEST-NIGHT-DAY
011050         GO TO 2900-EXIT
011060     END-IF.
011070     IF WS-TEST-TIME < NIGHT-BOUNDARY-TIME
011080         SUBTRACT 1 FROM WS-TEST-NIGHT-DAY
011090     END-IF.
011100     IF WS-TEST-NIGHT-DAY < WS-FIRST-NIGHT-DAY
011110         OR WS-TEST-NIGHT-DAY > WS-LAST-NIGHT-DAY
011120         GO TO 2900-EXIT
011130     END-IF.
011140     SUBTRACT WS-FIRST-NIGHT-DAY FROM WS-TEST-NIGHT-DAY
011150         GIVING WS-NIGHT-IDX.
011160     ADD 1 TO WS-NIGHT-IDX.
011170 2900-EXIT.
011180     EXIT.
011190*================================================================
011200 2950-FIND-ALERT-CODE SECTION.
011210*================================================================
011220* SETS WS-AL-IDX TO THE SLOT FOR WS-SUBJECT-CODE, OPENING ONE
011230* THE FIRST TIME A CODE IS SEEN.
011240*================================================================
011250 2950-START.
011260     MOVE 'N' TO WS-FOUND-SW.
011270     PERFORM 2960-MATCH-ONE-CODE THRU 2960-EXIT
011280         VARYING WS-AL-IDX FROM 1 BY 1
011290         UNTIL WS-AL-IDX > WS-CODE-COUNT OR WS-FOUND.
011300     IF WS-FOUND
011310         SUBTRACT 1 FROM WS-AL-IDX
011320         GO TO 2950-EXIT
011330     END-IF.
011340     IF WS-CODE-COUNT >= WS-MAX-CODES
011350         MOVE "ALERT CODE" TO WS-TABLE-NAME
011360         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
011370     END-IF.
011380     ADD 1 TO WS-CODE-COUNT.
011390     MOVE WS-CODE-COUNT TO WS-AL-IDX.
011400     MOVE WS-SUBJECT-CODE TO AL-CODE (WS-AL-IDX).
011410     MOVE ZERO TO AL-RAISED (WS-AL-IDX).
011420     MOVE ZERO TO AL-NEW-EVENTS (WS-AL-IDX).
011430     MOVE ZERO TO AL-ACKED (WS-AL-IDX).
011440     MOVE ZERO TO AL-ACK-DAYS (WS-AL-IDX).
011450     MOVE ZERO TO AL-CLOSED (WS-AL-IDX).
011460     MOVE ZERO TO AL-CLOSE-DAYS (WS-AL-IDX).
011470 2950-EXIT.
011480     EXIT.
011490*================================================================
011500 2960-MATCH-ONE-CODE SECTION.
011510*================================================================
011520 2960-START.
011530     IF AL-CODE (WS-AL-IDX) = WS-SUBJECT-CODE
011540         MOVE 'Y' TO WS-FOUND-SW
011550     END-IF.
011560 2960-EXIT.
011570     EXIT.
011580*================================================================
011590 3000-SCAN-ALERT-STATUS SECTION.
011600*================================================================
011610* WALKS THE ALERT-STATUS FILE IN KEY ORDER. NO FILE MEANS NO
011620* EVENT WAS EVER INGESTED, AND THE RESPONSE MEASURES STAND AT
011630* N/A.
011640*================================================================
011650 3000-START.
011660     OPEN INPUT STATUS-FILE.
011670     IF WS-ASTAT-FILE-NOT-FOUND
011680         GO TO 3000-EXIT
011690     END-IF.
011700     IF NOT WS-ASTAT-FILE-OK
011710         DISPLAY "SCORCARD: UNABLE TO OPEN PRMASTAT, STATUS="
011720                 WS-ASTAT-FILE-STATUS
011730         MOVE 16 TO RETURN-CODE
011740         STOP RUN
011750     END-IF.
011760     PERFORM 3010-TAKE-ONE-EVENT THRU 3010-EXIT
011770         UNTIL WS-AT-ASTAT-EOF.
011780     CLOSE STATUS-FILE.
011790 3000-EXIT.
011800     EXIT.
011810*================================================================
011820 3010-TAKE-ONE-EVENT SECTION.
011830*================================================================
011840* AN EVENT FIRST SEEN IN THE MONTH IS A NEW EVENT. AN EVENT
011850* WHOSE LATEST OPERATOR ACTION FELL IN THE MONTH GIVES ONE
011860* RESPONSE TIME - TO ACKNOWLEDGE OR TO CLOSE, BY ITS STATE - IN
011870* WHOLE DAYS FROM FIRST SEEN.
011880*================================================================
011890 3010-START.
011900     READ STATUS-FILE NEXT RECORD
011910         AT END
011920             MOVE 'Y' TO WS-ASTAT-EOF-SW
011930             GO TO 3010-EXIT
011940     END-READ.
011950     ADD 1 TO WS-EVENTS-READ.
011960     MOVE PRM-ASTAT-CODE TO WS-SUBJECT-CODE.
011970     MOVE PRM-ASTAT-FIRST-DATE TO WS-TEST-DATE.
011980     MOVE PRM-ASTAT-FIRST-TIME TO WS-TEST-TIME.
011990     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
012000     IF WS-NIGHT-IDX > ZERO
012010         PERFORM 2950-FIND-ALERT-CODE THRU 2950-EXIT
012020         ADD 1 TO AL-NEW-EVENTS (WS-AL-IDX)
012030     END-IF.
012040     IF PRM-ASTAT-IS-OPEN
012050         OR WS-TEST-NIGHT-DAY = ZERO
012060         OR PRM-ASTAT-ACTION-DATE IS NOT NUMERIC
012070         OR PRM-ASTAT-ACTION-DATE < 16010101
012080         GO TO 3010-EXIT
012090     END-IF.
012100     DIVIDE PRM-ASTAT-ACTION-DATE BY 100 GIVING WS-ACTION-MONTH.
012110     IF WS-ACTION-MONTH NOT = WS-REVIEW-MONTH
012120         GO TO 3010-EXIT
012130     END-IF.
012140     COMPUTE WS-FIRST-DAY =
012150         FUNCTION INTEGER-OF-DATE (PRM-ASTAT-FIRST-DATE).
012160     COMPUTE WS-ACTION-DAY =
012170         FUNCTION INTEGER-OF-DATE (PRM-ASTAT-ACTION-DATE).
012180     IF WS-ACTION-DAY NOT > ZERO
012190         GO TO 3010-EXIT
012200     END-IF.
012210     SUBTRACT WS-FIRST-DAY FROM WS-ACTION-DAY
012220         GIVING WS-DAYS-TAKEN.
012230     IF WS-DAYS-TAKEN < ZERO
012240         MOVE ZERO TO WS-DAYS-TAKEN
012250     END-IF.
012260     PERFORM 2950-FIND-ALERT-CODE THRU 2950-EXIT.
012270     IF PRM-ASTAT-IS-ACKED
012280         ADD 1 TO AL-ACKED (WS-AL-IDX)
012290         ADD WS-DAYS-TAKEN TO AL-ACK-DAYS (WS-AL-IDX)
012300         ADD 1 TO WS-EVENTS-ACKED
012310         ADD WS-DAYS-TAKEN TO WS-EVENTS-ACK-DAYS
012320     END-IF.
012330     IF PRM-ASTAT-IS-CLOSED
012340         ADD 1 TO AL-CLOSED (WS-AL-IDX)
012350         ADD WS-DAYS-TAKEN TO AL-CLOSE-DAYS (WS-AL-IDX)
012360         ADD 1 TO WS-EVENTS-CLOSED
012370         ADD WS-DAYS-TAKEN TO WS-EVENTS-CLOSE-DAYS
012380     END-IF.
012390 3010-EXIT.
012400     EXIT.
012410*================================================================
012420 3100-SCAN-HISTORY SECTION.
012430*================================================================
012440* ONE PASS OF PRMHIST: THE MONTH'S RUNS AND EXCLUSIONS ARE
012450* COUNTED, AND EVERY USABLE DAUER OF THE REVIEW MONTH AND THE
012460* MONTH BEFORE IS KEPT FOR THE MEDIANS.
012470*================================================================
012480 3100-START.
012490     OPEN INPUT HISTORY-FILE.
012500     IF NOT WS-HIST-FILE-OK
012510         DISPLAY "SCORCARD: UNABLE TO OPEN PRMHIST, STATUS="
012520                 WS-HIST-FILE-STATUS
012530         MOVE 16 TO RETURN-CODE
012540         STOP RUN
012550     END-IF.
012560     PERFORM 3110-TAKE-ONE-HISTORY-RECORD THRU 3110-EXIT
012570         UNTIL WS-AT-HIST-EOF.
012580     CLOSE HISTORY-FILE.
012590 3100-EXIT.
012600     EXIT.
012610*================================================================
012620 3110-TAKE-ONE-HISTORY-RECORD SECTION.
012630*================================================================
012640* AN EXCLUDED RUN IS COUNTED UNDER ITS REASON AND GOES NO
012650* FURTHER, AS EVERY OTHER READER LEAVES IT OUT. A RUN THAT
012660* FAILED (RC ABOVE 4) IS NOT A COMPARABLE MEASUREMENT AND IS LEFT
012670* OUT OF THE MEDIANS, AS PRMARCH LEAVES IT OUT OF THE ROLLUP.
012680*================================================================
012690 3110-START.
012700     READ HISTORY-FILE
012710         AT END
012720             MOVE 'Y' TO WS-HIST-EOF-SW
012730             GO TO 3110-EXIT
012740     END-READ.
012750     ADD 1 TO WS-HIST-READ.
012760     MOVE PRM-HIST-RUN-DATE TO WS-TEST-DATE.
012770     MOVE PRM-HIST-RUN-TIME TO WS-TEST-TIME.
012780     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
012790     IF WS-NIGHT-IDX > ZERO
012800         ADD 1 TO WS-RUNS-IN-MONTH
012810         MOVE 'C' TO WS-RUN-MONTH
012820     ELSE
012830     IF WS-TEST-NIGHT-DAY >= WS-PRIOR-FIRST-DAY
012840         AND WS-TEST-NIGHT-DAY < WS-FIRST-NIGHT-DAY
012850         MOVE 'P' TO WS-RUN-MONTH
012860     ELSE
012870         GO TO 3110-EXIT
012880     END-IF
012890     END-IF.
012900     IF PRM-HIST-EXCL-FLAG = 'X'
012910         IF WS-RUN-MONTH = 'C'
012920             ADD 1 TO WS-RUNS-EXCLUDED
012930             PERFORM 3120-NOTE-EXCLUSION THRU 3120-EXIT
012940         END-IF
012950         GO TO 3110-EXIT
012960     END-IF.
012970     IF PRM-HIST-RETURN-CODE IS NOT NUMERIC
012980         OR PRM-HIST-RETURN-CODE > 4
012990         OR PRM-HIST-DURATION IS NOT NUMERIC
013000         OR PRM-HIST-N IS NOT NUMERIC
013010         GO TO 3110-EXIT
013020     END-IF.
013030     IF WS-RUN-COUNT >= WS-MAX-RUNS
013040         MOVE "RUN SAMPLE" TO WS-TABLE-NAME
013050         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
013060     END-IF.
013070     ADD 1 TO WS-RUN-COUNT.
013080     MOVE PRM-HIST-N TO RN-N (WS-RUN-COUNT).
013090     MOVE PRM-HIST-MODE TO RN-MODE (WS-RUN-COUNT).
013100     MOVE WS-RUN-MONTH TO RN-MONTH (WS-RUN-COUNT).
013110     MOVE PRM-HIST-DURATION TO RN-DAUER (WS-RUN-COUNT).
013120     MOVE PRM-HIST-N TO WS-SUBJECT-N.
013130     MOVE PRM-HIST-MODE TO WS-SUBJECT-MODE.
013140     PERFORM 3140-FIND-WORKLOAD THRU 3140-EXIT.
013150     IF NOT WS-FOUND
013160         PERFORM 3160-ADD-WORKLOAD THRU 3160-EXIT
013170     END-IF.
013180     IF WS-RUN-MONTH = 'C'
013190         ADD 1 TO WL-THIS-RUNS (WS-WL-IDX)
013200     ELSE
013210         ADD 1 TO WL-PRIOR-RUNS (WS-WL-IDX)
013220     END-IF.
013230 3110-EXIT.
013240     EXIT.
013250*================================================================
013260 3120-NOTE-EXCLUSION SECTION.
013270*================================================================
013280 3120-START.
013290     MOVE PRM-HIST-EXCL-REASON TO WS-SUBJECT-REASON.
013300     IF WS-SUBJECT-REASON = SPACES
013310         MOVE "----" TO WS-SUBJECT-REASON
013320     END-IF.
013330     MOVE 'N' TO WS-FOUND-SW.
013340     PERFORM 3130-MATCH-ONE-REASON THRU 3130-EXIT
013350         VARYING WS-RS-IDX FROM 1 BY 1
013360         UNTIL WS-RS-IDX > WS-REASON-COUNT OR WS-FOUND.
013370     IF WS-FOUND
013380         SUBTRACT 1 FROM WS-RS-IDX
013390         ADD 1 TO RS-RUNS (WS-RS-IDX)
013400         GO TO 3120-EXIT
013410     END-IF.
013420     IF WS-REASON-COUNT >= WS-MAX-REASONS
013430         MOVE "EXCLUSION REASON" TO WS-TABLE-NAME
013440         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
013450     END-IF.
013460     ADD 1 TO WS-REASON-COUNT.
013470     MOVE WS-SUBJECT-REASON TO RS-REASON (WS-REASON-COUNT).
013480     MOVE 1 TO RS-RUNS (WS-REASON-COUNT).
013490 3120-EXIT.
013500     EXIT.
013510*================================================================
013520 3130-MATCH-ONE-REASON SECTION.
013530*================================================================
013540 3130-START.
013550     IF RS-REASON (WS-RS-IDX) = WS-SUBJECT-REASON
013560         MOVE 'Y' TO WS-FOUND-SW
013570     END-IF.
013580 3130-EXIT.
013590     EXIT.
013600*================================================================
013610 3140-FIND-WORKLOAD SECTION.
013620*================================================================
013630* SETS WS-FOUND AND WS-WL-IDX FOR WS-SUBJECT-N/-MODE.
013640*================================================================
013650 3140-START.
013660     MOVE 'N' TO WS-FOUND-SW.
013670     PERFORM 3150-MATCH-ONE-WORKLOAD THRU 3150-EXIT
013680         VARYING WS-WL-IDX FROM 1 BY 1
013690         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT OR WS-FOUND.
013700     IF WS-FOUND
013710         SUBTRACT 1 FROM WS-WL-IDX
013720     END-IF.
013730 3140-EXIT.
013740     EXIT.
013750*================================================================
013760 3150-MATCH-ONE-WORKLOAD SECTION.
013770*================================================================
013780 3150-START.
013790     IF WL-N (WS-WL-IDX) = WS-SUBJECT-N
013800         AND WL-MODE (WS-WL-IDX) = WS-SUBJECT-MODE
013810         MOVE 'Y' TO WS-FOUND-SW
013820     END-IF.
013830 3150-EXIT.
013840     EXIT.
013850*================================================================
013860 3160-ADD-WORKLOAD SECTION.
013870*================================================================
013880 3160-START.
013890     IF WS-WORKLOAD-COUNT >= WS-MAX-WORKLOADS
013900         MOVE "WORKLOAD" TO WS-TABLE-NAME
013910         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
013920     END-IF.
013930     ADD 1 TO WS-WORKLOAD-COUNT.
013940     MOVE WS-WORKLOAD-COUNT TO WS-WL-IDX.
013950     MOVE WS-SUBJECT-N TO WL-N (WS-WL-IDX).
013960     MOVE WS-SUBJECT-MODE TO WL-MODE (WS-WL-IDX).
013970     MOVE ZERO TO WL-THIS-RUNS (WS-WL-IDX).
013980     MOVE ZERO TO WL-PRIOR-RUNS (WS-WL-IDX).
013990     MOVE ZERO TO WL-ROLL-RUNS (WS-WL-IDX).
014000     MOVE ZERO TO WL-ROLL-TOTAL (WS-WL-IDX).
014010     MOVE ZERO TO WL-THIS-MEDIAN (WS-WL-IDX).
014020     MOVE ZERO TO WL-PRIOR-MEDIAN (WS-WL-IDX).
014030     MOVE SPACE TO WL-PRIOR-SOURCE (WS-WL-IDX).
014040     MOVE ZERO TO WL-MOVEMENT (WS-WL-IDX).
014050     MOVE SPACES TO WL-STATUS (WS-WL-IDX).
014060 3160-EXIT.
014070     EXIT.
014080*================================================================
014090 3200-SCAN-FEED-CYCLES SECTION.
014100*================================================================
014110* EVERY EXTRACT CYCLE CUT IN THE MONTH, BY ITS STATUS TODAY. NO
014120* REGISTRY MEANS THE FEED HAS NEVER RUN.
014130*================================================================
014140 3200-START.
014150     OPEN INPUT CYCLE-FILE.
014160     IF WS-CYCLE-FILE-NOT-FOUND
014170         GO TO 3200-EXIT
014180     END-IF.
014190     IF NOT WS-CYCLE-FILE-OK
014200         DISPLAY "SCORCARD: UNABLE TO OPEN PRMCYCLE, STATUS="
014210                 WS-CYCLE-FILE-STATUS
014220         MOVE 16 TO RETURN-CODE
014230         STOP RUN
014240     END-IF.
014250     PERFORM 3210-TAKE-ONE-CYCLE THRU 3210-EXIT
014260         UNTIL WS-AT-CYCLE-EOF.
014270     CLOSE CYCLE-FILE.
014280 3200-EXIT.
014290     EXIT.
014300*================================================================
014310 3210-TAKE-ONE-CYCLE SECTION.
014320*================================================================
014330 3210-START.
014340     READ CYCLE-FILE
014350         AT END
014360             MOVE 'Y' TO WS-CYCLE-EOF-SW
014370             GO TO 3210-EXIT
014380     END-READ.
014390     ADD 1 TO WS-CYCLES-READ.
014400     MOVE PRM-CYCLE-XTR-DATE TO WS-TEST-DATE.
014410     MOVE PRM-CYCLE-XTR-TIME TO WS-TEST-TIME.
014420     PERFORM 2900-LOCATE-NIGHT THRU 2900-EXIT.
014430     IF WS-NIGHT-IDX = ZERO
014440         GO TO 3210-EXIT
014450     END-IF.
014460     ADD 1 TO WS-CYCLES-CUT.
014470     EVALUATE TRUE
014480         WHEN PRM-CYCLE-IS-CONFIRMED
014490             ADD 1 TO WS-CYCLES-CONFIRMED
014500         WHEN PRM-CYCLE-IS-MISMATCHED
014510             ADD 1 TO WS-CYCLES-MISMATCHED
014520         WHEN OTHER
014530             ADD 1 TO WS-CYCLES-OUTSTANDING
014540     END-EVALUATE.
014550 3210-EXIT.
014560     EXIT.
014570*================================================================
014580 3300-SCAN-ROLLUPS SECTION.
014590*================================================================
014600* THE MONTH BEFORE'S ROLLUP FIGURES, FOR WORKLOADS RUN IN THE
014610* REVIEW MONTH. PRMARCH CAN ARCHIVE ONE MONTH IN TWO PIECES, SO
014620* THE ROLLUPS ARE WEIGHTED BY RUN COUNT INTO ONE AVERAGE.
014630*================================================================
014640 3300-START.
014650     OPEN INPUT ROLLUP-FILE.
014660     IF WS-ROLL-FILE-NOT-FOUND
014670         GO TO 3300-EXIT
014680     END-IF.
014690     IF NOT WS-ROLL-FILE-OK
014700         DISPLAY "SCORCARD: UNABLE TO OPEN PRMROLL, STATUS="
014710                 WS-ROLL-FILE-STATUS
014720         MOVE 16 TO RETURN-CODE
014730         STOP RUN
014740     END-IF.
014750     PERFORM 3310-TAKE-ONE-ROLLUP THRU 3310-EXIT
014760         UNTIL WS-AT-ROLL-EOF.
014770     CLOSE ROLLUP-FILE.
014780 3300-EXIT.
014790     EXIT.
014800*================================================================
014810 3310-TAKE-ONE-ROLLUP SECTION.
014820*================================================================
014830 3310-START.
014840     READ ROLLUP-FILE
014850         AT END
014860             MOVE 'Y' TO WS-ROLL-EOF-SW
014870             GO TO 3310-EXIT
014880     END-READ.
014890     ADD 1 TO WS-ROLLUPS-READ.
014900     IF PRM-ROLL-YEAR-MONTH IS NOT NUMERIC
014910         OR PRM-ROLL-YEAR-MONTH NOT = WS-PRIOR-MONTH
014920         OR PRM-ROLL-RUN-COUNT IS NOT NUMERIC
014930         OR PRM-ROLL-RUN-COUNT = ZERO
014940         OR PRM-ROLL-DUR-AVG IS NOT NUMERIC
014950         GO TO 3310-EXIT
014960     END-IF.
014970     MOVE PRM-ROLL-N TO WS-SUBJECT-N.
014980     MOVE PRM-ROLL-MODE TO WS-SUBJECT-MODE.
014990     PERFORM 3140-FIND-WORKLOAD THRU 3140-EXIT.
015000     IF NOT WS-FOUND
015010         GO TO 3310-EXIT
015020     END-IF.
015030     MULTIPLY PRM-ROLL-DUR-AVG BY PRM-ROLL-RUN-COUNT
015040         GIVING WS-ROLL-PRODUCT.
015050     ADD WS-ROLL-PRODUCT TO WL-ROLL-TOTAL (WS-WL-IDX).
015060     ADD PRM-ROLL-RUN-COUNT TO WL-ROLL-RUNS (WS-WL-IDX).
015070 3310-EXIT.
015080     EXIT.
015090*================================================================
015100 3400-MEASURE-ONE-WORKLOAD SECTION.
015110*================================================================
015120* THIS MONTH'S MEDIAN AGAINST LAST MONTH'S - FROM PRMHIST WHEN
015130* ANY OF LAST MONTH'S RUNS ARE STILL THERE, OTHERWISE FROM THE
015140* ROLLUP AVERAGE. THE MOVEMENT IS THE CHANGE AS A PERCENTAGE OF
015150* LAST MONTH'S FIGURE; UP IS SLOWER.
015160*================================================================
015170 3400-START.
015180     IF WL-THIS-RUNS (WS-WL-IDX) = ZERO
015190         GO TO 3400-EXIT
015200     END-IF.
015210     MOVE 'C' TO WS-RUN-MONTH.
015220     PERFORM 3420-COMPUTE-MEDIAN THRU 3420-EXIT.
015230     MOVE WS-MEDIAN TO WL-THIS-MEDIAN (WS-WL-IDX).
015240     IF WL-PRIOR-RUNS (WS-WL-IDX) > ZERO
015250         MOVE 'P' TO WS-RUN-MONTH
015260         PERFORM 3420-COMPUTE-MEDIAN THRU 3420-EXIT
015270         MOVE WS-MEDIAN TO WL-PRIOR-MEDIAN (WS-WL-IDX)
015280         MOVE 'H' TO WL-PRIOR-SOURCE (WS-WL-IDX)
015290     ELSE
015300     IF WL-ROLL-RUNS (WS-WL-IDX) > ZERO
015310         DIVIDE WL-ROLL-TOTAL (WS-WL-IDX)
015320             BY WL-ROLL-RUNS (WS-WL-IDX)
015330             GIVING WL-PRIOR-MEDIAN (WS-WL-IDX) ROUNDED
015340         MOVE 'R' TO WL-PRIOR-SOURCE (WS-WL-IDX)
015350     END-IF
015360     END-IF.
015370     IF WL-NO-PRIOR (WS-WL-IDX)
015380         OR WL-PRIOR-MEDIAN (WS-WL-IDX) = ZERO
015390         MOVE SPACE TO WL-PRIOR-SOURCE (WS-WL-IDX)
015400         MOVE "N/A" TO WL-STATUS (WS-WL-IDX)
015410         GO TO 3400-EXIT
015420     END-IF.
015430     SUBTRACT WL-PRIOR-MEDIAN (WS-WL-IDX)
015440         FROM WL-THIS-MEDIAN (WS-WL-IDX) GIVING WS-DIFF.
015450     MULTIPLY WS-DIFF BY 100 GIVING WS-DIFF-X100.
015460     DIVIDE WS-DIFF-X100 BY WL-PRIOR-MEDIAN (WS-WL-IDX)
015470         GIVING WL-MOVEMENT (WS-WL-IDX) ROUNDED
015480         ON SIZE ERROR
015490             MOVE 99999.99 TO WL-MOVEMENT (WS-WL-IDX)
015500     END-DIVIDE.
015510     ADD 1 TO WS-WORKLOADS-COMPARED.
015520     IF NOT WS-WORST-IS-SET
015530         OR WL-MOVEMENT (WS-WL-IDX) > WS-WORST-MOVEMENT
015540         MOVE WL-MOVEMENT (WS-WL-IDX) TO WS-WORST-MOVEMENT
015550         MOVE 'Y' TO WS-WORST-SET-SW
015560     END-IF.
015570     IF NOT MS-HAS-TARGET (MX-DAUERMOV)
015580         MOVE "NOTGT" TO WL-STATUS (WS-WL-IDX)
015590     ELSE
015600     IF WL-MOVEMENT (WS-WL-IDX) > MS-TARGET (MX-DAUERMOV)
015610         MOVE "RED" TO WL-STATUS (WS-WL-IDX)
015620     ELSE
015630         MOVE "GREEN" TO WL-STATUS (WS-WL-IDX)
015640     END-IF
015650     END-IF.
015660 3400-EXIT.
015670     EXIT.
015680*================================================================
015690 3410-COLLECT-ONE-SAMPLE SECTION.
015700*================================================================
015710 3410-START.
015720     IF RN-N (WS-RN-IDX) NOT = WL-N (WS-WL-IDX)
015730         OR RN-MODE (WS-RN-IDX) NOT = WL-MODE (WS-WL-IDX)
015740         OR RN-MONTH (WS-RN-IDX) NOT = WS-RUN-MONTH
015750         GO TO 3410-EXIT
015760     END-IF.
015770     IF SAMPLE-COUNT >= MAX-SAMPLES
015780         MOVE "MEDIAN SAMPLE" TO WS-TABLE-NAME
015790         PERFORM 9900-TABLE-FULL THRU 9900-EXIT
015800     END-IF.
015810     ADD 1 TO SAMPLE-COUNT.
015820     MOVE RN-DAUER (WS-RN-IDX) TO WS-SORTED (SAMPLE-COUNT).
015830 3410-EXIT.
015840     EXIT.
015850*================================================================
015860 3420-COMPUTE-MEDIAN SECTION.
015870*================================================================
015880* MEDIAN DAUER OF THE WORKLOAD'S RUNS IN THE MONTH TAGGED IN
015890* WS-RUN-MONTH: SORT THE SAMPLES, TAKE THE MIDDLE ONE, OR FOR AN
015900* EVEN COUNT THE AVERAGE OF THE TWO MIDDLE ONES.
015910*================================================================
015920 3420-START.
015930     MOVE ZERO TO SAMPLE-COUNT.
015940     MOVE ZERO TO WS-MEDIAN.
015950     PERFORM 3410-COLLECT-ONE-SAMPLE THRU 3410-EXIT
015960         VARYING WS-RN-IDX FROM 1 BY 1
015970         UNTIL WS-RN-IDX > WS-RUN-COUNT.
015980     IF SAMPLE-COUNT = ZERO
015990         GO TO 3420-EXIT
016000     END-IF.
016010     PERFORM 3430-SORT-ONE-PASS THRU 3430-EXIT
016020         VARYING SRT-I FROM 1 BY 1
016030         UNTIL SRT-I >= SAMPLE-COUNT.
016040     IF FUNCTION MOD (SAMPLE-COUNT 2) = 1
016050         COMPUTE SAMPLE-MID = (SAMPLE-COUNT + 1) / 2
016060         MOVE WS-SORTED (SAMPLE-MID) TO WS-MEDIAN
016070     ELSE
016080         COMPUTE SAMPLE-MID = SAMPLE-COUNT / 2
016090         COMPUTE WS-MEDIAN ROUNDED =
016100             (WS-SORTED (SAMPLE-MID)
016110                 + WS-SORTED (SAMPLE-MID + 1)) / 2
016120     END-IF.
016130 3420-EXIT.
016140     EXIT.
016150*================================================================
016160 3430-SORT-ONE-PASS SECTION.
016170*================================================================
016180 3430-START.
016190     PERFORM 3440-COMPARE-ONE-PAIR THRU 3440-EXIT
016200         VARYING SRT-J FROM 1 BY 1
016210         UNTIL SRT-J > SAMPLE-COUNT - SRT-I.
016220 3430-EXIT.
016230     EXIT.
016240*================================================================
016250 3440-COMPARE-ONE-PAIR SECTION.
016260*================================================================
016270 3440-START.
016280     IF WS-SORTED (SRT-J) > WS-SORTED (SRT-J + 1)
016290         MOVE WS-SORTED (SRT-J) TO SRT-TEMP
016300         MOVE WS-SORTED (SRT-J + 1) TO WS-SORTED (SRT-J)
016310         MOVE SRT-TEMP TO WS-SORTED (SRT-J + 1)
016320     END-IF.
016330 3440-EXIT.
016340     EXIT.
016350*================================================================
016360 3500-SET-MEASURES SECTION.
016370*================================================================
016380* TURNS THE MONTH'S COUNTS INTO THE SCORECARD FIGURES. THE NIGHT
016390* PERCENTAGE IS OVER THE SCHEDULED NIGHTS - EVERY NIGHT THE
016400* CALENDAR DID NOT SKIP, SO A NIGHT WITH NO RULE COUNTS AGAINST
016410* IT. NIGHTS ABENDED COUNTS THE FAILED, THE NEVER-RUN, AND THE
016420* NO-RULE NIGHTS ALIKE: ON EACH THE PLAN DID NOT GET DONE.
016430*================================================================
016440 3500-START.
016450     SUBTRACT WS-NIGHTS-SKIPPED FROM WS-NIGHT-COUNT
016460         GIVING WS-NIGHTS-SCHEDULED.
016470     MOVE 'N' TO WS-FIGURE-SW.
016480     MOVE ZERO TO WS-FIGURE.
016490     IF WS-NIGHTS-SCHEDULED > ZERO
016500         MULTIPLY WS-NIGHTS-COMPLETE BY 100 GIVING WS-PCT-WORK
016510         DIVIDE WS-PCT-WORK BY WS-NIGHTS-SCHEDULED
016520             GIVING WS-FIGURE ROUNDED
016530         MOVE 'Y' TO WS-FIGURE-SW
016540     END-IF.
016550     MOVE MX-NIGHTCMP TO WS-MS-IDX.
016560     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016570     MOVE 'Y' TO WS-FIGURE-SW.
016580     MOVE WS-NIGHTS-WINDOW TO WS-FIGURE.
016590     MOVE MX-NIGHTWIN TO WS-MS-IDX.
016600     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016610     MOVE WS-NIGHTS-ABENDED TO WS-FIGURE.
016620     ADD WS-NIGHTS-NOT-RUN TO WS-FIGURE.
016630     ADD WS-NIGHTS-NO-RULE TO WS-FIGURE.
016640     MOVE MX-NIGHTABN TO WS-MS-IDX.
016650     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016660     MOVE WS-NIGHTS-SKIPPED TO WS-FIGURE.
016670     MOVE MX-NIGHTSKP TO WS-MS-IDX.
016680     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016690     MOVE WS-ALERTS-RAISED TO WS-FIGURE.
016700     MOVE MX-ALRTRAIS TO WS-MS-IDX.
016710     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016720     MOVE 'N' TO WS-FIGURE-SW.
016730     MOVE ZERO TO WS-FIGURE.
016740     IF WS-EVENTS-ACKED > ZERO
016750         DIVIDE WS-EVENTS-ACK-DAYS BY WS-EVENTS-ACKED
016760             GIVING WS-FIGURE ROUNDED
016770         MOVE 'Y' TO WS-FIGURE-SW
016780     END-IF.
016790     MOVE MX-ALRTACK TO WS-MS-IDX.
016800     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016810     MOVE 'N' TO WS-FIGURE-SW.
016820     MOVE ZERO TO WS-FIGURE.
016830     IF WS-EVENTS-CLOSED > ZERO
016840         DIVIDE WS-EVENTS-CLOSE-DAYS BY WS-EVENTS-CLOSED
016850             GIVING WS-FIGURE ROUNDED
016860         MOVE 'Y' TO WS-FIGURE-SW
016870     END-IF.
016880     MOVE MX-ALRTCLS TO WS-MS-IDX.
016890     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
016900     MOVE 'N' TO WS-FIGURE-SW.
016910     MOVE ZERO TO WS-FIGURE.
016920     IF WS-RUNS-IN-MONTH > ZERO
016930         MULTIPLY WS-RUNS-EXCLUDED BY 100 GIVING WS-PCT-WORK
016940         DIVIDE WS-PCT-WORK BY WS-RUNS-IN-MONTH
016950             GIVING WS-FIGURE ROUNDED
016960         MOVE 'Y' TO WS-FIGURE-SW
016970     END-IF.
016980     MOVE MX-EXCLPCT TO WS-MS-IDX.
016990     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
017000     MOVE 'Y' TO WS-FIGURE-SW.
017010     MOVE WS-NIGHTS-RECONERR TO WS-FIGURE.
017020     MOVE MX-RECONERR TO WS-MS-IDX.
017030     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
017040     MOVE 'N' TO WS-FIGURE-SW.
017050     MOVE ZERO TO WS-FIGURE.
017060     IF WS-CYCLES-CUT > ZERO
017070         MULTIPLY WS-CYCLES-CONFIRMED BY 100 GIVING WS-PCT-WORK
017080         DIVIDE WS-PCT-WORK BY WS-CYCLES-CUT
017090             GIVING WS-FIGURE ROUNDED
017100         MOVE 'Y' TO WS-FIGURE-SW
017110     END-IF.
017120     MOVE MX-FEEDCNF TO WS-MS-IDX.
017130     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
017140     MOVE 'Y' TO WS-FIGURE-SW.
017150     MOVE WS-CYCLES-MISMATCHED TO WS-FIGURE.
017160     MOVE MX-FEEDMIS TO WS-MS-IDX.
017170     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
017180     MOVE 'N' TO WS-FIGURE-SW.
017190     MOVE ZERO TO WS-FIGURE.
017200     IF WS-WORST-IS-SET
017210         MOVE WS-WORST-MOVEMENT TO WS-FIGURE
017220         MOVE 'Y' TO WS-FIGURE-SW
017230     END-IF.
017240     MOVE MX-DAUERMOV TO WS-MS-IDX.
017250     PERFORM 3590-POST-FIGURE THRU 3590-EXIT.
017260 3500-EXIT.
017270     EXIT.
017280*================================================================
017290 3590-POST-FIGURE SECTION.
017300*================================================================
017310 3590-START.
017320     MOVE WS-FIGURE TO MR-ACTUAL (WS-MS-IDX).
017330     MOVE WS-FIGURE-SW TO MR-FIGURE-SW (WS-MS-IDX).
017340 3590-EXIT.
017350     EXIT.
017360*================================================================
017370 3600-JUDGE-ONE-MEASURE SECTION.
017380*================================================================
017390* GREEN WHEN THE FIGURE IS ON THE RIGHT SIDE OF ITS TARGET (ON
017400* THE TARGET ITSELF COUNTS AS MET), RED OTHERWISE.
017410*================================================================
017420 3600-START.
017430     IF NOT MR-HAS-FIGURE (WS-MS-IDX)
017440         MOVE "N/A" TO MR-STATUS (WS-MS-IDX)
017450         GO TO 3600-EXIT
017460     END-IF.
017470     IF NOT MS-HAS-TARGET (WS-MS-IDX)
017480         MOVE "NOTGT" TO MR-STATUS (WS-MS-IDX)
017490         GO TO 3600-EXIT
017500     END-IF.
017510     MOVE "GREEN" TO MR-STATUS (WS-MS-IDX).
017520     IF MS-IS-FLOOR (WS-MS-IDX)
017530         IF MR-ACTUAL (WS-MS-IDX) < MS-TARGET (WS-MS-IDX)
017540             MOVE "RED" TO MR-STATUS (WS-MS-IDX)
017550         END-IF
017560     ELSE
017570         IF MR-ACTUAL (WS-MS-IDX) > MS-TARGET (WS-MS-IDX)
017580             MOVE "RED" TO MR-STATUS (WS-MS-IDX)
017590         END-IF
017600     END-IF.
017610     IF MR-STATUS (WS-MS-IDX) = "RED"
017620         ADD 1 TO WS-RED-COUNT
017630     END-IF.
017640 3600-EXIT.
017650     EXIT.
017660*================================================================
017670 4000-PRINT-SCORECARD SECTION.
017680*================================================================
017690* THE ONE-PAGE SCORECARD: THE MEASURES FIRST, THEN THE FIGURES
017700* BEHIND THEM.
017710*================================================================
017720 4000-START.
017730     DISPLAY "SCORCARD: BENCHMARK SERVICE-LEVEL SCORECARD FOR "
017740             WS-REVIEW-YYYY "-" WS-REVIEW-MM " - NIGHTS "
017750             WS-FIRST-NIGHT-DATE " TO " WS-LAST-NIGHT-DATE.
017760     DISPLAY " ".
017770     DISPLAY "SCORCARD: ---- SCORECARD ----".
017780     DISPLAY "  MEASURE   DESCRIPTION                         "
017790             "      ACTUAL      TARGET  STATUS".
017800     PERFORM 4100-PRINT-ONE-MEASURE THRU 4100-EXIT
017810         VARYING WS-MS-IDX FROM 1 BY 1
017820         UNTIL WS-MS-IDX > MAX-MEASURES.
017830     DISPLAY " ".
017840     DISPLAY "SCORCARD: ---- SCHEDULED NIGHTS ----".
017850     MOVE WS-NIGHT-COUNT TO WS-COUNT-ED.
017860     MOVE WS-NIGHTS-SKIPPED TO WS-COUNT2-ED.
017870     MOVE WS-NIGHTS-NO-RULE TO WS-COUNT3-ED.
017880     MOVE WS-NIGHTS-RESOLVED TO WS-COUNT4-ED.
017890     DISPLAY "  NIGHTS " WS-COUNT-ED "   SKIPPED " WS-COUNT2-ED
017900             "   NO CALENDAR RULE " WS-COUNT3-ED
017910             "   RESOLVED TO A PLAN " WS-COUNT4-ED.
017920     MOVE WS-NIGHTS-COMPLETE TO WS-COUNT-ED.
017930     MOVE WS-NIGHTS-WINDOW TO WS-COUNT2-ED.
017940     MOVE WS-NIGHTS-ABENDED TO WS-COUNT3-ED.
017950     MOVE WS-NIGHTS-NOT-RUN TO WS-COUNT4-ED.
017960     DISPLAY "  COMPLETED " WS-COUNT-ED
017970             "   STOPPED AT WINDOW (RC=6) " WS-COUNT2-ED
017980             "   ABENDED " WS-COUNT3-ED
017990             "   NO RUN RECORDED " WS-COUNT4-ED.
018000     PERFORM 4150-PRINT-ONE-MISSED-NIGHT THRU 4150-EXIT
018010         VARYING WS-NT-IDX FROM 1 BY 1
018020         UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
018030     DISPLAY " ".
018040     DISPLAY "SCORCARD: ---- ALERTS BY CODE ----".
018050     IF WS-CODE-COUNT = ZERO
018060         DISPLAY "  NO ALERT RAISED OR ACTIONED IN THE MONTH."
018070     ELSE
018080         DISPLAY "  CODE        RAISED  NEW EVENTS   ACKED"
018090                 "  MEAN DAYS  CLOSED  MEAN DAYS"
018100     END-IF.
018110     PERFORM 4200-PRINT-ONE-CODE THRU 4200-EXIT
018120         VARYING WS-AL-IDX FROM 1 BY 1
018130         UNTIL WS-AL-IDX > WS-CODE-COUNT.
018140     DISPLAY " ".
018150     DISPLAY "SCORCARD: ---- EXCLUSIONS ----".
018160     MOVE WS-RUNS-IN-MONTH TO WS-COUNT-ED.
018170     MOVE WS-RUNS-EXCLUDED TO WS-COUNT2-ED.
018180     DISPLAY "  RUNS IN MONTH " WS-COUNT-ED
018190             "   EXCLUDED " WS-COUNT2-ED.
018200     PERFORM 4300-PRINT-ONE-REASON THRU 4300-EXIT
018210         VARYING WS-RS-IDX FROM 1 BY 1
018220         UNTIL WS-RS-IDX > WS-REASON-COUNT.
018230     DISPLAY " ".
018240     DISPLAY "SCORCARD: ---- RECONCILIATION AND FEED CYCLES ----".
018250     MOVE WS-NIGHTS-RECONERR TO WS-COUNT-ED.
018260     DISPLAY "  NIGHTS WITH A RECONERR ALERT " WS-COUNT-ED.
018270     MOVE WS-CYCLES-CUT TO WS-COUNT-ED.
018280     MOVE WS-CYCLES-CONFIRMED TO WS-COUNT2-ED.
018290     MOVE WS-CYCLES-MISMATCHED TO WS-COUNT3-ED.
018300     MOVE WS-CYCLES-OUTSTANDING TO WS-COUNT4-ED.
018310     DISPLAY "  FEED CYCLES CUT " WS-COUNT-ED
018320             "   CONFIRMED " WS-COUNT2-ED
018330             "   MISMATCHED " WS-COUNT3-ED
018340             "   OUTSTANDING " WS-COUNT4-ED.
018350     DISPLAY " ".
018360     DISPLAY "SCORCARD: ---- MEDIAN DAUER, MONTH OVER MONTH ----".
018370     IF WS-WORKLOAD-COUNT = ZERO
018380         DISPLAY "  NO USABLE RUN IN THE MONTH."
018390     ELSE
018400         DISPLAY "  WORKLOAD            LAST MONTH  FROM"
018410                 "   THIS MONTH   RUNS  MOVEMENT  STATUS"
018420     END-IF.
018430     PERFORM 4400-PRINT-ONE-WORKLOAD THRU 4400-EXIT
018440         VARYING WS-WL-IDX FROM 1 BY 1
018450         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT.
018460     DISPLAY " ".
018470     DISPLAY "SCORCARD: STATUS N/A = NOTHING TO JUDGE THIS "
018480             "MONTH; NOTGT = NO TARGET SET; FROM ROLL = LAST "
018490             "MONTH IS ARCHIVED, ROLLUP AVERAGE SHOWN.".
018500 4000-EXIT.
018510     EXIT.
018520*================================================================
018530 4100-PRINT-ONE-MEASURE SECTION.
018540*================================================================
018550 4100-START.
018560     IF MR-HAS-FIGURE (WS-MS-IDX)
018570         MOVE MR-ACTUAL (WS-MS-IDX) TO WS-ACTUAL-ED
018580         MOVE WS-ACTUAL-ED TO WS-ACTUAL-PRT
018590     ELSE
018600         MOVE "        N/A" TO WS-ACTUAL-PRT
018610     END-IF.
018620     IF MS-HAS-TARGET (WS-MS-IDX)
018630         MOVE MS-TARGET (WS-MS-IDX) TO WS-TARGET-ED
018640         MOVE WS-TARGET-ED TO WS-TARGET-PRT
018650         IF MS-IS-FLOOR (WS-MS-IDX)
018660             MOVE ">=" TO WS-SENSE-PRT
018670         ELSE
018680             MOVE "<=" TO WS-SENSE-PRT
018690         END-IF
018700     ELSE
018710         MOVE "         -" TO WS-TARGET-PRT
018720         MOVE SPACES TO WS-SENSE-PRT
018730     END-IF.
018740     DISPLAY "  " MS-CODE (WS-MS-IDX) "  " MS-LABEL (WS-MS-IDX)
018750             " " WS-ACTUAL-PRT "  " WS-SENSE-PRT WS-TARGET-PRT
018760             "  " MR-STATUS (WS-MS-IDX).
018770 4100-EXIT.
018780     EXIT.
018790*================================================================
018800 4150-PRINT-ONE-MISSED-NIGHT SECTION.
018810*================================================================
018820* EVERY SCHEDULED NIGHT THAT DID NOT COMPLETE IS NAMED, SO THE
018830* REVIEW CAN ASK ABOUT IT.
018840*================================================================
018850 4150-START.
018860     IF NT-OUTCOME (WS-NT-IDX) = "COMPLETE"
018870         OR NT-OUTCOME (WS-NT-IDX) = "SKIPPED"
018880         GO TO 4150-EXIT
018890     END-IF.
018900     DISPLAY "    " NT-DATE (WS-NT-IDX) " " NT-DOW (WS-NT-IDX)
018910             "  " NT-PLAN-NAME (WS-NT-IDX)
018920             "  " NT-OUTCOME (WS-NT-IDX).
018930 4150-EXIT.
018940     EXIT.
018950*================================================================
018960 4200-PRINT-ONE-CODE SECTION.
018970*================================================================
018980 4200-START.
018990     MOVE AL-RAISED (WS-AL-IDX) TO WS-COUNT-ED.
019000     MOVE AL-NEW-EVENTS (WS-AL-IDX) TO WS-COUNT2-ED.
019010     MOVE AL-ACKED (WS-AL-IDX) TO WS-COUNT3-ED.
019020     MOVE AL-CLOSED (WS-AL-IDX) TO WS-COUNT4-ED.
019030     MOVE "     N/A" TO WS-ACK-DAYS-PRT.
019040     IF AL-ACKED (WS-AL-IDX) > ZERO
019050         DIVIDE AL-ACK-DAYS (WS-AL-IDX) BY AL-ACKED (WS-AL-IDX)
019060             GIVING WS-MEAN-DAYS ROUNDED
019070         MOVE WS-MEAN-DAYS TO WS-ACK-DAYS-ED
019080         MOVE WS-ACK-DAYS-ED TO WS-ACK-DAYS-PRT
019090     END-IF.
019100     MOVE "     N/A" TO WS-CLOSE-DAYS-PRT.
019110     IF AL-CLOSED (WS-AL-IDX) > ZERO
019120         DIVIDE AL-CLOSE-DAYS (WS-AL-IDX) BY AL-CLOSED (WS-AL-IDX)
019130             GIVING WS-MEAN-DAYS ROUNDED
019140         MOVE WS-MEAN-DAYS TO WS-CLOSE-DAYS-ED
019150         MOVE WS-CLOSE-DAYS-ED TO WS-CLOSE-DAYS-PRT
019160     END-IF.
019170     DISPLAY "  " AL-CODE (WS-AL-IDX) "  " WS-COUNT-ED
019180             "      " WS-COUNT2-ED "  " WS-COUNT3-ED
019190             "   " WS-ACK-DAYS-PRT "  " WS-COUNT4-ED
019200             "   " WS-CLOSE-DAYS-PRT.
019210 4200-EXIT.
019220     EXIT.
019230*================================================================
019240 4300-PRINT-ONE-REASON SECTION.
019250*================================================================
019260 4300-START.
019270     MOVE RS-RUNS (WS-RS-IDX) TO WS-COUNT-ED.
019280     DISPLAY "    REASON " RS-REASON (WS-RS-IDX)
019290             "  RUNS " WS-COUNT-ED.
019300 4300-EXIT.
019310     EXIT.
019320*================================================================
019330 4400-PRINT-ONE-WORKLOAD SECTION.
019340*================================================================
019350* A WORKLOAD NOT RUN THIS MONTH (SEEN ONLY LAST MONTH) IS NOT A
019360* MOVEMENT AND IS NOT PRINTED.
019370*================================================================
019380 4400-START.
019390     IF WL-THIS-RUNS (WS-WL-IDX) = ZERO
019400         GO TO 4400-EXIT
019410     END-IF.
019420     MOVE WL-THIS-MEDIAN (WS-WL-IDX) TO WS-THIS-ED.
019430     MOVE WL-THIS-RUNS (WS-WL-IDX) TO WS-COUNT-ED.
019440     EVALUATE TRUE
019450         WHEN WL-PRIOR-FROM-HIST (WS-WL-IDX)
019460             MOVE "HIST" TO WS-SOURCE-PRT
019470         WHEN WL-PRIOR-FROM-ROLL (WS-WL-IDX)
019480             MOVE "ROLL" TO WS-SOURCE-PRT
019490         WHEN OTHER
019500             MOVE "----" TO WS-SOURCE-PRT
019510     END-EVALUATE.
019520     IF WL-NO-PRIOR (WS-WL-IDX)
019530         MOVE "       N/A" TO WS-PRIOR-PRT
019540         MOVE "      N/A" TO WS-MOVEMENT-PRT
019550     ELSE
019560         MOVE WL-PRIOR-MEDIAN (WS-WL-IDX) TO WS-PRIOR-ED
019570         MOVE WS-PRIOR-ED TO WS-PRIOR-PRT
019580         MOVE WL-MOVEMENT (WS-WL-IDX) TO WS-MOVEMENT-ED
019590         MOVE WS-MOVEMENT-ED TO WS-MOVEMENT-PRT
019600         MOVE "%" TO WS-MOVEMENT-PRT (9:1)
019610     END-IF.
019620     DISPLAY "  N=" WL-N (WS-WL-IDX) " MODE=" WL-MODE (WS-WL-IDX)
019630             "  " WS-PRIOR-PRT "  " WS-SOURCE-PRT
019640             "  " WS-THIS-ED " " WS-COUNT-ED
019650             "  " WS-MOVEMENT-PRT "  " WL-STATUS (WS-WL-IDX).
019660 4400-EXIT.
019670     EXIT.
019680*================================================================
019690 5000-WRITE-EXTRACT SECTION.
019700*================================================================
019710* HEADER, MEASURES, NIGHTS, ALERT CODES, EXCLUSION REASONS,
019720* WORKLOADS, TRAILER.
019730*================================================================
019740 5000-START.
019750     OPEN OUTPUT SCORE-EXTRACT-FILE.
019760     IF NOT WS-SCXTR-FILE-OK
019770         DISPLAY "SCORCARD: UNABLE TO OPEN SCORXTR, STATUS="
019780                 WS-SCXTR-FILE-STATUS
019790         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019810     END-IF.
019820     MOVE SPACES TO PRM-SCXTR-RECORD.
019830     MOVE 'H' TO PRM-SCXTR-TYPE.
019840     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
019850     MOVE WS-TODAY-DATE TO PRM-SCXTR-CREATED-DATE.
019860     MOVE WS-TODAY-HHMMSSHH TO PRM-SCXTR-CREATED-TIME.
019870     MOVE WS-FIRST-NIGHT-DATE TO PRM-SCXTR-FIRST-NIGHT.
019880     MOVE WS-LAST-NIGHT-DATE TO PRM-SCXTR-LAST-NIGHT.
019890     WRITE PRM-SCXTR-RECORD.
019900     PERFORM 5100-WRITE-ONE-MEASURE THRU 5100-EXIT
019910         VARYING WS-MS-IDX FROM 1 BY 1
019920         UNTIL WS-MS-IDX > MAX-MEASURES.
019930     PERFORM 5200-WRITE-ONE-NIGHT THRU 5200-EXIT
019940         VARYING WS-NT-IDX FROM 1 BY 1
019950         UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
019960     PERFORM 5300-WRITE-ONE-CODE THRU 5300-EXIT
019970         VARYING WS-AL-IDX FROM 1 BY 1
019980         UNTIL WS-AL-IDX > WS-CODE-COUNT.
019990     PERFORM 5400-WRITE-ONE-REASON THRU 5400-EXIT
020000         VARYING WS-RS-IDX FROM 1 BY 1
020010         UNTIL WS-RS-IDX > WS-REASON-COUNT.
020020     PERFORM 5500-WRITE-ONE-WORKLOAD THRU 5500-EXIT
020030         VARYING WS-WL-IDX FROM 1 BY 1
020040         UNTIL WS-WL-IDX > WS-WORKLOAD-COUNT.
020050     MOVE SPACES TO PRM-SCXTR-RECORD.
020060     MOVE 'T' TO PRM-SCXTR-TYPE.
020070     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
020080     MOVE WS-XTR-RECORDS TO PRM-SCXTR-RECORD-COUNT.
020090     MOVE WS-RED-COUNT TO PRM-SCXTR-RED-COUNT.
020100     WRITE PRM-SCXTR-RECORD.
020110     CLOSE SCORE-EXTRACT-FILE.
020120 5000-EXIT.
020130     EXIT.
020140*================================================================
020150 5100-WRITE-ONE-MEASURE SECTION.
020160*================================================================
020170 5100-START.
020180     MOVE SPACES TO PRM-SCXTR-RECORD.
020190     MOVE 'S' TO PRM-SCXTR-TYPE.
020200     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
020210     MOVE MS-CODE (WS-MS-IDX) TO PRM-SCXTR-MEASURE.
020220     IF MR-ACTUAL (WS-MS-IDX) < ZERO
020230         MOVE '-' TO PRM-SCXTR-ACTUAL-SIGN
020240     ELSE
020250         MOVE '+' TO PRM-SCXTR-ACTUAL-SIGN
020260     END-IF.
020270     MOVE MR-ACTUAL (WS-MS-IDX) TO PRM-SCXTR-ACTUAL.
020280     MOVE MS-SENSE (WS-MS-IDX) TO PRM-SCXTR-SENSE.
020290     IF MS-HAS-TARGET (WS-MS-IDX)
020300         MOVE MS-TARGET (WS-MS-IDX) TO PRM-SCXTR-TARGET
020310     ELSE
020320         MOVE ZERO TO PRM-SCXTR-TARGET
020330     END-IF.
020340     MOVE MR-STATUS (WS-MS-IDX) TO PRM-SCXTR-STATUS.
020350     WRITE PRM-SCXTR-RECORD.
020360     ADD 1 TO WS-XTR-RECORDS.
020370 5100-EXIT.
020380     EXIT.
020390*================================================================
020400 5200-WRITE-ONE-NIGHT SECTION.
020410*================================================================
020420 5200-START.
020430     MOVE SPACES TO PRM-SCXTR-RECORD.
020440     MOVE 'N' TO PRM-SCXTR-TYPE.
020450     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
020460     MOVE NT-DATE (WS-NT-IDX) TO PRM-SCXTR-NIGHT-DATE.
020470     MOVE NT-DOW (WS-NT-IDX) TO PRM-SCXTR-NIGHT-DOW.
020480     MOVE NT-PLAN-NAME (WS-NT-IDX) TO PRM-SCXTR-PLAN-NAME.
020490     MOVE NT-OUTCOME (WS-NT-IDX) TO PRM-SCXTR-OUTCOME.
020500     MOVE NT-AUDITS (WS-NT-IDX) TO PRM-SCXTR-AUDIT-COUNT.
020510     MOVE NT-RECON-SW (WS-NT-IDX) TO PRM-SCXTR-RECONERR.
020520     WRITE PRM-SCXTR-RECORD.
020530     ADD 1 TO WS-XTR-RECORDS.
020540 5200-EXIT.
020550     EXIT.
020560*================================================================
020570 5300-WRITE-ONE-CODE SECTION.
020580*================================================================
020590 5300-START.
020600     MOVE SPACES TO PRM-SCXTR-RECORD.
020610     MOVE 'A' TO PRM-SCXTR-TYPE.
020620     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
020630     MOVE AL-CODE (WS-AL-IDX) TO PRM-SCXTR-ALERT-CODE.
020640     MOVE AL-RAISED (WS-AL-IDX) TO PRM-SCXTR-RAISED.
020650     MOVE AL-NEW-EVENTS (WS-AL-IDX) TO PRM-SCXTR-NEW-EVENTS.
020660     MOVE AL-ACKED (WS-AL-IDX) TO PRM-SCXTR-ACKED.
020670     MOVE AL-CLOSED (WS-AL-IDX) TO PRM-SCXTR-CLOSED.
020680     MOVE ZERO TO PRM-SCXTR-ACK-DAYS.
020690     IF AL-ACKED (WS-AL-IDX) > ZERO
020700         DIVIDE AL-ACK-DAYS (WS-AL-IDX) BY AL-ACKED (WS-AL-IDX)
020710             GIVING PRM-SCXTR-ACK-DAYS ROUNDED
020720     END-IF.
020730     MOVE ZERO TO PRM-SCXTR-CLOSE-DAYS.
020740     IF AL-CLOSED (WS-AL-IDX) > ZERO
020750         DIVIDE AL-CLOSE-DAYS (WS-AL-IDX) BY AL-CLOSED (WS-AL-IDX)
020760             GIVING PRM-SCXTR-CLOSE-DAYS ROUNDED
020770     END-IF.
020780     WRITE PRM-SCXTR-RECORD.
020790     ADD 1 TO WS-XTR-RECORDS.
020800 5300-EXIT.
020810     EXIT.
020820*================================================================
020830 5400-WRITE-ONE-REASON SECTION.
020840*================================================================
020850 5400-START.
020860     MOVE SPACES TO PRM-SCXTR-RECORD.
020870     MOVE 'E' TO PRM-SCXTR-TYPE.
020880     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
020890     MOVE RS-REASON (WS-RS-IDX) TO PRM-SCXTR-EXCL-REASON.
020900     MOVE RS-RUNS (WS-RS-IDX) TO PRM-SCXTR-EXCL-RUNS.
020910     WRITE PRM-SCXTR-RECORD.
020920     ADD 1 TO WS-XTR-RECORDS.
020930 5400-EXIT.
020940     EXIT.
020950*================================================================
020960 5500-WRITE-ONE-WORKLOAD SECTION.
020970*================================================================
020980 5500-START.
020990     IF WL-THIS-RUNS (WS-WL-IDX) = ZERO
021000         GO TO 5500-EXIT
021010     END-IF.
021020     MOVE SPACES TO PRM-SCXTR-RECORD.
021030     MOVE 'W' TO PRM-SCXTR-TYPE.
021040     MOVE WS-REVIEW-MONTH TO PRM-SCXTR-REVIEW-MONTH.
021050     MOVE WL-N (WS-WL-IDX) TO PRM-SCXTR-N.
021060     MOVE WL-MODE (WS-WL-IDX) TO PRM-SCXTR-MODE.
021070     MOVE WL-PRIOR-SOURCE (WS-WL-IDX) TO PRM-SCXTR-PRIOR-SOURCE.
021080     MOVE WL-PRIOR-MEDIAN (WS-WL-IDX) TO PRM-SCXTR-PRIOR-MEDIAN.
021090     MOVE WL-THIS-MEDIAN (WS-WL-IDX) TO PRM-SCXTR-THIS-MEDIAN.
021100     MOVE WL-THIS-RUNS (WS-WL-IDX) TO PRM-SCXTR-THIS-RUNS.
021110     IF WL-MOVEMENT (WS-WL-IDX) < ZERO
021120         MOVE '-' TO PRM-SCXTR-MOVE-SIGN
021130     ELSE
021140         MOVE '+' TO PRM-SCXTR-MOVE-SIGN
021150     END-IF.
021160     MOVE WL-MOVEMENT (WS-WL-IDX) TO PRM-SCXTR-MOVEMENT.
021170     MOVE WL-STATUS (WS-WL-IDX) TO PRM-SCXTR-WL-STATUS.
021180     WRITE PRM-SCXTR-RECORD.
021190     ADD 1 TO WS-XTR-RECORDS.
021200 5500-EXIT.
021210     EXIT.
021220*================================================================
021230 6000-SUMMARY SECTION.
021240*================================================================
021250 6000-START.
021260     DISPLAY " ".
021270     DISPLAY "SCORCARD: AUDITS READ=" WS-AUDITS-READ
021280             " ALERTS READ=" WS-ALERTS-READ
021290             " EVENTS READ=" WS-EVENTS-READ
021300             " HISTORY READ=" WS-HIST-READ
021310             " CYCLES READ=" WS-CYCLES-READ
021320             " ROLLUPS READ=" WS-ROLLUPS-READ.
021330     DISPLAY "SCORCARD: EXTRACT RECORDS WRITTEN=" WS-XTR-RECORDS
021340             " PLUS HEADER AND TRAILER.".
021350     IF WS-RED-COUNT > ZERO
021360         DISPLAY "SCORCARD: " WS-RED-COUNT " MEASURES AT RED."
021370         MOVE 4 TO RETURN-CODE
021380     ELSE
021390         MOVE 0 TO RETURN-CODE
021400     END-IF.
021410 6000-EXIT.
021420     EXIT.
021430*================================================================
021440 9900-TABLE-FULL SECTION.
021450*================================================================
021460* A TABLE OVERFLOWED. A SCORECARD MISSING PART OF THE MONTH
021470* WOULD LOOK COMPLETE, SO THE RUN STOPS BEFORE ANY EXTRACT IS
021480* WRITTEN.
021490*================================================================
021500 9900-START.
021510     DISPLAY "SCORCARD: " WS-TABLE-NAME " TABLE FULL - RAISE ITS "
021520             "LIMIT; NOTHING WRITTEN.".
021530     MOVE 16 TO RETURN-CODE.
021540     STOP RUN.
021550 9900-EXIT.
021560     EXIT.
