000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LDGRAUD.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - ON-DEMAND AUDIT OF THE
000210*                      APPEND-ONLY SUITE FILES AGAINST THE
000220*                      CONTROL-TOTAL LEDGER (DD PRMLEDGR), AND THE
000230*                      LEDGER-UPDATE STEP FOR THE JOBS THAT
000240*                      TRIM OR REWRITE THOSE FILES.
000241*   2026-10-15  RAH    A PLAIN CHECK IS NOW ALSO THE FIRST STEP OF
000242*                      THE PRMARCH, HISTMNT, AND PRMBKOUT JOBS,
000243*                      AND A FILE LONGER THAN ITS LEDGER COUNT
000244*                      OTHER THAN PRMALERT IS REPORTED AS LONG.
000250*================================================================
000260* THE SAME CHECK NTHPRIME MAKES AT START-UP, RUN WHENEVER SOMEONE
000270* WANTS TO KNOW WHETHER PRMHIST, PRMFEED, PRMAUDIT, AND PRMALERT
000280* ARE STILL WHAT THE LAST VOUCHING PROGRAM LEFT: EACH FILE'S
000290* RECORD COUNT AND KEY-FIELD HASH TOTAL ARE COMPARED WITH ITS
000300* LEDGER RECORD BY THE SHARED ROUTINE PRMLDGR AND PRINTED SIDE BY
000310* SIDE. A MISMATCH RAISES A LEDGER ALERT AND ENDS THE RUN RC=28,
000320* THE CODE NTHPRIME REFUSES TO START WITH.
000330*
000340* WITH A 'U' CARD (DD LDGRCTL, COPYBOOK PRMLACTL) THE PROGRAM
000350* INSTEAD REWRITES THE LEDGER FROM THE FILES AS THEY STAND. THAT
000360* IS THE LAST STEP OF THE PRMARCH, HISTMNT, AND PRMBKOUT JOBS:
000370* THOSE PROGRAMS WRITE RETAINED COPIES THAT LATER STEPS COPY BACK
000380* OVER THE LIVE FILES, SO ONLY A STEP AFTER THE COPY-BACK SEES
000390* WHAT THEY ACTUALLY LEFT. A PLAIN CHECK IS THE FIRST STEP OF THE
000400* SAME JOBS, AND ITS RC=28 BYPASSES EVERYTHING AFTER IT, SO A FILE
000410* THAT WAS ALREADY DAMAGED BEFORE THE JOB RAN IS NEVER REBASED.
000420*================================================================
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT AUDIT-CONTROL-FILE ASSIGN TO "LDGRCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LACTL-FILE-STATUS.
000490     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ALERT-FILE-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AUDIT-CONTROL-FILE.
000560     COPY PRMLACTL.
000570 FD  ALERT-FILE.
000580     COPY PRMALERT.
000590*
000600 WORKING-STORAGE SECTION.
000610 01  WS-LACTL-FILE-STATUS            PIC X(02) VALUE '00'.
000620     88  WS-LACTL-FILE-OK                 VALUE '00'.
000630     88  WS-LACTL-FILE-NOT-FOUND          VALUE '35'.
000640 01  WS-ALERT-FILE-STATUS            PIC X(02) VALUE '00'.
000650     88  WS-ALERT-FILE-OK                 VALUE '00'.
000660     88  WS-ALERT-FILE-NOT-FOUND          VALUE '35'.
000670*
000680 01  WS-FUNCTION                     PIC X(01) VALUE 'C'.
000690 01  WS-VOUCHING-PROGRAM             PIC X(08) VALUE "LDGRAUD".
000700 01  WS-FILE-IDX                     PIC 9(02) COMP VALUE ZERO.
000710 01  WS-APPENDED-COUNT               PIC 9(09) VALUE ZERO.
000720 01  WS-STATUS-TEXT                  PIC X(40) VALUE SPACES.
000730*
000740 01  WS-AUDIT-STAMP                  PIC X(21) VALUE SPACES.
000750 01  WS-AUDIT-FIELDS REDEFINES WS-AUDIT-STAMP.
000760     05  WS-AUDIT-DATE               PIC 9(08).
000770     05  WS-AUDIT-TIME               PIC 9(08).
000780     05  FILLER                      PIC X(05).
000790 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
000800*
000810     COPY PRMLDGRP.
000820*
000830 PROCEDURE DIVISION.
000840*================================================================
000850 0000-MAINLINE SECTION.
000860*================================================================
000870 0000-START.
000880     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT.
000890     MOVE WS-FUNCTION TO PRM-LDGRP-FUNCTION.
000900     MOVE WS-VOUCHING-PROGRAM TO PRM-LDGRP-CALLER.
000910     CALL "PRMLDGR" USING PRM-LDGRP-AREA.
000920     IF PRM-LDGRP-FAILED
000930         DISPLAY "LDGRAUD: THE LEDGER COULD NOT BE READ OR "
000940                 "REWRITTEN - SEE THE MESSAGES ABOVE."
000950         MOVE 16 TO RETURN-CODE
000960         GO TO 0000-EXIT
000970     END-IF.
000980     PERFORM 2000-REPORT-ONE-FILE THRU 2000-EXIT
000990         VARYING WS-FILE-IDX FROM 1 BY 1
001000             UNTIL WS-FILE-IDX > 4.
001010     PERFORM 3000-SUMMARY THRU 3000-EXIT.
001020     MOVE WS-RETURN-CODE TO RETURN-CODE.
001030     GO TO 0000-EXIT.
001040 0000-EXIT.
001050     STOP RUN.
001060*================================================================
001070 1000-READ-CONTROL-CARD SECTION.
001080*================================================================
001090* THE CARD IS OPTIONAL: NO DD OR AN EMPTY FILE IS A PLAIN CHECK.
001100*================================================================
001110 1000-START.
001120     OPEN INPUT AUDIT-CONTROL-FILE.
001130     IF WS-LACTL-FILE-NOT-FOUND
001140         GO TO 1000-EXIT
001150     END-IF.
001160     IF NOT WS-LACTL-FILE-OK
001170         DISPLAY "LDGRAUD: UNABLE TO OPEN LDGRCTL, STATUS="
001180                 WS-LACTL-FILE-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     READ AUDIT-CONTROL-FILE
001230         AT END
001240             CLOSE AUDIT-CONTROL-FILE
001250             GO TO 1000-EXIT
001260     END-READ.
001270     CLOSE AUDIT-CONTROL-FILE.
001280     IF NOT PRM-LACTL-IS-CHECK
001290         AND NOT PRM-LACTL-IS-UPDATE
001300         DISPLAY "LDGRAUD: LDGRCTL FUNCTION MUST BE 'C' OR 'U': "
001310                 PRM-LACTL-RECORD
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350     IF PRM-LACTL-IS-UPDATE
001360         MOVE 'U' TO WS-FUNCTION
001370     END-IF.
001380     IF PRM-LACTL-PROGRAM NOT = SPACES
001390         MOVE PRM-LACTL-PROGRAM TO WS-VOUCHING-PROGRAM
001400     END-IF.
001410 1000-EXIT.
001420     EXIT.
001430*================================================================
001440 2000-REPORT-ONE-FILE SECTION.
001450*================================================================
001460 2000-START.
001470     EVALUATE TRUE
001480         WHEN PRM-LDGRP-FILE-MATCHES (WS-FILE-IDX)
001490             MOVE "MATCHES THE LEDGER" TO WS-STATUS-TEXT
001500         WHEN PRM-LDGRP-FILE-APPENDED (WS-FILE-IDX)
001510             MOVE "MATCHES - RECORDS APPENDED SINCE"
001520                 TO WS-STATUS-TEXT
001530         WHEN PRM-LDGRP-FILE-SHORT (WS-FILE-IDX)
001540             MOVE "*** SHORT - RECORDS MISSING ***"
001550                 TO WS-STATUS-TEXT
001552         WHEN PRM-LDGRP-FILE-LONG (WS-FILE-IDX)
001554             MOVE "*** LONG - RECORDS ADDED UNLEDGERED ***"
001556                 TO WS-STATUS-TEXT
001560         WHEN PRM-LDGRP-FILE-HASH-BAD (WS-FILE-IDX)
001570             MOVE "*** HASH TOTAL DIFFERS ***" TO WS-STATUS-TEXT
001580         WHEN PRM-LDGRP-FILE-NO-ENTRY (WS-FILE-IDX)
001590             MOVE "*** NO LEDGER RECORD ***" TO WS-STATUS-TEXT
001600         WHEN PRM-LDGRP-FILE-UNREADABLE (WS-FILE-IDX)
001610             MOVE "*** FILE COULD NOT BE READ ***"
001620                 TO WS-STATUS-TEXT
001630         WHEN OTHER
001640             MOVE "NOT YET LEDGERED" TO WS-STATUS-TEXT
001650     END-EVALUATE.
001660     DISPLAY "LDGRAUD: " PRM-LDGRP-FILE (WS-FILE-IDX)
001670             " " WS-STATUS-TEXT.
001680     DISPLAY "         LEDGER COUNT="
001690             PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
001700             " HASH=" PRM-LDGRP-LEDGER-HASH (WS-FILE-IDX)
001710             " BY " PRM-LDGRP-LEDGER-PROGRAM (WS-FILE-IDX)
001720             " " PRM-LDGRP-LEDGER-DATE (WS-FILE-IDX).
001730     DISPLAY "         ACTUAL COUNT="
001740             PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
001750             " HASH=" PRM-LDGRP-ACTUAL-HASH (WS-FILE-IDX)
001760             " (FIRST " PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
001770             " RECORDS HASH=" PRM-LDGRP-PREFIX-HASH (WS-FILE-IDX)
001780             ")".
001790     IF PRM-LDGRP-FILE-APPENDED (WS-FILE-IDX)
001800         COMPUTE WS-APPENDED-COUNT =
001810             PRM-LDGRP-ACTUAL-COUNT (WS-FILE-IDX)
001820                 - PRM-LDGRP-LEDGER-COUNT (WS-FILE-IDX)
001830         DISPLAY "         " WS-APPENDED-COUNT
001840                 " RECORD(S) APPENDED SINCE THE LEDGER WAS LAST "
001850                 "UPDATED."
001860     END-IF.
001870 2000-EXIT.
001880     EXIT.
001890*================================================================
001900 3000-SUMMARY SECTION.
001910*================================================================
001920* CHECK: A MISMATCH IS RC=28 WITH A LEDGER ALERT; NO LEDGER YET
001930* IS RC=4. UPDATE: THE LEDGER HAS BEEN REWRITTEN, AND THE
001940* COMPARISON ABOVE IS ONLY THE RECORD OF WHAT IT REPLACED - A
001950* TRIMMING JOB SHORTENS ITS FILES ON PURPOSE - SO RC=0.
001960*================================================================
001970 3000-START.
001980     IF PRM-LDGRP-IS-UPDATE
001990         DISPLAY "LDGRAUD: LEDGER REWRITTEN FROM THE FILES AS "
002000                 "THEY STAND, VOUCHED BY " WS-VOUCHING-PROGRAM "."
002010         GO TO 3000-EXIT
002020     END-IF.
002030     IF PRM-LDGRP-NO-LEDGER
002040         DISPLAY "LDGRAUD: NO LEDGER YET - NOTHING TO CHECK "
002050                 "AGAINST. THE NEXT NTHPRIME RUN WRITES ONE."
002060         MOVE 4 TO WS-RETURN-CODE
002070         GO TO 3000-EXIT
002080     END-IF.
002090     IF PRM-LDGRP-MISMATCH
002100         DISPLAY "LDGRAUD: " PRM-LDGRP-MISMATCH-COUNT
002110                 " FILE(S) DO NOT MATCH THE LEDGER - "
002120                 "NTHPRIME WILL REFUSE TO APPEND TO THEM. RC=28."
002130         PERFORM 3100-WRITE-ALERT THRU 3100-EXIT
002140         MOVE 28 TO WS-RETURN-CODE
002150         GO TO 3000-EXIT
002160     END-IF.
002170     DISPLAY "LDGRAUD: ALL FILES MATCH THE LEDGER.".
002180 3000-EXIT.
002190     EXIT.
002200*================================================================
002210 3100-WRITE-ALERT SECTION.
002220*================================================================
002230* ONE LEDGER ALERT FOR THE AUDIT, STAMPED WITH THE AUDIT'S OWN
002240* CLOCK, CARRYING THE NUMBER OF MISMATCHED FILES AGAINST ZERO.
002250*================================================================
002260 3100-START.
002270     OPEN EXTEND ALERT-FILE.
002280     IF WS-ALERT-FILE-NOT-FOUND
002290         OPEN OUTPUT ALERT-FILE
002300         CLOSE ALERT-FILE
002310         OPEN EXTEND ALERT-FILE
002320     END-IF.
002330     IF NOT WS-ALERT-FILE-OK
002340         DISPLAY "LDGRAUD: UNABLE TO OPEN PRMALERT, STATUS="
002350                 WS-ALERT-FILE-STATUS
002360         GO TO 3100-EXIT
002370     END-IF.
002380     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
002390     MOVE SPACES TO PRM-ALERT-RECORD.
002400     MOVE "LDGRAUD" TO PRM-ALERT-PROGRAM.
002410     MOVE WS-AUDIT-DATE TO PRM-ALERT-RUN-DATE.
002420     MOVE WS-AUDIT-TIME TO PRM-ALERT-RUN-TIME.
002430     MOVE ZERO TO PRM-ALERT-N.
002440     MOVE SPACE TO PRM-ALERT-MODE.
002450     MOVE 'E' TO PRM-ALERT-SEVERITY.
002460     MOVE "LEDGER" TO PRM-ALERT-CODE.
002470     MOVE PRM-LDGRP-MISMATCH-COUNT TO PRM-ALERT-MEASURED.
002480     MOVE ZERO TO PRM-ALERT-THRESHOLD.
002490     WRITE PRM-ALERT-RECORD.
002500     CLOSE ALERT-FILE.
002510 3100-EXIT.
002520     EXIT.
