000230*                      SITE-WIDE MASTER DATASETS (DD PRMHIST/
000240*                      PRMAUDIT/PRMFEED), RUN ONCE PER LPAR
000250*                      PER CONSOLIDATION.
000252*   2026-10-15  RAH    THE MASTERS' CONTROL-TOTAL LEDGER (DD
000254*                      PRMLEDGR) IS REWRITTEN THROUGH PRMLDGR ONCE
000256*                      THE MERGE IS DONE.
000257*   2026-10-15  RAH    THE MASTERS ARE CHECKED AGAINST THE LEDGER
000258*                      BEFORE THE MERGE; A MISMATCH WRITES A
000259*                      LEDGER ALERT AND STOPS IT, RC=28.
000260*================================================================
000270* THE SUITE NOW RUNS ON THREE LPARS, EACH DRAWING RUN-IDS FROM
000280* ITS OWN PRMRUNID REGISTRY STARTING AT 1, SO THE PER-HOST
000452* REPORTED. AUDIT OR FEED RECORDS WHOSE RUN-ID HAS NO HISTORY
000460* RECORD IN THE INPUT ARE COUNTED AS EXCEPTIONS (RC=4) AND
000470* SKIPPED RATHER THAN GUESSED AT.
000471*
000472* THE MASTERS ARE FIRST CHECKED AGAINST THEIR CONTROL-TOTAL
000473* LEDGER, AS NTHPRIME CHECKS THE HOST FILES AT START-UP. A
000474* MASTER THAT ALREADY DISAGREES WITH ITS LEDGER WAS DAMAGED BY
000475* SOMETHING ELSE: IT IS NAMED IN THE LOG, A LEDGER ALERT IS
000476* WRITTEN (DD PRMALERT), AND NOTHING IS MERGED (RC=28) - THE
000477* LEDGER IS NEVER REWRITTEN OVER THE DAMAGE. ONCE A MERGE IS
000478* DONE THE LEDGER IS REWRITTEN FROM THE MASTERS AS THEY NOW
000479* STAND.
000480*================================================================
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000700     SELECT SITE-RUNID-FILE ASSIGN TO "PRMRUNID"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SID-FILE-STATUS.
000722     SELECT ALERT-FILE ASSIGN TO "PRMALERT"
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-ALR-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000900     COPY PRMFEED REPLACING LEADING ==PRM== BY ==MSF==.
000910 FD  SITE-RUNID-FILE.
000920     COPY PRMRUNID.
000922 FD  ALERT-FILE.
000924     COPY PRMALERT.
000930*
000940 WORKING-STORAGE SECTION.
000950 01  WS-HIN-FILE-STATUS              PIC X(02) VALUE '00'.
001120 01  WS-SID-FILE-STATUS              PIC X(02) VALUE '00'.
001130     88  WS-SID-FILE-OK                   VALUE '00'.
001140     88  WS-SID-FILE-NOT-FOUND            VALUE '35'.
001142 01  WS-ALR-FILE-STATUS              PIC X(02) VALUE '00'.
001144     88  WS-ALR-FILE-OK                   VALUE '00'.
001146     88  WS-ALR-FILE-NOT-FOUND            VALUE '35'.
001150*
001160 01  WS-HIN-EOF-SW                   PIC X(01) VALUE 'N'.
001170     88  WS-AT-HIN-EOF                   VALUE 'Y'.
001550         10  MAP-SITE-ID             PIC 9(08).
001560*
001570 01  WS-NEXT-SITE-ID                 PIC 9(08) VALUE 1.
001572 01  WS-ALERT-STAMP                  PIC X(21) VALUE SPACES.
001574 01  WS-ALERT-FIELDS REDEFINES WS-ALERT-STAMP.
001575     05  WS-ALERT-DATE               PIC 9(08).
001576     05  WS-ALERT-TIME               PIC 9(08).
001577     05  FILLER                      PIC X(05).
001580*
001590*----------------------------------------------------------------
001600* FEED-ROW PARSING WORK AREAS. THE ROW IS SPLIT ON ITS COMMAS,
001780 01  WS-FEED-PRE-RUNID               PIC 9(06) COMP VALUE ZERO.
001790 01  WS-FEED-UNMAPPED                PIC 9(06) COMP VALUE ZERO.
001800 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001801*----------------------------------------------------------------
001802* CONTROL-TOTAL LEDGER PARAMETER AREA FOR THE SHARED ROUTINE
001803* PRMLDGR. PRMALERT IS NOT MERGED: THE MASTERS' PRMALERT HOLDS
001804* ONLY THE LEDGER ALERTS THIS PROGRAM WRITES (7410), AND IS
001805* LEDGERED LIKE THE OTHER THREE.
001806*----------------------------------------------------------------
001807     COPY PRMLDGRP.
001808 01  WS-LDGR-IDX                     PIC 9(02) COMP VALUE ZERO.
001810*
001820 PROCEDURE DIVISION.
001830*================================================================
001860 0000-START.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-LOAD-MASTER-PAIRS THRU 2000-EXIT.
001885     PERFORM 7400-CHECK-LEDGER THRU 7400-EXIT.
001890     PERFORM 3000-CHECK-FOR-DUPLICATES THRU 3000-EXIT.
001900     PERFORM 4000-MERGE-HISTORY THRU 4000-EXIT.
001910     PERFORM 5000-MERGE-AUDIT THRU 5000-EXIT.
001920     PERFORM 6000-MERGE-FEED THRU 6000-EXIT.
001930     PERFORM 7000-ADVANCE-SITE-REGISTRY THRU 7000-EXIT.
001935     PERFORM 7500-UPDATE-LEDGER THRU 7500-EXIT.
001940     PERFORM 8000-SUMMARY THRU 8000-EXIT.
001950     GO TO 0000-EXIT.
001960 0000-EXIT.
006310     END-IF.
006320 9110-EXIT.
006330     EXIT.
006340*================================================================
006350 7400-CHECK-LEDGER SECTION.
006360*================================================================
006370* COMPARES THE MASTERS WITH THEIR CONTROL-TOTAL LEDGER BEFORE
006380* A SINGLE RECORD IS MERGED. ALERTS APPENDED TO THE MASTERS'
006390* PRMALERT ARE FINE; ANY OTHER DIFFERENCE MEANS A MASTER WAS
006400* DAMAGED BY SOMETHING ELSE, SO IT IS NAMED IN THE LOG, A LEDGER
006410* ALERT IS WRITTEN, AND THE MERGE STOPS RC=28 - REWRITING THE
006420* LEDGER AFTER THE MERGE WOULD VOUCH FOR THE DAMAGE. NO LEDGER AT
006430* ALL IS THE FIRST MERGE SINCE THE LEDGER WENT IN, AND THIS
006440* MERGE WRITES IT.
006445*================================================================
006450 7400-START.
006460     MOVE 'C' TO PRM-LDGRP-FUNCTION.
006470     MOVE "PRMMERGE" TO PRM-LDGRP-CALLER.
006480     CALL "PRMLDGR" USING PRM-LDGRP-AREA.
006490     IF PRM-LDGRP-NO-LEDGER
006500         DISPLAY "PRMMERGE: NO CONTROL-TOTAL LEDGER FOR THE "
006510                 "MASTERS YET - THIS MERGE WRITES THE FIRST."
006520         GO TO 7400-EXIT
006530     END-IF.
006540     IF PRM-LDGRP-FAILED
006550         DISPLAY "PRMMERGE: THE MASTERS' CONTROL-TOTAL LEDGER "
006560                 "COULD NOT BE READ - MERGE STOPPED."
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600     IF PRM-LDGRP-ALL-MATCH
006610         DISPLAY "PRMMERGE: MASTERS AGREE WITH THE CONTROL-TOTAL "
006620                 "LEDGER."
006630         GO TO 7400-EXIT
006640     END-IF.
006650     PERFORM 7510-REPORT-ONE-MISMATCH THRU 7510-EXIT
006660         VARYING WS-LDGR-IDX FROM 1 BY 1
006670             UNTIL WS-LDGR-IDX > 4.
006680     DISPLAY "PRMMERGE: " PRM-LDGRP-MISMATCH-COUNT
006690             " MASTER(S) DO NOT MATCH THE CONTROL-TOTAL LEDGER - "
006700             "NOTHING MERGED, RC=28. RUN LDGRAUD AGAINST THE "
006710             "MASTERS.".
006720     PERFORM 7410-WRITE-LEDGER-ALERT THRU 7410-EXIT.
006730     MOVE 28 TO RETURN-CODE.
006740     STOP RUN.
006750 7400-EXIT.
006760     EXIT.
006770*================================================================
006780 7410-WRITE-LEDGER-ALERT SECTION.
006790*================================================================
006800* ONE LEDGER ALERT FOR THE REFUSED MERGE, STAMPED WITH THE
006810* MERGE'S OWN CLOCK, CARRYING THE NUMBER OF MISMATCHED MASTERS
006815* AGAINST ZERO.
006820*================================================================
006830 7410-START.
006840     OPEN EXTEND ALERT-FILE.
006850     IF WS-ALR-FILE-NOT-FOUND
006860         OPEN OUTPUT ALERT-FILE
006870         CLOSE ALERT-FILE
006880         OPEN EXTEND ALERT-FILE
006890     END-IF.
006900     IF NOT WS-ALR-FILE-OK
006910         DISPLAY "PRMMERGE: UNABLE TO OPEN PRMALERT, STATUS="
006920                 WS-ALR-FILE-STATUS
006930         GO TO 7410-EXIT
006940     END-IF.
006950     MOVE FUNCTION CURRENT-DATE TO WS-ALERT-STAMP.
006960     MOVE SPACES TO PRM-ALERT-RECORD.
006970     MOVE "PRMMERGE" TO PRM-ALERT-PROGRAM.
006980     MOVE WS-ALERT-DATE TO PRM-ALERT-RUN-DATE.
006990     MOVE WS-ALERT-TIME TO PRM-ALERT-RUN-TIME.
007000     MOVE ZERO TO PRM-ALERT-N.
007010     MOVE SPACE TO PRM-ALERT-MODE.
007020     MOVE 'E' TO PRM-ALERT-SEVERITY.
007030     MOVE "LEDGER" TO PRM-ALERT-CODE.
007040     MOVE PRM-LDGRP-MISMATCH-COUNT TO PRM-ALERT-MEASURED.
007050     MOVE ZERO TO PRM-ALERT-THRESHOLD.
007060     WRITE PRM-ALERT-RECORD.
007070     CLOSE ALERT-FILE.
007080 7410-EXIT.
007090     EXIT.
007100*================================================================
007110 7500-UPDATE-LEDGER SECTION.
007120*================================================================
007130* REWRITES THE MASTERS' LEDGER FROM THE MASTERS AS THIS MERGE
007140* LEAVES THEM. 7400 FOUND THEM IN AGREEMENT WITH THE OLD LEDGER
007150* BEFORE ANYTHING WAS WRITTEN, SO THE COMPARISON PRMLDGR MAKES
007160* AHEAD OF THE REWRITE ONLY SHOWS THIS MERGE'S OWN RECORDS.
007170*================================================================
007180 7500-START.
007190     MOVE 'U' TO PRM-LDGRP-FUNCTION.
007200     MOVE "PRMMERGE" TO PRM-LDGRP-CALLER.
007210     CALL "PRMLDGR" USING PRM-LDGRP-AREA.
007220     IF PRM-LDGRP-FAILED
007230         DISPLAY "PRMMERGE: CONTROL-TOTAL LEDGER NOT UPDATED - "
007240                 "RUN LDGRAUD AGAINST THE MASTERS."
007250         MOVE 4 TO WS-RETURN-CODE
007260         GO TO 7500-EXIT
007270     END-IF.
007280     DISPLAY "PRMMERGE: CONTROL-TOTAL LEDGER UPDATED.".
007290 7500-EXIT.
007300     EXIT.
007310*================================================================
007320 7510-REPORT-ONE-MISMATCH SECTION.
007330*================================================================
007340 7510-START.
007350     IF PRM-LDGRP-FILE-MATCHES (WS-LDGR-IDX)
007360         OR PRM-LDGRP-FILE-APPENDED (WS-LDGR-IDX)
007370         GO TO 7510-EXIT
007380     END-IF.
007390     DISPLAY "PRMMERGE: MASTER " PRM-LDGRP-FILE (WS-LDGR-IDX)
007400             " DOES NOT MATCH ITS LEDGER "
007410             "(STATUS " PRM-LDGRP-FILE-STATUS (WS-LDGR-IDX)
007420             ", LEDGER COUNT "
007430             PRM-LDGRP-LEDGER-COUNT (WS-LDGR-IDX) ").".
007440 7510-EXIT.
007450     EXIT.
