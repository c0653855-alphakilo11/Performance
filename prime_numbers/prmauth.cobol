000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PRMAUTH IS INITIAL.
000120 AUTHOR. R HALVORSEN.
000130 INSTALLATION. CAPACITY PLANNING - BATCH PERFORMANCE LAB.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*================================================================
000170* MODIFICATION HISTORY
000180*   DATE        INIT   DESCRIPTION
000190*   ----------  -----  -----------------------------------------
000200*   2026-10-15  RAH    ORIGINAL VERSION - OPERATOR-AUTHORITY
000210*                      CHECK FOR THE CONTROLLED ACTIONS (HISTMNT,
000220*                      ALRTUPDT, FEEDCONF) AGAINST DD PRMOPAUT,
000230*                      WITH REFUSED CARDS LOGGED ON DD PRMSECV.
000233*   2026-10-15  RAH    ACTION CLASS 'B' - APPROVE OR RETIRE A
000236*                      FROZEN PERFORMANCE BASELINE (BASEMNT).
000240*================================================================
000250* HISTMNT, ALRTUPDT, AND FEEDCONF ONCE TOOK WHATEVER THREE
000260* INITIALS WERE PUNCHED ON THE CARD. EACH NOW CALLS THIS ROUTINE
000270* FOR EVERY CARD BEFORE APPLYING IT. THE INITIALS ARE LOOKED UP
000280* ON THE OPERATOR-AUTHORITY FILE AS OF TODAY'S DATE: THE CARD IS
000290* AUTHORIZED WHEN ANY RECORD FOR THOSE INITIALS IS IN FORCE TODAY
000300* AND GRANTS THE ACTION CLASS THE CALLER ASKED ABOUT. OTHERWISE
000310* THE MOST SPECIFIC REASON WINS - NOT AUTHORIZED FOR THE ACTION
000320* OVER EXPIRED, EXPIRED OVER NOT YET EFFECTIVE, AND ANY OF THOSE
000330* OVER UNKNOWN - AND THE CARD IMAGE IS APPENDED TO THE SECURITY-
000340* VIOLATION LOG. IT IS CALLED, NOT COPIED, SO THE THREE PROGRAMS
000350* CANNOT DRIFT APART ON WHAT "AUTHORIZED" MEANS.
000355* BASEMNT CALLS IT THE SAME WAY FOR ITS APPROVE AND RETIRE CARDS.
000360*
000370* AN AUTHORITY FILE THAT CANNOT BE OPENED, OR HOLDS NO RECORDS,
000380* AUTHORIZES NOTHING: THE VERDICT IS 'F' AND NO VIOLATION IS
000390* LOGGED, BECAUSE NOBODY HAS DONE ANYTHING WRONG YET.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUTHORITY-FILE ASSIGN TO "PRMOPAUT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-OPAUT-FILE-STATUS.
000470     SELECT VIOLATION-FILE ASSIGN TO "PRMSECV"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SECV-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AUTHORITY-FILE.
000540     COPY PRMOPAUT.
000550 FD  VIOLATION-FILE.
000560     COPY PRMSECV.
000570*
000580 WORKING-STORAGE SECTION.
000590 01  WS-OPAUT-FILE-STATUS            PIC X(02) VALUE '00'.
000600     88  WS-OPAUT-FILE-OK                 VALUE '00'.
000610 01  WS-SECV-FILE-STATUS             PIC X(02) VALUE '00'.
000620     88  WS-SECV-FILE-OK                  VALUE '00'.
000630     88  WS-SECV-FILE-NOT-FOUND           VALUE '35'.
000640*
000650 01  WS-OPAUT-EOF-SW                 PIC X(01) VALUE 'N'.
000660     88  WS-AT-OPAUT-EOF                 VALUE 'Y'.
000670 01  WS-OPAUT-RECORDS                PIC 9(04) COMP VALUE ZERO.
000680*----------------------------------------------------------------
000690* WHAT THE SCAN HAS SEEN FOR THE INITIALS ON THE CARD. THE
000700* VERDICT IS SETTLED FROM THESE ONCE THE WHOLE FILE IS READ.
000710*----------------------------------------------------------------
000720 01  WS-SEEN-KNOWN-SW                PIC X(01) VALUE 'N'.
000730     88  WS-SEEN-KNOWN                   VALUE 'Y'.
000740 01  WS-SEEN-FUTURE-SW               PIC X(01) VALUE 'N'.
000750     88  WS-SEEN-FUTURE                  VALUE 'Y'.
000760 01  WS-SEEN-EXPIRED-SW              PIC X(01) VALUE 'N'.
000770     88  WS-SEEN-EXPIRED                 VALUE 'Y'.
000780 01  WS-SEEN-IN-FORCE-SW             PIC X(01) VALUE 'N'.
000790     88  WS-SEEN-IN-FORCE                VALUE 'Y'.
000800 01  WS-SEEN-GRANT-SW                PIC X(01) VALUE 'N'.
000810     88  WS-SEEN-GRANT                   VALUE 'Y'.
000820 01  WS-GRANTS-ACTION-SW             PIC X(01) VALUE 'N'.
000830     88  WS-GRANTS-ACTION                VALUE 'Y'.
000840*
000850 01  WS-NOW-STAMP                    PIC X(21) VALUE SPACES.
000860 01  WS-NOW-FIELDS REDEFINES WS-NOW-STAMP.
000870     05  WS-NOW-DATE                 PIC 9(08).
000880     05  WS-NOW-TIME                 PIC 9(08).
000890     05  FILLER                      PIC X(05).
000900*
000910 LINKAGE SECTION.
000920     COPY PRMAUTHP.
000930*
000940 PROCEDURE DIVISION USING PRM-AUTHP-AREA.
000950*================================================================
000960 0000-MAINLINE SECTION.
000970*================================================================
000980 0000-START.
000990     MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
001000     MOVE 'U' TO PRM-AUTHP-VERDICT.
001010     MOVE SPACES TO PRM-AUTHP-NAME.
001020     MOVE SPACES TO PRM-AUTHP-REASON-TEXT.
001030     PERFORM 1000-SCAN-AUTHORITY THRU 1000-EXIT.
001040     IF PRM-AUTHP-FILE-FAILED
001050         GO TO 0000-EXIT
001060     END-IF.
001070     PERFORM 2000-SETTLE-VERDICT THRU 2000-EXIT.
001080     IF NOT PRM-AUTHP-AUTHORIZED
001090         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
001100     END-IF.
001110 0000-EXIT.
001120     GOBACK.
001130*================================================================
001140 1000-SCAN-AUTHORITY SECTION.
001150*================================================================
001160 1000-START.
001170     OPEN INPUT AUTHORITY-FILE.
001180     IF NOT WS-OPAUT-FILE-OK
001190         DISPLAY "PRMAUTH: UNABLE TO OPEN PRMOPAUT, STATUS="
001200                 WS-OPAUT-FILE-STATUS
001210         MOVE 'F' TO PRM-AUTHP-VERDICT
001220         GO TO 1000-EXIT
001230     END-IF.
001240     PERFORM 1100-TEST-ONE-RECORD THRU 1100-EXIT
001250         UNTIL WS-AT-OPAUT-EOF.
001260     CLOSE AUTHORITY-FILE.
001270     IF WS-OPAUT-RECORDS = ZERO
001280         DISPLAY "PRMAUTH: PRMOPAUT HOLDS NO AUTHORITY RECORDS."
001290         MOVE 'F' TO PRM-AUTHP-VERDICT
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330*================================================================
001340 1100-TEST-ONE-RECORD SECTION.
001350*================================================================
001360* A RECORD WHOSE DATES ARE NOT NUMERIC IS COUNTED BUT GRANTS
001370* NOTHING - A MIS-KEYED GRANT MUST FAIL CLOSED, NOT OPEN.
001380*================================================================
001390 1100-START.
001400     READ AUTHORITY-FILE
001410         AT END
001420             MOVE 'Y' TO WS-OPAUT-EOF-SW
001430             GO TO 1100-EXIT
001440     END-READ.
001450     IF PRM-OPAUT-RECORD = SPACES
001460         GO TO 1100-EXIT
001470     END-IF.
001480     ADD 1 TO WS-OPAUT-RECORDS.
001490     IF PRM-AUTHP-INITIALS = SPACES
001500         OR PRM-OPAUT-INITIALS NOT = PRM-AUTHP-INITIALS
001510         GO TO 1100-EXIT
001520     END-IF.
001530     MOVE 'Y' TO WS-SEEN-KNOWN-SW.
001540     MOVE PRM-OPAUT-NAME TO PRM-AUTHP-NAME.
001550     IF PRM-OPAUT-EFF-DATE IS NOT NUMERIC
001560         OR PRM-OPAUT-EXP-DATE IS NOT NUMERIC
001570         GO TO 1100-EXIT
001580     END-IF.
001590     IF PRM-OPAUT-EFF-DATE > WS-NOW-DATE
001600         MOVE 'Y' TO WS-SEEN-FUTURE-SW
001610         GO TO 1100-EXIT
001620     END-IF.
001630     IF PRM-OPAUT-EXP-DATE > ZERO
001640         AND PRM-OPAUT-EXP-DATE < WS-NOW-DATE
001650         MOVE 'Y' TO WS-SEEN-EXPIRED-SW
001660         GO TO 1100-EXIT
001670     END-IF.
001680     MOVE 'Y' TO WS-SEEN-IN-FORCE-SW.
001690     MOVE 'N' TO WS-GRANTS-ACTION-SW.
001700     IF PRM-AUTHP-IS-HIST-MAINT
001710         AND PRM-OPAUT-MAY-MAINT-HIST
001720         MOVE 'Y' TO WS-GRANTS-ACTION-SW
001730     END-IF.
001740     IF PRM-AUTHP-IS-ALERT-ACTION
001750         AND PRM-OPAUT-MAY-ACT-ALERTS
001760         MOVE 'Y' TO WS-GRANTS-ACTION-SW
001770     END-IF.
001780     IF PRM-AUTHP-IS-FEED-CONFIRM
001790         AND PRM-OPAUT-MAY-CONFIRM-FEED
001800         MOVE 'Y' TO WS-GRANTS-ACTION-SW
001810     END-IF.
001812     IF PRM-AUTHP-IS-BASE-APPROVAL
001814         AND PRM-OPAUT-MAY-APPROVE-BASE
001816         MOVE 'Y' TO WS-GRANTS-ACTION-SW
001818     END-IF.
001820     IF WS-GRANTS-ACTION
001830         MOVE 'Y' TO WS-SEEN-GRANT-SW
001840     END-IF.
001850 1100-EXIT.
001860     EXIT.
001870*================================================================
001880 2000-SETTLE-VERDICT SECTION.
001890*================================================================
001900 2000-START.
001910     IF WS-SEEN-GRANT
001920         MOVE 'Y' TO PRM-AUTHP-VERDICT
001930         MOVE "AUTHORIZED" TO PRM-AUTHP-REASON-TEXT
001940         GO TO 2000-EXIT
001950     END-IF.
001960     IF WS-SEEN-IN-FORCE
001970         MOVE 'N' TO PRM-AUTHP-VERDICT
001980         MOVE "NOT AUTHORIZED FOR ACTION" TO PRM-AUTHP-REASON-TEXT
001990         GO TO 2000-EXIT
002000     END-IF.
002010     IF WS-SEEN-EXPIRED
002020         MOVE 'E' TO PRM-AUTHP-VERDICT
002030         MOVE "AUTHORITY EXPIRED" TO PRM-AUTHP-REASON-TEXT
002040         GO TO 2000-EXIT
002050     END-IF.
002060     IF WS-SEEN-FUTURE
002070         MOVE 'P' TO PRM-AUTHP-VERDICT
002080         MOVE "NOT YET EFFECTIVE" TO PRM-AUTHP-REASON-TEXT
002090         GO TO 2000-EXIT
002100     END-IF.
002110*    KNOWN INITIALS WHOSE EVERY RECORD HAS UNREADABLE DATES GRANT
002120*    NOTHING EITHER; THEY ARE REPORTED AS NOT AUTHORIZED.
002130     IF WS-SEEN-KNOWN
002140         MOVE 'N' TO PRM-AUTHP-VERDICT
002150         MOVE "NOT AUTHORIZED FOR ACTION" TO PRM-AUTHP-REASON-TEXT
002160     ELSE
002170         MOVE 'U' TO PRM-AUTHP-VERDICT
002180         MOVE "UNKNOWN INITIALS" TO PRM-AUTHP-REASON-TEXT
002190     END-IF.
002200 2000-EXIT.
002210     EXIT.
002220*================================================================
002230 3000-LOG-VIOLATION SECTION.
002240*================================================================
002250* THE LOG IS APPEND-ONLY; A FIRST VIOLATION CREATES IT. A LOG
002260* THAT CANNOT BE OPENED IS REPORTED, BUT THE CARD IS STILL
002270* REFUSED - THE REFUSAL DOES NOT DEPEND ON THE LOGGING.
002280*================================================================
002290 3000-START.
002300     OPEN EXTEND VIOLATION-FILE.
002310     IF WS-SECV-FILE-NOT-FOUND
002320         OPEN OUTPUT VIOLATION-FILE
002330         CLOSE VIOLATION-FILE
002340         OPEN EXTEND VIOLATION-FILE
002350     END-IF.
002360     IF NOT WS-SECV-FILE-OK
002370         DISPLAY "PRMAUTH: UNABLE TO OPEN PRMSECV, STATUS="
002380                 WS-SECV-FILE-STATUS
002390                 " - VIOLATION NOT LOGGED: " PRM-AUTHP-CARD-IMAGE
002400         GO TO 3000-EXIT
002410     END-IF.
002420     MOVE SPACES TO PRM-SECV-RECORD.
002430     MOVE WS-NOW-DATE TO PRM-SECV-DATE.
002440     MOVE WS-NOW-TIME TO PRM-SECV-TIME.
002450     MOVE PRM-AUTHP-CALLER TO PRM-SECV-PROGRAM.
002460     MOVE PRM-AUTHP-ACTION TO PRM-SECV-ACTION.
002470     MOVE PRM-AUTHP-INITIALS TO PRM-SECV-INITIALS.
002480     MOVE PRM-AUTHP-VERDICT TO PRM-SECV-REASON.
002490     MOVE PRM-AUTHP-CARD-IMAGE TO PRM-SECV-CARD-IMAGE.
002500     WRITE PRM-SECV-RECORD.
002510     CLOSE VIOLATION-FILE.
002520 3000-EXIT.
002530     EXIT.
