000230*                      OUT, COPIED BACK BY THE JOB'S FOLLOW-UP
000240*                      STEP THE SAME WAY PRMARCH'S RETAINED
000250*                      FILE IS).
000252*   2026-10-15  RAH    EVERY CARD'S INITIALS ARE CHECKED AGAINST
000254*                      THE OPERATOR-AUTHORITY FILE (PRMAUTH); A
000256*                      REFUSED CARD IS LOGGED ON PRMSECV AND THE
000258*                      DECK IS REJECTED WITH RC=32.
000260*================================================================
000270* A CANCELLED RUN, A DR-TEST NIGHT, OR A KNOWN-BAD RUNTIME
000280* LEVEL LEAVES HISTORY RECORDS THAT POISON TRENDRPT'S ROLLING
000380* WINS FOR A GIVEN RECORD. A CARD THAT MATCHED NO RECORD AT
000390* ALL RAISES RC=4 SO A MIS-PUNCHED RUN-ID DOES NOT PASS
000400* SILENTLY.
000401* THE INITIALS ON EVERY CARD, EXCLUDE OR REINSTATE, MUST BELONG TO
000402* SOMEONE THE OPERATOR-AUTHORITY FILE (DD PRMOPAUT) AUTHORIZES
000403* FOR HISTORY MAINTENANCE TODAY. A CARD FROM UNKNOWN, EXPIRED, OR
000404* UNAUTHORIZED INITIALS IS LOGGED WITH ITS CARD IMAGE ON THE
000405* SECURITY-VIOLATION LOG (DD PRMSECV) AND THE WHOLE DECK IS
000406* REJECTED WITH RC=32 - NOTHING IS REWRITTEN.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000770     88  WS-CARDS-HAVE-ERRORS            VALUE 'Y'.
000780 01  WS-CARD-MATCHED-SW              PIC X(01) VALUE 'N'.
000790     88  WS-CARD-MATCHED                 VALUE 'Y'.
000793 01  WS-SECURITY-SW                  PIC X(01) VALUE 'N'.
000796     88  WS-CARDS-REFUSED                VALUE 'Y'.
000800*
000810*----------------------------------------------------------------
000820* THE MAINTENANCE CARDS, LOADED AND VALIDATED UP FRONT SO A BAD
001010 01  WS-RECORDS-EXCLUDED             PIC 9(06) COMP VALUE ZERO.
001020 01  WS-RECORDS-REINSTATED           PIC 9(06) COMP VALUE ZERO.
001030 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001033*
001036     COPY PRMAUTHP.
001040*
001050 PROCEDURE DIVISION.
001060*================================================================
001270     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
001280         UNTIL WS-AT-HMCTL-EOF.
001290     CLOSE MAINT-CONTROL-FILE.
001291     IF WS-CARDS-REFUSED
001292         DISPLAY "HISTMNT: DECK REJECTED - CARDS REFUSED FOR "
001293                 "OPERATOR AUTHORITY ARE LOGGED ON PRMSECV - "
001294                 "NOTHING REWRITTEN."
001295         MOVE 32 TO RETURN-CODE
001296         STOP RUN
001297     END-IF.
001300     IF WS-CARD-COUNT = ZERO
001310         DISPLAY "HISTMNT: HMNTCTL IS EMPTY - NOTHING TO DO."
001320         MOVE 16 TO RETURN-CODE
001830             OR PRM-HMCTL-INITIALS = SPACES)
001840         DISPLAY "HISTMNT: AN EXCLUSION NEEDS A REASON CODE "
001850                 "AND INITIALS: " PRM-HMCTL-RECORD
001851         MOVE 'Y' TO WS-CARD-ERROR-SW
001852         GO TO 1100-EXIT
001853     END-IF.
001854     MOVE "HISTMNT" TO PRM-AUTHP-CALLER.
001855     MOVE 'H' TO PRM-AUTHP-ACTION.
001856     MOVE PRM-HMCTL-INITIALS TO PRM-AUTHP-INITIALS.
001857     MOVE PRM-HMCTL-RECORD TO PRM-AUTHP-CARD-IMAGE.
001858     CALL "PRMAUTH" USING PRM-AUTHP-AREA.
001859     IF PRM-AUTHP-FILE-FAILED
001860         DISPLAY "HISTMNT: OPERATOR AUTHORITY CANNOT BE "
001861                 "CHECKED - DECK REJECTED."
001862         MOVE 16 TO RETURN-CODE
001863         STOP RUN
001864     END-IF.
001865     IF NOT PRM-AUTHP-AUTHORIZED
001866         DISPLAY "HISTMNT: CARD REFUSED - INITIALS '"
001867                 PRM-HMCTL-INITIALS "' " PRM-AUTHP-REASON-TEXT
001868                 ": " PRM-HMCTL-RECORD
001869         MOVE 'Y' TO WS-SECURITY-SW
001870         GO TO 1100-EXIT
001880     END-IF.
001890     ADD 1 TO WS-CARD-COUNT.
