000210*                      CLOSE ACTIONS AGAINST THE KEYED ALERT-
000220*                      STATUS FILE (DD PRMASTAT), DRIVEN BY
000230*                      ACTION CARDS ON DD ALRTCTL.
000232*   2026-10-15  RAH    EVERY CARD'S INITIALS ARE CHECKED AGAINST
000234*                      THE OPERATOR-AUTHORITY FILE (PRMAUTH); A
000236*                      REFUSED CARD IS LOGGED ON PRMSECV AND THE
000238*                      RUN ENDS WITH RC=32.
000240*================================================================
000250* EACH ALRTCTL CARD NAMES AN ALERT EVENT (CODE/N/MODE, THE KEY
000260* ALRTSTAT MAINTAINS) AND AN ACTION: 'A' ACKNOWLEDGES IT -
000310* WITH NO STATUS RECORD, OR CARRYING NO INITIALS, IS REJECTED
000320* AND REPORTED; ANY REJECTED CARD ENDS THE RUN WITH RC=8 SO
000330* THE DECK GETS CORRECTED INSTEAD OF HALF-APPLIED QUIETLY.
000331* THE INITIALS MUST ALSO BELONG TO SOMEONE THE OPERATOR-AUTHORITY
000332* FILE (DD PRMOPAUT) AUTHORIZES TO ACKNOWLEDGE AND CLOSE ALERTS
000333* TODAY. A CARD FROM UNKNOWN, EXPIRED, OR UNAUTHORIZED INITIALS IS
000334* REFUSED BEFORE ITS EVENT IS EVEN LOOKED UP, ITS CARD IMAGE IS
000335* LOGGED ON THE SECURITY-VIOLATION LOG (DD PRMSECV), AND THE RUN
000336* ENDS WITH RC=32, WHICH OUTRANKS THE RC=8 OF AN ORDINARY REJECT.
000337* THE OTHER CARDS IN THE DECK ARE STILL APPLIED.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000700 01  WS-CARDS-READ                   PIC 9(04) COMP VALUE ZERO.
000710 01  WS-CARDS-APPLIED                PIC 9(04) COMP VALUE ZERO.
000720 01  WS-CARDS-REJECTED               PIC 9(04) COMP VALUE ZERO.
000722 01  WS-CARDS-REFUSED                PIC 9(04) COMP VALUE ZERO.
000724*
000726     COPY PRMAUTHP.
000730*
000740 PROCEDURE DIVISION.
000750*================================================================
001220     END-IF.
001230     IF PRM-AACTL-INITIALS = SPACES
001240         DISPLAY "ALRTUPDT: CARD REJECTED - INITIALS ARE "
001248                 "REQUIRED: " PRM-AACTL-RECORD
001249         ADD 1 TO WS-CARDS-REJECTED
001250         GO TO 2000-NEXT
001251     END-IF.
001252     MOVE "ALRTUPDT" TO PRM-AUTHP-CALLER.
001253     MOVE 'A' TO PRM-AUTHP-ACTION.
001254     MOVE PRM-AACTL-INITIALS TO PRM-AUTHP-INITIALS.
001255     MOVE PRM-AACTL-RECORD TO PRM-AUTHP-CARD-IMAGE.
001256     CALL "PRMAUTH" USING PRM-AUTHP-AREA.
001257     IF PRM-AUTHP-FILE-FAILED
001258         DISPLAY "ALRTUPDT: OPERATOR AUTHORITY CANNOT BE "
001259                 "CHECKED - NO FURTHER CARDS APPLIED."
001260         CLOSE ACTION-CONTROL-FILE
001261         CLOSE STATUS-FILE
001262         MOVE 16 TO RETURN-CODE
001263         STOP RUN
001264     END-IF.
001265     IF NOT PRM-AUTHP-AUTHORIZED
001266         DISPLAY "ALRTUPDT: CARD REFUSED - INITIALS '"
001267                 PRM-AACTL-INITIALS "' " PRM-AUTHP-REASON-TEXT
001268                 ": " PRM-AACTL-RECORD
001269         ADD 1 TO WS-CARDS-REFUSED
001270         GO TO 2000-NEXT
001280     END-IF.
001290     MOVE 'Y' TO WS-STATUS-FOUND-SW.
001880     CLOSE STATUS-FILE.
001890     DISPLAY "ALRTUPDT: CARDS READ=" WS-CARDS-READ
001900             " APPLIED=" WS-CARDS-APPLIED
001910             " REJECTED=" WS-CARDS-REJECTED
001911             " REFUSED=" WS-CARDS-REFUSED.
001920     IF WS-CARDS-REJECTED > 0
001930         MOVE 8 TO RETURN-CODE
001940     ELSE
001950         MOVE 0 TO RETURN-CODE
001960     END-IF.
001961     IF WS-CARDS-REFUSED > 0
001962         MOVE 32 TO RETURN-CODE
001963     END-IF.
001970 3000-EXIT.
001980     EXIT.
