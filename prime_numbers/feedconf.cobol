000220*                      CYCLE IN THE CYCLE REGISTRY (DD
000230*                      PRMCYCLE), CLOSING THE DELIVERY
000240*                      HANDSHAKE FEEDXTR OPENS.
000241*   2026-10-15  RAH    THE CONFCARD NOW CARRIES THE CONFIRMER'S
000242*                      INITIALS, CHECKED AGAINST THE OPERATOR-
000243*                      AUTHORITY FILE (PRMAUTH); A REFUSED CARD IS
000244*                      LOGGED ON PRMSECV AND THE RUN ENDS WITH
000245*                      RC=32, THE REGISTRY UNTOUCHED.
000250*================================================================
000260* THE CONFCARD CARD CARRIES THE CYCLE NUMBER THE DASHBOARD
000270* LOADED AND THE RECORD COUNT AND HASH TOTAL IT COMPUTED OVER
000300* LEFT THE BUILDING. A DISAGREEMENT MARKS THE CYCLE MISMATCHED,
000310* APPENDS A FEEDCYC ALERT FOR OPERATIONS, AND ENDS RC=8; THE
000320* CYCLE IS THEN RE-EXTRACTED INTACT WITH FEEDXTR FUNCTION 'R'.
000321* THE CARD ALSO CARRIES THE INITIALS OF THE PERSON CONFIRMING THE
000322* CYCLE, WHO MUST HOLD FEED-CONFIRMATION AUTHORITY TODAY ON THE
000323* OPERATOR-AUTHORITY FILE (DD PRMOPAUT). A CARD FROM UNKNOWN,
000324* EXPIRED, OR UNAUTHORIZED INITIALS IS LOGGED WITH ITS CARD IMAGE
000325* ON THE SECURITY-VIOLATION LOG (DD PRMSECV) AND THE RUN ENDS WITH
000326* RC=32 BEFORE THE REGISTRY IS READ - THE CYCLE STAYS AS IT WAS.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000980         10  CY-CNF-DATE             PIC 9(08).
000990         10  CY-CNF-TIME             PIC 9(08).
001000*
001003*
001006     COPY PRMAUTHP.
001010 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001020*
001030 PROCEDURE DIVISION.
001370         OR PRM-CFCTL-REC-COUNT IS NOT NUMERIC
001380         OR PRM-CFCTL-HASH-TOTAL IS NOT NUMERIC
001390         DISPLAY "FEEDCONF: INVALID CONFCARD: "
001398                 PRM-CFCTL-RECORD
001399         MOVE 16 TO RETURN-CODE
001400         STOP RUN
001401     END-IF.
001402     MOVE "FEEDCONF" TO PRM-AUTHP-CALLER.
001403     MOVE 'F' TO PRM-AUTHP-ACTION.
001404     MOVE PRM-CFCTL-INITIALS TO PRM-AUTHP-INITIALS.
001405     MOVE PRM-CFCTL-RECORD TO PRM-AUTHP-CARD-IMAGE.
001406     CALL "PRMAUTH" USING PRM-AUTHP-AREA.
001407     IF PRM-AUTHP-FILE-FAILED
001408         DISPLAY "FEEDCONF: OPERATOR AUTHORITY CANNOT BE "
001409                 "CHECKED - NOTHING CONFIRMED."
001410         MOVE 16 TO RETURN-CODE
001411         STOP RUN
001412     END-IF.
001413     IF NOT PRM-AUTHP-AUTHORIZED
001414         DISPLAY "FEEDCONF: CARD REFUSED - INITIALS '"
001415                 PRM-CFCTL-INITIALS "' " PRM-AUTHP-REASON-TEXT
001416                 ": " PRM-CFCTL-RECORD
001417         DISPLAY "FEEDCONF: LOGGED ON PRMSECV - CYCLE "
001418                 PRM-CFCTL-CYCLE-NO " NOT CONFIRMED."
001419         MOVE 32 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440     MOVE PRM-CFCTL-CYCLE-NO TO WS-CONF-CYCLE-NO.
