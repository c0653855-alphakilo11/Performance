000300*                      IMAGES, AND THE JOB'S COPY-BACK STEP
000310*                      RELOADS THE LIVE KEYED FILE FROM THE
000320*                      RETAINED IMAGE.
000321*   2026-10-15  RAH    THE REPETITION-DETAIL KSDS (DD PRMREPS) IS
000322*                      TRIMMED WITH THE OTHER TWO: EACH RECORD
000323*                      CARRIES ITS RUN DATE, SO IT IS ARCHIVED TO
000324*                      DD PRMRARC OR RETAINED TO DD PRMRNEW ON ITS
000325*                      OWN, AND THE JOB RELOADS THE LIVE FILE.
000330*================================================================
000340* RECORDS WHOSE RUN DATE IS BEFORE THE ARCCTL CUTOFF ARE MOVED
000350* TO THE ARCHIVE DATASETS (DD PRMHARC / DD PRMLARC, APPENDED TO
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS PRM-LIST-KEY
000620         FILE STATUS IS WS-LIST-FILE-STATUS.
000621     SELECT REPS-FILE ASSIGN TO "PRMREPS"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS SEQUENTIAL
000624         RECORD KEY IS PRM-REPS-KEY
000625         FILE STATUS IS WS-REPS-FILE-STATUS.
000630     SELECT HIST-ARCHIVE-FILE ASSIGN TO "PRMHARC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HARC-FILE-STATUS.
000720     SELECT LIST-RETAINED-FILE ASSIGN TO "PRMLNEW"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-LNEW-FILE-STATUS.
000741     SELECT REPS-ARCHIVE-FILE ASSIGN TO "PRMRARC"
000742         ORGANIZATION IS LINE SEQUENTIAL
000743         FILE STATUS IS WS-RARC-FILE-STATUS.
000744     SELECT REPS-RETAINED-FILE ASSIGN TO "PRMRNEW"
000745         ORGANIZATION IS LINE SEQUENTIAL
000746         FILE STATUS IS WS-RNEW-FILE-STATUS.
000750     SELECT ROLLUP-FILE ASSIGN TO "PRMROLL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ROLL-FILE-STATUS.
000840     COPY PRMHIST.
000850 FD  LISTING-FILE.
000860     COPY PRMLIST.
000863 FD  REPS-FILE.
000866     COPY PRMREPS.
000870 FD  HIST-ARCHIVE-FILE.
000880 01  PRM-HARC-RECORD                 PIC X(198).
000890 FD  LIST-ARCHIVE-FILE.
000920 01  PRM-HNEW-RECORD                 PIC X(198).
000930 FD  LIST-RETAINED-FILE.
000940 01  PRM-LNEW-RECORD                 PIC X(40).
000942 FD  REPS-ARCHIVE-FILE.
000944 01  PRM-RARC-RECORD                 PIC X(60).
000946 FD  REPS-RETAINED-FILE.
000948 01  PRM-RNEW-RECORD                 PIC X(60).
000950 FD  ROLLUP-FILE.
000960     COPY PRMROLL.
000970*
001120     88  WS-HNEW-FILE-OK                  VALUE '00'.
001130 01  WS-LNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001140     88  WS-LNEW-FILE-OK                  VALUE '00'.
001141 01  WS-REPS-FILE-STATUS             PIC X(02) VALUE '00'.
001142     88  WS-REPS-FILE-OK                  VALUE '00'.
001143 01  WS-RARC-FILE-STATUS             PIC X(02) VALUE '00'.
001144     88  WS-RARC-FILE-OK                  VALUE '00'.
001145     88  WS-RARC-FILE-NOT-FOUND           VALUE '35'.
001146 01  WS-RNEW-FILE-STATUS             PIC X(02) VALUE '00'.
001147     88  WS-RNEW-FILE-OK                  VALUE '00'.
001150 01  WS-ROLL-FILE-STATUS             PIC X(02) VALUE '00'.
001160     88  WS-ROLL-FILE-OK                  VALUE '00'.
001170     88  WS-ROLL-FILE-NOT-FOUND           VALUE '35'.
001220     88  WS-AT-HIST-EOF                   VALUE 'Y'.
001230 01  WS-LIST-EOF-SW                  PIC X(01) VALUE 'N'.
001240     88  WS-AT-LIST-EOF                   VALUE 'Y'.
001243 01  WS-REPS-EOF-SW                  PIC X(01) VALUE 'N'.
001246     88  WS-AT-REPS-EOF                   VALUE 'Y'.
001250 01  WS-LIST-ARCHIVING-SW            PIC X(01) VALUE 'N'.
001260     88  WS-LIST-RUN-IS-ARCHIVED          VALUE 'Y'.
001270*
001530 01  WS-LIST-READ                    PIC 9(08) COMP VALUE ZERO.
001540 01  WS-LIST-ARCHIVED                PIC 9(08) COMP VALUE ZERO.
001550 01  WS-LIST-RETAINED                PIC 9(08) COMP VALUE ZERO.
001552 01  WS-REPS-READ                    PIC 9(08) COMP VALUE ZERO.
001554 01  WS-REPS-ARCHIVED                PIC 9(08) COMP VALUE ZERO.
001556 01  WS-REPS-RETAINED                PIC 9(08) COMP VALUE ZERO.
001560 01  WS-ROLLUPS-WRITTEN              PIC 9(06) COMP VALUE ZERO.
001570 01  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
001580*
001660         UNTIL WS-AT-HIST-EOF.
001670     PERFORM 3000-PROCESS-LISTING THRU 3000-EXIT
001680         UNTIL WS-AT-LIST-EOF.
001683     PERFORM 6000-PROCESS-REPETITIONS THRU 6000-EXIT
001686         UNTIL WS-AT-REPS-EOF.
001690     PERFORM 4000-WRITE-ROLLUPS THRU 4000-EXIT.
001700     PERFORM 5000-SUMMARY THRU 5000-EXIT.
001710     GO TO 0000-EXIT.
001900         MOVE 16 TO WS-RETURN-CODE
001910         GO TO 1000-ABEND
001920     END-IF.
001921     OPEN INPUT REPS-FILE.
001922     IF NOT WS-REPS-FILE-OK
001923         DISPLAY "PRMARCH: UNABLE TO OPEN PRMREPS, STATUS="
001924                 WS-REPS-FILE-STATUS
001925         MOVE 16 TO WS-RETURN-CODE
001926         GO TO 1000-ABEND
001927     END-IF.
001930     OPEN EXTEND HIST-ARCHIVE-FILE.
001940     IF WS-HARC-FILE-NOT-FOUND
001950         OPEN OUTPUT HIST-ARCHIVE-FILE
002090                 WS-LARC-FILE-STATUS
002100         MOVE 16 TO WS-RETURN-CODE
002110         GO TO 1000-ABEND
002119     END-IF.
002120     OPEN EXTEND REPS-ARCHIVE-FILE.
002121     IF WS-RARC-FILE-NOT-FOUND
002122         OPEN OUTPUT REPS-ARCHIVE-FILE
002123     END-IF.
002124     IF NOT WS-RARC-FILE-OK
002125         DISPLAY "PRMARCH: UNABLE TO OPEN PRMRARC, STATUS="
002126                 WS-RARC-FILE-STATUS
002127         MOVE 16 TO WS-RETURN-CODE
002128         GO TO 1000-ABEND
002129     END-IF.
002130     OPEN OUTPUT HIST-RETAINED-FILE.
002140     IF NOT WS-HNEW-FILE-OK
002150         DISPLAY "PRMARCH: UNABLE TO OPEN PRMHNEW, STATUS="
002210     IF NOT WS-LNEW-FILE-OK
002220         DISPLAY "PRMARCH: UNABLE TO OPEN PRMLNEW, STATUS="
002230                 WS-LNEW-FILE-STATUS
002233         MOVE 16 TO WS-RETURN-CODE
002234         GO TO 1000-ABEND
002235     END-IF.
002236     OPEN OUTPUT REPS-RETAINED-FILE.
002237     IF NOT WS-RNEW-FILE-OK
002238         DISPLAY "PRMARCH: UNABLE TO OPEN PRMRNEW, STATUS="
002239                 WS-RNEW-FILE-STATUS
002240         MOVE 16 TO WS-RETURN-CODE
002250         GO TO 1000-ABEND
002260     END-IF.
002390             " (OLDER RECORDS ARE ARCHIVED)".
002400     PERFORM 2100-READ-NEXT-HIST-RECORD THRU 2100-EXIT.
002410     PERFORM 3900-READ-NEXT-LIST-RECORD THRU 3900-EXIT.
002415     PERFORM 6900-READ-NEXT-REPS-RECORD THRU 6900-EXIT.
002420     GO TO 1000-EXIT.
002430 1000-ABEND.
002440     MOVE WS-RETURN-CODE TO RETURN-CODE.
004520 5000-START.
004530     CLOSE HISTORY-FILE.
004540     CLOSE LISTING-FILE.
004545     CLOSE REPS-FILE.
004550     CLOSE HIST-ARCHIVE-FILE.
004560     CLOSE LIST-ARCHIVE-FILE.
004570     CLOSE HIST-RETAINED-FILE.
004580     CLOSE LIST-RETAINED-FILE.
004583     CLOSE REPS-ARCHIVE-FILE.
004586     CLOSE REPS-RETAINED-FILE.
004590     CLOSE ROLLUP-FILE.
004600     DISPLAY "PRMARCH: HISTORY READ=" WS-HIST-READ
004610             " ARCHIVED=" WS-HIST-ARCHIVED
004630     DISPLAY "PRMARCH: LISTING READ=" WS-LIST-READ
004640             " ARCHIVED=" WS-LIST-ARCHIVED
004650             " RETAINED=" WS-LIST-RETAINED.
004652     DISPLAY "PRMARCH: REPETITIONS READ=" WS-REPS-READ
004654             " ARCHIVED=" WS-REPS-ARCHIVED
004656             " RETAINED=" WS-REPS-RETAINED.
004660     DISPLAY "PRMARCH: ROLLUPS WRITTEN=" WS-ROLLUPS-WRITTEN
004662             " EXCLUDED FROM ROLLUPS=" WS-ROLLUP-EXCLUDED.
004670     IF WS-ROLLUPS-DROPPED > 0
004720     MOVE WS-RETURN-CODE TO RETURN-CODE.
004730 5000-EXIT.
004740     EXIT.
004750*================================================================
004760 6000-PROCESS-REPETITIONS SECTION.
004770*================================================================
004780* EVERY REPETITION RECORD CARRIES ITS OWN RUN DATE, SO EACH ONE
004790* GOES TO THE ARCHIVE OR THE RETAINED IMAGE ON ITS OWN - A RUN'S
004800* REPETITIONS SHARE A DATE AND SO ALWAYS GO TOGETHER.
004810*================================================================
004820 6000-START.
004830     ADD 1 TO WS-REPS-READ.
004840     IF PRM-REPS-RUN-DATE < WS-CUTOFF-DATE
004850         ADD 1 TO WS-REPS-ARCHIVED
004860         MOVE PRM-REPS-RECORD TO PRM-RARC-RECORD
004870         WRITE PRM-RARC-RECORD
004880     ELSE
004890         ADD 1 TO WS-REPS-RETAINED
004900         MOVE PRM-REPS-RECORD TO PRM-RNEW-RECORD
004910         WRITE PRM-RNEW-RECORD
004920     END-IF.
004930     PERFORM 6900-READ-NEXT-REPS-RECORD THRU 6900-EXIT.
004940 6000-EXIT.
004950     EXIT.
004960*================================================================
004970 6900-READ-NEXT-REPS-RECORD SECTION.
004980*================================================================
004990 6900-START.
005000     READ REPS-FILE
005010         AT END
005020             MOVE 'Y' TO WS-REPS-EOF-SW
005030     END-READ.
005040 6900-EXIT.
005050     EXIT.
