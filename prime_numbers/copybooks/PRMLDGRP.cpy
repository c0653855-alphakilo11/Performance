      *================================================================
      *  PRMLDGRP    -- PARAMETER AREA FOR THE LEDGER ROUTINE PRMLDGR
      *
      *  PASSED ON CALL "PRMLDGR" USING PRM-LDGRP-AREA. THE CALLER
      *  SETS THE FUNCTION AND ITS OWN PROGRAM NAME; PRMLDGR FILLS IN
      *  THE REST:
      *      FUNCTION 'C'  CHECK - COMPARE PRMHIST, PRMFEED, PRMAUDIT,
      *                    AND PRMALERT AGAINST THE LEDGER (DD
      *                    PRMLEDGR, SEE COPYBOOK PRMLEDGR)
      *      FUNCTION 'U'  UPDATE - THE SAME COMPARISON, THEN THE
      *                    LEDGER IS REWRITTEN FROM THE FILES AS THEY
      *                    STAND, STAMPED WITH THE CALLER'S NAME
      *  THE LEDGER VOUCHES FOR THE FIRST REC-COUNT RECORDS OF EACH
      *  FILE. RECORDS APPENDED TO PRMALERT SINCE THE LAST UPDATE
      *  (PLANSEL, PRMRECON, PRMVRFY, TRENDRPT, AND FEEDCONF ALL
      *  APPEND ALERTS BETWEEN NTHPRIME RUNS) ARE REPORTED, NOT
      *  FAULTED; A FILE SHORTER THAN ITS LEDGER COUNT, ONE WHOSE
      *  FIRST REC-COUNT RECORDS NO LONGER HASH TO THE LEDGER TOTAL,
      *  OR A PRMHIST, PRMFEED, OR PRMAUDIT LONGER THAN ITS LEDGER
      *  COUNT, IS A MISMATCH.
      *  PER-FILE STATUS:
      *      'M'  MATCHES THE LEDGER EXACTLY
      *      'A'  MATCHES, WITH RECORDS APPENDED SINCE
      *      'S'  SHORT - FEWER RECORDS THAN THE LEDGER COUNT
      *      'L'  LONG - MORE RECORDS THAN THE LEDGER COUNT ON A FILE
      *           OTHER THAN PRMALERT
      *      'H'  HASH TOTAL OF THE LEDGERED RECORDS DIFFERS
      *      'N'  THE LEDGER HAS NO RECORD FOR THIS FILE
      *      'F'  THE FILE COULD NOT BE OPENED
      *  OVERALL STATUS: 'M' ALL FILES MATCH (WITH OR WITHOUT
      *  APPENDS), 'X' AT LEAST ONE MISMATCH (MISMATCH-COUNT SAYS HOW
      *  MANY FILES), 'L' NO LEDGER YET (NOTHING TO CHECK AGAINST),
      *  'F' THE LEDGER ITSELF COULD NOT BE READ OR REWRITTEN.
      *  ON AN UPDATE THE COMPARISON FIGURES DESCRIBE THE LEDGER AS IT
      *  STOOD BEFORE THE REWRITE.
      *================================================================
       01  PRM-LDGRP-AREA.
           05  PRM-LDGRP-FUNCTION          PIC X(01).
               88  PRM-LDGRP-IS-CHECK          VALUE 'C'.
               88  PRM-LDGRP-IS-UPDATE         VALUE 'U'.
           05  PRM-LDGRP-CALLER            PIC X(08).
           05  PRM-LDGRP-STATUS            PIC X(01).
               88  PRM-LDGRP-ALL-MATCH         VALUE 'M'.
               88  PRM-LDGRP-MISMATCH          VALUE 'X'.
               88  PRM-LDGRP-NO-LEDGER         VALUE 'L'.
               88  PRM-LDGRP-FAILED            VALUE 'F'.
           05  PRM-LDGRP-MISMATCH-COUNT    PIC 9(02).
           05  PRM-LDGRP-FILE-ENTRY OCCURS 4 TIMES.
               10  PRM-LDGRP-FILE          PIC X(08).
               10  PRM-LDGRP-FILE-STATUS   PIC X(01).
                   88  PRM-LDGRP-FILE-MATCHES  VALUE 'M'.
                   88  PRM-LDGRP-FILE-APPENDED VALUE 'A'.
                   88  PRM-LDGRP-FILE-SHORT    VALUE 'S'.
                   88  PRM-LDGRP-FILE-LONG     VALUE 'L'.
                   88  PRM-LDGRP-FILE-HASH-BAD VALUE 'H'.
                   88  PRM-LDGRP-FILE-NO-ENTRY VALUE 'N'.
                   88  PRM-LDGRP-FILE-UNREADABLE VALUE 'F'.
               10  PRM-LDGRP-LEDGER-COUNT  PIC 9(09).
               10  PRM-LDGRP-LEDGER-HASH   PIC 9(15).
               10  PRM-LDGRP-LEDGER-PROGRAM PIC X(08).
               10  PRM-LDGRP-LEDGER-DATE   PIC 9(08).
               10  PRM-LDGRP-ACTUAL-COUNT  PIC 9(09).
               10  PRM-LDGRP-PREFIX-HASH   PIC 9(15).
               10  PRM-LDGRP-ACTUAL-HASH   PIC 9(15).
