      *================================================================
      *  PRMCBXTR    -- CHGBACK FINANCE-INTERFACE EXTRACT RECORD
      *
      *  THE FIXED-LAYOUT MONTHLY EXTRACT CHGBACK WRITES TO DD CHGXTR
      *  FOR THE FINANCE INTERFACE: ONE 'H' HEADER, ONE 'D' DETAIL
      *  PER ACCOUNT/PLAN/HOST CHARGED THAT MONTH, ONE 'X' RECORD PER
      *  ACCOUNT/PLAN/HOST FOR RUNS HISTMNT HAS EXCLUDED (THEY STILL
      *  USED THE MACHINE, BUT FINANCE DECIDES WHETHER THEY ARE
      *  BILLED), AND ONE 'T' TRAILER. THE TRAILER CARRIES THE COUNT
      *  OF 'D' AND 'X' RECORDS AND THEIR CPU AND COST TOTALS, SO THE
      *  LOAD CAN PROVE IT RECEIVED THE WHOLE STATEMENT. CPU SECONDS
      *  ARE CPU-DURATION (THE PER-REPETITION MEDIAN) TIMES THE
      *  REPEAT COUNT; COST IS IN THE RATE CARDS' CURRENCY.
      *================================================================
       01  PRM-CBXTR-RECORD.
           05  PRM-CBXTR-TYPE              PIC X(01).
               88  PRM-CBXTR-IS-HEADER         VALUE 'H'.
               88  PRM-CBXTR-IS-DETAIL         VALUE 'D'.
               88  PRM-CBXTR-IS-EXCLUDED       VALUE 'X'.
               88  PRM-CBXTR-IS-TRAILER        VALUE 'T'.
           05  PRM-CBXTR-BILL-MONTH        PIC 9(06).
           05  PRM-CBXTR-BODY              PIC X(73).
           05  PRM-CBXTR-HEADER-DATA REDEFINES PRM-CBXTR-BODY.
               10  PRM-CBXTR-CREATED-DATE  PIC 9(08).
               10  PRM-CBXTR-CREATED-TIME  PIC 9(08).
               10  PRM-CBXTR-PRIME-FROM    PIC 9(04).
               10  PRM-CBXTR-PRIME-TO      PIC 9(04).
               10  FILLER                  PIC X(49).
           05  PRM-CBXTR-DETAIL-DATA REDEFINES PRM-CBXTR-BODY.
               10  PRM-CBXTR-ACCOUNT       PIC X(08).
               10  PRM-CBXTR-PLAN-NAME     PIC X(08).
               10  PRM-CBXTR-HOST-NAME     PIC X(20).
               10  PRM-CBXTR-RUN-COUNT     PIC 9(05).
               10  PRM-CBXTR-CPU-SECS      PIC 9(11)V9(02).
               10  PRM-CBXTR-COST          PIC 9(09)V9(02).
               10  FILLER                  PIC X(08).
           05  PRM-CBXTR-TRAILER-DATA REDEFINES PRM-CBXTR-BODY.
               10  PRM-CBXTR-RECORD-COUNT  PIC 9(05).
               10  PRM-CBXTR-TOTAL-CPU     PIC 9(11)V9(02).
               10  PRM-CBXTR-TOTAL-COST    PIC 9(09)V9(02).
               10  FILLER                  PIC X(44).
