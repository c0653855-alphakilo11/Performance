      *================================================================
      *  PRMCBCTL    -- CHGBACK CPU-CHARGEBACK CONTROL-FILE RECORD
      *
      *  THE CHARGEBACK DECK, READ WHOLE AT START-UP BY CHGBACK FROM
      *  DD CHGCTL. THE RECORD TYPE SAYS WHAT THE CARD CARRIES:
      *      'M'  THE BILLING MONTH (YYYYMM; ZERO OR NO 'M' CARD =
      *           LAST CALENDAR MONTH) AND THE PRIME-SHIFT BAND AS
      *           HHMM FROM/TO (BOTH ZERO = 0700 TO 1800). A RUN
      *           STAMPED INSIDE THE BAND IS CHARGED THE PRIME RATE,
      *           ANY OTHER RUN THE OVERNIGHT RATE.
      *      'R'  THE COST PER CPU-SECOND ON ONE HOST, PRIME AND
      *           OVERNIGHT. HOST '*' IS THE RATE FOR ANY HOST WITHOUT
      *           A CARD OF ITS OWN.
      *      'A'  THE FINANCE ACCOUNT CODE A NAMED PLAN IS BILLED TO.
      *           PLAN '*' IS THE ACCOUNT FOR ANY PLAN WITHOUT A CARD
      *           OF ITS OWN - INCLUDING RUNS FROM A HAND-PUNCHED DECK
      *           AND RUNS WITH NO AUDIT RECORD.
      *================================================================
       01  PRM-CBCTL-RECORD.
           05  PRM-CBCTL-TYPE              PIC X(01).
               88  PRM-CBCTL-IS-MONTH          VALUE 'M'.
               88  PRM-CBCTL-IS-RATE           VALUE 'R'.
               88  PRM-CBCTL-IS-ACCOUNT        VALUE 'A'.
           05  PRM-CBCTL-DATA              PIC X(59).
           05  PRM-CBCTL-MONTH-DATA REDEFINES PRM-CBCTL-DATA.
               10  PRM-CBCTL-BILL-MONTH    PIC 9(06).
               10  PRM-CBCTL-PRIME-FROM    PIC 9(04).
               10  PRM-CBCTL-PRIME-TO      PIC 9(04).
               10  FILLER                  PIC X(45).
           05  PRM-CBCTL-RATE-DATA REDEFINES PRM-CBCTL-DATA.
               10  PRM-CBCTL-HOST-NAME     PIC X(20).
               10  PRM-CBCTL-PRIME-RATE    PIC 9(03)V9(05).
               10  PRM-CBCTL-NIGHT-RATE    PIC 9(03)V9(05).
               10  FILLER                  PIC X(23).
           05  PRM-CBCTL-ACCOUNT-DATA REDEFINES PRM-CBCTL-DATA.
               10  PRM-CBCTL-PLAN-NAME     PIC X(08).
               10  PRM-CBCTL-ACCOUNT       PIC X(08).
               10  FILLER                  PIC X(43).
           05  FILLER                      PIC X(20).
