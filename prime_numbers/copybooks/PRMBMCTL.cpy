      *================================================================
      *  PRMBMCTL    -- BASEMNT BASELINE TRANSACTION CARD
      *
      *  ONE RECORD PER TRANSACTION, READ IN DECK ORDER BY BASEMNT
      *  FROM DD BASECTL. THE ACTION SAYS WHAT THE CARD DOES:
      *      'P'  PROPOSE A NEW BASELINE FROM THE RUN-IDS ON THE CARD
      *           (ONE TO EIGHT, LEFT-JUSTIFIED, ZERO OR BLANK AFTER
      *           THE LAST). THE BASELINE-ID IS LEFT ZERO - BASEMNT
      *           ASSIGNS THE NEXT ONE. N, MODE, HOST, AND RUNTIME
      *           LEVEL ARE TAKEN FROM THE RUNS, WHICH MUST AGREE.
      *      'A'  APPROVE THE PROPOSED BASELINE NAMED BY BASELINE-ID.
      *      'R'  RETIRE THE PROPOSED OR APPROVED BASELINE NAMED BY
      *           BASELINE-ID.
      *  EVERY CARD CARRIES THE INITIALS OF THE PERSON TAKING THE
      *  ACTION. APPROVE AND RETIRE NEED BASELINE AUTHORITY ON THE
      *  OPERATOR-AUTHORITY FILE (SEE COPYBOOK PRMOPAUT), AND NOBODY
      *  MAY APPROVE A BASELINE THEY PROPOSED.
      *================================================================
       01  PRM-BMCTL-RECORD.
           05  PRM-BMCTL-ACTION            PIC X(01).
               88  PRM-BMCTL-IS-PROPOSE        VALUE 'P'.
               88  PRM-BMCTL-IS-APPROVE        VALUE 'A'.
               88  PRM-BMCTL-IS-RETIRE         VALUE 'R'.
           05  PRM-BMCTL-INITIALS          PIC X(03).
           05  PRM-BMCTL-BASE-ID           PIC 9(06).
           05  PRM-BMCTL-RUN-ID            PIC 9(08) OCCURS 8 TIMES.
           05  FILLER                      PIC X(06).
