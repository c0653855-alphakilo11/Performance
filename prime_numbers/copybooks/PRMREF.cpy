      *================================================================
      *  PRMREF      -- CERTIFIED REFERENCE-ANSWER MASTER RECORD LAYOUT
      *
      *  ONE RECORD PER CERTIFIED CHECKPOINT: THE INDEX OF A PRIME IN
      *  THE ASCENDING SEQUENCE OF PRIMES AND ITS KNOWN VALUE (THE
      *  100TH IS 541, THE 1,000TH IS 7,919, THE 10,000TH IS
      *  104,729). KEPT IN A SMALL CONTROLLED DATASET (DD PRMREF) IN
      *  ASCENDING INDEX ORDER, LOADED FROM THE PUBLISHED TABLES AND
      *  CHANGED ONLY UNDER REVIEW - IT IS THE ONE PLACE THE SUITE'S
      *  ANSWERS ARE CHECKED AGAINST SOMETHING THE SUITE DID NOT
      *  COMPUTE ITSELF. EVERY INDEX FROM 1 THRU 100 IS CARRIED, AND
      *  EVERY 100TH INDEX FROM THERE TO THE PRIMES-TABLE CAPACITY OF
      *  10,000; A SKIPPED OR SPURIOUS PRIME SHIFTS EVERY LATER INDEX,
      *  SO IT CANNOT SLIP PAST THE NEXT CHECKPOINT. READ BY PRMVRFY.
      *================================================================
       01  PRM-REF-RECORD.
           05  PRM-REF-INDEX               PIC 9(06).
           05  PRM-REF-VALUE               PIC 9(10).
           05  FILLER                      PIC X(04).
