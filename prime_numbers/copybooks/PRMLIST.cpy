      *  FILE. DETAIL INDEX ZERO IS THE RUN'S HEADER RECORD; DETAIL
      *  INDEXES 1 THRU N CARRY THE PRIMES THEMSELVES. ONE RECORD
      *  LAYOUT SERVES BOTH, WITH THE RECORD-TYPE CODE AND REDEFINED
      *  DATA AREAS TELLING THEM APART. READ BACK BY PRIMINQ AND
      *  PRMVRFY (KEYED) AND BY PRMARCH, PRMRECON, AND PRMBKOUT
      *  (SEQUENTIALLY, IN KEY ORDER).
      *================================================================
       01  PRM-LIST-RECORD.
           05  PRM-LIST-KEY.
