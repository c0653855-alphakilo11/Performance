      *  COMPUTED OVER WHAT ARRIVED. FEEDCONF MARKS THE CYCLE
      *  CONFIRMED WHEN BOTH AGREE WITH THE REGISTRY, OR MISMATCHED
      *  (WITH A FEEDCYC ALERT) WHEN THEY DO NOT - WHICH IS THE
      *  PROOF OF DELIVERY THE INTERFACE NEVER HAD. THE INITIALS ARE
      *  THOSE OF THE PERSON CONFIRMING THE CYCLE; THEY MUST HOLD
      *  FEED-CONFIRMATION AUTHORITY ON THE OPERATOR-AUTHORITY FILE
      *  (SEE COPYBOOK PRMOPAUT) OR THE CARD IS REFUSED.
      *================================================================
       01  PRM-CFCTL-RECORD.
           05  PRM-CFCTL-CYCLE-NO          PIC 9(06).
           05  PRM-CFCTL-REC-COUNT         PIC 9(06).
           05  PRM-CFCTL-HASH-TOTAL        PIC 9(13).
           05  PRM-CFCTL-INITIALS          PIC X(03).
           05  FILLER                      PIC X(07).
