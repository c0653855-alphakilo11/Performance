      *================================================================
      *  PRMSECV     -- SECURITY-VIOLATION LOG RECORD LAYOUT
      *
      *  ONE RECORD IS APPENDED TO DD PRMSECV BY PRMAUTH FOR EVERY
      *  CONTROL CARD REFUSED BECAUSE THE INITIALS PUNCHED ON IT DO
      *  NOT HOLD THE AUTHORITY FOR THE ACTION (SEE COPYBOOK
      *  PRMOPAUT). IT CARRIES THE CARD IMAGE EXACTLY AS READ, SO
      *  AUDIT SEES WHAT WAS ATTEMPTED, BY WHOM, AND FROM WHICH
      *  PROGRAM. ACTION IS THE PRMAUTHP ACTION CLASS ('H' HISTORY
      *  MAINTENANCE, 'A' ALERT ACTIONS, 'F' FEED CONFIRMATION, 'B'
      *  BASELINE APPROVAL/RETIREMENT).
      *  REASON:
      *      'U'  THE INITIALS ARE NOT ON THE AUTHORITY FILE
      *      'P'  THE AUTHORITY IS NOT YET EFFECTIVE
      *      'E'  THE AUTHORITY HAS EXPIRED
      *      'N'  THE PERSON IS NOT AUTHORIZED FOR THIS ACTION
      *================================================================
       01  PRM-SECV-RECORD.
           05  PRM-SECV-DATE               PIC 9(08).
           05  PRM-SECV-TIME               PIC 9(08).
           05  PRM-SECV-PROGRAM            PIC X(08).
           05  PRM-SECV-ACTION             PIC X(01).
           05  PRM-SECV-INITIALS           PIC X(03).
           05  PRM-SECV-REASON             PIC X(01).
               88  PRM-SECV-UNKNOWN            VALUE 'U'.
               88  PRM-SECV-NOT-YET-EFFECTIVE  VALUE 'P'.
               88  PRM-SECV-EXPIRED            VALUE 'E'.
               88  PRM-SECV-NOT-AUTHORIZED     VALUE 'N'.
           05  PRM-SECV-CARD-IMAGE         PIC X(80).
           05  FILLER                      PIC X(11).
