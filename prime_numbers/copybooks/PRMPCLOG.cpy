      *================================================================
      *  PRMPCLOG    -- PLAN-LIBRARY/CALENDAR CHANGE-LOG RECORD LAYOUT
      *
      *  ONE RECORD APPENDED TO DD PRMPCLOG BY PLANMNT FOR EVERY
      *  PLAN-LIBRARY IMAGE OR CALENDAR RULE IT ADDS, CHANGES, OR
      *  REMOVES: WHO (INITIALS), WHEN, WHICH FILE, WHAT ACTION, AND
      *  THE RECORD IMAGE BEFORE AND AFTER - BLANK BEFORE FOR AN ADD,
      *  BLANK AFTER FOR A DELETE. A WHOLE-PLAN DELETE LOGS ONE
      *  RECORD PER IMAGE REMOVED. THE BEFORE IMAGE IS ENOUGH TO PUT
      *  ANY CHANGE BACK BY HAND.
      *================================================================
       01  PRM-PCLOG-RECORD.
           05  PRM-PCLOG-DATE              PIC 9(08).
           05  PRM-PCLOG-TIME              PIC 9(08).
           05  PRM-PCLOG-INITIALS          PIC X(03).
           05  PRM-PCLOG-FILE              PIC X(01).
               88  PRM-PCLOG-IS-PLAN           VALUE 'P'.
               88  PRM-PCLOG-IS-CALENDAR       VALUE 'C'.
           05  PRM-PCLOG-ACTION            PIC X(01).
           05  PRM-PCLOG-BEFORE            PIC X(48).
           05  PRM-PCLOG-AFTER             PIC X(48).
           05  FILLER                      PIC X(11).
