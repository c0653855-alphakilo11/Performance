      *================================================================
      *  PRMAUTHP    -- PARAMETER AREA FOR THE AUTHORITY ROUTINE PRMAUTH
      *
      *  PASSED ON CALL "PRMAUTH" USING PRM-AUTHP-AREA, ONCE PER
      *  CONTROL CARD. THE CALLER SETS ITS OWN PROGRAM NAME, THE
      *  ACTION CLASS, THE INITIALS PUNCHED ON THE CARD, AND THE CARD
      *  IMAGE; PRMAUTH CHECKS THE INITIALS AGAINST THE OPERATOR-
      *  AUTHORITY FILE (DD PRMOPAUT) AS OF TODAY AND RETURNS THE
      *  VERDICT, WITH THE PERSON'S NAME WHEN THE INITIALS ARE KNOWN.
      *      ACTION   'H'  EXCLUDE/REINSTATE HISTORY (HISTMNT)
      *               'A'  ACKNOWLEDGE/CLOSE ALERTS  (ALRTUPDT)
      *               'F'  CONFIRM A FEED CYCLE      (FEEDCONF)
      *               'B'  APPROVE/RETIRE A BASELINE (BASEMNT)
      *      VERDICT  'Y'  AUTHORIZED - APPLY THE CARD
      *               'U'  UNKNOWN INITIALS          ) REFUSED; THE
      *               'P'  NOT YET EFFECTIVE         ) CARD IMAGE IS
      *               'E'  AUTHORITY EXPIRED         ) ON THE PRMSECV
      *               'N'  NOT AUTHORIZED FOR ACTION ) LOG
      *               'F'  THE AUTHORITY FILE COULD NOT BE READ OR
      *                    IS EMPTY - NOTHING CAN BE AUTHORIZED
      *  REASON-TEXT CARRIES THE VERDICT IN WORDS FOR THE CALLER'S
      *  REFUSAL MESSAGE.
      *  THE ROUTINE ONLY DECIDES AND LOGS; WHAT A REFUSAL DOES TO
      *  THE REST OF THE RUN IS THE CALLER'S DECISION.
      *================================================================
       01  PRM-AUTHP-AREA.
           05  PRM-AUTHP-CALLER            PIC X(08).
           05  PRM-AUTHP-ACTION            PIC X(01).
               88  PRM-AUTHP-IS-HIST-MAINT     VALUE 'H'.
               88  PRM-AUTHP-IS-ALERT-ACTION   VALUE 'A'.
               88  PRM-AUTHP-IS-FEED-CONFIRM   VALUE 'F'.
               88  PRM-AUTHP-IS-BASE-APPROVAL  VALUE 'B'.
           05  PRM-AUTHP-INITIALS          PIC X(03).
           05  PRM-AUTHP-CARD-IMAGE        PIC X(80).
           05  PRM-AUTHP-VERDICT           PIC X(01).
               88  PRM-AUTHP-AUTHORIZED        VALUE 'Y'.
               88  PRM-AUTHP-UNKNOWN           VALUE 'U'.
               88  PRM-AUTHP-NOT-YET-EFFECTIVE VALUE 'P'.
               88  PRM-AUTHP-EXPIRED           VALUE 'E'.
               88  PRM-AUTHP-NOT-AUTHORIZED    VALUE 'N'.
               88  PRM-AUTHP-FILE-FAILED       VALUE 'F'.
           05  PRM-AUTHP-NAME              PIC X(30).
           05  PRM-AUTHP-REASON-TEXT       PIC X(25).
