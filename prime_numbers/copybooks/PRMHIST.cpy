      *  OMISSION IS VISIBLE AND NOBODY HAND-EDITS A PRODUCTION
      *  DATASET. REASON AND INITIALS RECORD WHO EXCLUDED IT AND
      *  WHY (REASON CODES BY SHOP CONVENTION, E.G. CANC/DRTS/BADR).
      *
      *  PRM-HIST-REPLAY-OF-RUN-ID IS SET BY NTHPRIME ONLY ON A RUN
      *  MADE FROM A REPLAY DECK (SEE RPLYGEN): THE RUN-ID OF THE
      *  QUESTIONED RUN IT RE-MEASURED, WHICH RPLYRPT SETS SIDE BY
      *  SIDE WITH IT. BLANK ON EVERY OTHER RECORD. ON A MERGED
      *  MASTER IT IS THE ORIGINATING HOST'S RUN-ID, AS FOR
      *  PRM-HIST-ORIG-RUN-ID.
      *================================================================
       01  PRM-HISTORY-RECORD.
           05  PRM-HIST-RUN-DATE           PIC 9(08).
               88  PRM-HIST-IS-EXCLUDED        VALUE 'X'.
           05  PRM-HIST-EXCL-REASON        PIC X(04).
           05  PRM-HIST-EXCL-INITIALS      PIC X(03).
           05  PRM-HIST-REPLAY-OF-RUN-ID   PIC 9(08).
           05  FILLER                      PIC X(02).
