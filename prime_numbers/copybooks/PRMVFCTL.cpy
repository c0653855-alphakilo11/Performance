      *================================================================
      *  PRMVFCTL    -- PRMVRFY RESULT-VERIFICATION CONTROL RECORD
      *
      *  ONE OPTIONAL LOGICAL CONTROL RECORD, READ ONCE AT START-UP
      *  BY PRMVRFY, NAMING THE RUNS WHOSE LISTINGS ARE TO BE
      *  VERIFIED - EITHER THE NIGHT OF A RUN DATE (THE SAME NIGHT
      *  SPAN MORNRPT REPORTS: THE DATE ITSELF PLUS THE NEXT
      *  MORNING'S RECORDS UP TO THE SUITE'S END), OR AN INCLUSIVE
      *  RUN-ID RANGE, WHICH WINS WHEN NON-ZERO. NO DD, AN EMPTY
      *  FILE, OR A ZERO DATE AND RANGE MEAN "LAST NIGHT": THE START
      *  DATE ON THE PRMLOCK RUN-STATUS RECORD, OR TODAY WHEN NO
      *  LOCK RECORD CAN BE READ. A ZERO RUN-ID-TO WITH A NON-ZERO
      *  RUN-ID-FROM VERIFIES THAT ONE RUN-ID. LAID DOWN AS A
      *  CARD-IMAGE FILE (DD VRFYCTL) WHEN AN OLDER NIGHT OR A
      *  QUESTIONED RUN IS BEING RE-VERIFIED.
      *================================================================
       01  PRM-VFCTL-RECORD.
           05  PRM-VFCTL-RUN-DATE          PIC 9(08).
           05  PRM-VFCTL-RUN-ID-FROM       PIC 9(08).
           05  PRM-VFCTL-RUN-ID-TO         PIC 9(08).
           05  FILLER                      PIC X(06).
