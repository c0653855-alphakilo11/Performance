      *================================================================
      *  PRMBOREC    -- RUN BACKOUT DATASET RECORD LAYOUT
      *
      *  EVERY RECORD PRMBKOUT TAKES OFF A SUITE FILE IS APPENDED TO
      *  THE ONE BACKOUT DATASET (DD PRMBKOUT) IN THIS WRAPPER, SO
      *  NOTHING BACKED OUT IS EVER LOST: THE BACKOUT STAMP, THE DD
      *  NAME OF THE FILE IT CAME FROM, THE RUN-ID IT BELONGED TO
      *  (ZERO WHERE THE SOURCE RECORD CARRIES NONE), THE SOURCE
      *  RECORD LENGTH, AND THE RECORD IMAGE ITSELF, LEFT-JUSTIFIED
      *  IN AN AREA AS LONG AS THE WIDEST SUITE RECORD (PRMHIST).
      *  PUTTING A RUN BACK IS A MATTER OF SELECTING ITS RECORDS BY
      *  FILE NAME AND COPYING THE FIRST LENGTH BYTES OF THE IMAGE.
      *================================================================
       01  PRM-BOREC-RECORD.
           05  PRM-BOREC-DATE              PIC 9(08).
           05  PRM-BOREC-TIME              PIC 9(08).
           05  PRM-BOREC-FILE              PIC X(08).
           05  PRM-BOREC-RUN-ID            PIC 9(08).
           05  PRM-BOREC-LENGTH            PIC 9(03).
           05  PRM-BOREC-IMAGE             PIC X(198).
           05  FILLER                      PIC X(07).
