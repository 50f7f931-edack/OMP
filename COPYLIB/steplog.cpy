      *---------------------------------------------------------------*
      *    STEPLOG COPYBOOK - SHOP-WIDE STEP-COMPLETION LOG. EVERY
      *    BATCH PROGRAM (THE HACK* AND USAHIST* PROGRAMS) APPENDS
      *    ONE RECORD AT END OF JOB - NORMAL END OR ABEND - GIVING
      *    WHEN IT ENDED, ITS RETURN CODE, AND ITS THREE KEY
      *    COUNTS. EACH COUNT CARRIES ITS OWN LABEL SINCE WHAT A STEP
      *    CALLS INPUT, OUTPUT AND REJECTS DIFFERS FROM PROGRAM TO
      *    PROGRAM; A COUNT THE PROGRAM DOES NOT HAVE IS ZERO WITH A
      *    BLANK LABEL. READ BY HACKCTLS FOR THE DAILY CONTROL SHEET.
      *---------------------------------------------------------------*
       01  STEP-LOG-RECORD.
           05  SLG-PROGRAM-ID              PIC X(08).
           05  SLG-RUN-DATE                PIC X(10).
           05  SLG-RUN-TIME                PIC X(08).
           05  SLG-RETURN-CODE             PIC 9(04).
           05  SLG-INPUT-LABEL             PIC X(16).
           05  SLG-INPUT-CNT               PIC 9(09).
           05  SLG-OUTPUT-LABEL            PIC X(16).
           05  SLG-OUTPUT-CNT              PIC 9(09).
           05  SLG-REJECT-LABEL            PIC X(16).
           05  SLG-REJECT-CNT              PIC 9(09).
           05  FILLER                      PIC X(15).
