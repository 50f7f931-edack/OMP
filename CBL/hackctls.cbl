      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKCTLS.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. DAILY OPERATIONS CONTROL SHEET. READS THE SHOP-WIDE
      *         STEP LOG EVERY BATCH PROGRAM APPENDS TO AT END OF JOB
      *         AND PRINTS ONE PAGE PER PROCESSING DAY LISTING EACH
      *         EXPECTED STEP - WHETHER IT RAN, ITS RETURN CODE, WHEN
      *         IT ENDED AND ITS KEY COUNTS - AND FLAGGING ANY COUNT
      *         THAT DISAGREES WITH THE STEP BEFORE IT (HACKNEWS
      *         STORIES MATCHED AGAINST HACKDGST STORIES READ, AND SO
      *         ON). STEPS LOGGED THAT DAY BUT NOT ON THE SCHEDULE ARE
      *         LISTED UNDERNEATH. THE EXPECTED STEPS AND THEIR COUNT
      *         CHECKS COME FROM THE OPTIONAL SCHEDULE FILE, ELSE FROM
      *         THE BUILT-IN HACKNEWS NIGHTLY SCHEDULE. A STEP THAT RAN
      *         MORE THAN ONCE IN A DAY IS SHOWN BY ITS LAST RUN. ANY
      *         STEP NOT RUN, ENDING WITH A RETURN CODE, OR FAILING A
      *         COUNT CHECK ENDS THIS STEP WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT CONTROL-SORT-FILE
               ASSIGN TO CTLSFL
               FILE STATUS IS CSR-STATUS.
           SELECT OPTIONAL STEP-SCHEDULE-FILE
               ASSIGN TO STEPSCH
               FILE STATUS IS SCH-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - READ FOR THE SHEETS, THEN
      *    ONE RECORD APPENDED AT END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-RECORD.
           05 PRINT-LINE                   PIC X(132).
      *    THE STEP-LOG RECORDS FOR THE PERIOD, IN THE ORDER THE
      *    STEPS ENDED.
       SD  CONTROL-SORT-FILE.
       COPY STEPLOG REPLACING ==STEP-LOG-RECORD==
                           BY ==CONTROL-SORT-RECORD==
                      LEADING ==SLG-== BY ==CSR-==.
      *    OPTIONAL SCHEDULE - ONE CARD PER EXPECTED STEP IN RUN
      *    ORDER, SEE WS-SCHEDULE-CARD. NO CARDS TAKES THE BUILT-IN
      *    SCHEDULE.
       FD  STEP-SCHEDULE-FILE RECORDING MODE F.
       01  STEP-SCHEDULE-RECORD-IN         PIC X(80).
      *    OPTIONAL PARAMETER CARD - THE FIRST AND LAST PROCESSING
      *    DAYS TO PRINT (YYYY-MM-DD). A BLANK FIRST DAY TAKES THE
      *    LATEST DAY ON THE LOG (TODAY IF THE LOG IS EMPTY); A BLANK
      *    LAST DAY TAKES THE FIRST.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-FROM-DATE                PIC X(10).
           05 PRM-TO-DATE                  PIC X(10).
           05 FILLER                       PIC X(60).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
      *    SCHEDULE CARD. EACH CHECK COMPARES ONE OF THIS STEP'S
      *    COUNTS (I = INPUT, O = OUTPUT, R = REJECTS) WITH ONE OF
      *    THE COUNTS OF AN EARLIER STEP ON THE SCHEDULE. A BLANK
      *    CHECK IS NOT USED.
      *---------------------------------------------------------------*
       01  WS-SCHEDULE-CARD.
           05  SCC-PROGRAM-ID              PIC X(08).
           05  SCC-CHECK                   OCCURS 2 TIMES.
               10  SCC-CHK-SLOT            PIC X(01).
               10  SCC-CHK-PROGRAM-ID      PIC X(08).
               10  SCC-CHK-PRIOR-SLOT      PIC X(01).
           05  FILLER                      PIC X(52).
      *---------------------------------------------------------------*
      *    BUILT-IN SCHEDULE - THE HACKNEWS NIGHTLY STREAM. HACKBAL
      *    RECOUNTS THE EXTRACT (ONE RECORD PER STORY MATCHED) AND
      *    THE EXCEPTION FILE; HACKFIX READS THOSE EXCEPTIONS; HACKDGST
      *    READS THE MATCHED-STORY WORK FILE.
      *---------------------------------------------------------------*
       01  WS-DEFAULT-SCHEDULE-VALUES.
           05  FILLER                      PIC X(28) VALUE 'HACKPVAL'.
           05  FILLER                      PIC X(28) VALUE 'HACKNEWS'.
           05  FILLER                      PIC X(28) VALUE
               'HACKBAL IHACKNEWSOOHACKNEWSR'.
           05  FILLER                      PIC X(28) VALUE 'HACKAUDT'.
           05  FILLER                      PIC X(28) VALUE
               'HACKFIX IHACKNEWSR'.
           05  FILLER                      PIC X(28) VALUE
               'HACKDGSTIHACKNEWSO'.
           05  FILLER                      PIC X(28) VALUE 'HACKTERM'.
           05  FILLER                      PIC X(28) VALUE 'HACKTRND'.
           05  FILLER                      PIC X(28) VALUE 'HACKSTAT'.
       01  WS-DEFAULT-SCHEDULE-TABLE REDEFINES
                                       WS-DEFAULT-SCHEDULE-VALUES.
           05  WS-DEFAULT-STEP             PIC X(28) OCCURS 9 TIMES
                                            INDEXED BY WS-DEF-IDX.
      *---------------------------------------------------------------*
      *    THE EXPECTED STEPS, WITH WHAT THE CURRENT DAY'S LOG SHOWS
      *    FOR EACH - RUNS SEEN AND THE LAST RUN'S OUTCOME AND COUNTS.
      *    SLOT 1 IS INPUT, 2 OUTPUT, 3 REJECTS.
      *---------------------------------------------------------------*
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-CNT                  PIC 9(02) VALUE 0.
           05  WS-SCH-ENTRY                OCCURS 30 TIMES
                                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-PROGRAM-ID       PIC X(08).
               10  WS-SCH-CHECK            OCCURS 2 TIMES
                                            INDEXED BY WS-CHK-IDX.
                   15  WS-SCH-CHK-SLOT     PIC 9(01).
                   15  WS-SCH-CHK-PRIOR-SUB
                                           PIC 9(02).
                   15  WS-SCH-CHK-PRIOR-SLOT
                                           PIC 9(01).
               10  WS-SCH-RUNS             PIC 9(03).
               10  WS-SCH-RETURN-CODE      PIC 9(04).
               10  WS-SCH-RUN-TIME         PIC X(08).
               10  WS-SCH-SLOT             OCCURS 3 TIMES.
                   15  WS-SCH-SLOT-LABEL   PIC X(16).
                   15  WS-SCH-SLOT-CNT     PIC 9(09).
      *---------------------------------------------------------------*
      *    STEPS LOGGED ON THE CURRENT DAY THAT ARE NOT SCHEDULED.
      *---------------------------------------------------------------*
       01  WS-OTHER-STEP-TABLE.
           05  WS-OTH-CNT                  PIC 9(02) VALUE 0.
           05  WS-OTH-ENTRY                OCCURS 30 TIMES
                                            INDEXED BY WS-OTH-IDX.
               10  WS-OTH-PROGRAM-ID       PIC X(08).
               10  WS-OTH-RUNS             PIC 9(03).
               10  WS-OTH-RETURN-CODE      PIC 9(04).
               10  WS-OTH-RUN-TIME         PIC X(08).
               10  WS-OTH-SLOT             OCCURS 3 TIMES.
                   15  WS-OTH-SLOT-LABEL   PIC X(16).
                   15  WS-OTH-SLOT-CNT     PIC 9(09).
       01  WS-SLOT-NAME-VALUES.
           05  FILLER                      PIC X(18) VALUE
               'INPUT OUTPUTREJECT'.
       01  WS-SLOT-NAME-TABLE REDEFINES WS-SLOT-NAME-VALUES.
           05  WS-SLOT-NAME                PIC X(06) OCCURS 3 TIMES.
      *---------------------------------------------------------------*
       01  HEADING-LINES.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER      PIC X(07) VALUE ' DATE: '.
               10  HL1-MONTH   PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-YEAR    PIC X(04).
               10  FILLER      PIC X(03) VALUE SPACE.
               10  FILLER      PIC X(40) VALUE
                   ' DAILY OPERATIONS CONTROL SHEET         '.
               10  FILLER      PIC X(49) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  HL2-CAPTION PIC X(17).
               10  HL2-PERIOD  PIC X(24).
               10  FILLER      PIC X(91) VALUE SPACE.
           05  HEADING-LINE-3.
               10  FILLER      PIC X(11) VALUE ' STEP'.
               10  FILLER      PIC X(09) VALUE 'STATUS'.
               10  FILLER      PIC X(05) VALUE '  RC'.
               10  FILLER      PIC X(06) VALUE ' RUNS'.
               10  FILLER      PIC X(08) VALUE 'ENDED'.
               10  FILLER      PIC X(30) VALUE '  INPUT'.
               10  FILLER      PIC X(30) VALUE '  OUTPUT'.
               10  FILLER      PIC X(33) VALUE '  REJECTS'.
      *---------------------------------------------------------------*
      *    ONE LINE PER STEP. A STEP NOT RUN SHOWS ONLY ITS NAME AND
      *    STATUS; A COUNT THE STEP DOES NOT KEEP PRINTS BLANK.
      *---------------------------------------------------------------*
       01  STEP-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SDL-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-STATUS                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SDL-RETURN-CODE             PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-RUNS                    PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-RUN-TIME                PIC X(08).
           05  SDL-COUNT-GROUP             OCCURS 3 TIMES.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SDL-COUNT-LABEL         PIC X(16).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  SDL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
      *---------------------------------------------------------------*
       01  CHECK-LINES.
      *---------------------------------------------------------------*
           05  CHECK-DISAGREE-LINE.
               10  FILLER                  PIC X(11) VALUE SPACE.
               10  FILLER                  PIC X(04) VALUE '*** '.
               10  CDL-SLOT-NAME           PIC X(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  CDL-COUNT-LABEL         PIC X(16).
               10  CDL-COUNT               PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(16) VALUE
                   ' DISAGREES WITH '.
               10  CDL-PRIOR-PROGRAM-ID    PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  CDL-PRIOR-SLOT-NAME     PIC X(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  CDL-PRIOR-COUNT-LABEL   PIC X(16).
               10  CDL-PRIOR-COUNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(24) VALUE SPACE.
           05  CHECK-NOT-MADE-LINE.
               10  FILLER                  PIC X(11) VALUE SPACE.
               10  FILLER                  PIC X(04) VALUE '*** '.
               10  CNL-SLOT-NAME           PIC X(06).
               10  FILLER                  PIC X(21) VALUE
                   ' COUNT NOT CHECKED - '.
               10  CNL-PRIOR-PROGRAM-ID    PIC X(08).
               10  FILLER                  PIC X(82) VALUE
                   ' DID NOT COMPLETE THIS DAY'.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                            REPORT TOTALS'.
           05  SL-OTHER-HEADING            PIC X(132) VALUE
               ' STEPS LOGGED THIS DAY THAT ARE NOT ON THE SCHEDULE'.
           05  SL-OTHER-OVERFLOW-LINE.
               10  FILLER                  PIC X(11) VALUE SPACE.
               10  SL-OTHER-OVERFLOW-CNT   PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(114) VALUE
                   ' MORE UNSCHEDULED RUNS NOT LISTED'.
           05  SL-DAY-HEADING              PIC X(132) VALUE
               '                            DAY SUMMARY'.
           05  SL-DAY-CLEAN-LINE           PIC X(132) VALUE
               ' DAY STATUS: CLEAN'.
           05  SL-DAY-EXCEPTION-LINE       PIC X(132) VALUE
               ' *** DAY STATUS: EXCEPTIONS - SEE ABOVE'.
           05  SL-COUNT-LINE.
               10  SL-COUNT-LABEL          PIC X(30).
               10  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
      *---------------------------------------------------------------*
      *    THE PERIOD BEING PRINTED AND THE DAY IN HAND, AS TEXT AND
      *    AS INTEGER-OF-DATE DAY NUMBERS FOR STEPPING A DAY AT A TIME.
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-FROM-DATE                PIC X(10) VALUE SPACE.
           05  WS-TO-DATE                  PIC X(10) VALUE SPACE.
           05  WS-SHEET-DATE               PIC X(10) VALUE SPACE.
           05  WS-LATEST-LOG-DATE          PIC X(10) VALUE SPACE.
           05  WS-FROM-INT                 PIC 9(07) VALUE 0.
           05  WS-TO-INT                   PIC 9(07) VALUE 0.
           05  WS-SHEET-INT                PIC 9(07) VALUE 0.
           05  WS-WORK-INT                 PIC 9(07) VALUE 0.
           05  WS-WORK-DATE                PIC X(10).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WD-YEAR              PIC X(04).
               10  WS-WD-DASH-1            PIC X(01).
               10  WS-WD-MONTH             PIC X(02).
               10  WS-WD-DASH-2            PIC X(01).
               10  WS-WD-DAY               PIC X(02).
           05  WS-WORK-YMD.
               10  WS-WORK-YMD-YEAR        PIC X(04).
               10  WS-WORK-YMD-MONTH       PIC X(02).
               10  WS-WORK-YMD-DAY         PIC X(02).
           05  WS-WORK-YMD-NUM REDEFINES WS-WORK-YMD
                                           PIC 9(08).
      *---------------------------------------------------------------*
       01  WS-DAY-TOTALS.
      *---------------------------------------------------------------*
           05  WS-DAY-RAN-CNT              PIC 9(03) VALUE 0.
           05  WS-DAY-NOT-RUN-CNT          PIC 9(03) VALUE 0.
           05  WS-DAY-RC-CNT               PIC 9(03) VALUE 0.
           05  WS-DAY-DISAGREE-CNT         PIC 9(03) VALUE 0.
           05  WS-DAY-NOT-CHECKED-CNT      PIC 9(03) VALUE 0.
           05  WS-DAY-OTHER-CNT            PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
      *---------------------------------------------------------------*
           05  WS-LOG-READ-CNT             PIC 9(09) VALUE 0.
           05  WS-LOG-IN-PERIOD-CNT        PIC 9(09) VALUE 0.
           05  WS-LOG-UNPLACED-CNT         PIC 9(09) VALUE 0.
           05  WS-DAYS-PRINTED-CNT         PIC 9(05) VALUE 0.
           05  WS-EXCEPTION-DAYS-CNT       PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  SLOG-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SLOG-EOF                          VALUE 'Y'.
           05  SCH-EOF-SW                  PIC X(01) VALUE 'N'.
               88  SCH-EOF                           VALUE 'Y'.
           05  CTLS-SORT-AT-END-SW         PIC X(01) VALUE 'N'.
               88  CTLS-SORT-AT-END                  VALUE 'Y'.
           05  WS-STEP-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-STEP-FOUND                     VALUE 'Y'.
           05  WS-SLOT-LETTER              PIC X(01).
           05  WS-SLOT-SUB                 PIC 9(01) VALUE 0.
           05  WS-COUNT-SUB                PIC 9(01) COMP VALUE 0.
           05  WS-PRIOR-SUB                PIC 9(02) COMP VALUE 0.
           05  WS-THIS-SLOT-SUB            PIC 9(01) COMP VALUE 0.
           05  WS-PRIOR-SLOT-SUB           PIC 9(01) COMP VALUE 0.
           05  CSR-STATUS                  PIC X(02) VALUE '00'.
           05  SCH-STATUS                  PIC X(02) VALUE '00'.
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
      *---------------------------------------------------------------*
       01  WS-STEP-LOG-FIELDS.
      *---------------------------------------------------------------*
           05  SLOG-STATUS                 PIC X(02) VALUE '00'.
           05  WS-STEP-LOG-STAMP.
               10  WS-SLS-YEAR             PIC X(04).
               10  WS-SLS-MONTH            PIC X(02).
               10  WS-SLS-DAY              PIC X(02).
               10  WS-SLS-HH               PIC X(02).
               10  WS-SLS-MM               PIC X(02).
               10  WS-SLS-SS               PIC X(02).
               10  FILLER                  PIC X(07).
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES-INITIALIZE.
           SORT CONTROL-SORT-FILE
               ON ASCENDING KEY CSR-RUN-DATE
                                CSR-RUN-TIME
               INPUT PROCEDURE  IS 2000-RELEASE-PERIOD-RECORDS
               OUTPUT PROCEDURE IS 4000-PRINT-CONTROL-SHEETS.
           PERFORM 9600-PRINT-REPORT-TOTALS.
           IF  WS-EXCEPTION-DAYS-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  PARAMETER-FILE
                       STEP-SCHEDULE-FILE
                OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           IF  SCH-STATUS = '00'
               PERFORM 1300-LOAD-SCHEDULE
           END-IF.
           IF  SCH-STATUS = '00' OR '05'
               CLOSE STEP-SCHEDULE-FILE
           END-IF.
           IF  WS-SCH-CNT = ZERO
               PERFORM 1350-LOAD-DEFAULT-SCHEDULE
                   VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > 9
           END-IF.
           IF  WS-FROM-DATE = SPACE
               PERFORM 1400-FIND-LATEST-LOG-DATE
               MOVE WS-LATEST-LOG-DATE TO WS-FROM-DATE
           END-IF.
           IF  WS-TO-DATE = SPACE
               MOVE WS-FROM-DATE       TO WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE           TO WS-WORK-DATE.
           PERFORM 1450-CONVERT-WORK-DATE.
           MOVE WS-WORK-INT            TO WS-FROM-INT.
           MOVE WS-TO-DATE             TO WS-WORK-DATE.
           PERFORM 1450-CONVERT-WORK-DATE.
           MOVE WS-WORK-INT            TO WS-TO-INT.
           IF  WS-FROM-INT = ZERO
           OR  WS-TO-INT   = ZERO
           OR  WS-TO-INT   < WS-FROM-INT
               PERFORM 9920-PROCESSING-DATE-ERROR
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-FROM-DATE NOT = SPACES
                       MOVE PRM-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF  PRM-TO-DATE NOT = SPACES
                       MOVE PRM-TO-DATE   TO WS-TO-DATE
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
      *    LOADS THE SCHEDULE CARDS IN RUN ORDER. BLANK CARDS ARE
      *    SKIPPED.
      *---------------------------------------------------------------*
       1300-LOAD-SCHEDULE.
      *---------------------------------------------------------------*
           PERFORM 1305-READ-SCHEDULE-CARD.
           PERFORM 1310-ADD-SCHEDULE-ENTRY
               UNTIL SCH-EOF.
      *---------------------------------------------------------------*
       1305-READ-SCHEDULE-CARD.
      *---------------------------------------------------------------*
           READ STEP-SCHEDULE-FILE INTO WS-SCHEDULE-CARD
               AT END SET SCH-EOF TO TRUE.
      *---------------------------------------------------------------*
       1310-ADD-SCHEDULE-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-SCHEDULE-CARD NOT = SPACE
               PERFORM 1320-EDIT-SCHEDULE-CARD
           END-IF.
           PERFORM 1305-READ-SCHEDULE-CARD.
      *---------------------------------------------------------------*
      *    ADDS THE CARD IN WS-SCHEDULE-CARD TO THE SCHEDULE TABLE,
      *    TURNING EACH CHECK'S SLOT LETTERS INTO SUBSCRIPTS AND ITS
      *    PROGRAM INTO THE TABLE POSITION OF THAT EARLIER STEP.
      *    SHARED BY THE SCHEDULE FILE AND THE BUILT-IN SCHEDULE.
      *---------------------------------------------------------------*
       1320-EDIT-SCHEDULE-CARD.
      *---------------------------------------------------------------*
           IF  SCC-PROGRAM-ID = SPACE
               PERFORM 9930-SCHEDULE-CARD-ERROR
           END-IF.
           IF  WS-SCH-CNT NOT < 30
               PERFORM 9910-SCHEDULE-TABLE-OVERFLOW
           END-IF.
           ADD 1 TO WS-SCH-CNT.
           SET WS-SCH-IDX TO WS-SCH-CNT.
           MOVE SCC-PROGRAM-ID TO WS-SCH-PROGRAM-ID(WS-SCH-IDX).
           PERFORM 1330-EDIT-ONE-CHECK
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 2.
      *---------------------------------------------------------------*
       1330-EDIT-ONE-CHECK.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-SCH-CHK-SLOT(WS-SCH-IDX, WS-CHK-IDX)
                     WS-SCH-CHK-PRIOR-SUB(WS-SCH-IDX, WS-CHK-IDX)
                     WS-SCH-CHK-PRIOR-SLOT(WS-SCH-IDX, WS-CHK-IDX).
           IF  SCC-CHECK(WS-CHK-IDX) NOT = SPACE
               MOVE SCC-CHK-SLOT(WS-CHK-IDX)       TO WS-SLOT-LETTER
               PERFORM 1340-CONVERT-SLOT-LETTER
               MOVE WS-SLOT-SUB
                   TO WS-SCH-CHK-SLOT(WS-SCH-IDX, WS-CHK-IDX)
               MOVE SCC-CHK-PRIOR-SLOT(WS-CHK-IDX) TO WS-SLOT-LETTER
               PERFORM 1340-CONVERT-SLOT-LETTER
               MOVE WS-SLOT-SUB
                   TO WS-SCH-CHK-PRIOR-SLOT(WS-SCH-IDX, WS-CHK-IDX)
               PERFORM 1345-FIND-PRIOR-STEP
               IF  WS-SCH-CHK-SLOT(WS-SCH-IDX, WS-CHK-IDX) = ZERO
               OR  WS-SCH-CHK-PRIOR-SLOT(WS-SCH-IDX, WS-CHK-IDX)
                       = ZERO
               OR  WS-PRIOR-SUB = ZERO
                   PERFORM 9930-SCHEDULE-CARD-ERROR
               END-IF
               MOVE WS-PRIOR-SUB
                   TO WS-SCH-CHK-PRIOR-SUB(WS-SCH-IDX, WS-CHK-IDX)
           END-IF.
      *---------------------------------------------------------------*
       1340-CONVERT-SLOT-LETTER.
      *---------------------------------------------------------------*
           EVALUATE WS-SLOT-LETTER
               WHEN 'I'
                   MOVE 1 TO WS-SLOT-SUB
               WHEN 'O'
                   MOVE 2 TO WS-SLOT-SUB
               WHEN 'R'
                   MOVE 3 TO WS-SLOT-SUB
               WHEN OTHER
                   MOVE 0 TO WS-SLOT-SUB
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    THE STEP A CHECK NAMES MUST ALREADY BE ON THE SCHEDULE -
      *    COUNTS ARE ONLY EVER CHECKED AGAINST AN EARLIER STEP.
      *---------------------------------------------------------------*
       1345-FIND-PRIOR-STEP.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-PRIOR-SUB.
           PERFORM 1346-TEST-ONE-PRIOR-STEP
               VARYING WS-OTH-IDX FROM 1 BY 1
               UNTIL WS-OTH-IDX NOT < WS-SCH-IDX
                  OR WS-PRIOR-SUB > ZERO.
      *---------------------------------------------------------------*
       1346-TEST-ONE-PRIOR-STEP.
      *---------------------------------------------------------------*
           IF  WS-SCH-PROGRAM-ID(WS-OTH-IDX)
                   = SCC-CHK-PROGRAM-ID(WS-CHK-IDX)
               SET WS-PRIOR-SUB TO WS-OTH-IDX
           END-IF.
      *---------------------------------------------------------------*
       1350-LOAD-DEFAULT-SCHEDULE.
      *---------------------------------------------------------------*
           MOVE WS-DEFAULT-STEP(WS-DEF-IDX) TO WS-SCHEDULE-CARD.
           PERFORM 1320-EDIT-SCHEDULE-CARD.
      *---------------------------------------------------------------*
      *    WITH NO DAY ON THE PARAMETER CARD THE SHEET IS FOR THE
      *    LATEST DAY ANY STEP LOGGED - THE NIGHT JUST RUN.
      *---------------------------------------------------------------*
       1400-FIND-LATEST-LOG-DATE.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-LATEST-LOG-DATE.
           OPEN INPUT STEP-LOG-FILE.
           IF  SLOG-STATUS NOT = '00'
           AND SLOG-STATUS NOT = '05'
               PERFORM 9900-STEP-LOG-FILE-ERROR
           END-IF.
           PERFORM 2010-READ-STEP-LOG.
           PERFORM 1410-NOTE-ONE-LOG-DATE
               UNTIL SLOG-EOF.
           CLOSE STEP-LOG-FILE.
           MOVE 'N' TO SLOG-EOF-SW.
           MOVE 0   TO WS-LOG-READ-CNT.
           IF  WS-LATEST-LOG-DATE = SPACE
               STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                      WS-CURRENT-DAY
                      DELIMITED BY SIZE
                      INTO WS-LATEST-LOG-DATE
               END-STRING
           END-IF.
      *---------------------------------------------------------------*
       1410-NOTE-ONE-LOG-DATE.
      *---------------------------------------------------------------*
           IF  SLG-RUN-DATE > WS-LATEST-LOG-DATE
               MOVE SLG-RUN-DATE TO WS-LATEST-LOG-DATE
           END-IF.
           PERFORM 2010-READ-STEP-LOG.
      *---------------------------------------------------------------*
      *    TURNS WS-WORK-DATE (YYYY-MM-DD) INTO ITS INTEGER-OF-DATE
      *    DAY NUMBER IN WS-WORK-INT, ZERO IF IT IS NOT A REAL DATE.
      *---------------------------------------------------------------*
       1450-CONVERT-WORK-DATE.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-WORK-INT.
           MOVE WS-WD-YEAR  TO WS-WORK-YMD-YEAR.
           MOVE WS-WD-MONTH TO WS-WORK-YMD-MONTH.
           MOVE WS-WD-DAY   TO WS-WORK-YMD-DAY.
           IF  WS-WORK-YMD-NUM IS NUMERIC
           AND WS-WD-DASH-1 = '-'
           AND WS-WD-DASH-2 = '-'
           AND WS-WORK-YMD-YEAR  > '1600'
           AND WS-WORK-YMD-MONTH NOT < '01'
           AND WS-WORK-YMD-MONTH NOT > '12'
           AND WS-WORK-YMD-DAY   NOT < '01'
           AND WS-WORK-YMD-DAY   NOT > '31'
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD-NUM)
                   ON SIZE ERROR
                       MOVE 0 TO WS-WORK-INT
               END-COMPUTE
           END-IF.
      *---------------------------------------------------------------*
      *    THE OPPOSITE WAY - WS-WORK-INT BACK TO WS-WORK-DATE.
      *---------------------------------------------------------------*
       1460-FORMAT-WORK-DATE.
      *---------------------------------------------------------------*
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-WORK-YMD-NUM.
           MOVE SPACE TO WS-WORK-DATE.
           STRING WS-WORK-YMD-YEAR '-' WS-WORK-YMD-MONTH '-'
                  WS-WORK-YMD-DAY
                  DELIMITED BY SIZE
                  INTO WS-WORK-DATE
           END-STRING.
      *---------------------------------------------------------------*
      *    INPUT PROCEDURE - READS THE WHOLE LOG AND RELEASES THE
      *    RECORDS DATED INSIDE THE PERIOD.
      *---------------------------------------------------------------*
       2000-RELEASE-PERIOD-RECORDS.
      *---------------------------------------------------------------*
           OPEN INPUT STEP-LOG-FILE.
           IF  SLOG-STATUS NOT = '00'
           AND SLOG-STATUS NOT = '05'
               PERFORM 9900-STEP-LOG-FILE-ERROR
           END-IF.
           PERFORM 2010-READ-STEP-LOG.
           PERFORM 2020-RELEASE-ONE-LOG-RECORD
               UNTIL SLOG-EOF.
           CLOSE STEP-LOG-FILE.
      *---------------------------------------------------------------*
       2010-READ-STEP-LOG.
      *---------------------------------------------------------------*
           READ STEP-LOG-FILE
               AT END SET SLOG-EOF TO TRUE.
           IF  NOT SLOG-EOF
               IF  SLOG-STATUS NOT = '00'
                   PERFORM 9900-STEP-LOG-FILE-ERROR
               END-IF
               ADD 1 TO WS-LOG-READ-CNT
           END-IF.
      *---------------------------------------------------------------*
       2020-RELEASE-ONE-LOG-RECORD.
      *---------------------------------------------------------------*
           IF  SLG-RUN-DATE NOT < WS-FROM-DATE
           AND SLG-RUN-DATE NOT > WS-TO-DATE
               RELEASE CONTROL-SORT-RECORD FROM STEP-LOG-RECORD
               ADD 1 TO WS-LOG-IN-PERIOD-CNT
           END-IF.
           PERFORM 2010-READ-STEP-LOG.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
      *    OUTPUT PROCEDURE - THE RECORDS ARRIVE BY DAY AND TIME
      *    ENDED. EVERY DAY OF THE PERIOD GETS ITS SHEET, SO A DAY
      *    WITH NOTHING LOGGED STILL PRINTS WITH EVERY STEP NOT RUN.
      *---------------------------------------------------------------*
       4000-PRINT-CONTROL-SHEETS.
      *---------------------------------------------------------------*
           MOVE WS-FROM-INT TO WS-SHEET-INT.
           PERFORM 4100-START-SHEET-DAY.
           PERFORM 4010-RETURN-SORTED-LOG.
           PERFORM 4020-POST-ONE-LOG-RECORD
               UNTIL CTLS-SORT-AT-END.
           PERFORM 4030-ADVANCE-ONE-DAY
               UNTIL WS-SHEET-INT NOT < WS-TO-INT.
           PERFORM 4200-PRINT-ONE-SHEET.
      *---------------------------------------------------------------*
       4010-RETURN-SORTED-LOG.
      *---------------------------------------------------------------*
           RETURN CONTROL-SORT-FILE
               AT END SET CTLS-SORT-AT-END TO TRUE.
      *---------------------------------------------------------------*
      *    A RECORD FOR A LATER DAY CLOSES OFF THE DAY IN HAND (AND
      *    ANY EMPTY DAYS BETWEEN). A RECORD WHOSE DATE MATCHES NO
      *    CALENDAR DAY OF THE PERIOD IS COUNTED AND LEFT OFF.
      *---------------------------------------------------------------*
       4020-POST-ONE-LOG-RECORD.
      *---------------------------------------------------------------*
           IF  CSR-RUN-DATE > WS-SHEET-DATE
               PERFORM 4030-ADVANCE-ONE-DAY
                   UNTIL CSR-RUN-DATE NOT > WS-SHEET-DATE
                      OR WS-SHEET-INT NOT < WS-TO-INT
           END-IF.
           IF  CSR-RUN-DATE = WS-SHEET-DATE
               PERFORM 4300-POST-STEP-RESULT
           ELSE
               ADD 1 TO WS-LOG-UNPLACED-CNT
           END-IF.
           PERFORM 4010-RETURN-SORTED-LOG.
      *---------------------------------------------------------------*
       4030-ADVANCE-ONE-DAY.
      *---------------------------------------------------------------*
           PERFORM 4200-PRINT-ONE-SHEET.
           ADD 1 TO WS-SHEET-INT.
           PERFORM 4100-START-SHEET-DAY.
      *---------------------------------------------------------------*
       4100-START-SHEET-DAY.
      *---------------------------------------------------------------*
           MOVE WS-SHEET-INT TO WS-WORK-INT.
           PERFORM 1460-FORMAT-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-SHEET-DATE.
           MOVE 0            TO WS-OTH-CNT
                                WS-DAY-OTHER-CNT.
           PERFORM 4110-CLEAR-ONE-STEP
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT.
      *---------------------------------------------------------------*
       4110-CLEAR-ONE-STEP.
      *---------------------------------------------------------------*
           MOVE 0     TO WS-SCH-RUNS(WS-SCH-IDX)
                         WS-SCH-RETURN-CODE(WS-SCH-IDX).
           MOVE SPACE TO WS-SCH-RUN-TIME(WS-SCH-IDX).
           PERFORM 4120-CLEAR-ONE-SLOT
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > 3.
      *---------------------------------------------------------------*
       4120-CLEAR-ONE-SLOT.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-SCH-SLOT-LABEL(WS-SCH-IDX, WS-COUNT-SUB).
           MOVE 0     TO WS-SCH-SLOT-CNT(WS-SCH-IDX, WS-COUNT-SUB).
      *---------------------------------------------------------------*
      *    PRINTS THE SHEET FOR THE DAY IN HAND ON A PAGE OF ITS OWN.
      *---------------------------------------------------------------*
       4200-PRINT-ONE-SHEET.
      *---------------------------------------------------------------*
           MOVE ' PROCESSING DAY: '     TO HL2-CAPTION.
           MOVE WS-SHEET-DATE           TO HL2-PERIOD.
           MOVE 999                     TO LINE-COUNT.
           MOVE 0                       TO WS-DAY-RAN-CNT
                                           WS-DAY-NOT-RUN-CNT
                                           WS-DAY-RC-CNT
                                           WS-DAY-DISAGREE-CNT
                                           WS-DAY-NOT-CHECKED-CNT.
           PERFORM 4210-PRINT-SCHEDULED-STEP
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT.
           IF  WS-OTH-CNT > ZERO
               MOVE SPACE               TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE SL-OTHER-HEADING    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               PERFORM 4250-PRINT-OTHER-STEP
                   VARYING WS-OTH-IDX FROM 1 BY 1
                   UNTIL WS-OTH-IDX > WS-OTH-CNT
           END-IF.
           IF  WS-DAY-OTHER-CNT > WS-OTH-CNT
               COMPUTE SL-OTHER-OVERFLOW-CNT =
                   WS-DAY-OTHER-CNT - WS-OTH-CNT
               MOVE SL-OTHER-OVERFLOW-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4280-PRINT-DAY-SUMMARY.
           ADD 1 TO WS-DAYS-PRINTED-CNT.
      *---------------------------------------------------------------*
       4210-PRINT-SCHEDULED-STEP.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO STEP-DETAIL-LINE.
           MOVE WS-SCH-PROGRAM-ID(WS-SCH-IDX) TO SDL-PROGRAM-ID.
           IF  WS-SCH-RUNS(WS-SCH-IDX) = ZERO
               MOVE 'NOT RUN'           TO SDL-STATUS
               ADD 1                    TO WS-DAY-NOT-RUN-CNT
           ELSE
               ADD 1                    TO WS-DAY-RAN-CNT
               IF  WS-SCH-RETURN-CODE(WS-SCH-IDX) NOT < 16
                   MOVE 'ABENDED'       TO SDL-STATUS
               ELSE
                   MOVE 'RAN'           TO SDL-STATUS
               END-IF
               IF  WS-SCH-RETURN-CODE(WS-SCH-IDX) > ZERO
                   ADD 1                TO WS-DAY-RC-CNT
               END-IF
               MOVE WS-SCH-RETURN-CODE(WS-SCH-IDX) TO SDL-RETURN-CODE
               MOVE WS-SCH-RUNS(WS-SCH-IDX)        TO SDL-RUNS
               MOVE WS-SCH-RUN-TIME(WS-SCH-IDX)    TO SDL-RUN-TIME
               PERFORM 4215-FORMAT-SCHEDULED-COUNT
                   VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 3
           END-IF.
           MOVE STEP-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-SCH-RUNS(WS-SCH-IDX) > ZERO
           AND WS-SCH-RETURN-CODE(WS-SCH-IDX) < 16
               PERFORM 4220-MAKE-ONE-CHECK
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 2
           END-IF.
      *---------------------------------------------------------------*
       4215-FORMAT-SCHEDULED-COUNT.
      *---------------------------------------------------------------*
           IF  WS-SCH-SLOT-LABEL(WS-SCH-IDX, WS-COUNT-SUB) NOT = SPACE
               MOVE WS-SCH-SLOT-LABEL(WS-SCH-IDX, WS-COUNT-SUB)
                   TO SDL-COUNT-LABEL(WS-COUNT-SUB)
               MOVE WS-SCH-SLOT-CNT(WS-SCH-IDX, WS-COUNT-SUB)
                   TO SDL-COUNT(WS-COUNT-SUB)
           END-IF.
      *---------------------------------------------------------------*
      *    ONE COUNT CHECK AGAINST THE EARLIER STEP. IT IS ONLY MADE
      *    WHEN THAT STEP RAN TO COMPLETION THE SAME DAY; A PARTIAL
      *    COUNT FROM AN ABENDED STEP PROVES NOTHING.
      *---------------------------------------------------------------*
       4220-MAKE-ONE-CHECK.
      *---------------------------------------------------------------*
           MOVE WS-SCH-CHK-PRIOR-SUB(WS-SCH-IDX, WS-CHK-IDX)
                                        TO WS-PRIOR-SUB.
           MOVE WS-SCH-CHK-SLOT(WS-SCH-IDX, WS-CHK-IDX)
                                        TO WS-THIS-SLOT-SUB.
           MOVE WS-SCH-CHK-PRIOR-SLOT(WS-SCH-IDX, WS-CHK-IDX)
                                        TO WS-PRIOR-SLOT-SUB.
           IF  WS-PRIOR-SUB > ZERO
               IF  WS-SCH-RUNS(WS-PRIOR-SUB) = ZERO
               OR  WS-SCH-RETURN-CODE(WS-PRIOR-SUB) NOT < 16
                   MOVE WS-SLOT-NAME(WS-THIS-SLOT-SUB)
                                        TO CNL-SLOT-NAME
                   MOVE WS-SCH-PROGRAM-ID(WS-PRIOR-SUB)
                                        TO CNL-PRIOR-PROGRAM-ID
                   MOVE CHECK-NOT-MADE-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   ADD 1                TO WS-DAY-NOT-CHECKED-CNT
               ELSE
                   IF  WS-SCH-SLOT-CNT(WS-SCH-IDX, WS-THIS-SLOT-SUB)
                       NOT = WS-SCH-SLOT-CNT(WS-PRIOR-SUB,
                                             WS-PRIOR-SLOT-SUB)
                       PERFORM 4230-PRINT-DISAGREEMENT
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       4230-PRINT-DISAGREEMENT.
      *---------------------------------------------------------------*
           MOVE WS-SLOT-NAME(WS-THIS-SLOT-SUB) TO CDL-SLOT-NAME.
           MOVE WS-SCH-SLOT-LABEL(WS-SCH-IDX, WS-THIS-SLOT-SUB)
                                        TO CDL-COUNT-LABEL.
           MOVE WS-SCH-SLOT-CNT(WS-SCH-IDX, WS-THIS-SLOT-SUB)
                                        TO CDL-COUNT.
           MOVE WS-SCH-PROGRAM-ID(WS-PRIOR-SUB)
                                        TO CDL-PRIOR-PROGRAM-ID.
           MOVE WS-SLOT-NAME(WS-PRIOR-SLOT-SUB)
                                        TO CDL-PRIOR-SLOT-NAME.
           MOVE WS-SCH-SLOT-LABEL(WS-PRIOR-SUB, WS-PRIOR-SLOT-SUB)
                                        TO CDL-PRIOR-COUNT-LABEL.
           MOVE WS-SCH-SLOT-CNT(WS-PRIOR-SUB, WS-PRIOR-SLOT-SUB)
                                        TO CDL-PRIOR-COUNT.
           MOVE CHECK-DISAGREE-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD 1                        TO WS-DAY-DISAGREE-CNT.
      *---------------------------------------------------------------*
       4250-PRINT-OTHER-STEP.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO STEP-DETAIL-LINE.
           MOVE WS-OTH-PROGRAM-ID(WS-OTH-IDX) TO SDL-PROGRAM-ID.
           IF  WS-OTH-RETURN-CODE(WS-OTH-IDX) NOT < 16
               MOVE 'ABENDED'           TO SDL-STATUS
           ELSE
               MOVE 'RAN'               TO SDL-STATUS
           END-IF.
           IF  WS-OTH-RETURN-CODE(WS-OTH-IDX) > ZERO
               ADD 1                    TO WS-DAY-RC-CNT
           END-IF.
           MOVE WS-OTH-RETURN-CODE(WS-OTH-IDX) TO SDL-RETURN-CODE.
           MOVE WS-OTH-RUNS(WS-OTH-IDX)        TO SDL-RUNS.
           MOVE WS-OTH-RUN-TIME(WS-OTH-IDX)    TO SDL-RUN-TIME.
           PERFORM 4255-FORMAT-OTHER-COUNT
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > 3.
           MOVE STEP-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4255-FORMAT-OTHER-COUNT.
      *---------------------------------------------------------------*
           IF  WS-OTH-SLOT-LABEL(WS-OTH-IDX, WS-COUNT-SUB) NOT = SPACE
               MOVE WS-OTH-SLOT-LABEL(WS-OTH-IDX, WS-COUNT-SUB)
                   TO SDL-COUNT-LABEL(WS-COUNT-SUB)
               MOVE WS-OTH-SLOT-CNT(WS-OTH-IDX, WS-COUNT-SUB)
                   TO SDL-COUNT(WS-COUNT-SUB)
           END-IF.
      *---------------------------------------------------------------*
      *    THE DAY'S FIGURES UNDER THE STEP LIST. A STEP NOT RUN, A
      *    NON-ZERO RETURN CODE OR A COUNT DISAGREEMENT MAKES IT AN
      *    EXCEPTION DAY.
      *---------------------------------------------------------------*
       4280-PRINT-DAY-SUMMARY.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SL-DAY-HEADING           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEPS EXPECTED.............: ' TO SL-COUNT-LABEL.
           MOVE WS-SCH-CNT               TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'STEPS THAT RAN.............: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-RAN-CNT           TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'STEPS NOT RUN..............: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-NOT-RUN-CNT       TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'UNSCHEDULED RUNS LOGGED....: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-OTHER-CNT         TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'STEPS ENDING RC NOT ZERO...: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-RC-CNT            TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'COUNT DISAGREEMENTS........: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-DISAGREE-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'COUNT CHECKS NOT MADE......: ' TO SL-COUNT-LABEL.
           MOVE WS-DAY-NOT-CHECKED-CNT   TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-DAY-NOT-RUN-CNT  > ZERO
           OR  WS-DAY-RC-CNT       > ZERO
           OR  WS-DAY-DISAGREE-CNT > ZERO
               MOVE SL-DAY-EXCEPTION-LINE TO NEXT-REPORT-LINE
               ADD 1                     TO WS-EXCEPTION-DAYS-CNT
           ELSE
               MOVE SL-DAY-CLEAN-LINE    TO NEXT-REPORT-LINE
           END-IF.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
      *    RECORDS THE RUN AGAINST ITS SCHEDULED STEP, OR AGAINST THE
      *    DAY'S UNSCHEDULED LIST. RECORDS ARRIVE IN TIME ORDER, SO
      *    THE LAST RUN OF THE DAY IS THE ONE LEFT STANDING.
      *---------------------------------------------------------------*
       4300-POST-STEP-RESULT.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-STEP-FOUND-SW.
           SET WS-SCH-IDX TO 1.
           SEARCH WS-SCH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SCH-IDX > WS-SCH-CNT
                   CONTINUE
               WHEN WS-SCH-PROGRAM-ID(WS-SCH-IDX) = CSR-PROGRAM-ID
                   SET WS-STEP-FOUND TO TRUE
           END-SEARCH.
           IF  WS-STEP-FOUND
               ADD  1                   TO WS-SCH-RUNS(WS-SCH-IDX)
               MOVE CSR-RETURN-CODE
                   TO WS-SCH-RETURN-CODE(WS-SCH-IDX)
               MOVE CSR-RUN-TIME
                   TO WS-SCH-RUN-TIME(WS-SCH-IDX)
               MOVE CSR-INPUT-LABEL
                   TO WS-SCH-SLOT-LABEL(WS-SCH-IDX, 1)
               MOVE CSR-INPUT-CNT
                   TO WS-SCH-SLOT-CNT(WS-SCH-IDX, 1)
               MOVE CSR-OUTPUT-LABEL
                   TO WS-SCH-SLOT-LABEL(WS-SCH-IDX, 2)
               MOVE CSR-OUTPUT-CNT
                   TO WS-SCH-SLOT-CNT(WS-SCH-IDX, 2)
               MOVE CSR-REJECT-LABEL
                   TO WS-SCH-SLOT-LABEL(WS-SCH-IDX, 3)
               MOVE CSR-REJECT-CNT
                   TO WS-SCH-SLOT-CNT(WS-SCH-IDX, 3)
           ELSE
               PERFORM 4310-POST-OTHER-STEP
           END-IF.
      *---------------------------------------------------------------*
      *    UNSCHEDULED RUNS BEYOND THE TABLE ARE COUNTED IN THE DAY
      *    SUMMARY BUT NOT LISTED.
      *---------------------------------------------------------------*
       4310-POST-OTHER-STEP.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-STEP-FOUND-SW.
           SET WS-OTH-IDX TO 1.
           SEARCH WS-OTH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OTH-IDX > WS-OTH-CNT
                   CONTINUE
               WHEN WS-OTH-PROGRAM-ID(WS-OTH-IDX) = CSR-PROGRAM-ID
                   SET WS-STEP-FOUND TO TRUE
           END-SEARCH.
           IF  NOT WS-STEP-FOUND
               ADD 1 TO WS-DAY-OTHER-CNT
               IF  WS-OTH-CNT < 30
                   ADD 1 TO WS-OTH-CNT
                   SET WS-OTH-IDX TO WS-OTH-CNT
                   MOVE CSR-PROGRAM-ID TO WS-OTH-PROGRAM-ID(WS-OTH-IDX)
                   MOVE 0              TO WS-OTH-RUNS(WS-OTH-IDX)
                   SET WS-STEP-FOUND   TO TRUE
               END-IF
           END-IF.
           IF  WS-STEP-FOUND
               ADD  1                   TO WS-OTH-RUNS(WS-OTH-IDX)
               MOVE CSR-RETURN-CODE
                   TO WS-OTH-RETURN-CODE(WS-OTH-IDX)
               MOVE CSR-RUN-TIME
                   TO WS-OTH-RUN-TIME(WS-OTH-IDX)
               MOVE CSR-INPUT-LABEL
                   TO WS-OTH-SLOT-LABEL(WS-OTH-IDX, 1)
               MOVE CSR-INPUT-CNT
                   TO WS-OTH-SLOT-CNT(WS-OTH-IDX, 1)
               MOVE CSR-OUTPUT-LABEL
                   TO WS-OTH-SLOT-LABEL(WS-OTH-IDX, 2)
               MOVE CSR-OUTPUT-CNT
                   TO WS-OTH-SLOT-CNT(WS-OTH-IDX, 2)
               MOVE CSR-REJECT-LABEL
                   TO WS-OTH-SLOT-LABEL(WS-OTH-IDX, 3)
               MOVE CSR-REJECT-CNT
                   TO WS-OTH-SLOT-CNT(WS-OTH-IDX, 3)
           END-IF.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT           TO HL1-PAGE-COUNT.
           MOVE HEADING-LINE-1       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                    TO LINE-SPACEING.
           MOVE HEADING-LINE-2       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE HEADING-LINE-3       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 6                    TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                TO PRINT-LINE.
           ADD  1                    TO LINE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
      *---------------------------------------------------------------*
      *    RUN TOTALS ON A PAGE OF THEIR OWN AFTER THE LAST SHEET.
      *---------------------------------------------------------------*
       9600-PRINT-REPORT-TOTALS.
      *---------------------------------------------------------------*
           MOVE ' PERIOD:         '      TO HL2-CAPTION.
           MOVE SPACE                    TO HL2-PERIOD.
           STRING WS-FROM-DATE ' TO ' WS-TO-DATE
                  DELIMITED BY SIZE
                  INTO HL2-PERIOD
           END-STRING.
           MOVE 999                      TO LINE-COUNT.
           MOVE SL-HEADING               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STEP-LOG RECORDS READ......: ' TO SL-COUNT-LABEL.
           MOVE WS-LOG-READ-CNT          TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'RECORDS IN THE PERIOD......: ' TO SL-COUNT-LABEL.
           MOVE WS-LOG-IN-PERIOD-CNT     TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'RECORDS WITH A BAD DATE....: ' TO SL-COUNT-LABEL.
           MOVE WS-LOG-UNPLACED-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'PROCESSING DAYS PRINTED....: ' TO SL-COUNT-LABEL.
           MOVE WS-DAYS-PRINTED-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'DAYS WITH EXCEPTIONS.......: ' TO SL-COUNT-LABEL.
           MOVE WS-EXCEPTION-DAYS-CNT    TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       9610-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE SL-COUNT-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
      *    APPENDS THIS STEP'S COMPLETION RECORD TO THE SHOP-WIDE
      *    STEP LOG - THE SAME LOG THE SHEETS WERE JUST PRINTED FROM,
      *    SO IT IS CLOSED BY THEN. PERFORMED AT NORMAL END AND FROM
      *    EVERY ABEND PARAGRAPH. A LOG THAT WILL NOT OPEN OR WRITE
      *    IS REPORTED BUT DOES NOT CHANGE THE STEP'S OUTCOME.
      *---------------------------------------------------------------*
       9890-WRITE-STEP-LOG.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-STEP-LOG-STAMP.
           OPEN EXTEND STEP-LOG-FILE.
           IF  SLOG-STATUS NOT = '00'
           AND SLOG-STATUS NOT = '05'
               DISPLAY 'HACKCTLS - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKCTLS'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'LOG RECORDS READ'       TO SLG-INPUT-LABEL
               MOVE WS-LOG-READ-CNT          TO SLG-INPUT-CNT
               MOVE 'DAYS PRINTED'           TO SLG-OUTPUT-LABEL
               MOVE WS-DAYS-PRINTED-CNT      TO SLG-OUTPUT-CNT
               MOVE 'EXCEPTION DAYS'         TO SLG-REJECT-LABEL
               MOVE WS-EXCEPTION-DAYS-CNT    TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKCTLS - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-STEP-LOG-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKCTLS - STEP-LOG-FILE I/O FAILED, '
                   'STATUS = ' SLOG-STATUS.
           CLOSE STEP-LOG-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-SCHEDULE-TABLE-OVERFLOW.
      *---------------------------------------------------------------*
           DISPLAY 'HACKCTLS - MORE THAN 30 STEPS ON THE SCHEDULE'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-PROCESSING-DATE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKCTLS - PROCESSING DAYS NOT VALID, FROM = '
                   WS-FROM-DATE ' TO = ' WS-TO-DATE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    A CARD WITH NO PROGRAM, A SLOT OTHER THAN I/O/R, OR A
      *    CHECK AGAINST A STEP NOT EARLIER ON THE SCHEDULE.
      *---------------------------------------------------------------*
       9930-SCHEDULE-CARD-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKCTLS - SCHEDULE CARD NOT VALID: '
                   WS-SCHEDULE-CARD(1:28).
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
