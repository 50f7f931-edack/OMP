           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
           05 HNP-DUP-FEED-ACTION          PIC X(01).
           05 HNP-EXCP-WARN-PCT            PIC X(02).
           05 HNP-NEAR-MISS-COUNT          PIC X(03).
           05 HNP-CHECKPOINT-INTERVAL      PIC X(03).
           05 HNP-HISTORY-RETAIN-UNIT      PIC X(01).
           05 HNP-LINES-ON-PAGE            PIC X(02).
           05 HNP-REPORT-TITLE             PIC X(80).
      *    HACKSTAT LAYOUT - SEE ITS 1200-LOAD-PARAMETERS.
           05 FILLER                       PIC X(05).
           05 UHP-REPORT-TITLE             PIC X(50).
           05 FILLER                       PIC X(02).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           05  VCTL-STATUS                 PIC X(02) VALUE '00'.
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
           END-EVALUATE.
           PERFORM 9600-PRINT-VERDICT.
           PERFORM 3900-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
                   PERFORM 9220-PRINT-FIELD-IN-ERROR
               END-IF
           END-IF.
           MOVE 'CHECKPOINT INTERVAL' TO RL-FIELD-NAME.
           MOVE HNP-CHECKPOINT-INTERVAL TO RL-CARD-VALUE.
           IF  HNP-CHECKPOINT-INTERVAL = SPACES
           OR  HNP-CHECKPOINT-INTERVAL = '000'
               MOVE '500 (DEFAULT)' TO RL-EFFECTIVE-VALUE
               PERFORM 9200-PRINT-FIELD-DEFAULT
           ELSE
               IF  HNP-CHECKPOINT-INTERVAL IS NUMERIC
                   MOVE HNP-CHECKPOINT-INTERVAL TO RL-EFFECTIVE-VALUE
                   PERFORM 9210-PRINT-FIELD-FROM-CARD
               ELSE
                   PERFORM 9220-PRINT-FIELD-IN-ERROR
               END-IF
           END-IF.
           MOVE 'HISTORY RETAIN UNIT' TO RL-FIELD-NAME.
           MOVE HNP-HISTORY-RETAIN-UNIT TO RL-CARD-VALUE.
           IF  HNP-HISTORY-RETAIN-UNIT = SPACE
               MOVE 'CAL DAYS (DEFAULT)' TO RL-EFFECTIVE-VALUE
               PERFORM 9200-PRINT-FIELD-DEFAULT
           ELSE
               IF  HNP-HISTORY-RETAIN-UNIT = 'D' OR 'B' OR 'P'
      *            THE UNIT GOES WITH THE RETAIN COUNT - WITHOUT ONE
      *            HACKNEWS KEEPS ITS BUILT-IN 90 CALENDAR DAYS.
                   IF  HNP-RETAIN-DAYS = SPACES
                   OR  HNP-RETAIN-DAYS = '000'
                       MOVE 'CAL DAYS (DEFAULT)'
                           TO RL-EFFECTIVE-VALUE
                       PERFORM 9200-PRINT-FIELD-DEFAULT
                   ELSE
                       EVALUATE HNP-HISTORY-RETAIN-UNIT
                           WHEN 'D'
                               MOVE 'CALENDAR DAYS'
                                   TO RL-EFFECTIVE-VALUE
                           WHEN 'B'
                               MOVE 'BUSINESS DAYS'
                                   TO RL-EFFECTIVE-VALUE
                           WHEN OTHER
                               MOVE 'FISCAL PERIODS'
                                   TO RL-EFFECTIVE-VALUE
                       END-EVALUATE
                       PERFORM 9210-PRINT-FIELD-FROM-CARD
                   END-IF
               ELSE
                   PERFORM 9220-PRINT-FIELD-IN-ERROR
               END-IF
           END-IF.
           MOVE 'LINES ON PAGE'   TO RL-FIELD-NAME.
           MOVE HNP-LINES-ON-PAGE TO RL-CARD-VALUE.
           IF  HNP-LINES-ON-PAGE = SPACES
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
      *    APPENDS THIS STEP'S COMPLETION RECORD TO THE SHOP-WIDE
      *    STEP LOG THE DAILY CONTROL SHEET (HACKCTLS) IS BUILT FROM.
      *    PERFORMED AT NORMAL END AND FROM EVERY ABEND PARAGRAPH, SO
      *    AN ABENDED STEP STILL SHOWS WITH ITS RETURN CODE AND THE
      *    COUNTS IT HAD REACHED. THE FILE IS OPTIONAL SO THE FIRST
      *    STEP EVER LOGGED STARTS IT. A LOG THAT WILL NOT OPEN OR
      *    WRITE IS REPORTED BUT DOES NOT CHANGE THE STEP'S OUTCOME.
      *---------------------------------------------------------------*
       9890-WRITE-STEP-LOG.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-STEP-LOG-STAMP.
           OPEN EXTEND STEP-LOG-FILE.
           IF  SLOG-STATUS NOT = '00'
           AND SLOG-STATUS NOT = '05'
               DISPLAY 'HACKPVAL - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKPVAL'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'CARD ERRORS'            TO SLG-REJECT-LABEL
               MOVE WS-ERROR-CNT             TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKPVAL - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-CONTROL-CARD-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKPVAL - CONTROL CARD MISSING OR UNREADABLE, '
                   'STATUS = ' VCTL-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-UNKNOWN-PROGRAM-ERROR.
           DISPLAY 'HACKPVAL - CONTROL CARD NAMES UNKNOWN PROGRAM '
               CTL-PROGRAM-NAME.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
