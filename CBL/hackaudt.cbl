           SELECT OPTIONAL ARCHIVE-AUDIT-FILE
               ASSIGN TO RUNARCH
               FILE STATUS IS ARCH-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       COPY RUNSTAT REPLACING ==RUN-STATISTICS-RECORD==
                           BY ==ARCHIVE-AUDIT-RECORD-IN==
                      LEADING ==RSR-== BY ==ARC-==.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  STYH-STATUS                 PIC X(02) VALUE '00'.
           05  RAUD-STATUS                 PIC X(02) VALUE '00'.
           05  ARCH-STATUS                 PIC X(02) VALUE '00'.
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
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
                       'HOLD THE NEXT HACKNEWS RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
               AUD-ARCHIVE-RECORDS.
           DISPLAY 'HACKAUDT - TRAIL MATCHED TOTAL...: '
               AUD-MATCHED-TOTAL.
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
               DISPLAY 'HACKAUDT - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKAUDT'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'RECORDS READ'           TO SLG-INPUT-LABEL
               MOVE AUD-RECORDS-READ         TO SLG-INPUT-CNT
               MOVE 'AUDIT RUNS READ'        TO SLG-OUTPUT-LABEL
               MOVE AUD-AUDIT-RECORDS        TO SLG-OUTPUT-CNT
               MOVE 'RECORD ERRORS'          TO SLG-REJECT-LABEL
               COMPUTE SLG-REJECT-CNT = AUD-SEQUENCE-ERRORS
                   + AUD-DATE-ERRORS
                   + AUD-VOTE-ERRORS
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKAUDT - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-STORY-HISTORY-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKAUDT - STORY-HISTORY-FILE OPEN FAILED, '
                   'STATUS = ' STYH-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-RUN-AUDIT-FILE-ERROR.
           DISPLAY 'HACKAUDT - RUN-AUDIT-FILE OPEN FAILED, STATUS = '
               RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
