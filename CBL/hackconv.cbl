           SELECT NEW-UNREPAIRED-FILE
               ASSIGN TO NEWUNRP
               FILE STATUS IS NUNR-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
           05  OUN-REASON-CODE             PIC X(04).
       FD  NEW-UNREPAIRED-FILE RECORDING MODE F.
       COPY UNRPREC.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  NSTY-STATUS                 PIC X(02) VALUE '00'.
           05  OUNR-STATUS                 PIC X(02) VALUE '00'.
           05  NUNR-STATUS                 PIC X(02) VALUE '00'.
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
           PERFORM 3000-CONVERT-STORY-HISTORY.
           PERFORM 4000-CONVERT-UNREPAIRED.
           PERFORM 9600-DISPLAY-RUN-TOTALS.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
      *    OLD RUN-AUDIT TO THE WIDER LAYOUT - THE COUNTS AND
                       '- DO NOT SWAP IN THE NEW DATASETS'
               MOVE 16 TO RETURN-CODE
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
               DISPLAY 'HACKCONV - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKCONV'               TO SLG-PROGRAM-ID
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
               COMPUTE SLG-INPUT-CNT = WS-AUDIT-READ-CNT
                   + WS-HISTORY-READ-CNT
                   + WS-UNREP-READ-CNT
               MOVE 'RECORDS WRITTEN'        TO SLG-OUTPUT-LABEL
               COMPUTE SLG-OUTPUT-CNT = WS-AUDIT-WRITTEN-CNT
                   + WS-HISTORY-WRITTEN-CNT
                   + WS-UNREP-WRITTEN-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKCONV - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9910-NEW-RUN-AUDIT-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKCONV - NEW RUN-AUDIT FILE I/O FAILED, '
                   'STATUS = ' NRAU-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-NEW-STORY-HISTORY-ERROR.
           DISPLAY 'HACKCONV - NEW STORY-HISTORY FILE I/O FAILED, '
                   'STATUS = ' NSTY-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-NEW-UNREPAIRED-ERROR.
           DISPLAY 'HACKCONV - NEW UNREPAIRED FILE I/O FAILED, '
                   'STATUS = ' NUNR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
