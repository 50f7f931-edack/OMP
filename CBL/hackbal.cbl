           SELECT RUN-AUDIT-FILE
               ASSIGN TO RUNAUD
               FILE STATUS IS RAUD-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       COPY EXCPREC.
       FD  RUN-AUDIT-FILE RECORDING MODE F.
       COPY RUNSTAT.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  EXTR-STATUS                 PIC X(02) VALUE '00'.
           05  EXCP-STATUS                 PIC X(02) VALUE '00'.
           05  RAUD-STATUS                 PIC X(02) VALUE '00'.
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
               DISPLAY 'HACKBAL - OUT OF BALANCE - HOLD DOWNSTREAM'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
               DISPLAY 'HACKBAL - RUN-AUDIT-FILE IS EMPTY - NOTHING '
                       'TO BALANCE AGAINST'
               MOVE 16 TO RETURN-CODE
               PERFORM 9890-WRITE-STEP-LOG
               STOP RUN
           END-IF.
      *---------------------------------------------------------------*
           CLOSE EXTRACT-FILE
                 EXCEPTION-FILE
                 RUN-AUDIT-FILE.
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
               DISPLAY 'HACKBAL - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKBAL'                TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'EXTRACT RECORDS'        TO SLG-INPUT-LABEL
               MOVE CNT-EXTRACT-RECORDS      TO SLG-INPUT-CNT
               MOVE 'EXCEPTION RECS'         TO SLG-OUTPUT-LABEL
               MOVE CNT-EXCEPTION-RECORDS    TO SLG-OUTPUT-CNT
               MOVE 'MALFORMED EXTR'         TO SLG-REJECT-LABEL
               MOVE CNT-MALFORMED-EXTRACTS   TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKBAL - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-EXTRACT-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKBAL - EXTRACT-FILE OPEN FAILED, STATUS = '
               EXTR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-EXCEPTION-FILE-ERROR.
           DISPLAY 'HACKBAL - EXCEPTION-FILE OPEN FAILED, STATUS = '
               EXCP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-RUN-AUDIT-FILE-ERROR.
           DISPLAY 'HACKBAL - RUN-AUDIT-FILE OPEN FAILED, STATUS = '
               RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
