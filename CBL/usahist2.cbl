              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ERL-STAT.

      *    OPTIONAL RUN-PARAMETER CARDS - THE FIRST OVERRIDES THE
      *    SALARY-CHANGE TOLERANCE PERCENTAGE AND THE REPORT TITLE,
      *    AN OPTIONAL SECOND ONE THE EFFECTIVE MONTH THE CHANGES ARE
      *    FILED UNDER ON THE CHANGE HISTORY (DEFAULT THE RUN MONTH).
            SELECT PARAMETER-FILE ASSIGN TO PARMFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTR-STAT.

      *    CUMULATIVE EMPLOYEE CHANGE HISTORY - EVERY DETAIL RECORD
      *    WRITTEN TO CHGTRAN IS ALSO ADDED HERE UNDER THE RUN'S
      *    EFFECTIVE MONTH, SEE E0010-ADD-HISTORY. OPTIONAL SO THE
      *    FIRST RUN CREATES IT.
            SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO CHGHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHH-KEY
              FILE STATUS IS WS-CHH-STAT.

      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, NORMAL OR ABEND, SEE Z0002-WRITE-STEP-LOG.
      *    OPTIONAL SO THE FIRST STEP EVER LOGGED STARTS THE FILE.
            SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEPLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SLG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-HIST-FLE
            02 CWR-TYPE           PIC X(01).
            02 CWR-PRINT-LINE     PIC X(133).

      *    CHANGE TRANSACTION LAYOUT AND TYPES - SEE CHGTRAN. THE
      *    SAME RECORDS ARE APPLIED TO THE EMPLOYEE MASTER BY USAHIST3.
       FD CHANGE-TRANSACTION-FILE
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-TRANSACTION-RECORD.
       COPY CHGTRAN.

       FD CHANGE-HISTORY-FILE
               RECORD CONTAINS 200 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-HISTORY-RECORD.
       COPY CHGHIST.

       FD PARAMETER-FILE
               RECORD CONTAINS 60 CHARACTERS
            02 FILLER             PIC X(05).
            02 PRM-REPORT-TITLE   PIC X(50).
            02 FILLER             PIC X(02).
       01 PARAMETER-RECORD-MONTH.
            02 PRM-EFFECTIVE-MONTH PIC X(06).
            02 FILLER             PIC X(54).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
            02 WS-FLAGGED-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-OLD-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-NEW-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-HIST-ADDED-CNT       PIC 9(06) VALUE ZEROES.
            02 WS-HIST-DUP-CNT         PIC 9(06) VALUE ZEROES.

       01 COMPARE-WORK-FIELDS.
            02 WS-OLD-STAT             PIC X(02) VALUE '00'.
            02 WS-PRM-STAT             PIC X(02) VALUE '00'.
            02 WS-CWK-STAT             PIC X(02) VALUE '00'.
            02 WS-CTR-STAT             PIC X(02) VALUE '00'.
            02 WS-CHH-STAT             PIC X(02) VALUE '00'.
            02 WS-HIST-LAST-KEY        PIC X(10) VALUE LOW-VALUES.
            02 WS-HIST-SEQ             PIC 9(02) VALUE ZEROES.
            02 WS-CWK-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-CWK-EOF-YES                  VALUE 'Y'.
               88 WS-CWK-EOF-NO                   VALUE 'N'.
               88 WS-ABEND-NO                     VALUE 'N'.

      *    SALARY MOVEMENTS BEYOND THIS PERCENTAGE OF THE OLD SALARY
      *    ARE FLAGGED. OVERRIDDEN FROM THE PARAMETER CARD. THE
      *    EFFECTIVE MONTH (YYYYMM) DEFAULTS TO THE RUN MONTH.
       01 RUN-PARAMETERS.
            02 WS-TOLERANCE-PCT        PIC 9(03) VALUE 010.
            02 WS-EFFECTIVE-MONTH      PIC X(06) VALUE SPACES.
            02 WS-RUN-DATE             PIC X(08) VALUE SPACES.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA EMPLOYEE HISTORY GENERATION COMPARE'.

      *    STEP-LOG FILE STATUS - SEE Z0002-WRITE-STEP-LOG.
       01 STEP-LOG-CONTROLS.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.

       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

      *    STATUS 05 IS A HISTORY FILE THAT DID NOT EXIST YET.
            OPEN I-O CHANGE-HISTORY-FILE.

            IF WS-CHH-STAT NOT EQUAL ZEROES
               AND WS-CHH-STAT NOT EQUAL '05'
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-CHH-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

            CLOSE NEW-HIST-FLE.
            CLOSE CHANGE-WORK-FILE.
            CLOSE CHANGE-TRANSACTION-FILE.
            CLOSE CHANGE-HISTORY-FILE.

       E0001-EXIT.
            EXIT.
            IF NR-NUMERIC IS NUMERIC
               MOVE NR-NUMERIC TO CTR-NEW-SALARY
            END-IF.
            MOVE NR-CHAR TO CTR-HIRE-NAME.
            MOVE NR-VARCHAR TO CTR-HIRE-ADDRESS.
            PERFORM P0003-WRITE-TRAN-REC THRU P0003-EXIT.

       E0003-EXIT.
            PERFORM E0008-CLEAR-TRAN-REC THRU E0008-EXIT.
            MOVE 'A' TO CTR-CHANGE-TYPE.
            MOVE NR-KEY TO CTR-KEY.
            MOVE NDL-ATTRIBUTE TO CTR-ATTRIBUTE.
            MOVE NDL-OLD-VALUE TO CTR-OLD-TEXT.
            MOVE NDL-NEW-VALUE TO CTR-NEW-TEXT.
            PERFORM P0003-WRITE-TRAN-REC THRU P0003-EXIT.
       E0008-EXIT.
            EXIT.

      *    FILES THE CHANGE JUST WRITTEN TO CHGTRAN ON THE CUMULATIVE
      *    HISTORY. THE SEQUENCE NUMBER COUNTS THE EMPLOYEE'S CHANGES
      *    IN THIS RUN, SO A RERUN FOR THE SAME EFFECTIVE MONTH FINDS
      *    EVERY KEY ALREADY THERE (STATUS 22) AND ADDS NOTHING TWICE.
      *    THE DEPARTMENT AND NAME ARE TAKEN FROM THE GENERATION THE
      *    CHANGE CAME FROM - THE OLD ONE FOR A DEPARTURE.
       E0010-ADD-HISTORY.

            IF CTR-KEY NOT EQUAL WS-HIST-LAST-KEY
               MOVE CTR-KEY TO WS-HIST-LAST-KEY
               MOVE ZEROES TO WS-HIST-SEQ
            END-IF.
            ADD 1 TO WS-HIST-SEQ.

            MOVE SPACES TO CHANGE-HISTORY-RECORD.
            MOVE CTR-KEY            TO CHH-EMP-KEY.
            MOVE WS-EFFECTIVE-MONTH TO CHH-EFF-MONTH.
            MOVE WS-HIST-SEQ        TO CHH-SEQ.
            MOVE CTR-CHANGE-TYPE    TO CHH-CHANGE-TYPE.
            IF CTR-CHANGE-TYPE EQUAL 'D'
               MOVE IR-DEPT-CODE    TO CHH-DEPT-CODE
               MOVE IR-CHAR         TO CHH-EMP-NAME
            ELSE
               MOVE NR-DEPT-CODE    TO CHH-DEPT-CODE
               MOVE NR-CHAR         TO CHH-EMP-NAME
            END-IF.
            MOVE CTR-OLD-DEPT       TO CHH-OLD-DEPT.
            MOVE CTR-NEW-DEPT       TO CHH-NEW-DEPT.
            MOVE CTR-OLD-SALARY     TO CHH-OLD-SALARY.
            MOVE CTR-NEW-SALARY     TO CHH-NEW-SALARY.
            MOVE CTR-ATTRIBUTE      TO CHH-ATTRIBUTE.
            IF CTR-CHANGE-TYPE EQUAL 'N'
               MOVE CTR-HIRE-ADDRESS TO CHH-NEW-TEXT
            ELSE
               MOVE CTR-OLD-TEXT    TO CHH-OLD-TEXT
               MOVE CTR-NEW-TEXT    TO CHH-NEW-TEXT
            END-IF.
            MOVE WS-RUN-DATE        TO CHH-RUN-DATE.

            WRITE CHANGE-HISTORY-RECORD
              INVALID KEY CONTINUE
            END-WRITE.

            EVALUATE WS-CHH-STAT
               WHEN '00'
                    ADD 1 TO WS-HIST-ADDED-CNT
               WHEN '22'
                    ADD 1 TO WS-HIST-DUP-CNT
               WHEN OTHER
                    SET WS-MSG-WR-OU TO TRUE
                    MOVE WS-CHH-STAT TO WS-ERR-CDE
                    SET WS-PROC-PRNT TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE.

       E0010-EXIT.
            EXIT.

       F0001-WRITE-HEADER.

           SET OHL-COMPANY TO TRUE.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'HISTORY RECORDS ADDED...:    ' TO CCL-TEXT.
           MOVE WS-HIST-ADDED-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'HISTORY ALREADY FILED...:    ' TO CCL-TEXT.
           MOVE WS-HIST-DUP-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0006-EXIT. EXIT.

       G0006-LOAD-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-EFFECTIVE-MONTH.

           IF WS-PRM-STAT EQUAL ZEROES
              READ PARAMETER-FILE
                AT END     CONTINUE
                              MOVE PRM-REPORT-TITLE TO WS-REPORT-TITLE
                           END-IF
              END-READ
              IF WS-PRM-STAT EQUAL ZEROES
                 READ PARAMETER-FILE
                   AT END     CONTINUE
                   NOT AT END IF PRM-EFFECTIVE-MONTH IS NUMERIC
                                 MOVE PRM-EFFECTIVE-MONTH
                                   TO WS-EFFECTIVE-MONTH
                              END-IF
                 END-READ
              END-IF
              CLOSE PARAMETER-FILE
           END-IF.

               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           IF CTR-CHANGE-TYPE NOT EQUAL 'Z'
               PERFORM E0010-ADD-HISTORY THRU E0010-EXIT
           END-IF.

       P0003-EXIT. EXIT.

       Y0001-ERR-HANDLING.
               MOVE 16 TO RETURN-CODE
            END-IF.

            PERFORM Z0002-WRITE-STEP-LOG THRU Z0002-EXIT.

            STOP RUN.

       Z0001-EXIT.
            EXIT.

      *    APPENDS THIS STEP'S COMPLETION RECORD TO THE SHOP-WIDE STEP
      *    LOG THE DAILY CONTROL SHEET IS BUILT FROM - RUN DATE AND
      *    TIME, THE RETURN CODE JUST SET, AND THE KEY COUNTS AS FAR
      *    AS THE RUN GOT. A LOG THAT WILL NOT OPEN OR WRITE IS
      *    REPORTED BUT DOES NOT CHANGE THE STEP'S OUTCOME.
       Z0002-WRITE-STEP-LOG.

            OPEN EXTEND STEP-LOG-FILE.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               AND WS-SLG-STAT NOT EQUAL '05'
               DISPLAY 'WARNING - STEP LOG FILE DID NOT OPEN, STAT= '
                       WS-SLG-STAT
               GO TO Z0002-EXIT.

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            MOVE SPACES                TO STEP-LOG-RECORD.
            MOVE ZEROES                TO SLG-INPUT-CNT
                                          SLG-OUTPUT-CNT
                                          SLG-REJECT-CNT.
            MOVE 'USAHIST2'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'NEW GEN RECORDS'     TO SLG-INPUT-LABEL.
            MOVE WS-NEW-READ-CNT       TO SLG-INPUT-CNT.
            MOVE 'CHANGES WRITTEN'     TO SLG-OUTPUT-LABEL.
            COMPUTE SLG-OUTPUT-CNT = WS-NEW-CNT + WS-DEPARTED-CNT
                + WS-TRANSFER-CNT + WS-SALARY-CHG-CNT
                + WS-NAMEADDR-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
