              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STAT.

      *    CHECKPOINT REWRITTEN EVERY WS-CHECKPOINT-INTERVAL RECORDS
      *    BY G0004-WRITE-CHECKPOINT SO A RESTART CAN REPOSITION
      *    USA-HIST-FLE INSTEAD OF REPROCESSING THE WHOLE FILE AFTER AN
      *    ABEND. CLEARED ON A SUCCESSFUL RUN BY G0005-CLEAR-CHECKPOINT.
      *    ONE CONTROL RECORD, THEN ONE RECORD PER DEPARTMENT WHOSE
      *    ACTUALS HAVE BEEN POSTED TO THE BUDGET TABLE.
            SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BND-STAT.

      *    DEPARTMENT SALARY BUDGET - ONE ROW PER DEPARTMENT CODE AND
      *    FISCAL PERIOD WITH THE BUDGETED SALARY AND HEADCOUNT. ONLY
      *    ROWS FOR THE PERIOD BEING REPORTED ARE USED. AN ABSENT FILE
      *    SIMPLY SKIPS THE BUDGET SECTION - SEE G0010-LOAD-DEPT-BUDGET
      *    / F0010-PRINT-BUDGET-VARIANCE.
            SELECT DEPT-BUDGET-FILE ASSIGN TO DEPTBUD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BUD-STAT.

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD. WHEN PRESENT,
      *    PRM-AS-OF-DATE IS CARRIED ONTO THE REPORT HEADING AND USED
      *    TO SELECT USA-HIST-FLE RECORDS, AND PRM-LINES-ON-PAGE/
      *    PRM-REPORT-TITLE OVERRIDE LINES-ON-PAGE AND THE REPORT
      *    TITLE - SEE G0006-LOAD-PARAMETERS. THE FIRST CARD HAS NO
      *    ROOM LEFT, SO THE BUDGET FISCAL PERIOD AND OVERSPEND
      *    TOLERANCE COME FROM AN OPTIONAL SECOND CARD.
            SELECT PARAMETER-FILE ASSIGN TO PARMFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PRM-STAT.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, NORMAL OR ABEND, SEE Z0002-WRITE-STEP-LOG.
      *    OPTIONAL SO THE FIRST STEP EVER LOGGED STARTS THE FILE.
            SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEPLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SLG-STAT.

       DATA DIVISION.
       FILE SECTION.
       01 OUTPUT-REC        PIC X(133).

       FD CHECKPOINT-FILE
               RECORD CONTAINS 59 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORDS ARE CHECKPOINT-RECORD
                                CHECKPOINT-ACTUAL-RECORD.
       01 CHECKPOINT-RECORD.
            02 CHK-COUNT          PIC 9(08).
            02 CHK-KEY            PIC X(10).
            02 CHK-DEPT-CODE      PIC X(08).
            02 CHK-DEPT-TOTAL     PIC 9(09)V99.
            02 CHK-GRAND-TOTAL    PIC 9(09)V99.
            02 CHK-DEPT-RECORD-CNT PIC 9(07).
      *    WHETHER THE BUDGET TABLE WAS LOADED WHEN THE CHECKPOINT
      *    WAS TAKEN, AND HOW MANY ACTUAL RECORDS FOLLOW - A RESTART
      *    THAT FINDS FEWER, OR A BUDGET FILE THAT WAS NOT THERE THE
      *    FIRST TIME, CANNOT RESTORE THE ACTUALS IN FULL.
            02 CHK-BUD-LOADED-SW  PIC X(01).
            02 CHK-ACTUAL-CNT     PIC 9(03).
      *    ONE DEPARTMENT'S ACTUALS AS POSTED BY H0006-POST-DEPT-ACTUAL.
      *    THE TYPE BYTE SETS IT APART FROM THE CONTROL RECORD, WHOSE
      *    FIRST BYTE IS A DIGIT OF CHK-COUNT.
       01 CHECKPOINT-ACTUAL-RECORD.
            02 CHK-ACT-TYPE       PIC X(01).
               88 CHK-ACT-RECORD             VALUE 'A'.
            02 CHK-ACT-DEPT-CODE  PIC X(08).
            02 CHK-ACT-SALARY     PIC 9(09)V99.
            02 CHK-ACT-HEADCNT    PIC 9(07).
            02 FILLER             PIC X(32).

       FD ERROR-LOG-FILE
               RECORD CONTAINS 51 CHARACTERS
            02 PRM-AS-OF-DATE     PIC X(08).
            02 PRM-LINES-ON-PAGE  PIC 9(02).
            02 PRM-REPORT-TITLE   PIC X(50).
       01 PARAMETER-RECORD-BUDGET.
            02 PRM-FISCAL-PERIOD  PIC X(06).
            02 FILLER             PIC X(01).
            02 PRM-BUDGET-TOL-PCT PIC 9(03)V99.
            02 FILLER             PIC X(48).

       FD DEPT-BUDGET-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DEPT-BUDGET-RECORD.
       01 DEPT-BUDGET-RECORD.
            02 DBR-DEPT-CODE      PIC X(08).
            02 DBR-FISCAL-PERIOD  PIC X(06).
            02 DBR-BUDGET-SALARY  PIC 9(09)V99.
            02 DBR-BUDGET-HEADCNT PIC 9(05).
            02 FILLER             PIC X(10).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
            02 SBL-COUNT       PIC ZZZ,ZZ9.
            02 FILLER          PIC X(67) VALUE SPACES.

      *    BUDGET VERSUS ACTUAL - ONE ENTRY PER DEPARTMENT CODE THAT
      *    HAS A BUDGET ROW FOR THE PERIOD, ACTUALS, OR BOTH. BUDGET
      *    ROWS ARE LOADED FIRST; EACH DEPARTMENT SUBTOTAL THEN POSTS
      *    ITS ACTUAL SALARY AND HEADCOUNT TO THE MATCHING ENTRY OR
      *    OPENS A NEW ONE - SEE H0006-POST-DEPT-ACTUAL.
       01 BUDGET-ACTUAL-TABLE.
            02 WS-BVA-CNT              PIC 9(03) VALUE ZEROES.
            02 WS-BVA-ENTRY            OCCURS 150 TIMES
                                        INDEXED BY WS-BVA-IDX.
               05 WS-BVA-CODE          PIC X(08).
               05 WS-BVA-NAME          PIC X(30).
               05 WS-BVA-DIVISION      PIC X(20).
               05 WS-BVA-MASTER-SW     PIC X(01).
                  88 WS-BVA-ON-MASTER             VALUE 'Y'.
               05 WS-BVA-ACTUAL-SW     PIC X(01).
                  88 WS-BVA-HAS-ACTUAL            VALUE 'Y'.
               05 WS-BVA-BUDGET-SW     PIC X(01).
                  88 WS-BVA-HAS-BUDGET            VALUE 'Y'.
               05 WS-BVA-ACT-SALARY    PIC 9(09)V99.
               05 WS-BVA-ACT-HEADCNT   PIC 9(07).
               05 WS-BVA-BUD-SALARY    PIC 9(09)V99.
               05 WS-BVA-BUD-HEADCNT   PIC 9(07).

      *    DIVISION ROLLUP OF THE BUDGET TABLE, BUILT WHEN THE
      *    SECTION PRINTS. A DIVISION CAN APPEAR HERE WITH NO ACTUALS
      *    AT ALL, SO THE SALARY DIVISION TABLE CANNOT BE REUSED.
       01 BUDGET-DIVISION-TABLE.
            02 WS-BDV-CNT              PIC 9(02) VALUE ZEROES.
            02 WS-BDV-ENTRY            OCCURS 50 TIMES
                                        INDEXED BY WS-BDV-IDX.
               05 WS-BDV-NAME          PIC X(20).
               05 WS-BDV-ACT-SALARY    PIC 9(11)V99.
               05 WS-BDV-ACT-HEADCNT   PIC 9(07).
               05 WS-BDV-BUD-SALARY    PIC 9(11)V99.
               05 WS-BDV-BUD-HEADCNT   PIC 9(07).

       01 BUDGET-CONTROLS.
            02 WS-BUD-STAT             PIC X(02) VALUE '00'.
            02 WS-BUD-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-BUD-EOF-YES                 VALUE 'Y'.
            02 WS-BUD-LOADED-SW        PIC X(01) VALUE 'N'.
               88 WS-BUD-LOADED                  VALUE 'Y'.
            02 WS-BVA-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-BVA-FOUND                   VALUE 'Y'.
            02 WS-BDV-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-BDV-FOUND                   VALUE 'Y'.
            02 WS-BUD-CODE             PIC X(08) VALUE SPACES.
            02 WS-BUD-CUR-DIVISION     PIC X(20) VALUE SPACES.
            02 WS-BUD-ROWS-READ        PIC 9(07) VALUE ZEROES.
            02 WS-BUD-ROWS-USED        PIC 9(07) VALUE ZEROES.
            02 WS-BUD-ROWS-DROPPED     PIC 9(07) VALUE ZEROES.
            02 WS-BUD-EXCP-CNT         PIC 9(07) VALUE ZEROES.
      *    SET WHEN A RESTART COULD NOT RESTORE EVERY DEPARTMENT'S
      *    ACTUALS FROM THE CHECKPOINT - THE VARIANCE SECTION THEN
      *    SAYS SO AND THE OVER-TOLERANCE LIST IS NOT PRINTED.
            02 WS-BUD-ACT-INCOMP-SW    PIC X(01) VALUE 'N'.
               88 WS-BUD-ACTUALS-INCOMPLETE      VALUE 'Y'.
      *    THE LINE BEING PRINTED - DEPARTMENT, DIVISION OR COMPANY -
      *    AND ITS VARIANCE. VARIANCE IS ACTUAL LESS BUDGET, SO A
      *    POSITIVE FIGURE IS AN OVERSPEND.
            02 WS-BUD-LIN-ACT-SALARY   PIC 9(11)V99 VALUE ZEROES.
            02 WS-BUD-LIN-ACT-HEADCNT  PIC 9(07) VALUE ZEROES.
            02 WS-BUD-LIN-BUD-SALARY   PIC 9(11)V99 VALUE ZEROES.
            02 WS-BUD-LIN-BUD-HEADCNT  PIC 9(07) VALUE ZEROES.
            02 WS-BUD-VARIANCE         PIC S9(11)V99 VALUE ZEROES.
            02 WS-BUD-VAR-PCT          PIC S9(03)V99 VALUE ZEROES.
            02 WS-BUD-CMP-ACT-SALARY   PIC 9(11)V99 VALUE ZEROES.
            02 WS-BUD-CMP-ACT-HEADCNT  PIC 9(07) VALUE ZEROES.
            02 WS-BUD-CMP-BUD-SALARY   PIC 9(11)V99 VALUE ZEROES.
            02 WS-BUD-CMP-BUD-HEADCNT  PIC 9(07) VALUE ZEROES.
            02 WS-BUD-TOL-EDIT         PIC ZZ9.99.

       01 BUDGET-HEADER-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(08) VALUE 'DEPT    '.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(24) VALUE 'DEPARTMENT NAME'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(14) VALUE '        ACTUAL'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(14) VALUE '        BUDGET'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(15) VALUE '      VARIANCE '.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(07) VALUE '  VAR %'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'HC ACT'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'HC BUD'.
            02 FILLER          PIC X(22) VALUE SPACES.

       01 BUDGET-VARIANCE-LINE-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 BVL-DEPT-CODE   PIC X(08).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-DEPT-NAME   PIC X(24).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-ACTUAL      PIC $$$,$$$,$$9.99.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-BUDGET      PIC $$$,$$$,$$9.99.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-VARIANCE    PIC $$$,$$$,$$9.99-.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-VAR-PCT     PIC ---9.99.
            02 BVL-VAR-PCT-X   REDEFINES BVL-VAR-PCT PIC X(07).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-HC-ACTUAL   PIC ZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-HC-BUDGET   PIC ZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BVL-FLAG        PIC X(10).
            02 FILLER          PIC X(10) VALUE SPACES.

       01 BUDGET-EXCEPTION-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 BXL-DEPT-CODE   PIC X(08).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BXL-DEPT-NAME   PIC X(30).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 BXL-LABEL       PIC X(08).
            02 BXL-SALARY      PIC $$$,$$$,$$9.99.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(11) VALUE 'HEADCOUNT: '.
            02 BXL-HEADCOUNT   PIC ZZ,ZZ9.
            02 FILLER          PIC X(44) VALUE SPACES.

       01 DEPT-LOOKUP-FIELDS.
            02 WS-DPT-STAT             PIC X(02) VALUE '00'.
            02 WS-DPT-EOF-SW           PIC X(01) VALUE 'N'.
            02 WS-RESTART-SW            PIC X(01) VALUE 'N'.
               88 WS-RESTART-YES                  VALUE 'Y'.
               88 WS-RESTART-NO                   VALUE 'N'.
            02 WS-CHK-EOF-SW            PIC X(01) VALUE 'N'.
               88 WS-CHK-EOF-YES                  VALUE 'Y'.
            02 WS-CHK-BUD-LOADED-SW     PIC X(01) VALUE 'N'.
            02 WS-CHK-ACTUAL-CNT        PIC 9(03) VALUE ZEROES.
            02 WS-CHK-ACTUAL-READ       PIC 9(03) VALUE ZEROES.
            02 WS-ABEND-SW              PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.
            02 WS-PRM-STAT              PIC X(02) VALUE '00'.
            02 WS-AS-OF-DATE            PIC X(08) VALUE SPACES.
            02 WS-REPORT-TITLE          PIC X(50) VALUE SPACES.
      *    BUDGET PERIOD DEFAULTS TO THE AS-OF DATE'S YEAR AND MONTH,
      *    OR THE RUN MONTH WITHOUT ONE. A DEPARTMENT MORE THAN
      *    WS-BUDGET-TOL-PCT OVER BUDGET GOES ON THE EXCEPTIONS LIST.
            02 WS-FISCAL-PERIOD         PIC X(06) VALUE SPACES.
            02 WS-BUDGET-TOL-PCT        PIC 9(03)V99 VALUE 5.00.

      *    STEP-LOG STATUS, AND FOR THE STEP LOG'S INPUT COUNT EVERY
      *    RECORD PHYSICALLY READ - SEE Z0002-WRITE-STEP-LOG.
       01 STEP-LOG-CONTROLS.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.
            02 WS-READ-COUNT           PIC 9(08) VALUE ZEROES.

       COPY CONSTANT.
       COPY OUREC001.
            PERFORM G0006-LOAD-PARAMETERS THRU G0006-EXIT
            PERFORM G0007-LOAD-DEPT-MASTER THRU G0007-EXIT
            PERFORM G0009-LOAD-SALARY-BANDS THRU G0009-EXIT
            PERFORM G0010-LOAD-DEPT-BUDGET THRU G0010-EXIT
            PERFORM G0001-CHECK-RESTART THRU G0001-EXIT
            PERFORM D0001-READ-FILES THRU D0001-EXIT
            PERFORM E0001-PROC-FILES THRU E0001-EXIT
                       'STAT= ' WS-BND-STAT
            END-IF.

           OPEN INPUT DEPT-BUDGET-FILE.

            IF WS-BUD-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - DEPT BUDGET FILE DID NOT OPEN, '
                       'STAT= ' WS-BUD-STAT
            END-IF.

       B0001-EXIT.
            EXIT.

                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF
                    MOVE IR-DEPT-CODE TO WS-PREV-SEQ-DEPT
                    ADD 1 TO WS-READ-COUNT
                    PERFORM V0001-VALIDATE-REC THRU V0001-EXIT
                    SET WS-INIT-NO TO TRUE

           PERFORM F0007-PRINT-UNKNOWN-DEPTS THRU F0007-EXIT.
           PERFORM F0008-PRINT-DATA-QUALITY THRU F0008-EXIT.
           PERFORM F0009-PRINT-SALARY-STATS THRU F0009-EXIT.
           PERFORM F0010-PRINT-BUDGET-VARIANCE THRU F0010-EXIT.
           PERFORM F0011-PRINT-BUDGET-EXCEPTIONS THRU F0011-EXIT.

       E0001-EXIT. EXIT.


           PERFORM H0004-CAPTURE-DEPT-STATS THRU H0004-EXIT.

           PERFORM H0006-POST-DEPT-ACTUAL THRU H0006-EXIT.

           MOVE ZEROES TO WS-DEPT-SALARY-TOTAL.
           MOVE ZEROES TO WS-DEPT-RECORD-CNT.
           MOVE ZEROES TO WS-DEPT-STAT-CNT.
                           MOVE CHK-DEPT-CODE   TO WS-PREV-DEPT-CODE
                           MOVE CHK-DEPT-TOTAL  TO WS-DEPT-SALARY-TOTAL
                           MOVE CHK-GRAND-TOTAL TO WS-GRAND-SALARY-TOTAL
                           MOVE CHK-DEPT-RECORD-CNT
                                                TO WS-DEPT-RECORD-CNT
                           SET WS-FIRST-REC-NO  TO TRUE
                           PERFORM G0001A-RESTORE-ACTUALS
                              THRU G0001A-EXIT
              END-READ
              CLOSE CHECKPOINT-FILE
           ELSE
       G0001-EXIT.
           EXIT.

      *    PUTS BACK THE ACTUALS THE DEPARTMENTS BEFORE THE CHECKPOINT
      *    POSTED, SO THE BUDGET SECTION OF A RESTARTED RUN COVERS THE
      *    WHOLE FILE. EACH CODE IS FOUND OR OPENED IN THE FRESHLY
      *    LOADED BUDGET TABLE THE SAME WAY H0006-POST-DEPT-ACTUAL
      *    DOES.
       G0001A-RESTORE-ACTUALS.

           MOVE CHK-BUD-LOADED-SW TO WS-CHK-BUD-LOADED-SW.
           MOVE CHK-ACTUAL-CNT    TO WS-CHK-ACTUAL-CNT.
           MOVE ZEROES            TO WS-CHK-ACTUAL-READ.
           MOVE 'N'               TO WS-CHK-EOF-SW.

           PERFORM G0001B-RESTORE-ONE-ACTUAL THRU G0001B-EXIT
               UNTIL WS-CHK-EOF-YES.

           IF WS-BUD-LOADED
              AND (WS-CHK-BUD-LOADED-SW NOT EQUAL 'Y'
              OR WS-CHK-ACTUAL-READ NOT EQUAL WS-CHK-ACTUAL-CNT)
              SET WS-BUD-ACTUALS-INCOMPLETE TO TRUE
           END-IF.

           IF WS-BUD-ACTUALS-INCOMPLETE
              DISPLAY 'USAHIST1 - RESTARTED RUN - ACTUALS INCOMPLETE'
           END-IF.

       G0001A-EXIT.
           EXIT.

       G0001B-RESTORE-ONE-ACTUAL.

           READ CHECKPOINT-FILE
             AT END SET WS-CHK-EOF-YES TO TRUE
           END-READ.

           IF WS-CHK-EOF-YES
              GO TO G0001B-EXIT.

           IF NOT CHK-ACT-RECORD
              GO TO G0001B-EXIT.

           ADD 1 TO WS-CHK-ACTUAL-READ.

           IF NOT WS-BUD-LOADED
              GO TO G0001B-EXIT.

           MOVE CHK-ACT-DEPT-CODE TO WS-BUD-CODE.
           PERFORM H0007-FIND-BUDGET-ENTRY THRU H0007-EXIT.

           IF NOT WS-BVA-FOUND
              SET WS-BUD-ACTUALS-INCOMPLETE TO TRUE
              GO TO G0001B-EXIT.

           MOVE 'Y'             TO WS-BVA-ACTUAL-SW(WS-BVA-IDX).
           MOVE CHK-ACT-SALARY  TO WS-BVA-ACT-SALARY(WS-BVA-IDX).
           MOVE CHK-ACT-HEADCNT TO WS-BVA-ACT-HEADCNT(WS-BVA-IDX).

       G0001B-EXIT.
           EXIT.

       G0002-SKIP-TO-RESTART-POINT.

           PERFORM G0003-SKIP-ONE-RECORD THRU G0003-EXIT
           MOVE WS-PREV-DEPT-CODE      TO CHK-DEPT-CODE.
           MOVE WS-DEPT-SALARY-TOTAL   TO CHK-DEPT-TOTAL.
           MOVE WS-GRAND-SALARY-TOTAL  TO CHK-GRAND-TOTAL.
           MOVE WS-DEPT-RECORD-CNT     TO CHK-DEPT-RECORD-CNT.
           MOVE WS-BUD-LOADED-SW       TO CHK-BUD-LOADED-SW.
           MOVE ZEROES                 TO WS-CHK-ACTUAL-CNT.
           PERFORM G0004A-COUNT-ONE-ACTUAL THRU G0004A-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.
           MOVE WS-CHK-ACTUAL-CNT      TO CHK-ACTUAL-CNT.
           WRITE CHECKPOINT-RECORD.

           IF WS-CHK-STAT NOT EQUAL ZEROES
              PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           PERFORM G0004B-WRITE-ONE-ACTUAL THRU G0004B-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.

           CLOSE CHECKPOINT-FILE.

       G0004-EXIT.
           EXIT.

       G0004A-COUNT-ONE-ACTUAL.

           IF WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              ADD 1 TO WS-CHK-ACTUAL-CNT
           END-IF.

       G0004A-EXIT.
           EXIT.

       G0004B-WRITE-ONE-ACTUAL.

           IF NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              GO TO G0004B-EXIT.

           MOVE SPACES                         TO
                CHECKPOINT-ACTUAL-RECORD.
           SET CHK-ACT-RECORD                  TO TRUE.
           MOVE WS-BVA-CODE(WS-BVA-IDX)        TO CHK-ACT-DEPT-CODE.
           MOVE WS-BVA-ACT-SALARY(WS-BVA-IDX)  TO CHK-ACT-SALARY.
           MOVE WS-BVA-ACT-HEADCNT(WS-BVA-IDX) TO CHK-ACT-HEADCNT.
           WRITE CHECKPOINT-ACTUAL-RECORD.

           IF WS-CHK-STAT NOT EQUAL ZEROES
              SET WS-MSG-WR-OU TO TRUE
              MOVE WS-CHK-STAT TO WS-ERR-CDE
              SET WS-PROC-PRNT TO TRUE
              PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       G0004B-EXIT.
           EXIT.

       G0005-CLEAR-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE.
       G0009B-EXIT.
           EXIT.

      *    LOADS THE BUDGET ROWS FOR THE PERIOD BEING REPORTED. ROWS
      *    FOR OTHER PERIODS ARE SKIPPED; TWO ROWS FOR ONE CODE AND
      *    PERIOD ARE ADDED TOGETHER. EACH CODE IS CHECKED AGAINST THE
      *    DEPARTMENT MASTER AS IT LOADS SO THE EXCEPTION LISTING CAN
      *    SHOW FINANCE WHICH ROWS TO FIX.
       G0010-LOAD-DEPT-BUDGET.

           IF WS-BUD-STAT NOT EQUAL ZEROES
              GO TO G0010-EXIT.

           SET WS-BUD-LOADED TO TRUE.
           PERFORM G0010A-READ-BUDGET-RECORD THRU G0010A-EXIT.
           PERFORM G0010B-STORE-BUDGET-RECORD THRU G0010B-EXIT
               UNTIL WS-BUD-EOF-YES.
           CLOSE DEPT-BUDGET-FILE.

       G0010-EXIT.
           EXIT.

       G0010A-READ-BUDGET-RECORD.

           READ DEPT-BUDGET-FILE
             AT END SET WS-BUD-EOF-YES TO TRUE
           END-READ.

       G0010A-EXIT.
           EXIT.

       G0010B-STORE-BUDGET-RECORD.

           ADD 1 TO WS-BUD-ROWS-READ.
           PERFORM G0010C-APPLY-BUDGET-ROW THRU G0010C-EXIT.
           PERFORM G0010A-READ-BUDGET-RECORD THRU G0010A-EXIT.

       G0010B-EXIT.
           EXIT.

       G0010C-APPLY-BUDGET-ROW.

           IF DBR-FISCAL-PERIOD NOT EQUAL WS-FISCAL-PERIOD
              OR DBR-DEPT-CODE EQUAL SPACES
              GO TO G0010C-EXIT.

           IF DBR-BUDGET-SALARY IS NOT NUMERIC
              OR DBR-BUDGET-HEADCNT IS NOT NUMERIC
              DISPLAY 'USAHIST1 - BUDGET ROW NOT NUMERIC, DEPT '
                      DBR-DEPT-CODE ' - SKIPPED'
              ADD 1 TO WS-BUD-ROWS-DROPPED
              GO TO G0010C-EXIT.

           MOVE DBR-DEPT-CODE TO WS-BUD-CODE.
           PERFORM H0007-FIND-BUDGET-ENTRY THRU H0007-EXIT.

           IF NOT WS-BVA-FOUND
              DISPLAY 'USAHIST1 - BUDGET TABLE FULL, DEPT '
                      DBR-DEPT-CODE ' - SKIPPED'
              ADD 1 TO WS-BUD-ROWS-DROPPED
              GO TO G0010C-EXIT.

           ADD 1 TO WS-BUD-ROWS-USED.
           MOVE 'Y' TO WS-BVA-BUDGET-SW(WS-BVA-IDX).
           ADD DBR-BUDGET-SALARY  TO WS-BVA-BUD-SALARY(WS-BVA-IDX).
           ADD DBR-BUDGET-HEADCNT TO WS-BVA-BUD-HEADCNT(WS-BVA-IDX).

       G0010C-EXIT.
           EXIT.

      *    LEAVES WS-BVA-IDX ON THE BUDGET ENTRY FOR WS-BUD-CODE,
      *    OPENING ONE - WITH THE NAME AND DIVISION FROM THE MASTER -
      *    ON FIRST SIGHT. WS-BVA-FOUND IS LEFT OFF ONLY WHEN THE
      *    TABLE IS FULL.
       H0007-FIND-BUDGET-ENTRY.

           MOVE 'N' TO WS-BVA-FOUND-SW.
           PERFORM H0007A-TEST-BUDGET-ENTRY THRU H0007A-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT
                  OR WS-BVA-FOUND.

           IF WS-BVA-FOUND
              SET WS-BVA-IDX DOWN BY 1
              GO TO H0007-EXIT.

           IF WS-BVA-CNT NOT LESS THAN 150
              GO TO H0007-EXIT.

           ADD 1 TO WS-BVA-CNT.
           SET WS-BVA-IDX TO WS-BVA-CNT.
           SET WS-BVA-FOUND TO TRUE.
           MOVE WS-BUD-CODE       TO WS-BVA-CODE(WS-BVA-IDX).
           MOVE '(NOT ON MASTER)' TO WS-BVA-NAME(WS-BVA-IDX).
           MOVE '(UNKNOWN)'       TO WS-BVA-DIVISION(WS-BVA-IDX).
           MOVE 'N'               TO WS-BVA-MASTER-SW(WS-BVA-IDX)
                                     WS-BVA-ACTUAL-SW(WS-BVA-IDX)
                                     WS-BVA-BUDGET-SW(WS-BVA-IDX).
           MOVE ZEROES            TO WS-BVA-ACT-SALARY(WS-BVA-IDX)
                                     WS-BVA-ACT-HEADCNT(WS-BVA-IDX)
                                     WS-BVA-BUD-SALARY(WS-BVA-IDX)
                                     WS-BVA-BUD-HEADCNT(WS-BVA-IDX).

           PERFORM H0007B-TEST-MASTER-ENTRY THRU H0007B-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX GREATER WS-DPT-CNT
                  OR WS-BVA-ON-MASTER(WS-BVA-IDX).

       H0007-EXIT.
           EXIT.

       H0007A-TEST-BUDGET-ENTRY.

           IF WS-BUD-CODE EQUAL WS-BVA-CODE(WS-BVA-IDX)
              SET WS-BVA-FOUND TO TRUE
           END-IF.

       H0007A-EXIT.
           EXIT.

       H0007B-TEST-MASTER-ENTRY.

           IF WS-BUD-CODE EQUAL WS-DPT-CODE(WS-DPT-IDX)
              MOVE 'Y' TO WS-BVA-MASTER-SW(WS-BVA-IDX)
              MOVE WS-DPT-NAME(WS-DPT-IDX) TO WS-BVA-NAME(WS-BVA-IDX)
              MOVE WS-DPT-DIVISION(WS-DPT-IDX)
                TO WS-BVA-DIVISION(WS-BVA-IDX)
           END-IF.

       H0007B-EXIT.
           EXIT.

      *    THE SALARY STATISTICS SECTION - PER-DEPARTMENT MINIMUM,
      *    MAXIMUM, AVERAGE, AND HEADCOUNT, THE COMPANY-WIDE LINE,
      *    AND THE BAND DISTRIBUTION. COMPENSATION REVIEW KEYS THESE
       F0009B-EXIT.
           EXIT.

      *    THE BUDGET-VERSUS-ACTUAL SECTION - EACH DEPARTMENT'S
      *    ACTUAL SALARY AND HEADCOUNT AGAINST ITS BUDGET FOR THE
      *    FISCAL PERIOD, GROUPED BY DIVISION, WITH DIVISION AND
      *    COMPANY LINES. A BUDGET ROW WHOSE CODE IS NOT ON THE MASTER
      *    AND HAS NO ACTUALS BELONGS TO NO DIVISION; IT IS LEFT OUT
      *    OF THE TOTALS AND SHOWN ONLY ON THE EXCEPTION LISTING.
       F0010-PRINT-BUDGET-VARIANCE.

           IF NOT WS-BUD-LOADED
              GO TO F0010-EXIT.

           PERFORM F0010A-ROLL-ONE-DEPT THRU F0010A-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.

           MOVE WS-BUDGET-TOL-PCT TO WS-BUD-TOL-EDIT.
           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           STRING '  BUDGET VERSUS ACTUAL - FISCAL PERIOD '
                  WS-FISCAL-PERIOD
                  '    OVERSPEND TOLERANCE: ' WS-BUD-TOL-EDIT '%'
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           IF WS-BUD-ACTUALS-INCOMPLETE
              MOVE '  RESTARTED RUN - ACTUALS INCOMPLETE'
                  TO WS-PRINT-REPORT
              PERFORM P0001-PRINT-REC THRU P0001-EXIT
           END-IF.
           MOVE BUDGET-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           PERFORM F0010B-PRINT-ONE-DIVISION THRU F0010B-EXIT
               VARYING WS-BDV-IDX FROM 1 BY 1
               UNTIL WS-BDV-IDX GREATER WS-BDV-CNT.

           MOVE WS-BUD-CMP-ACT-SALARY  TO WS-BUD-LIN-ACT-SALARY.
           MOVE WS-BUD-CMP-ACT-HEADCNT TO WS-BUD-LIN-ACT-HEADCNT.
           MOVE WS-BUD-CMP-BUD-SALARY  TO WS-BUD-LIN-BUD-SALARY.
           MOVE WS-BUD-CMP-BUD-HEADCNT TO WS-BUD-LIN-BUD-HEADCNT.
           PERFORM F0010D-FORMAT-VARIANCE-LINE THRU F0010D-EXIT.
           MOVE 'COMPANY '        TO BVL-DEPT-CODE.
           MOVE 'ALL DEPARTMENTS' TO BVL-DEPT-NAME.
           MOVE SPACES            TO BVL-FLAG.
           MOVE BUDGET-VARIANCE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0010-EXIT.
           EXIT.

      *    ROLLS ONE BUDGET ENTRY INTO ITS DIVISION AND THE COMPANY
      *    LINE, CREATING THE DIVISION ON FIRST SIGHT.
       F0010A-ROLL-ONE-DEPT.

           IF NOT WS-BVA-ON-MASTER(WS-BVA-IDX)
              AND NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              GO TO F0010A-EXIT.

           MOVE 'N' TO WS-BDV-FOUND-SW.
           PERFORM F0010E-TEST-DIVISION-ENTRY THRU F0010E-EXIT
               VARYING WS-BDV-IDX FROM 1 BY 1
               UNTIL WS-BDV-IDX GREATER WS-BDV-CNT
                  OR WS-BDV-FOUND.

           IF WS-BDV-FOUND
              SET WS-BDV-IDX DOWN BY 1
           ELSE
              IF WS-BDV-CNT LESS THAN 50
                 ADD 1 TO WS-BDV-CNT
                 SET WS-BDV-IDX TO WS-BDV-CNT
                 MOVE WS-BVA-DIVISION(WS-BVA-IDX)
                   TO WS-BDV-NAME(WS-BDV-IDX)
                 MOVE ZEROES TO WS-BDV-ACT-SALARY(WS-BDV-IDX)
                                WS-BDV-ACT-HEADCNT(WS-BDV-IDX)
                                WS-BDV-BUD-SALARY(WS-BDV-IDX)
                                WS-BDV-BUD-HEADCNT(WS-BDV-IDX)
              ELSE
                 GO TO F0010A-EXIT
              END-IF
           END-IF.

           ADD WS-BVA-ACT-SALARY(WS-BVA-IDX)
             TO WS-BDV-ACT-SALARY(WS-BDV-IDX) WS-BUD-CMP-ACT-SALARY.
           ADD WS-BVA-ACT-HEADCNT(WS-BVA-IDX)
             TO WS-BDV-ACT-HEADCNT(WS-BDV-IDX) WS-BUD-CMP-ACT-HEADCNT.
           ADD WS-BVA-BUD-SALARY(WS-BVA-IDX)
             TO WS-BDV-BUD-SALARY(WS-BDV-IDX) WS-BUD-CMP-BUD-SALARY.
           ADD WS-BVA-BUD-HEADCNT(WS-BVA-IDX)
             TO WS-BDV-BUD-HEADCNT(WS-BDV-IDX) WS-BUD-CMP-BUD-HEADCNT.

       F0010A-EXIT.
           EXIT.

      *    ONE DIVISION - ITS DEPARTMENTS IN TABLE ORDER, THEN ITS
      *    TOTAL LINE.
       F0010B-PRINT-ONE-DIVISION.

           MOVE WS-BDV-NAME(WS-BDV-IDX) TO WS-BUD-CUR-DIVISION.

           PERFORM F0010C-PRINT-ONE-DEPT THRU F0010C-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.

           MOVE WS-BDV-ACT-SALARY(WS-BDV-IDX)  TO WS-BUD-LIN-ACT-SALARY.
           MOVE WS-BDV-ACT-HEADCNT(WS-BDV-IDX)
             TO WS-BUD-LIN-ACT-HEADCNT.
           MOVE WS-BDV-BUD-SALARY(WS-BDV-IDX)  TO WS-BUD-LIN-BUD-SALARY.
           MOVE WS-BDV-BUD-HEADCNT(WS-BDV-IDX)
             TO WS-BUD-LIN-BUD-HEADCNT.
           PERFORM F0010D-FORMAT-VARIANCE-LINE THRU F0010D-EXIT.
           MOVE 'DIVISION'          TO BVL-DEPT-CODE.
           MOVE WS-BUD-CUR-DIVISION TO BVL-DEPT-NAME.
           MOVE SPACES              TO BVL-FLAG.
           MOVE BUDGET-VARIANCE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0010B-EXIT.
           EXIT.

       F0010C-PRINT-ONE-DEPT.

           IF WS-BVA-DIVISION(WS-BVA-IDX) NOT EQUAL WS-BUD-CUR-DIVISION
              GO TO F0010C-EXIT.

           IF NOT WS-BVA-ON-MASTER(WS-BVA-IDX)
              AND NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              GO TO F0010C-EXIT.

           PERFORM F0010F-FORMAT-DEPT-LINE THRU F0010F-EXIT.
           MOVE BUDGET-VARIANCE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0010C-EXIT.
           EXIT.

      *    FILLS THE AMOUNT COLUMNS FROM THE WS-BUD-LIN- FIGURES. THE
      *    PERCENTAGE IS THE VARIANCE OVER BUDGET, LEFT BLANK WITH NO
      *    BUDGETED SALARY AND HELD AT 999.99 WHEN IT WILL NOT FIT.
       F0010D-FORMAT-VARIANCE-LINE.

           COMPUTE WS-BUD-VARIANCE =
               WS-BUD-LIN-ACT-SALARY - WS-BUD-LIN-BUD-SALARY.

           MOVE WS-BUD-LIN-ACT-SALARY  TO BVL-ACTUAL.
           MOVE WS-BUD-LIN-BUD-SALARY  TO BVL-BUDGET.
           MOVE WS-BUD-VARIANCE        TO BVL-VARIANCE.
           MOVE WS-BUD-LIN-ACT-HEADCNT TO BVL-HC-ACTUAL.
           MOVE WS-BUD-LIN-BUD-HEADCNT TO BVL-HC-BUDGET.

           IF WS-BUD-LIN-BUD-SALARY EQUAL ZEROES
              MOVE ZEROES TO WS-BUD-VAR-PCT
              MOVE SPACES TO BVL-VAR-PCT-X
           ELSE
              COMPUTE WS-BUD-VAR-PCT ROUNDED =
                  WS-BUD-VARIANCE * 100 / WS-BUD-LIN-BUD-SALARY
                  ON SIZE ERROR
                     IF WS-BUD-VARIANCE LESS THAN ZERO
                        MOVE -999.99 TO WS-BUD-VAR-PCT
                     ELSE
                        MOVE 999.99 TO WS-BUD-VAR-PCT
                     END-IF
              END-COMPUTE
              MOVE WS-BUD-VAR-PCT TO BVL-VAR-PCT
           END-IF.

       F0010D-EXIT.
           EXIT.

       F0010E-TEST-DIVISION-ENTRY.

           IF WS-BVA-DIVISION(WS-BVA-IDX) EQUAL WS-BDV-NAME(WS-BDV-IDX)
              SET WS-BDV-FOUND TO TRUE
           END-IF.

       F0010E-EXIT.
           EXIT.

      *    A DEPARTMENT LINE, WITH ITS FLAG. '*OVER TOL' MEANS THE
      *    OVERSPEND IS MORE THAN WS-BUDGET-TOL-PCT OF BUDGET.
       F0010F-FORMAT-DEPT-LINE.

           MOVE WS-BVA-ACT-SALARY(WS-BVA-IDX)  TO WS-BUD-LIN-ACT-SALARY.
           MOVE WS-BVA-ACT-HEADCNT(WS-BVA-IDX)
             TO WS-BUD-LIN-ACT-HEADCNT.
           MOVE WS-BVA-BUD-SALARY(WS-BVA-IDX)  TO WS-BUD-LIN-BUD-SALARY.
           MOVE WS-BVA-BUD-HEADCNT(WS-BVA-IDX)
             TO WS-BUD-LIN-BUD-HEADCNT.
           PERFORM F0010D-FORMAT-VARIANCE-LINE THRU F0010D-EXIT.

           MOVE WS-BVA-CODE(WS-BVA-IDX) TO BVL-DEPT-CODE.
           MOVE WS-BVA-NAME(WS-BVA-IDX) TO BVL-DEPT-NAME.
           MOVE SPACES TO BVL-FLAG.

           EVALUATE TRUE
              WHEN NOT WS-BVA-HAS-BUDGET(WS-BVA-IDX)
                   MOVE 'NO BUDGET' TO BVL-FLAG
              WHEN NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
                   MOVE 'NO ACTUAL' TO BVL-FLAG
              WHEN WS-BUD-LIN-BUD-SALARY GREATER ZEROES
                   AND WS-BUD-VAR-PCT GREATER WS-BUDGET-TOL-PCT
                   MOVE '*OVER TOL' TO BVL-FLAG
           END-EVALUATE.

       F0010F-EXIT.
           EXIT.

      *    THE LISTS FINANCE WORKS FROM - DEPARTMENTS OVERSPENT BEYOND
      *    TOLERANCE, BUDGET ROWS FOR CODES THE MASTER DOES NOT CARRY,
      *    AND DEPARTMENTS THAT SPENT WITH NO BUDGET FOR THE PERIOD -
      *    THEN THE BUDGET FILE'S OWN COUNTS.
       F0011-PRINT-BUDGET-EXCEPTIONS.

           IF NOT WS-BUD-LOADED
              GO TO F0011-EXIT.

           MOVE WS-BUDGET-TOL-PCT TO WS-BUD-TOL-EDIT.
           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           STRING '  DEPARTMENTS OVER BUDGET BY MORE THAN '
                  WS-BUD-TOL-EDIT '%'
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           IF WS-BUD-ACTUALS-INCOMPLETE
              MOVE '     NOT LISTED - RESTARTED RUN, ACTUALS INCOMPLETE'
                TO WS-PRINT-REPORT
              PERFORM P0001-PRINT-REC THRU P0001-EXIT
           ELSE
              MOVE ZEROES TO WS-BUD-EXCP-CNT
              PERFORM F0011A-LIST-OVER-BUDGET THRU F0011A-EXIT
                  VARYING WS-BVA-IDX FROM 1 BY 1
                  UNTIL WS-BVA-IDX GREATER WS-BVA-CNT
              PERFORM F0011D-PRINT-NONE THRU F0011D-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE '  BUDGET ROWS FOR CODES NOT ON THE DEPARTMENT MASTER'
               TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE ZEROES TO WS-BUD-EXCP-CNT.
           PERFORM F0011B-LIST-BUDGET-NOT-ON-MST THRU F0011B-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.
           PERFORM F0011D-PRINT-NONE THRU F0011D-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE '  DEPARTMENTS WITH ACTUALS BUT NO BUDGET'
               TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE ZEROES TO WS-BUD-EXCP-CNT.
           PERFORM F0011C-LIST-ACTUAL-NO-BUDGET THRU F0011C-EXIT
               VARYING WS-BVA-IDX FROM 1 BY 1
               UNTIL WS-BVA-IDX GREATER WS-BVA-CNT.
           PERFORM F0011D-PRINT-NONE THRU F0011D-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'BUDGET ROWS READ........:    ' TO DQL-TEXT.
           MOVE WS-BUD-ROWS-READ TO DQL-COUNT.
           MOVE DATA-QUALITY-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'BUDGET ROWS FOR PERIOD..:    ' TO DQL-TEXT.
           MOVE WS-BUD-ROWS-USED TO DQL-COUNT.
           MOVE DATA-QUALITY-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'BUDGET ROWS SKIPPED.....:    ' TO DQL-TEXT.
           MOVE WS-BUD-ROWS-DROPPED TO DQL-COUNT.
           MOVE DATA-QUALITY-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0011-EXIT.
           EXIT.

       F0011A-LIST-OVER-BUDGET.

           IF NOT WS-BVA-HAS-BUDGET(WS-BVA-IDX)
              OR NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              GO TO F0011A-EXIT.

           PERFORM F0010F-FORMAT-DEPT-LINE THRU F0010F-EXIT.

           IF BVL-FLAG NOT EQUAL '*OVER TOL'
              GO TO F0011A-EXIT.

           ADD 1 TO WS-BUD-EXCP-CNT.
           MOVE BUDGET-VARIANCE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0011A-EXIT.
           EXIT.

       F0011B-LIST-BUDGET-NOT-ON-MST.

           IF WS-BVA-ON-MASTER(WS-BVA-IDX)
              OR NOT WS-BVA-HAS-BUDGET(WS-BVA-IDX)
              GO TO F0011B-EXIT.

           ADD 1 TO WS-BUD-EXCP-CNT.
           MOVE WS-BVA-CODE(WS-BVA-IDX)        TO BXL-DEPT-CODE.
           MOVE WS-BVA-NAME(WS-BVA-IDX)        TO BXL-DEPT-NAME.
           MOVE 'BUDGET: '                     TO BXL-LABEL.
           MOVE WS-BVA-BUD-SALARY(WS-BVA-IDX)  TO BXL-SALARY.
           MOVE WS-BVA-BUD-HEADCNT(WS-BVA-IDX) TO BXL-HEADCOUNT.
           MOVE BUDGET-EXCEPTION-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0011B-EXIT.
           EXIT.

       F0011C-LIST-ACTUAL-NO-BUDGET.

           IF WS-BVA-HAS-BUDGET(WS-BVA-IDX)
              OR NOT WS-BVA-HAS-ACTUAL(WS-BVA-IDX)
              GO TO F0011C-EXIT.

           ADD 1 TO WS-BUD-EXCP-CNT.
           MOVE WS-BVA-CODE(WS-BVA-IDX)        TO BXL-DEPT-CODE.
           MOVE WS-BVA-NAME(WS-BVA-IDX)        TO BXL-DEPT-NAME.
           MOVE 'ACTUAL: '                     TO BXL-LABEL.
           MOVE WS-BVA-ACT-SALARY(WS-BVA-IDX)  TO BXL-SALARY.
           MOVE WS-BVA-ACT-HEADCNT(WS-BVA-IDX) TO BXL-HEADCOUNT.
           MOVE BUDGET-EXCEPTION-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0011C-EXIT.
           EXIT.

       F0011D-PRINT-NONE.

           IF WS-BUD-EXCP-CNT EQUAL ZEROES
              MOVE '     NONE' TO WS-PRINT-REPORT
              PERFORM P0001-PRINT-REC THRU P0001-EXIT
           END-IF.

       F0011D-EXIT.
           EXIT.

       G0006-LOAD-PARAMETERS.

           IF WS-PRM-STAT EQUAL ZEROES
                              MOVE PRM-REPORT-TITLE TO WS-REPORT-TITLE
                           END-IF
              END-READ
              IF WS-PRM-STAT EQUAL ZEROES
                 READ PARAMETER-FILE
                   AT END     CONTINUE
                   NOT AT END IF PRM-FISCAL-PERIOD IS NUMERIC
                                 MOVE PRM-FISCAL-PERIOD
                                   TO WS-FISCAL-PERIOD
                              END-IF
                              IF PRM-BUDGET-TOL-PCT IS NUMERIC
                                 AND PRM-BUDGET-TOL-PCT GREATER ZERO
                                 MOVE PRM-BUDGET-TOL-PCT
                                   TO WS-BUDGET-TOL-PCT
                              END-IF
                 END-READ
              END-IF
              CLOSE PARAMETER-FILE
           END-IF.

           IF WS-FISCAL-PERIOD EQUAL SPACES
              IF WS-AS-OF-DATE NOT EQUAL SPACES
                 MOVE WS-AS-OF-DATE(1:6) TO WS-FISCAL-PERIOD
              ELSE
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                 MOVE WS-CURRENT-DATE(1:6) TO WS-FISCAL-PERIOD
              END-IF
           END-IF.

       G0006-EXIT.
           EXIT.

       H0002A-EXIT.
           EXIT.

      *    POSTS THE JUST-CLOSED DEPARTMENT'S SALARY AND HEADCOUNT TO
      *    ITS BUDGET ENTRY. NOTHING IS KEPT WHEN NO BUDGET FILE WAS
      *    SUPPLIED, SINCE THE SECTION WILL NOT PRINT.
       H0006-POST-DEPT-ACTUAL.

           IF NOT WS-BUD-LOADED
              GO TO H0006-EXIT.

           MOVE WS-PREV-DEPT-CODE TO WS-BUD-CODE.
           PERFORM H0007-FIND-BUDGET-ENTRY THRU H0007-EXIT.

           IF NOT WS-BVA-FOUND
              DISPLAY 'USAHIST1 - BUDGET TABLE FULL, DEPT '
                      WS-PREV-DEPT-CODE ' - ACTUALS NOT COMPARED'
              GO TO H0006-EXIT.

           MOVE 'Y' TO WS-BVA-ACTUAL-SW(WS-BVA-IDX).
           ADD WS-DEPT-SALARY-TOTAL TO WS-BVA-ACT-SALARY(WS-BVA-IDX).
           ADD WS-DEPT-RECORD-CNT   TO WS-BVA-ACT-HEADCNT(WS-BVA-IDX).

       H0006-EXIT.
           EXIT.

       P0001-PRINT-REC.
       
           WRITE OUTPUT-REC FROM WS-PRINT-REPORT.
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
            MOVE 'USAHIST1'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'RECORDS READ'        TO SLG-INPUT-LABEL.
            MOVE WS-READ-COUNT         TO SLG-INPUT-CNT.
            MOVE 'RECORDS REPORTED'    TO SLG-OUTPUT-LABEL.
            MOVE WS-RECORD-COUNT       TO SLG-OUTPUT-CNT.
            MOVE 'REJECTED'            TO SLG-REJECT-LABEL.
            MOVE WS-REJ-TOTAL-CNT      TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
