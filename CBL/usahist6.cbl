       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAHIST6.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    USAHIST2'S CHANGE TRANSACTIONS, IN IR-KEY ORDER, ENDING
      *    WITH THE TYPE Z TRAILER. ONLY THE TYPE S SALARY CHANGES
      *    ARE RECONCILED; THEIR COUNT IS PROVED AGAINST THE TRAILER.
            SELECT CHANGE-TRANSACTION-FILE ASSIGN TO CHGTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTR-STAT.

      *    HR'S RAISE AUTHORIZATIONS - EMPLOYEE KEY, EFFECTIVE MONTH,
      *    APPROVED NEW SALARY AND APPROVER - IN EMPLOYEE KEY ORDER.
      *    THE FILE MAY CARRY SEVERAL MONTHS; ONLY ROWS FOR THE MONTH
      *    BEING RECONCILED ARE USED, AND THOSE MUST ARRIVE IN KEY
      *    SEQUENCE - SEE D0003-READ-AUTH.
            SELECT AUTHORIZATION-FILE ASSIGN TO HRAUTH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUT-STAT.

      *    THE RECONCILIATION REGISTER - EVERY SALARY CHANGE AND EVERY
      *    AUTHORIZATION FOR THE MONTH, EACH WITH ITS OUTCOME.
            SELECT PRINT-FILE ASSIGN TO PRTLINE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STAT.

      *    THE AUDIT EXCEPTIONS REPORT - CHANGES MADE WITH NO
      *    AUTHORIZATION OR FOR AN AMOUNT OTHER THAN THE ONE APPROVED,
      *    AND AUTHORIZATION ROWS THAT COULD NOT BE USED.
            SELECT AUDIT-EXCEPTION-FILE ASSIGN TO AUDEXCP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STAT.

      *    ONE RECORD PER Y0001-ERR-HANDLING CALL SO AN ABEND'S
      *    DIAGNOSTICS SURVIVE AFTER THE JOB LOG ITSELF IS GONE.
            SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ERL-STAT.

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - THE EFFECTIVE
      *    MONTH BEING RECONCILED (DEFAULT THE RUN MONTH, AS IN
      *    USAHIST2) AND THE REPORT TITLE - SEE G0006-LOAD-PARAMETERS.
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
       FD CHANGE-TRANSACTION-FILE
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-TRANSACTION-RECORD.
       COPY CHGTRAN.

       FD AUTHORIZATION-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUTHORIZATION-RECORD.
       01 AUTHORIZATION-RECORD.
            02 HRA-EMP-KEY        PIC X(10).
            02 HRA-EFF-MONTH      PIC X(06).
            02 HRA-APPROVED-SAL   PIC 9(07)V99.
            02 HRA-APPROVER-ID    PIC X(08).
            02 FILLER             PIC X(07).

       FD PRINT-FILE
                  RECORD CONTAINS 133 CHARACTERS
                  LABEL RECORDS ARE OMITTED
                  DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC        PIC X(133).

       FD AUDIT-EXCEPTION-FILE
                  RECORD CONTAINS 133 CHARACTERS
                  LABEL RECORDS ARE OMITTED
                  DATA RECORD IS AUDIT-EXCEPTION-REC.
       01 AUDIT-EXCEPTION-REC  PIC X(133).

       FD ERROR-LOG-FILE
               RECORD CONTAINS 51 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ERROR-LOG-RECORD.
       01 ERROR-LOG-RECORD.
            02 ERL-DATE           PIC 9(08).
            02 ERL-TIME           PIC 9(08).
            02 FILLER             PIC X(01) VALUE SPACE.
            02 ERL-MSG            PIC X(20).
            02 FILLER             PIC X(01) VALUE SPACE.
            02 ERL-CDE            PIC X(02).
            02 FILLER             PIC X(01) VALUE SPACE.
            02 ERL-PROC           PIC X(10).

       FD PARAMETER-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PARAMETER-RECORD-IN.
       01 PARAMETER-RECORD-IN.
            02 PRM-EFFECTIVE-MONTH PIC X(06).
            02 FILLER             PIC X(01).
            02 PRM-REPORT-TITLE   PIC X(50).
            02 FILLER             PIC X(23).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
      *    THE TWO FILES ARE MATCHED ON THE EMPLOYEE KEY. EACH SIDE'S
      *    KEY GOES TO HIGH-VALUES AT END SO THE OTHER SIDE DRAINS.
       01 RECONCILE-CONTROLS.
            02 WS-CTR-STAT             PIC X(02) VALUE '00'.
            02 WS-AUT-STAT             PIC X(02) VALUE '00'.
            02 WS-AUD-STAT             PIC X(02) VALUE '00'.
            02 WS-ERL-STAT             PIC X(02) VALUE '00'.
            02 WS-PRM-STAT             PIC X(02) VALUE '00'.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.
            02 WS-TRN-KEY              PIC X(10) VALUE LOW-VALUES.
            02 WS-PREV-TRN-KEY         PIC X(10) VALUE LOW-VALUES.
            02 WS-AUT-KEY              PIC X(10) VALUE LOW-VALUES.
            02 WS-PREV-AUT-KEY         PIC X(10) VALUE LOW-VALUES.
            02 WS-TRN-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-TRN-FOUND                    VALUE 'Y'.
               88 WS-TRN-NOT-FOUND                VALUE 'N'.
            02 WS-AUT-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-AUT-FOUND                    VALUE 'Y'.
               88 WS-AUT-NOT-FOUND                VALUE 'N'.
            02 WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88 WS-TRAILER-YES                  VALUE 'Y'.
               88 WS-TRAILER-NO                   VALUE 'N'.
            02 WS-ABEND-SW             PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.

      *    THE SALARY CHANGE AND THE AUTHORIZATION CURRENTLY HELD.
       01 RECONCILE-WORK.
            02 WS-TRN-OLD-SALARY       PIC 9(07)V99 VALUE ZEROES.
            02 WS-TRN-NEW-SALARY       PIC 9(07)V99 VALUE ZEROES.
            02 WS-AUT-SALARY           PIC 9(07)V99 VALUE ZEROES.
            02 WS-AUT-APPROVER         PIC X(08) VALUE SPACES.
            02 WS-SALARY-DIFFERENCE    PIC S9(07)V99 VALUE ZEROES.

       01 RECONCILE-COUNTERS.
            02 WS-TRN-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-SAL-CHG-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-AUT-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-AUT-MONTH-CNT        PIC 9(06) VALUE ZEROES.
            02 WS-AUT-OTHER-MONTH-CNT  PIC 9(06) VALUE ZEROES.
            02 WS-AUT-DUP-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-AUT-BAD-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-MATCHED-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-MISMATCH-CNT         PIC 9(06) VALUE ZEROES.
            02 WS-UNAUTH-CNT           PIC 9(06) VALUE ZEROES.
            02 WS-NOT-APPLIED-CNT      PIC 9(06) VALUE ZEROES.
            02 WS-EXCEPTION-CNT        PIC 9(06) VALUE ZEROES.

       01 RECONCILE-HEADER-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(10) VALUE 'EMPLOYEE'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(13) VALUE '   OLD SALARY'.
            02 FILLER          PIC X(01) VALUE SPACES.
            02 FILLER          PIC X(13) VALUE '   NEW SALARY'.
            02 FILLER          PIC X(01) VALUE SPACES.
            02 FILLER          PIC X(13) VALUE ' APPROVED SAL'.
            02 FILLER          PIC X(01) VALUE SPACES.
            02 FILLER          PIC X(14) VALUE '   DIFFERENCE '.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(08) VALUE 'APPROVER'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(32) VALUE 'RESULT'.
            02 FILLER          PIC X(18) VALUE SPACES.

      *    ONE LINE PER OUTCOME, ON THE REGISTER AND - FOR THE
      *    EXCEPTIONS - THE AUDIT REPORT. AMOUNTS THAT DO NOT APPLY TO
      *    THE OUTCOME ARE BLANKED THROUGH THEIR -X REDEFINITIONS.
      *    DIFFERENCE IS THE SALARY APPLIED LESS THE SALARY APPROVED.
       01 RECONCILE-LINE-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 RCL-KEY         PIC X(10).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RCL-OLD-SALARY  PIC $$,$$$,$$9.99.
            02 RCL-OLD-SALARY-X REDEFINES RCL-OLD-SALARY PIC X(13).
            02 FILLER          PIC X(01) VALUE SPACES.
            02 RCL-NEW-SALARY  PIC $$,$$$,$$9.99.
            02 RCL-NEW-SALARY-X REDEFINES RCL-NEW-SALARY PIC X(13).
            02 FILLER          PIC X(01) VALUE SPACES.
            02 RCL-APPROVED    PIC $$,$$$,$$9.99.
            02 RCL-APPROVED-X  REDEFINES RCL-APPROVED PIC X(13).
            02 FILLER          PIC X(01) VALUE SPACES.
            02 RCL-DIFFERENCE  PIC $$,$$$,$$9.99-.
            02 RCL-DIFFERENCE-X REDEFINES RCL-DIFFERENCE PIC X(14).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RCL-APPROVER    PIC X(08).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RCL-RESULT      PIC X(32).
            02 FILLER          PIC X(18) VALUE SPACES.

       01 CHANGE-COUNT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 CCL-TEXT        PIC X(30).
            02 CCL-COUNT       PIC ZZ,ZZZ,ZZ9.
            02 FILLER          PIC X(88) VALUE SPACES.

      *    OVERRIDDEN FROM THE PARAMETER CARD.
       01 RUN-PARAMETERS.
            02 WS-EFFECTIVE-MONTH      PIC X(06) VALUE SPACES.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA SALARY CHANGE AUTHORIZATION RECONCILIATION'.
            02 WS-AUDIT-TITLE          PIC X(50) VALUE
               'USA SALARY CHANGE AUDIT EXCEPTIONS'.

       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM G0006-LOAD-PARAMETERS THRU G0006-EXIT
            PERFORM F0001-WRITE-HEADER THRU F0001-EXIT
            PERFORM E0001-PROC-FILES THRU E0001-EXIT
            PERFORM F0006-PRINT-RUN-COUNTS THRU F0006-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

           OPEN OUTPUT ERROR-LOG-FILE.

            IF WS-ERL-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - ERROR LOG FILE DID NOT OPEN, STAT= '
                       WS-ERL-STAT
            END-IF.

            OPEN OUTPUT PRINT-FILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT AUDIT-EXCEPTION-FILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

           OPEN INPUT PARAMETER-FILE.

            OPEN INPUT CHANGE-TRANSACTION-FILE.

            IF WS-CTR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-CTR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT AUTHORIZATION-FILE.

            IF WS-AUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-AUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *    NEXT SALARY CHANGE. OTHER CHANGE TYPES ARE PASSED OVER BUT
      *    STILL SEQUENCE-CHECKED, SINCE THE FILE AS A WHOLE IS IN KEY
      *    ORDER.
       D0002-READ-TRAN.

            SET WS-TRN-NOT-FOUND TO TRUE.
            PERFORM D0002A-READ-ONE-TRAN THRU D0002A-EXIT
                UNTIL WS-TRN-FOUND.

       D0002-EXIT.
            EXIT.

      *    THE TRAILER MUST BE THE LAST RECORD, AND ITS SALARY-CHANGE
      *    COUNT MUST EQUAL THE TYPE S RECORDS READ - OTHERWISE THE
      *    FILE IS INCOMPLETE AND THE RECONCILIATION WOULD MISS
      *    CHANGES, SO THE RUN ABENDS.
       D0002A-READ-ONE-TRAN.

            READ CHANGE-TRANSACTION-FILE
              AT END MOVE HIGH-VALUES TO WS-TRN-KEY
            END-READ

            EVALUATE TRUE

               WHEN WS-CTR-STAT EQUAL '10'
                    SET WS-TRN-FOUND TO TRUE
                    IF WS-TRAILER-NO
                       SET WS-MSG-BAL-ER TO TRUE
                       MOVE WS-CTR-STAT TO WS-ERR-CDE
                       SET WS-PROC-BALCHK TO TRUE
                       DISPLAY 'USAHIST6 - CHANGE TRANSACTION TRAILER '
                               'MISSING'
                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF

               WHEN WS-CTR-STAT NOT EQUAL ZEROES
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN WS-TRAILER-YES
                    SET WS-MSG-SEQ-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-SEQCHK TO TRUE
                    DISPLAY 'USAHIST6 - CHANGE TRANSACTIONS FOUND '
                            'AFTER THE TRAILER'
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN CTR-CHANGE-TYPE EQUAL 'Z'
                    SET WS-TRAILER-YES TO TRUE
                    IF CTR-TRL-SALARY-CNT NOT EQUAL WS-SAL-CHG-CNT
                       SET WS-MSG-BAL-ER TO TRUE
                       MOVE WS-CTR-STAT TO WS-ERR-CDE
                       SET WS-PROC-BALCHK TO TRUE
                       DISPLAY 'USAHIST6 - SALARY CHANGES READ '
                               WS-SAL-CHG-CNT ' TRAILER '
                               CTR-TRL-SALARY-CNT
                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF

               WHEN CTR-KEY LESS THAN WS-PREV-TRN-KEY
                    SET WS-MSG-SEQ-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-SEQCHK TO TRUE
                    DISPLAY 'USAHIST6 - CHANGE TRANSACTIONS OUT OF '
                            'SEQUENCE AT KEY ' CTR-KEY
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN CTR-CHANGE-TYPE EQUAL 'S'
                    ADD 1 TO WS-TRN-READ-CNT
                    ADD 1 TO WS-SAL-CHG-CNT
                    MOVE CTR-KEY        TO WS-PREV-TRN-KEY
                    MOVE CTR-KEY        TO WS-TRN-KEY
                    MOVE CTR-OLD-SALARY TO WS-TRN-OLD-SALARY
                    MOVE CTR-NEW-SALARY TO WS-TRN-NEW-SALARY
                    SET WS-TRN-FOUND TO TRUE

               WHEN OTHER
                    ADD 1 TO WS-TRN-READ-CNT
                    MOVE CTR-KEY TO WS-PREV-TRN-KEY

               END-EVALUATE
               .
       D0002A-EXIT.
            EXIT.

      *    NEXT USABLE AUTHORIZATION FOR THE MONTH. ROWS FOR OTHER
      *    MONTHS ARE COUNTED AND PASSED OVER; A SECOND ROW FOR THE
      *    SAME EMPLOYEE AND MONTH, OR ONE WHOSE AMOUNT IS NOT
      *    NUMERIC, IS LISTED ON THE AUDIT REPORT AND NOT USED.
       D0003-READ-AUTH.

            SET WS-AUT-NOT-FOUND TO TRUE.
            PERFORM D0003A-READ-ONE-AUTH THRU D0003A-EXIT
                UNTIL WS-AUT-FOUND.

       D0003-EXIT.
            EXIT.

       D0003A-READ-ONE-AUTH.

            READ AUTHORIZATION-FILE
              AT END MOVE HIGH-VALUES TO WS-AUT-KEY
            END-READ

            EVALUATE TRUE

               WHEN WS-AUT-STAT EQUAL '10'
                    SET WS-AUT-FOUND TO TRUE

               WHEN WS-AUT-STAT NOT EQUAL ZEROES
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-AUT-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN HRA-EFF-MONTH NOT EQUAL WS-EFFECTIVE-MONTH
                    ADD 1 TO WS-AUT-READ-CNT
                    ADD 1 TO WS-AUT-OTHER-MONTH-CNT

               WHEN HRA-EMP-KEY LESS THAN WS-PREV-AUT-KEY
                    SET WS-MSG-SEQ-IN TO TRUE
                    MOVE WS-AUT-STAT TO WS-ERR-CDE
                    SET WS-PROC-SEQCHK TO TRUE
                    DISPLAY 'USAHIST6 - AUTHORIZATIONS OUT OF '
                            'SEQUENCE AT KEY ' HRA-EMP-KEY
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN HRA-EMP-KEY EQUAL WS-PREV-AUT-KEY
                    ADD 1 TO WS-AUT-READ-CNT
                    ADD 1 TO WS-AUT-MONTH-CNT
                    ADD 1 TO WS-AUT-DUP-CNT
                    MOVE 'DUPLICATE AUTHORIZATION, IGNORED'
                      TO RCL-RESULT
                    PERFORM F0004-LIST-BAD-AUTH THRU F0004-EXIT

               WHEN HRA-APPROVED-SAL IS NOT NUMERIC
                    ADD 1 TO WS-AUT-READ-CNT
                    ADD 1 TO WS-AUT-MONTH-CNT
                    ADD 1 TO WS-AUT-BAD-CNT
                    MOVE HRA-EMP-KEY TO WS-PREV-AUT-KEY
                    MOVE 'APPROVED AMOUNT NOT NUMERIC'
                      TO RCL-RESULT
                    PERFORM F0004-LIST-BAD-AUTH THRU F0004-EXIT

               WHEN OTHER
                    ADD 1 TO WS-AUT-READ-CNT
                    ADD 1 TO WS-AUT-MONTH-CNT
                    MOVE HRA-EMP-KEY      TO WS-PREV-AUT-KEY
                    MOVE HRA-EMP-KEY      TO WS-AUT-KEY
                    MOVE HRA-APPROVED-SAL TO WS-AUT-SALARY
                    MOVE HRA-APPROVER-ID  TO WS-AUT-APPROVER
                    SET WS-AUT-FOUND TO TRUE

               END-EVALUATE
               .
       D0003A-EXIT.
            EXIT.

      *    A CLASSIC TWO-FILE MATCH ON THE EMPLOYEE KEY:
      *        CHANGE ONLY        - CHANGED WITH NO AUTHORIZATION
      *        AUTHORIZATION ONLY - AUTHORIZED BUT NOT APPLIED
      *        BOTH               - APPROVED, AND THE AMOUNTS EITHER
      *                             AGREE OR THEY DO NOT.
       E0001-PROC-FILES.

            PERFORM D0002-READ-TRAN THRU D0002-EXIT.
            PERFORM D0003-READ-AUTH THRU D0003-EXIT.

            PERFORM E0002-MATCH-ONE THRU E0002-EXIT
                UNTIL WS-TRN-KEY EQUAL HIGH-VALUES
                  AND WS-AUT-KEY EQUAL HIGH-VALUES.

            CLOSE CHANGE-TRANSACTION-FILE.
            CLOSE AUTHORIZATION-FILE.

       E0001-EXIT.
            EXIT.

       E0002-MATCH-ONE.

            EVALUATE TRUE

               WHEN WS-TRN-KEY LESS THAN WS-AUT-KEY
                    ADD 1 TO WS-UNAUTH-CNT
                    PERFORM E0003-CHANGE-NOT-AUTHORIZED THRU E0003-EXIT
                    PERFORM D0002-READ-TRAN THRU D0002-EXIT

               WHEN WS-TRN-KEY GREATER THAN WS-AUT-KEY
                    ADD 1 TO WS-NOT-APPLIED-CNT
                    PERFORM E0004-AUTH-NOT-APPLIED THRU E0004-EXIT
                    PERFORM D0003-READ-AUTH THRU D0003-EXIT

               WHEN OTHER
                    PERFORM E0005-COMPARE-AMOUNTS THRU E0005-EXIT
                    PERFORM D0002-READ-TRAN THRU D0002-EXIT
                    PERFORM D0003-READ-AUTH THRU D0003-EXIT

            END-EVALUATE.

       E0002-EXIT.
            EXIT.

       E0003-CHANGE-NOT-AUTHORIZED.

            MOVE WS-TRN-KEY        TO RCL-KEY.
            MOVE WS-TRN-OLD-SALARY TO RCL-OLD-SALARY.
            MOVE WS-TRN-NEW-SALARY TO RCL-NEW-SALARY.
            MOVE SPACES            TO RCL-APPROVED-X.
            MOVE SPACES            TO RCL-DIFFERENCE-X.
            MOVE SPACES            TO RCL-APPROVER.
            MOVE 'CHANGED - NO AUTHORIZATION' TO RCL-RESULT.
            PERFORM F0003-PRINT-RECONCILE-LINE THRU F0003-EXIT.
            PERFORM F0005-PRINT-EXCEPTION-LINE THRU F0005-EXIT.

       E0003-EXIT.
            EXIT.

       E0004-AUTH-NOT-APPLIED.

            MOVE WS-AUT-KEY        TO RCL-KEY.
            MOVE SPACES            TO RCL-OLD-SALARY-X.
            MOVE SPACES            TO RCL-NEW-SALARY-X.
            MOVE WS-AUT-SALARY     TO RCL-APPROVED.
            MOVE SPACES            TO RCL-DIFFERENCE-X.
            MOVE WS-AUT-APPROVER   TO RCL-APPROVER.
            MOVE 'AUTHORIZED - NOT APPLIED' TO RCL-RESULT.
            PERFORM F0003-PRINT-RECONCILE-LINE THRU F0003-EXIT.

       E0004-EXIT.
            EXIT.

       E0005-COMPARE-AMOUNTS.

            COMPUTE WS-SALARY-DIFFERENCE =
                WS-TRN-NEW-SALARY - WS-AUT-SALARY.

            MOVE WS-TRN-KEY           TO RCL-KEY.
            MOVE WS-TRN-OLD-SALARY    TO RCL-OLD-SALARY.
            MOVE WS-TRN-NEW-SALARY    TO RCL-NEW-SALARY.
            MOVE WS-AUT-SALARY        TO RCL-APPROVED.
            MOVE WS-SALARY-DIFFERENCE TO RCL-DIFFERENCE.
            MOVE WS-AUT-APPROVER      TO RCL-APPROVER.

            IF WS-SALARY-DIFFERENCE EQUAL ZERO
               ADD 1 TO WS-MATCHED-CNT
               MOVE 'APPROVED - AMOUNT MATCHES' TO RCL-RESULT
               PERFORM F0003-PRINT-RECONCILE-LINE THRU F0003-EXIT
            ELSE
               ADD 1 TO WS-MISMATCH-CNT
               MOVE 'APPROVED - DIFFERENT AMOUNT' TO RCL-RESULT
               PERFORM F0003-PRINT-RECONCILE-LINE THRU F0003-EXIT
               PERFORM F0005-PRINT-EXCEPTION-LINE THRU F0005-EXIT
            END-IF.

       E0005-EXIT.
            EXIT.

      *    HEADINGS FOR BOTH REPORTS - THE REGISTER ON PRTLINE AND
      *    THE AUDIT EXCEPTIONS ON AUDEXCP.
       F0001-WRITE-HEADER.

           SET OHL-COMPANY TO TRUE.
           MOVE OHL-COMPANY-NAME TO OHL-HEADING-TEXT.
           MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

           SET OHL-REPORT-TITLE TO TRUE.
           MOVE WS-REPORT-TITLE TO OHL-HEADING-TEXT.
           MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE WS-AUDIT-TITLE TO OHL-HEADING-TEXT.
           MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           STRING '  EFFECTIVE MONTH: ' WS-EFFECTIVE-MONTH(1:4) '-'
                  WS-EFFECTIVE-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.
           MOVE RECONCILE-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

       F0001-EXIT. EXIT.

       F0003-PRINT-RECONCILE-LINE.

           MOVE RECONCILE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0003-EXIT. EXIT.

      *    AN AUTHORIZATION ROW THAT COULD NOT BE USED - THE REASON IS
      *    ALREADY IN RCL-RESULT. IT GOES ON BOTH REPORTS SO HR CAN
      *    CORRECT THE FILE.
       F0004-LIST-BAD-AUTH.

           MOVE HRA-EMP-KEY     TO RCL-KEY.
           MOVE SPACES          TO RCL-OLD-SALARY-X.
           MOVE SPACES          TO RCL-NEW-SALARY-X.
           MOVE SPACES          TO RCL-APPROVED-X.
           MOVE SPACES          TO RCL-DIFFERENCE-X.
           MOVE HRA-APPROVER-ID TO RCL-APPROVER.
           PERFORM F0003-PRINT-RECONCILE-LINE THRU F0003-EXIT.
           PERFORM F0005-PRINT-EXCEPTION-LINE THRU F0005-EXIT.

       F0004-EXIT. EXIT.

       F0005-PRINT-EXCEPTION-LINE.

           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE RECONCILE-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

       F0005-EXIT. EXIT.

      *    OUTCOME COUNTS ON BOTH REPORTS. EVERY SALARY CHANGE LANDS
      *    IN EXACTLY ONE OF THE FIRST THREE.
       F0006-PRINT-RUN-COUNTS.

           IF WS-EXCEPTION-CNT EQUAL ZEROES
              MOVE '     NO EXCEPTIONS' TO WS-PRINT-REPORT
              PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.
           MOVE '  RECONCILIATION COUNTS' TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

           MOVE 'SALARY CHANGES..........:    ' TO CCL-TEXT.
           MOVE WS-SAL-CHG-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  APPROVED, MATCHING....:    ' TO CCL-TEXT.
           MOVE WS-MATCHED-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  APPROVED, DIFFERENT...:    ' TO CCL-TEXT.
           MOVE WS-MISMATCH-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  NO AUTHORIZATION......:    ' TO CCL-TEXT.
           MOVE WS-UNAUTH-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'AUTHORIZATIONS FOR MONTH:    ' TO CCL-TEXT.
           MOVE WS-AUT-MONTH-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  NOT APPLIED...........:    ' TO CCL-TEXT.
           MOVE WS-NOT-APPLIED-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  DUPLICATE.............:    ' TO CCL-TEXT.
           MOVE WS-AUT-DUP-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  AMOUNT NOT NUMERIC....:    ' TO CCL-TEXT.
           MOVE WS-AUT-BAD-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'AUTHS FOR OTHER MONTHS..:    ' TO CCL-TEXT.
           MOVE WS-AUT-OTHER-MONTH-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'AUDIT EXCEPTIONS........:    ' TO CCL-TEXT.
           MOVE WS-EXCEPTION-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

       F0006-EXIT. EXIT.

       F0007-PRINT-COUNT-LINE.

           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           PERFORM P0002-PRINT-AUDIT-REC THRU P0002-EXIT.

       F0007-EXIT. EXIT.

       G0006-LOAD-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE(1:6) TO WS-EFFECTIVE-MONTH.

           IF WS-PRM-STAT EQUAL ZEROES
              READ PARAMETER-FILE
                AT END     CONTINUE
                NOT AT END IF PRM-EFFECTIVE-MONTH IS NUMERIC
                              MOVE PRM-EFFECTIVE-MONTH
                                TO WS-EFFECTIVE-MONTH
                           END-IF
                           IF PRM-REPORT-TITLE NOT EQUAL SPACES
                              MOVE PRM-REPORT-TITLE TO WS-REPORT-TITLE
                           END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

       G0006-EXIT.
           EXIT.

       P0001-PRINT-REC.

           WRITE OUTPUT-REC FROM WS-PRINT-REPORT.

           IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       P0001-EXIT. EXIT.

       P0002-PRINT-AUDIT-REC.

           WRITE AUDIT-EXCEPTION-REC FROM WS-PRINT-REPORT.

           IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       P0002-EXIT. EXIT.

       Y0001-ERR-HANDLING.

            SET WS-ABEND-YES TO TRUE.

            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.

            PERFORM Y0002-WRITE-ERROR-LOG THRU Y0002-EXIT.

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT.

       Y0001-EXIT.
            EXIT.

       Y0002-WRITE-ERROR-LOG.

            IF WS-ERL-STAT EQUAL ZEROES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE       TO ERL-DATE
               MOVE WS-CURRENT-TIME       TO ERL-TIME
               MOVE WS-ERR-MSG            TO ERL-MSG
               MOVE WS-ERR-CDE            TO ERL-CDE
               MOVE WS-ERR-PROC           TO ERL-PROC
               WRITE ERROR-LOG-RECORD
            END-IF.

       Y0002-EXIT.
            EXIT.

      *    A CHANGE WITH NO AUTHORIZATION OR FOR THE WRONG AMOUNT, OR
      *    AN UNUSABLE AUTHORIZATION ROW, ENDS THE STEP WITH RC 4 SO
      *    THE AUDIT REPORT IS NOT MISSED.
       Z0001-CLOS-FILES.

            CLOSE PRINT-FILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - PRINT-FILE DID NOT CLOSE, STAT= '
                       WS-OUT-STAT
            END-IF.

            CLOSE AUDIT-EXCEPTION-FILE.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - AUDIT EXCEPTION FILE DID NOT CLOSE, '
                       'STAT= ' WS-AUD-STAT
            END-IF.

            CLOSE ERROR-LOG-FILE.

            IF WS-ERL-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - ERROR LOG FILE DID NOT CLOSE, STAT= '
                       WS-ERL-STAT
            END-IF.

            IF WS-ABEND-YES
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WS-EXCEPTION-CNT GREATER ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
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
            MOVE 'USAHIST6'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'SALARY CHANGES'      TO SLG-INPUT-LABEL.
            MOVE WS-SAL-CHG-CNT        TO SLG-INPUT-CNT.
            MOVE 'APPROVED MATCH'      TO SLG-OUTPUT-LABEL.
            MOVE WS-MATCHED-CNT        TO SLG-OUTPUT-CNT.
            MOVE 'AUDIT EXCEPTIONS'    TO SLG-REJECT-LABEL.
            MOVE WS-EXCEPTION-CNT      TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
