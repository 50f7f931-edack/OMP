       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAHIST4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ONE REQUEST PER CARD - E FOR ONE EMPLOYEE KEY, D FOR EVERY
      *    EMPLOYEE WITH A CHANGE IN THE DEPARTMENT (TO, FROM OR
      *    WITHIN IT) INSIDE THE MONTH RANGE. A BLANK FROM OR TO
      *    MONTH LEAVES THAT END OF THE RANGE OPEN - SEE
      *    E0002-EDIT-CARD.
            SELECT REQUEST-CARD-FILE ASSIGN TO INQCARD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-IN-STAT.

      *    CUMULATIVE CHANGE HISTORY BUILT BY USAHIST2. AN EMPLOYEE
      *    REQUEST STARTS AT THE KEY, A DEPARTMENT REQUEST READS IT
      *    FROM THE TOP.
            SELECT CHANGE-HISTORY-FILE ASSIGN TO CHGHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHH-KEY
              FILE STATUS IS WS-CHH-STAT.

            SELECT PRINT-FILE ASSIGN TO PRTLINE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STAT.

      *    ONE RECORD PER Y0001-ERR-HANDLING CALL SO AN ABEND'S
      *    DIAGNOSTICS SURVIVE AFTER THE JOB LOG ITSELF IS GONE.
            SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ERL-STAT.

      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, NORMAL OR ABEND, SEE Z0002-WRITE-STEP-LOG.
      *    OPTIONAL SO THE FIRST STEP EVER LOGGED STARTS THE FILE.
            SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEPLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SLG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-CARD-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REQUEST-CARD-RECORD.
       01 REQUEST-CARD-RECORD.
            02 RQC-TYPE           PIC X(01).
               88 RQC-EMPLOYEE                     VALUE 'E'.
               88 RQC-DEPARTMENT                   VALUE 'D'.
            02 FILLER             PIC X(01).
            02 RQC-EMP-KEY        PIC X(10).
            02 RQC-DEPT-DATA REDEFINES RQC-EMP-KEY.
               03 RQC-DEPT-CODE   PIC X(08).
               03 FILLER          PIC X(02).
            02 FILLER             PIC X(01).
            02 RQC-FROM-MONTH     PIC X(06).
            02 FILLER             PIC X(01).
            02 RQC-TO-MONTH       PIC X(06).
            02 FILLER             PIC X(55).

       FD CHANGE-HISTORY-FILE
               RECORD CONTAINS 200 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-HISTORY-RECORD.
       COPY CHGHIST.

       FD PRINT-FILE
                  RECORD CONTAINS 133 CHARACTERS
                  LABEL RECORDS ARE OMITTED
                  DATA RECORD IS OUTPUT-REC.
       01 OUTPUT-REC        PIC X(133).

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

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
      *    ONE EMPLOYEE'S HISTORY RECORDS INSIDE THE REQUEST'S MONTH
      *    RANGE, HELD UNTIL THE EMPLOYEE IS KNOWN TO QUALIFY - A
      *    DEPARTMENT REQUEST ONLY KNOWS THAT ONCE IT HAS SEEN ALL OF
      *    THE EMPLOYEE'S RECORDS. 500 IS OVER TEN YEARS OF MONTHLY
      *    CHANGES; ANY MORE ARE COUNTED AND NOTED ON THE TIMELINE.
       01 TIMELINE-TABLE.
            02 WS-TL-EMP-KEY           PIC X(10) VALUE LOW-VALUES.
            02 WS-TL-CNT               PIC 9(04) VALUE ZEROES.
            02 WS-TL-OVER-CNT          PIC 9(04) VALUE ZEROES.
            02 WS-TL-SUB               PIC 9(04) VALUE ZEROES.
            02 WS-TL-ENTRY             PIC X(200) OCCURS 500 TIMES.

      *    THE TIMELINE ENTRY BEING PRINTED.
       COPY CHGHIST REPLACING ==CHANGE-HISTORY-RECORD==
                           BY ==TIMELINE-HISTORY-RECORD==
                           LEADING ==CHH-== BY ==TLH-==.

       01 REQUEST-CONTROLS.
            02 WS-SEL-FROM-MONTH       PIC X(06) VALUE SPACES.
            02 WS-SEL-TO-MONTH         PIC X(06) VALUE SPACES.
            02 WS-CARD-ERROR           PIC X(40) VALUE SPACES.
            02 WS-REQ-TIMELINE-CNT     PIC 9(06) VALUE ZEROES.
            02 WS-MONTH-CHECK          PIC X(06) VALUE SPACES.
            02 WS-MONTH-CHECK-NUM REDEFINES WS-MONTH-CHECK.
               03 WS-MC-YEAR           PIC 9(04).
               03 WS-MC-MONTH          PIC 9(02).
            02 WS-CHH-STAT             PIC X(02) VALUE '00'.
            02 WS-ERL-STAT             PIC X(02) VALUE '00'.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.
            02 WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
               88 WS-HIST-EOF-YES                 VALUE 'Y'.
               88 WS-HIST-EOF-NO                  VALUE 'N'.
            02 WS-MONTH-VALID-SW       PIC X(01) VALUE 'Y'.
               88 WS-MONTH-VALID-YES              VALUE 'Y'.
               88 WS-MONTH-VALID-NO               VALUE 'N'.
            02 WS-DEPT-HIT-SW          PIC X(01) VALUE 'N'.
               88 WS-DEPT-HIT-YES                 VALUE 'Y'.
               88 WS-DEPT-HIT-NO                  VALUE 'N'.
            02 WS-ABEND-SW             PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.
            02 WS-RAISE-PCT            PIC S9(05)V9 VALUE ZEROES.
            02 WS-SALARY-EDIT          PIC $$$,$$$,$$9.99.

       01 INQUIRY-COUNTERS.
            02 WS-CARD-CNT             PIC 9(06) VALUE ZEROES.
            02 WS-CARD-REJECT-CNT      PIC 9(06) VALUE ZEROES.
            02 WS-TIMELINE-CNT         PIC 9(06) VALUE ZEROES.
            02 WS-HIST-READ-CNT        PIC 9(08) VALUE ZEROES.

       01 REQUEST-ECHO-LINE-LAYOUT.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(09) VALUE 'REQUEST: '.
            02 REL-KIND        PIC X(10).
            02 FILLER          PIC X(01) VALUE SPACES.
            02 REL-VALUE       PIC X(10).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(08) VALUE 'MONTHS: '.
            02 REL-FROM        PIC X(08).
            02 FILLER          PIC X(04) VALUE ' TO '.
            02 REL-TO          PIC X(08).
            02 FILLER          PIC X(70) VALUE SPACES.

       01 EMPLOYEE-HEADER-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 FILLER          PIC X(10) VALUE 'EMPLOYEE: '.
            02 EHL-KEY         PIC X(10).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'NAME: '.
            02 EHL-NAME        PIC X(30).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'DEPT: '.
            02 EHL-DEPT        PIC X(08).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(09) VALUE 'CHANGES: '.
            02 EHL-COUNT       PIC ZZ9.
            02 FILLER          PIC X(37) VALUE SPACES.

       01 TIMELINE-COLUMN-HEADER       PIC X(133) VALUE
            '     MONTH    EVENT         DETAIL'.

       01 TIMELINE-DETAIL-LINE-LAYOUT.
            02 FILLER          PIC X(05).
            02 TLD-MONTH       PIC X(07).
            02 FILLER          PIC X(02).
            02 TLD-EVENT       PIC X(12).
            02 FILLER          PIC X(02).
            02 TLD-FROM-LIT    PIC X(06).
            02 TLD-OLD-VALUE   PIC X(40).
            02 FILLER          PIC X(02).
            02 TLD-TO-LIT      PIC X(06).
            02 TLD-NEW-VALUE   PIC X(40).
            02 FILLER          PIC X(02).
            02 TLD-PCT-AREA.
               03 TLD-PCT      PIC +++++9.9.
               03 TLD-PCT-SIGN PIC X(01).

       01 CARD-REJECT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 FILLER          PIC X(23) VALUE
               '*** REQUEST REJECTED - '.
            02 CRL-REASON      PIC X(40).
            02 FILLER          PIC X(65) VALUE SPACES.

       01 CHANGE-COUNT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 CCL-TEXT        PIC X(30).
            02 CCL-COUNT       PIC ZZ,ZZZ,ZZ9.
            02 FILLER          PIC X(88) VALUE SPACES.

       01 RUN-PARAMETERS.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA EMPLOYEE CHANGE TIMELINE INQUIRY'.

       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM F0001-WRITE-HEADER THRU F0001-EXIT
            PERFORM D0001-READ-CARD THRU D0001-EXIT
            PERFORM E0001-PROC-REQUEST THRU E0001-EXIT
                UNTIL WS-EOF-YES
            PERFORM F0006-PRINT-INQUIRY-COUNTS THRU F0006-EXIT
            CLOSE REQUEST-CARD-FILE
            CLOSE CHANGE-HISTORY-FILE
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

            OPEN INPUT REQUEST-CARD-FILE.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CHANGE-HISTORY-FILE.

            IF WS-CHH-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-CHH-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

       D0001-READ-CARD.

            READ REQUEST-CARD-FILE
              AT END SET WS-EOF-YES TO TRUE
            END-READ

            IF WS-IN-STAT NOT EQUAL ZEROES
               AND WS-IN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       D0001-EXIT.
            EXIT.

       D0002-READ-HISTORY.

            READ CHANGE-HISTORY-FILE NEXT RECORD
              AT END SET WS-HIST-EOF-YES TO TRUE
            END-READ

            EVALUATE TRUE

               WHEN WS-CHH-STAT EQUAL '10'
                    CONTINUE

               WHEN WS-CHH-STAT EQUAL ZEROES
                    ADD 1 TO WS-HIST-READ-CNT

               WHEN OTHER
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-CHH-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               END-EVALUATE
               .
       D0002-EXIT.
            EXIT.

       E0001-PROC-REQUEST.

            ADD 1 TO WS-CARD-CNT.
            MOVE ZEROES TO WS-REQ-TIMELINE-CNT.

            PERFORM E0002-EDIT-CARD THRU E0002-EXIT.
            PERFORM F0002-PRINT-REQUEST-ECHO THRU F0002-EXIT.

            EVALUATE TRUE
               WHEN WS-CARD-ERROR NOT EQUAL SPACES
                    ADD 1 TO WS-CARD-REJECT-CNT
                    MOVE WS-CARD-ERROR TO CRL-REASON
                    MOVE CARD-REJECT-LINE-LAYOUT TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN RQC-EMPLOYEE
                    PERFORM E0003-EMPLOYEE-REQUEST THRU E0003-EXIT
               WHEN OTHER
                    PERFORM E0004-DEPT-REQUEST THRU E0004-EXIT
            END-EVALUATE.

            IF WS-CARD-ERROR EQUAL SPACES
               AND WS-REQ-TIMELINE-CNT EQUAL ZEROES
               MOVE '     NO CHANGE HISTORY FOUND FOR THIS REQUEST'
                 TO WS-PRINT-REPORT
               PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF.

            PERFORM D0001-READ-CARD THRU D0001-EXIT.

       E0001-EXIT.
            EXIT.

      *    A BAD CARD IS REPORTED AND SKIPPED - THE OTHER REQUESTS IN
      *    THE DECK STILL RUN. AN OPEN FROM MONTH IS 000000 AND AN
      *    OPEN TO MONTH 999999, SO THE RANGE TEST NEEDS NO SPECIAL
      *    CASE.
       E0002-EDIT-CARD.

            MOVE SPACES TO WS-CARD-ERROR.
            MOVE '000000' TO WS-SEL-FROM-MONTH.
            MOVE '999999' TO WS-SEL-TO-MONTH.

            IF NOT RQC-EMPLOYEE AND NOT RQC-DEPARTMENT
               MOVE 'REQUEST TYPE NOT E OR D' TO WS-CARD-ERROR
               GO TO E0002-EXIT.

            IF RQC-EMP-KEY EQUAL SPACES
               MOVE 'EMPLOYEE KEY OR DEPARTMENT MISSING'
                 TO WS-CARD-ERROR
               GO TO E0002-EXIT.

            IF RQC-FROM-MONTH NOT EQUAL SPACES
               MOVE RQC-FROM-MONTH TO WS-MONTH-CHECK
               PERFORM E0009-CHECK-MONTH THRU E0009-EXIT
               IF WS-MONTH-VALID-NO
                  MOVE 'FROM MONTH IS NOT YYYYMM' TO WS-CARD-ERROR
                  GO TO E0002-EXIT
               END-IF
               MOVE RQC-FROM-MONTH TO WS-SEL-FROM-MONTH
            END-IF.

            IF RQC-TO-MONTH NOT EQUAL SPACES
               MOVE RQC-TO-MONTH TO WS-MONTH-CHECK
               PERFORM E0009-CHECK-MONTH THRU E0009-EXIT
               IF WS-MONTH-VALID-NO
                  MOVE 'TO MONTH IS NOT YYYYMM' TO WS-CARD-ERROR
                  GO TO E0002-EXIT
               END-IF
               MOVE RQC-TO-MONTH TO WS-SEL-TO-MONTH
            END-IF.

            IF WS-SEL-FROM-MONTH GREATER THAN WS-SEL-TO-MONTH
               MOVE 'FROM MONTH IS AFTER TO MONTH' TO WS-CARD-ERROR
            END-IF.

       E0002-EXIT.
            EXIT.

       E0009-CHECK-MONTH.

            SET WS-MONTH-VALID-YES TO TRUE.

            IF WS-MONTH-CHECK IS NOT NUMERIC
               SET WS-MONTH-VALID-NO TO TRUE
               GO TO E0009-EXIT.

            IF WS-MC-MONTH LESS THAN 01
               OR WS-MC-MONTH GREATER THAN 12
               SET WS-MONTH-VALID-NO TO TRUE
            END-IF.

       E0009-EXIT.
            EXIT.

      *    ONE EMPLOYEE - POSITION AT THE KEY AND FROM MONTH AND READ
      *    FORWARD WHILE THE KEY HOLDS AND THE MONTH IS IN RANGE.
       E0003-EMPLOYEE-REQUEST.

            MOVE ZEROES TO WS-TL-CNT.
            MOVE ZEROES TO WS-TL-OVER-CNT.
            MOVE RQC-EMP-KEY TO WS-TL-EMP-KEY.
            SET WS-HIST-EOF-NO TO TRUE.

            MOVE RQC-EMP-KEY       TO CHH-EMP-KEY.
            MOVE WS-SEL-FROM-MONTH TO CHH-EFF-MONTH.
            MOVE ZEROES            TO CHH-SEQ.
            START CHANGE-HISTORY-FILE KEY IS NOT LESS THAN CHH-KEY
              INVALID KEY SET WS-HIST-EOF-YES TO TRUE
            END-START.

            IF WS-HIST-EOF-NO
               PERFORM D0002-READ-HISTORY THRU D0002-EXIT
               PERFORM E0005-TAKE-EMPLOYEE-REC THRU E0005-EXIT
                   UNTIL WS-HIST-EOF-YES
                      OR CHH-EMP-KEY NOT EQUAL WS-TL-EMP-KEY
                      OR CHH-EFF-MONTH GREATER THAN WS-SEL-TO-MONTH
            END-IF.

            IF WS-TL-CNT GREATER ZERO
               PERFORM F0003-PRINT-TIMELINE THRU F0003-EXIT
            END-IF.

       E0003-EXIT.
            EXIT.

       E0005-TAKE-EMPLOYEE-REC.

            PERFORM E0008-ADD-TO-TIMELINE THRU E0008-EXIT.
            PERFORM D0002-READ-HISTORY THRU D0002-EXIT.

       E0005-EXIT.
            EXIT.

      *    ONE DEPARTMENT - A FULL PASS OF THE HISTORY WITH A CONTROL
      *    BREAK ON EMPLOYEE. AN EMPLOYEE QUALIFIES WHEN ANY CHANGE IN
      *    THE RANGE WAS MADE WHILE IN THE DEPARTMENT OR MOVED THEM
      *    OUT OF IT, AND THEN GETS THE WHOLE TIMELINE FOR THE RANGE.
       E0004-DEPT-REQUEST.

            MOVE ZEROES TO WS-TL-CNT.
            MOVE ZEROES TO WS-TL-OVER-CNT.
            MOVE LOW-VALUES TO WS-TL-EMP-KEY.
            SET WS-DEPT-HIT-NO TO TRUE.
            SET WS-HIST-EOF-NO TO TRUE.

            MOVE LOW-VALUES TO CHH-KEY.
            START CHANGE-HISTORY-FILE KEY IS NOT LESS THAN CHH-KEY
              INVALID KEY SET WS-HIST-EOF-YES TO TRUE
            END-START.

            IF WS-HIST-EOF-NO
               PERFORM D0002-READ-HISTORY THRU D0002-EXIT
               PERFORM E0006-TAKE-DEPT-REC THRU E0006-EXIT
                   UNTIL WS-HIST-EOF-YES
            END-IF.

            PERFORM E0007-END-EMPLOYEE THRU E0007-EXIT.

       E0004-EXIT.
            EXIT.

       E0006-TAKE-DEPT-REC.

            IF CHH-EMP-KEY NOT EQUAL WS-TL-EMP-KEY
               PERFORM E0007-END-EMPLOYEE THRU E0007-EXIT
               MOVE CHH-EMP-KEY TO WS-TL-EMP-KEY
            END-IF.

            IF CHH-EFF-MONTH NOT LESS THAN WS-SEL-FROM-MONTH
               AND CHH-EFF-MONTH NOT GREATER THAN WS-SEL-TO-MONTH
               PERFORM E0008-ADD-TO-TIMELINE THRU E0008-EXIT
               IF CHH-DEPT-CODE EQUAL RQC-DEPT-CODE
                  OR CHH-OLD-DEPT EQUAL RQC-DEPT-CODE
                  SET WS-DEPT-HIT-YES TO TRUE
               END-IF
            END-IF.

            PERFORM D0002-READ-HISTORY THRU D0002-EXIT.

       E0006-EXIT.
            EXIT.

       E0007-END-EMPLOYEE.

            IF WS-DEPT-HIT-YES
               AND WS-TL-CNT GREATER ZERO
               PERFORM F0003-PRINT-TIMELINE THRU F0003-EXIT
            END-IF.

            MOVE ZEROES TO WS-TL-CNT.
            MOVE ZEROES TO WS-TL-OVER-CNT.
            SET WS-DEPT-HIT-NO TO TRUE.

       E0007-EXIT.
            EXIT.

       E0008-ADD-TO-TIMELINE.

            IF WS-TL-CNT LESS THAN 500
               ADD 1 TO WS-TL-CNT
               MOVE CHANGE-HISTORY-RECORD TO WS-TL-ENTRY(WS-TL-CNT)
            ELSE
               ADD 1 TO WS-TL-OVER-CNT
            END-IF.

       E0008-EXIT.
            EXIT.

       F0001-WRITE-HEADER.

           SET OHL-COMPANY TO TRUE.
           MOVE OHL-COMPANY-NAME TO OHL-HEADING-TEXT.
           MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           SET OHL-REPORT-TITLE TO TRUE.
           MOVE WS-REPORT-TITLE TO OHL-HEADING-TEXT.
           MOVE OUTPUT-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0001-EXIT. EXIT.

       F0002-PRINT-REQUEST-ECHO.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           IF RQC-DEPARTMENT
              MOVE 'DEPARTMENT' TO REL-KIND
           ELSE
              MOVE 'EMPLOYEE'   TO REL-KIND
           END-IF.
           MOVE RQC-EMP-KEY TO REL-VALUE.

           IF RQC-FROM-MONTH EQUAL SPACES
              MOVE 'EARLIEST' TO REL-FROM
           ELSE
              MOVE RQC-FROM-MONTH TO REL-FROM
           END-IF.
           IF RQC-TO-MONTH EQUAL SPACES
              MOVE 'LATEST' TO REL-TO
           ELSE
              MOVE RQC-TO-MONTH TO REL-TO
           END-IF.

           MOVE REQUEST-ECHO-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0002-EXIT. EXIT.

      *    THE HEADER SHOWS THE NAME AND DEPARTMENT AS OF THE LATEST
      *    CHANGE IN THE RANGE.
       F0003-PRINT-TIMELINE.

           ADD 1 TO WS-TIMELINE-CNT.
           ADD 1 TO WS-REQ-TIMELINE-CNT.

           MOVE WS-TL-ENTRY(WS-TL-CNT) TO TIMELINE-HISTORY-RECORD.
           MOVE TLH-EMP-KEY   TO EHL-KEY.
           MOVE TLH-EMP-NAME  TO EHL-NAME.
           MOVE TLH-DEPT-CODE TO EHL-DEPT.
           MOVE WS-TL-CNT     TO EHL-COUNT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE EMPLOYEE-HEADER-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE TIMELINE-COLUMN-HEADER TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           PERFORM F0004-PRINT-EVENT THRU F0004-EXIT
               VARYING WS-TL-SUB FROM 1 BY 1
               UNTIL WS-TL-SUB GREATER WS-TL-CNT.

           IF WS-TL-OVER-CNT GREATER ZERO
              MOVE SPACES TO WS-PRINT-REPORT
              STRING '     *** ' WS-TL-OVER-CNT
                     ' LATER CHANGES NOT SHOWN - NARROW THE MONTH RANGE'
                  DELIMITED BY SIZE INTO WS-PRINT-REPORT
              PERFORM P0001-PRINT-REC THRU P0001-EXIT
           END-IF.

       F0003-EXIT. EXIT.

       F0004-PRINT-EVENT.

           MOVE WS-TL-ENTRY(WS-TL-SUB) TO TIMELINE-HISTORY-RECORD.
           MOVE SPACES TO TIMELINE-DETAIL-LINE-LAYOUT.
           STRING TLH-EFF-MONTH(1:4) '-' TLH-EFF-MONTH(5:2)
               DELIMITED BY SIZE INTO TLD-MONTH.

           EVALUATE TRUE

              WHEN TLH-NEW-EMPLOYEE
                   MOVE 'HIRED'        TO TLD-EVENT
                   MOVE 'DEPT: '       TO TLD-FROM-LIT
                   MOVE TLH-NEW-DEPT   TO TLD-OLD-VALUE
                   MOVE 'PAY:  '       TO TLD-TO-LIT
                   MOVE TLH-NEW-SALARY TO WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT TO TLD-NEW-VALUE

              WHEN TLH-DEPARTED
                   MOVE 'DEPARTED'     TO TLD-EVENT
                   MOVE 'DEPT: '       TO TLD-FROM-LIT
                   MOVE TLH-OLD-DEPT   TO TLD-OLD-VALUE
                   MOVE 'PAY:  '       TO TLD-TO-LIT
                   MOVE TLH-OLD-SALARY TO WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT TO TLD-NEW-VALUE

              WHEN TLH-TRANSFER
                   MOVE 'TRANSFER'     TO TLD-EVENT
                   MOVE 'FROM: '       TO TLD-FROM-LIT
                   MOVE TLH-OLD-DEPT   TO TLD-OLD-VALUE
                   MOVE 'TO:   '       TO TLD-TO-LIT
                   MOVE TLH-NEW-DEPT   TO TLD-NEW-VALUE

              WHEN TLH-SALARY-CHANGE
                   IF TLH-NEW-SALARY GREATER THAN TLH-OLD-SALARY
                      MOVE 'RAISE'     TO TLD-EVENT
                   ELSE
                      MOVE 'PAY CUT'   TO TLD-EVENT
                   END-IF
                   MOVE 'FROM: '       TO TLD-FROM-LIT
                   MOVE TLH-OLD-SALARY TO WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT TO TLD-OLD-VALUE
                   MOVE 'TO:   '       TO TLD-TO-LIT
                   MOVE TLH-NEW-SALARY TO WS-SALARY-EDIT
                   MOVE WS-SALARY-EDIT TO TLD-NEW-VALUE
                   IF TLH-OLD-SALARY GREATER ZERO
                      COMPUTE WS-RAISE-PCT ROUNDED =
                          (TLH-NEW-SALARY - TLH-OLD-SALARY) * 100
                              / TLH-OLD-SALARY
                      MOVE WS-RAISE-PCT TO TLD-PCT
                      MOVE '%'          TO TLD-PCT-SIGN
                   END-IF

              WHEN OTHER
                   EVALUATE TLH-ATTRIBUTE
                      WHEN 'NAME    '
                           MOVE 'NAME CHANGE'   TO TLD-EVENT
                      WHEN 'ADDRESS '
                           MOVE 'ADDR CHANGE'   TO TLD-EVENT
                      WHEN OTHER
                           MOVE 'NAME/ADDRESS'  TO TLD-EVENT
                   END-EVALUATE
                   MOVE 'FROM: '       TO TLD-FROM-LIT
                   MOVE TLH-OLD-TEXT   TO TLD-OLD-VALUE
                   MOVE 'TO:   '       TO TLD-TO-LIT
                   MOVE TLH-NEW-TEXT   TO TLD-NEW-VALUE

           END-EVALUATE.

           MOVE TIMELINE-DETAIL-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0004-EXIT. EXIT.

       F0006-PRINT-INQUIRY-COUNTS.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE '  INQUIRY COUNTS' TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'REQUEST CARDS READ......:    ' TO CCL-TEXT.
           MOVE WS-CARD-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'REQUEST CARDS REJECTED..:    ' TO CCL-TEXT.
           MOVE WS-CARD-REJECT-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'TIMELINES PRINTED.......:    ' TO CCL-TEXT.
           MOVE WS-TIMELINE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'HISTORY RECORDS READ....:    ' TO CCL-TEXT.
           MOVE WS-HIST-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0006-EXIT. EXIT.

       P0001-PRINT-REC.

           WRITE OUTPUT-REC FROM WS-PRINT-REPORT.

           IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       P0001-EXIT. EXIT.

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

       Z0001-CLOS-FILES.

            CLOSE PRINT-FILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - PRINT-FILE DID NOT CLOSE, STAT= '
                       WS-OUT-STAT
            END-IF.

            CLOSE ERROR-LOG-FILE.

            IF WS-ERL-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - ERROR LOG FILE DID NOT CLOSE, STAT= '
                       WS-ERL-STAT
            END-IF.

            IF WS-ABEND-YES
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WS-CARD-REJECT-CNT GREATER ZERO
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
            MOVE 'USAHIST4'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'REQUEST CARDS'       TO SLG-INPUT-LABEL.
            MOVE WS-CARD-CNT           TO SLG-INPUT-CNT.
            MOVE 'TIMELINES'           TO SLG-OUTPUT-LABEL.
            MOVE WS-TIMELINE-CNT       TO SLG-OUTPUT-CNT.
            MOVE 'CARDS REJECTED'      TO SLG-REJECT-LABEL.
            MOVE WS-CARD-REJECT-CNT    TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
