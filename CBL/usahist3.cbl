       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAHIST3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CURRENT GENERATION OF THE EMPLOYEE MASTER, READ IN KEY
      *    ORDER. OPTIONAL SO THE FIRST RUN CAN START FROM NOTHING -
      *    SEE A0001-MAIN.
            SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO EMPMSTO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMO-KEY
              FILE STATUS IS WS-EMO-STAT.

      *    NEXT GENERATION OF THE EMPLOYEE MASTER, WRITTEN IN KEY
      *    ORDER FROM THE OLD GENERATION PLUS THE APPLIED CHANGES.
            SELECT NEW-MASTER-FILE ASSIGN TO EMPMSTN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMN-KEY
              FILE STATUS IS WS-EMN-STAT.

      *    USAHIST2'S CHANGE TRANSACTIONS, IN IR-KEY ORDER, ENDING
      *    WITH THE TYPE Z TRAILER THE RUN IS BALANCED AGAINST.
            SELECT CHANGE-TRANSACTION-FILE ASSIGN TO CHGTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTR-STAT.

      *    TRANSACTIONS THAT DO NOT FIT THE MASTER, TAGGED WITH A
      *    REASON CODE AHEAD OF THE UNCHANGED TRANSACTION IMAGE - SEE
      *    E0004-EDIT-TRAN:
      *        KBLK - CTR-KEY BLANK
      *        TTYP - CHANGE TYPE NOT N, D, T, S OR A
      *        NDUP - NEW EMPLOYEE ALREADY ACTIVE ON THE MASTER
      *        NKEY - EMPLOYEE NOT ON THE MASTER
      *        INAC - EMPLOYEE ALREADY INACTIVE ON THE MASTER
      *        OVAL - OLD VALUE DOES NOT MATCH THE MASTER
      *        ATTR - NAME/ADDRESS ATTRIBUTE NOT RECOGNIZED
            SELECT CHANGE-ERROR-FILE ASSIGN TO CHGERR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CER-STAT.

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

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - THE EFFECTIVE
      *    DATE STAMPED ON HIRES, DEPARTURES AND CHANGES (DEFAULT
      *    TODAY) AND THE REPORT TITLE - SEE G0006-LOAD-PARAMETERS.
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
       FD OLD-MASTER-FILE
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OLD-MASTER-RECORD.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD==
                          BY ==OLD-MASTER-RECORD==
                          LEADING ==EMP-== BY ==EMO-==.

       FD NEW-MASTER-FILE
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-RECORD.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD==
                          BY ==NEW-MASTER-RECORD==
                          LEADING ==EMP-== BY ==EMN-==.

       FD CHANGE-TRANSACTION-FILE
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-TRANSACTION-RECORD.
       COPY CHGTRAN.

       FD CHANGE-ERROR-FILE
               RECORD CONTAINS 164 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-ERROR-RECORD.
       01 CHANGE-ERROR-RECORD.
            02 CER-REASON-CODE    PIC X(04).
            02 CER-RECORD-DATA    PIC X(160).

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

       FD PARAMETER-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PARAMETER-RECORD-IN.
       01 PARAMETER-RECORD-IN.
            02 PRM-EFFECTIVE-DATE PIC X(08).
            02 FILLER             PIC X(02).
            02 PRM-REPORT-TITLE   PIC X(50).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
      *    THE EMPLOYEE BEING BUILT FOR THE CURRENT KEY - LOADED FROM
      *    THE OLD MASTER WHEN THE KEY IS ON IT, OR STARTED BY A NEW
      *    EMPLOYEE TRANSACTION, THEN WRITTEN TO THE NEW MASTER ONCE
      *    EVERY TRANSACTION FOR THE KEY HAS BEEN APPLIED.
       COPY EMPMST.

       01 MATCH-CONTROLS.
            02 WS-MST-KEY              PIC X(10) VALUE LOW-VALUES.
            02 WS-TRN-KEY              PIC X(10) VALUE LOW-VALUES.
            02 WS-CUR-KEY              PIC X(10) VALUE LOW-VALUES.
            02 WS-PREV-TRN-KEY         PIC X(10) VALUE LOW-VALUES.
            02 WS-HOLD-SW              PIC X(01) VALUE 'N'.
               88 WS-HOLD-YES                     VALUE 'Y'.
               88 WS-HOLD-NO                      VALUE 'N'.
            02 WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88 WS-TRAILER-YES                  VALUE 'Y'.
               88 WS-TRAILER-NO                   VALUE 'N'.
            02 WS-BALANCE-SW           PIC X(01) VALUE 'Y'.
               88 WS-BALANCE-YES                  VALUE 'Y'.
               88 WS-BALANCE-NO                   VALUE 'N'.
            02 WS-ABEND-SW             PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.
            02 WS-REJECT-REASON        PIC X(04) VALUE SPACES.

       01 FILE-STATUS-CODES.
            02 WS-EMO-STAT             PIC X(02) VALUE '00'.
            02 WS-EMN-STAT             PIC X(02) VALUE '00'.
            02 WS-CTR-STAT             PIC X(02) VALUE '00'.
            02 WS-CER-STAT             PIC X(02) VALUE '00'.
            02 WS-ERL-STAT             PIC X(02) VALUE '00'.
            02 WS-PRM-STAT             PIC X(02) VALUE '00'.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.

       01 UPDATE-COUNTERS.
            02 WS-TRN-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-APPLIED-CNT          PIC 9(08) VALUE ZEROES.
            02 WS-REJECT-CNT           PIC 9(08) VALUE ZEROES.
            02 WS-HIRE-CNT             PIC 9(08) VALUE ZEROES.
            02 WS-REHIRE-CNT           PIC 9(08) VALUE ZEROES.
            02 WS-OLD-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-NEW-WRITE-CNT        PIC 9(08) VALUE ZEROES.
            02 WS-ACTIVE-CNT           PIC 9(08) VALUE ZEROES.
            02 WS-INACTIVE-CNT         PIC 9(08) VALUE ZEROES.

      *    PER CHANGE TYPE, IN 'NDTSA' ORDER - THE COUNT THE TRAILER
      *    CLAIMS AND WHAT THIS RUN APPLIED AND REJECTED. EVERY
      *    DETAIL RECORD IS EITHER APPLIED OR REJECTED, SO THE TWO
      *    MUST ADD BACK TO THE TRAILER - SEE E0012-CHECK-BALANCE.
       01 TYPE-TOTALS.
            02 WS-TYPE-SUB             PIC 9(01) VALUE ZERO.
            02 WS-TYPE-CODES           PIC X(05) VALUE 'NDTSA'.
            02 WS-TYPE-ENTRY OCCURS 5 TIMES.
               03 WS-TYPE-TRAILER-CNT  PIC 9(06).
               03 WS-TYPE-APPLIED-CNT  PIC 9(06).
               03 WS-TYPE-REJECT-CNT   PIC 9(06).

       01 TYPE-DESCRIPTION-VALUES.
            02 FILLER PIC X(20) VALUE 'NEW EMPLOYEES'.
            02 FILLER PIC X(20) VALUE 'DEPARTED EMPLOYEES'.
            02 FILLER PIC X(20) VALUE 'DEPARTMENT TRANSFERS'.
            02 FILLER PIC X(20) VALUE 'SALARY CHANGES'.
            02 FILLER PIC X(20) VALUE 'NAME/ADDRESS CHANGES'.
       01 TYPE-DESCRIPTION-TABLE REDEFINES TYPE-DESCRIPTION-VALUES.
            02 WS-TYPE-DESC            PIC X(20) OCCURS 5 TIMES.

       01 SECTION-HEADER-LINES.
            02 SH-REJECTED             PIC X(133) VALUE
               '  REJECTED TRANSACTIONS'.
            02 SH-REJECTED-COLUMNS     PIC X(133) VALUE
               '     KEY          TYPE  CODE  REASON'.
            02 SH-UPDATE-COUNTS        PIC X(133) VALUE
               '  UPDATE COUNTS'.
            02 SH-BALANCE              PIC X(133) VALUE
               '  TRAILER BALANCE'.
            02 SH-BALANCE-COLUMNS      PIC X(133) VALUE
               '     TYPE  CHANGE                 TRAILER    APPLIED   R
      -        'EJECTED'.

       01 REJECT-DETAIL-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 RDL-KEY         PIC X(10).
            02 FILLER          PIC X(05) VALUE SPACES.
            02 RDL-TYPE        PIC X(01).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 RDL-REASON      PIC X(04).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RDL-TEXT        PIC X(40).
            02 FILLER          PIC X(63) VALUE SPACES.

       01 BALANCE-DETAIL-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 BDL-TYPE        PIC X(01).
            02 FILLER          PIC X(05) VALUE SPACES.
            02 BDL-DESC        PIC X(20).
            02 FILLER          PIC X(03) VALUE SPACES.
            02 BDL-TRAILER     PIC ZZZ,ZZ9.
            02 FILLER          PIC X(04) VALUE SPACES.
            02 BDL-APPLIED     PIC ZZZ,ZZ9.
            02 FILLER          PIC X(04) VALUE SPACES.
            02 BDL-REJECTED    PIC ZZZ,ZZ9.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 BDL-FLAG        PIC X(15).
            02 FILLER          PIC X(52) VALUE SPACES.

       01 CHANGE-COUNT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 CCL-TEXT        PIC X(30).
            02 CCL-COUNT       PIC ZZ,ZZZ,ZZ9.
            02 FILLER          PIC X(88) VALUE SPACES.

      *    THE EFFECTIVE DATE IS YYYYMMDD LIKE THE MASTER'S DATES.
      *    OVERRIDDEN FROM THE PARAMETER CARD.
       01 RUN-PARAMETERS.
            02 WS-EFFECTIVE-DATE       PIC X(08) VALUE SPACES.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA EMPLOYEE MASTER UPDATE'.

       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.

      *    A CLASSIC SEQUENTIAL MASTER UPDATE - THE OLD MASTER AND THE
      *    CHANGE TRANSACTIONS ARE MATCHED ON THE EMPLOYEE KEY AND A
      *    COMPLETE NEW MASTER GENERATION IS WRITTEN, SO THE OLD ONE
      *    STAYS UNTOUCHED FOR A RERUN. THE NEW GENERATION IS ONLY TO
      *    BE PUT INTO USE WHEN THE STEP ENDS BELOW RC 16 - A RUN WHOSE
      *    APPLIED AND REJECTED COUNTS DO NOT ADD BACK TO THE CHGTRAN
      *    TRAILER ENDS RC 16. RC 4 MEANS SOME TRANSACTIONS WERE
      *    REJECTED TO CHGERR. TO SEED THE MASTER, RUN USAHIST2 WITH
      *    AN EMPTY OLD HISTORY GENERATION SO EVERY EMPLOYEE COMES
      *    THROUGH AS A NEW EMPLOYEE, AND RUN THIS WITH NO EMPMSTO.
       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM G0006-LOAD-PARAMETERS THRU G0006-EXIT
            PERFORM F0001-WRITE-HEADER THRU F0001-EXIT
            PERFORM E0001-PROC-UPDATE-PASS THRU E0001-EXIT
            PERFORM F0006-PRINT-UPDATE-COUNTS THRU F0006-EXIT
            PERFORM E0012-CHECK-BALANCE THRU E0012-EXIT
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

           OPEN INPUT PARAMETER-FILE.

      *    STATUS 05 IS AN OPTIONAL OLD MASTER THAT IS NOT THERE YET -
      *    THE FIRST RUN, WHERE EVERY EMPLOYEE ARRIVES AS A HIRE.
            OPEN INPUT OLD-MASTER-FILE.

            IF WS-EMO-STAT NOT EQUAL ZEROES
               AND WS-EMO-STAT NOT EQUAL '05'
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-EMO-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CHANGE-TRANSACTION-FILE.

            IF WS-CTR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-CTR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT NEW-MASTER-FILE.

            IF WS-EMN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-EMN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT CHANGE-ERROR-FILE.

            IF WS-CER-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-CER-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *    NEXT OLD MASTER RECORD. AT END THE MASTER KEY GOES TO
      *    HIGH-VALUES SO THE REMAINING TRANSACTIONS ALWAYS SORT LOWER.
       D0001-READ-MASTER.

            READ OLD-MASTER-FILE
              AT END MOVE HIGH-VALUES TO WS-MST-KEY
            END-READ

            EVALUATE TRUE

               WHEN WS-EMO-STAT EQUAL '10'
                    CONTINUE

               WHEN WS-EMO-STAT EQUAL ZEROES
                    MOVE EMO-KEY TO WS-MST-KEY
                    ADD 1 TO WS-OLD-READ-CNT

               WHEN OTHER
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-EMO-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               END-EVALUATE
               .
       D0001-EXIT.
            EXIT.

      *    NEXT CHANGE TRANSACTION, SEQUENCE-CHECKED ON CTR-KEY. THE
      *    TRAILER IS TAKEN HERE AND MUST BE THE LAST RECORD - A FILE
      *    WITH NO TRAILER, OR WITH ANYTHING AFTER IT, IS INCOMPLETE
      *    AND CANNOT BE BALANCED, SO THE RUN ABENDS.
       D0002-READ-TRAN.

            READ CHANGE-TRANSACTION-FILE
              AT END MOVE HIGH-VALUES TO WS-TRN-KEY
            END-READ

            EVALUATE TRUE

               WHEN WS-CTR-STAT EQUAL '10'
                    IF WS-TRAILER-NO
                       SET WS-MSG-BAL-ER TO TRUE
                       MOVE WS-CTR-STAT TO WS-ERR-CDE
                       SET WS-PROC-BALCHK TO TRUE
                       DISPLAY 'USAHIST3 - CHANGE TRANSACTION TRAILER '
                               'MISSING'
                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF

               WHEN WS-CTR-STAT NOT EQUAL ZEROES
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN CTR-CHANGE-TYPE EQUAL 'Z'
                    SET WS-TRAILER-YES TO TRUE
                    MOVE CTR-TRL-NEW-CNT      TO WS-TYPE-TRAILER-CNT(1)
                    MOVE CTR-TRL-DEPARTED-CNT TO WS-TYPE-TRAILER-CNT(2)
                    MOVE CTR-TRL-TRANSFER-CNT TO WS-TYPE-TRAILER-CNT(3)
                    MOVE CTR-TRL-SALARY-CNT   TO WS-TYPE-TRAILER-CNT(4)
                    MOVE CTR-TRL-NAMEADDR-CNT TO WS-TYPE-TRAILER-CNT(5)
                    PERFORM D0003-READ-PAST-TRAILER THRU D0003-EXIT

               WHEN CTR-KEY LESS THAN WS-PREV-TRN-KEY
                    SET WS-MSG-SEQ-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-SEQCHK TO TRUE
                    DISPLAY 'USAHIST3 - CHANGE TRANSACTIONS OUT OF '
                            'SEQUENCE AT KEY ' CTR-KEY
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN OTHER
                    MOVE CTR-KEY TO WS-TRN-KEY
                    MOVE CTR-KEY TO WS-PREV-TRN-KEY
                    ADD 1 TO WS-TRN-READ-CNT

               END-EVALUATE
               .
       D0002-EXIT.
            EXIT.

       D0003-READ-PAST-TRAILER.

            READ CHANGE-TRANSACTION-FILE
              AT END MOVE HIGH-VALUES TO WS-TRN-KEY
            END-READ

            EVALUATE TRUE

               WHEN WS-CTR-STAT EQUAL '10'
                    CONTINUE

               WHEN WS-CTR-STAT EQUAL ZEROES
                    SET WS-MSG-SEQ-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-SEQCHK TO TRUE
                    DISPLAY 'USAHIST3 - CHANGE TRANSACTIONS FOUND '
                            'AFTER THE TRAILER'
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN OTHER
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-CTR-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               END-EVALUATE
               .
       D0003-EXIT.
            EXIT.

      *    THE SINGLE MATCH PASS - ONE E0002 CYCLE PER EMPLOYEE KEY ON
      *    EITHER FILE, UNTIL BOTH ARE AT HIGH-VALUES.
       E0001-PROC-UPDATE-PASS.

            MOVE SPACES TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.
            MOVE SH-REJECTED TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.
            MOVE SH-REJECTED-COLUMNS TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.

            MOVE ZEROES TO WS-TYPE-ENTRY(1) WS-TYPE-ENTRY(2)
                           WS-TYPE-ENTRY(3) WS-TYPE-ENTRY(4)
                           WS-TYPE-ENTRY(5).

            PERFORM D0001-READ-MASTER THRU D0001-EXIT.
            PERFORM D0002-READ-TRAN THRU D0002-EXIT.

            PERFORM E0002-PROC-ONE-KEY THRU E0002-EXIT
                UNTIL WS-MST-KEY EQUAL HIGH-VALUES
                  AND WS-TRN-KEY EQUAL HIGH-VALUES.

            CLOSE OLD-MASTER-FILE.
            CLOSE NEW-MASTER-FILE.
            CLOSE CHANGE-TRANSACTION-FILE.
            CLOSE CHANGE-ERROR-FILE.

       E0001-EXIT.
            EXIT.

      *    THE LOWER OF THE TWO KEYS IS THE EMPLOYEE TO BUILD. AN
      *    UNCHANGED MASTER RECORD PASSES STRAIGHT THROUGH; A KEY
      *    WITH NO MASTER RECORD AND NO HIRE WRITES NOTHING.
       E0002-PROC-ONE-KEY.

            IF WS-MST-KEY LESS THAN WS-TRN-KEY
               MOVE WS-MST-KEY TO WS-CUR-KEY
            ELSE
               MOVE WS-TRN-KEY TO WS-CUR-KEY
            END-IF.

            SET WS-HOLD-NO TO TRUE.

            IF WS-MST-KEY EQUAL WS-CUR-KEY
               MOVE OLD-MASTER-RECORD TO EMPLOYEE-MASTER-RECORD
               SET WS-HOLD-YES TO TRUE
               PERFORM D0001-READ-MASTER THRU D0001-EXIT
            END-IF.

            PERFORM E0003-APPLY-TRAN THRU E0003-EXIT
                UNTIL WS-TRN-KEY NOT EQUAL WS-CUR-KEY.

            IF WS-HOLD-YES
               PERFORM P0004-WRITE-MASTER THRU P0004-EXIT
            END-IF.

       E0002-EXIT.
            EXIT.

       E0003-APPLY-TRAN.

            PERFORM E0004-EDIT-TRAN THRU E0004-EXIT.

            IF WS-REJECT-REASON EQUAL SPACES
               EVALUATE CTR-CHANGE-TYPE
                  WHEN 'N'
                       PERFORM E0005-APPLY-NEW-EMPLOYEE THRU E0005-EXIT
                  WHEN 'D'
                       SET EMP-INACTIVE TO TRUE
                       MOVE WS-EFFECTIVE-DATE TO EMP-END-DATE
                  WHEN 'T'
                       MOVE CTR-NEW-DEPT TO EMP-DEPT-CODE
                  WHEN 'S'
                       MOVE CTR-NEW-SALARY TO EMP-SALARY
                  WHEN 'A'
                       IF CTR-ATTR-NAME
                          MOVE CTR-NEW-TEXT TO EMP-NAME
                       ELSE
                          MOVE CTR-NEW-TEXT TO EMP-ADDRESS
                       END-IF
               END-EVALUATE
               MOVE WS-EFFECTIVE-DATE TO EMP-LAST-CHANGE-DATE
               MOVE CTR-CHANGE-TYPE TO EMP-LAST-CHANGE-TYPE
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO WS-TYPE-APPLIED-CNT(WS-TYPE-SUB)
            ELSE
               PERFORM E0010-REJECT-TRAN THRU E0010-EXIT
            END-IF.

            PERFORM D0002-READ-TRAN THRU D0002-EXIT.

       E0003-EXIT.
            EXIT.

      *    DECIDES WHETHER THE TRANSACTION FITS THE EMPLOYEE AS BUILT
      *    SO FAR - WS-REJECT-REASON STAYS SPACES WHEN IT DOES. A
      *    CHANGE MUST NAME THE VALUE THE MASTER HOLDS NOW, SO A
      *    CHANGE ALREADY APPLIED OR MADE AGAINST A STALE MASTER IS
      *    REJECTED RATHER THAN APPLIED TWICE.
       E0004-EDIT-TRAN.

            MOVE SPACES TO WS-REJECT-REASON.

            MOVE ZERO TO WS-TYPE-SUB.
            EVALUATE CTR-CHANGE-TYPE
               WHEN 'N' MOVE 1 TO WS-TYPE-SUB
               WHEN 'D' MOVE 2 TO WS-TYPE-SUB
               WHEN 'T' MOVE 3 TO WS-TYPE-SUB
               WHEN 'S' MOVE 4 TO WS-TYPE-SUB
               WHEN 'A' MOVE 5 TO WS-TYPE-SUB
            END-EVALUATE.

            IF WS-TYPE-SUB EQUAL ZERO
               MOVE 'TTYP' TO WS-REJECT-REASON
               GO TO E0004-EXIT.

            IF CTR-KEY EQUAL SPACES
               MOVE 'KBLK' TO WS-REJECT-REASON
               GO TO E0004-EXIT.

            IF CTR-CHANGE-TYPE EQUAL 'N'
               IF WS-HOLD-YES AND EMP-ACTIVE
                  MOVE 'NDUP' TO WS-REJECT-REASON
               END-IF
               GO TO E0004-EXIT.

            IF WS-HOLD-NO
               MOVE 'NKEY' TO WS-REJECT-REASON
               GO TO E0004-EXIT.

            IF EMP-INACTIVE
               MOVE 'INAC' TO WS-REJECT-REASON
               GO TO E0004-EXIT.

            EVALUATE CTR-CHANGE-TYPE
               WHEN 'T'
                    IF CTR-OLD-DEPT NOT EQUAL EMP-DEPT-CODE
                       MOVE 'OVAL' TO WS-REJECT-REASON
                    END-IF
               WHEN 'S'
                    IF CTR-OLD-SALARY NOT EQUAL EMP-SALARY
                       MOVE 'OVAL' TO WS-REJECT-REASON
                    END-IF
               WHEN 'A'
                    EVALUATE TRUE
                       WHEN CTR-ATTR-NAME
                            IF CTR-OLD-TEXT NOT EQUAL EMP-NAME
                               MOVE 'OVAL' TO WS-REJECT-REASON
                            END-IF
                       WHEN CTR-ATTR-ADDRESS
                            IF CTR-OLD-TEXT NOT EQUAL EMP-ADDRESS
                               MOVE 'OVAL' TO WS-REJECT-REASON
                            END-IF
                       WHEN OTHER
                            MOVE 'ATTR' TO WS-REJECT-REASON
                    END-EVALUATE
            END-EVALUATE.

       E0004-EXIT.
            EXIT.

      *    A HIRE FOR A KEY NOT ON THE MASTER STARTS A NEW RECORD. A
      *    HIRE FOR AN INACTIVE KEY IS A REHIRE - THE SAME RECORD IS
      *    REACTIVATED WITH A NEW START DATE AND NO END DATE.
       E0005-APPLY-NEW-EMPLOYEE.

            IF WS-HOLD-YES
               ADD 1 TO WS-REHIRE-CNT
            ELSE
               MOVE SPACES TO EMPLOYEE-MASTER-RECORD
               MOVE CTR-KEY TO EMP-KEY
               SET WS-HOLD-YES TO TRUE
               ADD 1 TO WS-HIRE-CNT
            END-IF.

            SET EMP-ACTIVE TO TRUE.
            MOVE CTR-NEW-DEPT      TO EMP-DEPT-CODE.
            MOVE CTR-NEW-SALARY    TO EMP-SALARY.
            MOVE CTR-HIRE-NAME     TO EMP-NAME.
            MOVE CTR-HIRE-ADDRESS  TO EMP-ADDRESS.
            MOVE WS-EFFECTIVE-DATE TO EMP-START-DATE.
            MOVE SPACES            TO EMP-END-DATE.

       E0005-EXIT.
            EXIT.

       E0010-REJECT-TRAN.

            ADD 1 TO WS-REJECT-CNT.
            IF WS-TYPE-SUB GREATER ZERO
               ADD 1 TO WS-TYPE-REJECT-CNT(WS-TYPE-SUB)
            END-IF.

            MOVE WS-REJECT-REASON TO CER-REASON-CODE.
            MOVE CHANGE-TRANSACTION-RECORD TO CER-RECORD-DATA.
            WRITE CHANGE-ERROR-RECORD.

            IF WS-CER-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-CER-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            MOVE CTR-KEY          TO RDL-KEY.
            MOVE CTR-CHANGE-TYPE  TO RDL-TYPE.
            MOVE WS-REJECT-REASON TO RDL-REASON.
            EVALUATE WS-REJECT-REASON
               WHEN 'KBLK'
                    MOVE 'EMPLOYEE KEY BLANK' TO RDL-TEXT
               WHEN 'TTYP'
                    MOVE 'CHANGE TYPE NOT RECOGNIZED' TO RDL-TEXT
               WHEN 'NDUP'
                    MOVE 'NEW EMPLOYEE ALREADY ACTIVE ON MASTER'
                      TO RDL-TEXT
               WHEN 'NKEY'
                    MOVE 'EMPLOYEE NOT ON MASTER' TO RDL-TEXT
               WHEN 'INAC'
                    MOVE 'EMPLOYEE ALREADY INACTIVE ON MASTER'
                      TO RDL-TEXT
               WHEN 'OVAL'
                    MOVE 'OLD VALUE DOES NOT MATCH MASTER'
                      TO RDL-TEXT
               WHEN 'ATTR'
                    MOVE 'NAME/ADDRESS ATTRIBUTE NOT RECOGNIZED'
                      TO RDL-TEXT
            END-EVALUATE.
            MOVE REJECT-DETAIL-LINE-LAYOUT TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       E0010-EXIT.
            EXIT.

      *    PRINTS THE TRAILER BALANCE AND DECIDES WHETHER THE NEW
      *    MASTER MAY BE USED. OUT OF BALANCE MEANS TRANSACTIONS WERE
      *    LOST OR ADDED BETWEEN USAHIST2 AND HERE, SO THE STEP ENDS
      *    RC 16 AND THE OLD GENERATION STAYS CURRENT.
       E0012-CHECK-BALANCE.

            MOVE SPACES TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.
            MOVE SH-BALANCE TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.
            MOVE SH-BALANCE-COLUMNS TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.

            SET WS-BALANCE-YES TO TRUE.
            PERFORM E0013-CHECK-ONE-TYPE THRU E0013-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB GREATER 5.

            IF WS-BALANCE-NO
               SET WS-MSG-BAL-ER TO TRUE
               MOVE WS-CTR-STAT TO WS-ERR-CDE
               SET WS-PROC-BALCHK TO TRUE
               DISPLAY 'USAHIST3 - CHANGE TRANSACTIONS OUT OF BALANCE '
                       'WITH TRAILER - NEW MASTER NOT TO BE USED'
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       E0012-EXIT.
            EXIT.

       E0013-CHECK-ONE-TYPE.

            MOVE WS-TYPE-CODES(WS-TYPE-SUB:1)     TO BDL-TYPE.
            MOVE WS-TYPE-DESC(WS-TYPE-SUB)        TO BDL-DESC.
            MOVE WS-TYPE-TRAILER-CNT(WS-TYPE-SUB) TO BDL-TRAILER.
            MOVE WS-TYPE-APPLIED-CNT(WS-TYPE-SUB) TO BDL-APPLIED.
            MOVE WS-TYPE-REJECT-CNT(WS-TYPE-SUB)  TO BDL-REJECTED.

            IF WS-TYPE-APPLIED-CNT(WS-TYPE-SUB)
                 + WS-TYPE-REJECT-CNT(WS-TYPE-SUB)
                 NOT EQUAL WS-TYPE-TRAILER-CNT(WS-TYPE-SUB)
               SET WS-BALANCE-NO TO TRUE
               MOVE '*OUT OF BALANCE' TO BDL-FLAG
            ELSE
               MOVE SPACES TO BDL-FLAG
            END-IF.

            MOVE BALANCE-DETAIL-LINE-LAYOUT TO WS-PRINT-REPORT.
            PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       E0013-EXIT.
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

           MOVE SPACES TO WS-PRINT-REPORT.
           STRING '  EFFECTIVE DATE: ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0001-EXIT. EXIT.

       F0006-PRINT-UPDATE-COUNTS.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE SH-UPDATE-COUNTS TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'TRANSACTIONS READ.......:    ' TO CCL-TEXT.
           MOVE WS-TRN-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'TRANSACTIONS APPLIED....:    ' TO CCL-TEXT.
           MOVE WS-APPLIED-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'TRANSACTIONS REJECTED...:    ' TO CCL-TEXT.
           MOVE WS-REJECT-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'NEW HIRES ADDED.........:    ' TO CCL-TEXT.
           MOVE WS-HIRE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'REHIRES REACTIVATED.....:    ' TO CCL-TEXT.
           MOVE WS-REHIRE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'OLD MASTER RECORDS......:    ' TO CCL-TEXT.
           MOVE WS-OLD-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'NEW MASTER RECORDS......:    ' TO CCL-TEXT.
           MOVE WS-NEW-WRITE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE '  ACTIVE................:    ' TO CCL-TEXT.
           MOVE WS-ACTIVE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE '  INACTIVE..............:    ' TO CCL-TEXT.
           MOVE WS-INACTIVE-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0006-EXIT. EXIT.

       G0006-LOAD-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE.

           IF WS-PRM-STAT EQUAL ZEROES
              READ PARAMETER-FILE
                AT END     CONTINUE
                NOT AT END IF PRM-EFFECTIVE-DATE IS NUMERIC
                              MOVE PRM-EFFECTIVE-DATE
                                TO WS-EFFECTIVE-DATE
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

       P0004-WRITE-MASTER.

           WRITE NEW-MASTER-RECORD FROM EMPLOYEE-MASTER-RECORD.

           IF WS-EMN-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-EMN-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           ADD 1 TO WS-NEW-WRITE-CNT.
           IF EMP-ACTIVE
              ADD 1 TO WS-ACTIVE-CNT
           ELSE
              ADD 1 TO WS-INACTIVE-CNT
           END-IF.

       P0004-EXIT. EXIT.

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
               IF WS-REJECT-CNT GREATER ZERO
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
            MOVE 'USAHIST3'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'TRANSACTIONS'        TO SLG-INPUT-LABEL.
            MOVE WS-TRN-READ-CNT       TO SLG-INPUT-CNT.
            MOVE 'CHANGES APPLIED'     TO SLG-OUTPUT-LABEL.
            MOVE WS-APPLIED-CNT        TO SLG-OUTPUT-CNT.
            MOVE 'CHANGES REJECTED'    TO SLG-REJECT-LABEL.
            MOVE WS-REJECT-CNT         TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
