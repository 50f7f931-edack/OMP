       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAHIST7.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE RECORDS USAHIST1'S V0001-VALIDATE-REC QUARANTINED ON
      *    THE LAST RUN, EACH TAGGED WITH ITS REASON CODE:
      *        KBLK - IR-KEY BLANK
      *        KDUP - IR-KEY SAME AS THE PRECEDING RECORD
      *        DBAD - IR-DATE NOT A REAL CALENDAR DATE
      *        SNUM - IR-NUMERIC NOT NUMERIC
      *        SRNG - SALARY OUTSIDE THE PLAUSIBLE RANGE
            SELECT REJECT-FILE ASSIGN TO REJECTS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-REJ-STAT.

      *    THE PRIOR RUN'S CARRIED-FORWARD REJECTS, FED BACK SO THEY
      *    GET ANOTHER LOOK AGAINST TODAY'S CORRECTIONS WITH THEIR AGE
      *    CARRIED FORWARD. OPTIONAL - THE FIRST RUN HAS NONE.
            SELECT OPTIONAL PRIOR-REJECT-FILE ASSIGN TO REJPRIOR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PRJ-STAT.

      *    THE OPERATORS' CORRECTION TRANSACTIONS, KEYED ON THE REJECT
      *    REASON AND IR-KEY - SEE G0007-LOAD-CORRECTIONS. OPTIONAL -
      *    A RUN WITH NO CORRECTIONS SIMPLY AGES THE REJECTS.
            SELECT OPTIONAL CORRECTION-FILE ASSIGN TO CORRTRN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-COR-STAT.

      *    CORRECTED RECORDS THAT NOW PASS VALIDATION, IN INREC001
      *    FORMAT. MERGED BY DEPARTMENT INTO THE NEXT RUN'S
      *    USA-HIST-FLE SO USAHIST1 PICKS THEM UP.
            SELECT RESUBMIT-FILE ASSIGN TO RESUBMT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RSB-STAT.

      *    RECORDS STILL FAILING, WITH THEIR FIRST-REJECTED DATE AND
      *    AGE - THE NEXT RUN'S REJPRIOR.
            SELECT CARRIED-REJECT-FILE ASSIGN TO REJCARY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CFW-STAT.

      *    THE CORRECTION REGISTER - EVERY CORRECTION AND WHO MADE IT,
      *    AND THE OUTCOME OF EVERY REJECT.
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

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - THE REPORT
      *    TITLE - SEE G0006-LOAD-PARAMETERS.
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
       FD REJECT-FILE
               RECORD CONTAINS 193 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REJECT-RECORD.
       01 REJECT-RECORD.
            02 RJR-REASON-CODE    PIC X(04).
            02 RJR-RECORD-DATA    PIC X(189).

       FD PRIOR-REJECT-FILE
               RECORD CONTAINS 210 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PRIOR-REJECT-RECORD.
       COPY RJCFREC REPLACING ==CARRIED-REJECT-RECORD==
                           BY ==PRIOR-REJECT-RECORD==
                      LEADING ==CRJ-== BY ==PRJ-==.

      *    ONE CORRECTION PER RECORD, NAMING THE FIELD TO REPLACE:
      *        DATE   - NEW IR-DATE, YYYYMMDD
      *        SALARY - NEW IR-NUMERIC, NINE DIGITS WITH TWO IMPLIED
      *                 DECIMALS (005500000 IS 55,000.00)
      *        KEY    - NEW IR-KEY
      *        DEPT   - NEW IR-DEPT-CODE
      *    A REJECT MAY TAKE ONE CORRECTION PER FIELD. A SECOND
      *    CORRECTION TO THE SAME FIELD FOR THE SAME REASON AND KEY
      *    IS LEFT FOR THE NEXT MATCHING REJECT, SO SEVERAL BLANK-KEY
      *    OR DUPLICATE-KEY REJECTS CAN EACH BE GIVEN THEIR OWN.
       FD CORRECTION-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CORRECTION-RECORD.
       01 CORRECTION-RECORD.
            02 COR-REASON-CODE    PIC X(04).
               88 COR-REASON-VALID    VALUE 'KBLK' 'KDUP' 'DBAD'
                                            'SNUM' 'SRNG'.
            02 COR-KEY            PIC X(10).
            02 COR-FIELD          PIC X(06).
               88 COR-FIELD-DATE      VALUE 'DATE'.
               88 COR-FIELD-SALARY    VALUE 'SALARY'.
               88 COR-FIELD-KEY       VALUE 'KEY'.
               88 COR-FIELD-DEPT      VALUE 'DEPT'.
               88 COR-FIELD-VALID     VALUE 'DATE' 'SALARY'
                                            'KEY' 'DEPT'.
            02 COR-NEW-VALUE      PIC X(10).
            02 COR-NEW-SALARY REDEFINES COR-NEW-VALUE.
               05 COR-NEW-SAL-AMT PIC 9(07)V99.
               05 FILLER          PIC X(01).
            02 COR-OPERATOR-ID    PIC X(08).
            02 FILLER             PIC X(42).

       FD RESUBMIT-FILE
               RECORD CONTAINS 189 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RESUBMIT-RECORD.
       01 RESUBMIT-RECORD         PIC X(189).

       FD CARRIED-REJECT-FILE
               RECORD CONTAINS 210 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CARRIED-REJECT-RECORD.
       COPY RJCFREC.

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
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PARAMETER-RECORD-IN.
       01 PARAMETER-RECORD-IN.
            02 PRM-REPORT-TITLE   PIC X(50).
            02 FILLER             PIC X(30).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01 CORRECTION-CONTROLS.
            02 WS-REJ-STAT             PIC X(02) VALUE '00'.
            02 WS-PRJ-STAT             PIC X(02) VALUE '00'.
            02 WS-COR-STAT             PIC X(02) VALUE '00'.
            02 WS-RSB-STAT             PIC X(02) VALUE '00'.
            02 WS-CFW-STAT             PIC X(02) VALUE '00'.
            02 WS-ERL-STAT             PIC X(02) VALUE '00'.
            02 WS-PRM-STAT             PIC X(02) VALUE '00'.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.
            02 WS-REJ-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-REJ-EOF-YES                  VALUE 'Y'.
            02 WS-PRJ-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-PRJ-EOF-YES                  VALUE 'Y'.
            02 WS-COR-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-COR-EOF-YES                  VALUE 'Y'.
            02 WS-ABEND-SW             PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.

      *    THE OPERATORS' CORRECTIONS, LOADED BY G0007. EACH IS USED
      *    AT MOST ONCE; ONE STILL UNUSED AT END OF RUN IS LISTED ON
      *    THE REGISTER BY F0004.
       01 CORRECTION-TABLE.
            02 WS-COR-CNT              PIC 9(03) VALUE ZEROES.
            02 WS-COR-ENTRY            OCCURS 500 TIMES
                                        INDEXED BY WS-COR-IDX.
               05 WS-CT-REASON         PIC X(04).
               05 WS-CT-KEY            PIC X(10).
               05 WS-CT-FIELD          PIC X(06).
               05 WS-CT-VALUE          PIC X(10).
               05 WS-CT-SALARY REDEFINES WS-CT-VALUE.
                  10 WS-CT-SAL-AMT     PIC 9(07)V99.
                  10 FILLER            PIC X(01).
               05 WS-CT-OPERATOR       PIC X(08).
               05 WS-CT-USED-SW        PIC X(01).
                  88 WS-CT-USED                   VALUE 'Y'.
                  88 WS-CT-UNUSED                 VALUE 'N'.

      *    THE REJECT IN HAND. ITS REASON AND KEY AS REJECTED ARE WHAT
      *    THE CORRECTIONS MATCH ON, SO THEY ARE HELD APART FROM THE
      *    RECORD, WHICH THE CORRECTIONS CHANGE. THE FIRST-REJECTED
      *    DATE AND AGE ARE TODAY AND ZERO FOR A FRESH REJECT, AND
      *    CARRIED FORWARD FOR ONE FROM REJPRIOR.
       01 REJECT-WORK.
            02 WS-ORIG-REASON          PIC X(04) VALUE SPACES.
            02 WS-ORIG-KEY             PIC X(10) VALUE SPACES.
            02 WS-CARRY-FIRST-REJ      PIC X(08) VALUE SPACES.
            02 WS-CARRY-AGE            PIC 9(03) VALUE ZEROES.
            02 WS-NEXT-AGE             PIC 9(03) VALUE ZEROES.
            02 WS-REC-CORR-CNT         PIC 9(03) VALUE ZEROES.
            02 WS-DATE-FIXED-SW        PIC X(01) VALUE 'N'.
               88 WS-DATE-FIXED-YES               VALUE 'Y'.
            02 WS-SALARY-FIXED-SW      PIC X(01) VALUE 'N'.
               88 WS-SALARY-FIXED-YES             VALUE 'Y'.
            02 WS-KEY-FIXED-SW         PIC X(01) VALUE 'N'.
               88 WS-KEY-FIXED-YES                VALUE 'Y'.
               88 WS-KEY-FIXED-NO                 VALUE 'N'.
            02 WS-DEPT-FIXED-SW        PIC X(01) VALUE 'N'.
               88 WS-DEPT-FIXED-YES               VALUE 'Y'.
            02 WS-FIELD-DONE-SW        PIC X(01) VALUE 'N'.
               88 WS-FIELD-DONE-YES               VALUE 'Y'.
            02 WS-SALARY-EDIT          PIC Z,ZZZ,ZZ9.99.

      *    THE SAME FIELD-VALIDATION RULES AS USAHIST1'S
      *    V0001-VALIDATE-REC, SO A RECORD RESUBMITTED FROM HERE IS
      *    NOT SIMPLY REJECTED AGAIN ON THE NEXT RUN.
       01 VALIDATION-CONTROLS.
            02 WS-PREV-ANY-KEY         PIC X(10) VALUE LOW-VALUES.
            02 WS-SALARY-MAX           PIC 9(07)V99 VALUE 2000000.00.
            02 WS-REJECT-REASON        PIC X(04) VALUE SPACES.
            02 WS-DATE-WORK            PIC X(08).
            02 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK.
               05 WS-DW-YEAR           PIC 9(04).
               05 WS-DW-MONTH          PIC 9(02).
               05 WS-DW-DAY            PIC 9(02).
            02 WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZEROES.
            02 WS-LEAP-QUOT            PIC 9(04) VALUE ZEROES.
            02 WS-LEAP-REM             PIC 9(04) VALUE ZEROES.

       01 CORRECTION-COUNTERS.
            02 WS-FRESH-READ-CNT       PIC 9(07) VALUE ZEROES.
            02 WS-PRIOR-READ-CNT       PIC 9(07) VALUE ZEROES.
            02 WS-TOTAL-READ-CNT       PIC 9(07) VALUE ZEROES.
            02 WS-COR-READ-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-COR-BAD-CNT          PIC 9(07) VALUE ZEROES.
            02 WS-COR-APPLIED-CNT      PIC 9(07) VALUE ZEROES.
            02 WS-COR-UNUSED-CNT       PIC 9(07) VALUE ZEROES.
            02 WS-RESUBMIT-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-CARRIED-CNT          PIC 9(07) VALUE ZEROES.
            02 WS-CFW-KBLK-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-CFW-KDUP-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-CFW-DBAD-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-CFW-SNUM-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-CFW-SRNG-CNT         PIC 9(07) VALUE ZEROES.
            02 WS-OLDEST-AGE           PIC 9(03) VALUE ZEROES.

       01 REGISTER-HEADER-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'REASON'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(10) VALUE 'EMPLOYEE'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(06) VALUE 'FIELD'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(12) VALUE 'OLD VALUE'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(12) VALUE 'NEW VALUE'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(08) VALUE 'OPERATOR'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(03) VALUE 'AGE'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(34) VALUE 'RESULT'.
            02 FILLER          PIC X(23) VALUE SPACES.

      *    ONE LINE PER CORRECTION APPLIED OR REFUSED, AND ONE PER
      *    REJECT GIVING ITS OUTCOME. AGE IS THE NUMBER OF CORRECTION
      *    RUNS THE RECORD HAS BEEN CARRIED THROUGH.
       01 REGISTER-LINE-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 RGL-REASON      PIC X(06).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-KEY         PIC X(10).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-FIELD       PIC X(06).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-OLD-VALUE   PIC X(12).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-NEW-VALUE   PIC X(12).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-OPERATOR    PIC X(08).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-AGE         PIC ZZ9.
            02 RGL-AGE-X       REDEFINES RGL-AGE PIC X(03).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 RGL-RESULT      PIC X(34).
            02 FILLER          PIC X(23) VALUE SPACES.

       01 CHANGE-COUNT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 CCL-TEXT        PIC X(30).
            02 CCL-COUNT       PIC ZZ,ZZZ,ZZ9.
            02 FILLER          PIC X(88) VALUE SPACES.

      *    OVERRIDDEN FROM THE PARAMETER CARD.
       01 RUN-PARAMETERS.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA HISTORY REJECT CORRECTION REGISTER'.

       COPY INREC001.
       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM G0006-LOAD-PARAMETERS THRU G0006-EXIT
            PERFORM F0001-WRITE-HEADER THRU F0001-EXIT
            PERFORM G0007-LOAD-CORRECTIONS THRU G0007-EXIT
            PERFORM E0001-PROC-FILES THRU E0001-EXIT
            PERFORM F0004-LIST-UNUSED THRU F0004-EXIT
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

            OPEN OUTPUT RESUBMIT-FILE.

            IF WS-RSB-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-RSB-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT CARRIED-REJECT-FILE.

            IF WS-CFW-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-CFW-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

           OPEN INPUT PARAMETER-FILE.

            OPEN INPUT REJECT-FILE.

            IF WS-REJ-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CORRECTION-FILE.

            IF WS-COR-STAT NOT EQUAL ZEROES
               AND WS-COR-STAT NOT EQUAL '05'
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-COR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

       D0001-READ-REJECT.

            READ REJECT-FILE
              AT END SET WS-REJ-EOF-YES TO TRUE
            END-READ

            EVALUATE TRUE

               WHEN WS-REJ-STAT EQUAL '10'
                    CONTINUE

               WHEN WS-REJ-STAT NOT EQUAL ZEROES
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-REJ-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN OTHER
                    ADD 1 TO WS-FRESH-READ-CNT

               END-EVALUATE
               .
       D0001-EXIT.
            EXIT.

       D0002-READ-PRIOR.

            READ PRIOR-REJECT-FILE
              AT END SET WS-PRJ-EOF-YES TO TRUE
            END-READ

            EVALUATE TRUE

               WHEN WS-PRJ-STAT EQUAL '10'
                    CONTINUE

               WHEN WS-PRJ-STAT NOT EQUAL ZEROES
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-PRJ-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               WHEN OTHER
                    ADD 1 TO WS-PRIOR-READ-CNT

               END-EVALUATE
               .
       D0002-EXIT.
            EXIT.

      *    TODAY'S REJECTS FIRST, THEN THE ONES CARRIED FORWARD FROM
      *    EARLIER RUNS. BOTH GO THROUGH THE SAME CORRECT-AND-CHECK.
       E0001-PROC-FILES.

            PERFORM D0001-READ-REJECT THRU D0001-EXIT.
            PERFORM E0002-FRESH-REJECT THRU E0002-EXIT
                UNTIL WS-REJ-EOF-YES.

            CLOSE REJECT-FILE.

            OPEN INPUT PRIOR-REJECT-FILE.

            IF WS-PRJ-STAT NOT EQUAL ZEROES
               AND WS-PRJ-STAT NOT EQUAL '05'
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-PRJ-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            PERFORM D0002-READ-PRIOR THRU D0002-EXIT.
            PERFORM E0003-PRIOR-REJECT THRU E0003-EXIT
                UNTIL WS-PRJ-EOF-YES.

            CLOSE PRIOR-REJECT-FILE.

       E0001-EXIT.
            EXIT.

      *    A FRESH REJECT HAS NO AGE TO CARRY - IF IT IS CARRIED
      *    FORWARD, TODAY IS ITS FIRST-REJECTED DATE.
       E0002-FRESH-REJECT.

            MOVE RJR-REASON-CODE       TO WS-ORIG-REASON.
            MOVE RJR-RECORD-DATA       TO INPUT-REC.
            MOVE WS-CURRENT-DATE       TO WS-CARRY-FIRST-REJ.
            MOVE ZEROES                TO WS-CARRY-AGE.

            PERFORM E0004-CORRECT-AND-CHECK THRU E0004-EXIT.
            PERFORM D0001-READ-REJECT THRU D0001-EXIT.

       E0002-EXIT.
            EXIT.

       E0003-PRIOR-REJECT.

            MOVE PRJ-REASON-CODE       TO WS-ORIG-REASON.
            MOVE PRJ-RECORD-DATA       TO INPUT-REC.

            IF PRJ-FIRST-REJECTED EQUAL SPACES
               MOVE WS-CURRENT-DATE    TO WS-CARRY-FIRST-REJ
            ELSE
               MOVE PRJ-FIRST-REJECTED TO WS-CARRY-FIRST-REJ
            END-IF.

            IF PRJ-AGE-CNT IS NUMERIC
               MOVE PRJ-AGE-CNT        TO WS-CARRY-AGE
            ELSE
               MOVE ZEROES             TO WS-CARRY-AGE
            END-IF.

            PERFORM E0004-CORRECT-AND-CHECK THRU E0004-EXIT.
            PERFORM D0002-READ-PRIOR THRU D0002-EXIT.

       E0003-EXIT.
            EXIT.

      *    APPLIES EVERY UNUSED CORRECTION FOR THIS REASON AND KEY,
      *    RE-RUNS THE USAHIST1 VALIDATION, AND SENDS THE RECORD TO
      *    THE RESUBMIT FILE OR BACK TO THE CARRIED-FORWARD FILE.
       E0004-CORRECT-AND-CHECK.

            MOVE IR-KEY TO WS-ORIG-KEY.
            MOVE ZEROES TO WS-REC-CORR-CNT.
            MOVE 'N'    TO WS-DATE-FIXED-SW
                           WS-SALARY-FIXED-SW
                           WS-KEY-FIXED-SW
                           WS-DEPT-FIXED-SW.

            PERFORM E0005-APPLY-CORRECTION THRU E0005-EXIT
                VARYING WS-COR-IDX FROM 1 BY 1
                UNTIL WS-COR-IDX GREATER THAN WS-COR-CNT.

            PERFORM V0001-VALIDATE-REC THRU V0001-EXIT.

            IF WS-REJECT-REASON EQUAL SPACES
               PERFORM E0006-RESUBMIT THRU E0006-EXIT
            ELSE
               PERFORM E0007-CARRY-FORWARD THRU E0007-EXIT
            END-IF.

       E0004-EXIT.
            EXIT.

       E0005-APPLY-CORRECTION.

            IF WS-CT-USED(WS-COR-IDX)
               OR WS-CT-REASON(WS-COR-IDX) NOT EQUAL WS-ORIG-REASON
               OR WS-CT-KEY(WS-COR-IDX) NOT EQUAL WS-ORIG-KEY
               GO TO E0005-EXIT.

            EVALUATE WS-CT-FIELD(WS-COR-IDX)
               WHEN 'DATE'
                    MOVE WS-DATE-FIXED-SW   TO WS-FIELD-DONE-SW
               WHEN 'SALARY'
                    MOVE WS-SALARY-FIXED-SW TO WS-FIELD-DONE-SW
               WHEN 'KEY'
                    MOVE WS-KEY-FIXED-SW    TO WS-FIELD-DONE-SW
               WHEN OTHER
                    MOVE WS-DEPT-FIXED-SW   TO WS-FIELD-DONE-SW
            END-EVALUATE.

            IF WS-FIELD-DONE-YES
               GO TO E0005-EXIT.

            SET WS-CT-USED(WS-COR-IDX) TO TRUE.
            ADD 1 TO WS-COR-APPLIED-CNT.
            ADD 1 TO WS-REC-CORR-CNT.

            MOVE WS-ORIG-REASON             TO RGL-REASON.
            MOVE WS-ORIG-KEY                TO RGL-KEY.
            MOVE WS-CT-FIELD(WS-COR-IDX)    TO RGL-FIELD.
            MOVE WS-CT-OPERATOR(WS-COR-IDX) TO RGL-OPERATOR.
            MOVE SPACES                     TO RGL-AGE-X.
            MOVE 'CORRECTION APPLIED'       TO RGL-RESULT.

            EVALUATE WS-CT-FIELD(WS-COR-IDX)

               WHEN 'DATE'
                    MOVE IR-DATE TO RGL-OLD-VALUE
                    MOVE WS-CT-VALUE(WS-COR-IDX) TO IR-DATE
                    MOVE IR-DATE TO RGL-NEW-VALUE
                    SET WS-DATE-FIXED-YES TO TRUE

               WHEN 'SALARY'
                    IF IR-NUMERIC IS NUMERIC
                       MOVE IR-NUMERIC TO WS-SALARY-EDIT
                       MOVE WS-SALARY-EDIT TO RGL-OLD-VALUE
                    ELSE
                       MOVE 'NOT NUMERIC' TO RGL-OLD-VALUE
                    END-IF
                    MOVE WS-CT-SAL-AMT(WS-COR-IDX) TO IR-NUMERIC
                    MOVE IR-NUMERIC TO WS-SALARY-EDIT
                    MOVE WS-SALARY-EDIT TO RGL-NEW-VALUE
                    SET WS-SALARY-FIXED-YES TO TRUE

               WHEN 'KEY'
                    MOVE IR-KEY TO RGL-OLD-VALUE
                    MOVE WS-CT-VALUE(WS-COR-IDX) TO IR-KEY
                    MOVE IR-KEY TO RGL-NEW-VALUE
                    SET WS-KEY-FIXED-YES TO TRUE

               WHEN OTHER
                    MOVE IR-DEPT-CODE TO RGL-OLD-VALUE
                    MOVE WS-CT-VALUE(WS-COR-IDX) TO IR-DEPT-CODE
                    MOVE IR-DEPT-CODE TO RGL-NEW-VALUE
                    SET WS-DEPT-FIXED-YES TO TRUE

            END-EVALUATE.

            PERFORM F0003-PRINT-REGISTER-LINE THRU F0003-EXIT.

       E0005-EXIT.
            EXIT.

       E0006-RESUBMIT.

            WRITE RESUBMIT-RECORD FROM INPUT-REC.

            IF WS-RSB-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-RSB-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ADD 1 TO WS-RESUBMIT-CNT.
            MOVE IR-KEY TO WS-PREV-ANY-KEY.

            MOVE WS-ORIG-REASON        TO RGL-REASON.
            MOVE IR-KEY                TO RGL-KEY.
            MOVE SPACES                TO RGL-FIELD
                                          RGL-OLD-VALUE
                                          RGL-NEW-VALUE
                                          RGL-OPERATOR.
            MOVE WS-CARRY-AGE          TO RGL-AGE.
            MOVE 'PASSES VALIDATION - RESUBMITTED' TO RGL-RESULT.
            PERFORM F0003-PRINT-REGISTER-LINE THRU F0003-EXIT.

       E0006-EXIT.
            EXIT.

      *    THE REASON WRITTEN IS THE RULE THE RECORD FAILS NOW, SO
      *    THE NEXT CORRECTION IS KEYED TO WHAT IS STILL WRONG.
       E0007-CARRY-FORWARD.

            COMPUTE WS-NEXT-AGE = WS-CARRY-AGE + 1
                ON SIZE ERROR
                   MOVE 999 TO WS-NEXT-AGE
            END-COMPUTE.

            MOVE WS-REJECT-REASON      TO CRJ-REASON-CODE.
            MOVE INPUT-REC             TO CRJ-RECORD-DATA.
            MOVE WS-CARRY-FIRST-REJ    TO CRJ-FIRST-REJECTED.
            MOVE WS-NEXT-AGE           TO CRJ-AGE-CNT.

            WRITE CARRIED-REJECT-RECORD.

            IF WS-CFW-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-CFW-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ADD 1 TO WS-CARRIED-CNT.

            EVALUATE WS-REJECT-REASON
               WHEN 'KBLK'  ADD 1 TO WS-CFW-KBLK-CNT
               WHEN 'KDUP'  ADD 1 TO WS-CFW-KDUP-CNT
               WHEN 'DBAD'  ADD 1 TO WS-CFW-DBAD-CNT
               WHEN 'SNUM'  ADD 1 TO WS-CFW-SNUM-CNT
               WHEN OTHER   ADD 1 TO WS-CFW-SRNG-CNT
            END-EVALUATE.

            IF WS-NEXT-AGE GREATER THAN WS-OLDEST-AGE
               MOVE WS-NEXT-AGE TO WS-OLDEST-AGE
            END-IF.

            MOVE WS-REJECT-REASON      TO RGL-REASON.
            MOVE IR-KEY                TO RGL-KEY.
            MOVE SPACES                TO RGL-FIELD
                                          RGL-OLD-VALUE
                                          RGL-NEW-VALUE
                                          RGL-OPERATOR.
            MOVE WS-NEXT-AGE           TO RGL-AGE.

            IF WS-REC-CORR-CNT GREATER THAN ZEROES
               MOVE 'CORRECTED - STILL FAILING'  TO RGL-RESULT
            ELSE
               MOVE 'NO CORRECTION - CARRIED FORWARD' TO RGL-RESULT
            END-IF.

            PERFORM F0003-PRINT-REGISTER-LINE THRU F0003-EXIT.

       E0007-EXIT.
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
           STRING '  RUN DATE: ' WS-CURRENT-YEAR '-' WS-CURRENT-MONTH
                  '-' WS-CURRENT-DAY
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE REGISTER-HEADER-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0001-EXIT. EXIT.

       F0003-PRINT-REGISTER-LINE.

           MOVE REGISTER-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0003-EXIT. EXIT.

      *    A CORRECTION NO REJECT CLAIMED - A MISTYPED KEY OR REASON,
      *    OR A RECORD ALREADY CLEARED. LISTED SO THE OPERATOR CAN
      *    RE-KEY IT.
       F0004-LIST-UNUSED.

           PERFORM F0005-LIST-ONE-UNUSED THRU F0005-EXIT
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX GREATER THAN WS-COR-CNT.

       F0004-EXIT. EXIT.

       F0005-LIST-ONE-UNUSED.

           IF WS-CT-USED(WS-COR-IDX)
              GO TO F0005-EXIT.

           ADD 1 TO WS-COR-UNUSED-CNT.
           MOVE WS-CT-REASON(WS-COR-IDX)   TO RGL-REASON.
           MOVE WS-CT-KEY(WS-COR-IDX)      TO RGL-KEY.
           MOVE WS-CT-FIELD(WS-COR-IDX)    TO RGL-FIELD.
           MOVE SPACES                     TO RGL-OLD-VALUE.
           MOVE WS-CT-VALUE(WS-COR-IDX)    TO RGL-NEW-VALUE.
           MOVE WS-CT-OPERATOR(WS-COR-IDX) TO RGL-OPERATOR.
           MOVE SPACES                     TO RGL-AGE-X.
           MOVE 'NOT APPLIED - NO MATCHING REJECT' TO RGL-RESULT.
           PERFORM F0003-PRINT-REGISTER-LINE THRU F0003-EXIT.

       F0005-EXIT. EXIT.

      *    EVERY REJECT READ IS EITHER RESUBMITTED OR CARRIED FORWARD.
       F0006-PRINT-RUN-COUNTS.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE '  CORRECTION COUNTS' TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'REJECTS FROM LAST RUN...:    ' TO CCL-TEXT.
           MOVE WS-FRESH-READ-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'REJECTS CARRIED IN......:    ' TO CCL-TEXT.
           MOVE WS-PRIOR-READ-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'CORRECTIONS READ........:    ' TO CCL-TEXT.
           MOVE WS-COR-READ-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  APPLIED...............:    ' TO CCL-TEXT.
           MOVE WS-COR-APPLIED-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  NOT APPLIED...........:    ' TO CCL-TEXT.
           MOVE WS-COR-UNUSED-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  REFUSED...............:    ' TO CCL-TEXT.
           MOVE WS-COR-BAD-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'RECORDS RESUBMITTED.....:    ' TO CCL-TEXT.
           MOVE WS-RESUBMIT-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'RECORDS CARRIED FORWARD.:    ' TO CCL-TEXT.
           MOVE WS-CARRIED-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  KEY BLANK (KBLK)......:    ' TO CCL-TEXT.
           MOVE WS-CFW-KBLK-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  KEY DUPLICATED (KDUP).:    ' TO CCL-TEXT.
           MOVE WS-CFW-KDUP-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  DATE INVALID (DBAD)...:    ' TO CCL-TEXT.
           MOVE WS-CFW-DBAD-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  SALARY NOT NUM (SNUM).:    ' TO CCL-TEXT.
           MOVE WS-CFW-SNUM-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE '  SALARY RANGE (SRNG)...:    ' TO CCL-TEXT.
           MOVE WS-CFW-SRNG-CNT TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

           MOVE 'OLDEST CARRIED (RUNS)...:    ' TO CCL-TEXT.
           MOVE WS-OLDEST-AGE TO CCL-COUNT.
           PERFORM F0007-PRINT-COUNT-LINE THRU F0007-EXIT.

       F0006-EXIT. EXIT.

       F0007-PRINT-COUNT-LINE.

           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0007-EXIT. EXIT.

       G0006-LOAD-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           IF WS-PRM-STAT EQUAL ZEROES
              READ PARAMETER-FILE
                AT END     CONTINUE
                NOT AT END IF PRM-REPORT-TITLE NOT EQUAL SPACES
                              MOVE PRM-REPORT-TITLE TO WS-REPORT-TITLE
                           END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

       G0006-EXIT.
           EXIT.

      *    LOADS THE CORRECTIONS. ONE THAT CANNOT BE APPLIED SAFELY -
      *    AN UNKNOWN REASON OR FIELD, A NON-NUMERIC SALARY, A BLANK
      *    NEW KEY, OR NO OPERATOR TO ANSWER FOR IT - IS REFUSED AND
      *    LISTED AT THE TOP OF THE REGISTER.
       G0007-LOAD-CORRECTIONS.

           PERFORM G0007A-READ-CORRECTION THRU G0007A-EXIT
               UNTIL WS-COR-EOF-YES.

           CLOSE CORRECTION-FILE.

       G0007-EXIT.
           EXIT.

       G0007A-READ-CORRECTION.

           READ CORRECTION-FILE
             AT END SET WS-COR-EOF-YES TO TRUE
           END-READ.

           IF WS-COR-EOF-YES
              GO TO G0007A-EXIT.

           IF WS-COR-STAT NOT EQUAL ZEROES
              SET WS-MSG-RD-IN TO TRUE
              MOVE WS-COR-STAT TO WS-ERR-CDE
              SET WS-PROC-READ TO TRUE
              PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           ADD 1 TO WS-COR-READ-CNT.
           MOVE SPACES TO RGL-RESULT.

           EVALUATE TRUE

              WHEN NOT COR-REASON-VALID
                   MOVE 'REFUSED - UNKNOWN REASON CODE' TO RGL-RESULT

              WHEN NOT COR-FIELD-VALID
                   MOVE 'REFUSED - UNKNOWN FIELD NAME' TO RGL-RESULT

              WHEN COR-OPERATOR-ID EQUAL SPACES
                   MOVE 'REFUSED - NO OPERATOR ID' TO RGL-RESULT

              WHEN COR-FIELD-SALARY
                   AND COR-NEW-SAL-AMT IS NOT NUMERIC
                   MOVE 'REFUSED - SALARY NOT NUMERIC' TO RGL-RESULT

              WHEN COR-FIELD-KEY
                   AND COR-NEW-VALUE EQUAL SPACES
                   MOVE 'REFUSED - NEW KEY BLANK' TO RGL-RESULT

              WHEN WS-COR-CNT NOT LESS THAN 500
                   MOVE 'REFUSED - CORRECTION TABLE FULL' TO RGL-RESULT

              WHEN OTHER
                   ADD 1 TO WS-COR-CNT
                   SET WS-COR-IDX TO WS-COR-CNT
                   MOVE COR-REASON-CODE TO WS-CT-REASON(WS-COR-IDX)
                   MOVE COR-KEY         TO WS-CT-KEY(WS-COR-IDX)
                   MOVE COR-FIELD       TO WS-CT-FIELD(WS-COR-IDX)
                   MOVE COR-NEW-VALUE   TO WS-CT-VALUE(WS-COR-IDX)
                   MOVE COR-OPERATOR-ID TO WS-CT-OPERATOR(WS-COR-IDX)
                   SET WS-CT-UNUSED(WS-COR-IDX) TO TRUE

           END-EVALUATE.

           IF RGL-RESULT NOT EQUAL SPACES
              ADD 1 TO WS-COR-BAD-CNT
              MOVE COR-REASON-CODE TO RGL-REASON
              MOVE COR-KEY         TO RGL-KEY
              MOVE COR-FIELD       TO RGL-FIELD
              MOVE SPACES          TO RGL-OLD-VALUE
              MOVE COR-NEW-VALUE   TO RGL-NEW-VALUE
              MOVE COR-OPERATOR-ID TO RGL-OPERATOR
              MOVE SPACES          TO RGL-AGE-X
              PERFORM F0003-PRINT-REGISTER-LINE THRU F0003-EXIT
           END-IF.

       G0007A-EXIT.
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

      *    USAHIST1'S FIELD VALIDATION, RULE FOR RULE. THE KEY
      *    UNIQUENESS CHECK IS AGAINST THE PRECEDING RECORD WRITTEN TO
      *    THE RESUBMIT FILE; IN ADDITION, A KDUP REJECT WHOSE KEY WAS
      *    NOT CORRECTED STILL DUPLICATES THE RECORD USAHIST1 KEPT AND
      *    FAILS AGAIN.
       V0001-VALIDATE-REC.

           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE

              WHEN IR-KEY EQUAL SPACES
                   MOVE 'KBLK' TO WS-REJECT-REASON

              WHEN IR-KEY EQUAL WS-PREV-ANY-KEY
                   MOVE 'KDUP' TO WS-REJECT-REASON

              WHEN WS-ORIG-REASON EQUAL 'KDUP'
                   AND WS-KEY-FIXED-NO
                   MOVE 'KDUP' TO WS-REJECT-REASON

              WHEN OTHER
                   PERFORM V0002-VALIDATE-DATE THRU V0002-EXIT
                   IF WS-REJECT-REASON EQUAL SPACES
                      PERFORM V0003-VALIDATE-SALARY THRU V0003-EXIT
                   END-IF

           END-EVALUATE.

       V0001-EXIT.
           EXIT.

       V0002-VALIDATE-DATE.

           MOVE IR-DATE TO WS-DATE-WORK.

           IF WS-DATE-WORK-NUM IS NOT NUMERIC
              MOVE 'DBAD' TO WS-REJECT-REASON
              GO TO V0002-EXIT.

           IF WS-DW-MONTH LESS THAN 01
              OR WS-DW-MONTH GREATER THAN 12
              OR WS-DW-DAY EQUAL ZEROES
              MOVE 'DBAD' TO WS-REJECT-REASON
              GO TO V0002-EXIT.

           EVALUATE WS-DW-MONTH
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM EQUAL ZEROES
                      MOVE 29 TO WS-DAYS-IN-MONTH
                      DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOT
                          REMAINDER WS-LEAP-REM
                      IF WS-LEAP-REM EQUAL ZEROES
                         MOVE 28 TO WS-DAYS-IN-MONTH
                         DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOT
                             REMAINDER WS-LEAP-REM
                         IF WS-LEAP-REM EQUAL ZEROES
                            MOVE 29 TO WS-DAYS-IN-MONTH
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE.

           IF WS-DW-DAY GREATER THAN WS-DAYS-IN-MONTH
              MOVE 'DBAD' TO WS-REJECT-REASON
           END-IF.

       V0002-EXIT.
           EXIT.

       V0003-VALIDATE-SALARY.

           IF IR-NUMERIC IS NOT NUMERIC
              MOVE 'SNUM' TO WS-REJECT-REASON
              GO TO V0003-EXIT.

           IF IR-NUMERIC GREATER THAN WS-SALARY-MAX
              MOVE 'SRNG' TO WS-REJECT-REASON
           END-IF.

       V0003-EXIT.
           EXIT.

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

      *    A REFUSED CORRECTION, OR ONE NO REJECT CLAIMED, ENDS THE
      *    STEP WITH RC 4 SO THE OPERATOR LOOKS AT THE REGISTER.
      *    RECORDS CARRIED FORWARD ARE THE NORMAL BACKLOG AND DO NOT.
       Z0001-CLOS-FILES.

            CLOSE PRINT-FILE.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - PRINT-FILE DID NOT CLOSE, STAT= '
                       WS-OUT-STAT
            END-IF.

            CLOSE RESUBMIT-FILE.

            IF WS-RSB-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - RESUBMIT FILE DID NOT CLOSE, STAT= '
                       WS-RSB-STAT
            END-IF.

            CLOSE CARRIED-REJECT-FILE.

            IF WS-CFW-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - CARRIED REJECT FILE DID NOT CLOSE, '
                       'STAT= ' WS-CFW-STAT
            END-IF.

            CLOSE ERROR-LOG-FILE.

            IF WS-ERL-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - ERROR LOG FILE DID NOT CLOSE, STAT= '
                       WS-ERL-STAT
            END-IF.

            IF WS-ABEND-YES
               MOVE 16 TO RETURN-CODE
            ELSE
               IF WS-COR-BAD-CNT GREATER ZERO
                  OR WS-COR-UNUSED-CNT GREATER ZERO
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

            ADD WS-FRESH-READ-CNT WS-PRIOR-READ-CNT
                GIVING WS-TOTAL-READ-CNT.

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
            MOVE SPACES                TO STEP-LOG-RECORD.
            MOVE ZEROES                TO SLG-INPUT-CNT
                                          SLG-OUTPUT-CNT
                                          SLG-REJECT-CNT.
            MOVE 'USAHIST7'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'REJECTS READ'        TO SLG-INPUT-LABEL.
            MOVE WS-TOTAL-READ-CNT     TO SLG-INPUT-CNT.
            MOVE 'RESUBMITTED'         TO SLG-OUTPUT-LABEL.
            MOVE WS-RESUBMIT-CNT       TO SLG-OUTPUT-CNT.
            MOVE 'CARRIED FORWARD'     TO SLG-REJECT-LABEL.
            MOVE WS-CARRIED-CNT        TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
