       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAHIST5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    LAST MONTH'S GENERATION - OPENING HEADCOUNT PER
      *    IR-DEPT-CODE, ONE RECORD PER EMPLOYEE.
            SELECT OLD-HIST-FLE ASSIGN TO USAHISTO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OLD-STAT.

      *    THIS MONTH'S GENERATION - CLOSING HEADCOUNT.
            SELECT NEW-HIST-FLE ASSIGN TO USAHISTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-NEW-STAT.

      *    THE CHANGE TRANSACTIONS USAHIST2 WROTE COMPARING THE SAME
      *    TWO GENERATIONS - HIRES, DEPARTURES AND TRANSFERS IN AND
      *    OUT PER DEPARTMENT. THE DETAIL COUNTS ARE PROVED AGAINST
      *    THE TRAILER BEFORE ANYTHING IS PRINTED.
            SELECT CHANGE-TRANSACTION-FILE ASSIGN TO CHGTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTR-STAT.

      *    DEPARTMENT MASTER - NAME AND DIVISION FOR THE ROLLUP. A
      *    CODE NOT ON THE MASTER IS REPORTED UNDER '(UNKNOWN)' - SEE
      *    G0008-LOOKUP-DEPT.
            SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DPT-STAT.

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

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - THE TURNOVER
      *    PERCENTAGE ABOVE WHICH A DEPARTMENT IS FLAGGED, THE REPORT
      *    MONTH FOR THE HEADING, AND THE REPORT TITLE - SEE
      *    G0006-LOAD-PARAMETERS.
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
       FD OLD-HIST-FLE
               RECORD CONTAINS 189 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS INPUT-REC.
       COPY INREC001.

       FD NEW-HIST-FLE
               RECORD CONTAINS 189 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-INPUT-REC.
       COPY INREC001 REPLACING ==INPUT-REC== BY ==NEW-INPUT-REC==
                               LEADING ==IR-== BY ==NR-==.

       FD CHANGE-TRANSACTION-FILE
               RECORD CONTAINS 160 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CHANGE-TRANSACTION-RECORD.
       COPY CHGTRAN.

       FD DEPT-MASTER-FILE
               RECORD CONTAINS 58 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DEPT-MASTER-RECORD.
       01 DEPT-MASTER-RECORD.
            02 DMR-DEPT-CODE      PIC X(08).
            02 DMR-DEPT-NAME      PIC X(30).
            02 DMR-DIVISION       PIC X(20).

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
            02 PRM-TURNOVER-PCT   PIC 9(03)V99.
            02 FILLER             PIC X(01).
            02 PRM-REPORT-MONTH   PIC X(06).
            02 FILLER             PIC X(01).
            02 PRM-REPORT-TITLE   PIC X(50).
            02 FILLER             PIC X(17).

       FD STEP-LOG-FILE
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STEP-LOG-RECORD.
       COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
      *
      *    THE DEPARTMENT MASTER IN MEMORY WITH THE MONTH'S MOVEMENTS
      *    FOR EACH CODE. CODES SEEN IN THE DATA BUT NOT ON THE
      *    MASTER ARE ADDED BEHIND THE MASTER ENTRIES AS THEY TURN UP.
       01 DEPT-MASTER-TABLE.
            02 WS-DPT-CNT              PIC 9(03) VALUE ZEROES.
            02 WS-DPT-ENTRY            OCCURS 150 TIMES
                                        INDEXED BY WS-DPT-IDX.
               05 WS-DPT-CODE          PIC X(08).
               05 WS-DPT-NAME          PIC X(30).
               05 WS-DPT-DIVISION      PIC X(20).
               05 WS-DPT-ON-MASTER     PIC X(01).
               05 WS-DPT-COUNTS.
                  10 WS-DPT-OPENING    PIC 9(07).
                  10 WS-DPT-HIRES      PIC 9(07).
                  10 WS-DPT-DEPARTS    PIC 9(07).
                  10 WS-DPT-XFER-IN    PIC 9(07).
                  10 WS-DPT-XFER-OUT   PIC 9(07).
                  10 WS-DPT-CLOSING    PIC 9(07).

      *    DIVISION ROLLUP, BUILT FROM THE DEPARTMENT TABLE ONCE ALL
      *    THE COUNTING IS DONE, IN ORDER OF FIRST APPEARANCE.
       01 DIVISION-TOTAL-TABLE.
            02 WS-DIV-CNT              PIC 9(02) VALUE ZEROES.
            02 WS-DIV-ENTRY            OCCURS 50 TIMES
                                        INDEXED BY WS-DIV-IDX.
               05 WS-DIV-NAME          PIC X(20).
               05 WS-DIV-COUNTS.
                  10 WS-DIV-OPENING    PIC 9(07).
                  10 WS-DIV-HIRES      PIC 9(07).
                  10 WS-DIV-DEPARTS    PIC 9(07).
                  10 WS-DIV-XFER-IN    PIC 9(07).
                  10 WS-DIV-XFER-OUT   PIC 9(07).
                  10 WS-DIV-CLOSING    PIC 9(07).

      *    THE LINE BEING PRINTED - DEPARTMENT, DIVISION OR GRAND
      *    TOTAL ALL GO THROUGH F0004-PRINT-COUNT-LINE FROM HERE.
       01 LINE-COUNTS.
            02 WS-LIN-OPENING          PIC 9(07) VALUE ZEROES.
            02 WS-LIN-HIRES            PIC 9(07) VALUE ZEROES.
            02 WS-LIN-DEPARTS          PIC 9(07) VALUE ZEROES.
            02 WS-LIN-XFER-IN          PIC 9(07) VALUE ZEROES.
            02 WS-LIN-XFER-OUT         PIC 9(07) VALUE ZEROES.
            02 WS-LIN-CLOSING          PIC 9(07) VALUE ZEROES.

       01 GRAND-COUNTS.
            02 WS-GRD-OPENING          PIC 9(07) VALUE ZEROES.
            02 WS-GRD-HIRES            PIC 9(07) VALUE ZEROES.
            02 WS-GRD-DEPARTS          PIC 9(07) VALUE ZEROES.
            02 WS-GRD-XFER-IN          PIC 9(07) VALUE ZEROES.
            02 WS-GRD-XFER-OUT         PIC 9(07) VALUE ZEROES.
            02 WS-GRD-CLOSING          PIC 9(07) VALUE ZEROES.

       01 HEADCOUNT-CONTROLS.
            02 WS-OLD-STAT             PIC X(02) VALUE '00'.
            02 WS-NEW-STAT             PIC X(02) VALUE '00'.
            02 WS-CTR-STAT             PIC X(02) VALUE '00'.
            02 WS-DPT-STAT             PIC X(02) VALUE '00'.
            02 WS-ERL-STAT             PIC X(02) VALUE '00'.
            02 WS-PRM-STAT             PIC X(02) VALUE '00'.
            02 WS-SLG-STAT             PIC X(02) VALUE '00'.
            02 WS-OLD-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-OLD-EOF-YES                  VALUE 'Y'.
            02 WS-NEW-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-NEW-EOF-YES                  VALUE 'Y'.
            02 WS-CTR-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-CTR-EOF-YES                  VALUE 'Y'.
            02 WS-DPT-EOF-SW           PIC X(01) VALUE 'N'.
               88 WS-DPT-EOF-YES                  VALUE 'Y'.
               88 WS-DPT-EOF-NO                   VALUE 'N'.
            02 WS-DPT-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-DPT-FOUND                    VALUE 'Y'.
            02 WS-DIV-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-DIV-FOUND                    VALUE 'Y'.
            02 WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88 WS-TRAILER-YES                  VALUE 'Y'.
               88 WS-TRAILER-NO                   VALUE 'N'.
            02 WS-ABEND-SW             PIC X(01) VALUE 'N'.
               88 WS-ABEND-YES                    VALUE 'Y'.
               88 WS-ABEND-NO                     VALUE 'N'.
            02 WS-LOOKUP-CODE          PIC X(08) VALUE SPACES.
            02 WS-CUR-DIVISION         PIC X(20) VALUE SPACES.
            02 WS-AVG-BASE             PIC 9(08) VALUE ZEROES.
            02 WS-TURNOVER-PCT         PIC 9(03)V99 VALUE ZEROES.
            02 WS-THRESHOLD-EDIT       PIC ZZ9.99.
            02 WS-NET-XFER             PIC S9(07) VALUE ZEROES.
            02 WS-BALANCE-CHECK        PIC S9(08) VALUE ZEROES.

       01 HEADCOUNT-COUNTERS.
            02 WS-OLD-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-NEW-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-CTR-READ-CNT         PIC 9(08) VALUE ZEROES.
            02 WS-CTR-NEW-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-CTR-DEPARTED-CNT     PIC 9(06) VALUE ZEROES.
            02 WS-CTR-TRANSFER-CNT     PIC 9(06) VALUE ZEROES.
            02 WS-DEPT-PRINTED-CNT     PIC 9(06) VALUE ZEROES.
            02 WS-FLAGGED-CNT          PIC 9(06) VALUE ZEROES.
            02 WS-UNBALANCED-CNT       PIC 9(06) VALUE ZEROES.
            02 WS-UNKNOWN-CNT          PIC 9(06) VALUE ZEROES.

       01 COLUMN-HEADER-LINES.
            02 CH-LINE-1               PIC X(133) VALUE
               '   DEPT      NAME                      OPENING    HIRES
      -        ' DEPARTS  NET XFR  CLOSING  TURNOVER'.
            02 CH-LINE-2               PIC X(133) VALUE
               '   ----      ----                      -------    -----
      -        ' -------  -------  -------  --------'.

       01 HEADCOUNT-LINE-LAYOUT.
            02 FILLER          PIC X(03) VALUE SPACES.
            02 HDL-DEPT        PIC X(08).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-NAME        PIC X(24).
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-OPENING     PIC ZZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-HIRES       PIC ZZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-DEPARTS     PIC ZZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-NET-XFER    PIC +++,++9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-CLOSING     PIC ZZZ,ZZ9.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-TURNOVER    PIC ZZ9.99.
            02 FILLER          PIC X(01) VALUE '%'.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 HDL-FLAG        PIC X(14).
            02 FILLER          PIC X(01) VALUE SPACES.
            02 HDL-BAL-FLAG    PIC X(13).
            02 FILLER          PIC X(12) VALUE SPACES.

       01 DIVISION-HEADER-LINE-LAYOUT.
            02 FILLER          PIC X(02) VALUE SPACES.
            02 FILLER          PIC X(10) VALUE 'DIVISION: '.
            02 DHL-DIVISION    PIC X(20).
            02 FILLER          PIC X(101) VALUE SPACES.

       01 CHANGE-COUNT-LINE-LAYOUT.
            02 FILLER          PIC X(05) VALUE SPACES.
            02 CCL-TEXT        PIC X(30).
            02 CCL-COUNT       PIC ZZ,ZZZ,ZZ9.
            02 FILLER          PIC X(88) VALUE SPACES.

      *    TURNOVER IS THE MONTH'S DEPARTURES OVER THE AVERAGE OF THE
      *    OPENING AND CLOSING HEADCOUNT. DEPARTMENTS ABOVE THE
      *    THRESHOLD ARE FLAGGED. OVERRIDDEN FROM THE PARAMETER CARD.
       01 RUN-PARAMETERS.
            02 WS-THRESHOLD-PCT        PIC 9(03)V99 VALUE 5.00.
            02 WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
            02 WS-REPORT-TITLE         PIC X(50) VALUE
               'USA EMPLOYEE HEADCOUNT AND TURNOVER'.

       COPY CONSTANT.
       COPY OUREC001.
       COPY PRINTCTL.

       PROCEDURE DIVISION.
       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM G0006-LOAD-PARAMETERS THRU G0006-EXIT
            PERFORM G0007-LOAD-DEPT-MASTER THRU G0007-EXIT
            PERFORM E0001-COUNT-OLD-GENERATION THRU E0001-EXIT
            PERFORM E0002-COUNT-NEW-GENERATION THRU E0002-EXIT
            PERFORM E0003-COUNT-CHANGES THRU E0003-EXIT
            PERFORM H0001-BUILD-DIVISIONS THRU H0001-EXIT
            PERFORM F0001-WRITE-HEADER THRU F0001-EXIT
            PERFORM F0002-PRINT-ONE-DIVISION THRU F0002-EXIT
                VARYING WS-DIV-IDX FROM 1 BY 1
                UNTIL WS-DIV-IDX GREATER WS-DIV-CNT
            PERFORM F0005-PRINT-GRAND-TOTAL THRU F0005-EXIT
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

           OPEN INPUT PARAMETER-FILE.

           OPEN INPUT DEPT-MASTER-FILE.

            IF WS-DPT-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - DEPARTMENT MASTER DID NOT OPEN, '
                       'STAT= ' WS-DPT-STAT
            END-IF.

            OPEN INPUT OLD-HIST-FLE.

            IF WS-OLD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-OLD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT NEW-HIST-FLE.

            IF WS-NEW-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-NEW-STAT TO WS-ERR-CDE
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

       B0001-EXIT.
            EXIT.

       D0001-READ-OLD.

            READ OLD-HIST-FLE
              AT END SET WS-OLD-EOF-YES TO TRUE
            END-READ

            IF WS-OLD-STAT NOT EQUAL ZEROES
               AND WS-OLD-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-OLD-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       D0001-EXIT.
            EXIT.

       D0002-READ-NEW.

            READ NEW-HIST-FLE
              AT END SET WS-NEW-EOF-YES TO TRUE
            END-READ

            IF WS-NEW-STAT NOT EQUAL ZEROES
               AND WS-NEW-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-NEW-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       D0002-EXIT.
            EXIT.

       D0003-READ-TRAN.

            READ CHANGE-TRANSACTION-FILE
              AT END SET WS-CTR-EOF-YES TO TRUE
            END-READ

            IF WS-CTR-STAT NOT EQUAL ZEROES
               AND WS-CTR-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-CTR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       D0003-EXIT.
            EXIT.

       E0001-COUNT-OLD-GENERATION.

            PERFORM D0001-READ-OLD THRU D0001-EXIT.
            PERFORM E0004-COUNT-OLD-REC THRU E0004-EXIT
                UNTIL WS-OLD-EOF-YES.
            CLOSE OLD-HIST-FLE.

       E0001-EXIT.
            EXIT.

       E0004-COUNT-OLD-REC.

            ADD 1 TO WS-OLD-READ-CNT.
            MOVE IR-DEPT-CODE TO WS-LOOKUP-CODE.
            PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT.
            ADD 1 TO WS-DPT-OPENING(WS-DPT-IDX).
            PERFORM D0001-READ-OLD THRU D0001-EXIT.

       E0004-EXIT.
            EXIT.

       E0002-COUNT-NEW-GENERATION.

            PERFORM D0002-READ-NEW THRU D0002-EXIT.
            PERFORM E0005-COUNT-NEW-REC THRU E0005-EXIT
                UNTIL WS-NEW-EOF-YES.
            CLOSE NEW-HIST-FLE.

       E0002-EXIT.
            EXIT.

       E0005-COUNT-NEW-REC.

            ADD 1 TO WS-NEW-READ-CNT.
            MOVE NR-DEPT-CODE TO WS-LOOKUP-CODE.
            PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT.
            ADD 1 TO WS-DPT-CLOSING(WS-DPT-IDX).
            PERFORM D0002-READ-NEW THRU D0002-EXIT.

       E0005-EXIT.
            EXIT.

      *    HIRES COUNT TO THE NEW DEPARTMENT, DEPARTURES TO THE OLD
      *    ONE, AND A TRANSFER COUNTS OUT OF ITS OLD DEPARTMENT AND
      *    INTO ITS NEW ONE. SALARY AND NAME/ADDRESS CHANGES DO NOT
      *    MOVE HEADCOUNT. THE FILE IS ONLY TRUSTED WHEN ITS N, D AND
      *    T DETAIL COUNTS AGREE WITH THE TRAILER.
       E0003-COUNT-CHANGES.

            PERFORM D0003-READ-TRAN THRU D0003-EXIT.
            PERFORM E0006-COUNT-TRAN-REC THRU E0006-EXIT
                UNTIL WS-CTR-EOF-YES.
            CLOSE CHANGE-TRANSACTION-FILE.

            IF WS-TRAILER-NO
               SET WS-MSG-BAL-ER TO TRUE
               MOVE WS-CTR-STAT TO WS-ERR-CDE
               SET WS-PROC-BALCHK TO TRUE
               DISPLAY 'USAHIST5 - CHANGE TRANSACTION TRAILER MISSING'
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       E0003-EXIT.
            EXIT.

       E0006-COUNT-TRAN-REC.

            EVALUATE CTR-CHANGE-TYPE

               WHEN 'N'
                    ADD 1 TO WS-CTR-READ-CNT
                    ADD 1 TO WS-CTR-NEW-CNT
                    MOVE CTR-NEW-DEPT TO WS-LOOKUP-CODE
                    PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT
                    ADD 1 TO WS-DPT-HIRES(WS-DPT-IDX)

               WHEN 'D'
                    ADD 1 TO WS-CTR-READ-CNT
                    ADD 1 TO WS-CTR-DEPARTED-CNT
                    MOVE CTR-OLD-DEPT TO WS-LOOKUP-CODE
                    PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT
                    ADD 1 TO WS-DPT-DEPARTS(WS-DPT-IDX)

               WHEN 'T'
                    ADD 1 TO WS-CTR-READ-CNT
                    ADD 1 TO WS-CTR-TRANSFER-CNT
                    MOVE CTR-OLD-DEPT TO WS-LOOKUP-CODE
                    PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT
                    ADD 1 TO WS-DPT-XFER-OUT(WS-DPT-IDX)
                    MOVE CTR-NEW-DEPT TO WS-LOOKUP-CODE
                    PERFORM G0008-LOOKUP-DEPT THRU G0008-EXIT
                    ADD 1 TO WS-DPT-XFER-IN(WS-DPT-IDX)

               WHEN 'Z'
                    SET WS-TRAILER-YES TO TRUE
                    IF CTR-TRL-NEW-CNT NOT EQUAL WS-CTR-NEW-CNT
                       OR CTR-TRL-DEPARTED-CNT
                            NOT EQUAL WS-CTR-DEPARTED-CNT
                       OR CTR-TRL-TRANSFER-CNT
                            NOT EQUAL WS-CTR-TRANSFER-CNT
                       SET WS-MSG-BAL-ER TO TRUE
                       MOVE WS-CTR-STAT TO WS-ERR-CDE
                       SET WS-PROC-BALCHK TO TRUE
                       DISPLAY 'USAHIST5 - CHANGE TRANSACTIONS OUT OF '
                               'BALANCE WITH TRAILER'
                       PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                    END-IF

               WHEN OTHER
                    ADD 1 TO WS-CTR-READ-CNT

            END-EVALUATE.

            PERFORM D0003-READ-TRAN THRU D0003-EXIT.

       E0006-EXIT.
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

           MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-EDIT.
           MOVE SPACES TO WS-PRINT-REPORT.
           STRING '  MONTH: ' WS-REPORT-MONTH(1:4) '-'
                  WS-REPORT-MONTH(5:2)
                  '    TURNOVER FLAGGED ABOVE: ' WS-THRESHOLD-EDIT '%'
               DELIMITED BY SIZE INTO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE CH-LINE-1 TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE CH-LINE-2 TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0001-EXIT. EXIT.

      *    ONE DIVISION - ITS DEPARTMENTS IN MASTER ORDER, THEN ITS
      *    TOTAL LINE.
       F0002-PRINT-ONE-DIVISION.

           MOVE WS-DIV-NAME(WS-DIV-IDX) TO WS-CUR-DIVISION.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE WS-CUR-DIVISION TO DHL-DIVISION.
           MOVE DIVISION-HEADER-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           PERFORM F0003-PRINT-DEPT-IN-DIVISION THRU F0003-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX GREATER WS-DPT-CNT.

           MOVE WS-DIV-COUNTS(WS-DIV-IDX) TO LINE-COUNTS.
           MOVE 'DIVISION'      TO HDL-DEPT.
           MOVE WS-CUR-DIVISION TO HDL-NAME.
           PERFORM F0004-PRINT-COUNT-LINE THRU F0004-EXIT.

       F0002-EXIT. EXIT.

       F0003-PRINT-DEPT-IN-DIVISION.

           IF WS-DPT-DIVISION(WS-DPT-IDX) NOT EQUAL WS-CUR-DIVISION
              OR WS-DPT-COUNTS(WS-DPT-IDX) EQUAL ZEROES
              GO TO F0003-EXIT.

           ADD 1 TO WS-DEPT-PRINTED-CNT.
           MOVE WS-DPT-COUNTS(WS-DPT-IDX) TO LINE-COUNTS.
           MOVE WS-DPT-CODE(WS-DPT-IDX) TO HDL-DEPT.
           MOVE WS-DPT-NAME(WS-DPT-IDX) TO HDL-NAME.
           PERFORM F0004-PRINT-COUNT-LINE THRU F0004-EXIT.

       F0003-EXIT. EXIT.

      *    PRINTS LINE-COUNTS UNDER THE DEPT/NAME ALREADY MOVED. ONLY
      *    DEPARTMENT LINES ARE FLAGGED AND COUNTED - A DIVISION OR
      *    GRAND TOTAL SHOWS ITS TURNOVER AND BALANCE WITHOUT FLAGS
      *    SO NO DEPARTMENT IS COUNTED TWICE.
       F0004-PRINT-COUNT-LINE.

           MOVE WS-LIN-OPENING TO HDL-OPENING.
           MOVE WS-LIN-HIRES   TO HDL-HIRES.
           MOVE WS-LIN-DEPARTS TO HDL-DEPARTS.
           MOVE WS-LIN-CLOSING TO HDL-CLOSING.
           COMPUTE WS-NET-XFER = WS-LIN-XFER-IN - WS-LIN-XFER-OUT.
           MOVE WS-NET-XFER TO HDL-NET-XFER.

           COMPUTE WS-AVG-BASE = WS-LIN-OPENING + WS-LIN-CLOSING.
           IF WS-AVG-BASE GREATER ZERO
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                  WS-LIN-DEPARTS * 200 / WS-AVG-BASE
           ELSE
              MOVE ZEROES TO WS-TURNOVER-PCT
           END-IF.
           MOVE WS-TURNOVER-PCT TO HDL-TURNOVER.

           COMPUTE WS-BALANCE-CHECK = WS-LIN-OPENING + WS-LIN-HIRES
               - WS-LIN-DEPARTS + WS-NET-XFER - WS-LIN-CLOSING.

           MOVE SPACES TO HDL-FLAG.
           MOVE SPACES TO HDL-BAL-FLAG.
           IF HDL-DEPT NOT EQUAL 'DIVISION'
              AND HDL-DEPT NOT EQUAL 'TOTAL'
              IF WS-TURNOVER-PCT GREATER THAN WS-THRESHOLD-PCT
                 MOVE '*HIGH TURNOVER' TO HDL-FLAG
                 ADD 1 TO WS-FLAGGED-CNT
              END-IF
              IF WS-BALANCE-CHECK NOT EQUAL ZERO
                 MOVE '*NOT BALANCED' TO HDL-BAL-FLAG
                 ADD 1 TO WS-UNBALANCED-CNT
              END-IF
           ELSE
              IF WS-BALANCE-CHECK NOT EQUAL ZERO
                 MOVE '*NOT BALANCED' TO HDL-BAL-FLAG
              END-IF
           END-IF.

           MOVE HEADCOUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0004-EXIT. EXIT.

       F0005-PRINT-GRAND-TOTAL.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE GRAND-COUNTS TO LINE-COUNTS.
           MOVE 'TOTAL'         TO HDL-DEPT.
           MOVE 'ALL DIVISIONS' TO HDL-NAME.
           PERFORM F0004-PRINT-COUNT-LINE THRU F0004-EXIT.

       F0005-EXIT. EXIT.

       F0006-PRINT-RUN-COUNTS.

           MOVE SPACES TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.
           MOVE '  RUN COUNTS' TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'OLD GENERATION RECORDS..:    ' TO CCL-TEXT.
           MOVE WS-OLD-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'NEW GENERATION RECORDS..:    ' TO CCL-TEXT.
           MOVE WS-NEW-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'CHANGE RECORDS READ.....:    ' TO CCL-TEXT.
           MOVE WS-CTR-READ-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'DEPARTMENTS REPORTED....:    ' TO CCL-TEXT.
           MOVE WS-DEPT-PRINTED-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'CODES NOT ON DEPT MASTER:    ' TO CCL-TEXT.
           MOVE WS-UNKNOWN-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'HIGH TURNOVER DEPTS.....:    ' TO CCL-TEXT.
           MOVE WS-FLAGGED-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

           MOVE 'DEPTS NOT BALANCING.....:    ' TO CCL-TEXT.
           MOVE WS-UNBALANCED-CNT TO CCL-COUNT.
           MOVE CHANGE-COUNT-LINE-LAYOUT TO WS-PRINT-REPORT.
           PERFORM P0001-PRINT-REC THRU P0001-EXIT.

       F0006-EXIT. EXIT.

       G0006-LOAD-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE(1:6) TO WS-REPORT-MONTH.

           IF WS-PRM-STAT EQUAL ZEROES
              READ PARAMETER-FILE
                AT END     CONTINUE
                NOT AT END IF PRM-TURNOVER-PCT IS NUMERIC
                              AND PRM-TURNOVER-PCT GREATER ZERO
                              MOVE PRM-TURNOVER-PCT
                                TO WS-THRESHOLD-PCT
                           END-IF
                           IF PRM-REPORT-MONTH IS NUMERIC
                              MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
                           END-IF
                           IF PRM-REPORT-TITLE NOT EQUAL SPACES
                              MOVE PRM-REPORT-TITLE TO WS-REPORT-TITLE
                           END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

       G0006-EXIT.
           EXIT.

      *    LOADS THE DEPARTMENT MASTER FOR THE NAMES AND DIVISIONS.
      *    AN ABSENT MASTER PUTS EVERY CODE UNDER '(UNKNOWN)'.
       G0007-LOAD-DEPT-MASTER.

           IF WS-DPT-STAT NOT EQUAL ZEROES
              GO TO G0007-EXIT.

           PERFORM G0007A-READ-DEPT-MASTER THRU G0007A-EXIT.
           PERFORM G0007B-STORE-DEPT-MASTER THRU G0007B-EXIT
               UNTIL WS-DPT-EOF-YES.
           CLOSE DEPT-MASTER-FILE.

       G0007-EXIT.
           EXIT.

       G0007A-READ-DEPT-MASTER.

           READ DEPT-MASTER-FILE
             AT END SET WS-DPT-EOF-YES TO TRUE
           END-READ.

       G0007A-EXIT.
           EXIT.

       G0007B-STORE-DEPT-MASTER.

           IF WS-DPT-CNT LESS THAN 100
              AND DMR-DEPT-CODE NOT EQUAL SPACES
              ADD 1 TO WS-DPT-CNT
              SET WS-DPT-IDX TO WS-DPT-CNT
              MOVE DMR-DEPT-CODE TO WS-DPT-CODE(WS-DPT-IDX)
              MOVE DMR-DEPT-NAME TO WS-DPT-NAME(WS-DPT-IDX)
              MOVE DMR-DIVISION  TO WS-DPT-DIVISION(WS-DPT-IDX)
              MOVE 'Y'           TO WS-DPT-ON-MASTER(WS-DPT-IDX)
              MOVE ZEROES        TO WS-DPT-COUNTS(WS-DPT-IDX)
           END-IF.
           PERFORM G0007A-READ-DEPT-MASTER THRU G0007A-EXIT.

       G0007B-EXIT.
           EXIT.

      *    LEAVES WS-DPT-IDX ON THE ENTRY FOR WS-LOOKUP-CODE, ADDING
      *    AN UNKNOWN CODE ON FIRST SIGHT. THE MASTER HOLDS AT MOST
      *    100 CODES, SO 50 ARE LEFT FOR UNKNOWN ONES; A RUN WITH
      *    MORE THAN THAT HAS BAD INPUT AND STOPS.
       G0008-LOOKUP-DEPT.

           MOVE 'N' TO WS-DPT-FOUND-SW.

           PERFORM G0008A-TEST-DEPT-ENTRY THRU G0008A-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX GREATER WS-DPT-CNT
                  OR WS-DPT-FOUND.

           IF WS-DPT-FOUND
              SET WS-DPT-IDX DOWN BY 1
              GO TO G0008-EXIT.

           IF WS-DPT-CNT NOT LESS THAN 150
              SET WS-MSG-WR-OU TO TRUE
              MOVE '00' TO WS-ERR-CDE
              SET WS-PROC-READ TO TRUE
              DISPLAY 'USAHIST5 - DEPARTMENT TABLE FULL AT CODE '
                      WS-LOOKUP-CODE
              PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT.

           ADD 1 TO WS-DPT-CNT.
           ADD 1 TO WS-UNKNOWN-CNT.
           SET WS-DPT-IDX TO WS-DPT-CNT.
           MOVE WS-LOOKUP-CODE    TO WS-DPT-CODE(WS-DPT-IDX).
           MOVE '(NOT ON MASTER)' TO WS-DPT-NAME(WS-DPT-IDX).
           MOVE '(UNKNOWN)'       TO WS-DPT-DIVISION(WS-DPT-IDX).
           MOVE 'N'               TO WS-DPT-ON-MASTER(WS-DPT-IDX).
           MOVE ZEROES            TO WS-DPT-COUNTS(WS-DPT-IDX).

       G0008-EXIT.
           EXIT.

       G0008A-TEST-DEPT-ENTRY.

           IF WS-LOOKUP-CODE EQUAL WS-DPT-CODE(WS-DPT-IDX)
              SET WS-DPT-FOUND TO TRUE
           END-IF.

       G0008A-EXIT.
           EXIT.

      *    ROLLS EVERY DEPARTMENT WITH ANY MOVEMENT INTO ITS DIVISION
      *    AND THE GRAND TOTAL.
       H0001-BUILD-DIVISIONS.

           PERFORM H0002-ADD-ONE-DEPT THRU H0002-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX GREATER WS-DPT-CNT.

       H0001-EXIT.
           EXIT.

       H0002-ADD-ONE-DEPT.

           IF WS-DPT-COUNTS(WS-DPT-IDX) EQUAL ZEROES
              GO TO H0002-EXIT.

           MOVE 'N' TO WS-DIV-FOUND-SW.
           PERFORM H0003-TEST-DIVISION-ENTRY THRU H0003-EXIT
               VARYING WS-DIV-IDX FROM 1 BY 1
               UNTIL WS-DIV-IDX GREATER WS-DIV-CNT
                  OR WS-DIV-FOUND.

           IF WS-DIV-FOUND
              SET WS-DIV-IDX DOWN BY 1
           ELSE
              IF WS-DIV-CNT LESS THAN 50
                 ADD 1 TO WS-DIV-CNT
                 SET WS-DIV-IDX TO WS-DIV-CNT
                 MOVE WS-DPT-DIVISION(WS-DPT-IDX)
                   TO WS-DIV-NAME(WS-DIV-IDX)
                 MOVE ZEROES TO WS-DIV-COUNTS(WS-DIV-IDX)
              ELSE
                 SET WS-MSG-WR-OU TO TRUE
                 MOVE '00' TO WS-ERR-CDE
                 SET WS-PROC-PRNT TO TRUE
                 DISPLAY 'USAHIST5 - DIVISION TABLE FULL AT '
                         WS-DPT-DIVISION(WS-DPT-IDX)
                 PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
              END-IF
           END-IF.

           ADD WS-DPT-OPENING(WS-DPT-IDX) TO WS-DIV-OPENING(WS-DIV-IDX)
                                            WS-GRD-OPENING.
           ADD WS-DPT-HIRES(WS-DPT-IDX)   TO WS-DIV-HIRES(WS-DIV-IDX)
                                            WS-GRD-HIRES.
           ADD WS-DPT-DEPARTS(WS-DPT-IDX) TO WS-DIV-DEPARTS(WS-DIV-IDX)
                                            WS-GRD-DEPARTS.
           ADD WS-DPT-XFER-IN(WS-DPT-IDX) TO WS-DIV-XFER-IN(WS-DIV-IDX)
                                            WS-GRD-XFER-IN.
           ADD WS-DPT-XFER-OUT(WS-DPT-IDX)
                                      TO WS-DIV-XFER-OUT(WS-DIV-IDX)
                                         WS-GRD-XFER-OUT.
           ADD WS-DPT-CLOSING(WS-DPT-IDX) TO WS-DIV-CLOSING(WS-DIV-IDX)
                                            WS-GRD-CLOSING.

       H0002-EXIT.
           EXIT.

       H0003-TEST-DIVISION-ENTRY.

           IF WS-DPT-DIVISION(WS-DPT-IDX) EQUAL WS-DIV-NAME(WS-DIV-IDX)
              SET WS-DIV-FOUND TO TRUE
           END-IF.

       H0003-EXIT.
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
               IF WS-UNBALANCED-CNT GREATER ZERO
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
            MOVE 'USAHIST5'            TO SLG-PROGRAM-ID.
            STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                   WS-CURRENT-DAY
                DELIMITED BY SIZE INTO SLG-RUN-DATE.
            STRING WS-CURRENT-HH ':' WS-CURRENT-MM ':' WS-CURRENT-SS
                DELIMITED BY SIZE INTO SLG-RUN-TIME.
            MOVE RETURN-CODE           TO SLG-RETURN-CODE.
            MOVE 'CHANGE RECORDS'      TO SLG-INPUT-LABEL.
            MOVE WS-CTR-READ-CNT       TO SLG-INPUT-CNT.
            MOVE 'DEPTS REPORTED'      TO SLG-OUTPUT-LABEL.
            MOVE WS-DEPT-PRINTED-CNT   TO SLG-OUTPUT-CNT.
            MOVE 'NOT BALANCING'       TO SLG-REJECT-LABEL.
            MOVE WS-UNBALANCED-CNT     TO SLG-REJECT-CNT.

            WRITE STEP-LOG-RECORD.

            IF WS-SLG-STAT NOT EQUAL ZEROES
               DISPLAY 'WARNING - STEP LOG FILE WRITE FAILED, STAT= '
                       WS-SLG-STAT
            END-IF.

            CLOSE STEP-LOG-FILE.

       Z0002-EXIT.
            EXIT.
