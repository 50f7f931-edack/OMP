      *         REPORT OF RECORDS READ, ARCHIVED, AND RETAINED SO THE
      *         SPLIT CAN BE PROVED LOSSLESS. WITHOUT THIS STEP THE
      *         AUDIT FILE GROWS FOREVER AND HACKSTAT'S RUN TABLE
      *         EVENTUALLY OVERFLOWS. THE CUTOFF IS GIVEN EITHER AS A
      *         DATE OR AS A RETENTION WINDOW ENDING TODAY, IN
      *         CALENDAR DAYS, BUSINESS DAYS OR FISCAL PERIODS - THE
      *         LAST TWO COUNTED ON THE SHOP CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP BUSINESS CALENDAR - NEEDED ONLY FOR A WINDOW IN
      *    BUSINESS DAYS OR FISCAL PERIODS, SEE 1300-LOAD-SHOP-
      *    CALENDAR. WHEN PRESENT THE FISCAL PERIOD IS ALSO PRINTED
      *    BESIDE THE RUN DATE AND THE CUTOFF DATE.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO SHOPCAL
               FILE STATUS IS CAL-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
                      LEADING ==RSR-== BY ==NEW-==.
      *    SINGLE-RECORD RUN-PARAMETER CARD - THE CUTOFF IS REQUIRED,
      *    A SPLIT AGAINST A BLANK OR GARBLED DATE WOULD ARCHIVE
      *    EITHER NOTHING OR EVERYTHING. A CUTOFF DATE ON THE CARD
      *    IS USED AS GIVEN; OTHERWISE THE UNIT AND COUNT GIVE A
      *    RETENTION WINDOW ENDING TODAY - D CALENDAR DAYS, B
      *    BUSINESS DAYS, P FISCAL PERIODS - AND THE CUTOFF IS ITS
      *    OLDEST DATE, SEE 1400-SET-RETENTION-CUTOFF-DATE.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-CUTOFF-DATE              PIC X(10).
           05 PRM-RETAIN-UNIT              PIC X(01).
           05 PRM-RETAIN-COUNT             PIC 9(03).
           05 FILLER                       PIC X(66).
       FD  CALENDAR-FILE RECORDING MODE F.
       COPY SHOPCAL.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               10  HL1-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-YEAR    PIC X(04).
      *        TODAY'S FISCAL PERIOD WHEN THE CALENDAR HAS IT.
               10  HL1-FISCAL-PERIOD.
                   15  FILLER  PIC X(05) VALUE SPACE.
                   15  HL1-FISCAL-PERIOD-OUT
                               PIC X(07) VALUE SPACE.
               10  FILLER      PIC X(40) VALUE
                   '     RUN-AUDIT ARCHIVE AND PURGE CONTROL'.
               10  FILLER      PIC X(40) VALUE
               10  FILLER                  PIC X(30) VALUE
                   'ARCHIVE CUTOFF DATE........: '.
               10  CL-CUTOFF-DATE          PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  CL-CUTOFF-PERIOD        PIC X(07) VALUE SPACE.
               10  FILLER                  PIC X(83) VALUE SPACE.
      *        PRINTED ONLY WHEN THE CUTOFF CAME FROM A WINDOW.
           05  CL-WINDOW-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RETENTION WINDOW...........: '.
               10  CL-WINDOW-COUNT         PIC ZZ9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  CL-WINDOW-UNIT          PIC X(15).
               10  FILLER                  PIC X(83) VALUE SPACE.
           05  CL-READ-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'AUDIT RECORDS READ.........: '.
           05  RAUD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  RAUD-EOF                          VALUE 'Y'.
           05  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
           05  WS-WINDOW-SW                PIC X(01) VALUE 'N'.
               88  WS-CUTOFF-FROM-WINDOW             VALUE 'Y'.
           05  WS-TODAY-YMD-NUM            PIC 9(08) VALUE 0.
           05  WS-CUTOFF-INT               PIC 9(08) VALUE 0.
           05  WS-CUTOFF-YMD-NUM           PIC 9(08) VALUE 0.
           05  WS-CUTOFF-YMD REDEFINES WS-CUTOFF-YMD-NUM.
               10  WS-CUTOFF-YMD-YEAR      PIC X(04).
               10  WS-CUTOFF-YMD-MONTH     PIC X(02).
               10  WS-CUTOFF-YMD-DAY       PIC X(02).
           05  RAUD-STATUS                 PIC X(02) VALUE '00'.
           05  ARCH-STATUS                 PIC X(02) VALUE '00'.
           05  NAUD-STATUS                 PIC X(02) VALUE '00'.
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
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
       COPY CALTABLE.
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
           PERFORM 2000-SPLIT-AUDIT-FILE.
           PERFORM 9600-PRINT-CONTROL-REPORT.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-CAL-TODAY-DATE
           END-STRING.
           PERFORM 1300-LOAD-SHOP-CALENDAR.
           MOVE WS-CAL-TODAY-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 1350-FIND-CALENDAR-DATE.
           IF  WS-CAL-FOUND
               MOVE WS-CAL-PERIOD-OUT TO HL1-FISCAL-PERIOD-OUT
           END-IF.
           PERFORM 1200-LOAD-PARAMETERS.
           IF  WS-CUTOFF-FROM-WINDOW
               PERFORM 1400-SET-RETENTION-CUTOFF-DATE
           END-IF.
           IF  WS-CUTOFF-DATE = SPACES
               PERFORM 9930-MISSING-CUTOFF-ERROR
           END-IF.
                   NOT AT END
                       IF  PRM-CUTOFF-DATE NOT = SPACES
                           MOVE PRM-CUTOFF-DATE TO WS-CUTOFF-DATE
                       ELSE
                           PERFORM 1210-LOAD-RETENTION-WINDOW
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
      *---------------------------------------------------------------*
      *    NO CUTOFF DATE ON THE CARD - A RETENTION WINDOW NEEDS A
      *    KNOWN UNIT AND A NUMERIC COUNT, OR THERE IS NO CUTOFF AT
      *    ALL AND THE RUN ABENDS AS BEFORE.
      *---------------------------------------------------------------*
       1210-LOAD-RETENTION-WINDOW.
      *---------------------------------------------------------------*
           MOVE PRM-RETAIN-UNIT TO WS-CAL-WINDOW-UNIT.
           IF  WS-CAL-WINDOW-UNIT-VALID
           AND PRM-RETAIN-COUNT IS NUMERIC
               MOVE PRM-RETAIN-COUNT TO WS-CAL-WINDOW-COUNT
               SET WS-CUTOFF-FROM-WINDOW TO TRUE
           END-IF.
      *---------------------------------------------------------------*
      *    LOADS THE SHOP CALENDAR (SEE SHOPCAL) INTO CALTABLE. THE
      *    FILE IS OPTIONAL - WITHOUT IT THE TABLE STAYS EMPTY. A
      *    CALENDAR WITH A DATE MISSING OR OUT OF ORDER, AN UNKNOWN
      *    DAY TYPE OR A GARBLED FISCAL PERIOD WOULD SKEW EVERYTHING
      *    WORKED OUT FROM IT, SO THE RUN ABENDS INSTEAD.
      *---------------------------------------------------------------*
       1300-LOAD-SHOP-CALENDAR.
      *---------------------------------------------------------------*
           OPEN INPUT CALENDAR-FILE.
           IF  CAL-STATUS NOT = '00'
           AND CAL-STATUS NOT = '05'
               STRING 'FILE OPEN FAILED, STATUS = ' CAL-STATUS
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9950-SHOP-CALENDAR-ERROR
           END-IF.
           PERFORM 1310-READ-CALENDAR-RECORD.
           PERFORM 1320-STORE-CALENDAR-DATE
               UNTIL CAL-EOF.
           CLOSE CALENDAR-FILE.
      *---------------------------------------------------------------*
       1310-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
           READ CALENDAR-FILE
               AT END SET CAL-EOF TO TRUE.
      *---------------------------------------------------------------*
       1320-STORE-CALENDAR-DATE.
      *---------------------------------------------------------------*
           MOVE CAL-DATE(1:4)      TO WS-CAL-DP-YEAR.
           MOVE CAL-DATE(6:2)      TO WS-CAL-DP-MONTH.
           MOVE CAL-DATE(9:2)      TO WS-CAL-DP-DAY.
           MOVE 0                  TO WS-CAL-DATE-INT.
           IF  WS-CAL-DATE-PARTS-NUM IS NUMERIC
           AND WS-CAL-DP-MONTH >= '01' AND WS-CAL-DP-MONTH <= '12'
           AND WS-CAL-DP-DAY   >= '01' AND WS-CAL-DP-DAY   <= '31'
               COMPUTE WS-CAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-PARTS-NUM)
           END-IF.
           EVALUATE TRUE
               WHEN WS-CAL-DATE-INT = ZERO
                   STRING 'UNREADABLE DATE ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9950-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT > ZERO
               AND  WS-CAL-DATE-INT NOT = WS-CAL-PREV-INT + 1
                   STRING 'DATE MISSING OR OUT OF ORDER AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9950-SHOP-CALENDAR-ERROR
               WHEN NOT CAL-DAY-TYPE-VALID
                   STRING 'UNKNOWN DAY TYPE AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9950-SHOP-CALENDAR-ERROR
               WHEN CAL-FISCAL-YEAR  IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH < 1
               OR   CAL-FISCAL-MONTH > 13
                   STRING 'BAD FISCAL PERIOD AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9950-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT = 3660
                   MOVE 'MORE THAN 3660 DATES - TRIM THE OLDEST YEARS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9950-SHOP-CALENDAR-ERROR
           END-EVALUATE.
           ADD 1 TO WS-CAL-CNT.
           IF  WS-CAL-CNT = 1
               MOVE WS-CAL-DATE-INT    TO WS-CAL-FIRST-INT
           END-IF.
           MOVE WS-CAL-DATE-INT        TO WS-CAL-PREV-INT.
           SET WS-CAL-IDX              TO WS-CAL-CNT.
           MOVE CAL-DATE               TO WS-CAL-DATE(WS-CAL-IDX).
           MOVE CAL-DAY-TYPE           TO WS-CAL-DAY-TYPE(WS-CAL-IDX).
           MOVE CAL-FISCAL-PERIOD
               TO WS-CAL-FISCAL-PERIOD(WS-CAL-IDX).
           PERFORM 1310-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
      *    FINDS WS-CAL-LOOKUP-DATE ON THE CALENDAR. WHEN FOUND,
      *    WS-CAL-IDX POINTS AT ITS ENTRY AND WS-CAL-PERIOD-OUT HOLDS
      *    ITS FISCAL PERIOD. A DATE OFF EITHER END OF THE CALENDAR,
      *    OR AN UNREADABLE ONE, IS SIMPLY NOT FOUND.
      *---------------------------------------------------------------*
       1350-FIND-CALENDAR-DATE.
      *---------------------------------------------------------------*
           SET WS-CAL-NOT-FOUND        TO TRUE.
           MOVE WS-CAL-LOOKUP-DATE(1:4) TO WS-CAL-DP-YEAR.
           MOVE WS-CAL-LOOKUP-DATE(6:2) TO WS-CAL-DP-MONTH.
           MOVE WS-CAL-LOOKUP-DATE(9:2) TO WS-CAL-DP-DAY.
           IF  WS-CAL-CNT > ZERO
           AND WS-CAL-DATE-PARTS-NUM IS NUMERIC
           AND WS-CAL-DP-MONTH >= '01' AND WS-CAL-DP-MONTH <= '12'
           AND WS-CAL-DP-DAY   >= '01' AND WS-CAL-DP-DAY   <= '31'
               COMPUTE WS-CAL-SUB =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-PARTS-NUM)
                   - WS-CAL-FIRST-INT + 1
               IF  WS-CAL-SUB > ZERO
               AND WS-CAL-SUB NOT > WS-CAL-CNT
                   SET WS-CAL-IDX      TO WS-CAL-SUB
                   SET WS-CAL-FOUND    TO TRUE
                   MOVE WS-CAL-FISCAL-YEAR(WS-CAL-IDX)
                       TO WS-CAL-PO-YEAR
                   MOVE WS-CAL-FISCAL-MONTH(WS-CAL-IDX)
                       TO WS-CAL-PO-MONTH
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    THE CUTOFF FOR A RETENTION WINDOW ENDING TODAY - PLAIN DATE
      *    ARITHMETIC FOR CALENDAR DAYS, THE SHOP CALENDAR FOR
      *    BUSINESS DAYS AND FISCAL PERIODS.
      *---------------------------------------------------------------*
       1400-SET-RETENTION-CUTOFF-DATE.
      *---------------------------------------------------------------*
           IF  WS-CAL-WINDOW-IN-DAYS
               MOVE WS-CURRENT-DATE TO WS-TODAY-YMD-NUM
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-NUM)
                   - WS-CAL-WINDOW-COUNT
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   TO WS-CUTOFF-YMD-NUM
               STRING WS-CUTOFF-YMD-YEAR '-' WS-CUTOFF-YMD-MONTH '-'
                      WS-CUTOFF-YMD-DAY
                      DELIMITED BY SIZE
                      INTO WS-CUTOFF-DATE
               END-STRING
           ELSE
               PERFORM 1410-SET-WINDOW-CUTOFF-DATE
               MOVE WS-CAL-CUTOFF-DATE TO WS-CUTOFF-DATE
           END-IF.
      *---------------------------------------------------------------*
      *    CUTOFF DATE FOR A WINDOW OF WS-CAL-WINDOW-COUNT BUSINESS
      *    DAYS OR FISCAL PERIODS ENDING WS-CAL-TODAY-DATE - SEE
      *    CALTABLE. THE CALENDAR HAS NO GAPS, SO THE WINDOW'S LENGTH
      *    IN CALENDAR DAYS IS THE DISTANCE BETWEEN THE TWO ENTRIES.
      *---------------------------------------------------------------*
       1410-SET-WINDOW-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-CAL-TODAY-DATE      TO WS-CAL-LOOKUP-DATE.
           PERFORM 1350-FIND-CALENDAR-DATE.
           IF  WS-CAL-CNT = ZERO
               MOVE 'NONE SUPPLIED - NEEDED FOR THIS RETENTION WINDOW'
                   TO WS-CAL-ERROR-TEXT
               PERFORM 9950-SHOP-CALENDAR-ERROR
           END-IF.
           IF  WS-CAL-NOT-FOUND
               STRING 'RUN DATE ' WS-CAL-TODAY-DATE
                      ' IS NOT ON THE CALENDAR'
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9950-SHOP-CALENDAR-ERROR
           END-IF.
           MOVE ZERO                   TO WS-CAL-WINDOW-TALLY.
           SET WS-CAL-SUB              TO WS-CAL-IDX.
           IF  WS-CAL-WINDOW-IN-BUSINESS-DAYS
               PERFORM 1420-STEP-BACK-BUSINESS-DAY
                   UNTIL WS-CAL-WINDOW-TALLY = WS-CAL-WINDOW-COUNT
           ELSE
               SET WS-CAL-WALK-NOT-DONE TO TRUE
               PERFORM 1430-STEP-BACK-PERIOD-DAY
                   UNTIL WS-CAL-WALK-DONE
           END-IF.
           MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-CAL-CUTOFF-DATE.
           SET WS-CAL-WINDOW-DAYS      TO WS-CAL-IDX.
           SUBTRACT WS-CAL-SUB         FROM WS-CAL-WINDOW-DAYS.
      *---------------------------------------------------------------*
       1420-STEP-BACK-BUSINESS-DAY.
      *---------------------------------------------------------------*
           IF  WS-CAL-SUB = 1
               MOVE 'WINDOW STARTS BEFORE THE CALENDAR'
                   TO WS-CAL-ERROR-TEXT
               PERFORM 9950-SHOP-CALENDAR-ERROR
           END-IF.
           SUBTRACT 1 FROM WS-CAL-SUB.
           IF  WS-CAL-BUSINESS-DAY(WS-CAL-SUB)
               ADD 1 TO WS-CAL-WINDOW-TALLY
           END-IF.
      *---------------------------------------------------------------*
      *    ONE DAY FURTHER BACK, COUNTING THE PERIOD BOUNDARIES
      *    CROSSED. THE CALENDAR'S FIRST DATE IS TAKEN TO START A
      *    PERIOD.
      *---------------------------------------------------------------*
       1430-STEP-BACK-PERIOD-DAY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-CAL-SUB = 1
                   IF  WS-CAL-WINDOW-TALLY < WS-CAL-WINDOW-COUNT
                       MOVE 'WINDOW STARTS BEFORE THE CALENDAR'
                           TO WS-CAL-ERROR-TEXT
                       PERFORM 9950-SHOP-CALENDAR-ERROR
                   END-IF
                   SET WS-CAL-WALK-DONE TO TRUE
               WHEN WS-CAL-FISCAL-PERIOD(WS-CAL-SUB - 1)
                       = WS-CAL-FISCAL-PERIOD(WS-CAL-SUB)
                   SUBTRACT 1 FROM WS-CAL-SUB
               WHEN WS-CAL-WINDOW-TALLY = WS-CAL-WINDOW-COUNT
                   SET WS-CAL-WALK-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CAL-WINDOW-TALLY
                   SUBTRACT 1 FROM WS-CAL-SUB
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    ONE PASS OVER THE AUDIT FILE - EVERY RECORD LANDS ON
      *    EXACTLY ONE SIDE OF THE CUTOFF, SO THE TWO OUTPUT COUNTS
      *    MUST SUM BACK TO THE RECORDS READ.
       9600-PRINT-CONTROL-REPORT.
      *---------------------------------------------------------------*
           MOVE WS-CUTOFF-DATE           TO CL-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE           TO WS-CAL-LOOKUP-DATE.
           PERFORM 1350-FIND-CALENDAR-DATE.
           IF  WS-CAL-FOUND
               MOVE WS-CAL-PERIOD-OUT    TO CL-CUTOFF-PERIOD
           END-IF.
           MOVE CL-CUTOFF-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-CUTOFF-FROM-WINDOW
               MOVE WS-CAL-WINDOW-COUNT  TO CL-WINDOW-COUNT
               EVALUATE TRUE
                   WHEN WS-CAL-WINDOW-IN-DAYS
                       MOVE 'CALENDAR DAYS'  TO CL-WINDOW-UNIT
                   WHEN WS-CAL-WINDOW-IN-BUSINESS-DAYS
                       MOVE 'BUSINESS DAYS'  TO CL-WINDOW-UNIT
                   WHEN OTHER
                       MOVE 'FISCAL PERIODS' TO CL-WINDOW-UNIT
               END-EVALUATE
               MOVE CL-WINDOW-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE WS-RECORDS-READ-CNT      TO CL-RECORDS-READ.
           MOVE CL-READ-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ELSE
               PERFORM 9940-SPLIT-OUT-OF-BALANCE-ERROR
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
               DISPLAY 'HACKPURG - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKPURG'               TO SLG-PROGRAM-ID
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
               MOVE WS-RECORDS-READ-CNT      TO SLG-INPUT-CNT
               MOVE 'RECORDS RETAINED'       TO SLG-OUTPUT-LABEL
               MOVE WS-RETAINED-CNT          TO SLG-OUTPUT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKPURG - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-RUN-AUDIT-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKPURG - RUN-AUDIT-FILE OPEN FAILED, STATUS = '
               RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-ARCHIVE-FILE-ERROR.
           DISPLAY 'HACKPURG - ARCHIVE-FILE WRITE FAILED, STATUS = '
               ARCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-NEW-AUDIT-FILE-ERROR.
           DISPLAY 'HACKPURG - NEW-AUDIT-FILE WRITE FAILED, STATUS = '
               NAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-MISSING-CUTOFF-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKPURG - NO CUTOFF DATE OR RETENTION WINDOW ON '
                   'THE PARAMETER CARD - NOTHING SPLIT'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-SPLIT-OUT-OF-BALANCE-ERROR.
           DISPLAY 'HACKPURG - ARCHIVED + RETAINED DOES NOT EQUAL '
                   'RECORDS READ - DO NOT SWAP IN THE NEW FILE'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9950-SHOP-CALENDAR-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKPURG - SHOP CALENDAR ERROR - '
                   WS-CAL-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
