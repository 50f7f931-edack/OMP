      *         MATCH AND EXCEPTION COUNTS, EXCEPTION RATE, AND THE
      *         EFFECTIVE RANKING PARAMETERS - WITH A FLAG WHEN A
      *         RUN'S READ OR EXCEPTION COUNT DEVIATES MORE THAN 30
      *         PERCENT FROM ITS TRAILING SEVEN-RUN AVERAGE. THE
      *         TRAILING RUNS ARE THE EARLIER RUNS OF THE SAME DAY
      *         TYPE (BUSINESS DAY, WEEKEND, HOLIDAY) ON THE SHOP
      *         CALENDAR, SO A QUIET SATURDAY IS MEASURED AGAINST
      *         SATURDAYS AND SUNDAYS, NOT AGAINST THE WEEK. AN
      *         OPTIONAL PARAMETER CARD BOUNDS THE REPORTING PERIOD
      *         BY RUN DATE.
       ENVIRONMENT DIVISION.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP BUSINESS CALENDAR - DAY TYPE AND FISCAL PERIOD OF
      *    EACH RUN DATE, SEE 1300-LOAD-SHOP-CALENDAR. WITHOUT IT
      *    EVERY RUN TRAILS AGAINST EVERY EARLIER RUN.
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
           05 PRM-DATE-FROM                PIC X(10).
           05 PRM-DATE-TO                  PIC X(10).
           05 FILLER                       PIC X(60).
       FD  CALENDAR-FILE RECORDING MODE F.
       COPY SHOPCAL.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
                                            INDEXED BY WS-RUN-IDX.
               10  WS-RUN-DATE             PIC X(10).
               10  WS-RUN-TIME             PIC X(08).
               10  WS-RUN-DAY-TYPE         PIC X(01).
               10  WS-RUN-FISCAL-PERIOD    PIC X(07).
               10  WS-RUN-READ             PIC 9(06).
               10  WS-RUN-MATCHED          PIC 9(06).
               10  WS-RUN-EXCEPTIONS       PIC 9(06).
               10  HL1-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-YEAR    PIC X(04).
      *        TODAY'S FISCAL PERIOD WHEN THE CALENDAR HAS IT.
               10  HL1-FISCAL-PERIOD.
                   15  FILLER  PIC X(05) VALUE SPACE.
                   15  HL1-FISCAL-PERIOD-OUT
                               PIC X(07) VALUE SPACE.
               10  FILLER      PIC X(40) VALUE
                   '       HACKNEWS OPERATIONS TREND REPORT '.
               10  FILLER      PIC X(40) VALUE SPACE.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(12) VALUE ' RUN DATE   '.
               10  FILLER      PIC X(12) VALUE 'PERIOD  DAY '.
               10  FILLER      PIC X(10) VALUE 'RUN TIME  '.
               10  FILLER      PIC X(08) VALUE '   READ '.
               10  FILLER      PIC X(08) VALUE ' MATCHED'.
               10  FILLER      PIC X(06) VALUE ' GRV-E'.
               10  FILLER      PIC X(08) VALUE ' MIN-VOT'.
               10  FILLER      PIC X(10) VALUE '  FLAG    '.
               10  FILLER      PIC X(13) VALUE SPACE.
      *---------------------------------------------------------------*
       01  DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-RUN-DATE                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-FISCAL-PERIOD            PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-DAY-TYPE                 PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-RUN-TIME                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-READ                     PIC ZZZZZ9.
           05  DL-MIN-VOTES                PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-FLAG                     PIC X(09).
           05  FILLER                      PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
                   'RUNS FLAGGED...............: '.
               10  SL-FLAGGED-CNT          PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(95) VALUE SPACE.
      *        PRINTED ONLY WHEN A CALENDAR WAS SUPPLIED - A RUN DATE
      *        IT DOES NOT COVER TRAILS ONLY AGAINST OTHER SUCH RUNS.
           05  SL-OFF-CALENDAR-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RUN DATES NOT ON CALENDAR..: '.
               10  SL-OFF-CALENDAR-CNT     PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(95) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-TREND-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-DEVIATION                PIC S9(07)V99 VALUE 0.
           05  WS-TOLERANCE                PIC 9(06)V99 VALUE 0.
           05  WS-EXC-RATE                 PIC 9(03)V99 VALUE 0.
           05  WS-TRAIL-SUB                PIC S9(04) COMP VALUE 0.
           05  WS-PERIOD-READ-TOTAL        PIC 9(09) VALUE 0.
           05  WS-PERIOD-MATCH-TOTAL       PIC 9(09) VALUE 0.
           05  WS-PERIOD-EXCP-TOTAL        PIC 9(09) VALUE 0.
           05  WS-FLAGGED-CNT              PIC 9(03) VALUE 0.
           05  WS-OFF-CALENDAR-CNT         PIC 9(03) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
           05  WS-DATE-FROM                PIC X(10) VALUE SPACES.
           05  WS-DATE-TO                  PIC X(10) VALUE SPACES.
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
           PERFORM 2000-PRINT-TREND-LINES.
           PERFORM 9600-PRINT-PERIOD-AVERAGES.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1300-LOAD-SHOP-CALENDAR.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-CAL-LOOKUP-DATE
           END-STRING.
           PERFORM 1350-FIND-CALENDAR-DATE.
           IF  WS-CAL-FOUND
               MOVE WS-CAL-PERIOD-OUT TO HL1-FISCAL-PERIOD-OUT
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
                   SET WS-RUN-IDX TO WS-RUN-CNT
                   MOVE RSR-RUN-DATE      TO WS-RUN-DATE(WS-RUN-IDX)
                   MOVE RSR-RUN-TIME      TO WS-RUN-TIME(WS-RUN-IDX)
                   PERFORM 1130-SET-RUN-DAY-TYPE
                   MOVE RSR-STORIES-READ  TO WS-RUN-READ(WS-RUN-IDX)
                   MOVE RSR-STORIES-MATCHED
                       TO WS-RUN-MATCHED(WS-RUN-IDX)
           END-IF
           PERFORM 1110-READ-AUDIT-RECORD.
      *---------------------------------------------------------------*
      *    THE RUN DATE'S DAY TYPE AND FISCAL PERIOD FROM THE SHOP
      *    CALENDAR. A RUN DATE THE CALENDAR DOES NOT COVER IS LEFT
      *    BLANK AND COUNTED - WITH NO CALENDAR AT ALL EVERY RUN IS
      *    BLANK, SO EVERY RUN TRAILS AGAINST EVERY OTHER AS IT
      *    ALWAYS DID.
      *---------------------------------------------------------------*
       1130-SET-RUN-DAY-TYPE.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-RUN-DAY-TYPE(WS-RUN-IDX)
                         WS-RUN-FISCAL-PERIOD(WS-RUN-IDX).
           MOVE RSR-RUN-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 1350-FIND-CALENDAR-DATE.
           IF  WS-CAL-FOUND
               MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX)
                   TO WS-RUN-DAY-TYPE(WS-RUN-IDX)
               MOVE WS-CAL-PERIOD-OUT
                   TO WS-RUN-FISCAL-PERIOD(WS-RUN-IDX)
           ELSE
               IF  WS-CAL-CNT > ZERO
                   ADD 1 TO WS-OFF-CALENDAR-CNT
               END-IF
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
               PERFORM 9920-SHOP-CALENDAR-ERROR
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
                   PERFORM 9920-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT > ZERO
               AND  WS-CAL-DATE-INT NOT = WS-CAL-PREV-INT + 1
                   STRING 'DATE MISSING OR OUT OF ORDER AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9920-SHOP-CALENDAR-ERROR
               WHEN NOT CAL-DAY-TYPE-VALID
                   STRING 'UNKNOWN DAY TYPE AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9920-SHOP-CALENDAR-ERROR
               WHEN CAL-FISCAL-YEAR  IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH < 1
               OR   CAL-FISCAL-MONTH > 13
                   STRING 'BAD FISCAL PERIOD AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9920-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT = 3660
                   MOVE 'MORE THAN 3660 DATES - TRIM THE OLDEST YEARS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9920-SHOP-CALENDAR-ERROR
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
      *    ONE TREND LINE PER RUN. A RUN IS FLAGGED WHEN ITS READ OR
      *    EXCEPTION COUNT SITS MORE THAN 30 PERCENT AWAY FROM THE
      *    AVERAGE OF THE (UP TO SEVEN) RUNS OF THE SAME DAY TYPE
      *    BEFORE IT - THE FIRST RUN OF A DAY TYPE HAS NOTHING TO
      *    TRAIL AND IS NEVER FLAGGED.
      *---------------------------------------------------------------*
       2000-PRINT-TREND-LINES.
      *---------------------------------------------------------------*
       2010-PRINT-ONE-TREND-LINE.
      *---------------------------------------------------------------*
           MOVE WS-RUN-DATE(WS-RUN-IDX)       TO DL-RUN-DATE.
           MOVE WS-RUN-FISCAL-PERIOD(WS-RUN-IDX) TO DL-FISCAL-PERIOD.
           EVALUATE WS-RUN-DAY-TYPE(WS-RUN-IDX)
               WHEN 'B'
                   MOVE 'BUS'                 TO DL-DAY-TYPE
               WHEN 'W'
                   MOVE 'WKD'                 TO DL-DAY-TYPE
               WHEN 'H'
                   MOVE 'HOL'                 TO DL-DAY-TYPE
               WHEN OTHER
                   MOVE SPACE                 TO DL-DAY-TYPE
           END-EVALUATE.
           MOVE WS-RUN-TIME(WS-RUN-IDX)       TO DL-RUN-TIME.
           MOVE WS-RUN-READ(WS-RUN-IDX)       TO DL-READ.
           MOVE WS-RUN-MATCHED(WS-RUN-IDX)    TO DL-MATCHED.
       2020-TEST-TRAILING-DEVIATION.
      *---------------------------------------------------------------*
           MOVE SPACE TO DL-FLAG.
           MOVE 0 TO WS-TRAIL-SUM-READ
                     WS-TRAIL-SUM-EXCP
                     WS-TRAIL-CNT.
           SET WS-TRAIL-SUB TO WS-RUN-IDX.
           SUBTRACT 1 FROM WS-TRAIL-SUB.
           PERFORM 2030-SUM-ONE-TRAILING-RUN
               UNTIL WS-TRAIL-SUB < 1
                  OR WS-TRAIL-CNT = 7.
           IF  WS-TRAIL-CNT > ZERO
               COMPUTE WS-TRAIL-AVG-READ ROUNDED =
                   WS-TRAIL-SUM-READ / WS-TRAIL-CNT
               COMPUTE WS-TRAIL-AVG-EXCP ROUNDED =
      *---------------------------------------------------------------*
       2030-SUM-ONE-TRAILING-RUN.
      *---------------------------------------------------------------*
           IF  WS-RUN-DAY-TYPE(WS-TRAIL-SUB)
                   = WS-RUN-DAY-TYPE(WS-RUN-IDX)
               ADD WS-RUN-READ(WS-TRAIL-SUB)   TO WS-TRAIL-SUM-READ
               ADD WS-RUN-EXCEPTIONS(WS-TRAIL-SUB)
                                               TO WS-TRAIL-SUM-EXCP
               ADD 1 TO WS-TRAIL-CNT
           END-IF.
           SUBTRACT 1 FROM WS-TRAIL-SUB.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
           MOVE WS-FLAGGED-CNT           TO SL-FLAGGED-CNT.
           MOVE SL-FLAGGED-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-CAL-CNT > ZERO
               MOVE WS-OFF-CALENDAR-CNT  TO SL-OFF-CALENDAR-CNT
               MOVE SL-OFF-CALENDAR-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               IF  WS-OFF-CALENDAR-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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
               DISPLAY 'HACKSTAT - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKSTAT'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'RUNS IN PERIOD'         TO SLG-INPUT-LABEL
               MOVE WS-RUN-CNT               TO SLG-INPUT-CNT
               MOVE 'RUNS FLAGGED'           TO SLG-REJECT-LABEL
               MOVE WS-FLAGGED-CNT           TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKSTAT - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-RUN-AUDIT-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTAT - RUN-AUDIT-FILE OPEN FAILED, STATUS = '
               RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-RUN-TABLE-OVERFLOW-ERROR.
           DISPLAY 'HACKSTAT - RUN TABLE EXCEEDED 366 ENTRIES - '
                   'NARROW THE REPORTING PERIOD'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-SHOP-CALENDAR-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTAT - SHOP CALENDAR ERROR - '
                   WS-CAL-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
