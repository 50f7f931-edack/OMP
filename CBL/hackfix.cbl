      *         AGAINST THE CURRENT RULES, AND A RECORD THAT EXCEEDS
      *         THE PARAMETER-CARD CYCLE LIMIT IS RETIRED TO THE
      *         DEAD-LETTER FILE SO THE RECYCLE INPUT SHRINKS
      *         INSTEAD OF GROWING. THE LIMIT MAY INSTEAD BE SET IN
      *         BUSINESS DAYS OR FISCAL PERIODS SINCE THE RECORD
      *         FIRST FAILED, COUNTED ON THE SHOP CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP BUSINESS CALENDAR - NEEDED ONLY FOR A RETIREMENT LIMIT
      *    IN BUSINESS DAYS OR FISCAL PERIODS, SEE 1300-LOAD-SHOP-
      *    CALENDAR.
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
                           BY ==PRIOR-UNREPAIRED-RECORD-IN==
                      LEADING ==UNR-== BY ==PUR-==.
      *    RECORDS RETIRED FROM THE RECYCLE LOOP AFTER EXCEEDING THE
      *    RETIREMENT LIMIT - KEPT FOR A HUMAN, NEVER FED BACK.
       FD  DEAD-LETTER-FILE RECORDING MODE F.
       COPY UNRPREC REPLACING ==UNREPAIRED-RECORD-OUT==
                           BY ==DEAD-LETTER-RECORD-OUT==
                      LEADING ==UNR-== BY ==DLR-==.
      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - OVERRIDES THE
      *    LIMIT A RECORD MAY RIDE THE RECYCLE LOOP BEFORE IT IS
      *    RETIRED. THE UNIT AFTER THE LIMIT IS C RECYCLE PASSES (ALSO
      *    TAKEN WHEN BLANK OR UNKNOWN), B BUSINESS DAYS OR P FISCAL
      *    PERIODS SINCE THE FIRST-FAILED DATE - THE LAST TWO COUNTED
      *    ON THE SHOP CALENDAR, SEE 1400-SET-RETIRE-CUTOFF-DATE.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-CYCLE-LIMIT              PIC 9(03).
           05 PRM-RETIRE-UNIT              PIC X(01).
           05 FILLER                       PIC X(76).
       FD  CALENDAR-FILE RECORDING MODE F.
       COPY SHOPCAL.
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  WS-CARRY-CYCLE-CNT          PIC 9(03) VALUE 0.
           05  WS-NEXT-CYCLE-CNT           PIC 9(03) VALUE 0.
           05  WS-CYCLE-LIMIT              PIC 9(03) VALUE 10.
           05  WS-RETIRE-UNIT              PIC X(01) VALUE 'C'.
               88  WS-RETIRE-BY-CYCLES               VALUE 'C'.
               88  WS-RETIRE-UNIT-VALID              VALUE 'C' 'B' 'P'.
      *        OLDEST FIRST-FAILED DATE KEPT IN THE LOOP WHEN THE
      *        LIMIT IS IN BUSINESS DAYS OR FISCAL PERIODS.
           05  WS-RETIRE-CUTOFF-DATE       PIC X(10) VALUE SPACE.
           05  WS-AGE-DISP-STAGE           PIC X(01) VALUE SPACE.
      *---------------------------------------------------------------*
      *    TODAY IN YYYY-MM-DD FORM (THE SAME FORM THE RECORDS CARRY)
           05  PUNR-STATUS                 PIC X(02) VALUE '00'.
           05  DEAD-STATUS                 PIC X(02) VALUE '00'.
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
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           PERFORM 2500-RECYCLE-PRIOR-UNREPAIRED.
           PERFORM 9600-DISPLAY-RUN-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
           MOVE WS-CURRENT-DATE  TO WS-TODAY-YMD-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-NUM).
           PERFORM 1300-LOAD-SHOP-CALENDAR.
           IF  NOT WS-RETIRE-BY-CYCLES
               PERFORM 1400-SET-RETIRE-CUTOFF-DATE
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
                   AND PRM-CYCLE-LIMIT > ZERO
                       MOVE PRM-CYCLE-LIMIT TO WS-CYCLE-LIMIT
                   END-IF
                   MOVE PRM-RETIRE-UNIT TO WS-RETIRE-UNIT
                   IF  NOT WS-RETIRE-UNIT-VALID
                       SET WS-RETIRE-BY-CYCLES TO TRUE
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
      *    LOADS THE OPERATOR-MAINTAINED REPAIR RULES SO THE ACTION
               MOVE RRR-ACTION      TO WS-RULE-ACTION(WS-RULE-IDX)
           END-IF
           PERFORM 1110-READ-RULE-RECORD.
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
               PERFORM 9940-SHOP-CALENDAR-ERROR
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
                   PERFORM 9940-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT > ZERO
               AND  WS-CAL-DATE-INT NOT = WS-CAL-PREV-INT + 1
                   STRING 'DATE MISSING OR OUT OF ORDER AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9940-SHOP-CALENDAR-ERROR
               WHEN NOT CAL-DAY-TYPE-VALID
                   STRING 'UNKNOWN DAY TYPE AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9940-SHOP-CALENDAR-ERROR
               WHEN CAL-FISCAL-YEAR  IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH < 1
               OR   CAL-FISCAL-MONTH > 13
                   STRING 'BAD FISCAL PERIOD AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9940-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT = 3660
                   MOVE 'MORE THAN 3660 DATES - TRIM THE OLDEST YEARS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9940-SHOP-CALENDAR-ERROR
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
      *    THE RETIREMENT CUTOFF FOR A LIMIT IN BUSINESS DAYS OR
      *    FISCAL PERIODS - THE OLDEST FIRST-FAILED DATE A RECORD MAY
      *    CARRY AND STILL RIDE THE LOOP, COUNTED BACK FROM TODAY ON
      *    THE SHOP CALENDAR.
      *---------------------------------------------------------------*
       1400-SET-RETIRE-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-RETIRE-UNIT         TO WS-CAL-WINDOW-UNIT.
           MOVE WS-CYCLE-LIMIT         TO WS-CAL-WINDOW-COUNT.
           MOVE WS-TODAY-DATE          TO WS-CAL-TODAY-DATE.
           PERFORM 1410-SET-WINDOW-CUTOFF-DATE.
           MOVE WS-CAL-CUTOFF-DATE     TO WS-RETIRE-CUTOFF-DATE.
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
               PERFORM 9940-SHOP-CALENDAR-ERROR
           END-IF.
           IF  WS-CAL-NOT-FOUND
               STRING 'RUN DATE ' WS-CAL-TODAY-DATE
                      ' IS NOT ON THE CALENDAR'
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9940-SHOP-CALENDAR-ERROR
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
               PERFORM 9940-SHOP-CALENDAR-ERROR
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
                       PERFORM 9940-SHOP-CALENDAR-ERROR
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
       2000-PROCESS-EXCEPTION-FILE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      *    A RECORD STILL UNCOVERED AFTER THIS PASS EITHER RIDES THE
      *    LOOP ONCE MORE (CYCLE COUNT UP ONE) OR, PAST THE CYCLE
      *    LIMIT - OR FIRST FAILED BEFORE THE CALENDAR CUTOFF WHEN
      *    THE LIMIT IS IN BUSINESS DAYS OR FISCAL PERIODS - IS
      *    RETIRED TO THE DEAD-LETTER FILE SO IT STOPS CLOGGING THE
      *    RECYCLE INPUT. EITHER WAY IT IS NOTED FOR THE AGING
      *    SECTION OF THE RUN TOTALS.
      *---------------------------------------------------------------*
       9300-WRITE-UNREPAIRED-RECORD.
      *---------------------------------------------------------------*
               ON SIZE ERROR
                   MOVE 999 TO WS-NEXT-CYCLE-CNT
           END-COMPUTE.
           IF  (WS-RETIRE-BY-CYCLES
           AND  WS-NEXT-CYCLE-CNT > WS-CYCLE-LIMIT)
           OR  (NOT WS-RETIRE-BY-CYCLES
           AND  WS-CARRY-FIRST-SEEN < WS-RETIRE-CUTOFF-DATE)
               MOVE EXC-RAW-DATA        TO DLR-RAW-DATA
               MOVE EXC-REASON-CODE     TO DLR-REASON-CODE
               MOVE WS-CARRY-FIRST-SEEN TO DLR-FIRST-SEEN
               WS-UNREPAIRED-CNT.
           DISPLAY 'HACKFIX - RECORDS RETIRED........: '
               WS-RETIRED-CNT.
           IF  NOT WS-RETIRE-BY-CYCLES
               DISPLAY 'HACKFIX - RETIRED IF FIRST FAILED BEFORE: '
                   WS-RETIRE-CUTOFF-DATE
           END-IF.
           IF  WS-AGING-CNT > ZERO
               DISPLAY 'HACKFIX - UNREPAIRED AGING (REASON / FIRST '
                       'FAILED / CYCLES / DAYS STUCK)'
                       WS-TODAY-INT - WS-FIRST-INT
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
               DISPLAY 'HACKFIX - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKFIX'                TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'EXCEPTIONS READ'        TO SLG-INPUT-LABEL
               MOVE WS-RECORDS-READ-CNT      TO SLG-INPUT-CNT
               MOVE 'REPAIRED'               TO SLG-OUTPUT-LABEL
               MOVE WS-REPAIRED-CNT          TO SLG-OUTPUT-CNT
               MOVE 'UNREPAIRED'             TO SLG-REJECT-LABEL
               MOVE WS-UNREPAIRED-CNT        TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKFIX - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-EXCEPTION-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKFIX - EXCEPTION-FILE OPEN FAILED, STATUS = '
               EXCP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-REPAIRED-FILE-ERROR.
           DISPLAY 'HACKFIX - REPAIRED-FILE WRITE FAILED, STATUS = '
               RPRD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-UNREPAIRED-FILE-ERROR.
           DISPLAY 'HACKFIX - UNREPAIRED-FILE WRITE FAILED, STATUS = '
               UNRP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-DEAD-LETTER-FILE-ERROR.
           DISPLAY 'HACKFIX - DEAD-LETTER-FILE WRITE FAILED, STATUS = '
               DEAD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-SHOP-CALENDAR-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKFIX - SHOP CALENDAR ERROR - '
                   WS-CAL-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
