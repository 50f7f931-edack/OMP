      *         DESCENDING RANKING ORDER, CUT AT THEIR TOP-N. A
      *         SUBSCRIPTION WITH NO KEYWORDS AT ALL TAKES THE TOP N
      *         OF EVERYTHING - THAT IS THE MANAGERS' BRIEF.
      *         A STORY ALREADY SENT TO A RECIPIENT ON AN EARLIER DAY
      *         IS LEFT OUT OF THEIR BRIEF SO THE NEXT-RANKED STORIES
      *         MOVE UP, UNLESS ITS VOTES HAVE GROWN BY MORE THAN THE
      *         SUBSCRIPTION'S RE-SEND PERCENTAGE SINCE - THEN IT GOES
      *         OUT AGAIN MARKED AS AN UPDATE. SEE 4050-CHECK-SENT-
      *         HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANK-SORT-FILE
               ASSIGN TO RNKSFL
               FILE STATUS IS RKS-STATUS.
           SELECT OPTIONAL SENT-HISTORY-FILE
               ASSIGN TO SENTHST
               FILE STATUS IS SHST-STATUS.
           SELECT NEW-SENT-HISTORY-FILE
               ASSIGN TO SENTHSTN
               FILE STATUS IS NSHS-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP BUSINESS CALENDAR - NEEDED ONLY FOR A SENT-HISTORY
      *    WINDOW IN BUSINESS DAYS OR FISCAL PERIODS, SEE 1400-LOAD-
      *    SHOP-CALENDAR.
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
           05 SBR-TOP-N                    PIC 9(03).
           05 SBR-KEYWORD-LIST.
              10 SBR-KEYWORD               PIC X(20) OCCURS 5 TIMES.
      *    HOW MUCH A STORY'S VOTES MUST HAVE GROWN, AS A PERCENTAGE
      *    OF ITS VOTES WHEN LAST SENT, BEFORE IT IS SENT TO THIS
      *    RECIPIENT AGAIN. ZERO OR BLANK TAKES THE BUILT-IN 100.
           05 SBR-RESEND-PCT               PIC 9(03).
           05 FILLER                       PIC X(06).
      *    THE PER-SUBSCRIBER BRIEFS, ONE BANNERED SECTION PER
      *    RECIPIENT IN 80 COLUMNS, READY TO SPLIT INTO THE MORNING
      *    EMAILS WITHOUT RETYPING.
       FD  SUBSCRIBER-DIGEST-FILE RECORDING MODE F.
       01  SUBSCRIBER-DIGEST-RECORD        PIC X(80).
      *    WHAT EACH RECIPIENT HAS ALREADY BEEN SENT - THE PRIOR
      *    GENERATION IN, THE NEXT GENERATION (AGED AND WITH THIS
      *    RUN'S SENDS ADDED) OUT FOR THE SCHEDULER TO SWAP IN.
       FD  SENT-HISTORY-FILE RECORDING MODE F.
       COPY SENTHST.
       FD  NEW-SENT-HISTORY-FILE RECORDING MODE F.
       COPY SENTHST REPLACING ==SENT-HISTORY-RECORD==
                           BY ==NEW-SENT-HISTORY-RECORD==
                      LEADING ==SHS-== BY ==NSH-==.
      *    OPTIONAL PARAMETER CARD - HOW LONG A SENT-HISTORY ENTRY
      *    IS KEPT AFTER IT WAS LAST SENT. ZERO OR BLANK TAKES THE
      *    BUILT-IN 14. THE UNIT AFTER THE COUNT IS D CALENDAR DAYS
      *    (ALSO TAKEN WHEN BLANK), B BUSINESS DAYS OR P FISCAL
      *    PERIODS - THE LAST TWO COUNTED ON THE SHOP CALENDAR, SEE
      *    1250-SET-SENT-CUTOFF-DATE.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-SENT-RETAIN-DAYS         PIC 9(03).
           05 PRM-SENT-RETAIN-UNIT         PIC X(01).
           05 FILLER                       PIC X(76).
       FD  CALENDAR-FILE RECORDING MODE F.
       COPY SHOPCAL.
      *---------------------------------------------------------------*
      *    THE MATCHED STORIES ORDERED BY DESCENDING RANKING - THE
      *    SAME ORDER THE HACKNEWS DIGEST USES, SO EVERY RECIPIENT'S
           05  RKS-AUTHOR                  PIC X(15).
           05  RKS-VOTES                   PIC 9(06).
           05  RKS-COMMENT-CNT             PIC 9(06).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               10  WS-SUB-RECIP-ID         PIC X(08).
               10  WS-SUB-TOP-N            PIC 9(03).
               10  WS-SUB-KEYWORD          PIC X(20) OCCURS 5 TIMES.
               10  WS-SUB-RESEND-PCT       PIC 9(03).
      *---------------------------------------------------------------*
      *    THE RANKED STORIES IN MEMORY - THE SORT OUTPUT PROCEDURE
      *    KEEPS THE TOP 1000, WHICH IS DEEPER THAN ANY REASONABLE
           05  WS-STORY-CNT                PIC 9(04) VALUE 0.
           05  WS-STORY-ENTRY              OCCURS 1000 TIMES
                                            INDEXED BY WS-STORY-IDX.
               10  WS-STY-KEY              PIC X(08).
               10  WS-STY-TITLE            PIC X(86).
               10  WS-STY-TITLE-SCAN       PIC X(86).
               10  WS-STY-AUTHOR           PIC X(15).
               10  WS-STY-VOTES            PIC 9(06).
               10  WS-STY-COMMENT-CNT      PIC 9(06).
      *---------------------------------------------------------------*
      *    THE SENT HISTORY IN MEMORY - THE PRIOR GENERATION LESS
      *    WHAT HAS AGED OFF, WITH THIS RUN'S SENDS ADDED AT THE END
      *    AND ITS RE-SENDS REFRESHED IN PLACE. WRITTEN OUT WHOLE AS
      *    THE NEXT GENERATION BY 3100-WRITE-SENT-HISTORY.
      *---------------------------------------------------------------*
       01  WS-SENT-HISTORY-TABLE.
           05  WS-SENT-CNT                 PIC 9(04) VALUE 0.
           05  WS-SENT-ENTRY               OCCURS 5000 TIMES
                                            INDEXED BY WS-SENT-IDX.
               10  WS-SNT-RECIP-ID         PIC X(08).
               10  WS-SNT-KEY              PIC X(08).
               10  WS-SNT-SENT-DATE        PIC X(10).
               10  WS-SNT-SENT-VOTES       PIC 9(06).
               10  WS-SNT-UPDATE-CNT       PIC 9(02).
      *---------------------------------------------------------------*
      *    RUN DATE AND SENT-HISTORY AGING FIELDS, YYYY-MM-DD SO THEY
      *    COMPARE DIRECTLY AGAINST SHS-SENT-DATE.
      *---------------------------------------------------------------*
       01  WS-SENT-AGING-FIELDS.
           05  WS-TODAY-DATE.
               10  WS-TD-YEAR              PIC X(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-MONTH             PIC X(02).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-DAY               PIC X(02).
           05  WS-CUTOFF-DATE.
               10  WS-CD-YEAR              PIC X(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-CD-MONTH             PIC X(02).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-CD-DAY               PIC X(02).
           05  WS-CUTOFF-YMD.
               10  WS-CUTOFF-YMD-YEAR      PIC X(04).
               10  WS-CUTOFF-YMD-MONTH     PIC X(02).
               10  WS-CUTOFF-YMD-DAY       PIC X(02).
           05  WS-CUTOFF-YMD-NUM REDEFINES WS-CUTOFF-YMD
                                           PIC 9(08).
           05  WS-TODAY-YMD-NUM            PIC 9(08) VALUE 0.
           05  WS-CUTOFF-INT               PIC 9(07) VALUE 0.
           05  WS-SENT-RETAIN-DAYS         PIC 9(03) VALUE 14.
           05  WS-VOTE-GROWTH-PCT          PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
      *    80-COLUMN DIGEST LINES - MODELED ON THE HACKNEWS DIGEST,
      *    PLUS THE PER-RECIPIENT BANNER.
      *---------------------------------------------------------------*
               10  DGL-SEQ                 PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE '. '.
               10  DGL-TITLE               PIC X(60).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DGL-UPDATE-TAG          PIC X(08).
               10  FILLER                  PIC X(06) VALUE SPACE.
           05  DGL-DETAIL-LINE.
               10  FILLER                  PIC X(05) VALUE SPACE.
               10  FILLER                  PIC X(07) VALUE 'VOTES: '.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  FILLER                  PIC X(04) VALUE 'BY: '.
               10  DGL-AUTHOR              PIC X(15).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DGL-WAS-LABEL           PIC X(05).
               10  DGL-WAS-VOTES           PIC ZZZZZ9.
               10  DGL-WAS-VOTES-X REDEFINES DGL-WAS-VOTES
                                           PIC X(06).
               10  FILLER                  PIC X(10) VALUE SPACE.
           05  DGL-NONE-LINE               PIC X(80) VALUE
               '     NO MATCHING STORIES THIS RUN'.
      *---------------------------------------------------------------*
           05  WS-STORIES-READ-CNT         PIC 9(06) VALUE 0.
           05  WS-STORIES-DROPPED-CNT      PIC 9(06) VALUE 0.
           05  WS-SECTIONS-WRITTEN-CNT     PIC 9(03) VALUE 0.
           05  WS-REPEATS-HELD-CNT         PIC 9(06) VALUE 0.
           05  WS-UPDATES-SENT-CNT         PIC 9(06) VALUE 0.
           05  WS-SENT-AGED-CNT            PIC 9(06) VALUE 0.
           05  WS-SENT-WRITTEN-CNT         PIC 9(06) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
               88  MWK-EOF                           VALUE 'Y'.
           05  SUBS-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SUBS-EOF                          VALUE 'Y'.
           05  SHST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SHST-EOF                          VALUE 'Y'.
           05  WS-SENT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-SENT-FOUND                     VALUE 'Y'.
           05  WS-STORY-UPDATE-SW          PIC X(01) VALUE 'N'.
               88  WS-STORY-UPDATE                   VALUE 'Y'.
           05  RANK-SORT-RETURN-SW         PIC X(01) VALUE 'N'.
               88  RANK-SORT-AT-END                  VALUE 'Y'.
           05  WS-STORY-QUALIFIES-SW       PIC X(01) VALUE 'N'.
           05  SUBS-STATUS                 PIC X(02) VALUE '00'.
           05  SDGS-STATUS                 PIC X(02) VALUE '00'.
           05  RKS-STATUS                  PIC X(02) VALUE '00'.
           05  SHST-STATUS                 PIC X(02) VALUE '00'.
           05  NSHS-STATUS                 PIC X(02) VALUE '00'.
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
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES-INITIALIZE.
           PERFORM 1100-LOAD-SUBSCRIPTIONS.
           PERFORM 1300-LOAD-SENT-HISTORY.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RKS-RANKING
               INPUT PROCEDURE  IS 2000-RELEASE-MATCHED-STORIES
               OUTPUT PROCEDURE IS 2500-HOLD-RANKED-STORIES.
           PERFORM 4000-WRITE-SUBSCRIBER-BRIEFS.
           PERFORM 3100-WRITE-SENT-HISTORY.
           PERFORM 9600-DISPLAY-RUN-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
           MOVE WS-CURRENT-MONTH TO DGL-MONTH.
           MOVE WS-CURRENT-DAY   TO DGL-DAY.
           MOVE WS-CURRENT-YEAR  TO DGL-YEAR.
           OPEN INPUT PARAMETER-FILE.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1400-LOAD-SHOP-CALENDAR.
           PERFORM 1250-SET-SENT-CUTOFF-DATE.
      *---------------------------------------------------------------*
      *    LOADS THE SUBSCRIPTIONS SO THE RECIPIENTS AND THEIR
      *    KEYWORDS CAN BE MAINTAINED WITHOUT A RECOMPILE.
      *            DEFAULT THE MAIN DIGEST USES.
                   MOVE 10        TO WS-SUB-TOP-N(WS-SUBS-IDX)
               END-IF
               IF  SBR-RESEND-PCT IS NUMERIC
               AND SBR-RESEND-PCT > ZERO
                   MOVE SBR-RESEND-PCT
                       TO WS-SUB-RESEND-PCT(WS-SUBS-IDX)
               ELSE
                   MOVE 100 TO WS-SUB-RESEND-PCT(WS-SUBS-IDX)
               END-IF
               PERFORM 1130-STORE-ONE-KEYWORD
                   VARYING WS-KW-SUB FROM 1 BY 1
                   UNTIL WS-KW-SUB > 5
      *---------------------------------------------------------------*
           MOVE FUNCTION UPPER-CASE(SBR-KEYWORD(WS-KW-SUB))
               TO WS-SUB-KEYWORD(WS-SUBS-IDX, WS-KW-SUB).
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-SENT-RETAIN-DAYS IS NUMERIC
                   AND PRM-SENT-RETAIN-DAYS > ZERO
                       MOVE PRM-SENT-RETAIN-DAYS TO WS-SENT-RETAIN-DAYS
                       MOVE PRM-SENT-RETAIN-UNIT TO WS-CAL-WINDOW-UNIT
                       IF  NOT WS-CAL-WINDOW-UNIT-VALID
                           SET WS-CAL-WINDOW-IN-DAYS TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
      *    FIXES TODAY'S DATE AND THE OLDEST SENT DATE STILL KEPT,
      *    THE SAME WAY HACKNEWS 1400-SET-HISTORY-CUTOFF-DATE DOES - A
      *    WINDOW IN CALENDAR DAYS IS TODAY MINUS WS-SENT-RETAIN-DAYS;
      *    ONE IN BUSINESS DAYS OR FISCAL PERIODS IS COUNTED BACK ON
      *    THE SHOP CALENDAR.
      *---------------------------------------------------------------*
       1250-SET-SENT-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-CURRENT-YEAR   TO WS-TD-YEAR.
           MOVE WS-CURRENT-MONTH  TO WS-TD-MONTH.
           MOVE WS-CURRENT-DAY    TO WS-TD-DAY.
           IF  WS-CAL-WINDOW-IN-DAYS
               MOVE WS-CURRENT-DATE   TO WS-TODAY-YMD-NUM
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-NUM)
                   - WS-SENT-RETAIN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   TO WS-CUTOFF-YMD-NUM
               MOVE WS-CUTOFF-YMD-YEAR  TO WS-CD-YEAR
               MOVE WS-CUTOFF-YMD-MONTH TO WS-CD-MONTH
               MOVE WS-CUTOFF-YMD-DAY   TO WS-CD-DAY
           ELSE
               MOVE WS-TODAY-DATE       TO WS-CAL-TODAY-DATE
               MOVE WS-SENT-RETAIN-DAYS TO WS-CAL-WINDOW-COUNT
               PERFORM 1260-SET-WINDOW-CUTOFF-DATE
               MOVE WS-CAL-CUTOFF-DATE  TO WS-CUTOFF-DATE
           END-IF.
      *---------------------------------------------------------------*
      *    CUTOFF DATE FOR A WINDOW OF WS-CAL-WINDOW-COUNT BUSINESS
      *    DAYS OR FISCAL PERIODS ENDING WS-CAL-TODAY-DATE - SEE
      *    CALTABLE. THE CALENDAR HAS NO GAPS, SO THE WINDOW'S LENGTH
      *    IN CALENDAR DAYS IS THE DISTANCE BETWEEN THE TWO ENTRIES.
      *---------------------------------------------------------------*
       1260-SET-WINDOW-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-CAL-TODAY-DATE      TO WS-CAL-LOOKUP-DATE.
           PERFORM 1450-FIND-CALENDAR-DATE.
           IF  WS-CAL-CNT = ZERO
               MOVE 'NONE SUPPLIED - NEEDED FOR THIS RETENTION WINDOW'
                   TO WS-CAL-ERROR-TEXT
               PERFORM 9965-SHOP-CALENDAR-ERROR
           END-IF.
           IF  WS-CAL-NOT-FOUND
               STRING 'RUN DATE ' WS-CAL-TODAY-DATE
                      ' IS NOT ON THE CALENDAR'
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9965-SHOP-CALENDAR-ERROR
           END-IF.
           MOVE ZERO                   TO WS-CAL-WINDOW-TALLY.
           SET WS-CAL-SUB              TO WS-CAL-IDX.
           IF  WS-CAL-WINDOW-IN-BUSINESS-DAYS
               PERFORM 1270-STEP-BACK-BUSINESS-DAY
                   UNTIL WS-CAL-WINDOW-TALLY = WS-CAL-WINDOW-COUNT
           ELSE
               SET WS-CAL-WALK-NOT-DONE TO TRUE
               PERFORM 1280-STEP-BACK-PERIOD-DAY
                   UNTIL WS-CAL-WALK-DONE
           END-IF.
           MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-CAL-CUTOFF-DATE.
           SET WS-CAL-WINDOW-DAYS      TO WS-CAL-IDX.
           SUBTRACT WS-CAL-SUB         FROM WS-CAL-WINDOW-DAYS.
      *---------------------------------------------------------------*
       1270-STEP-BACK-BUSINESS-DAY.
      *---------------------------------------------------------------*
           IF  WS-CAL-SUB = 1
               MOVE 'WINDOW STARTS BEFORE THE CALENDAR'
                   TO WS-CAL-ERROR-TEXT
               PERFORM 9965-SHOP-CALENDAR-ERROR
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
       1280-STEP-BACK-PERIOD-DAY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-CAL-SUB = 1
                   IF  WS-CAL-WINDOW-TALLY < WS-CAL-WINDOW-COUNT
                       MOVE 'WINDOW STARTS BEFORE THE CALENDAR'
                           TO WS-CAL-ERROR-TEXT
                       PERFORM 9965-SHOP-CALENDAR-ERROR
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
      *    LOADS THE PRIOR SENT-HISTORY GENERATION, DROPPING ENTRIES
      *    LAST SENT BEFORE THE CUTOFF. AN ABSENT FILE IS THE FIRST
      *    RUN - NOTHING HAS BEEN SENT YET.
      *---------------------------------------------------------------*
       1300-LOAD-SENT-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT SENT-HISTORY-FILE.
           IF  SHST-STATUS NOT = '00'
           AND SHST-STATUS NOT = '05'
               PERFORM 9950-SENT-HISTORY-FILE-ERROR
           END-IF.
           PERFORM 1310-READ-SENT-HISTORY.
           PERFORM 1320-STORE-SENT-HISTORY
               UNTIL SHST-EOF.
           CLOSE SENT-HISTORY-FILE.
      *---------------------------------------------------------------*
       1310-READ-SENT-HISTORY.
      *---------------------------------------------------------------*
           READ SENT-HISTORY-FILE
               AT END SET SHST-EOF TO TRUE.
      *---------------------------------------------------------------*
       1320-STORE-SENT-HISTORY.
      *---------------------------------------------------------------*
           IF  SHS-SENT-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-SENT-AGED-CNT
           ELSE
               PERFORM 1330-ADD-SENT-ENTRY
               MOVE SHS-RECIP-ID   TO WS-SNT-RECIP-ID(WS-SENT-IDX)
               MOVE SHS-KEY        TO WS-SNT-KEY(WS-SENT-IDX)
               MOVE SHS-SENT-DATE  TO WS-SNT-SENT-DATE(WS-SENT-IDX)
               MOVE SHS-SENT-VOTES TO WS-SNT-SENT-VOTES(WS-SENT-IDX)
               MOVE SHS-UPDATE-CNT TO WS-SNT-UPDATE-CNT(WS-SENT-IDX)
           END-IF.
           PERFORM 1310-READ-SENT-HISTORY.
      *---------------------------------------------------------------*
       1330-ADD-SENT-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-SENT-CNT < 5000
               ADD 1 TO WS-SENT-CNT
               SET WS-SENT-IDX TO WS-SENT-CNT
           ELSE
               PERFORM 9960-SENT-HISTORY-TABLE-FULL
           END-IF.
      *---------------------------------------------------------------*
      *    LOADS THE SHOP CALENDAR (SEE SHOPCAL) INTO CALTABLE. THE
      *    FILE IS OPTIONAL - WITHOUT IT THE TABLE STAYS EMPTY. A
      *    CALENDAR WITH A DATE MISSING OR OUT OF ORDER, AN UNKNOWN
      *    DAY TYPE OR A GARBLED FISCAL PERIOD WOULD SKEW EVERYTHING
      *    WORKED OUT FROM IT, SO THE RUN ABENDS INSTEAD.
      *---------------------------------------------------------------*
       1400-LOAD-SHOP-CALENDAR.
      *---------------------------------------------------------------*
           OPEN INPUT CALENDAR-FILE.
           IF  CAL-STATUS NOT = '00'
           AND CAL-STATUS NOT = '05'
               STRING 'FILE OPEN FAILED, STATUS = ' CAL-STATUS
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9965-SHOP-CALENDAR-ERROR
           END-IF.
           PERFORM 1410-READ-CALENDAR-RECORD.
           PERFORM 1420-STORE-CALENDAR-DATE
               UNTIL CAL-EOF.
           CLOSE CALENDAR-FILE.
      *---------------------------------------------------------------*
       1410-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
           READ CALENDAR-FILE
               AT END SET CAL-EOF TO TRUE.
      *---------------------------------------------------------------*
       1420-STORE-CALENDAR-DATE.
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
                   PERFORM 9965-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT > ZERO
               AND  WS-CAL-DATE-INT NOT = WS-CAL-PREV-INT + 1
                   STRING 'DATE MISSING OR OUT OF ORDER AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9965-SHOP-CALENDAR-ERROR
               WHEN NOT CAL-DAY-TYPE-VALID
                   STRING 'UNKNOWN DAY TYPE AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9965-SHOP-CALENDAR-ERROR
               WHEN CAL-FISCAL-YEAR  IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH < 1
               OR   CAL-FISCAL-MONTH > 13
                   STRING 'BAD FISCAL PERIOD AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9965-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT = 3660
                   MOVE 'MORE THAN 3660 DATES - TRIM THE OLDEST YEARS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9965-SHOP-CALENDAR-ERROR
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
           PERFORM 1410-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
      *    FINDS WS-CAL-LOOKUP-DATE ON THE CALENDAR. WHEN FOUND,
      *    WS-CAL-IDX POINTS AT ITS ENTRY AND WS-CAL-PERIOD-OUT HOLDS
      *    ITS FISCAL PERIOD. A DATE OFF EITHER END OF THE CALENDAR,
      *    OR AN UNREADABLE ONE, IS SIMPLY NOT FOUND.
      *---------------------------------------------------------------*
       1450-FIND-CALENDAR-DATE.
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
      *    INPUT PROCEDURE FOR THE RANKING SORT - RELEASES EVERY
      *    MATCHED STORY UNDER ITS CARRIED RANKING.
           IF  WS-STORY-CNT < 1000
               ADD 1 TO WS-STORY-CNT
               SET WS-STORY-IDX TO WS-STORY-CNT
               MOVE RKS-KEY   TO WS-STY-KEY(WS-STORY-IDX)
               MOVE RKS-TITLE TO WS-STY-TITLE(WS-STORY-IDX)
               MOVE FUNCTION UPPER-CASE(RKS-TITLE)
                   TO WS-STY-TITLE-SCAN(WS-STORY-IDX)
       4020-CONSIDER-ONE-STORY.
      *---------------------------------------------------------------*
           PERFORM 4030-TEST-STORY-KEYWORDS.
           IF  WS-STORY-QUALIFIES
               PERFORM 4050-CHECK-SENT-HISTORY
           END-IF.
           IF  WS-STORY-QUALIFIES
               ADD  1 TO WS-WRITTEN-THIS-SUB
               MOVE WS-WRITTEN-THIS-SUB TO DGL-SEQ
               MOVE WS-STY-TITLE(WS-STORY-IDX) TO DGL-TITLE
               IF  WS-STORY-UPDATE
                   MOVE '*UPDATE*'  TO DGL-UPDATE-TAG
                   MOVE 'WAS: '     TO DGL-WAS-LABEL
               ELSE
                   MOVE SPACE       TO DGL-UPDATE-TAG
                                       DGL-WAS-LABEL
                                       DGL-WAS-VOTES-X
               END-IF
               MOVE DGL-TITLE-LINE  TO SUBSCRIBER-DIGEST-RECORD
               PERFORM 9700-WRITE-DIGEST-LINE
               MOVE WS-STY-VOTES(WS-STORY-IDX)       TO DGL-VOTES
                   SET WS-STORY-QUALIFIES TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    LOOKS THE QUALIFYING STORY UP IN THE SUBSCRIBER'S SENT
      *    HISTORY. NEVER SENT - IT GOES OUT AND IS RECORDED. SENT ON
      *    AN EARLIER DAY - IT IS HELD BACK UNLESS ITS VOTES HAVE
      *    GROWN BY MORE THAN THE SUBSCRIPTION'S RE-SEND PERCENTAGE,
      *    IN WHICH CASE IT GOES OUT AS AN UPDATE AND THE ENTRY IS
      *    REFRESHED. SENT TODAY - THIS IS A RERUN OF TODAY'S BRIEFS
      *    AGAINST THE NEW GENERATION, AND IT GOES OUT AS BEFORE.
      *---------------------------------------------------------------*
       4050-CHECK-SENT-HISTORY.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-STORY-UPDATE-SW.
           MOVE 'N' TO WS-SENT-FOUND-SW.
           PERFORM 4060-TEST-SENT-ENTRY
               VARYING WS-SENT-IDX FROM 1 BY 1
               UNTIL WS-SENT-IDX > WS-SENT-CNT
                  OR WS-SENT-FOUND.
           IF  NOT WS-SENT-FOUND
               PERFORM 1330-ADD-SENT-ENTRY
               MOVE WS-SUB-RECIP-ID(WS-SUBS-IDX)
                   TO WS-SNT-RECIP-ID(WS-SENT-IDX)
               MOVE WS-STY-KEY(WS-STORY-IDX) TO WS-SNT-KEY(WS-SENT-IDX)
               MOVE WS-TODAY-DATE  TO WS-SNT-SENT-DATE(WS-SENT-IDX)
               MOVE WS-STY-VOTES(WS-STORY-IDX)
                   TO WS-SNT-SENT-VOTES(WS-SENT-IDX)
               MOVE 0              TO WS-SNT-UPDATE-CNT(WS-SENT-IDX)
           ELSE
      *        THE VARYING STEPPED ONE PAST THE MATCHING ENTRY.
               SET WS-SENT-IDX DOWN BY 1
               IF  WS-SNT-SENT-DATE(WS-SENT-IDX) NOT = WS-TODAY-DATE
                   PERFORM 4070-TEST-VOTE-GROWTH
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       4060-TEST-SENT-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-SNT-RECIP-ID(WS-SENT-IDX)
                   = WS-SUB-RECIP-ID(WS-SUBS-IDX)
           AND WS-SNT-KEY(WS-SENT-IDX) = WS-STY-KEY(WS-STORY-IDX)
               SET WS-SENT-FOUND TO TRUE
           END-IF.
      *---------------------------------------------------------------*
      *    GROWTH IS MEASURED AGAINST THE VOTES WHEN LAST SENT. A
      *    STORY SENT WITH NO VOTES AT ALL HAS GROWN WITHOUT LIMIT
      *    ONCE IT HAS ANY.
      *---------------------------------------------------------------*
       4070-TEST-VOTE-GROWTH.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-VOTE-GROWTH-PCT.
           IF  WS-STY-VOTES(WS-STORY-IDX)
                   > WS-SNT-SENT-VOTES(WS-SENT-IDX)
               IF  WS-SNT-SENT-VOTES(WS-SENT-IDX) = ZERO
                   MOVE 9999999 TO WS-VOTE-GROWTH-PCT
               ELSE
                   COMPUTE WS-VOTE-GROWTH-PCT =
                       (WS-STY-VOTES(WS-STORY-IDX)
                      - WS-SNT-SENT-VOTES(WS-SENT-IDX)) * 100
                      / WS-SNT-SENT-VOTES(WS-SENT-IDX)
               END-IF
           END-IF.
           IF  WS-VOTE-GROWTH-PCT > WS-SUB-RESEND-PCT(WS-SUBS-IDX)
               SET WS-STORY-UPDATE TO TRUE
               ADD 1 TO WS-UPDATES-SENT-CNT
               MOVE WS-SNT-SENT-VOTES(WS-SENT-IDX) TO DGL-WAS-VOTES
               MOVE WS-TODAY-DATE  TO WS-SNT-SENT-DATE(WS-SENT-IDX)
               MOVE WS-STY-VOTES(WS-STORY-IDX)
                   TO WS-SNT-SENT-VOTES(WS-SENT-IDX)
               IF  WS-SNT-UPDATE-CNT(WS-SENT-IDX) < 99
                   ADD 1 TO WS-SNT-UPDATE-CNT(WS-SENT-IDX)
               END-IF
           ELSE
               MOVE 'N' TO WS-STORY-QUALIFIES-SW
               ADD 1 TO WS-REPEATS-HELD-CNT
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE MATCHED-WORK-FILE
                 SUBSCRIBER-DIGEST-FILE.
      *---------------------------------------------------------------*
      *    WRITES THE NEXT SENT-HISTORY GENERATION FROM THE TABLE.
      *---------------------------------------------------------------*
       3100-WRITE-SENT-HISTORY.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-SENT-HISTORY-FILE.
           IF  NSHS-STATUS NOT = '00'
               PERFORM 9955-NEW-SENT-HISTORY-ERROR
           END-IF.
           PERFORM 3110-WRITE-ONE-SENT-ENTRY
               VARYING WS-SENT-IDX FROM 1 BY 1
               UNTIL WS-SENT-IDX > WS-SENT-CNT.
           CLOSE NEW-SENT-HISTORY-FILE.
      *---------------------------------------------------------------*
       3110-WRITE-ONE-SENT-ENTRY.
      *---------------------------------------------------------------*
           MOVE SPACE TO NEW-SENT-HISTORY-RECORD.
           MOVE WS-SNT-RECIP-ID(WS-SENT-IDX)   TO NSH-RECIP-ID.
           MOVE WS-SNT-KEY(WS-SENT-IDX)        TO NSH-KEY.
           MOVE WS-SNT-SENT-DATE(WS-SENT-IDX)  TO NSH-SENT-DATE.
           MOVE WS-SNT-SENT-VOTES(WS-SENT-IDX) TO NSH-SENT-VOTES.
           MOVE WS-SNT-UPDATE-CNT(WS-SENT-IDX) TO NSH-UPDATE-CNT.
           WRITE NEW-SENT-HISTORY-RECORD.
           IF  NSHS-STATUS NOT = '00'
               PERFORM 9955-NEW-SENT-HISTORY-ERROR
           END-IF.
           ADD 1 TO WS-SENT-WRITTEN-CNT.
      *---------------------------------------------------------------*
       9600-DISPLAY-RUN-TOTALS.
      *---------------------------------------------------------------*
               WS-STORIES-DROPPED-CNT.
           DISPLAY 'HACKDGST - SUBSCRIBER SECTIONS...: '
               WS-SECTIONS-WRITTEN-CNT.
           DISPLAY 'HACKDGST - REPEATS HELD BACK.....: '
               WS-REPEATS-HELD-CNT.
           DISPLAY 'HACKDGST - UPDATES RE-SENT.......: '
               WS-UPDATES-SENT-CNT.
           DISPLAY 'HACKDGST - SENT ENTRIES AGED OFF.: '
               WS-SENT-AGED-CNT.
           DISPLAY 'HACKDGST - SENT ENTRIES WRITTEN..: '
               WS-SENT-WRITTEN-CNT.
      *---------------------------------------------------------------*
       9700-WRITE-DIGEST-LINE.
      *---------------------------------------------------------------*
           IF  SDGS-STATUS NOT = '00'
               PERFORM 9940-DIGEST-FILE-ERROR
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
               DISPLAY 'HACKDGST - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKDGST'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'STORIES READ'           TO SLG-INPUT-LABEL
               MOVE WS-STORIES-READ-CNT      TO SLG-INPUT-CNT
               MOVE 'BRIEFS WRITTEN'         TO SLG-OUTPUT-LABEL
               MOVE WS-SECTIONS-WRITTEN-CNT  TO SLG-OUTPUT-CNT
               MOVE 'STORIES DROPPED'        TO SLG-REJECT-LABEL
               MOVE WS-STORIES-DROPPED-CNT   TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKDGST - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-MATCHED-WORK-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDGST - MATCHED-WORK-FILE OPEN FAILED, '
                   'STATUS = ' MWK-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-SUBSCRIPTION-FILE-ERROR.
           DISPLAY 'HACKDGST - SUBSCRIPTION-FILE OPEN FAILED, '
                   'STATUS = ' SUBS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-NO-SUBSCRIBERS-ERROR.
           DISPLAY 'HACKDGST - SUBSCRIPTION FILE IS EMPTY - NO '
                   'BRIEFS TO BUILD'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-RANK-SORT-FILE-ERROR.
           DISPLAY 'HACKDGST - RANK-SORT-FILE RELEASE FAILED, '
                   'STATUS = ' RKS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-DIGEST-FILE-ERROR.
           DISPLAY 'HACKDGST - SUBSCRIBER-DIGEST-FILE WRITE FAILED, '
                   'STATUS = ' SDGS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9950-SENT-HISTORY-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDGST - SENT-HISTORY-FILE OPEN FAILED, '
                   'STATUS = ' SHST-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9955-NEW-SENT-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDGST - NEW-SENT-HISTORY-FILE WRITE FAILED, '
                   'STATUS = ' NSHS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9960-SENT-HISTORY-TABLE-FULL.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDGST - SENT HISTORY EXCEEDS 5000 ENTRIES - '
                   'SHORTEN THE RETENTION ON THE PARAMETER CARD'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9965-SHOP-CALENDAR-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDGST - SHOP CALENDAR ERROR - '
                   WS-CAL-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
