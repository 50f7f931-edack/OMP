      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKPOST.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. POSTING-TIME PATTERN REPORT OVER THE MATCHED-STORY
      *         WORK FILE HACKNEWS WRITES. EVERY MATCHED STORY IS
      *         PLACED IN A DAY-OF-WEEK BY HOUR-OF-DAY SLOT FROM ITS
      *         POSTING DATE AND TIME, AND THE REPORT PRINTS THE
      *         GRID - STORY COUNT, AVERAGE VOTES AND AVERAGE COMMENTS
      *         PER SLOT - THEN THE BEST AND WORST SLOTS BY AVERAGE
      *         VOTES (AVERAGE COMMENTS BREAKING A TIE). ONLY SLOTS
      *         WITH AT LEAST THE PARAMETER CARD'S MINIMUM STORY COUNT
      *         ARE RANKED, SO ONE LUCKY STORY DOES NOT MAKE A SLOT.
      *         SEVERAL DAYS' MTCHWK GENERATIONS CAN BE CONCATENATED
      *         ON THE DD FOR A LONGER VIEW. TIMES ARE AS THE FEED
      *         CARRIES THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT MATCHED-WORK-FILE
               ASSIGN TO MTCHWK
               FILE STATUS IS MWK-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    SHOP-WIDE STEP-COMPLETION LOG - ONE RECORD APPENDED AT
      *    END OF JOB, SEE 9890-WRITE-STEP-LOG.
           SELECT OPTIONAL STEP-LOG-FILE
               ASSIGN TO STEPLOG
               FILE STATUS IS SLOG-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-RECORD.
           05 PRINT-LINE                   PIC X(132).
       FD  MATCHED-WORK-FILE RECORDING MODE F.
       COPY MTCHWRK.
      *    OPTIONAL PARAMETER CARD. ZERO OR BLANK TAKES THE BUILT-IN
      *    VALUE - A SLOT NEEDS 2 STORIES TO BE RANKED, AND THE BEST
      *    AND WORST 5 ARE LISTED (AT MOST 20).
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-MIN-STORIES              PIC 9(03).
           05 PRM-SLOTS-LISTED             PIC 9(02).
           05 FILLER                       PIC X(75).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
      *    ONE SLOT PER DAY OF THE WEEK (MONDAY FIRST) AND HOUR OF
      *    THE DAY (00 THROUGH 23), WITH THE DAY'S TOTALS BESIDE IT.
      *---------------------------------------------------------------*
       01  WS-SLOT-TABLE.
           05  WS-DAY-ENTRY                OCCURS 7 TIMES
                                            INDEXED BY WS-DAY-IDX.
               10  WS-DAY-NAME             PIC X(03).
               10  WS-DAY-STORIES          PIC 9(07).
               10  WS-DAY-VOTES            PIC 9(09).
               10  WS-DAY-COMMENTS         PIC 9(09).
               10  WS-HOUR-ENTRY           OCCURS 24 TIMES
                                            INDEXED BY WS-HOUR-IDX.
                   15  WS-SLOT-STORIES     PIC 9(07).
                   15  WS-SLOT-VOTES       PIC 9(09).
                   15  WS-SLOT-COMMENTS    PIC 9(09).
                   15  WS-SLOT-AVG-VOTES   PIC 9(07).
                   15  WS-SLOT-AVG-COMMENTS
                                           PIC 9(07).
                   15  WS-SLOT-LISTED-SW   PIC X(01).
                       88  WS-SLOT-LISTED            VALUE 'Y'.
       01  WS-DAY-NAME-VALUES.
           05  FILLER                      PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME-VALUE           PIC X(03) OCCURS 7 TIMES.
      *---------------------------------------------------------------*
       01  HEADING-LINES.
      *---------------------------------------------------------------*
           05  HEADING-LINE-1.
               10  FILLER      PIC X(07) VALUE ' DATE: '.
               10  HL1-MONTH   PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HL1-YEAR    PIC X(04).
               10  FILLER      PIC X(03) VALUE SPACE.
               10  FILLER      PIC X(40) VALUE
                   ' HACKNEWS MATCHED-STORY POSTING TIMES   '.
               10  FILLER      PIC X(49) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(08) VALUE ' POSTED'.
               10  HL2-DAY-COLUMN          OCCURS 7 TIMES.
                   15  FILLER  PIC X(06) VALUE '------'.
                   15  HL2-DAY-NAME        PIC X(03).
                   15  FILLER  PIC X(06) VALUE '------'.
                   15  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER      PIC X(05) VALUE SPACE.
           05  HEADING-LINE-3.
               10  FILLER      PIC X(08) VALUE ' HOUR'.
               10  HL3-DAY-COLUMN          OCCURS 7 TIMES.
                   15  FILLER  PIC X(17) VALUE
                       ' STY VOTES CMTS  '.
               10  FILLER      PIC X(05) VALUE SPACE.
      *---------------------------------------------------------------*
      *    ONE GRID LINE PER HOUR. AN EMPTY SLOT PRINTS BLANK.
      *---------------------------------------------------------------*
       01  GRID-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GL-HOUR-LABEL.
               10  GL-HOUR                 PIC 9(02).
               10  FILLER                  PIC X(03) VALUE ':00'.
           05  GL-HOUR-LABEL-X REDEFINES GL-HOUR-LABEL
                                           PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  GL-CELL                     OCCURS 7 TIMES.
               10  GL-CELL-FIGURES.
                   15  GL-STORIES          PIC ZZZ9.
                   15  FILLER              PIC X(01) VALUE SPACE.
                   15  GL-AVG-VOTES        PIC ZZZZ9.
                   15  FILLER              PIC X(01) VALUE SPACE.
                   15  GL-AVG-COMMENTS     PIC ZZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE SPACE.
      *---------------------------------------------------------------*
       01  RANKED-SLOT-LINES.
      *---------------------------------------------------------------*
           05  RSL-HEADING.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  RSL-HEADING-TEXT        PIC X(40).
               10  FILLER                  PIC X(12) VALUE
                   ' - AT LEAST'.
               10  RSL-HEADING-MIN         PIC ZZ9.
               10  FILLER                  PIC X(71) VALUE
                   ' STORIES IN THE SLOT'.
           05  RSL-COLUMN-HEADING.
               10  FILLER                  PIC X(40) VALUE
                   '  RANK  DAY  HOURS          STORIES   AV'.
               10  FILLER                  PIC X(92) VALUE
                   'G VOTES  AVG COMMENTS'.
           05  RANKED-SLOT-LINE.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  RSL-RANK                PIC Z9.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  RSL-DAY-NAME            PIC X(03).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RSL-HOUR-FROM           PIC 9(02).
               10  FILLER                  PIC X(04) VALUE ':00-'.
               10  RSL-HOUR-TO             PIC 9(02).
               10  FILLER                  PIC X(03) VALUE ':59'.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  RSL-STORIES             PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RSL-AVG-VOTES           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(06) VALUE SPACE.
               10  RSL-AVG-COMMENTS        PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(73) VALUE SPACE.
           05  RSL-NONE-LINE               PIC X(132) VALUE
               '      NO SLOT HAS ENOUGH STORIES TO RANK'.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                            REPORT TOTALS'.
           05  SL-COUNT-LINE.
               10  SL-COUNT-LABEL          PIC X(30).
               10  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
      *---------------------------------------------------------------*
      *    POSTING DATE BROKEN OUT FOR THE DAY-OF-WEEK CALCULATION.
      *    INTEGER-OF-DATE COUNTS FROM MONDAY, JANUARY 1, 1601, SO
      *    THE REMAINDER AFTER DIVIDING BY 7 IS 1 FOR A MONDAY AND 0
      *    FOR A SUNDAY.
      *---------------------------------------------------------------*
       01  WS-POSTING-FIELDS.
           05  WS-DATE-PARTS.
               10  WS-DP-YEAR              PIC X(04).
               10  WS-DP-MONTH             PIC X(02).
               10  WS-DP-DAY               PIC X(02).
           05  WS-DATE-PARTS-NUM REDEFINES WS-DATE-PARTS
                                           PIC 9(08).
           05  WS-POSTED-INT               PIC 9(07) VALUE 0.
           05  WS-POSTED-WEEKS             PIC 9(07) VALUE 0.
           05  WS-POSTED-DOW               PIC 9(01) VALUE 0.
           05  WS-POSTED-DAY-SUB           PIC 9(01) COMP VALUE 0.
           05  WS-POSTED-HOUR-SUB          PIC 9(02) COMP VALUE 0.
      *---------------------------------------------------------------*
      *    RANKING FIELDS - THE SLOT PICKED ON EACH PASS AND THE
      *    PARAMETER VALUES IN FORCE.
      *---------------------------------------------------------------*
       01  WS-RANKING-FIELDS.
           05  WS-MIN-STORIES              PIC 9(03) VALUE 2.
           05  WS-SLOTS-LISTED             PIC 9(02) VALUE 5.
           05  WS-RANK                     PIC 9(02) VALUE 0.
           05  WS-RANK-DAY-SUB             PIC 9(01) COMP VALUE 0.
           05  WS-RANK-HOUR-SUB            PIC 9(02) COMP VALUE 0.
           05  WS-RANK-AVG-VOTES           PIC S9(07) VALUE 0.
           05  WS-RANK-AVG-COMMENTS        PIC S9(07) VALUE 0.
           05  WS-RANK-DIRECTION-SW        PIC X(01) VALUE 'B'.
               88  WS-RANK-BEST                      VALUE 'B'.
               88  WS-RANK-WORST                     VALUE 'W'.
           05  WS-SLOT-BETTER-SW           PIC X(01) VALUE 'N'.
               88  WS-SLOT-BETTER                    VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
      *---------------------------------------------------------------*
           05  WS-STORIES-READ-CNT         PIC 9(07) VALUE 0.
           05  WS-STORIES-PLACED-CNT       PIC 9(07) VALUE 0.
           05  WS-STORIES-UNDATED-CNT      PIC 9(07) VALUE 0.
           05  WS-SLOTS-USED-CNT           PIC 9(03) VALUE 0.
           05  WS-SLOTS-RANKED-CNT         PIC 9(03) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  MWK-EOF-SW                  PIC X(01) VALUE 'N'.
               88  MWK-EOF                           VALUE 'Y'.
           05  WS-POSTING-VALID-SW         PIC X(01) VALUE 'N'.
               88  WS-POSTING-VALID                  VALUE 'Y'.
           05  MWK-STATUS                  PIC X(02) VALUE '00'.
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
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES-INITIALIZE.
           PERFORM 1100-ACCUMULATE-SLOTS.
           PERFORM 2000-PRINT-SLOT-GRID.
           PERFORM 2500-PRINT-RANKED-SLOTS.
           PERFORM 9600-PRINT-REPORT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  MATCHED-WORK-FILE
                       PARAMETER-FILE
                OUTPUT PRINT-FILE.
           IF  MWK-STATUS NOT = '00'
               PERFORM 9900-MATCHED-WORK-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1010-CLEAR-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
      *---------------------------------------------------------------*
       1010-CLEAR-ONE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-DAY-NAME-VALUE(WS-DAY-IDX) TO WS-DAY-NAME(WS-DAY-IDX)
                                              HL2-DAY-NAME(WS-DAY-IDX).
           MOVE 0 TO WS-DAY-STORIES(WS-DAY-IDX)
                     WS-DAY-VOTES(WS-DAY-IDX)
                     WS-DAY-COMMENTS(WS-DAY-IDX).
           PERFORM 1020-CLEAR-ONE-SLOT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24.
      *---------------------------------------------------------------*
       1020-CLEAR-ONE-SLOT.
      *---------------------------------------------------------------*
           MOVE 0   TO WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                       WS-SLOT-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                       WS-SLOT-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                       WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                       WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX).
           MOVE 'N' TO WS-SLOT-LISTED-SW(WS-DAY-IDX, WS-HOUR-IDX).
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-MIN-STORIES IS NUMERIC
                   AND PRM-MIN-STORIES > ZERO
                       MOVE PRM-MIN-STORIES  TO WS-MIN-STORIES
                   END-IF
                   IF  PRM-SLOTS-LISTED IS NUMERIC
                   AND PRM-SLOTS-LISTED > ZERO
                       MOVE PRM-SLOTS-LISTED TO WS-SLOTS-LISTED
                   END-IF
           END-READ.
           IF  WS-SLOTS-LISTED > 20
               MOVE 20 TO WS-SLOTS-LISTED
           END-IF.
      *---------------------------------------------------------------*
      *    ONE PASS OF THE WORK FILE, ADDING EACH STORY TO ITS SLOT.
      *    THE SLOT AVERAGES ARE WORKED OUT ONCE AT THE END.
      *---------------------------------------------------------------*
       1100-ACCUMULATE-SLOTS.
      *---------------------------------------------------------------*
           PERFORM 1110-READ-MATCHED-WORK.
           PERFORM 1120-PLACE-ONE-STORY
               UNTIL MWK-EOF.
           PERFORM 1150-AVERAGE-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
      *---------------------------------------------------------------*
       1110-READ-MATCHED-WORK.
      *---------------------------------------------------------------*
           READ MATCHED-WORK-FILE
               AT END SET MWK-EOF TO TRUE.
           IF  NOT MWK-EOF
               IF  MWK-STATUS NOT = '00'
                   PERFORM 9900-MATCHED-WORK-FILE-ERROR
               END-IF
               ADD 1 TO WS-STORIES-READ-CNT
           END-IF.
      *---------------------------------------------------------------*
       1120-PLACE-ONE-STORY.
      *---------------------------------------------------------------*
           PERFORM 1130-FIND-POSTING-SLOT.
           IF  WS-POSTING-VALID
               SET WS-DAY-IDX  TO WS-POSTED-DAY-SUB
               SET WS-HOUR-IDX TO WS-POSTED-HOUR-SUB
               IF  WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX) = ZERO
                   ADD 1 TO WS-SLOTS-USED-CNT
               END-IF
               ADD 1               TO
                   WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                   WS-DAY-STORIES(WS-DAY-IDX)
                   WS-STORIES-PLACED-CNT
               ADD MWR-VOTES       TO
                   WS-SLOT-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                   WS-DAY-VOTES(WS-DAY-IDX)
               ADD MWR-COMMENT-CNT TO
                   WS-SLOT-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                   WS-DAY-COMMENTS(WS-DAY-IDX)
           ELSE
               ADD 1 TO WS-STORIES-UNDATED-CNT
           END-IF.
           PERFORM 1110-READ-MATCHED-WORK.
      *---------------------------------------------------------------*
      *    TURNS MWR-POSTED-DATE (YYYY-MM-DD) AND MWR-POSTED-HH INTO
      *    DAY AND HOUR SUBSCRIPTS. A STORY WHOSE DATE OR HOUR DOES
      *    NOT PARSE IS COUNTED AS UNDATED AND LEFT OFF THE GRID.
      *---------------------------------------------------------------*
       1130-FIND-POSTING-SLOT.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-POSTING-VALID-SW.
           MOVE 0   TO WS-POSTED-INT.
           MOVE MWR-POSTED-DATE(1:4) TO WS-DP-YEAR.
           MOVE MWR-POSTED-DATE(6:2) TO WS-DP-MONTH.
           MOVE MWR-POSTED-DATE(9:2) TO WS-DP-DAY.
           IF  WS-DATE-PARTS-NUM IS NUMERIC
           AND MWR-POSTED-HH IS NUMERIC
           AND MWR-POSTED-HH < 24
               COMPUTE WS-POSTED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-PARTS-NUM)
                   ON SIZE ERROR
                       MOVE 0 TO WS-POSTED-INT
               END-COMPUTE
           END-IF.
           IF  WS-POSTED-INT > ZERO
               DIVIDE WS-POSTED-INT BY 7
                   GIVING WS-POSTED-WEEKS
                   REMAINDER WS-POSTED-DOW
               IF  WS-POSTED-DOW = ZERO
                   MOVE 7             TO WS-POSTED-DAY-SUB
               ELSE
                   MOVE WS-POSTED-DOW TO WS-POSTED-DAY-SUB
               END-IF
               COMPUTE WS-POSTED-HOUR-SUB = MWR-POSTED-HH + 1
               SET WS-POSTING-VALID TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       1150-AVERAGE-ONE-DAY.
      *---------------------------------------------------------------*
           PERFORM 1160-AVERAGE-ONE-SLOT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24.
      *---------------------------------------------------------------*
       1160-AVERAGE-ONE-SLOT.
      *---------------------------------------------------------------*
           IF  WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX) > ZERO
               COMPUTE WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                   ROUNDED =
                   WS-SLOT-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                   / WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
               COMPUTE WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                   ROUNDED =
                   WS-SLOT-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                   / WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
               IF  WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                       NOT < WS-MIN-STORIES
                   ADD 1 TO WS-SLOTS-RANKED-CNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    PRINTS THE GRID - ONE LINE PER HOUR ACROSS THE SEVEN DAYS,
      *    THEN A LINE OF DAY TOTALS.
      *---------------------------------------------------------------*
       2000-PRINT-SLOT-GRID.
      *---------------------------------------------------------------*
           PERFORM 2010-PRINT-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24.
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ALL'                    TO GL-HOUR-LABEL-X.
           PERFORM 2030-FORMAT-DAY-TOTAL
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
           MOVE GRID-LINE                TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2010-PRINT-ONE-HOUR.
      *---------------------------------------------------------------*
           SET  GL-HOUR                  TO WS-HOUR-IDX.
           SUBTRACT 1                    FROM GL-HOUR.
           PERFORM 2020-FORMAT-ONE-CELL
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
           MOVE GRID-LINE                TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2020-FORMAT-ONE-CELL.
      *---------------------------------------------------------------*
           MOVE SPACE TO GL-CELL-FIGURES(WS-DAY-IDX).
           IF  WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX) > ZERO
               MOVE WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                   TO GL-STORIES(WS-DAY-IDX)
               MOVE WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                   TO GL-AVG-VOTES(WS-DAY-IDX)
               MOVE WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                   TO GL-AVG-COMMENTS(WS-DAY-IDX)
           END-IF.
      *---------------------------------------------------------------*
      *    THE TOTAL LINE CARRIES EACH DAY'S STORY COUNT AND ITS
      *    AVERAGES ACROSS ALL HOURS.
      *---------------------------------------------------------------*
       2030-FORMAT-DAY-TOTAL.
      *---------------------------------------------------------------*
           MOVE SPACE TO GL-CELL-FIGURES(WS-DAY-IDX).
           IF  WS-DAY-STORIES(WS-DAY-IDX) > ZERO
               MOVE WS-DAY-STORIES(WS-DAY-IDX)
                   TO GL-STORIES(WS-DAY-IDX)
               COMPUTE GL-AVG-VOTES(WS-DAY-IDX) ROUNDED =
                   WS-DAY-VOTES(WS-DAY-IDX)
                   / WS-DAY-STORIES(WS-DAY-IDX)
               COMPUTE GL-AVG-COMMENTS(WS-DAY-IDX) ROUNDED =
                   WS-DAY-COMMENTS(WS-DAY-IDX)
                   / WS-DAY-STORIES(WS-DAY-IDX)
           END-IF.
      *---------------------------------------------------------------*
      *    LISTS THE BEST SLOTS, THEN THE WORST OF THOSE LEFT, BY
      *    REPEATEDLY PICKING THE HIGHEST (OR LOWEST) UNLISTED SLOT
      *    THAT HAS ENOUGH STORIES. A SLOT LISTED AS BEST IS NOT
      *    LISTED AGAIN AS WORST.
      *---------------------------------------------------------------*
       2500-PRINT-RANKED-SLOTS.
      *---------------------------------------------------------------*
           MOVE WS-MIN-STORIES           TO RSL-HEADING-MIN.
           MOVE 'BEST POSTING SLOTS BY AVERAGE VOTES'
                                         TO RSL-HEADING-TEXT.
           SET  WS-RANK-BEST             TO TRUE.
           PERFORM 2510-PRINT-RANKED-SECTION.
           MOVE 'WORST POSTING SLOTS BY AVERAGE VOTES'
                                         TO RSL-HEADING-TEXT.
           SET  WS-RANK-WORST            TO TRUE.
           PERFORM 2510-PRINT-RANKED-SECTION.
      *---------------------------------------------------------------*
       2510-PRINT-RANKED-SECTION.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE RSL-HEADING              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 0                        TO WS-RANK.
           MOVE 1                        TO WS-RANK-DAY-SUB.
           PERFORM 2520-PRINT-NEXT-SLOT
               UNTIL WS-RANK NOT < WS-SLOTS-LISTED
                  OR WS-RANK-DAY-SUB = ZERO.
           IF  WS-RANK = ZERO
               MOVE RSL-NONE-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       2520-PRINT-NEXT-SLOT.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-RANK-DAY-SUB
                     WS-RANK-HOUR-SUB.
           MOVE -1 TO WS-RANK-AVG-VOTES
                      WS-RANK-AVG-COMMENTS.
           PERFORM 2530-SCAN-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
           IF  WS-RANK-DAY-SUB > ZERO
               ADD 1 TO WS-RANK
               IF  WS-RANK = 1
                   MOVE RSL-COLUMN-HEADING TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               SET WS-DAY-IDX  TO WS-RANK-DAY-SUB
               SET WS-HOUR-IDX TO WS-RANK-HOUR-SUB
               MOVE 'Y' TO WS-SLOT-LISTED-SW(WS-DAY-IDX, WS-HOUR-IDX)
               PERFORM 2550-PRINT-RANKED-SLOT
           END-IF.
      *---------------------------------------------------------------*
       2530-SCAN-ONE-DAY.
      *---------------------------------------------------------------*
           PERFORM 2540-TEST-ONE-SLOT
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24.
      *---------------------------------------------------------------*
      *    THE FIRST ELIGIBLE SLOT SEEN ON A PASS IS TAKEN OUTRIGHT
      *    (NOTHING PICKED YET); AFTER THAT A SLOT REPLACES THE PICK
      *    ONLY IF IT IS STRICTLY BETTER (OR WORSE) ON AVERAGE VOTES,
      *    THEN AVERAGE COMMENTS, SO TIES GO TO THE EARLIER SLOT.
      *---------------------------------------------------------------*
       2540-TEST-ONE-SLOT.
      *---------------------------------------------------------------*
           IF  NOT WS-SLOT-LISTED(WS-DAY-IDX, WS-HOUR-IDX)
           AND WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX) > ZERO
           AND WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                   NOT < WS-MIN-STORIES
               MOVE 'N' TO WS-SLOT-BETTER-SW
               EVALUATE TRUE
                   WHEN WS-RANK-DAY-SUB = ZERO
                       SET WS-SLOT-BETTER TO TRUE
                   WHEN WS-RANK-BEST
                    AND (WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                             > WS-RANK-AVG-VOTES
                     OR (WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                             = WS-RANK-AVG-VOTES
                    AND WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                             > WS-RANK-AVG-COMMENTS))
                       SET WS-SLOT-BETTER TO TRUE
                   WHEN WS-RANK-WORST
                    AND (WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                             < WS-RANK-AVG-VOTES
                     OR (WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                             = WS-RANK-AVG-VOTES
                    AND WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                             < WS-RANK-AVG-COMMENTS))
                       SET WS-SLOT-BETTER TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF  WS-SLOT-BETTER
                   SET  WS-RANK-DAY-SUB  TO WS-DAY-IDX
                   SET  WS-RANK-HOUR-SUB TO WS-HOUR-IDX
                   MOVE WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                       TO WS-RANK-AVG-VOTES
                   MOVE WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                       TO WS-RANK-AVG-COMMENTS
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2550-PRINT-RANKED-SLOT.
      *---------------------------------------------------------------*
           MOVE WS-RANK                  TO RSL-RANK.
           MOVE WS-DAY-NAME(WS-DAY-IDX)  TO RSL-DAY-NAME.
           COMPUTE RSL-HOUR-FROM = WS-RANK-HOUR-SUB - 1.
           MOVE RSL-HOUR-FROM            TO RSL-HOUR-TO.
           MOVE WS-SLOT-STORIES(WS-DAY-IDX, WS-HOUR-IDX)
                                         TO RSL-STORIES.
           MOVE WS-SLOT-AVG-VOTES(WS-DAY-IDX, WS-HOUR-IDX)
                                         TO RSL-AVG-VOTES.
           MOVE WS-SLOT-AVG-COMMENTS(WS-DAY-IDX, WS-HOUR-IDX)
                                         TO RSL-AVG-COMMENTS.
           MOVE RANKED-SLOT-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE MATCHED-WORK-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT           TO HL1-PAGE-COUNT.
           MOVE HEADING-LINE-1       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                    TO LINE-SPACEING.
           MOVE HEADING-LINE-2       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE HEADING-LINE-3       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 6                    TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                TO PRINT-LINE.
           ADD  1                    TO LINE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
      *---------------------------------------------------------------*
       9600-PRINT-REPORT-TOTALS.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SL-HEADING               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'MATCHED STORIES READ.......: ' TO SL-COUNT-LABEL.
           MOVE WS-STORIES-READ-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'STORIES PLACED IN GRID.....: ' TO SL-COUNT-LABEL.
           MOVE WS-STORIES-PLACED-CNT    TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'NO USABLE POSTING TIME.....: ' TO SL-COUNT-LABEL.
           MOVE WS-STORIES-UNDATED-CNT   TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'SLOTS WITH STORIES.........: ' TO SL-COUNT-LABEL.
           MOVE WS-SLOTS-USED-CNT        TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'SLOTS WITH ENOUGH TO RANK..: ' TO SL-COUNT-LABEL.
           MOVE WS-SLOTS-RANKED-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       9610-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE SL-COUNT-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
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
               DISPLAY 'HACKPOST - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKPOST'               TO SLG-PROGRAM-ID
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
               MOVE 'STORIES PLACED'         TO SLG-OUTPUT-LABEL
               MOVE WS-STORIES-PLACED-CNT    TO SLG-OUTPUT-CNT
               MOVE 'UNDATED'                TO SLG-REJECT-LABEL
               MOVE WS-STORIES-UNDATED-CNT   TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKPOST - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-MATCHED-WORK-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKPOST - MATCHED-WORK-FILE I/O FAILED, '
                   'STATUS = ' MWK-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
