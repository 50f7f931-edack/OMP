      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKAFFL.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. MONTH-END AFFILIATION SHARE-OF-VOICE REPORT OVER THE
      *         AUTHOR-ACTIVITY MASTER HACKNEWS MAINTAINS. ONE LINE
      *         PER AFFILIATION - ITS MATCHED STORIES AND VOTES FOR
      *         THE REPORT MONTH AS A SHARE OF ALL AFFILIATIONS', THE
      *         SAME FOR THE MONTH BEFORE, AND THE CHANGE BETWEEN THE
      *         TWO - BIGGEST SHARE FIRST. A SECOND SECTION LISTS THE
      *         AUTHORS WHOSE FIRST MATCHED STORY WAS POSTED IN THE
      *         REPORT MONTH. MONTHS ARE POSTING MONTHS. THE REPORT
      *         MONTH COMES FROM THE PARAMETER CARD, DEFAULT THE
      *         CURRENT MONTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT AUTHOR-ACTIVITY-FILE
               ASSIGN TO AUTHACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AAR-KEY
               FILE STATUS IS AACT-STATUS.
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
       FD  AUTHOR-ACTIVITY-FILE RECORDING MODE F.
       COPY AUTHACT.
      *    OPTIONAL PARAMETER CARD. A BLANK REPORT MONTH (YYYY-MM) IS
      *    THE CURRENT MONTH.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-REPORT-MONTH             PIC X(07).
           05 FILLER                       PIC X(73).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
      *    ONE ENTRY PER AFFILIATION WITH A MATCHED STORY IN THE
      *    REPORT MONTH OR THE MONTH BEFORE IT.
      *---------------------------------------------------------------*
       01  WS-AFFILIATION-TABLE.
           05  WS-AFF-CNT                  PIC 9(03) VALUE 0.
           05  WS-AFF-ENTRY                OCCURS 500 TIMES
                                            INDEXED BY WS-AFF-IDX.
               10  WS-AFF-AFFILIATION      PIC X(20).
               10  WS-AFF-STORIES          PIC 9(07).
               10  WS-AFF-VOTES            PIC 9(09).
               10  WS-AFF-PRV-STORIES      PIC 9(07).
               10  WS-AFF-PRV-VOTES        PIC 9(09).
               10  WS-AFF-AUTHORS          PIC 9(05).
               10  WS-AFF-NEW-AUTHORS      PIC 9(05).
               10  WS-AFF-PRINTED-SW       PIC X(01).
                   88  WS-AFF-PRINTED                VALUE 'Y'.
           05  WS-AFF-HIGH-SUB             PIC 9(03) COMP VALUE 0.
           05  WS-AFF-HIGH-STORIES         PIC S9(07) VALUE 0.
           05  WS-AFF-HIGH-VOTES           PIC S9(09) VALUE 0.
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
                   ' HACKNEWS AFFILIATION SHARE OF VOICE    '.
               10  FILLER      PIC X(13) VALUE 'REPORT MONTH '.
               10  HL1-REPORT-MONTH        PIC X(07).
               10  FILLER      PIC X(20) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(23) VALUE SPACE.
               10  FILLER      PIC X(40) VALUE
                   '--------- REPORT MONTH ---------    ----'.
               10  FILLER      PIC X(40) VALUE
                   ' PRIOR ---  ------ CHANGE ------        '.
               10  FILLER      PIC X(29) VALUE SPACE.
           05  HEADING-LINE-3.
               10  FILLER      PIC X(23) VALUE ' AFFILIATION'.
               10  FILLER      PIC X(40) VALUE
                   'STORIES   SHARE        VOTES   SHARE    '.
               10  FILLER      PIC X(40) VALUE
                   'STORIES   SHARE   STORIES  SHARE PTS  AU'.
               10  FILLER      PIC X(29) VALUE
                   'THORS      NEW'.
      *---------------------------------------------------------------*
       01  DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-AFFILIATION              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-STORIES                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-STORY-SHARE              PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-VOTES                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-VOTE-SHARE               PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  DL-PRV-STORIES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-PRV-SHARE                PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-STORY-CHANGE             PIC ++++,++9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  DL-SHARE-CHANGE             PIC +++9.9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-AUTHORS                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-NEW-AUTHORS              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(19) VALUE SPACE.
      *---------------------------------------------------------------*
       01  NEW-AUTHOR-LINES.
      *---------------------------------------------------------------*
           05  NAL-HEADING.
               10  FILLER                  PIC X(40) VALUE
                   '      NEW AUTHORS - FIRST MATCHED STORY'.
               10  FILLER                  PIC X(10) VALUE
                   'POSTED IN '.
               10  NAL-HEADING-MONTH       PIC X(07).
               10  FILLER                  PIC X(75) VALUE SPACE.
           05  NAL-COLUMN-HEADING.
               10  FILLER                  PIC X(56) VALUE
                   ' AUTHOR                          AFFILIATION'.
               10  FILLER                  PIC X(76) VALUE
                   'FIRST POSTED   STORIES        VOTES'.
           05  NEW-AUTHOR-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  NAL-AUTHOR              PIC X(30).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  NAL-AFFILIATION         PIC X(20).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  NAL-FIRST-POSTED        PIC X(10).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  NAL-STORIES             PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  NAL-VOTES               PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(43) VALUE SPACE.
           05  NAL-NONE-LINE               PIC X(132) VALUE
               '      NO NEW AUTHORS THIS MONTH'.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                            REPORT TOTALS'.
           05  SL-COUNT-LINE.
               10  SL-COUNT-LABEL          PIC X(30).
               10  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
      *---------------------------------------------------------------*
      *    THE REPORT MONTH AND THE MONTH BEFORE IT, AND THE FIGURES
      *    PULLED FROM ONE AUTHOR'S MONTH BUCKETS.
      *---------------------------------------------------------------*
       01  WS-MONTH-FIELDS.
           05  WS-REPORT-MONTH.
               10  WS-RM-YEAR              PIC 9(04).
               10  WS-RM-DASH              PIC X(01) VALUE '-'.
               10  WS-RM-MONTH             PIC 9(02).
           05  WS-PRIOR-MONTH.
               10  WS-PM-YEAR              PIC 9(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-PM-MONTH             PIC 9(02).
           05  WS-BUCKET-SUB               PIC 9(01) COMP VALUE 0.
           05  WS-AUTHOR-STORIES           PIC 9(05) VALUE 0.
           05  WS-AUTHOR-VOTES             PIC 9(09) VALUE 0.
           05  WS-AUTHOR-PRV-STORIES       PIC 9(05) VALUE 0.
           05  WS-AUTHOR-PRV-VOTES         PIC 9(09) VALUE 0.
           05  WS-NEW-AUTHOR-SW            PIC X(01) VALUE 'N'.
               88  WS-NEW-AUTHOR                     VALUE 'Y'.
           05  WS-SHARE-WORK               PIC S9(03)V9 VALUE 0.
           05  WS-PRV-SHARE-WORK           PIC S9(03)V9 VALUE 0.
           05  WS-CHANGE-WORK              PIC S9(07) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
      *---------------------------------------------------------------*
           05  WS-AUTHORS-READ-CNT         PIC 9(07) VALUE 0.
           05  WS-TOTAL-STORIES            PIC 9(07) VALUE 0.
           05  WS-TOTAL-VOTES              PIC 9(09) VALUE 0.
           05  WS-TOTAL-PRV-STORIES        PIC 9(07) VALUE 0.
           05  WS-TOTAL-PRV-VOTES          PIC 9(09) VALUE 0.
           05  WS-TOTAL-AUTHORS            PIC 9(05) VALUE 0.
           05  WS-TOTAL-NEW-AUTHORS        PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  AACT-EOF-SW                 PIC X(01) VALUE 'N'.
               88  AACT-EOF                          VALUE 'Y'.
           05  WS-AFF-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-AFF-FOUND                      VALUE 'Y'.
           05  AACT-STATUS                 PIC X(02) VALUE '00'.
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
           PERFORM 1100-ACCUMULATE-AFFILIATIONS.
           PERFORM 2000-PRINT-AFFILIATION-LINES.
           PERFORM 2500-PRINT-NEW-AUTHORS.
           PERFORM 9600-PRINT-REPORT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  AUTHOR-ACTIVITY-FILE
                       PARAMETER-FILE
                OUTPUT PRINT-FILE.
           IF  AACT-STATUS NOT = '00'
               PERFORM 9900-AUTHOR-ACTIVITY-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR  WS-RM-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH WS-RM-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           IF  WS-RM-YEAR  IS NOT NUMERIC
           OR  WS-RM-MONTH IS NOT NUMERIC
           OR  WS-RM-DASH  NOT = '-'
           OR  WS-RM-MONTH < 1
           OR  WS-RM-MONTH > 12
               PERFORM 9920-REPORT-MONTH-ERROR
           END-IF.
           IF  WS-RM-MONTH = 1
               COMPUTE WS-PM-YEAR = WS-RM-YEAR - 1
               MOVE 12          TO WS-PM-MONTH
           ELSE
               MOVE WS-RM-YEAR  TO WS-PM-YEAR
               COMPUTE WS-PM-MONTH = WS-RM-MONTH - 1
           END-IF.
           MOVE WS-REPORT-MONTH TO HL1-REPORT-MONTH
                                   NAL-HEADING-MONTH.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-REPORT-MONTH NOT = SPACES
                       MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
      *    ONE PASS OF THE MASTER, ROLLING EACH AUTHOR'S FIGURES FOR
      *    THE TWO MONTHS UP TO THEIR AFFILIATION.
      *---------------------------------------------------------------*
       1100-ACCUMULATE-AFFILIATIONS.
      *---------------------------------------------------------------*
           PERFORM 1110-READ-AUTHOR-ACTIVITY.
           PERFORM 1120-ACCUMULATE-ONE-AUTHOR
               UNTIL AACT-EOF.
      *---------------------------------------------------------------*
       1110-READ-AUTHOR-ACTIVITY.
      *---------------------------------------------------------------*
           READ AUTHOR-ACTIVITY-FILE
               AT END SET AACT-EOF TO TRUE.
           IF  NOT AACT-EOF
               IF  AACT-STATUS NOT = '00'
                   PERFORM 9900-AUTHOR-ACTIVITY-ERROR
               END-IF
               ADD 1 TO WS-AUTHORS-READ-CNT
           END-IF.
      *---------------------------------------------------------------*
       1120-ACCUMULATE-ONE-AUTHOR.
      *---------------------------------------------------------------*
           PERFORM 1130-TAKE-MONTH-FIGURES.
           IF  WS-AUTHOR-STORIES > ZERO
           OR  WS-AUTHOR-PRV-STORIES > ZERO
               PERFORM 1140-FIND-AFFILIATION-ENTRY
               ADD WS-AUTHOR-STORIES     TO WS-AFF-STORIES(WS-AFF-IDX)
                                            WS-TOTAL-STORIES
               ADD WS-AUTHOR-VOTES       TO WS-AFF-VOTES(WS-AFF-IDX)
                                            WS-TOTAL-VOTES
               ADD WS-AUTHOR-PRV-STORIES
                   TO WS-AFF-PRV-STORIES(WS-AFF-IDX)
                      WS-TOTAL-PRV-STORIES
               ADD WS-AUTHOR-PRV-VOTES
                   TO WS-AFF-PRV-VOTES(WS-AFF-IDX)
                      WS-TOTAL-PRV-VOTES
               IF  WS-AUTHOR-STORIES > ZERO
                   ADD 1 TO WS-AFF-AUTHORS(WS-AFF-IDX)
                            WS-TOTAL-AUTHORS
               END-IF
               IF  WS-NEW-AUTHOR
                   ADD 1 TO WS-AFF-NEW-AUTHORS(WS-AFF-IDX)
                            WS-TOTAL-NEW-AUTHORS
               END-IF
           END-IF.
           PERFORM 1110-READ-AUTHOR-ACTIVITY.
      *---------------------------------------------------------------*
      *    PICKS THE REPORT MONTH AND PRIOR MONTH OUT OF THE AUTHOR'S
      *    THREE MONTH BUCKETS - A MONTH WITH NO BUCKET IS ZERO. AN
      *    AUTHOR IS NEW IF THEIR FIRST MATCHED STORY WAS POSTED IN
      *    THE REPORT MONTH.
      *---------------------------------------------------------------*
       1130-TAKE-MONTH-FIGURES.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-AUTHOR-STORIES
                     WS-AUTHOR-VOTES
                     WS-AUTHOR-PRV-STORIES
                     WS-AUTHOR-PRV-VOTES.
           PERFORM 1135-TAKE-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 3.
           IF  AAR-FIRST-POSTED(1:7) = WS-REPORT-MONTH
               SET WS-NEW-AUTHOR TO TRUE
           ELSE
               MOVE 'N' TO WS-NEW-AUTHOR-SW
           END-IF.
      *---------------------------------------------------------------*
       1135-TAKE-ONE-BUCKET.
      *---------------------------------------------------------------*
           EVALUATE AAR-MONTH(WS-BUCKET-SUB)
               WHEN WS-REPORT-MONTH
                   MOVE AAR-MONTH-STORY-CNT(WS-BUCKET-SUB)
                       TO WS-AUTHOR-STORIES
                   MOVE AAR-MONTH-VOTES(WS-BUCKET-SUB)
                       TO WS-AUTHOR-VOTES
               WHEN WS-PRIOR-MONTH
                   MOVE AAR-MONTH-STORY-CNT(WS-BUCKET-SUB)
                       TO WS-AUTHOR-PRV-STORIES
                   MOVE AAR-MONTH-VOTES(WS-BUCKET-SUB)
                       TO WS-AUTHOR-PRV-VOTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       1140-FIND-AFFILIATION-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-AFF-FOUND-SW.
           SET WS-AFF-IDX TO 1.
           SEARCH WS-AFF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AFF-IDX > WS-AFF-CNT
                   CONTINUE
               WHEN WS-AFF-AFFILIATION(WS-AFF-IDX) = AAR-AFFILIATION
                   SET WS-AFF-FOUND TO TRUE
           END-SEARCH.
           IF  NOT WS-AFF-FOUND
               IF  WS-AFF-CNT < 500
                   ADD 1 TO WS-AFF-CNT
                   SET WS-AFF-IDX TO WS-AFF-CNT
                   MOVE AAR-AFFILIATION
                       TO WS-AFF-AFFILIATION(WS-AFF-IDX)
                   MOVE 0 TO WS-AFF-STORIES(WS-AFF-IDX)
                             WS-AFF-VOTES(WS-AFF-IDX)
                             WS-AFF-PRV-STORIES(WS-AFF-IDX)
                             WS-AFF-PRV-VOTES(WS-AFF-IDX)
                             WS-AFF-AUTHORS(WS-AFF-IDX)
                             WS-AFF-NEW-AUTHORS(WS-AFF-IDX)
                   MOVE 'N' TO WS-AFF-PRINTED-SW(WS-AFF-IDX)
               ELSE
                   PERFORM 9910-AFFILIATION-TABLE-OVERFLOW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    PRINTS THE AFFILIATIONS LARGEST REPORT-MONTH STORY COUNT
      *    FIRST (VOTES BREAKING A TIE), THEN THE ALL-AFFILIATIONS
      *    TOTAL LINE.
      *---------------------------------------------------------------*
       2000-PRINT-AFFILIATION-LINES.
      *---------------------------------------------------------------*
           PERFORM 2010-PRINT-NEXT-AFFILIATION
               WS-AFF-CNT TIMES.
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ALL AFFILIATIONS'       TO DL-AFFILIATION.
           MOVE WS-TOTAL-STORIES         TO DL-STORIES.
           MOVE WS-TOTAL-VOTES           TO DL-VOTES.
           MOVE WS-TOTAL-PRV-STORIES     TO DL-PRV-STORIES.
           COMPUTE WS-CHANGE-WORK = WS-TOTAL-STORIES
                                  - WS-TOTAL-PRV-STORIES.
           MOVE WS-CHANGE-WORK           TO DL-STORY-CHANGE.
           MOVE WS-TOTAL-AUTHORS         TO DL-AUTHORS.
           MOVE WS-TOTAL-NEW-AUTHORS     TO DL-NEW-AUTHORS.
           IF  WS-TOTAL-STORIES > ZERO
               MOVE 100                  TO DL-STORY-SHARE
           ELSE
               MOVE 0                    TO DL-STORY-SHARE
           END-IF.
           IF  WS-TOTAL-VOTES > ZERO
               MOVE 100                  TO DL-VOTE-SHARE
           ELSE
               MOVE 0                    TO DL-VOTE-SHARE
           END-IF.
           IF  WS-TOTAL-PRV-STORIES > ZERO
               MOVE 100                  TO DL-PRV-SHARE
           ELSE
               MOVE 0                    TO DL-PRV-SHARE
           END-IF.
           MOVE 0                        TO DL-SHARE-CHANGE.
           MOVE DETAIL-LINE              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2010-PRINT-NEXT-AFFILIATION.
      *---------------------------------------------------------------*
           MOVE 0  TO WS-AFF-HIGH-SUB.
           MOVE -1 TO WS-AFF-HIGH-STORIES
                      WS-AFF-HIGH-VOTES.
           PERFORM 2020-FIND-LARGEST-UNPRINTED
               VARYING WS-AFF-IDX FROM 1 BY 1
               UNTIL WS-AFF-IDX > WS-AFF-CNT.
           IF  WS-AFF-HIGH-SUB > ZERO
               SET WS-AFF-IDX TO WS-AFF-HIGH-SUB
               MOVE 'Y' TO WS-AFF-PRINTED-SW(WS-AFF-IDX)
               PERFORM 2030-PRINT-AFFILIATION-LINE
           END-IF.
      *---------------------------------------------------------------*
       2020-FIND-LARGEST-UNPRINTED.
      *---------------------------------------------------------------*
           IF  NOT WS-AFF-PRINTED(WS-AFF-IDX)
               IF  WS-AFF-STORIES(WS-AFF-IDX) > WS-AFF-HIGH-STORIES
               OR (WS-AFF-STORIES(WS-AFF-IDX) = WS-AFF-HIGH-STORIES
               AND WS-AFF-VOTES(WS-AFF-IDX)   > WS-AFF-HIGH-VOTES)
                   MOVE WS-AFF-STORIES(WS-AFF-IDX)
                       TO WS-AFF-HIGH-STORIES
                   MOVE WS-AFF-VOTES(WS-AFF-IDX)
                       TO WS-AFF-HIGH-VOTES
                   SET  WS-AFF-HIGH-SUB TO WS-AFF-IDX
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    SHARES ARE PERCENTAGES OF THE ALL-AFFILIATIONS TOTAL FOR
      *    THE SAME MONTH; THE SHARE CHANGE IS IN PERCENTAGE POINTS.
      *---------------------------------------------------------------*
       2030-PRINT-AFFILIATION-LINE.
      *---------------------------------------------------------------*
           MOVE WS-AFF-AFFILIATION(WS-AFF-IDX) TO DL-AFFILIATION.
           MOVE WS-AFF-STORIES(WS-AFF-IDX)     TO DL-STORIES.
           MOVE WS-AFF-VOTES(WS-AFF-IDX)       TO DL-VOTES.
           MOVE WS-AFF-PRV-STORIES(WS-AFF-IDX) TO DL-PRV-STORIES.
           MOVE WS-AFF-AUTHORS(WS-AFF-IDX)     TO DL-AUTHORS.
           MOVE WS-AFF-NEW-AUTHORS(WS-AFF-IDX) TO DL-NEW-AUTHORS.
           MOVE 0 TO WS-SHARE-WORK.
           IF  WS-TOTAL-STORIES > ZERO
               COMPUTE WS-SHARE-WORK ROUNDED =
                   WS-AFF-STORIES(WS-AFF-IDX) * 100 / WS-TOTAL-STORIES
           END-IF.
           MOVE WS-SHARE-WORK                  TO DL-STORY-SHARE.
           MOVE 0 TO WS-PRV-SHARE-WORK.
           IF  WS-TOTAL-PRV-STORIES > ZERO
               COMPUTE WS-PRV-SHARE-WORK ROUNDED =
                   WS-AFF-PRV-STORIES(WS-AFF-IDX) * 100
                   / WS-TOTAL-PRV-STORIES
           END-IF.
           MOVE WS-PRV-SHARE-WORK              TO DL-PRV-SHARE.
           COMPUTE DL-SHARE-CHANGE = WS-SHARE-WORK - WS-PRV-SHARE-WORK.
           COMPUTE WS-CHANGE-WORK = WS-AFF-STORIES(WS-AFF-IDX)
                                  - WS-AFF-PRV-STORIES(WS-AFF-IDX).
           MOVE WS-CHANGE-WORK                 TO DL-STORY-CHANGE.
           MOVE 0 TO WS-SHARE-WORK.
           IF  WS-TOTAL-VOTES > ZERO
               COMPUTE WS-SHARE-WORK ROUNDED =
                   WS-AFF-VOTES(WS-AFF-IDX) * 100 / WS-TOTAL-VOTES
           END-IF.
           MOVE WS-SHARE-WORK                  TO DL-VOTE-SHARE.
           MOVE DETAIL-LINE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
      *    A SECOND PASS OF THE MASTER LISTS THE REPORT MONTH'S NEW
      *    AUTHORS IN NAME ORDER, SO THE LIST HAS NO TABLE LIMIT.
      *---------------------------------------------------------------*
       2500-PRINT-NEW-AUTHORS.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE NAL-HEADING              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-TOTAL-NEW-AUTHORS = ZERO
               MOVE NAL-NONE-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE NAL-COLUMN-HEADING   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               CLOSE AUTHOR-ACTIVITY-FILE
               OPEN INPUT AUTHOR-ACTIVITY-FILE
               IF  AACT-STATUS NOT = '00'
                   PERFORM 9900-AUTHOR-ACTIVITY-ERROR
               END-IF
               MOVE 'N' TO AACT-EOF-SW
               PERFORM 2510-READ-FOR-NEW-AUTHORS
               PERFORM 2520-TEST-NEW-AUTHOR
                   UNTIL AACT-EOF
           END-IF.
      *---------------------------------------------------------------*
       2510-READ-FOR-NEW-AUTHORS.
      *---------------------------------------------------------------*
           READ AUTHOR-ACTIVITY-FILE
               AT END SET AACT-EOF TO TRUE.
           IF  NOT AACT-EOF
           AND AACT-STATUS NOT = '00'
               PERFORM 9900-AUTHOR-ACTIVITY-ERROR
           END-IF.
      *---------------------------------------------------------------*
       2520-TEST-NEW-AUTHOR.
      *---------------------------------------------------------------*
           IF  AAR-FIRST-POSTED(1:7) = WS-REPORT-MONTH
               PERFORM 1130-TAKE-MONTH-FIGURES
               MOVE AAR-CANONICAL-NAME   TO NAL-AUTHOR
               MOVE AAR-AFFILIATION      TO NAL-AFFILIATION
               MOVE AAR-FIRST-POSTED     TO NAL-FIRST-POSTED
               MOVE WS-AUTHOR-STORIES    TO NAL-STORIES
               MOVE WS-AUTHOR-VOTES      TO NAL-VOTES
               MOVE NEW-AUTHOR-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 2510-READ-FOR-NEW-AUTHORS.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE AUTHOR-ACTIVITY-FILE
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
           MOVE 'AUTHORS ON MASTER..........: ' TO SL-COUNT-LABEL.
           MOVE WS-AUTHORS-READ-CNT      TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'AFFILIATIONS REPORTED......: ' TO SL-COUNT-LABEL.
           MOVE WS-AFF-CNT               TO SL-COUNT.
           PERFORM 9610-PRINT-COUNT-LINE.
           MOVE 'NEW AUTHORS THIS MONTH.....: ' TO SL-COUNT-LABEL.
           MOVE WS-TOTAL-NEW-AUTHORS     TO SL-COUNT.
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
               DISPLAY 'HACKAFFL - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKAFFL'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'AUTHORS READ'           TO SLG-INPUT-LABEL
               MOVE WS-AUTHORS-READ-CNT      TO SLG-INPUT-CNT
               MOVE 'AFFILIATIONS'           TO SLG-OUTPUT-LABEL
               MOVE WS-AFF-CNT               TO SLG-OUTPUT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKAFFL - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-AUTHOR-ACTIVITY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKAFFL - AUTHOR-ACTIVITY-FILE I/O FAILED, '
                   'STATUS = ' AACT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-AFFILIATION-TABLE-OVERFLOW.
      *---------------------------------------------------------------*
           DISPLAY 'HACKAFFL - MORE THAN 500 AFFILIATIONS ACTIVE IN '
                   'THE TWO MONTHS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-REPORT-MONTH-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKAFFL - REPORT MONTH NOT YYYY-MM: '
                   WS-REPORT-MONTH.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
