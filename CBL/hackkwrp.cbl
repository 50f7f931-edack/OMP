      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKKWRP.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. KEYWORD EFFECTIVENESS REPORT OVER THE CUMULATIVE
      *         KEYWORD-HISTORY FILE HACKNEWS APPENDS TO. ONE LINE PER
      *         WATCH-LIST ENTRY - THE LAST DATE IT MATCHED, ITS HITS
      *         AND VOTES OVER THE LAST 7, 30 AND 90 DAYS, AND ITS
      *         SHARE OF THE STORIES MATCHED IN THE LAST 90 DAYS. AN
      *         ENTRY STILL ON KEYWRD THAT HAS NOT MATCHED IN THE
      *         PARAMETER-CARD NUMBER OF DAYS (DEFAULT 90) IS FLAGGED
      *         AS A RETIREMENT CANDIDATE. THE WINDOWS END ON THE
      *         PARAMETER-CARD AS-OF DATE, DEFAULT TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT KEYWORD-HISTORY-FILE
               ASSIGN TO KWHIST
               FILE STATUS IS KWHS-STATUS.
           SELECT OPTIONAL KEYWORD-FILE
               ASSIGN TO KEYWRD
               FILE STATUS IS KWRD-STATUS.
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
       FD  KEYWORD-HISTORY-FILE RECORDING MODE F.
       COPY KWHIST.
      *    THE CURRENT WATCH-LIST, READ ONLY TO TELL WHICH HISTORY
      *    ENTRIES ARE STILL BEING SCREENED FOR. WITHOUT IT EVERY
      *    ENTRY IS TREATED AS STILL ON THE LIST.
       FD  KEYWORD-FILE RECORDING MODE F.
       01  KEYWORD-RECORD-IN.
           05 KWR-KEYWORD                  PIC X(20).
           05 KWR-MATCH-TYPE               PIC X(01).
           05 KWR-WEIGHT                   PIC 9(02)V99.
      *    OPTIONAL PARAMETER CARD. A BLANK AS-OF DATE IS TODAY; A
      *    ZERO OR BLANK RETIREMENT DAY COUNT TAKES THE BUILT-IN 90.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-AS-OF-DATE               PIC X(10).
           05 PRM-RETIRE-DAYS              PIC 9(03).
           05 FILLER                       PIC X(67).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
      *    ONE ENTRY PER DISTINCT KEYWORD IN THE HISTORY, IN THE
      *    ORDER EACH FIRST APPEARS - WHICH IS KEYWRD ORDER FOR ANY
      *    LIST THAT HAS NOT BEEN REORDERED.
      *---------------------------------------------------------------*
       01  WS-KEYWORD-HISTORY-TABLE.
           05  WS-KWH-CNT                  PIC 9(03) VALUE 0.
           05  WS-KWH-ENTRY                OCCURS 200 TIMES
                                            INDEXED BY WS-KWH-IDX.
               10  WS-KWH-KEYWORD          PIC X(20).
               10  WS-KWH-MATCH-TYPE       PIC X(01).
               10  WS-KWH-FIRST-DATE       PIC X(10).
               10  WS-KWH-LAST-MATCH-DATE  PIC X(10).
               10  WS-KWH-HITS-7           PIC 9(07).
               10  WS-KWH-HITS-30          PIC 9(07).
               10  WS-KWH-HITS-90          PIC 9(07).
               10  WS-KWH-VOTES-7          PIC 9(10).
               10  WS-KWH-VOTES-30         PIC 9(10).
               10  WS-KWH-VOTES-90         PIC 9(10).
               10  WS-KWH-ON-LIST-SW       PIC X(01).
                   88  WS-KWH-ON-LIST                VALUE 'Y'.
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
                   '  HACKNEWS KEYWORD EFFECTIVENESS REPORT '.
               10  FILLER      PIC X(08) VALUE 'AS OF: '.
               10  HL1-AS-OF-DATE          PIC X(10).
               10  FILLER      PIC X(22) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(21) VALUE ' KEYWORD'.
               10  FILLER      PIC X(05) VALUE 'TYPE '.
               10  FILLER      PIC X(12) VALUE 'LAST MATCH'.
               10  FILLER      PIC X(08) VALUE ' HITS-7 '.
               10  FILLER      PIC X(08) VALUE 'HITS-30 '.
               10  FILLER      PIC X(08) VALUE 'HITS-90 '.
               10  FILLER      PIC X(12) VALUE '    VOTES-7 '.
               10  FILLER      PIC X(12) VALUE '   VOTES-30 '.
               10  FILLER      PIC X(12) VALUE '   VOTES-90 '.
               10  FILLER      PIC X(10) VALUE ' 90D SHARE'.
               10  FILLER      PIC X(02) VALUE SPACE.
               10  FILLER      PIC X(22) VALUE 'STATUS    FLAG'.
      *---------------------------------------------------------------*
       01  DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-KEYWORD                  PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-MATCH-TYPE               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-LAST-MATCH-DATE          PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-HITS-7                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-HITS-30                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-HITS-90                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-VOTES-7                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-VOTES-30                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-VOTES-90                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  DL-SHARE                    PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-STATUS                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-FLAG                     PIC X(08).
           05  FILLER                      PIC X(05) VALUE SPACE.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                            REPORT TOTALS'.
           05  SL-KEYWORD-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'KEYWORDS IN HISTORY........: '.
               10  SL-KEYWORD-CNT          PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(95) VALUE SPACE.
           05  SL-RUNS-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RUNS IN LAST 90 DAYS.......: '.
               10  SL-RUNS-90              PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(95) VALUE SPACE.
           05  SL-MATCHED-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'STORIES MATCHED IN 90 DAYS.: '.
               10  SL-MATCHED-90           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(95) VALUE SPACE.
           05  SL-RETIRE-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RETIREMENT CANDIDATES......: '.
               10  SL-RETIRE-CNT           PIC ZZZ,ZZ9.
               10  FILLER                  PIC X(10) VALUE
                   '  (NO HIT '.
               10  SL-RETIRE-DAYS          PIC ZZ9.
               10  FILLER                  PIC X(82) VALUE
                   ' DAYS OR MORE)'.
      *---------------------------------------------------------------*
       01  WS-WINDOW-WORK-FIELDS.
      *---------------------------------------------------------------*
           05  WS-AS-OF-DATE               PIC X(10) VALUE SPACE.
           05  WS-AS-OF-INT                PIC 9(08) VALUE 0.
           05  WS-RETIRE-DAYS              PIC 9(03) VALUE 90.
           05  WS-WORK-YMD.
               10  WS-WORK-YMD-YEAR        PIC X(04).
               10  WS-WORK-YMD-MONTH       PIC X(02).
               10  WS-WORK-YMD-DAY         PIC X(02).
           05  WS-WORK-YMD-NUM REDEFINES WS-WORK-YMD
                                           PIC 9(08).
           05  WS-RECORD-INT               PIC 9(08) VALUE 0.
           05  WS-DAYS-AGO                 PIC S9(08) VALUE 0.
           05  WS-PRIOR-RUN-STAMP          PIC X(18) VALUE SPACE.
           05  WS-THIS-RUN-STAMP           PIC X(18) VALUE SPACE.
           05  WS-RUNS-90                  PIC 9(05) VALUE 0.
           05  WS-MATCHED-90               PIC 9(09) VALUE 0.
           05  WS-SHARE                    PIC 9(03)V99 VALUE 0.
           05  WS-RETIRE-CNT               PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  KWHS-EOF-SW                 PIC X(01) VALUE 'N'.
               88  KWHS-EOF                          VALUE 'Y'.
           05  KWRD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  KWRD-EOF                          VALUE 'Y'.
           05  WS-KEYWRD-LOADED-SW         PIC X(01) VALUE 'N'.
               88  WS-KEYWRD-LOADED                  VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                    VALUE 'Y'.
           05  WS-UPPER-KEYWORD            PIC X(20) VALUE SPACE.
           05  KWHS-STATUS                 PIC X(02) VALUE '00'.
           05  KWRD-STATUS                 PIC X(02) VALUE '00'.
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
           PERFORM 1100-LOAD-KEYWORD-HISTORY.
           PERFORM 1300-MARK-CURRENT-KEYWORDS.
           PERFORM 2000-PRINT-KEYWORD-LINES.
           PERFORM 9600-PRINT-REPORT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  KEYWORD-HISTORY-FILE
                       PARAMETER-FILE
                OUTPUT PRINT-FILE.
           IF  KWHS-STATUS NOT = '00'
               PERFORM 9900-KEYWORD-HISTORY-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-AS-OF-DATE
           END-STRING.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           MOVE WS-AS-OF-DATE    TO HL1-AS-OF-DATE.
           MOVE WS-AS-OF-DATE(1:4) TO WS-WORK-YMD-YEAR.
           MOVE WS-AS-OF-DATE(6:2) TO WS-WORK-YMD-MONTH.
           MOVE WS-AS-OF-DATE(9:2) TO WS-WORK-YMD-DAY.
           IF  WS-WORK-YMD-NUM IS NOT NUMERIC
               PERFORM 9920-AS-OF-DATE-ERROR
           END-IF.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD-NUM).
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-AS-OF-DATE NOT = SPACES
                       MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                   END-IF
                   IF  PRM-RETIRE-DAYS IS NUMERIC
                   AND PRM-RETIRE-DAYS > ZERO
                       MOVE PRM-RETIRE-DAYS TO WS-RETIRE-DAYS
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
      *    ACCUMULATES EVERY HISTORY RECORD ON OR BEFORE THE AS-OF
      *    DATE INTO ITS KEYWORD'S ENTRY. THE FIRST AND LAST-MATCH
      *    DATES LOOK AT ALL OF HISTORY; THE HIT AND VOTE COLUMNS
      *    ONLY AT THEIR OWN WINDOWS.
      *---------------------------------------------------------------*
       1100-LOAD-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           PERFORM 1110-READ-KEYWORD-HISTORY.
           PERFORM 1120-ACCUMULATE-HISTORY-RECORD
               UNTIL KWHS-EOF.
      *---------------------------------------------------------------*
       1110-READ-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           READ KEYWORD-HISTORY-FILE
               AT END SET KWHS-EOF TO TRUE.
      *---------------------------------------------------------------*
       1120-ACCUMULATE-HISTORY-RECORD.
      *---------------------------------------------------------------*
           MOVE KHR-RUN-DATE(1:4) TO WS-WORK-YMD-YEAR.
           MOVE KHR-RUN-DATE(6:2) TO WS-WORK-YMD-MONTH.
           MOVE KHR-RUN-DATE(9:2) TO WS-WORK-YMD-DAY.
           IF  WS-WORK-YMD-NUM IS NUMERIC
           AND KHR-RUN-DATE NOT > WS-AS-OF-DATE
               COMPUTE WS-RECORD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD-NUM)
               COMPUTE WS-DAYS-AGO = WS-AS-OF-INT - WS-RECORD-INT
               PERFORM 1130-COUNT-RUN-MATCHES
               PERFORM 1140-FIND-KEYWORD-ENTRY
               PERFORM 1150-ADD-TO-KEYWORD-ENTRY
           END-IF.
           PERFORM 1110-READ-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
      *    ONE RUN'S RECORDS ARE CONTIGUOUS AND SHARE ITS DATE AND
      *    TIME, SO THE RUN'S MATCHED COUNT IS TAKEN ONCE, FROM THE
      *    FIRST RECORD OF EACH RUN.
      *---------------------------------------------------------------*
       1130-COUNT-RUN-MATCHES.
      *---------------------------------------------------------------*
           MOVE KHR-RUN-DATE      TO WS-THIS-RUN-STAMP(1:10).
           MOVE KHR-RUN-TIME      TO WS-THIS-RUN-STAMP(11:8).
           IF  WS-THIS-RUN-STAMP NOT = WS-PRIOR-RUN-STAMP
               MOVE WS-THIS-RUN-STAMP TO WS-PRIOR-RUN-STAMP
               IF  WS-DAYS-AGO < 90
                   ADD 1               TO WS-RUNS-90
                   ADD KHR-RUN-MATCHED TO WS-MATCHED-90
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1140-FIND-KEYWORD-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           SET WS-KWH-IDX TO 1.
           SEARCH WS-KWH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KWH-IDX > WS-KWH-CNT
                   CONTINUE
               WHEN WS-KWH-KEYWORD(WS-KWH-IDX) = KHR-KEYWORD
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.
           IF  NOT WS-ENTRY-FOUND
               IF  WS-KWH-CNT NOT < 200
                   PERFORM 9910-KEYWORD-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-KWH-CNT
               SET WS-KWH-IDX TO WS-KWH-CNT
               INITIALIZE WS-KWH-ENTRY(WS-KWH-IDX)
               MOVE KHR-KEYWORD   TO WS-KWH-KEYWORD(WS-KWH-IDX)
               MOVE KHR-RUN-DATE  TO WS-KWH-FIRST-DATE(WS-KWH-IDX)
               MOVE 'Y'           TO WS-KWH-ON-LIST-SW(WS-KWH-IDX)
           END-IF.
      *---------------------------------------------------------------*
       1150-ADD-TO-KEYWORD-ENTRY.
      *---------------------------------------------------------------*
           MOVE KHR-MATCH-TYPE    TO WS-KWH-MATCH-TYPE(WS-KWH-IDX).
           IF  KHR-STORY-CNT > ZERO
           AND KHR-RUN-DATE > WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)
               MOVE KHR-RUN-DATE  TO WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)
           END-IF.
           IF  WS-DAYS-AGO < 90
               ADD KHR-STORY-CNT   TO WS-KWH-HITS-90(WS-KWH-IDX)
               ADD KHR-VOTES-TOTAL TO WS-KWH-VOTES-90(WS-KWH-IDX)
           END-IF.
           IF  WS-DAYS-AGO < 30
               ADD KHR-STORY-CNT   TO WS-KWH-HITS-30(WS-KWH-IDX)
               ADD KHR-VOTES-TOTAL TO WS-KWH-VOTES-30(WS-KWH-IDX)
           END-IF.
           IF  WS-DAYS-AGO < 7
               ADD KHR-STORY-CNT   TO WS-KWH-HITS-7(WS-KWH-IDX)
               ADD KHR-VOTES-TOTAL TO WS-KWH-VOTES-7(WS-KWH-IDX)
           END-IF.
      *---------------------------------------------------------------*
      *    WHEN KEYWRD IS THERE, ONLY THE ENTRIES STILL ON IT ARE
      *    MARKED CURRENT; THE REST HAVE ALREADY BEEN DROPPED AND ARE
      *    NOT RETIREMENT CANDIDATES. HACKNEWS UPPER-CASES ON LOAD,
      *    SO THE MATCH HERE DOES TOO.
      *---------------------------------------------------------------*
       1300-MARK-CURRENT-KEYWORDS.
      *---------------------------------------------------------------*
           OPEN INPUT KEYWORD-FILE.
           IF  KWRD-STATUS = '00'
               SET WS-KEYWRD-LOADED TO TRUE
               PERFORM 1305-CLEAR-ON-LIST-SWITCH
                   VARYING WS-KWH-IDX FROM 1 BY 1
                   UNTIL WS-KWH-IDX > WS-KWH-CNT
               PERFORM 1310-READ-KEYWORD-RECORD
               PERFORM 1320-MARK-ONE-KEYWORD
                   UNTIL KWRD-EOF
               CLOSE KEYWORD-FILE
           END-IF.
      *---------------------------------------------------------------*
       1305-CLEAR-ON-LIST-SWITCH.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-KWH-ON-LIST-SW(WS-KWH-IDX).
      *---------------------------------------------------------------*
       1310-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
           READ KEYWORD-FILE
               AT END SET KWRD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1320-MARK-ONE-KEYWORD.
      *---------------------------------------------------------------*
           MOVE FUNCTION UPPER-CASE(KWR-KEYWORD) TO WS-UPPER-KEYWORD.
           SET WS-KWH-IDX TO 1.
           SEARCH WS-KWH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KWH-IDX > WS-KWH-CNT
                   CONTINUE
               WHEN WS-KWH-KEYWORD(WS-KWH-IDX) = WS-UPPER-KEYWORD
                   MOVE 'Y' TO WS-KWH-ON-LIST-SW(WS-KWH-IDX)
           END-SEARCH.
           PERFORM 1310-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
      *    ONE LINE PER KEYWORD. A CURRENT ENTRY IS A RETIREMENT
      *    CANDIDATE WHEN ITS LAST MATCH - OR, IF IT NEVER MATCHED,
      *    ITS FIRST RUN ON THE LIST - IS AT LEAST THE RETIREMENT
      *    DAY COUNT BEFORE THE AS-OF DATE. EXCLUDE ENTRIES NEVER
      *    MATCH BY DESIGN AND ARE NEVER FLAGGED.
      *---------------------------------------------------------------*
       2000-PRINT-KEYWORD-LINES.
      *---------------------------------------------------------------*
           PERFORM 2010-PRINT-ONE-KEYWORD-LINE
               VARYING WS-KWH-IDX FROM 1 BY 1
               UNTIL WS-KWH-IDX > WS-KWH-CNT.
      *---------------------------------------------------------------*
       2010-PRINT-ONE-KEYWORD-LINE.
      *---------------------------------------------------------------*
           MOVE WS-KWH-KEYWORD(WS-KWH-IDX)    TO DL-KEYWORD.
           MOVE WS-KWH-MATCH-TYPE(WS-KWH-IDX) TO DL-MATCH-TYPE.
           IF  WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX) = SPACES
               MOVE 'NEVER'                   TO DL-LAST-MATCH-DATE
           ELSE
               MOVE WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)
                                              TO DL-LAST-MATCH-DATE
           END-IF.
           MOVE WS-KWH-HITS-7(WS-KWH-IDX)     TO DL-HITS-7.
           MOVE WS-KWH-HITS-30(WS-KWH-IDX)    TO DL-HITS-30.
           MOVE WS-KWH-HITS-90(WS-KWH-IDX)    TO DL-HITS-90.
           MOVE WS-KWH-VOTES-7(WS-KWH-IDX)    TO DL-VOTES-7.
           MOVE WS-KWH-VOTES-30(WS-KWH-IDX)   TO DL-VOTES-30.
           MOVE WS-KWH-VOTES-90(WS-KWH-IDX)   TO DL-VOTES-90.
           IF  WS-MATCHED-90 > ZERO
               COMPUTE WS-SHARE ROUNDED =
                   WS-KWH-HITS-90(WS-KWH-IDX) * 100 / WS-MATCHED-90
           ELSE
               MOVE 0 TO WS-SHARE
           END-IF.
           MOVE WS-SHARE                      TO DL-SHARE.
           MOVE SPACE                         TO DL-FLAG.
           EVALUATE TRUE
               WHEN NOT WS-KWH-ON-LIST(WS-KWH-IDX)
                   MOVE 'DROPPED'             TO DL-STATUS
               WHEN WS-KWH-MATCH-TYPE(WS-KWH-IDX) = 'X'
                   MOVE 'EXCLUDE'             TO DL-STATUS
               WHEN OTHER
                   MOVE 'CURRENT'             TO DL-STATUS
                   PERFORM 2020-TEST-RETIREMENT
           END-EVALUATE.
           MOVE DETAIL-LINE                   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2020-TEST-RETIREMENT.
      *---------------------------------------------------------------*
           IF  WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX) = SPACES
               MOVE WS-KWH-FIRST-DATE(WS-KWH-IDX)(1:4)
                                              TO WS-WORK-YMD-YEAR
               MOVE WS-KWH-FIRST-DATE(WS-KWH-IDX)(6:2)
                                              TO WS-WORK-YMD-MONTH
               MOVE WS-KWH-FIRST-DATE(WS-KWH-IDX)(9:2)
                                              TO WS-WORK-YMD-DAY
           ELSE
               MOVE WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)(1:4)
                                              TO WS-WORK-YMD-YEAR
               MOVE WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)(6:2)
                                              TO WS-WORK-YMD-MONTH
               MOVE WS-KWH-LAST-MATCH-DATE(WS-KWH-IDX)(9:2)
                                              TO WS-WORK-YMD-DAY
           END-IF.
           COMPUTE WS-DAYS-AGO = WS-AS-OF-INT
               - FUNCTION INTEGER-OF-DATE(WS-WORK-YMD-NUM).
           IF  WS-DAYS-AGO NOT < WS-RETIRE-DAYS
               MOVE '*RETIRE'                 TO DL-FLAG
               ADD 1                          TO WS-RETIRE-CNT
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE KEYWORD-HISTORY-FILE
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
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 5                    TO LINE-COUNT.
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
           MOVE WS-KWH-CNT               TO SL-KEYWORD-CNT.
           MOVE SL-KEYWORD-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-RUNS-90               TO SL-RUNS-90.
           MOVE SL-RUNS-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-MATCHED-90            TO SL-MATCHED-90.
           MOVE SL-MATCHED-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-RETIRE-CNT            TO SL-RETIRE-CNT.
           MOVE WS-RETIRE-DAYS           TO SL-RETIRE-DAYS.
           MOVE SL-RETIRE-LINE           TO NEXT-REPORT-LINE.
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
               DISPLAY 'HACKKWRP - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKKWRP'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'KEYWORDS'               TO SLG-INPUT-LABEL
               MOVE WS-KWH-CNT               TO SLG-INPUT-CNT
               MOVE 'RETIRE FLAGGED'         TO SLG-OUTPUT-LABEL
               MOVE WS-RETIRE-CNT            TO SLG-OUTPUT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKKWRP - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-KEYWORD-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKKWRP - KEYWORD-HISTORY-FILE OPEN FAILED, '
                   'STATUS = ' KWHS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-KEYWORD-TABLE-OVERFLOW.
      *---------------------------------------------------------------*
           DISPLAY 'HACKKWRP - MORE THAN 200 DISTINCT KEYWORDS IN '
                   'HISTORY - ARCHIVE THE OLDEST RECORDS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-AS-OF-DATE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKKWRP - AS-OF DATE NOT YYYY-MM-DD: '
                   WS-AS-OF-DATE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
