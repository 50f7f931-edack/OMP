      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKTERM.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. EMERGING-TERM REPORT. READS THE SAME HACKER NEWS FEED
      *         HACKNEWS READS AND SPLITS THE UPPER-CASED TITLE OF
      *         EVERY STORY - MATCHED OR NOT - INTO WORDS, DROPPING
      *         THE WORDS ON THE OPERATOR-MAINTAINED STOP-WORD FILE.
      *         THE RUN'S WORD COUNTS ARE MERGED INTO A ROLLING TERM-
      *         FREQUENCY HISTORY COVERING THE LAST EIGHT RUNS, AND
      *         THE TERMS WHOSE COUNT THIS RUN GREW FASTEST AGAINST
      *         THEIR TRAILING AVERAGE ARE PRINTED IN GROWTH ORDER.
      *         TERMS ALREADY ON KEYWRD ARE MARKED SO THE WATCH-LIST
      *         OWNER SEES ONLY GENUINELY NEW CANDIDATE KEYWORDS. THE
      *         HISTORY IS WRITTEN AS A NEW GENERATION (TERMHSTN) FOR
      *         THE SCHEDULER TO SWAP IN AFTER THE STEP ENDS CLEAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT HACKER-NEWS-FILE
               ASSIGN TO HACKNWS
               FILE STATUS IS HNWS-STATUS.
           SELECT OPTIONAL STOP-WORD-FILE
               ASSIGN TO STOPWRD
               FILE STATUS IS STOP-STATUS.
           SELECT OPTIONAL KEYWORD-FILE
               ASSIGN TO KEYWRD
               FILE STATUS IS KWRD-STATUS.
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO TERMHST
               FILE STATUS IS TRMH-STATUS.
           SELECT NEW-TERM-HISTORY-FILE
               ASSIGN TO TERMHSTN
               FILE STATUS IS NTRM-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
           SELECT TERM-SORT-FILE
               ASSIGN TO TERMSFL
               FILE STATUS IS TSR-STATUS.
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
      *    THE RAW COMMA-DELIMITED FEED, HDR/TRL CONTROL RECORDS AND
      *    ALL - ONLY THE STORY KEY AND TITLE ARE TAKEN FROM IT.
       FD  HACKER-NEWS-FILE RECORDING MODE F.
       01  HACKER-NEWS-RECORD-IN.
           05 FILLER                       PIC X(143).
      *    ONE WORD PER RECORD - ARTICLES, CONNECTIVES, AND ANY OTHER
      *    WORD TOO COMMON TO MEAN ANYTHING IN A HEADLINE. CASE DOES
      *    NOT MATTER; THE WORDS ARE UPPER-CASED AS THEY LOAD.
       FD  STOP-WORD-FILE RECORDING MODE F.
       01  STOP-WORD-RECORD-IN.
           05 SWR-WORD                     PIC X(20).
           05 FILLER                       PIC X(60).
      *    THE CURRENT WATCH-LIST - SEE HACKNEWS 1120-STORE-KEYWORD.
       FD  KEYWORD-FILE RECORDING MODE F.
       01  KEYWORD-RECORD-IN.
           05 KWR-KEYWORD                  PIC X(20).
           05 KWR-MATCH-TYPE               PIC X(01).
           05 KWR-WEIGHT                   PIC 9(02)V99.
       FD  TERM-HISTORY-FILE RECORDING MODE F.
       COPY TERMHST.
       FD  NEW-TERM-HISTORY-FILE RECORDING MODE F.
       COPY TERMHST REPLACING ==TERM-HISTORY-RECORD==
                           BY ==NEW-TERM-HISTORY-RECORD==
                      LEADING ==TFH-== BY ==NTH-==.
      *    OPTIONAL PARAMETER CARD - HOW MANY TERMS TO RANK (ZERO OR
      *    BLANK TAKES THE BUILT-IN 25, THE TABLE TOPS OUT AT 100)
      *    AND THE FEWEST OCCURRENCES THIS RUN A TERM NEEDS BEFORE
      *    ITS GROWTH COUNTS (ZERO OR BLANK TAKES THE BUILT-IN 3, SO
      *    ONE STRAY MENTION OF A NEW WORD DOES NOT TOP THE LIST).
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-TOP-N                    PIC 9(03).
           05 PRM-MIN-COUNT                PIC 9(03).
           05 FILLER                       PIC X(74).
       SD  TERM-SORT-FILE.
       01  TERM-SORT-RECORD.
           05  TSR-TERM                    PIC X(20).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
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
                   '    HACKNEWS EMERGING-TERM REPORT       '.
               10  FILLER      PIC X(40) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(06) VALUE ' RANK '.
               10  FILLER      PIC X(22) VALUE 'TERM'.
               10  FILLER      PIC X(10) VALUE 'THIS RUN '.
               10  FILLER      PIC X(12) VALUE ' TRAIL AVG '.
               10  FILLER      PIC X(12) VALUE '   GROWTH % '.
               10  FILLER      PIC X(12) VALUE ' PRIOR RUNS '.
               10  FILLER      PIC X(58) VALUE 'ON WATCH-LIST'.
      *---------------------------------------------------------------*
       01  DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DL-RANK                     PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-TERM                     PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DL-THIS-RUN                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  DL-TRAIL-AVG                PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  DL-GROWTH                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  DL-PRIOR-RUNS               PIC 9.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  DL-ON-LIST                  PIC X(10).
           05  FILLER                      PIC X(51) VALUE SPACE.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                            RUN TOTALS'.
           05  SL-COUNT-LINE.
               10  SL-COUNT-LABEL          PIC X(30).
               10  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
      *---------------------------------------------------------------*
      *    STOP WORDS AND THE CURRENT WATCH-LIST, BOTH UPPER-CASED.
      *---------------------------------------------------------------*
       01  WS-STOP-WORD-TABLE.
           05  WS-STOP-CNT                 PIC 9(03) VALUE 0.
           05  WS-STOP-WORD                PIC X(20) OCCURS 500 TIMES
                                            INDEXED BY WS-STOP-IDX.
       01  WS-KEYWORD-TABLE.
           05  WS-KEYWORD-CNT              PIC 9(03) VALUE 0.
           05  WS-KEYWORD                  PIC X(20) OCCURS 100 TIMES
                                            INDEXED BY WS-KEYWORD-IDX.
      *---------------------------------------------------------------*
      *    THE FASTEST-GROWING TERMS SEEN SO FAR IN THE MERGE. WHILE
      *    THE TABLE HAS ROOM A QUALIFYING TERM JUST GOES IN; ONCE
      *    FULL IT MUST BEAT THE SLOWEST-GROWING ENTRY TO DISPLACE
      *    IT - THE SAME WAY HACKNEWS KEEPS ITS NEAR-MISSES.
      *---------------------------------------------------------------*
       01  WS-GROWTH-TABLE.
           05  WS-GROWTH-CNT               PIC 9(03) VALUE 0.
           05  WS-GROWTH-KEEP              PIC 9(03) VALUE 25.
           05  WS-GROWTH-ENTRY             OCCURS 100 TIMES
                                            INDEXED BY WS-GR-IDX.
               10  WS-GR-TERM              PIC X(20).
               10  WS-GR-THIS-RUN          PIC 9(05).
               10  WS-GR-TRAIL-AVG         PIC 9(05)V99.
               10  WS-GR-GROWTH-PCT        PIC 9(07).
               10  WS-GR-PRIOR-RUNS        PIC 9(01).
               10  WS-GR-PRINTED-SW        PIC X(01).
                   88  WS-GR-PRINTED                 VALUE 'Y'.
           05  WS-GR-LOW-SUB               PIC 9(03) COMP VALUE 0.
           05  WS-GR-LOW-PCT               PIC 9(07) VALUE 0.
           05  WS-GR-HIGH-SUB              PIC 9(03) COMP VALUE 0.
           05  WS-GR-HIGH-PCT              PIC S9(07) VALUE 0.
           05  WS-RANK                     PIC 9(03) VALUE 0.
      *---------------------------------------------------------------*
      *    TITLE SPLITTING WORK AREAS. THE KEY/TITLE UNPACKING IS THE
      *    SAME QUOTE/COMMA TREATMENT HACKNEWS 8100-BREAKOUT-HACKER-
      *    RECORD APPLIES, SO BOTH PROGRAMS SEE THE SAME TITLE.
      *---------------------------------------------------------------*
       01  WS-TITLE-WORK-FIELDS.
           05  WS-VERSION-STAGE            PIC X(02) VALUE SPACE.
           05  WS-FEED-KEY                 PIC X(08) VALUE SPACE.
           05  WS-FEED-TITLE               PIC X(86) VALUE SPACE.
           05  WS-TITLE-SCAN               PIC X(86) VALUE SPACE.
           05  WS-TITLE-PTR                PIC 9(03) COMP VALUE 0.
           05  WS-TOKEN                    PIC X(20) VALUE SPACE.
           05  WS-TOKEN-LEN                PIC 9(02) COMP VALUE 0.
           05  WS-DIGIT-CNT                PIC 9(02) COMP VALUE 0.
           05  WS-QUOTE-CNT                PIC 9(03) COMP VALUE 0.
      *---------------------------------------------------------------*
      *    MERGE WORK AREAS - THE NEXT TERM FROM EACH SIDE OF THE
      *    MERGE, HIGH-VALUES ONCE THAT SIDE IS EXHAUSTED.
      *---------------------------------------------------------------*
       01  WS-MERGE-WORK-FIELDS.
           05  WS-TODAY-TERM               PIC X(20) VALUE SPACE.
           05  WS-TODAY-COUNT              PIC 9(05) VALUE 0.
           05  WS-OLD-TERM                 PIC X(20) VALUE SPACE.
           05  WS-BUCKET-SUB               PIC 9(01) COMP VALUE 0.
           05  WS-TRAIL-SUM                PIC 9(07) VALUE 0.
           05  WS-TRAIL-AVG                PIC 9(05)V99 VALUE 0.
           05  WS-TRAIL-BASE               PIC 9(05)V99 VALUE 0.
           05  WS-GROWTH-PCT               PIC 9(07) VALUE 0.
           05  WS-MIN-COUNT                PIC 9(03) VALUE 3.
           05  WS-TODAY-DATE.
               10  WS-TD-YEAR              PIC X(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-MONTH             PIC X(02).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-DAY               PIC X(02).
      *---------------------------------------------------------------*
       01  WS-RUN-TOTALS.
      *---------------------------------------------------------------*
           05  WS-TITLES-READ-CNT          PIC 9(07) VALUE 0.
           05  WS-UNPARSED-CNT             PIC 9(07) VALUE 0.
           05  WS-TERMS-COUNTED-CNT        PIC 9(09) VALUE 0.
           05  WS-STOP-DROPPED-CNT         PIC 9(09) VALUE 0.
           05  WS-DISTINCT-TODAY-CNT       PIC 9(07) VALUE 0.
           05  WS-HISTORY-IN-CNT           PIC 9(07) VALUE 0.
           05  WS-HISTORY-OUT-CNT          PIC 9(07) VALUE 0.
           05  WS-HISTORY-DROPPED-CNT      PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  HNWS-EOF-SW                 PIC X(01) VALUE 'N'.
               88  HNWS-EOF                          VALUE 'Y'.
           05  STOP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  STOP-EOF                          VALUE 'Y'.
           05  KWRD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  KWRD-EOF                          VALUE 'Y'.
           05  TRMH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  TRMH-EOF                          VALUE 'Y'.
           05  TERM-SORT-EOF-SW            PIC X(01) VALUE 'N'.
               88  TERM-SORT-AT-END                  VALUE 'Y'.
           05  WS-STOP-WORD-SW             PIC X(01) VALUE 'N'.
               88  WS-IS-STOP-WORD                   VALUE 'Y'.
           05  WS-ON-LIST-SW               PIC X(01) VALUE 'N'.
               88  WS-ON-LIST                        VALUE 'Y'.
           05  HNWS-STATUS                 PIC X(02) VALUE '00'.
           05  STOP-STATUS                 PIC X(02) VALUE '00'.
           05  KWRD-STATUS                 PIC X(02) VALUE '00'.
           05  TRMH-STATUS                 PIC X(02) VALUE '00'.
           05  NTRM-STATUS                 PIC X(02) VALUE '00'.
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
           05  TSR-STATUS                  PIC X(02) VALUE '00'.
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
           SORT TERM-SORT-FILE
               ON ASCENDING KEY TSR-TERM
               INPUT PROCEDURE  IS 2000-TOKENIZE-FEED-TITLES
               OUTPUT PROCEDURE IS 3000-MERGE-TERM-HISTORY.
           PERFORM 9600-PRINT-GROWTH-REPORT.
           PERFORM 9700-PRINT-RUN-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  HACKER-NEWS-FILE
                       PARAMETER-FILE
                OUTPUT PRINT-FILE.
           IF  HNWS-STATUS NOT = '00'
               PERFORM 9900-FEED-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR  WS-TD-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH WS-TD-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY   WS-TD-DAY.
           IF  PARM-STATUS = '00'
               PERFORM 1200-LOAD-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1100-LOAD-STOP-WORDS.
           PERFORM 1300-LOAD-KEYWORDS.
      *---------------------------------------------------------------*
       1100-LOAD-STOP-WORDS.
      *---------------------------------------------------------------*
           OPEN INPUT STOP-WORD-FILE.
           IF  STOP-STATUS = '00'
               PERFORM 1110-READ-STOP-WORD
               PERFORM 1120-STORE-STOP-WORD
                   UNTIL STOP-EOF
               CLOSE STOP-WORD-FILE
           END-IF.
      *---------------------------------------------------------------*
       1110-READ-STOP-WORD.
      *---------------------------------------------------------------*
           READ STOP-WORD-FILE
               AT END SET STOP-EOF TO TRUE.
      *---------------------------------------------------------------*
       1120-STORE-STOP-WORD.
      *---------------------------------------------------------------*
           IF  SWR-WORD NOT = SPACES
               IF  WS-STOP-CNT < 500
                   ADD 1 TO WS-STOP-CNT
                   SET WS-STOP-IDX TO WS-STOP-CNT
                   MOVE FUNCTION UPPER-CASE(SWR-WORD)
                       TO WS-STOP-WORD(WS-STOP-IDX)
               ELSE
                   PERFORM 9910-STOP-WORD-TABLE-OVERFLOW
               END-IF
           END-IF.
           PERFORM 1110-READ-STOP-WORD.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PRM-TOP-N IS NUMERIC
                   AND PRM-TOP-N > ZERO
                       IF  PRM-TOP-N > 100
                           MOVE 100       TO WS-GROWTH-KEEP
                       ELSE
                           MOVE PRM-TOP-N TO WS-GROWTH-KEEP
                       END-IF
                   END-IF
                   IF  PRM-MIN-COUNT IS NUMERIC
                   AND PRM-MIN-COUNT > ZERO
                       MOVE PRM-MIN-COUNT TO WS-MIN-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1300-LOAD-KEYWORDS.
      *---------------------------------------------------------------*
           OPEN INPUT KEYWORD-FILE.
           IF  KWRD-STATUS = '00'
               PERFORM 1310-READ-KEYWORD-RECORD
               PERFORM 1320-STORE-KEYWORD
                   UNTIL KWRD-EOF
               CLOSE KEYWORD-FILE
           END-IF.
      *---------------------------------------------------------------*
       1310-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
           READ KEYWORD-FILE
               AT END SET KWRD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1320-STORE-KEYWORD.
      *---------------------------------------------------------------*
           IF  KWR-KEYWORD NOT = SPACES
           AND WS-KEYWORD-CNT < 100
               ADD 1 TO WS-KEYWORD-CNT
               SET WS-KEYWORD-IDX TO WS-KEYWORD-CNT
               MOVE FUNCTION UPPER-CASE(KWR-KEYWORD)
                   TO WS-KEYWORD(WS-KEYWORD-IDX)
           END-IF.
           PERFORM 1310-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
      *    INPUT PROCEDURE FOR THE TERM SORT - EVERY DETAIL RECORD OF
      *    THE FEED HAS ITS TITLE SPLIT INTO WORDS, AND EVERY WORD
      *    THAT SURVIVES THE STOP-WORD SCREEN IS RELEASED.
      *---------------------------------------------------------------*
       2000-TOKENIZE-FEED-TITLES.
      *---------------------------------------------------------------*
           PERFORM 2010-READ-FEED-RECORD.
           PERFORM 2020-PROCESS-FEED-RECORD
               UNTIL HNWS-EOF.
      *---------------------------------------------------------------*
       2010-READ-FEED-RECORD.
      *---------------------------------------------------------------*
           READ HACKER-NEWS-FILE
               AT END SET HNWS-EOF TO TRUE.
      *---------------------------------------------------------------*
      *    A RECORD WITH AN ODD NUMBER OF QUOTES CANNOT BE UNPACKED
      *    SAFELY - HACKNEWS SENDS IT TO THE EXCEPTION FILE, AND ITS
      *    TITLE IS NOT COUNTED HERE EITHER.
      *---------------------------------------------------------------*
       2020-PROCESS-FEED-RECORD.
      *---------------------------------------------------------------*
           IF  HACKER-NEWS-RECORD-IN(1:4) NOT = 'HDR,'
           AND HACKER-NEWS-RECORD-IN(1:4) NOT = 'TRL,'
               ADD 1 TO WS-TITLES-READ-CNT
               MOVE 0 TO WS-QUOTE-CNT
               INSPECT HACKER-NEWS-RECORD-IN
                   TALLYING WS-QUOTE-CNT FOR ALL '"'
               IF  FUNCTION MOD(WS-QUOTE-CNT, 2) NOT = 0
                   ADD 1 TO WS-UNPARSED-CNT
               ELSE
                   PERFORM 2030-UNPACK-TITLE
                   PERFORM 2040-SPLIT-TITLE
               END-IF
           END-IF.
           PERFORM 2010-READ-FEED-RECORD.
      *---------------------------------------------------------------*
       2030-UNPACK-TITLE.
      *---------------------------------------------------------------*
           INSPECT HACKER-NEWS-RECORD-IN
               REPLACING ALL '"' BY '#'
               AFTER INITIAL '"'.
           INSPECT HACKER-NEWS-RECORD-IN
               REPLACING ALL ',' BY ' '
               AFTER QUOTE BEFORE '#'.
           INSPECT HACKER-NEWS-RECORD-IN
               REPLACING ALL '#' BY '"'
               AFTER INITIAL '"'.
           MOVE SPACE TO WS-FEED-KEY
                         WS-FEED-TITLE.
           IF  HACKER-NEWS-RECORD-IN(1:3) = '02,'
               UNSTRING HACKER-NEWS-RECORD-IN DELIMITED BY ','
                   INTO WS-VERSION-STAGE
                        WS-FEED-KEY
                        WS-FEED-TITLE
               END-UNSTRING
           ELSE
               UNSTRING HACKER-NEWS-RECORD-IN DELIMITED BY ','
                   INTO WS-FEED-KEY
                        WS-FEED-TITLE
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
      *    UPPER-CASES THE TITLE, TURNS PUNCTUATION INTO WORD BREAKS
      *    THE SAME WAY HACKNEWS 2015-BUILD-TITLE-SCAN DOES, AND
      *    WALKS IT A WORD AT A TIME.
      *---------------------------------------------------------------*
       2040-SPLIT-TITLE.
      *---------------------------------------------------------------*
           MOVE FUNCTION UPPER-CASE(WS-FEED-TITLE) TO WS-TITLE-SCAN.
           INSPECT WS-TITLE-SCAN
               REPLACING ALL '.' BY SPACE
                         ALL ',' BY SPACE
                         ALL ':' BY SPACE
                         ALL ';' BY SPACE
                         ALL '!' BY SPACE
                         ALL '?' BY SPACE
                         ALL '(' BY SPACE
                         ALL ')' BY SPACE
                         ALL '/' BY SPACE
                         ALL '-' BY SPACE
                         ALL '"' BY SPACE
                         ALL "'" BY SPACE.
           MOVE 1 TO WS-TITLE-PTR.
           PERFORM 2050-TAKE-NEXT-WORD
               UNTIL WS-TITLE-PTR > 86.
      *---------------------------------------------------------------*
       2050-TAKE-NEXT-WORD.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-TOKEN.
           UNSTRING WS-TITLE-SCAN DELIMITED BY ALL SPACE
               INTO WS-TOKEN
               WITH POINTER WS-TITLE-PTR
           END-UNSTRING.
           IF  WS-TOKEN NOT = SPACES
               PERFORM 2060-SCREEN-AND-RELEASE-WORD
           END-IF.
      *---------------------------------------------------------------*
      *    SINGLE CHARACTERS AND BARE NUMBERS SAY NOTHING ABOUT A
      *    TOPIC AND ARE SKIPPED ALONG WITH THE STOP WORDS. A WORD
      *    WITH DIGITS IN IT (GPT4, IPV6) IS KEPT.
      *---------------------------------------------------------------*
       2060-SCREEN-AND-RELEASE-WORD.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-TOKEN-LEN
                     WS-DIGIT-CNT.
           INSPECT WS-TOKEN
               TALLYING WS-TOKEN-LEN FOR CHARACTERS
                            BEFORE INITIAL SPACE.
           INSPECT WS-TOKEN
               TALLYING WS-DIGIT-CNT FOR ALL '0' ALL '1' ALL '2'
                                         ALL '3' ALL '4' ALL '5'
                                         ALL '6' ALL '7' ALL '8'
                                         ALL '9'.
           IF  WS-TOKEN-LEN > 1
           AND WS-DIGIT-CNT < WS-TOKEN-LEN
               MOVE 'N' TO WS-STOP-WORD-SW
               SET WS-STOP-IDX TO 1
               SEARCH WS-STOP-WORD
                   AT END
                       CONTINUE
                   WHEN WS-STOP-IDX > WS-STOP-CNT
                       CONTINUE
                   WHEN WS-STOP-WORD(WS-STOP-IDX) = WS-TOKEN
                       SET WS-IS-STOP-WORD TO TRUE
               END-SEARCH
               IF  WS-IS-STOP-WORD
                   ADD 1 TO WS-STOP-DROPPED-CNT
               ELSE
                   MOVE WS-TOKEN TO TSR-TERM
                   RELEASE TERM-SORT-RECORD
                   IF  TSR-STATUS NOT = '00'
                       PERFORM 9920-TERM-SORT-ERROR
                   END-IF
                   ADD 1 TO WS-TERMS-COUNTED-CNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    OUTPUT PROCEDURE - A SEQUENTIAL MATCH OF THE RUN'S SORTED
      *    WORDS AGAINST THE TERM-ORDERED HISTORY. EVERY HISTORY TERM
      *    IS SHIFTED ONE RUN WHETHER OR NOT IT APPEARED TODAY, AND
      *    EVERY NEW WORD STARTS A HISTORY OF ITS OWN.
      *---------------------------------------------------------------*
       3000-MERGE-TERM-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT TERM-HISTORY-FILE.
           IF  TRMH-STATUS NOT = '00'
           AND TRMH-STATUS NOT = '05'
               PERFORM 9930-TERM-HISTORY-ERROR
           END-IF.
           OPEN OUTPUT NEW-TERM-HISTORY-FILE.
           IF  NTRM-STATUS NOT = '00'
               PERFORM 9940-NEW-TERM-HISTORY-ERROR
           END-IF.
           PERFORM 3010-RETURN-TERM-RECORD.
           PERFORM 3020-NEXT-TODAY-TERM.
           PERFORM 3040-READ-OLD-HISTORY.
           IF  NOT TRMH-EOF
           AND TFH-LAST-RUN-DATE = WS-TODAY-DATE
               PERFORM 9950-ALREADY-RUN-TODAY
           END-IF.
           PERFORM 3100-MERGE-ONE-TERM
               UNTIL WS-TODAY-TERM = HIGH-VALUES
                 AND WS-OLD-TERM   = HIGH-VALUES.
           CLOSE TERM-HISTORY-FILE
                 NEW-TERM-HISTORY-FILE.
      *---------------------------------------------------------------*
       3010-RETURN-TERM-RECORD.
      *---------------------------------------------------------------*
           RETURN TERM-SORT-FILE
               AT END SET TERM-SORT-AT-END TO TRUE.
      *---------------------------------------------------------------*
      *    GATHERS THE RUN OF IDENTICAL SORTED WORDS INTO ONE TERM
      *    AND ITS COUNT FOR THIS RUN.
      *---------------------------------------------------------------*
       3020-NEXT-TODAY-TERM.
      *---------------------------------------------------------------*
           IF  TERM-SORT-AT-END
               MOVE HIGH-VALUES TO WS-TODAY-TERM
           ELSE
               MOVE TSR-TERM    TO WS-TODAY-TERM
               MOVE 0           TO WS-TODAY-COUNT
               PERFORM 3030-COUNT-ONE-OCCURRENCE
                   UNTIL TERM-SORT-AT-END
                      OR TSR-TERM NOT = WS-TODAY-TERM
               ADD 1 TO WS-DISTINCT-TODAY-CNT
           END-IF.
      *---------------------------------------------------------------*
       3030-COUNT-ONE-OCCURRENCE.
      *---------------------------------------------------------------*
           IF  WS-TODAY-COUNT < 99999
               ADD 1 TO WS-TODAY-COUNT
           END-IF.
           PERFORM 3010-RETURN-TERM-RECORD.
      *---------------------------------------------------------------*
       3040-READ-OLD-HISTORY.
      *---------------------------------------------------------------*
           READ TERM-HISTORY-FILE
               AT END SET TRMH-EOF TO TRUE.
           IF  TRMH-EOF
               MOVE HIGH-VALUES TO WS-OLD-TERM
           ELSE
               MOVE TFH-TERM    TO WS-OLD-TERM
               ADD 1 TO WS-HISTORY-IN-CNT
           END-IF.
      *---------------------------------------------------------------*
       3100-MERGE-ONE-TERM.
      *---------------------------------------------------------------*
           MOVE SPACE TO NEW-TERM-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN WS-TODAY-TERM < WS-OLD-TERM
      *            A WORD NEVER SEEN IN THE LAST EIGHT RUNS.
                   MOVE WS-TODAY-TERM  TO NTH-TERM
                   MOVE 0              TO NTH-RUNS-TRACKED
                   PERFORM 3110-CLEAR-ONE-BUCKET
                       VARYING WS-BUCKET-SUB FROM 2 BY 1
                       UNTIL WS-BUCKET-SUB > 8
                   MOVE WS-TODAY-COUNT TO NTH-RUN-COUNT(1)
                   PERFORM 3200-WRITE-NEW-HISTORY
                   PERFORM 3020-NEXT-TODAY-TERM
               WHEN WS-TODAY-TERM > WS-OLD-TERM
      *            A HISTORY TERM THAT DID NOT APPEAR THIS RUN.
                   MOVE 0 TO WS-TODAY-COUNT
                   PERFORM 3120-SHIFT-OLD-HISTORY
                   PERFORM 3200-WRITE-NEW-HISTORY
                   PERFORM 3040-READ-OLD-HISTORY
               WHEN OTHER
                   PERFORM 3120-SHIFT-OLD-HISTORY
                   PERFORM 3200-WRITE-NEW-HISTORY
                   PERFORM 3020-NEXT-TODAY-TERM
                   PERFORM 3040-READ-OLD-HISTORY
           END-EVALUATE.
      *---------------------------------------------------------------*
       3110-CLEAR-ONE-BUCKET.
      *---------------------------------------------------------------*
           MOVE 0 TO NTH-RUN-COUNT(WS-BUCKET-SUB).
      *---------------------------------------------------------------*
       3120-SHIFT-OLD-HISTORY.
      *---------------------------------------------------------------*
           MOVE TFH-TERM       TO NTH-TERM.
           IF  TFH-RUNS-TRACKED < 7
               COMPUTE NTH-RUNS-TRACKED = TFH-RUNS-TRACKED + 1
           ELSE
               MOVE 7          TO NTH-RUNS-TRACKED
           END-IF.
           PERFORM 3130-SHIFT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 8 BY -1
               UNTIL WS-BUCKET-SUB < 2.
           MOVE WS-TODAY-COUNT TO NTH-RUN-COUNT(1).
      *---------------------------------------------------------------*
       3130-SHIFT-ONE-BUCKET.
      *---------------------------------------------------------------*
           MOVE TFH-RUN-COUNT(WS-BUCKET-SUB - 1)
               TO NTH-RUN-COUNT(WS-BUCKET-SUB).
      *---------------------------------------------------------------*
      *    WRITES THE SHIFTED TERM UNLESS ALL EIGHT RUNS ARE NOW
      *    ZERO, AND OFFERS IT TO THE GROWTH TABLE.
      *---------------------------------------------------------------*
       3200-WRITE-NEW-HISTORY.
      *---------------------------------------------------------------*
           MOVE WS-TODAY-DATE TO NTH-LAST-RUN-DATE.
           MOVE 0 TO WS-TRAIL-SUM.
           PERFORM 3210-SUM-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 2 BY 1
               UNTIL WS-BUCKET-SUB > 8.
           IF  WS-TRAIL-SUM = ZERO
           AND NTH-RUN-COUNT(1) = ZERO
               ADD 1 TO WS-HISTORY-DROPPED-CNT
           ELSE
               WRITE NEW-TERM-HISTORY-RECORD
               IF  NTRM-STATUS NOT = '00'
                   PERFORM 9940-NEW-TERM-HISTORY-ERROR
               END-IF
               ADD 1 TO WS-HISTORY-OUT-CNT
               PERFORM 3300-NOTE-TERM-GROWTH
           END-IF.
      *---------------------------------------------------------------*
       3210-SUM-ONE-BUCKET.
      *---------------------------------------------------------------*
           ADD NTH-RUN-COUNT(WS-BUCKET-SUB) TO WS-TRAIL-SUM.
      *---------------------------------------------------------------*
      *    GROWTH IS THIS RUN'S COUNT OVER THE TERM'S AVERAGE ACROSS
      *    THE PRIOR RUNS IT HAS BEEN TRACKED FOR, AS A PERCENTAGE
      *    INCREASE. AN AVERAGE BELOW ONE COUNTS AS ONE, SO A BRAND-
      *    NEW TERM SEEN FIVE TIMES SHOWS 400 PERCENT RATHER THAN AN
      *    INFINITE RATE.
      *---------------------------------------------------------------*
       3300-NOTE-TERM-GROWTH.
      *---------------------------------------------------------------*
           IF  NTH-RUNS-TRACKED > ZERO
               COMPUTE WS-TRAIL-AVG ROUNDED =
                   WS-TRAIL-SUM / NTH-RUNS-TRACKED
           ELSE
               MOVE 0 TO WS-TRAIL-AVG
           END-IF.
           IF  WS-TRAIL-AVG < 1
               MOVE 1            TO WS-TRAIL-BASE
           ELSE
               MOVE WS-TRAIL-AVG TO WS-TRAIL-BASE
           END-IF.
           IF  NTH-RUN-COUNT(1) NOT < WS-MIN-COUNT
           AND NTH-RUN-COUNT(1) > WS-TRAIL-BASE
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   (NTH-RUN-COUNT(1) - WS-TRAIL-BASE) * 100
                   / WS-TRAIL-BASE
               PERFORM 3310-KEEP-GROWING-TERM
           END-IF.
      *---------------------------------------------------------------*
       3310-KEEP-GROWING-TERM.
      *---------------------------------------------------------------*
           IF  WS-GROWTH-CNT < WS-GROWTH-KEEP
               ADD 1 TO WS-GROWTH-CNT
               SET WS-GR-IDX TO WS-GROWTH-CNT
               PERFORM 3330-STORE-GROWING-TERM
           ELSE
               MOVE 0       TO WS-GR-LOW-SUB
               MOVE 9999999 TO WS-GR-LOW-PCT
               PERFORM 3320-FIND-SLOWEST-TERM
                   VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROWTH-CNT
               IF  WS-GR-LOW-SUB > ZERO
               AND WS-GROWTH-PCT > WS-GR-LOW-PCT
                   SET WS-GR-IDX TO WS-GR-LOW-SUB
                   PERFORM 3330-STORE-GROWING-TERM
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3320-FIND-SLOWEST-TERM.
      *---------------------------------------------------------------*
           IF  WS-GR-GROWTH-PCT(WS-GR-IDX) NOT > WS-GR-LOW-PCT
               MOVE WS-GR-GROWTH-PCT(WS-GR-IDX) TO WS-GR-LOW-PCT
               SET  WS-GR-LOW-SUB               TO WS-GR-IDX
           END-IF.
      *---------------------------------------------------------------*
       3330-STORE-GROWING-TERM.
      *---------------------------------------------------------------*
           MOVE NTH-TERM          TO WS-GR-TERM(WS-GR-IDX).
           MOVE NTH-RUN-COUNT(1)  TO WS-GR-THIS-RUN(WS-GR-IDX).
           MOVE WS-TRAIL-AVG      TO WS-GR-TRAIL-AVG(WS-GR-IDX).
           MOVE WS-GROWTH-PCT     TO WS-GR-GROWTH-PCT(WS-GR-IDX).
           MOVE NTH-RUNS-TRACKED  TO WS-GR-PRIOR-RUNS(WS-GR-IDX).
           MOVE 'N'               TO WS-GR-PRINTED-SW(WS-GR-IDX).
      *---------------------------------------------------------------*
       8000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE HACKER-NEWS-FILE
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
      *    PRINTS THE KEPT TERMS FASTEST-GROWING FIRST - EACH PASS
      *    PICKS THE HIGHEST NOT YET PRINTED.
      *---------------------------------------------------------------*
       9600-PRINT-GROWTH-REPORT.
      *---------------------------------------------------------------*
           MOVE 0 TO WS-RANK.
           PERFORM 9610-PRINT-NEXT-FASTEST
               WS-GROWTH-CNT TIMES.
      *---------------------------------------------------------------*
       9610-PRINT-NEXT-FASTEST.
      *---------------------------------------------------------------*
           MOVE 0  TO WS-GR-HIGH-SUB.
           MOVE -1 TO WS-GR-HIGH-PCT.
           PERFORM 9620-FIND-FASTEST-UNPRINTED
               VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GROWTH-CNT.
           IF  WS-GR-HIGH-SUB > ZERO
               SET WS-GR-IDX TO WS-GR-HIGH-SUB
               MOVE 'Y' TO WS-GR-PRINTED-SW(WS-GR-IDX)
               ADD 1 TO WS-RANK
               MOVE WS-RANK                      TO DL-RANK
               MOVE WS-GR-TERM(WS-GR-IDX)        TO DL-TERM
               MOVE WS-GR-THIS-RUN(WS-GR-IDX)    TO DL-THIS-RUN
               MOVE WS-GR-TRAIL-AVG(WS-GR-IDX)   TO DL-TRAIL-AVG
               MOVE WS-GR-GROWTH-PCT(WS-GR-IDX)  TO DL-GROWTH
               MOVE WS-GR-PRIOR-RUNS(WS-GR-IDX)  TO DL-PRIOR-RUNS
               PERFORM 9630-CHECK-WATCH-LIST
               IF  WS-ON-LIST
                   MOVE '*KEYWRD'                TO DL-ON-LIST
               ELSE
                   MOVE SPACE                    TO DL-ON-LIST
               END-IF
               MOVE DETAIL-LINE                  TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       9620-FIND-FASTEST-UNPRINTED.
      *---------------------------------------------------------------*
           IF  NOT WS-GR-PRINTED(WS-GR-IDX)
           AND WS-GR-GROWTH-PCT(WS-GR-IDX) > WS-GR-HIGH-PCT
               MOVE WS-GR-GROWTH-PCT(WS-GR-IDX) TO WS-GR-HIGH-PCT
               SET  WS-GR-HIGH-SUB              TO WS-GR-IDX
           END-IF.
      *---------------------------------------------------------------*
       9630-CHECK-WATCH-LIST.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-ON-LIST-SW.
           SET WS-KEYWORD-IDX TO 1.
           SEARCH WS-KEYWORD
               AT END
                   CONTINUE
               WHEN WS-KEYWORD-IDX > WS-KEYWORD-CNT
                   CONTINUE
               WHEN WS-KEYWORD(WS-KEYWORD-IDX) = WS-GR-TERM(WS-GR-IDX)
                   SET WS-ON-LIST TO TRUE
           END-SEARCH.
      *---------------------------------------------------------------*
       9700-PRINT-RUN-TOTALS.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SL-HEADING               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TITLES READ................: ' TO SL-COUNT-LABEL.
           MOVE WS-TITLES-READ-CNT       TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'TITLES NOT UNPACKABLE......: ' TO SL-COUNT-LABEL.
           MOVE WS-UNPARSED-CNT          TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'WORDS COUNTED..............: ' TO SL-COUNT-LABEL.
           MOVE WS-TERMS-COUNTED-CNT     TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'STOP WORDS DROPPED.........: ' TO SL-COUNT-LABEL.
           MOVE WS-STOP-DROPPED-CNT      TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'DISTINCT TERMS THIS RUN....: ' TO SL-COUNT-LABEL.
           MOVE WS-DISTINCT-TODAY-CNT    TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'HISTORY TERMS READ.........: ' TO SL-COUNT-LABEL.
           MOVE WS-HISTORY-IN-CNT        TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'HISTORY TERMS AGED OFF.....: ' TO SL-COUNT-LABEL.
           MOVE WS-HISTORY-DROPPED-CNT   TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           MOVE 'HISTORY TERMS WRITTEN......: ' TO SL-COUNT-LABEL.
           MOVE WS-HISTORY-OUT-CNT       TO SL-COUNT.
           PERFORM 9710-PRINT-COUNT-LINE.
           DISPLAY 'HACKTERM - TITLES READ..........: '
               WS-TITLES-READ-CNT.
           DISPLAY 'HACKTERM - HISTORY TERMS WRITTEN: '
               WS-HISTORY-OUT-CNT.
      *---------------------------------------------------------------*
       9710-PRINT-COUNT-LINE.
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
               DISPLAY 'HACKTERM - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKTERM'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'TITLES READ'            TO SLG-INPUT-LABEL
               MOVE WS-TITLES-READ-CNT       TO SLG-INPUT-CNT
               MOVE 'HISTORY TERMS'          TO SLG-OUTPUT-LABEL
               MOVE WS-HISTORY-OUT-CNT       TO SLG-OUTPUT-CNT
               MOVE 'UNPARSED'               TO SLG-REJECT-LABEL
               MOVE WS-UNPARSED-CNT          TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKTERM - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-FEED-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - HACKER-NEWS-FILE OPEN FAILED, STATUS = '
               HNWS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-STOP-WORD-TABLE-OVERFLOW.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - STOP-WORD FILE EXCEEDS 500 WORDS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-TERM-SORT-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - TERM-SORT-FILE RELEASE FAILED, STATUS = '
               TSR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-TERM-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - TERM-HISTORY-FILE OPEN FAILED, STATUS = '
               TRMH-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-NEW-TERM-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - NEW-TERM-HISTORY-FILE WRITE FAILED, '
                   'STATUS = ' NTRM-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    THE HISTORY ALREADY CARRIES TODAY'S RUN - SHIFTING IT
      *    AGAIN WOULD COUNT ONE DAY'S TITLES AS TWO RUNS.
      *---------------------------------------------------------------*
       9950-ALREADY-RUN-TODAY.
      *---------------------------------------------------------------*
           DISPLAY 'HACKTERM - TERM HISTORY ALREADY HOLDS A RUN DATED '
                   WS-TODAY-DATE ' - RERUN AGAINST THE PRIOR '
                   'GENERATION'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
