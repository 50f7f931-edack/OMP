           SELECT OPTIONAL RUN-AUDIT-FILE
               ASSIGN TO RUNAUD
               FILE STATUS IS RAUD-STATUS.
           SELECT OPTIONAL KEYWORD-HISTORY-FILE
               ASSIGN TO KWHIST
               FILE STATUS IS KWHS-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO EXCPFL
               FILE STATUS IS EXCP-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHR-KEY
               FILE STATUS IS STYH-STATUS.
           SELECT OPTIONAL AUTHOR-ACTIVITY-FILE
               ASSIGN TO AUTHACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAR-KEY
               FILE STATUS IS AACT-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO HACKCHK
               FILE STATUS IS CHKP-STATUS.
      *    SECOND CHECKPOINT GENERATION - SEE 8800-TAKE-CHECKPOINT.
           SELECT OPTIONAL CHECKPOINT-ALT-FILE
               ASSIGN TO HACKCHK2
               FILE STATUS IS CHKP-STATUS.
           SELECT OPTIONAL STORY-HISTORY-JOURNAL
               ASSIGN TO STYJRNL
               FILE STATUS IS SJRN-STATUS.
           SELECT OPTIONAL RESTART-EXCEPTION-FILE
               ASSIGN TO EXCPFLR
               FILE STATUS IS RSTX-STATUS.
           SELECT OPTIONAL RESTART-EXTRACT-FILE
               ASSIGN TO EXTRFLR
               FILE STATUS IS RSTE-STATUS.
           SELECT OPTIONAL RESTART-MATCHED-WORK-FILE
               ASSIGN TO MTCHWKR
               FILE STATUS IS RSTM-STATUS.
           SELECT OPTIONAL RESTART-ALERT-FILE
               ASSIGN TO ALRTFLR
               FILE STATUS IS RSTA-STATUS.
      *    SHOP BUSINESS CALENDAR - NEEDED ONLY FOR A HISTORY
      *    RETENTION WINDOW IN BUSINESS DAYS OR FISCAL PERIODS, SEE
      *    1900-LOAD-SHOP-CALENDAR. WHEN PRESENT THE RUN DATE'S
      *    FISCAL PERIOD IS ALSO PRINTED IN THE PAGE HEADING.
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
      *    AND WHICH PARAMETERS IT RAN UNDER - SEE RUNSTAT.
       FD  RUN-AUDIT-FILE RECORDING MODE F.
       COPY RUNSTAT.
      *    CUMULATIVE KEYWORD-HISTORY FILE - ONE RECORD PER WATCH-
      *    LIST ENTRY APPENDED PER RUN BY 9820-WRITE-KEYWORD-HISTORY
      *    SO A KEYWORD'S PULL CAN BE JUDGED OVER MONTHS, NOT JUST
      *    TODAY'S BREAKDOWN PAGE - SEE KWHIST.
       FD  KEYWORD-HISTORY-FILE RECORDING MODE F.
       COPY KWHIST.
      *    ONE-PAGE DISTRIBUTION BRIEF - THE TOP N STORIES BY RANKING
      *    IN 80 COLUMNS, READY TO DROP INTO THE MORNING EMAIL
      *    WITHOUT RETYPING. N COMES FROM THE PARAMETER CARD - SEE
      *    1300-PURGE-STORY-HISTORY.
       FD  STORY-HISTORY-FILE RECORDING MODE F.
       COPY STORYHST.
      *    AUTHOR-ACTIVITY MASTER - RUNNING STORY, VOTE, AND COMMENT
      *    TOTALS AND FIRST/LAST POSTING DATES PER CANONICAL AUTHOR
      *    AND AFFILIATION. KEYED ON AAR-KEY; EACH AUTHOR'S RECORD IS
      *    READ AND REWRITTEN ONCE PER RUN AT THE AUTHOR'S CONTROL
      *    BREAK IN THE BY-AUTHOR PASS - SEE 4570-START-AUTHOR-
      *    ACTIVITY. A REPORT-ONLY RERUN NEVER OPENS IT.
       FD  AUTHOR-ACTIVITY-FILE RECORDING MODE F.
       COPY AUTHACT.
      *    RESTART CHECKPOINT - KEPT IN TWO GENERATIONS, HACKCHK AND
      *    HACKCHK2. 8800-TAKE-CHECKPOINT WRITES EACH NEW CHECKPOINT
      *    OVER THE OLDER OF THE TWO, SO THE LATEST COMPLETE ONE IS
      *    NEVER TOUCHED UNTIL ITS SUCCESSOR HAS BEEN WRITTEN THROUGH
      *    TO ITS TRAILER. BOTH ARE EMPTIED AT A CLEAN END OF JOB. THE
      *    RECORD LAYOUTS ARE IN WORKING-STORAGE, SHARED BY THE TWO
      *    FILES - SEE CHECKPOINT-HEADER-RECORD.
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CHECKPOINT-FILE-RECORD          PIC X(200).
       FD  CHECKPOINT-ALT-FILE RECORDING MODE F.
       01  CHECKPOINT-ALT-RECORD           PIC X(200).
      *    BEFORE-IMAGES OF EVERY STORY-HISTORY CHANGE SINCE THE LAST
      *    CHECKPOINT, WRITTEN AHEAD OF THE CHANGE ITSELF BY 8160-
      *    JOURNAL-HISTORY-CHANGE AND EMPTIED AT EACH CHECKPOINT. A
      *    RESTART BACKS THEM OUT NEWEST FIRST (1850-ROLL-BACK-STORY-
      *    HISTORY) SO THE MASTER IS EXACTLY AS IT WAS AT THE
      *    CHECKPOINT - NO STORY COMES BACK AS ITS OWN DUPLICATE AND
      *    NO SHR-LAST-VOTES IS LEFT OVERWRITTEN. A = KEY ADDED (UNDO
      *    BY DELETE), R = RECORD REWRITTEN (UNDO BY RESTORING THE
      *    IMAGE).
       FD  STORY-HISTORY-JOURNAL RECORDING MODE F.
       01  STORY-JOURNAL-RECORD.
           05 SJR-ACTION                   PIC X(01).
               88 SJR-ADDED                          VALUE 'A'.
               88 SJR-REWRITTEN                      VALUE 'R'.
           05 SJR-FEED-POSITION            PIC 9(09).
           05 SJR-BEFORE-IMAGE             PIC X(120).
      *    THE ABENDED RUN'S OWN EXCPFL, EXTRFL, MTCHWK, AND ALRTFL,
      *    READ ONLY ON A RESTART. AS MANY RECORDS AS THE CHECKPOINT
      *    SAYS EACH HELD ARE COPIED FORWARD INTO THIS RUN'S NEW
      *    GENERATION - ANYTHING PAST THAT WAS WRITTEN AFTER THE
      *    CHECKPOINT AND IS PRODUCED AGAIN BY THE RESUMED PASS. SEE
      *    2050-REPOSITION-FOR-RESTART.
       FD  RESTART-EXCEPTION-FILE RECORDING MODE F.
       01  RESTART-EXCEPTION-RECORD        PIC X(147).
       FD  RESTART-EXTRACT-FILE RECORDING MODE F.
       01  RESTART-EXTRACT-RECORD          PIC X(143).
       FD  RESTART-MATCHED-WORK-FILE RECORDING MODE F.
       01  RESTART-MATCHED-WORK-RECORD     PIC X(182).
       FD  RESTART-ALERT-FILE RECORDING MODE F.
       01  RESTART-ALERT-RECORD            PIC X(120).
      *    OPERATOR-MAINTAINED AUTHOR REFERENCE - MAPS A POSTING
      *    HANDLE TO THE PERSON'S CANONICAL NAME AND THE ORGANIZATION
      *    WE TRACK THEM UNDER, SO 'JSMITH' AND 'JSMITH2' ROLL UP TO
           05 PRM-MIN-VOTES                PIC 9(06).
           05 PRM-DATE-FROM                PIC X(10).
           05 PRM-DATE-TO                  PIC X(10).
      *    HOW LONG A STORY STAYS ON THE HISTORY MASTER, COUNTED IN
      *    PRM-HISTORY-RETAIN-UNIT - SEE 1400-SET-HISTORY-CUTOFF-DATE.
      *    ZERO OR BLANK TAKES THE BUILT-IN 90 CALENDAR DAYS.
           05 PRM-HISTORY-RETAIN-DAYS      PIC 9(03).
           05 PRM-DIGEST-COUNT             PIC 9(03).
      *    'R' RERUNS THE REPORT PAGES AND THE DIGEST FROM AN
      *    ZERO OR BLANK TAKES THE BUILT-IN 50; THE TABLE TOPS OUT
      *    AT 100.
           05 PRM-NEAR-MISS-COUNT          PIC 9(03).
      *    HOW MANY STORIES PASS BETWEEN RESTART CHECKPOINTS - SEE
      *    8800-TAKE-CHECKPOINT. ZERO OR BLANK TAKES THE BUILT-IN 500.
           05 PRM-CHECKPOINT-INTERVAL      PIC 9(03).
      *    UNIT OF PRM-HISTORY-RETAIN-DAYS - 'D' OR BLANK CALENDAR
      *    DAYS, 'B' BUSINESS DAYS, 'P' FISCAL PERIODS. THE LAST TWO
      *    ARE COUNTED ON THE SHOP CALENDAR.
           05 PRM-HISTORY-RETAIN-UNIT      PIC X(01).
           05 PRM-LINES-ON-PAGE            PIC 9(02).
           05 PRM-REPORT-TITLE             PIC X(80).
       SD  SORT-FILE.
           05  ASR-AFFILIATION             PIC X(20).
           05  ASR-AUTHOR                  PIC X(30).
           05  ASR-VOTES                   PIC 9(06).
      *    CARRIED FOR THE AUTHOR-ACTIVITY MASTER UPDATE ONLY.
           05  ASR-COMMENT-CNT             PIC 9(06).
           05  ASR-POSTED-DATE             PIC X(10).
      *---------------------------------------------------------------*
      *    DISCUSSION-ENGAGEMENT SORT - THE SAME MATCHED STORIES
      *    ORDERED BY COMMENT-TO-VOTE RATIO, SEE 4700-RELEASE-FOR-
           05  ESR-VOTES                   PIC 9(06).
           05  ESR-COMMENT-CNT             PIC 9(06).
           05  ESR-RATIO                   PIC 9(06)V9(06).
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
      *        THE RUN DATE'S FISCAL PERIOD WHEN THE CALENDAR HAS IT.
               10  HL1-FISCAL-PERIOD.
                   15  FILLER  PIC X(05) VALUE SPACE.
                   15  HL1-FISCAL-PERIOD-OUT
                               PIC X(07) VALUE SPACE.
      *        DEFAULT REPORT TITLE - OVERRIDABLE FROM PARAMETER-FILE,
      *        SEE 1210-APPLY-RANKING-PARAMETERS.
               10  HL1-REPORT-TITLE.
               88  WS-FIRST-AUTHOR                   VALUE 'Y'.
               88  WS-NOT-FIRST-AUTHOR               VALUE 'N'.
      *---------------------------------------------------------------*
      *    AUTHOR-ACTIVITY MASTER UPDATE FIELDS - SEE 4570 THRU 4590.
      *    THE MASTER IS ONLY MAINTAINED ON A FEED RUN; A RECORD
      *    ALREADY CARRYING THIS RUN'S STAMP WAS APPLIED BEFORE A
      *    RESTART AND IS LEFT ALONE.
      *---------------------------------------------------------------*
       01  WS-AUTHOR-ACTIVITY-FIELDS.
           05  WS-AACT-OPEN-SW             PIC X(01) VALUE 'N'.
               88  WS-AACT-OPEN                      VALUE 'Y'.
           05  WS-AACT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-AACT-FOUND                     VALUE 'Y'.
           05  WS-AACT-APPLY-SW            PIC X(01) VALUE 'N'.
               88  WS-AACT-APPLY                     VALUE 'Y'.
           05  WS-AACT-BUCKET-SW           PIC X(01) VALUE 'N'.
               88  WS-AACT-BUCKET-DONE               VALUE 'Y'.
           05  WS-AACT-POSTED-MONTH        PIC X(07).
           05  WS-AACT-SUB                 PIC 9(01) COMP VALUE 0.
           05  WS-AACT-ADDED-CNT           PIC 9(06) VALUE 0.
           05  WS-AACT-UPDATED-CNT         PIC 9(06) VALUE 0.
           05  WS-AACT-SKIPPED-CNT         PIC 9(06) VALUE 0.
      *---------------------------------------------------------------*
      *    THE AUTHOR REFERENCE FILE IN MEMORY, LOADED AT STARTUP BY
      *    1500-LOAD-AUTHOR-REFERENCE. AN ABSENT OR EMPTY FILE JUST
      *    LEAVES EVERY HANDLE UNMATCHED - THE BREAKDOWN STILL RUNS.
               10  WS-SRC-READ-CNT         PIC 9(06).
               10  WS-SRC-MATCHED-CNT      PIC 9(06).
               10  WS-SRC-EXCP-CNT         PIC 9(06).
      *---------------------------------------------------------------*
      *    RESTART CHECKPOINT RECORDS - WRITTEN WHOLE EVERY WS-
      *    CHECKPOINT-INTERVAL STORIES BY 8800-TAKE-CHECKPOINT. THE
      *    HEADER CARRIES THE FEED POSITION, THE ORIGINAL RUN DATE
      *    AND PARAMETERS, THE RUNNING CONTROL
      *    TOTALS, AND HOW MANY RECORDS EACH OUTPUT HELD; THE BATCH-
      *    CONTROL RECORD CARRIES THE HDR/TRL STATE; ONE ENTRY RECORD
      *    FOLLOWS PER ROW OF EVERY IN-MEMORY TABLE THE FEED PASS
      *    BUILDS; AND A TRAILER COUNT PROVES THE SET COMPLETE. A
      *    NON-EMPTY CHECKPOINT AT STARTUP MAKES THE RUN A RESTART -
      *    SEE 1800-LOAD-CHECKPOINT. ALL FOUR LAYOUTS SHARE THE ONE
      *    RECORD AREA AND THE LEADING RECORD-TYPE BYTE. THE HEADER'S
      *    SEQUENCE NUMBER TELLS THE NEWER GENERATION FROM THE OLDER.
      *---------------------------------------------------------------*
       01  CHECKPOINT-HEADER-RECORD.
           05 CKH-RECORD-TYPE              PIC X(01).
           05 CKH-RUN-DATE-TIME            PIC X(16).
           05 CKH-TODAY-DATE               PIC X(10).
           05 CKH-FEED-POSITION            PIC 9(09).
           05 CKH-EXCPFL-CNT               PIC 9(09).
           05 CKH-EXTRFL-CNT               PIC 9(09).
           05 CKH-MTCHWK-CNT               PIC 9(09).
           05 CKH-ALRTFL-CNT               PIC 9(09).
           05 CKH-RUN-TOTALS               PIC X(60).
           05 CKH-EXCLUDED-CNT             PIC 9(06).
           05 CKH-MULTI-KEYWORD-CNT        PIC 9(06).
           05 CKH-PURGED-CNT               PIC 9(06).
           05 CKH-RANKING-PARAMETERS       PIC X(33).
           05 CKH-RETAIN-DAYS              PIC 9(03).
           05 CKH-DIGEST-COUNT             PIC 9(03).
           05 CKH-NEAR-MISS-KEEP           PIC 9(03).
           05 CKH-KEYWORD-COUNT            PIC 9(02).
           05 CKH-RETAIN-UNIT              PIC X(01).
           05 CKH-CHECKPOINT-SEQ           PIC 9(05).
       01  CHECKPOINT-CONTROL-RECORD REDEFINES
               CHECKPOINT-HEADER-RECORD.
           05 CKB-RECORD-TYPE              PIC X(01).
           05 CKB-BATCH-CONTROL            PIC X(102).
           05 CKB-ALERT-OVERFLOW-CNT       PIC 9(06).
           05 CKB-TITLE-TABLE-FULL-SW      PIC X(01).
           05 FILLER                       PIC X(90).
       01  CHECKPOINT-ENTRY-RECORD REDEFINES
               CHECKPOINT-HEADER-RECORD.
           05 CKE-RECORD-TYPE              PIC X(01).
               88 CKE-HEADER                         VALUE 'H'.
               88 CKE-BATCH-CONTROL                  VALUE 'B'.
               88 CKE-KEYWORD                        VALUE 'K'.
               88 CKE-SOURCE                         VALUE 'S'.
               88 CKE-NEAR-MISS                      VALUE 'N'.
               88 CKE-ALERT                          VALUE 'A'.
               88 CKE-SUSPECT                        VALUE 'X'.
               88 CKE-UNMATCHED-HANDLE               VALUE 'U'.
               88 CKE-TITLE-SEEN                     VALUE 'T'.
               88 CKE-TRAILER                        VALUE 'Z'.
           05 CKE-ENTRY-DATA               PIC X(120).
           05 FILLER                       PIC X(79).
       01  CHECKPOINT-TRAILER-RECORD REDEFINES
               CHECKPOINT-HEADER-RECORD.
           05 CKT-RECORD-TYPE              PIC X(01).
           05 CKT-RECORD-CNT               PIC 9(06).
           05 FILLER                       PIC X(193).
      *---------------------------------------------------------------*
      *    CHECKPOINT/RESTART CONTROLS - SEE 8800-TAKE-CHECKPOINT AND
      *    1800-LOAD-CHECKPOINT. THE FEED POSITION COUNTS EVERY
      *    PHYSICAL FEED RECORD READ, HDR/TRL RECORDS INCLUDED, SO A
      *    RESTART READS PAST EXACTLY THAT MANY. THE JOURNAL TABLE
      *    HOLDS THE BEFORE-IMAGES BEING BACKED OUT - ONE STORY
      *    CHANGES AT MOST ONE HISTORY RECORD, SO A FULL INTERVAL'S
      *    WORTH ALWAYS FITS.
      *---------------------------------------------------------------*
       01  WS-CHECKPOINT-RESTART-FIELDS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(03) VALUE 500.
           05  WS-FEED-POSITION            PIC 9(09) VALUE 0.
           05  WS-RESTART-POSITION         PIC 9(09) VALUE 0.
           05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN                    VALUE 'Y'.
           05  WS-RESTART-EXCPFL-CNT       PIC 9(09) VALUE 0.
           05  WS-RESTART-EXTRFL-CNT       PIC 9(09) VALUE 0.
           05  WS-RESTART-MTCHWK-CNT       PIC 9(09) VALUE 0.
           05  WS-RESTART-ALRTFL-CNT       PIC 9(09) VALUE 0.
           05  WS-RESTART-COPY-CNT         PIC 9(09) VALUE 0.
           05  WS-RESTART-KEYWORD-CNT      PIC 9(02) VALUE 0.
           05  WS-RESTART-KW-SUB           PIC 9(02) VALUE 0.
           05  WS-CKP-RECORD-CNT           PIC 9(06) VALUE 0.
           05  WS-CKP-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-CKP-EOF                        VALUE 'Y'.
           05  WS-CKP-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  WS-CKP-TRAILER-SEEN               VALUE 'Y'.
      *        WHICH GENERATION THE LATEST CHECKPOINT IS ON, AND ITS
      *        SEQUENCE NUMBER.
           05  WS-CKP-SEQ                  PIC 9(05) VALUE 0.
           05  WS-CKP-FILE-SW              PIC X(01) VALUE 'A'.
               88  WS-CKP-ON-PRIMARY                 VALUE 'P'.
               88  WS-CKP-ON-ALTERNATE               VALUE 'A'.
      *        WHAT THE STARTUP SCAN FOUND ON EACH GENERATION - EMPTY,
      *        COMPLETE THROUGH ITS TRAILER, OR CUT OFF PART WAY.
           05  WS-CKP-SCAN-STATE           PIC X(01) VALUE 'E'.
               88  WS-CKP-SCAN-EMPTY                 VALUE 'E'.
               88  WS-CKP-SCAN-COMPLETE              VALUE 'C'.
               88  WS-CKP-SCAN-INCOMPLETE            VALUE 'I'.
           05  WS-CKP-SCAN-SEQ             PIC 9(05) VALUE 0.
           05  WS-CKP-PRI-STATE            PIC X(01) VALUE 'E'.
               88  WS-CKP-PRI-EMPTY                  VALUE 'E'.
               88  WS-CKP-PRI-COMPLETE               VALUE 'C'.
           05  WS-CKP-PRI-SEQ              PIC 9(05) VALUE 0.
           05  WS-CKP-ALT-STATE            PIC X(01) VALUE 'E'.
               88  WS-CKP-ALT-EMPTY                  VALUE 'E'.
               88  WS-CKP-ALT-COMPLETE               VALUE 'C'.
           05  WS-CKP-ALT-SEQ              PIC 9(05) VALUE 0.
      *        RESTART ONLY - WHAT THE ABENDED RUN ALREADY APPENDED
      *        TO RUNAUD AND KWHIST BEFORE IT WENT DOWN, SO 3000-
      *        CLOSE-FILES DOES NOT APPEND IT A SECOND TIME.
           05  WS-RUN-AUDIT-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-RUN-AUDIT-ALREADY-WRITTEN      VALUE 'Y'.
           05  WS-KWH-DONE-CNT             PIC 9(04) VALUE 0.
           05  WS-KWH-START                PIC 9(04) VALUE 0.
           05  KWHS-EOF-SW                 PIC X(01) VALUE 'N'.
               88  KWHS-EOF                          VALUE 'Y'.
           05  WS-RESTART-ERROR-TEXT       PIC X(60) VALUE SPACE.
           05  CHKP-STATUS                 PIC X(02) VALUE '00'.
           05  SJRN-STATUS                 PIC X(02) VALUE '00'.
           05  SJRN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SJRN-EOF                          VALUE 'Y'.
           05  RSTX-STATUS                 PIC X(02) VALUE '00'.
           05  RSTE-STATUS                 PIC X(02) VALUE '00'.
           05  RSTM-STATUS                 PIC X(02) VALUE '00'.
           05  RSTA-STATUS                 PIC X(02) VALUE '00'.
           05  WS-JOURNAL-ROLLBACK-CNT     PIC 9(04) VALUE 0.
           05  WS-JOURNAL-CNT              PIC 9(04) VALUE 0.
           05  WS-JOURNAL-SUB              PIC 9(04) COMP VALUE 0.
           05  WS-JOURNAL-ENTRY            OCCURS 1000 TIMES.
               10  WS-JRN-ACTION           PIC X(01).
                   88  WS-JRN-ADDED                  VALUE 'A'.
               10  WS-JRN-BEFORE-IMAGE     PIC X(120).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  RAUD-STATUS                 PIC X(02) VALUE '00'.
           05  RAUD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  RAUD-EOF                          VALUE 'Y'.
           05  KWHS-STATUS                 PIC X(02) VALUE '00'.
           05  WCND-STATUS                 PIC X(02) VALUE '00'.
           05  ALRT-STATUS                 PIC X(02) VALUE '00'.
           05  WCND-EOF-SW                 PIC X(01) VALUE 'N'.
           05  EXCP-STATUS                 PIC X(02) VALUE '00'.
           05  EXTR-STATUS                 PIC X(02) VALUE '00'.
           05  STYH-STATUS                 PIC X(02) VALUE '00'.
           05  AACT-STATUS                 PIC X(02) VALUE '00'.
           05  WS-HNR-TIME                 PIC 99V9999.
           05  SORT-RETURN-SW              PIC X(01) VALUE 'N'.
               88  SORT-AT-END                       VALUE 'Y'.
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
           PERFORM 4990-PRINT-CROSS-KEY-PAGE.
           PERFORM 9650-SET-COMPLETION-CODE.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
               PERFORM 1200-LOAD-RANKING-PARAMETERS
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1900-LOAD-SHOP-CALENDAR.
           OPEN INPUT AUTHOR-REFERENCE-FILE.
           IF  AREF-STATUS = '00'
               PERFORM 1500-LOAD-AUTHOR-REFERENCE
                   PERFORM 9945-WRITE-MATCHED-WORK-ERROR
               END-IF
           ELSE
      *        A CHECKPOINT LEFT BY AN ABENDED RUN MAKES THIS A
      *        RESTART. IT IS LOADED BEFORE THE CUTOFF IS FIXED - THE
      *        RESTART RUNS UNDER THE ORIGINAL RUN'S DATE AND
      *        PARAMETERS SO ITS STAMPS AND AUDIT RECORD MATCH.
               PERFORM 1800-LOAD-CHECKPOINT
               OPEN INPUT  HACKER-NEWS-FILE
                    OUTPUT EXCEPTION-FILE
                           EXTRACT-FILE
               AND STYH-STATUS NOT = '05'
                   PERFORM 9950-STORY-HISTORY-FILE-ERROR
               END-IF
      *        A RESTART BACKS THE MASTER OUT TO THE CHECKPOINT; THE
      *        PURGE AND THE TITLE SCREEN IT LOADED ALREADY HAPPENED
      *        IN THE ORIGINAL RUN AND CAME BACK WITH THE CHECKPOINT.
      *        A FRESH RUN TAKES ITS FIRST CHECKPOINT RIGHT AFTER THE
      *        PURGE, SO EVEN AN ABEND ON THE FIRST STORY RESTARTS.
               IF  WS-RESTART-RUN
                   PERFORM 1850-ROLL-BACK-STORY-HISTORY
               ELSE
                   PERFORM 1300-PURGE-STORY-HISTORY
               END-IF
               OPEN OUTPUT STORY-HISTORY-JOURNAL
               IF  SJRN-STATUS NOT = '00'
                   PERFORM 9986-STORY-JOURNAL-ERROR
               END-IF
               IF  NOT WS-RESTART-RUN
                   PERFORM 8800-TAKE-CHECKPOINT
               END-IF
      *        THE AUTHOR-ACTIVITY MASTER IS OPTIONAL LIKE THE STORY
      *        HISTORY - THE FIRST RUN CREATES IT.
               OPEN I-O AUTHOR-ACTIVITY-FILE
               IF  AACT-STATUS NOT = '00'
               AND AACT-STATUS NOT = '05'
                   PERFORM 9988-AUTHOR-ACTIVITY-FILE-ERROR
               END-IF
               SET WS-AACT-OPEN TO TRUE
           END-IF.
      *    AFTER ANY RESTART, SO THE HEADING CARRIES THE ORIGINAL
      *    RUN'S DATE AND PERIOD.
           PERFORM 1960-SET-HEADING-FISCAL-PERIOD.
      *---------------------------------------------------------------*
      *    LOADS THE WATCH-LIST OF TITLE KEYWORDS FROM KEYWORD-FILE SO
      *    THE TERMS SCREENED FOR CAN BE MAINTAINED WITHOUT TOUCHING
           END-IF
           PERFORM 1310-READ-STORY-HISTORY-RECORD.
      *---------------------------------------------------------------*
      *    FIXES TODAY'S DATE AND THE RETENTION CUTOFF IN YYYY-MM-DD
      *    FORM FOR THE STARTUP PURGE WALK (1300-PURGE-STORY-HISTORY)
      *    AND THE SIGHTING STAMPS 8150-CHECK-DUPLICATE-KEY WRITES.
      *    A WINDOW IN CALENDAR DAYS IS TODAY MINUS WS-HISTORY-RETAIN-
      *    DAYS; ONE IN BUSINESS DAYS OR FISCAL PERIODS IS COUNTED
      *    BACK ON THE SHOP CALENDAR. EITHER WAY WS-CAL-WINDOW-DAYS
      *    ENDS UP AS THE WINDOW'S LENGTH IN CALENDAR DAYS, WHICH IS
      *    WHAT THE RUN-AUDIT RECORD CARRIES SO THE FORWARD RECOVERY
      *    IN HACKSTYU REPLAYS THE SAME CUTOFF.
      *---------------------------------------------------------------*
       1400-SET-HISTORY-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-CURRENT-YEAR   TO WS-TD-YEAR.
           MOVE WS-CURRENT-MONTH  TO WS-TD-MONTH.
           MOVE WS-CURRENT-DAY    TO WS-TD-DAY.
           IF  WS-CAL-WINDOW-IN-DAYS
               MOVE WS-CURRENT-DATE   TO WS-TODAY-YMD-NUM
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD-NUM)
                   - WS-HISTORY-RETAIN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   TO WS-CUTOFF-YMD-NUM
               MOVE WS-CUTOFF-YMD-YEAR  TO WS-CD-YEAR
               MOVE WS-CUTOFF-YMD-MONTH TO WS-CD-MONTH
               MOVE WS-CUTOFF-YMD-DAY   TO WS-CD-DAY
               MOVE WS-HISTORY-RETAIN-DAYS TO WS-CAL-WINDOW-DAYS
           ELSE
               MOVE WS-TODAY-DATE          TO WS-CAL-TODAY-DATE
               MOVE WS-HISTORY-RETAIN-DAYS TO WS-CAL-WINDOW-COUNT
               PERFORM 1410-SET-WINDOW-CUTOFF-DATE
               IF  WS-CAL-WINDOW-DAYS > 999
                   MOVE 'RETENTION WINDOW SPANS MORE THAN 999 DAYS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9925-SHOP-CALENDAR-ERROR
               END-IF
               MOVE WS-CAL-CUTOFF-DATE     TO WS-CUTOFF-DATE
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
           PERFORM 1950-FIND-CALENDAR-DATE.
           IF  WS-CAL-CNT = ZERO
               MOVE 'NONE SUPPLIED - NEEDED FOR THIS RETENTION WINDOW'
                   TO WS-CAL-ERROR-TEXT
               PERFORM 9925-SHOP-CALENDAR-ERROR
           END-IF.
           IF  WS-CAL-NOT-FOUND
               STRING 'RUN DATE ' WS-CAL-TODAY-DATE
                      ' IS NOT ON THE CALENDAR'
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9925-SHOP-CALENDAR-ERROR
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
               PERFORM 9925-SHOP-CALENDAR-ERROR
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
                       PERFORM 9925-SHOP-CALENDAR-ERROR
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
      *    LOADS THE AUTHOR REFERENCE FILE SO HANDLES CAN BE
      *    CONSOLIDATED UNDER CANONICAL NAMES AND AFFILIATIONS
      *---------------------------------------------------------------*
       1620-STORE-FEED-AUDIT-PAIR.
      *---------------------------------------------------------------*
      *    ON A RESTART, A RECORD CARRYING THIS RUN'S OWN DATE AND
      *    START TIME WAS APPENDED BY THE ABENDED RUN ON ITS WAY OUT.
      *    ITS FEEDS ARE THE ONES BEING RESUMED, SO THEY ARE NOT
      *    SCREENED AGAINST, AND 3000-CLOSE-FILES DOES NOT APPEND THE
      *    RECORD AGAIN.
           IF  WS-RESTART-RUN
           AND RSR-RUN-DATE = WS-TODAY-DATE
           AND RSR-RUN-TIME = WS-CURRENT-TIME
               SET WS-RUN-AUDIT-ALREADY-WRITTEN TO TRUE
           ELSE
               PERFORM 1630-STORE-ONE-FEED-PAIR
                   VARYING WS-FEED-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-FEED-PAIR-SUB > 12
           END-IF.
           PERFORM 1610-READ-FEED-AUDIT-RECORD.
      *---------------------------------------------------------------*
       1630-STORE-ONE-FEED-PAIR.
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    LOOKS FOR A CHECKPOINT LEFT BY AN ABENDED RUN. TWO EMPTY
      *    OR ABSENT GENERATIONS ARE THE NORMAL CASE - A FRESH RUN.
      *    OTHERWISE THE NEWER GENERATION THAT WAS WRITTEN THROUGH TO
      *    ITS TRAILER IS RELOADED; A NEWER ONE CUT OFF PART WAY IS
      *    WHERE THE ABEND CAME, AND THE JOURNAL STILL RUNS FROM THE
      *    OLDER ONE, SO IT IS PASSED OVER. ONLY WHEN NEITHER IS
      *    COMPLETE IS THE RUN UNRESTARTABLE.
      *---------------------------------------------------------------*
       1800-LOAD-CHECKPOINT.
      *---------------------------------------------------------------*
           SET WS-CKP-ON-PRIMARY       TO TRUE.
           PERFORM 1802-SCAN-CHECKPOINT-FILE.
           MOVE WS-CKP-SCAN-STATE      TO WS-CKP-PRI-STATE.
           MOVE WS-CKP-SCAN-SEQ        TO WS-CKP-PRI-SEQ.
           SET WS-CKP-ON-ALTERNATE     TO TRUE.
           PERFORM 1802-SCAN-CHECKPOINT-FILE.
           MOVE WS-CKP-SCAN-STATE      TO WS-CKP-ALT-STATE.
           MOVE WS-CKP-SCAN-SEQ        TO WS-CKP-ALT-SEQ.
           EVALUATE TRUE
               WHEN WS-CKP-PRI-EMPTY AND WS-CKP-ALT-EMPTY
      *            FRESH RUN - THE FIRST CHECKPOINT GOES TO HACKCHK.
                   SET WS-CKP-ON-ALTERNATE TO TRUE
               WHEN WS-CKP-PRI-COMPLETE AND WS-CKP-ALT-COMPLETE
                   IF  WS-CKP-PRI-SEQ > WS-CKP-ALT-SEQ
                       SET WS-CKP-ON-PRIMARY   TO TRUE
                   ELSE
                       SET WS-CKP-ON-ALTERNATE TO TRUE
                   END-IF
                   PERFORM 1804-RESTORE-CHECKPOINT
               WHEN WS-CKP-PRI-COMPLETE
                   SET WS-CKP-ON-PRIMARY   TO TRUE
                   PERFORM 1804-RESTORE-CHECKPOINT
               WHEN WS-CKP-ALT-COMPLETE
                   SET WS-CKP-ON-ALTERNATE TO TRUE
                   PERFORM 1804-RESTORE-CHECKPOINT
               WHEN OTHER
                   MOVE 'CHECKPOINT IS INCOMPLETE - NO TRAILER'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    READS ONE GENERATION THROUGH AND NOTES WHETHER IT IS EMPTY,
      *    ENDS IN A TRAILER THAT AGREES WITH ITS RECORD COUNT, OR
      *    STOPS SHORT. A HEADER WITHOUT A SEQUENCE NUMBER COUNTS AS
      *    SEQUENCE ZERO.
      *---------------------------------------------------------------*
       1802-SCAN-CHECKPOINT-FILE.
      *---------------------------------------------------------------*
           PERFORM 1806-OPEN-CHECKPOINT-INPUT.
           SET WS-CKP-SCAN-EMPTY       TO TRUE.
           MOVE ZERO                   TO WS-CKP-SCAN-SEQ
                                          WS-CKP-RECORD-CNT.
           MOVE 'N' TO WS-CKP-EOF-SW.
           PERFORM 1810-READ-CHECKPOINT-RECORD.
           IF  NOT WS-CKP-EOF
               SET WS-CKP-SCAN-INCOMPLETE TO TRUE
               IF  CKE-HEADER
               AND CKH-CHECKPOINT-SEQ IS NUMERIC
                   MOVE CKH-CHECKPOINT-SEQ TO WS-CKP-SCAN-SEQ
               END-IF
               PERFORM 1808-SCAN-CHECKPOINT-RECORD
                   UNTIL WS-CKP-EOF
           END-IF.
           PERFORM 1807-CLOSE-CHECKPOINT-FILE.
      *---------------------------------------------------------------*
       1804-RESTORE-CHECKPOINT.
      *---------------------------------------------------------------*
           PERFORM 1806-OPEN-CHECKPOINT-INPUT.
           MOVE ZERO TO WS-CKP-RECORD-CNT.
           MOVE 'N' TO WS-CKP-EOF-SW.
           PERFORM 1810-READ-CHECKPOINT-RECORD.
           IF  NOT CKE-HEADER
               MOVE 'CHECKPOINT DOES NOT START WITH ITS HEADER'
                   TO WS-RESTART-ERROR-TEXT
               PERFORM 9990-RESTART-ERROR
           END-IF.
           SET  WS-RESTART-RUN TO TRUE.
           PERFORM 1820-RESTORE-CHECKPOINT-HEADER.
           PERFORM 1810-READ-CHECKPOINT-RECORD.
           PERFORM 1830-RESTORE-CHECKPOINT-ENTRY
               UNTIL WS-CKP-EOF.
           IF  NOT WS-CKP-TRAILER-SEEN
               MOVE 'CHECKPOINT IS INCOMPLETE - NO TRAILER'
                   TO WS-RESTART-ERROR-TEXT
               PERFORM 9990-RESTART-ERROR
           END-IF.
           IF  WS-RESTART-KW-SUB NOT = WS-KEYWORD-COUNT
               MOVE 'KEYWORD FILE CHANGED SINCE THE CHECKPOINT'
                   TO WS-RESTART-ERROR-TEXT
               PERFORM 9990-RESTART-ERROR
           END-IF.
           PERFORM 1807-CLOSE-CHECKPOINT-FILE.
           IF  WS-CKP-ON-PRIMARY
               DISPLAY 'HACKNEWS - RESTARTING RUN OF ' WS-TODAY-DATE
                       ' FROM HACKCHK CHECKPOINT AT FEED RECORD '
                       WS-RESTART-POSITION
           ELSE
               DISPLAY 'HACKNEWS - RESTARTING RUN OF ' WS-TODAY-DATE
                       ' FROM HACKCHK2 CHECKPOINT AT FEED RECORD '
                       WS-RESTART-POSITION
           END-IF.
      *---------------------------------------------------------------*
       1806-OPEN-CHECKPOINT-INPUT.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               OPEN INPUT CHECKPOINT-FILE
           ELSE
               OPEN INPUT CHECKPOINT-ALT-FILE
           END-IF.
           IF  CHKP-STATUS NOT = '00'
           AND CHKP-STATUS NOT = '05'
               PERFORM 9985-CHECKPOINT-FILE-ERROR
           END-IF.
      *---------------------------------------------------------------*
       1807-CLOSE-CHECKPOINT-FILE.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               CLOSE CHECKPOINT-FILE
           ELSE
               CLOSE CHECKPOINT-ALT-FILE
           END-IF.
      *---------------------------------------------------------------*
       1808-SCAN-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
           PERFORM 1810-READ-CHECKPOINT-RECORD.
           IF  NOT WS-CKP-EOF
               IF  CKE-TRAILER
               AND CKT-RECORD-CNT = WS-CKP-RECORD-CNT
                   SET WS-CKP-SCAN-COMPLETE   TO TRUE
               ELSE
                   SET WS-CKP-SCAN-INCOMPLETE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1810-READ-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               READ CHECKPOINT-FILE INTO CHECKPOINT-ENTRY-RECORD
                   AT END SET WS-CKP-EOF TO TRUE
               END-READ
           ELSE
               READ CHECKPOINT-ALT-FILE INTO CHECKPOINT-ENTRY-RECORD
                   AT END SET WS-CKP-EOF TO TRUE
               END-READ
           END-IF.
           IF  NOT WS-CKP-EOF
               ADD 1 TO WS-CKP-RECORD-CNT
           END-IF.
      *---------------------------------------------------------------*
      *    THE RESTART RUNS AS THE ORIGINAL RUN - ITS START DATE AND
      *    TIME, ITS RANKING PARAMETERS, AND ITS RETENTION AND DIGEST
      *    SETTINGS OVERRIDE WHATEVER THIS RUN'S CARD SAYS, SO THE
      *    HISTORY STAMPS, THE RANKINGS, AND THE RUN-AUDIT RECORD
      *    COME OUT AS ONE CLEAN RUN WOULD HAVE WRITTEN THEM.
      *---------------------------------------------------------------*
       1820-RESTORE-CHECKPOINT-HEADER.
      *---------------------------------------------------------------*
           MOVE CKH-RUN-DATE-TIME      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH       TO HL1-MONTH.
           MOVE WS-CURRENT-DAY         TO HL1-DAY.
           MOVE CKH-TODAY-DATE         TO WS-TODAY-DATE.
           IF  CKH-CHECKPOINT-SEQ IS NUMERIC
               MOVE CKH-CHECKPOINT-SEQ TO WS-CKP-SEQ
           END-IF.
           MOVE CKH-FEED-POSITION      TO WS-RESTART-POSITION.
           MOVE CKH-EXCPFL-CNT         TO WS-RESTART-EXCPFL-CNT.
           MOVE CKH-EXTRFL-CNT         TO WS-RESTART-EXTRFL-CNT.
           MOVE CKH-MTCHWK-CNT         TO WS-RESTART-MTCHWK-CNT.
           MOVE CKH-ALRTFL-CNT         TO WS-RESTART-ALRTFL-CNT.
           MOVE CKH-RUN-TOTALS         TO WS-RUN-TOTALS.
           MOVE CKH-EXCLUDED-CNT       TO WS-EXCLUDED-CNT.
           MOVE CKH-MULTI-KEYWORD-CNT  TO WS-MULTI-KEYWORD-CNT.
           MOVE CKH-PURGED-CNT         TO WS-HISTORY-PURGED-CNT.
           MOVE CKH-RANKING-PARAMETERS TO WS-RANKING-PARAMETERS.
           MOVE CKH-RETAIN-DAYS        TO WS-HISTORY-RETAIN-DAYS.
           MOVE CKH-RETAIN-UNIT        TO WS-CAL-WINDOW-UNIT.
           IF  NOT WS-CAL-WINDOW-UNIT-VALID
               SET WS-CAL-WINDOW-IN-DAYS TO TRUE
           END-IF.
           MOVE CKH-DIGEST-COUNT       TO WS-DIGEST-COUNT.
           MOVE CKH-NEAR-MISS-KEEP     TO WS-NEAR-MISS-KEEP.
           MOVE CKH-KEYWORD-COUNT      TO WS-RESTART-KEYWORD-CNT.
           IF  WS-RESTART-KEYWORD-CNT NOT = WS-KEYWORD-COUNT
               MOVE 'KEYWORD FILE CHANGED SINCE THE CHECKPOINT'
                   TO WS-RESTART-ERROR-TEXT
               PERFORM 9990-RESTART-ERROR
           END-IF.
      *---------------------------------------------------------------*
      *    PUTS ONE CHECKPOINT RECORD BACK WHERE IT CAME FROM. THE
      *    TABLE ROWS ARRIVE IN THEIR ORIGINAL ORDER, SO EACH TABLE IS
      *    REBUILT ENTRY FOR ENTRY. A KEYWORD ROW MUST STILL MATCH THE
      *    WATCH-LIST JUST LOADED - TALLIES RESTORED AGAINST AN EDITED
      *    KEYWRD WOULD BE ATTRIBUTED TO THE WRONG TERMS.
      *---------------------------------------------------------------*
       1830-RESTORE-CHECKPOINT-ENTRY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CKE-BATCH-CONTROL
                   MOVE CKB-BATCH-CONTROL   TO WS-BATCH-CONTROL-FIELDS
                   MOVE CKB-ALERT-OVERFLOW-CNT
                                            TO WS-ALERT-OVERFLOW-CNT
                   MOVE CKB-TITLE-TABLE-FULL-SW
                                            TO WS-TITLE-TABLE-FULL-SW
               WHEN CKE-KEYWORD
                   ADD 1 TO WS-RESTART-KW-SUB
                   IF  WS-RESTART-KW-SUB > WS-KEYWORD-COUNT
                       MOVE 'KEYWORD FILE CHANGED SINCE THE CHECKPOINT'
                           TO WS-RESTART-ERROR-TEXT
                       PERFORM 9990-RESTART-ERROR
                   END-IF
                   SET WS-KEYWORD-IDX TO WS-RESTART-KW-SUB
                   IF  CKE-ENTRY-DATA(1:25)
                           NOT = WS-KEYWORD-ENTRY(WS-KEYWORD-IDX)(1:25)
                       MOVE 'KEYWORD FILE CHANGED SINCE THE CHECKPOINT'
                           TO WS-RESTART-ERROR-TEXT
                       PERFORM 9990-RESTART-ERROR
                   END-IF
                   MOVE CKE-ENTRY-DATA
                       TO WS-KEYWORD-ENTRY(WS-KEYWORD-IDX)
               WHEN CKE-SOURCE
                   ADD 1 TO WS-SOURCE-CNT
                   SET WS-SRC-IDX TO WS-SOURCE-CNT
                   MOVE CKE-ENTRY-DATA TO WS-SOURCE-ENTRY(WS-SRC-IDX)
               WHEN CKE-NEAR-MISS
                   ADD 1 TO WS-NEAR-MISS-CNT
                   SET WS-NM-IDX TO WS-NEAR-MISS-CNT
                   MOVE CKE-ENTRY-DATA
                       TO WS-NEAR-MISS-ENTRY(WS-NM-IDX)
               WHEN CKE-ALERT
                   ADD 1 TO WS-ALERT-CNT
                   SET WS-ALR-IDX TO WS-ALERT-CNT
                   MOVE CKE-ENTRY-DATA TO WS-ALERT-ENTRY(WS-ALR-IDX)
               WHEN CKE-SUSPECT
                   ADD 1 TO WS-SUSPECT-CNT
                   SET WS-SUS-IDX TO WS-SUSPECT-CNT
                   MOVE CKE-ENTRY-DATA TO WS-SUSPECT-ENTRY(WS-SUS-IDX)
               WHEN CKE-UNMATCHED-HANDLE
                   ADD 1 TO WS-UNMATCHED-CNT
                   SET WS-UNMATCHED-IDX TO WS-UNMATCHED-CNT
                   MOVE CKE-ENTRY-DATA
                       TO WS-UNMATCHED-ENTRY(WS-UNMATCHED-IDX)
               WHEN CKE-TITLE-SEEN
                   ADD 1 TO WS-TITLE-SEEN-CNT
                   SET WS-TSN-IDX TO WS-TITLE-SEEN-CNT
                   MOVE CKE-ENTRY-DATA
                       TO WS-TITLE-SEEN-ENTRY(WS-TSN-IDX)
               WHEN CKE-TRAILER
                   IF  CKT-RECORD-CNT NOT = WS-CKP-RECORD-CNT
                       MOVE 'CHECKPOINT TRAILER COUNT DOES NOT AGREE'
                           TO WS-RESTART-ERROR-TEXT
                       PERFORM 9990-RESTART-ERROR
                   END-IF
                   SET WS-CKP-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   MOVE 'CHECKPOINT CARRIES AN UNKNOWN RECORD TYPE'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-EVALUATE.
           PERFORM 1810-READ-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
      *    BACKS THE HISTORY MASTER OUT TO THE CHECKPOINT. THE
      *    JOURNAL HOLDS THE BEFORE-IMAGE OF EVERY CHANGE SINCE THEN;
      *    THEY ARE UNDONE NEWEST FIRST, SO A KEY ADDED AND THEN
      *    REWRITTEN IN THE SAME STRETCH IS RESTORED AND THEN REMOVED.
      *    AN ENTRY AT OR BEFORE THE CHECKPOINT POSITION IS LEFT ALONE
      *    - IT CAN ONLY BE THERE IF THE ABEND CAME BETWEEN WRITING
      *    THE CHECKPOINT AND EMPTYING THE JOURNAL.
      *---------------------------------------------------------------*
       1850-ROLL-BACK-STORY-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT STORY-HISTORY-JOURNAL.
           IF  SJRN-STATUS NOT = '00'
           AND SJRN-STATUS NOT = '05'
               PERFORM 9986-STORY-JOURNAL-ERROR
           END-IF.
           MOVE 'N' TO SJRN-EOF-SW.
           PERFORM 1860-READ-JOURNAL-RECORD.
           PERFORM 1870-STORE-JOURNAL-ENTRY
               UNTIL SJRN-EOF.
           CLOSE STORY-HISTORY-JOURNAL.
           PERFORM 1880-UNDO-ONE-JOURNAL-ENTRY
               VARYING WS-JOURNAL-SUB FROM WS-JOURNAL-CNT BY -1
               UNTIL WS-JOURNAL-SUB < 1.
           DISPLAY 'HACKNEWS - ' WS-JOURNAL-ROLLBACK-CNT
                   ' STORY-HISTORY CHANGES BACKED OUT TO THE '
                   'CHECKPOINT'.
      *---------------------------------------------------------------*
       1860-READ-JOURNAL-RECORD.
      *---------------------------------------------------------------*
           READ STORY-HISTORY-JOURNAL
               AT END SET SJRN-EOF TO TRUE.
      *---------------------------------------------------------------*
       1870-STORE-JOURNAL-ENTRY.
      *---------------------------------------------------------------*
           IF  SJR-FEED-POSITION > WS-RESTART-POSITION
               IF  WS-JOURNAL-CNT NOT < 1000
                   MOVE 'JOURNAL HOLDS MORE CHANGES THAN ONE INTERVAL'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
               END-IF
               ADD 1 TO WS-JOURNAL-CNT
               MOVE SJR-ACTION
                   TO WS-JRN-ACTION(WS-JOURNAL-CNT)
               MOVE SJR-BEFORE-IMAGE
                   TO WS-JRN-BEFORE-IMAGE(WS-JOURNAL-CNT)
           END-IF.
           PERFORM 1860-READ-JOURNAL-RECORD.
      *---------------------------------------------------------------*
      *    AN ADD WHOSE RECORD NEVER REACHED THE MASTER (THE ABEND
      *    CAME BETWEEN THE JOURNAL WRITE AND THE MASTER WRITE) HAS
      *    NOTHING TO DELETE, SO THAT INVALID KEY IS EXPECTED.
      *---------------------------------------------------------------*
       1880-UNDO-ONE-JOURNAL-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-JRN-BEFORE-IMAGE(WS-JOURNAL-SUB)
               TO STORY-HISTORY-RECORD.
           IF  WS-JRN-ADDED(WS-JOURNAL-SUB)
               DELETE STORY-HISTORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               REWRITE STORY-HISTORY-RECORD
                   INVALID KEY
                       PERFORM 9950-STORY-HISTORY-FILE-ERROR
               END-REWRITE
           END-IF.
           ADD 1 TO WS-JOURNAL-ROLLBACK-CNT.
      *---------------------------------------------------------------*
      *    LOADS THE SHOP CALENDAR (SEE SHOPCAL) INTO CALTABLE. THE
      *    FILE IS OPTIONAL - WITHOUT IT THE TABLE STAYS EMPTY. A
      *    CALENDAR WITH A DATE MISSING OR OUT OF ORDER, AN UNKNOWN
      *    DAY TYPE OR A GARBLED FISCAL PERIOD WOULD SKEW EVERYTHING
      *    WORKED OUT FROM IT, SO THE RUN ABENDS INSTEAD.
      *---------------------------------------------------------------*
       1900-LOAD-SHOP-CALENDAR.
      *---------------------------------------------------------------*
           OPEN INPUT CALENDAR-FILE.
           IF  CAL-STATUS NOT = '00'
           AND CAL-STATUS NOT = '05'
               STRING 'FILE OPEN FAILED, STATUS = ' CAL-STATUS
                      DELIMITED BY SIZE
                      INTO WS-CAL-ERROR-TEXT
               END-STRING
               PERFORM 9925-SHOP-CALENDAR-ERROR
           END-IF.
           PERFORM 1910-READ-CALENDAR-RECORD.
           PERFORM 1920-STORE-CALENDAR-DATE
               UNTIL CAL-EOF.
           CLOSE CALENDAR-FILE.
      *---------------------------------------------------------------*
       1910-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
           READ CALENDAR-FILE
               AT END SET CAL-EOF TO TRUE.
      *---------------------------------------------------------------*
       1920-STORE-CALENDAR-DATE.
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
                   PERFORM 9925-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT > ZERO
               AND  WS-CAL-DATE-INT NOT = WS-CAL-PREV-INT + 1
                   STRING 'DATE MISSING OR OUT OF ORDER AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9925-SHOP-CALENDAR-ERROR
               WHEN NOT CAL-DAY-TYPE-VALID
                   STRING 'UNKNOWN DAY TYPE AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9925-SHOP-CALENDAR-ERROR
               WHEN CAL-FISCAL-YEAR  IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH IS NOT NUMERIC
               OR   CAL-FISCAL-MONTH < 1
               OR   CAL-FISCAL-MONTH > 13
                   STRING 'BAD FISCAL PERIOD AT ' CAL-DATE
                          DELIMITED BY SIZE
                          INTO WS-CAL-ERROR-TEXT
                   END-STRING
                   PERFORM 9925-SHOP-CALENDAR-ERROR
               WHEN WS-CAL-CNT = 3660
                   MOVE 'MORE THAN 3660 DATES - TRIM THE OLDEST YEARS'
                       TO WS-CAL-ERROR-TEXT
                   PERFORM 9925-SHOP-CALENDAR-ERROR
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
           PERFORM 1910-READ-CALENDAR-RECORD.
      *---------------------------------------------------------------*
      *    FINDS WS-CAL-LOOKUP-DATE ON THE CALENDAR. WHEN FOUND,
      *    WS-CAL-IDX POINTS AT ITS ENTRY AND WS-CAL-PERIOD-OUT HOLDS
      *    ITS FISCAL PERIOD. A DATE OFF EITHER END OF THE CALENDAR,
      *    OR AN UNREADABLE ONE, IS SIMPLY NOT FOUND.
      *---------------------------------------------------------------*
       1950-FIND-CALENDAR-DATE.
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
       1960-SET-HEADING-FISCAL-PERIOD.
      *---------------------------------------------------------------*
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-CAL-LOOKUP-DATE
           END-STRING.
           PERFORM 1950-FIND-CALENDAR-DATE.
           IF  WS-CAL-FOUND
               MOVE WS-CAL-PERIOD-OUT TO HL1-FISCAL-PERIOD-OUT
           END-IF.
      *---------------------------------------------------------------*
      *    READS THE OPTIONAL RUN-PARAMETER CARD AND, WHEN PRESENT,
      *    OVERRIDES THE RANKING FORMULA'S GRAVITY CONSTANTS, THE
      *    MINIMUM-VOTE SELECTION THRESHOLD, THE PAGE LENGTH, AND THE
           AND PRM-HISTORY-RETAIN-DAYS > ZERO
               MOVE PRM-HISTORY-RETAIN-DAYS
                                         TO WS-HISTORY-RETAIN-DAYS
               MOVE PRM-HISTORY-RETAIN-UNIT
                                         TO WS-CAL-WINDOW-UNIT
               IF  NOT WS-CAL-WINDOW-UNIT-VALID
                   SET WS-CAL-WINDOW-IN-DAYS TO TRUE
               END-IF
           END-IF.
           IF  PRM-DIGEST-COUNT IS NUMERIC
           AND PRM-DIGEST-COUNT > ZERO
                   MOVE PRM-NEAR-MISS-COUNT TO WS-NEAR-MISS-KEEP
               END-IF
           END-IF.
           IF  PRM-CHECKPOINT-INTERVAL IS NUMERIC
           AND PRM-CHECKPOINT-INTERVAL > ZERO
               MOVE PRM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
           END-IF.
           IF  PRM-LINES-ON-PAGE    > ZERO
               MOVE PRM-LINES-ON-PAGE    TO LINES-ON-PAGE
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
           IF  WS-RESTART-RUN
               PERFORM 2050-REPOSITION-FOR-RESTART
           END-IF.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
           PERFORM 2010-MATCH-AND-RELEASE-RECORD
               UNTIL END-OF-FILE.
           PERFORM 8500-VERIFY-BATCH-CONTROLS.
      *---------------------------------------------------------------*
      *    RESTART ONLY - BRINGS THIS RUN'S OUTPUTS AND THE FEED UP TO
      *    THE CHECKPOINT. THE ABENDED RUN'S OUTPUTS COME BACK ON THE
      *    RESTART DD NAMES; EXACTLY AS MANY RECORDS AS THE
      *    CHECKPOINT COUNTED ARE COPIED FORWARD, AND EVERY MATCHED
      *    STORY AMONG THEM IS RELEASED TO THE RANKING SORT AGAIN, SO
      *    THE FINISHED RUN'S OUTPUTS ARE THOSE OF ONE CLEAN RUN. THE
      *    FEED IS THEN READ PAST WHAT THE CHECKPOINT HAD CONSUMED.
      *---------------------------------------------------------------*
       2050-REPOSITION-FOR-RESTART.
      *---------------------------------------------------------------*
           OPEN INPUT RESTART-EXCEPTION-FILE
                      RESTART-EXTRACT-FILE
                      RESTART-MATCHED-WORK-FILE
                      RESTART-ALERT-FILE.
           MOVE ZERO TO WS-RESTART-COPY-CNT.
           PERFORM 2060-COPY-ONE-EXCEPTION
               UNTIL WS-RESTART-COPY-CNT = WS-RESTART-EXCPFL-CNT.
           MOVE ZERO TO WS-RESTART-COPY-CNT.
           PERFORM 2070-COPY-ONE-ALERT
               UNTIL WS-RESTART-COPY-CNT = WS-RESTART-ALRTFL-CNT.
           MOVE ZERO TO WS-RESTART-COPY-CNT.
           PERFORM 2080-COPY-ONE-EXTRACT
               UNTIL WS-RESTART-COPY-CNT = WS-RESTART-EXTRFL-CNT.
           MOVE ZERO TO WS-RESTART-COPY-CNT.
           PERFORM 2090-RELEASE-ONE-PRIOR-MATCH
               UNTIL WS-RESTART-COPY-CNT = WS-RESTART-MTCHWK-CNT.
           CLOSE RESTART-EXCEPTION-FILE
                 RESTART-EXTRACT-FILE
                 RESTART-MATCHED-WORK-FILE
                 RESTART-ALERT-FILE.
           PERFORM 8700-SKIP-PROCESSED-FEED
               UNTIL WS-FEED-POSITION = WS-RESTART-POSITION.
           DISPLAY 'HACKNEWS - RESTART REPOSITIONED - '
                   WS-RESTART-MTCHWK-CNT ' MATCHED STORIES AND '
                   WS-RESTART-POSITION ' FEED RECORDS CARRIED FORWARD'.
      *---------------------------------------------------------------*
       2060-COPY-ONE-EXCEPTION.
      *---------------------------------------------------------------*
           READ RESTART-EXCEPTION-FILE
               AT END
                   MOVE 'RESTART EXCPFL IS SHORTER THAN THE CHECKPOINT'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-READ.
           MOVE RESTART-EXCEPTION-RECORD TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           IF  EXCP-STATUS NOT = '00'
               PERFORM 9920-WRITE-EXCEPTION-FILE-ERROR
           END-IF.
           ADD 1 TO WS-RESTART-COPY-CNT.
      *---------------------------------------------------------------*
       2070-COPY-ONE-ALERT.
      *---------------------------------------------------------------*
           READ RESTART-ALERT-FILE
               AT END
                   MOVE 'RESTART ALRTFL IS SHORTER THAN THE CHECKPOINT'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-READ.
           MOVE RESTART-ALERT-RECORD TO ALERT-RECORD-OUT.
           WRITE ALERT-RECORD-OUT.
           IF  ALRT-STATUS NOT = '00'
               PERFORM 9980-WRITE-ALERT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-RESTART-COPY-CNT.
      *---------------------------------------------------------------*
       2080-COPY-ONE-EXTRACT.
      *---------------------------------------------------------------*
           READ RESTART-EXTRACT-FILE
               AT END
                   MOVE 'RESTART EXTRFL IS SHORTER THAN THE CHECKPOINT'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-READ.
           MOVE RESTART-EXTRACT-RECORD TO EXTRACT-RECORD-OUT.
           WRITE EXTRACT-RECORD-OUT.
           IF  EXTR-STATUS NOT = '00'
               PERFORM 9940-WRITE-EXTRACT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-RESTART-COPY-CNT.
      *---------------------------------------------------------------*
      *    THE SORT RECORD IS REBUILT FIELD FOR FIELD AS 2010-MATCH-
      *    AND-RELEASE-RECORD BUILT IT, FROM THE POSTING TIME AND
      *    RANKING THE WORK RECORD CARRIES.
      *---------------------------------------------------------------*
       2090-RELEASE-ONE-PRIOR-MATCH.
      *---------------------------------------------------------------*
           READ RESTART-MATCHED-WORK-FILE INTO MATCHED-WORK-RECORD
               AT END
                   MOVE 'RESTART MTCHWK IS SHORTER THAN THE CHECKPOINT'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-READ.
           WRITE MATCHED-WORK-RECORD.
           IF  MWK-STATUS NOT = '00'
               PERFORM 9945-WRITE-MATCHED-WORK-ERROR
           END-IF.
           MOVE MWR-KEY            TO SR-KEY.
           MOVE MWR-TITLE          TO SR-TITLE.
           MOVE MWR-AUTHOR         TO SR-AUTHOR.
           MOVE MWR-POSTED-TIME    TO SR-CREATED-TIME.
           MOVE MWR-VOTES          TO SR-VOTES.
           MOVE MWR-COMMENT-CNT    TO SR-COMMENT-CNT.
           MOVE MWR-POSTED-HH      TO SR-TIME-HH.
           MOVE MWR-POSTED-MM      TO SR-TIME-MM.
           MOVE SPACE              TO SR-FILLER.
           MOVE MWR-RANKING        TO SR-RANKING.
           RELEASE SORT-RECORD.
           IF  SR-STATUS NOT = '00'
               PERFORM 9900-WRITE-FILE-ERROR.
           MOVE SPACE              TO SORT-RECORD.
           ADD 1 TO WS-RESTART-COPY-CNT.
      *---------------------------------------------------------------*
       2010-MATCH-AND-RELEASE-RECORD.
      *---------------------------------------------------------------*
                       PERFORM 9200-WRITE-SORT-RECORD
                   END-IF
               END-IF.
      *    THE STORY IN HAND IS NOW FULLY APPLIED - OUTPUTS, HISTORY
      *    MASTER, AND TOTALS ALL AGREE - SO THIS IS THE ONE POINT A
      *    CHECKPOINT CAN BE TAKEN. THE READ-AHEAD BELOW ALREADY
      *    BELONGS TO THE NEXT STORY.
           IF  FUNCTION MOD(WS-STORIES-READ-CNT,
                            WS-CHECKPOINT-INTERVAL) = ZERO
               PERFORM 8800-TAKE-CHECKPOINT
           END-IF.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
      *    BUILDS THE TWO SCAN COPIES OF THE TITLE FOR THIS STORY -
                     MATCHED-WORK-FILE
                     DIGEST-FILE
           ELSE
      *        A RESTART WHOSE ABENDED RUN GOT AS FAR AS ITS RUN-AUDIT
      *        RECORD (FOUND BY 1620-STORE-FEED-AUDIT-PAIR) DOES NOT
      *        WRITE IT AGAIN - HACKSTAT AND HACKSTYU WOULD COUNT THE
      *        RUN TWICE.
               IF  WS-RUN-AUDIT-ALREADY-WRITTEN
                   DISPLAY 'HACKNEWS - RUN-AUDIT RECORD ALREADY '
                           'WRITTEN BY THE ABENDED RUN - NOT REPEATED'
               ELSE
                   PERFORM 9800-WRITE-RUN-STATISTICS
               END-IF
               PERFORM 9820-WRITE-KEYWORD-HISTORY
               CLOSE HACKER-NEWS-FILE
                     PRINT-FILE
                     EXCEPTION-FILE
                     DIGEST-FILE
                     ALERT-FILE
                     STORY-HISTORY-FILE
                     STORY-HISTORY-JOURNAL
                     AUTHOR-ACTIVITY-FILE
      *        EVERYTHING IS WRITTEN AND CLOSED - THE CHECKPOINT IS
      *        EMPTIED SO THE NEXT RUN STARTS FRESH.
               PERFORM 8890-CLEAR-CHECKPOINT
           END-IF.
      *---------------------------------------------------------------*
      *    APPENDS THIS RUN'S STATISTICS RECORD TO THE CUMULATIVE
           MOVE WS-MIN-VOTES            TO RSR-MIN-VOTES.
           MOVE WS-DATE-FROM            TO RSR-DATE-FROM.
           MOVE WS-DATE-TO              TO RSR-DATE-TO.
           MOVE WS-CAL-WINDOW-DAYS      TO RSR-RETAIN-DAYS.
           MOVE WS-DIGEST-COUNT         TO RSR-DIGEST-COUNT.
           PERFORM 9810-SET-ONE-FEED-PAIR
               VARYING WS-FEED-PAIR-SUB FROM 1 BY 1
               MOVE SPACE TO RSR-FEED-PAIR(WS-FEED-PAIR-SUB)
           END-IF.
      *---------------------------------------------------------------*
      *    APPENDS ONE KEYWORD-HISTORY RECORD PER WATCH-LIST ENTRY,
      *    CARRYING THE SAME RUN DATE AND TIME AS THE RUN-AUDIT
      *    RECORD. THE FILE IS OPTIONAL SO THE VERY FIRST RUN
      *    CREATES IT. ON A RESTART THE ABENDED RUN MAY ALREADY HAVE
      *    APPENDED SOME OR ALL OF ITS RECORDS, IN WATCH-LIST ORDER -
      *    THOSE ARE COUNTED FIRST AND ONLY THE REST ARE WRITTEN.
      *---------------------------------------------------------------*
       9820-WRITE-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-KWH-DONE-CNT.
           IF  WS-RESTART-RUN
               PERFORM 9825-COUNT-KEYWORD-HISTORY-DONE
           END-IF.
           OPEN EXTEND KEYWORD-HISTORY-FILE.
           IF  KWHS-STATUS NOT = '00'
           AND KWHS-STATUS NOT = '05'
               PERFORM 9987-WRITE-KEYWORD-HISTORY-ERROR
           END-IF.
           COMPUTE WS-KWH-START = WS-KWH-DONE-CNT + 1.
           PERFORM 9830-WRITE-ONE-KEYWORD-HISTORY
               VARYING WS-KEYWORD-IDX FROM WS-KWH-START BY 1
               UNTIL WS-KEYWORD-IDX > WS-KEYWORD-COUNT.
           CLOSE KEYWORD-HISTORY-FILE.
      *---------------------------------------------------------------*
       9825-COUNT-KEYWORD-HISTORY-DONE.
      *---------------------------------------------------------------*
           OPEN INPUT KEYWORD-HISTORY-FILE.
           IF  KWHS-STATUS = '00' OR '05'
               MOVE 'N' TO KWHS-EOF-SW
               PERFORM 9826-READ-KEYWORD-HISTORY
               PERFORM 9827-COUNT-ONE-KEYWORD-HISTORY
                   UNTIL KWHS-EOF
               CLOSE KEYWORD-HISTORY-FILE
           END-IF.
           IF  WS-KWH-DONE-CNT > ZERO
               DISPLAY 'HACKNEWS - ' WS-KWH-DONE-CNT
                       ' KEYWORD-HISTORY RECORDS ALREADY WRITTEN BY '
                       'THE ABENDED RUN - NOT REPEATED'
           END-IF.
      *---------------------------------------------------------------*
       9826-READ-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           READ KEYWORD-HISTORY-FILE
               AT END SET KWHS-EOF TO TRUE.
      *---------------------------------------------------------------*
       9827-COUNT-ONE-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           IF  KHR-RUN-DATE = WS-TODAY-DATE
           AND KHR-RUN-TIME = WS-CURRENT-TIME
               ADD 1 TO WS-KWH-DONE-CNT
           END-IF.
           PERFORM 9826-READ-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
       9830-WRITE-ONE-KEYWORD-HISTORY.
      *---------------------------------------------------------------*
           MOVE SPACE                   TO KEYWORD-HISTORY-RECORD.
           MOVE WS-TODAY-DATE           TO KHR-RUN-DATE.
           MOVE WS-CURRENT-TIME         TO KHR-RUN-TIME.
           MOVE WS-KEYWORD(WS-KEYWORD-IDX)
                                        TO KHR-KEYWORD.
           MOVE WS-KW-MATCH-TYPE(WS-KEYWORD-IDX)
                                        TO KHR-MATCH-TYPE.
           MOVE WS-KW-STORY-CNT(WS-KEYWORD-IDX)
                                        TO KHR-STORY-CNT.
           MOVE WS-KW-VOTES-TOTAL(WS-KEYWORD-IDX)
                                        TO KHR-VOTES-TOTAL.
           MOVE WS-STORIES-MATCHED-CNT  TO KHR-RUN-MATCHED.
           WRITE KEYWORD-HISTORY-RECORD.
           IF  KWHS-STATUS NOT = '00'
               PERFORM 9987-WRITE-KEYWORD-HISTORY-ERROR
           END-IF.
      *---------------------------------------------------------------*
      *    READS PAST ANY HDR/TRL BATCH-CONTROL RECORDS SO THE CALLER
      *    ONLY EVER SEES A DETAIL STORY RECORD OR END OF FILE.
      *---------------------------------------------------------------*
               AT END MOVE 'Y' TO END-OF-FILE-SW
                      MOVE 'N' TO VALID-RECORD-SW.
           IF  VALID-RECORD
               ADD 1 TO WS-FEED-POSITION
               EVALUATE TRUE
                   WHEN HACKER-NEWS-RECORD-IN(1:4) = 'HDR,'
                       PERFORM 8300-PROCESS-HEADER-RECORD
               INVALID KEY
                   PERFORM 8155-ADD-HISTORY-RECORD
               NOT INVALID KEY
                   MOVE 'R'              TO SJR-ACTION
                   PERFORM 8160-JOURNAL-HISTORY-CHANGE
                   SET  HNR-IS-DUPLICATE TO TRUE
                   ADD  1                TO WS-DUPLICATE-CNT
                   MOVE WS-TODAY-DATE    TO SHR-LAST-SEEN
           MOVE WS-TODAY-DATE  TO SHR-LAST-SEEN.
           MOVE HNR-VOTES      TO SHR-LAST-VOTES.
           MOVE WS-TITLE-SCAN(2:86) TO SHR-TITLE-SCAN.
           MOVE 'A'            TO SJR-ACTION.
           PERFORM 8160-JOURNAL-HISTORY-CHANGE.
           WRITE STORY-HISTORY-RECORD
               INVALID KEY
                   PERFORM 9950-STORY-HISTORY-FILE-ERROR
           MOVE SHR-TITLE-SCAN TO WS-TSN-STAGE-TITLE.
           PERFORM 8190-STORE-TITLE-SEEN.
      *---------------------------------------------------------------*
      *    WRITES THE BEFORE-IMAGE OF THE HISTORY RECORD ABOUT TO BE
      *    REWRITTEN (OR THE NEW RECORD ABOUT TO BE ADDED) AHEAD OF
      *    THE CHANGE ITSELF, TAGGED WITH THE FEED POSITION, SO A
      *    RESTART CAN BACK IT OUT - SEE 1850-ROLL-BACK-STORY-HISTORY.
      *---------------------------------------------------------------*
       8160-JOURNAL-HISTORY-CHANGE.
      *---------------------------------------------------------------*
           MOVE WS-FEED-POSITION     TO SJR-FEED-POSITION.
           MOVE STORY-HISTORY-RECORD TO SJR-BEFORE-IMAGE.
           WRITE STORY-JOURNAL-RECORD.
           IF  SJRN-STATUS NOT = '00'
               PERFORM 9986-STORY-JOURNAL-ERROR
           END-IF.
      *---------------------------------------------------------------*
      *    COMPARES THE STORY IN HAND'S NORMALIZED TITLE AGAINST
      *    EVERY TITLE ALREADY SEEN (HISTORY PLUS EARLIER IN THIS
      *    RUN). A HIT UNDER A DIFFERENT KEY IS RECORDED FOR THE
                           'DETECTION IS INCOMPLETE THIS RUN'
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    RESTART ONLY - READS PAST A FEED RECORD THE ABENDED RUN HAD
      *    ALREADY APPLIED. HDR/TRL RECORDS COUNT AS WELL; THEIR
      *    EFFECT CAME BACK WITH THE CHECKPOINT'S BATCH STATE.
      *---------------------------------------------------------------*
       8700-SKIP-PROCESSED-FEED.
      *---------------------------------------------------------------*
           READ HACKER-NEWS-FILE
               AT END
                   MOVE 'FEED IS SHORTER THAN THE CHECKPOINT POSITION'
                       TO WS-RESTART-ERROR-TEXT
                   PERFORM 9990-RESTART-ERROR
           END-READ.
           ADD 1 TO WS-FEED-POSITION.
      *---------------------------------------------------------------*
      *    TAKES A RESTART CHECKPOINT. THE OUTPUTS ARE HARDENED FIRST
      *    SO EVERYTHING THE CHECKPOINT COUNTS IS REALLY ON DISK, THEN
      *    THE WHOLE RUN STATE IS WRITTEN TO THE OTHER GENERATION FROM
      *    THE LATEST CHECKPOINT, AND ONLY ONCE ITS TRAILER IS DOWN IS
      *    THE JOURNAL EMPTIED. AN ABEND PART WAY THROUGH LEAVES THE
      *    PREVIOUS CHECKPOINT UNTOUCHED WITH ITS JOURNAL, AND 1800-
      *    LOAD-CHECKPOINT PASSES OVER THE CUT-OFF NEW ONE; AN ABEND
      *    AFTER THE TRAILER LEAVES THE NEW ONE, AND THE JOURNAL
      *    ENTRIES IT ALREADY COVERS ARE SKIPPED BY FEED POSITION.
      *---------------------------------------------------------------*
       8800-TAKE-CHECKPOINT.
      *---------------------------------------------------------------*
           PERFORM 8810-HARDEN-RUN-OUTPUTS.
           PERFORM 8895-SWITCH-CHECKPOINT-FILE.
           PERFORM 8805-OPEN-CHECKPOINT-OUTPUT.
           ADD 1 TO WS-CKP-SEQ.
           MOVE ZERO TO WS-CKP-RECORD-CNT.
           MOVE SPACE                  TO CHECKPOINT-HEADER-RECORD.
           MOVE 'H'                    TO CKH-RECORD-TYPE.
           MOVE WS-CURRENT-DATE-DATA   TO CKH-RUN-DATE-TIME.
           MOVE WS-TODAY-DATE          TO CKH-TODAY-DATE.
           MOVE WS-FEED-POSITION       TO CKH-FEED-POSITION.
           MOVE WS-EXCEPTION-CNT       TO CKH-EXCPFL-CNT.
           MOVE WS-STORIES-MATCHED-CNT TO CKH-EXTRFL-CNT.
           MOVE WS-STORIES-MATCHED-CNT TO CKH-MTCHWK-CNT.
           COMPUTE CKH-ALRTFL-CNT = WS-ALERT-CNT
                                  + WS-ALERT-OVERFLOW-CNT.
           MOVE WS-RUN-TOTALS          TO CKH-RUN-TOTALS.
           MOVE WS-EXCLUDED-CNT        TO CKH-EXCLUDED-CNT.
           MOVE WS-MULTI-KEYWORD-CNT   TO CKH-MULTI-KEYWORD-CNT.
           MOVE WS-HISTORY-PURGED-CNT  TO CKH-PURGED-CNT.
           MOVE WS-RANKING-PARAMETERS  TO CKH-RANKING-PARAMETERS.
           MOVE WS-HISTORY-RETAIN-DAYS TO CKH-RETAIN-DAYS.
           MOVE WS-CAL-WINDOW-UNIT     TO CKH-RETAIN-UNIT.
           MOVE WS-DIGEST-COUNT        TO CKH-DIGEST-COUNT.
           MOVE WS-NEAR-MISS-KEEP      TO CKH-NEAR-MISS-KEEP.
           MOVE WS-KEYWORD-COUNT       TO CKH-KEYWORD-COUNT.
           MOVE WS-CKP-SEQ             TO CKH-CHECKPOINT-SEQ.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
           MOVE SPACE                  TO CHECKPOINT-CONTROL-RECORD.
           MOVE 'B'                    TO CKB-RECORD-TYPE.
           MOVE WS-BATCH-CONTROL-FIELDS
                                       TO CKB-BATCH-CONTROL.
           MOVE WS-ALERT-OVERFLOW-CNT  TO CKB-ALERT-OVERFLOW-CNT.
           MOVE WS-TITLE-TABLE-FULL-SW TO CKB-TITLE-TABLE-FULL-SW.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
           PERFORM 8830-CHECKPOINT-KEYWORD
               VARYING WS-KEYWORD-IDX FROM 1 BY 1
               UNTIL WS-KEYWORD-IDX > WS-KEYWORD-COUNT.
           PERFORM 8831-CHECKPOINT-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-CNT.
           PERFORM 8832-CHECKPOINT-NEAR-MISS
               VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NEAR-MISS-CNT.
           PERFORM 8833-CHECKPOINT-ALERT
               VARYING WS-ALR-IDX FROM 1 BY 1
               UNTIL WS-ALR-IDX > WS-ALERT-CNT.
           PERFORM 8834-CHECKPOINT-SUSPECT
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPECT-CNT.
           PERFORM 8835-CHECKPOINT-UNMATCHED
               VARYING WS-UNMATCHED-IDX FROM 1 BY 1
               UNTIL WS-UNMATCHED-IDX > WS-UNMATCHED-CNT.
           PERFORM 8836-CHECKPOINT-TITLE-SEEN
               VARYING WS-TSN-IDX FROM 1 BY 1
               UNTIL WS-TSN-IDX > WS-TITLE-SEEN-CNT.
           MOVE SPACE                  TO CHECKPOINT-TRAILER-RECORD.
           MOVE 'Z'                    TO CKT-RECORD-TYPE.
           COMPUTE CKT-RECORD-CNT = WS-CKP-RECORD-CNT + 1.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
           PERFORM 1807-CLOSE-CHECKPOINT-FILE.
           CLOSE STORY-HISTORY-JOURNAL.
           OPEN OUTPUT STORY-HISTORY-JOURNAL.
           IF  SJRN-STATUS NOT = '00'
               PERFORM 9986-STORY-JOURNAL-ERROR
           END-IF.
      *---------------------------------------------------------------*
       8805-OPEN-CHECKPOINT-OUTPUT.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               OPEN OUTPUT CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-ALT-FILE
           END-IF.
           IF  CHKP-STATUS NOT = '00'
           AND CHKP-STATUS NOT = '05'
               PERFORM 9985-CHECKPOINT-FILE-ERROR
           END-IF.
      *---------------------------------------------------------------*
      *    CLOSES AND REOPENS EVERY OUTPUT THE FEED PASS WRITES, SO
      *    THE BUFFERED RECORDS ARE FORCED OUT BEFORE THE CHECKPOINT
      *    CLAIMS THEM. THE SEQUENTIAL FILES REOPEN EXTEND AND PICK
      *    UP WHERE THEY LEFT OFF.
      *---------------------------------------------------------------*
       8810-HARDEN-RUN-OUTPUTS.
      *---------------------------------------------------------------*
           CLOSE EXCEPTION-FILE
                 EXTRACT-FILE
                 MATCHED-WORK-FILE
                 ALERT-FILE
                 STORY-HISTORY-FILE.
           OPEN EXTEND EXCEPTION-FILE.
           IF  EXCP-STATUS NOT = '00'
               PERFORM 9920-WRITE-EXCEPTION-FILE-ERROR
           END-IF.
           OPEN EXTEND EXTRACT-FILE.
           IF  EXTR-STATUS NOT = '00'
               PERFORM 9940-WRITE-EXTRACT-FILE-ERROR
           END-IF.
           OPEN EXTEND MATCHED-WORK-FILE.
           IF  MWK-STATUS NOT = '00'
               PERFORM 9945-WRITE-MATCHED-WORK-ERROR
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF  ALRT-STATUS NOT = '00'
               PERFORM 9980-WRITE-ALERT-FILE-ERROR
           END-IF.
           OPEN I-O STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9950-STORY-HISTORY-FILE-ERROR
           END-IF.
      *---------------------------------------------------------------*
       8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               WRITE CHECKPOINT-FILE-RECORD
                   FROM CHECKPOINT-ENTRY-RECORD
           ELSE
               WRITE CHECKPOINT-ALT-RECORD
                   FROM CHECKPOINT-ENTRY-RECORD
           END-IF.
           IF  CHKP-STATUS NOT = '00'
               PERFORM 9985-CHECKPOINT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-CKP-RECORD-CNT.
      *---------------------------------------------------------------*
      *    ONE CHECKPOINT ENTRY PER TABLE ROW - THE ROW IS CARRIED
      *    WHOLE, SO A RESTORED TABLE IS BYTE FOR BYTE THE ONE SAVED.
      *---------------------------------------------------------------*
       8830-CHECKPOINT-KEYWORD.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'K'   TO CKE-RECORD-TYPE.
           MOVE WS-KEYWORD-ENTRY(WS-KEYWORD-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8831-CHECKPOINT-SOURCE.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'S'   TO CKE-RECORD-TYPE.
           MOVE WS-SOURCE-ENTRY(WS-SRC-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8832-CHECKPOINT-NEAR-MISS.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'N'   TO CKE-RECORD-TYPE.
           MOVE WS-NEAR-MISS-ENTRY(WS-NM-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8833-CHECKPOINT-ALERT.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'A'   TO CKE-RECORD-TYPE.
           MOVE WS-ALERT-ENTRY(WS-ALR-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8834-CHECKPOINT-SUSPECT.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'X'   TO CKE-RECORD-TYPE.
           MOVE WS-SUSPECT-ENTRY(WS-SUS-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8835-CHECKPOINT-UNMATCHED.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'U'   TO CKE-RECORD-TYPE.
           MOVE WS-UNMATCHED-ENTRY(WS-UNMATCHED-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
       8836-CHECKPOINT-TITLE-SEEN.
      *---------------------------------------------------------------*
           MOVE SPACE TO CHECKPOINT-ENTRY-RECORD.
           MOVE 'T'   TO CKE-RECORD-TYPE.
           MOVE WS-TITLE-SEEN-ENTRY(WS-TSN-IDX) TO CKE-ENTRY-DATA.
           PERFORM 8820-WRITE-CHECKPOINT-RECORD.
      *---------------------------------------------------------------*
      *    A CLEAN END OF JOB EMPTIES BOTH GENERATIONS SO THE NEXT RUN
      *    IS NOT MISTAKEN FOR A RESTART. THE OLDER ONE GOES FIRST -
      *    UNTIL THE LATEST IS EMPTIED TOO, A RESTART STILL FINDS IT
      *    AND ITS JOURNAL INTACT.
      *---------------------------------------------------------------*
       8890-CLEAR-CHECKPOINT.
      *---------------------------------------------------------------*
           PERFORM 8895-SWITCH-CHECKPOINT-FILE.
           PERFORM 8805-OPEN-CHECKPOINT-OUTPUT.
           PERFORM 1807-CLOSE-CHECKPOINT-FILE.
           PERFORM 8895-SWITCH-CHECKPOINT-FILE.
           PERFORM 8805-OPEN-CHECKPOINT-OUTPUT.
           PERFORM 1807-CLOSE-CHECKPOINT-FILE.
      *---------------------------------------------------------------*
       8895-SWITCH-CHECKPOINT-FILE.
      *---------------------------------------------------------------*
           IF  WS-CKP-ON-PRIMARY
               SET WS-CKP-ON-ALTERNATE TO TRUE
           ELSE
               SET WS-CKP-ON-PRIMARY   TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8900-WRITE-EXCEPTION-RECORD.
      *---------------------------------------------------------------*
           MOVE HNR-COMMENT-CNT TO MWR-COMMENT-CNT.
           MOVE HNR-DOMAIN      TO MWR-DOMAIN.
           MOVE SR-RANKING      TO MWR-RANKING.
           MOVE HNR-DATE        TO MWR-POSTED-DATE.
           MOVE HNR-TIME        TO MWR-POSTED-TIME.
           MOVE HNR-TIME-HH     TO MWR-POSTED-HH.
           MOVE HNR-TIME-MM     TO MWR-POSTED-MM.
           WRITE MATCHED-WORK-RECORD.
           IF  MWK-STATUS NOT = '00'
               PERFORM 9945-WRITE-MATCHED-WORK-ERROR
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
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
               DISPLAY 'HACKNEWS - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKNEWS'               TO SLG-PROGRAM-ID
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
               MOVE 'STORIES MATCHED'        TO SLG-OUTPUT-LABEL
               MOVE WS-STORIES-MATCHED-CNT   TO SLG-OUTPUT-CNT
               MOVE 'EXCEPTIONS'             TO SLG-REJECT-LABEL
               MOVE WS-EXCEPTION-CNT         TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKNEWS - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
      *    A FAILED RELEASE MEANS THE EXTRACT IS INCOMPLETE - THIS IS
      *    AN ABEND, NOT SOMETHING TO NOTE AND KEEP GOING ON.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - SORT-FILE RELEASE FAILED, STATUS = '
               SR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    INPUT PROCEDURE FOR THE BY-AUTHOR SORT - RELEASES THE
           MOVE WS-LOOKUP-AFFILIATION        TO ASR-AFFILIATION.
           MOVE WS-LOOKUP-CANONICAL          TO ASR-AUTHOR.
           MOVE MWR-VOTES                    TO ASR-VOTES.
           MOVE MWR-COMMENT-CNT              TO ASR-COMMENT-CNT.
           MOVE MWR-POSTED-DATE              TO ASR-POSTED-DATE.
           RELEASE AUTHOR-SORT-RECORD.
           IF  ASR-STATUS NOT = '00'
               PERFORM 9910-WRITE-AUTHOR-FILE-ERROR.
               PERFORM 4540-PRINT-AFFILIATION-TOTAL
           END-IF.
           PERFORM 4550-PRINT-UNMATCHED-HANDLES.
           IF  WS-AACT-OPEN
               DISPLAY 'HACKNEWS - AUTHOR-ACTIVITY ADDED '
                       WS-AACT-ADDED-CNT ' UPDATED '
                       WS-AACT-UPDATED-CNT ' ALREADY APPLIED '
                       WS-AACT-SKIPPED-CNT
           END-IF.
      *---------------------------------------------------------------*
       4510-RETURN-AUTHOR-RECORD.
      *---------------------------------------------------------------*
               MOVE ASR-AUTHOR      TO WS-BREAK-AUTHOR
               MOVE ASR-AFFILIATION TO WS-BREAK-AFFILIATION
               SET  WS-NOT-FIRST-AUTHOR TO TRUE
               PERFORM 4570-START-AUTHOR-ACTIVITY
           ELSE
               IF  ASR-AFFILIATION NOT = WS-BREAK-AFFILIATION
                   PERFORM 4530-PRINT-AUTHOR-TOTAL-LINE
                   MOVE ASR-AFFILIATION TO WS-BREAK-AFFILIATION
                   MOVE 0 TO WS-AUTHOR-STORY-CNT
                   MOVE 0 TO WS-AUTHOR-VOTES-TOTAL
                   PERFORM 4570-START-AUTHOR-ACTIVITY
               ELSE
                   IF  ASR-AUTHOR NOT = WS-BREAK-AUTHOR
                       PERFORM 4530-PRINT-AUTHOR-TOTAL-LINE
                       MOVE ASR-AUTHOR      TO WS-BREAK-AUTHOR
                       MOVE 0 TO WS-AUTHOR-STORY-CNT
                       MOVE 0 TO WS-AUTHOR-VOTES-TOTAL
                       PERFORM 4570-START-AUTHOR-ACTIVITY
                   END-IF
               END-IF
           END-IF.
           IF  WS-AACT-APPLY
               PERFORM 4575-APPLY-STORY-ACTIVITY
           END-IF.
           ADD  1        TO WS-AUTHOR-STORY-CNT.
           ADD  ASR-VOTES TO WS-AUTHOR-VOTES-TOTAL
               ON SIZE ERROR
           MOVE WS-AUTHOR-VOTES-TOTAL  TO ABL-VOTES-TOTAL.
           MOVE AUTHOR-BREAKDOWN-LINE  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-AACT-APPLY
               PERFORM 4590-WRITE-AUTHOR-ACTIVITY
           END-IF.
      *---------------------------------------------------------------*
       4540-PRINT-AFFILIATION-TOTAL.
      *---------------------------------------------------------------*
           MOVE UNMATCHED-HANDLE-LINE TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
      *    READS THE AUTHOR-ACTIVITY RECORD FOR THE AUTHOR THE BREAK
      *    HAS JUST MOVED TO, OR STARTS A NEW ONE. THE AUTHOR'S
      *    STORIES ARE APPLIED TO THE RECORD IN STORAGE AS THEY COME
      *    OFF THE SORT AND IT IS WRITTEN BACK ONCE, AT THE AUTHOR'S
      *    TOTAL LINE, SO A RECORD CARRYING THIS RUN'S STAMP IS
      *    COMPLETE AND A RESTART CAN SAFELY PASS IT BY.
      *---------------------------------------------------------------*
       4570-START-AUTHOR-ACTIVITY.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-AACT-APPLY-SW.
           IF  WS-AACT-OPEN
               MOVE ASR-AUTHOR      TO AAR-CANONICAL-NAME
               MOVE ASR-AFFILIATION TO AAR-AFFILIATION
               MOVE 'Y' TO WS-AACT-FOUND-SW
               READ AUTHOR-ACTIVITY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-AACT-FOUND-SW
               END-READ
               IF  AACT-STATUS NOT = '00'
               AND AACT-STATUS NOT = '23'
                   PERFORM 9988-AUTHOR-ACTIVITY-FILE-ERROR
               END-IF
               IF  WS-AACT-FOUND
                   IF  AAR-LAST-RUN-STAMP = WS-CURRENT-DATE-DATA
                       ADD 1 TO WS-AACT-SKIPPED-CNT
                   ELSE
                       SET WS-AACT-APPLY TO TRUE
                   END-IF
               ELSE
                   MOVE SPACE           TO AUTHOR-ACTIVITY-RECORD
                   MOVE ASR-AUTHOR      TO AAR-CANONICAL-NAME
                   MOVE ASR-AFFILIATION TO AAR-AFFILIATION
                   MOVE 0 TO AAR-STORY-CNT
                             AAR-VOTES-TOTAL
                             AAR-COMMENT-TOTAL
                   PERFORM 4571-CLEAR-MONTH-BUCKET
                       VARYING WS-AACT-SUB FROM 1 BY 1
                       UNTIL WS-AACT-SUB > 3
                   SET WS-AACT-APPLY TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       4571-CLEAR-MONTH-BUCKET.
      *---------------------------------------------------------------*
           MOVE SPACE TO AAR-MONTH(WS-AACT-SUB).
           MOVE 0     TO AAR-MONTH-STORY-CNT(WS-AACT-SUB)
                         AAR-MONTH-VOTES(WS-AACT-SUB)
                         AAR-MONTH-COMMENTS(WS-AACT-SUB).
      *---------------------------------------------------------------*
      *    ADDS ONE MATCHED STORY TO THE AUTHOR'S RUNNING TOTALS,
      *    POSTING-DATE RANGE, AND THE BUCKET FOR ITS POSTING MONTH.
      *---------------------------------------------------------------*
       4575-APPLY-STORY-ACTIVITY.
      *---------------------------------------------------------------*
           ADD 1               TO AAR-STORY-CNT.
           ADD ASR-VOTES       TO AAR-VOTES-TOTAL.
           ADD ASR-COMMENT-CNT TO AAR-COMMENT-TOTAL.
           IF  AAR-FIRST-POSTED = SPACES
           OR  ASR-POSTED-DATE < AAR-FIRST-POSTED
               MOVE ASR-POSTED-DATE TO AAR-FIRST-POSTED
           END-IF.
           IF  ASR-POSTED-DATE > AAR-LAST-POSTED
               MOVE ASR-POSTED-DATE TO AAR-LAST-POSTED
           END-IF.
           MOVE ASR-POSTED-DATE(1:7) TO WS-AACT-POSTED-MONTH.
           MOVE 'N' TO WS-AACT-BUCKET-SW.
           PERFORM 4576-FIND-MONTH-BUCKET
               VARYING WS-AACT-SUB FROM 1 BY 1
               UNTIL WS-AACT-SUB > 3
                  OR WS-AACT-BUCKET-DONE.
      *---------------------------------------------------------------*
      *    THE BUCKETS RUN NEWEST FIRST. THE STORY'S MONTH EITHER
      *    MATCHES A BUCKET OR IS NEWER THAN IT, IN WHICH CASE THE
      *    OLDER BUCKETS MOVE DOWN ONE (THE OLDEST FALLING OFF) TO
      *    MAKE ROOM. A MONTH OLDER THAN ALL THREE GOES UNBUCKETED.
      *---------------------------------------------------------------*
       4576-FIND-MONTH-BUCKET.
      *---------------------------------------------------------------*
           IF  AAR-MONTH(WS-AACT-SUB) = WS-AACT-POSTED-MONTH
               SET WS-AACT-BUCKET-DONE TO TRUE
           ELSE
               IF  AAR-MONTH(WS-AACT-SUB) = SPACES
               OR  AAR-MONTH(WS-AACT-SUB) < WS-AACT-POSTED-MONTH
                   PERFORM 4577-OPEN-MONTH-BUCKET
                   SET WS-AACT-BUCKET-DONE TO TRUE
               END-IF
           END-IF.
           IF  WS-AACT-BUCKET-DONE
               ADD 1 TO AAR-MONTH-STORY-CNT(WS-AACT-SUB)
               ADD ASR-VOTES       TO AAR-MONTH-VOTES(WS-AACT-SUB)
               ADD ASR-COMMENT-CNT TO AAR-MONTH-COMMENTS(WS-AACT-SUB)
           END-IF.
      *---------------------------------------------------------------*
       4577-OPEN-MONTH-BUCKET.
      *---------------------------------------------------------------*
           IF  WS-AACT-SUB < 3
               MOVE AAR-MONTH-BUCKET(2) TO AAR-MONTH-BUCKET(3)
           END-IF.
           IF  WS-AACT-SUB < 2
               MOVE AAR-MONTH-BUCKET(1) TO AAR-MONTH-BUCKET(2)
           END-IF.
           PERFORM 4571-CLEAR-MONTH-BUCKET.
           MOVE WS-AACT-POSTED-MONTH TO AAR-MONTH(WS-AACT-SUB).
      *---------------------------------------------------------------*
       4590-WRITE-AUTHOR-ACTIVITY.
      *---------------------------------------------------------------*
           MOVE WS-CURRENT-DATE-DATA TO AAR-LAST-RUN-STAMP.
           IF  WS-AACT-FOUND
               REWRITE AUTHOR-ACTIVITY-RECORD
               ADD 1 TO WS-AACT-UPDATED-CNT
           ELSE
               WRITE AUTHOR-ACTIVITY-RECORD
               ADD 1 TO WS-AACT-ADDED-CNT
           END-IF.
           IF  AACT-STATUS NOT = '00'
               PERFORM 9988-AUTHOR-ACTIVITY-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-AACT-APPLY-SW.
      *---------------------------------------------------------------*
      *    PRINTS ONE LINE PER WATCH-LIST ENTRY - HOW MANY ACCEPTED
      *    STORIES IT CAUGHT AND THEIR TOTAL VOTES - THEN THE COUNT OF
      *    STORIES CAUGHT BY MORE THAN ONE ENTRY. STORY COUNTS SUM TO
           DISPLAY 'HACKNEWS - DOMAIN-SORT-FILE RELEASE FAILED, '
                   'STATUS = ' DSR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9915-WRITE-ENGAGE-FILE-ERROR.
           DISPLAY 'HACKNEWS - ENGAGE-SORT-FILE RELEASE FAILED, '
                   'STATUS = ' ESR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-WRITE-AUTHOR-FILE-ERROR.
           DISPLAY 'HACKNEWS - AUTHOR-SORT-FILE RELEASE FAILED, '
                   'STATUS = ' ASR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-WRITE-EXCEPTION-FILE-ERROR.
           DISPLAY 'HACKNEWS - EXCEPTION-FILE WRITE FAILED, STATUS = '
               EXCP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-VOTES-OVERFLOW-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - VOTE TOTAL EXCEEDED ITS PICTURE SIZE'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9935-RANKING-OVERFLOW-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - RANKING VALUE EXCEEDED ITS PICTURE SIZE'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-WRITE-EXTRACT-FILE-ERROR.
           DISPLAY 'HACKNEWS - EXTRACT-FILE WRITE FAILED, STATUS = '
               EXTR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    A BAD WORK-FILE OPERATION MEANS THE SECONDARY BREAKDOWNS
           DISPLAY 'HACKNEWS - MATCHED-WORK-FILE I/O FAILED, '
                   'STATUS = ' MWK-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    A FAILED MASTER OPERATION MEANS THE NEXT RUN WOULD START
           DISPLAY 'HACKNEWS - STORY-HISTORY-FILE I/O FAILED, '
                   'STATUS = ' STYH-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    THE FEED'S BATCH CONTROLS DO NOT RECONCILE - PUBLISHING A
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - FEED BATCH-CONTROL VALIDATION FAILED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9965-WRITE-DIGEST-FILE-ERROR.
           DISPLAY 'HACKNEWS - DIGEST-FILE WRITE FAILED, STATUS = '
               DGST-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    THE INCOMING FEED'S DATE/SOURCE PAIR IS ALREADY ON THE
               WS-FEED-SOURCE-ID ' WAS ALREADY PROCESSED - '
               'SET THE PARAMETER OPTION TO W TO RERUN DELIBERATELY'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9980-WRITE-ALERT-FILE-ERROR.
           DISPLAY 'HACKNEWS - ALERT-FILE WRITE FAILED, STATUS = '
               ALRT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9970-WRITE-RUN-AUDIT-ERROR.
           DISPLAY 'HACKNEWS - RUN-AUDIT-FILE WRITE FAILED, STATUS = '
               RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    WITHOUT A GOOD CHECKPOINT OR JOURNAL A LATER RESTART COULD
      *    NOT PUT THE HISTORY MASTER BACK - STOP WHILE IT IS STILL
      *    CONSISTENT.
      *---------------------------------------------------------------*
       9985-CHECKPOINT-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - CHECKPOINT-FILE I/O FAILED, STATUS = '
               CHKP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9987-WRITE-KEYWORD-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - KEYWORD-HISTORY-FILE WRITE FAILED, '
                   'STATUS = ' KWHS-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9988-AUTHOR-ACTIVITY-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - AUTHOR-ACTIVITY-FILE I/O FAILED, '
                   'STATUS = ' AACT-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9986-STORY-JOURNAL-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - STORY-HISTORY-JOURNAL I/O FAILED, '
                   'STATUS = ' SJRN-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
      *    THE CHECKPOINT AND WHAT THIS RESTART WAS GIVEN DO NOT
      *    AGREE - RESUMING WOULD PRODUCE OUTPUTS NO CLEAN RUN COULD.
      *---------------------------------------------------------------*
       9990-RESTART-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - RESTART REFUSED - '
                   WS-RESTART-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9925-SHOP-CALENDAR-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKNEWS - SHOP CALENDAR ERROR - '
                   WS-CAL-ERROR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
