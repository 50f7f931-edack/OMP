      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKMASK.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. TEST-DATA MASKING. COPIES PRODUCTION FILES TO TEST
      *         COPIES WITH THE PERSONAL DATA REPLACED, SO A CHANGE
      *         CAN BE TESTED AGAINST REAL VOLUMES AND REAL EDGE
      *         CASES WITHOUT REAL PEOPLE IN THE TEST LIBRARY:
      *           - USA-HIST-FLE (INREC001) - IR-CHAR AND IR-VARCHAR
      *             BECOME FAKE NAMES AND ADDRESSES AND IR-NUMERIC IS
      *             SCALED BY THE SALARY FACTOR;
      *           - THE HACKER-NEWS FEED - THE AUTHOR HANDLE BECOMES A
      *             PSEUDONYM OF THE SAME LENGTH;
      *           - THE AUTHOR REFERENCE (AUTHREF) - THE HANDLE GETS
      *             THE SAME PSEUDONYM AS IN THE FEED AND THE
      *             CANONICAL NAME A FAKE NAME, SO THE BY-AUTHOR
      *             ROLL-UPS STILL LINE UP ON THE MASKED DATA.
      *         EVERY FAKE VALUE IS DERIVED FROM THE REAL ONE THROUGH
      *         A HASH SEEDED FROM THE PARAMETER CARD, SO THE SAME
      *         INPUT ALWAYS MASKS THE SAME WAY - THE SAME IR-KEY
      *         KEEPS THE SAME FAKE NAME FROM ONE GENERATION TO THE
      *         NEXT (AND A REAL NAME OR ADDRESS CHANGE STILL SHOWS AS
      *         A CHANGE), SO THE USAHIST2 COMPARE WORKS ACROSS MASKED
      *         GENERATIONS. THE SEED AND THE SALARY FACTOR LIVE ONLY
      *         ON THE PRODUCTION-HELD CARD; WITHOUT A VALID CARD THE
      *         STEP ABENDS BEFORE ANYTHING IS WRITTEN.
      *         KEYS, DATES, DEPARTMENT CODES, VOTES, COMMENT COUNTS,
      *         FEED HEADER AND TRAILER RECORDS, AND THE RECORD ORDER
      *         ARE COPIED UNCHANGED, SO EVERY DOWNSTREAM PROGRAM
      *         RUNS UNCHANGED AGAINST THE MASKED FILES AND THE FEED
      *         TRAILER COUNTS AND VOTE HASHES STILL AGREE. EACH INPUT
      *         IS OPTIONAL - A FILE NOT PRESENT IS REPORTED AND
      *         SKIPPED. EVERY RECORD READ MUST BE WRITTEN; ANY
      *         SHORTFALL IS AN ABEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
           SELECT OPTIONAL PROD-HISTORY-FILE
               ASSIGN TO PRODUSA
               FILE STATUS IS PUSA-STATUS.
           SELECT TEST-HISTORY-FILE
               ASSIGN TO TESTUSA
               FILE STATUS IS TUSA-STATUS.
           SELECT OPTIONAL PROD-FEED-FILE
               ASSIGN TO PRODHNF
               FILE STATUS IS PHNF-STATUS.
           SELECT TEST-FEED-FILE
               ASSIGN TO TESTHNF
               FILE STATUS IS THNF-STATUS.
           SELECT OPTIONAL PROD-AUTHOR-REF-FILE
               ASSIGN TO PRODAREF
               FILE STATUS IS PARF-STATUS.
           SELECT TEST-AUTHOR-REF-FILE
               ASSIGN TO TESTAREF
               FILE STATUS IS TARF-STATUS.
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
      *    THE PRODUCTION-HELD MASKING CARD - SALARY FACTOR 9V9999
      *    (0.5000 TO 1.5000, NOT 1.0000) AND A NON-ZERO HASH SEED.
      *    BOTH ARE REQUIRED.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-SALARY-FACTOR            PIC 9(01)V9(04).
           05 FILLER                       PIC X(01).
           05 PRM-MASK-SEED                PIC 9(09).
           05 FILLER                       PIC X(65).
       FD  PROD-HISTORY-FILE RECORDING MODE F.
       COPY INREC001.
       FD  TEST-HISTORY-FILE RECORDING MODE F.
       01  TEST-HISTORY-RECORD             PIC X(189).
       FD  PROD-FEED-FILE RECORDING MODE F.
       01  PROD-FEED-RECORD                PIC X(143).
       FD  TEST-FEED-FILE RECORDING MODE F.
       01  TEST-FEED-RECORD                PIC X(143).
      *    AUTHREF LAYOUT - SEE HACKNEWS 1520-STORE-AUTHOR-REF.
       FD  PROD-AUTHOR-REF-FILE RECORDING MODE F.
       01  PROD-AUTHOR-REF-RECORD.
           05 ARR-HANDLE                   PIC X(15).
           05 ARR-CANONICAL-NAME           PIC X(30).
           05 ARR-AFFILIATION              PIC X(20).
       FD  TEST-AUTHOR-REF-FILE RECORDING MODE F.
       01  TEST-AUTHOR-REF-RECORD          PIC X(65).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-RUN-TOTALS.
      *---------------------------------------------------------------*
           05  WS-HIST-READ-CNT            PIC 9(07) VALUE 0.
           05  WS-HIST-WRITTEN-CNT         PIC 9(07) VALUE 0.
           05  WS-NAME-MASKED-CNT          PIC 9(07) VALUE 0.
           05  WS-ADDR-MASKED-CNT          PIC 9(07) VALUE 0.
           05  WS-SALARY-SCALED-CNT        PIC 9(07) VALUE 0.
           05  WS-SALARY-KEPT-CNT          PIC 9(07) VALUE 0.
           05  WS-FEED-READ-CNT            PIC 9(07) VALUE 0.
           05  WS-FEED-WRITTEN-CNT         PIC 9(07) VALUE 0.
           05  WS-FEED-CONTROL-CNT         PIC 9(07) VALUE 0.
           05  WS-FEED-MASKED-CNT          PIC 9(07) VALUE 0.
           05  WS-FEED-NO-HANDLE-CNT       PIC 9(07) VALUE 0.
           05  WS-FEED-NOT-MASKED-CNT      PIC 9(07) VALUE 0.
           05  WS-AREF-READ-CNT            PIC 9(07) VALUE 0.
           05  WS-AREF-WRITTEN-CNT         PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
      *    THE MASKING CONTROLS FROM THE PARAMETER CARD. THE SALARY
      *    CEILING IS USAHIST1'S PLAUSIBLE-RANGE LIMIT - A SALARY AT
      *    OR UNDER IT STAYS AT OR UNDER IT WHEN SCALED, AND ONE OVER
      *    IT (OR NOT NUMERIC) IS LEFT ALONE, SO THE SAME RECORDS
      *    FAIL USAHIST1 VALIDATION ON THE MASKED FILE.
      *---------------------------------------------------------------*
       01  WS-MASK-CONTROLS.
           05  WS-SALARY-FACTOR            PIC 9(01)V9(04) VALUE 0.
           05  WS-MASK-SEED                PIC 9(09) VALUE 0.
           05  WS-SALARY-MAX               PIC 9(07)V99
                                            VALUE 2000000.00.
           05  WS-SCALED-SALARY            PIC 9(08)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    THE HASH - A MULTIPLY-AND-ADD OVER THE SOURCE BYTES,
      *    REDUCED MODULO A LARGE PRIME, STARTING FROM THE SEED.
      *---------------------------------------------------------------*
       01  WS-HASH-FIELDS.
           05  WS-HASH-SOURCE              PIC X(80) VALUE SPACE.
           05  WS-HASH-LEN                 PIC 9(03) COMP VALUE 0.
           05  WS-HASH-SUB                 PIC 9(03) COMP VALUE 0.
           05  WS-HASH-VALUE               PIC 9(09) VALUE 0.
           05  WS-HASH-KEY-VALUE           PIC 9(09) VALUE 0.
           05  WS-HASH-WORK                PIC 9(12) VALUE 0.
           05  WS-HASH-QUOT                PIC 9(12) VALUE 0.
           05  WS-HASH-MODULUS             PIC 9(09) VALUE 999999937.
           05  WS-PICK                     PIC 9(03) COMP VALUE 0.
           05  WS-PICK-QUOT                PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
      *    THE FAKE-VALUE TABLES. A FAKE NAME IS FIRST NAME, MIDDLE
      *    INITIAL, SURNAME; A FAKE ADDRESS IS HOUSE NUMBER, STREET,
      *    TOWN.
      *---------------------------------------------------------------*
       01  WS-FIRST-NAME-VALUES.
           05  FILLER  PIC X(10) VALUE 'ALICE'.
           05  FILLER  PIC X(10) VALUE 'BRIAN'.
           05  FILLER  PIC X(10) VALUE 'CAROL'.
           05  FILLER  PIC X(10) VALUE 'DANIEL'.
           05  FILLER  PIC X(10) VALUE 'EDITH'.
           05  FILLER  PIC X(10) VALUE 'FRANK'.
           05  FILLER  PIC X(10) VALUE 'GRACE'.
           05  FILLER  PIC X(10) VALUE 'HAROLD'.
           05  FILLER  PIC X(10) VALUE 'IRENE'.
           05  FILLER  PIC X(10) VALUE 'JAMES'.
           05  FILLER  PIC X(10) VALUE 'KAREN'.
           05  FILLER  PIC X(10) VALUE 'LEONARD'.
           05  FILLER  PIC X(10) VALUE 'MARGARET'.
           05  FILLER  PIC X(10) VALUE 'NORMAN'.
           05  FILLER  PIC X(10) VALUE 'OLIVIA'.
           05  FILLER  PIC X(10) VALUE 'PETER'.
           05  FILLER  PIC X(10) VALUE 'RUTH'.
           05  FILLER  PIC X(10) VALUE 'STANLEY'.
           05  FILLER  PIC X(10) VALUE 'THERESA'.
           05  FILLER  PIC X(10) VALUE 'WALTER'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME               PIC X(10) OCCURS 20 TIMES.
       01  WS-SURNAME-VALUES.
           05  FILLER  PIC X(12) VALUE 'ABERNATHY'.
           05  FILLER  PIC X(12) VALUE 'BALDWIN'.
           05  FILLER  PIC X(12) VALUE 'CARMICHAEL'.
           05  FILLER  PIC X(12) VALUE 'DONOVAN'.
           05  FILLER  PIC X(12) VALUE 'ELLSWORTH'.
           05  FILLER  PIC X(12) VALUE 'FAIRBANKS'.
           05  FILLER  PIC X(12) VALUE 'GALLOWAY'.
           05  FILLER  PIC X(12) VALUE 'HARTLEY'.
           05  FILLER  PIC X(12) VALUE 'INGRAM'.
           05  FILLER  PIC X(12) VALUE 'JEFFERIES'.
           05  FILLER  PIC X(12) VALUE 'KENDRICK'.
           05  FILLER  PIC X(12) VALUE 'LANGSTON'.
           05  FILLER  PIC X(12) VALUE 'MERRIWEATHER'.
           05  FILLER  PIC X(12) VALUE 'NORTHCOTT'.
           05  FILLER  PIC X(12) VALUE 'OGILVIE'.
           05  FILLER  PIC X(12) VALUE 'PRENDERGAST'.
           05  FILLER  PIC X(12) VALUE 'QUINCEY'.
           05  FILLER  PIC X(12) VALUE 'RADCLIFFE'.
           05  FILLER  PIC X(12) VALUE 'SUTHERLAND'.
           05  FILLER  PIC X(12) VALUE 'THORNBURY'.
           05  FILLER  PIC X(12) VALUE 'UNDERWOOD'.
           05  FILLER  PIC X(12) VALUE 'VANDERMEER'.
           05  FILLER  PIC X(12) VALUE 'WHITCOMB'.
           05  FILLER  PIC X(12) VALUE 'YARBOROUGH'.
           05  FILLER  PIC X(12) VALUE 'ZIMMERMAN'.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME                  PIC X(12) OCCURS 25 TIMES.
       01  WS-STREET-VALUES.
           05  FILLER  PIC X(16) VALUE 'ASH STREET'.
           05  FILLER  PIC X(16) VALUE 'BIRCH AVENUE'.
           05  FILLER  PIC X(16) VALUE 'CEDAR LANE'.
           05  FILLER  PIC X(16) VALUE 'DOGWOOD DRIVE'.
           05  FILLER  PIC X(16) VALUE 'ELM STREET'.
           05  FILLER  PIC X(16) VALUE 'FIR COURT'.
           05  FILLER  PIC X(16) VALUE 'GROVE ROAD'.
           05  FILLER  PIC X(16) VALUE 'HAWTHORN WAY'.
           05  FILLER  PIC X(16) VALUE 'HICKORY PLACE'.
           05  FILLER  PIC X(16) VALUE 'JUNIPER STREET'.
           05  FILLER  PIC X(16) VALUE 'LAUREL AVENUE'.
           05  FILLER  PIC X(16) VALUE 'MAPLE DRIVE'.
           05  FILLER  PIC X(16) VALUE 'MULBERRY LANE'.
           05  FILLER  PIC X(16) VALUE 'OAK STREET'.
           05  FILLER  PIC X(16) VALUE 'PINE ROAD'.
           05  FILLER  PIC X(16) VALUE 'POPLAR COURT'.
           05  FILLER  PIC X(16) VALUE 'SPRUCE WAY'.
           05  FILLER  PIC X(16) VALUE 'SYCAMORE PLACE'.
           05  FILLER  PIC X(16) VALUE 'WALNUT AVENUE'.
           05  FILLER  PIC X(16) VALUE 'WILLOW DRIVE'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET                   PIC X(16) OCCURS 20 TIMES.
       01  WS-TOWN-VALUES.
           05  FILLER  PIC X(14) VALUE 'ASHFORD'.
           05  FILLER  PIC X(14) VALUE 'BRIDGEPORT'.
           05  FILLER  PIC X(14) VALUE 'CLAYTON'.
           05  FILLER  PIC X(14) VALUE 'DUNMORE'.
           05  FILLER  PIC X(14) VALUE 'EASTON'.
           05  FILLER  PIC X(14) VALUE 'FAIRVIEW'.
           05  FILLER  PIC X(14) VALUE 'GREENVILLE'.
           05  FILLER  PIC X(14) VALUE 'HILLSDALE'.
           05  FILLER  PIC X(14) VALUE 'LAKEWOOD'.
           05  FILLER  PIC X(14) VALUE 'MILLBROOK'.
       01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
           05  WS-TOWN                     PIC X(14) OCCURS 10 TIMES.
       01  WS-INITIAL-LETTERS              PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-HANDLE-CHARACTERS            PIC X(36)
               VALUE 'abcdefghijklmnopqrstuvwxyz0123456789'.
      *---------------------------------------------------------------*
      *    THE FAKE VALUES AS BUILT FOR THE RECORD IN HAND.
      *---------------------------------------------------------------*
       01  WS-FAKE-VALUES.
           05  WS-FAKE-NAME                PIC X(30) VALUE SPACE.
           05  WS-FAKE-ADDRESS             PIC X(40) VALUE SPACE.
           05  WS-FAKE-HOUSE-NO            PIC 9(04) VALUE 0.
           05  WS-FAKE-PTR                 PIC 9(03) COMP VALUE 0.
           05  WS-HANDLE-WORK              PIC X(30) VALUE SPACE.
           05  WS-PSEUDONYM                PIC X(30) VALUE SPACE.
           05  WS-PSEUDO-LEN               PIC 9(03) COMP VALUE 0.
           05  WS-PSEUDO-SUB               PIC 9(03) COMP VALUE 0.
      *---------------------------------------------------------------*
      *    THE FEED RECORD IN HAND AND THE SCAN THAT FINDS ITS AUTHOR
      *    FIELD - THE FIFTH COMMA-DELIMITED FIELD, OR THE SIXTH ON A
      *    VERSION-02 RECORD. A COMMA INSIDE A QUOTED TITLE IS NOT A
      *    DELIMITER, AS IN HACKNEWS 8100-BREAKOUT-HACKER-RECORD.
      *---------------------------------------------------------------*
       01  WS-FEED-SCAN-FIELDS.
           05  WS-FEED-WORK                PIC X(143) VALUE SPACE.
           05  WS-AUTHOR-FIELD-NO          PIC 9(02) COMP VALUE 0.
           05  WS-COMMA-CNT                PIC 9(03) COMP VALUE 0.
           05  WS-QUOTE-CNT                PIC 9(03) COMP VALUE 0.
           05  WS-SCAN-SUB                 PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-START              PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-END                PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-LEN                PIC 9(03) COMP VALUE 0.
           05  WS-IN-QUOTE-SW              PIC X(01) VALUE 'N'.
               88  WS-IN-QUOTE                       VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  PUSA-EOF-SW                 PIC X(01) VALUE 'N'.
               88  PUSA-EOF                          VALUE 'Y'.
           05  PHNF-EOF-SW                 PIC X(01) VALUE 'N'.
               88  PHNF-EOF                          VALUE 'Y'.
           05  PARF-EOF-SW                 PIC X(01) VALUE 'N'.
               88  PARF-EOF                          VALUE 'Y'.
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
           05  PUSA-STATUS                 PIC X(02) VALUE '00'.
           05  TUSA-STATUS                 PIC X(02) VALUE '00'.
           05  PHNF-STATUS                 PIC X(02) VALUE '00'.
           05  THNF-STATUS                 PIC X(02) VALUE '00'.
           05  PARF-STATUS                 PIC X(02) VALUE '00'.
           05  TARF-STATUS                 PIC X(02) VALUE '00'.
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
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-LOAD-MASK-PARAMETERS.
           PERFORM 2000-MASK-EMPLOYEE-HISTORY.
           PERFORM 3000-MASK-HACKER-NEWS-FEED.
           PERFORM 4000-MASK-AUTHOR-REFERENCE.
           PERFORM 9600-DISPLAY-RUN-TOTALS.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
      *    A MISSING OR UNUSABLE CARD STOPS THE STEP - A FACTOR OF
      *    ONE OR A ZERO SEED WOULD LEAVE THE TEST COPY TOO CLOSE TO
      *    PRODUCTION TO RELEASE.
      *---------------------------------------------------------------*
       1000-LOAD-MASK-PARAMETERS.
      *---------------------------------------------------------------*
           OPEN INPUT PARAMETER-FILE.
           IF  PARM-STATUS NOT = '00'
               PERFORM 9900-PARAMETER-ERROR
           END-IF.
           READ PARAMETER-FILE
               AT END
                   PERFORM 9900-PARAMETER-ERROR
               NOT AT END
                   IF  PRM-SALARY-FACTOR IS NOT NUMERIC
                   OR  PRM-MASK-SEED     IS NOT NUMERIC
                       PERFORM 9900-PARAMETER-ERROR
                   END-IF
                   IF  PRM-SALARY-FACTOR < 0.5
                   OR  PRM-SALARY-FACTOR > 1.5
                   OR  PRM-SALARY-FACTOR = 1
                   OR  PRM-MASK-SEED     = ZERO
                       PERFORM 9900-PARAMETER-ERROR
                   END-IF
                   MOVE PRM-SALARY-FACTOR TO WS-SALARY-FACTOR
                   MOVE PRM-MASK-SEED     TO WS-MASK-SEED
           END-READ.
           CLOSE PARAMETER-FILE.
      *---------------------------------------------------------------*
      *    USA-HIST-FLE - NAME, ADDRESS, AND SALARY MASKED, EVERY
      *    OTHER BYTE COPIED AS IT STANDS.
      *---------------------------------------------------------------*
       2000-MASK-EMPLOYEE-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT PROD-HISTORY-FILE.
           IF  PUSA-STATUS NOT = '00'
               DISPLAY 'HACKMASK - PRODUCTION USA-HIST-FLE NOT '
                       'PRESENT - SKIPPED, STATUS = ' PUSA-STATUS
           ELSE
               OPEN OUTPUT TEST-HISTORY-FILE
               IF  TUSA-STATUS NOT = '00'
                   PERFORM 9910-TEST-HISTORY-ERROR
               END-IF
               PERFORM 2010-READ-PROD-HISTORY
               PERFORM 2020-MASK-ONE-HISTORY-RECORD
                   UNTIL PUSA-EOF
               CLOSE TEST-HISTORY-FILE
           END-IF.
           CLOSE PROD-HISTORY-FILE.
      *---------------------------------------------------------------*
       2010-READ-PROD-HISTORY.
      *---------------------------------------------------------------*
           READ PROD-HISTORY-FILE
               AT END SET PUSA-EOF TO TRUE.
      *---------------------------------------------------------------*
       2020-MASK-ONE-HISTORY-RECORD.
      *---------------------------------------------------------------*
           ADD 1 TO WS-HIST-READ-CNT.
      *    THE KEY ALONE PICKS THE FIRST NAME, SO AN EMPLOYEE IS
      *    RECOGNIZABLY THE SAME PERSON ACROSS GENERATIONS.
           MOVE SPACE  TO WS-HASH-SOURCE.
           MOVE IR-KEY TO WS-HASH-SOURCE.
           MOVE 10     TO WS-HASH-LEN.
           PERFORM 7000-HASH-SOURCE.
           MOVE WS-HASH-VALUE TO WS-HASH-KEY-VALUE.
           PERFORM 2030-MASK-NAME.
           PERFORM 2040-MASK-ADDRESS.
           PERFORM 2050-SCALE-SALARY.
           WRITE TEST-HISTORY-RECORD FROM INPUT-REC.
           IF  TUSA-STATUS NOT = '00'
               PERFORM 9910-TEST-HISTORY-ERROR
           END-IF.
           ADD 1 TO WS-HIST-WRITTEN-CNT.
           PERFORM 2010-READ-PROD-HISTORY.
      *---------------------------------------------------------------*
      *    KEY PLUS REAL NAME PICK THE INITIAL AND SURNAME - THE SAME
      *    NAME UNDER THE SAME KEY ALWAYS MASKS THE SAME, AND A REAL
      *    NAME CHANGE STILL SHOWS AS A CHANGE. A BLANK NAME STAYS
      *    BLANK SO THAT EDGE CASE SURVIVES.
      *---------------------------------------------------------------*
       2030-MASK-NAME.
      *---------------------------------------------------------------*
           IF  IR-CHAR NOT = SPACES
               MOVE SPACE   TO WS-HASH-SOURCE
               MOVE IR-KEY  TO WS-HASH-SOURCE(1:10)
               MOVE IR-CHAR TO WS-HASH-SOURCE(11:30)
               MOVE 40      TO WS-HASH-LEN
               PERFORM 7000-HASH-SOURCE
               PERFORM 7100-BUILD-FAKE-NAME
               MOVE WS-FAKE-NAME TO IR-CHAR
               ADD 1 TO WS-NAME-MASKED-CNT
           END-IF.
      *---------------------------------------------------------------*
       2040-MASK-ADDRESS.
      *---------------------------------------------------------------*
           IF  IR-VARCHAR NOT = SPACES
               MOVE SPACE      TO WS-HASH-SOURCE
               MOVE IR-KEY     TO WS-HASH-SOURCE(1:10)
               MOVE IR-VARCHAR TO WS-HASH-SOURCE(11:40)
               MOVE 50         TO WS-HASH-LEN
               PERFORM 7000-HASH-SOURCE
               PERFORM 7200-BUILD-FAKE-ADDRESS
               MOVE WS-FAKE-ADDRESS TO IR-VARCHAR
               ADD 1 TO WS-ADDR-MASKED-CNT
           END-IF.
      *---------------------------------------------------------------*
      *    A PLAUSIBLE SALARY IS SCALED, HELD AT THE CEILING IF THE
      *    FACTOR WOULD CARRY IT OVER; AN IMPLAUSIBLE OR NON-NUMERIC
      *    ONE IS LEFT AS IT IS - IT IS A CORRUPTED FIELD, NOT PAY,
      *    AND IT MUST STILL FAIL VALIDATION ON THE TEST COPY.
      *---------------------------------------------------------------*
       2050-SCALE-SALARY.
      *---------------------------------------------------------------*
           IF  IR-NUMERIC IS NUMERIC
           AND IR-NUMERIC NOT > WS-SALARY-MAX
               COMPUTE WS-SCALED-SALARY ROUNDED =
                   IR-NUMERIC * WS-SALARY-FACTOR
               IF  WS-SCALED-SALARY > WS-SALARY-MAX
                   MOVE WS-SALARY-MAX    TO IR-NUMERIC
               ELSE
                   MOVE WS-SCALED-SALARY TO IR-NUMERIC
               END-IF
               ADD 1 TO WS-SALARY-SCALED-CNT
           ELSE
               ADD 1 TO WS-SALARY-KEPT-CNT
           END-IF.
      *---------------------------------------------------------------*
      *    THE HACKER-NEWS FEED - ONLY THE AUTHOR HANDLE CHANGES, AND
      *    ITS PSEUDONYM IS THE SAME LENGTH, SO EVERY OTHER BYTE
      *    STAYS WHERE IT WAS. HEADER AND TRAILER RECORDS PASS
      *    THROUGH UNTOUCHED.
      *---------------------------------------------------------------*
       3000-MASK-HACKER-NEWS-FEED.
      *---------------------------------------------------------------*
           OPEN INPUT PROD-FEED-FILE.
           IF  PHNF-STATUS NOT = '00'
               DISPLAY 'HACKMASK - PRODUCTION FEED NOT PRESENT - '
                       'SKIPPED, STATUS = ' PHNF-STATUS
           ELSE
               OPEN OUTPUT TEST-FEED-FILE
               IF  THNF-STATUS NOT = '00'
                   PERFORM 9920-TEST-FEED-ERROR
               END-IF
               PERFORM 3010-READ-PROD-FEED
               PERFORM 3020-MASK-ONE-FEED-RECORD
                   UNTIL PHNF-EOF
               CLOSE TEST-FEED-FILE
           END-IF.
           CLOSE PROD-FEED-FILE.
      *---------------------------------------------------------------*
       3010-READ-PROD-FEED.
      *---------------------------------------------------------------*
           READ PROD-FEED-FILE
               AT END SET PHNF-EOF TO TRUE.
      *---------------------------------------------------------------*
       3020-MASK-ONE-FEED-RECORD.
      *---------------------------------------------------------------*
           ADD 1 TO WS-FEED-READ-CNT.
           MOVE PROD-FEED-RECORD TO WS-FEED-WORK.
           IF  WS-FEED-WORK(1:4) = 'HDR,'
           OR  WS-FEED-WORK(1:4) = 'TRL,'
               ADD 1 TO WS-FEED-CONTROL-CNT
           ELSE
               PERFORM 3100-MASK-FEED-AUTHOR
           END-IF.
           WRITE TEST-FEED-RECORD FROM WS-FEED-WORK.
           IF  THNF-STATUS NOT = '00'
               PERFORM 9920-TEST-FEED-ERROR
           END-IF.
           ADD 1 TO WS-FEED-WRITTEN-CNT.
           PERFORM 3010-READ-PROD-FEED.
      *---------------------------------------------------------------*
      *    FINDS AND REPLACES THE AUTHOR FIELD. A RECORD WITH AN ODD
      *    QUOTE COUNT, TOO FEW FIELDS, A QUOTE IN THE AUTHOR FIELD,
      *    OR A HANDLE LONGER THAN THE PSEUDONYM CAN BE IS COPIED
      *    UNCHANGED RATHER THAN ALTERED INTO A DIFFERENT KIND OF
      *    EXCEPTION - AND COUNTED, SO THE TEST COPY IS NOT RELEASED
      *    WITHOUT SOMEONE LOOKING AT THOSE RECORDS.
      *---------------------------------------------------------------*
       3100-MASK-FEED-AUTHOR.
      *---------------------------------------------------------------*
           IF  WS-FEED-WORK(1:3) = '02,'
               MOVE 6 TO WS-AUTHOR-FIELD-NO
           ELSE
               MOVE 5 TO WS-AUTHOR-FIELD-NO
           END-IF.
           MOVE 0 TO WS-QUOTE-CNT.
           INSPECT WS-FEED-WORK TALLYING WS-QUOTE-CNT FOR ALL '"'.
           IF  FUNCTION MOD(WS-QUOTE-CNT, 2) NOT = 0
               ADD 1 TO WS-FEED-NOT-MASKED-CNT
           ELSE
               MOVE 0   TO WS-COMMA-CNT
                           WS-FIELD-START
                           WS-FIELD-END
               MOVE 'N' TO WS-IN-QUOTE-SW
               PERFORM 3110-SCAN-ONE-BYTE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 143
                      OR WS-FIELD-END > 0
               PERFORM 3120-REPLACE-AUTHOR-FIELD
           END-IF.
      *---------------------------------------------------------------*
       3110-SCAN-ONE-BYTE.
      *---------------------------------------------------------------*
           IF  WS-FEED-WORK(WS-SCAN-SUB:1) = '"'
               IF  WS-IN-QUOTE
                   MOVE 'N' TO WS-IN-QUOTE-SW
               ELSE
                   MOVE 'Y' TO WS-IN-QUOTE-SW
               END-IF
           ELSE
               IF  WS-FEED-WORK(WS-SCAN-SUB:1) = ','
               AND NOT WS-IN-QUOTE
                   ADD 1 TO WS-COMMA-CNT
                   IF  WS-COMMA-CNT = WS-AUTHOR-FIELD-NO - 1
                       COMPUTE WS-FIELD-START = WS-SCAN-SUB + 1
                   END-IF
                   IF  WS-COMMA-CNT = WS-AUTHOR-FIELD-NO
                       COMPUTE WS-FIELD-END = WS-SCAN-SUB - 1
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3120-REPLACE-AUTHOR-FIELD.
      *---------------------------------------------------------------*
           IF  WS-FIELD-START = 0
           OR  WS-FIELD-END   = 0
               ADD 1 TO WS-FEED-NOT-MASKED-CNT
           ELSE
               IF  WS-FIELD-END < WS-FIELD-START
                   MOVE 0 TO WS-FIELD-LEN
               ELSE
                   COMPUTE WS-FIELD-LEN =
                       WS-FIELD-END - WS-FIELD-START + 1
               END-IF
      *        TRAILING SPACES ARE NOT PART OF THE HANDLE - HACKNEWS
      *        UNSTRINGS THE FIELD INTO A SPACE-FILLED ITEM.
               PERFORM 3130-DROP-TRAILING-SPACE
                   UNTIL WS-FIELD-LEN = 0
                      OR WS-FEED-WORK(WS-FIELD-START + WS-FIELD-LEN
                                      - 1:1) NOT = SPACE
               MOVE 0 TO WS-QUOTE-CNT
               IF  WS-FIELD-LEN > 0
                   INSPECT WS-FEED-WORK(WS-FIELD-START:WS-FIELD-LEN)
                       TALLYING WS-QUOTE-CNT FOR ALL '"'
               END-IF
               EVALUATE TRUE
                   WHEN WS-FIELD-LEN = 0
                       ADD 1 TO WS-FEED-NO-HANDLE-CNT
                   WHEN WS-FIELD-LEN > 30
                     OR WS-QUOTE-CNT > 0
                       ADD 1 TO WS-FEED-NOT-MASKED-CNT
                   WHEN OTHER
                       MOVE SPACE TO WS-HANDLE-WORK
                       MOVE WS-FEED-WORK(WS-FIELD-START:WS-FIELD-LEN)
                           TO WS-HANDLE-WORK
                       MOVE WS-FIELD-LEN TO WS-PSEUDO-LEN
                       PERFORM 7300-BUILD-PSEUDONYM
                       MOVE WS-PSEUDONYM(1:WS-FIELD-LEN)
                           TO WS-FEED-WORK(WS-FIELD-START:WS-FIELD-LEN)
                       ADD 1 TO WS-FEED-MASKED-CNT
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       3130-DROP-TRAILING-SPACE.
      *---------------------------------------------------------------*
           SUBTRACT 1 FROM WS-FIELD-LEN.
      *---------------------------------------------------------------*
      *    THE AUTHOR REFERENCE - THE HANDLE TAKES THE SAME PSEUDONYM
      *    THE FEED GAVE IT, AND THE CANONICAL NAME A FAKE NAME HASHED
      *    FROM THE REAL ONE, SO HANDLES THAT ROLLED UP TO ONE PERSON
      *    STILL ROLL UP TO ONE (FAKE) PERSON. THE AFFILIATION IS AN
      *    ORGANIZATION, NOT A PERSON, AND IS KEPT.
      *---------------------------------------------------------------*
       4000-MASK-AUTHOR-REFERENCE.
      *---------------------------------------------------------------*
           OPEN INPUT PROD-AUTHOR-REF-FILE.
           IF  PARF-STATUS NOT = '00'
               DISPLAY 'HACKMASK - PRODUCTION AUTHREF NOT PRESENT - '
                       'SKIPPED, STATUS = ' PARF-STATUS
           ELSE
               OPEN OUTPUT TEST-AUTHOR-REF-FILE
               IF  TARF-STATUS NOT = '00'
                   PERFORM 9930-TEST-AUTHOR-REF-ERROR
               END-IF
               PERFORM 4010-READ-PROD-AUTHOR-REF
               PERFORM 4020-MASK-ONE-AUTHOR-REF
                   UNTIL PARF-EOF
               CLOSE TEST-AUTHOR-REF-FILE
           END-IF.
           CLOSE PROD-AUTHOR-REF-FILE.
      *---------------------------------------------------------------*
       4010-READ-PROD-AUTHOR-REF.
      *---------------------------------------------------------------*
           READ PROD-AUTHOR-REF-FILE
               AT END SET PARF-EOF TO TRUE.
      *---------------------------------------------------------------*
       4020-MASK-ONE-AUTHOR-REF.
      *---------------------------------------------------------------*
           ADD 1 TO WS-AREF-READ-CNT.
           IF  ARR-HANDLE NOT = SPACES
               MOVE SPACE      TO WS-HANDLE-WORK
               MOVE ARR-HANDLE TO WS-HANDLE-WORK
               MOVE 15         TO WS-PSEUDO-LEN
               PERFORM 4030-DROP-TRAILING-SPACE
                   UNTIL ARR-HANDLE(WS-PSEUDO-LEN:1) NOT = SPACE
               PERFORM 7300-BUILD-PSEUDONYM
               MOVE SPACE TO ARR-HANDLE
               MOVE WS-PSEUDONYM(1:WS-PSEUDO-LEN)
                   TO ARR-HANDLE(1:WS-PSEUDO-LEN)
           END-IF.
           IF  ARR-CANONICAL-NAME NOT = SPACES
               MOVE SPACE              TO WS-HASH-SOURCE
               MOVE ARR-CANONICAL-NAME TO WS-HASH-SOURCE
               MOVE 30                 TO WS-HASH-LEN
               PERFORM 7000-HASH-SOURCE
               MOVE WS-HASH-VALUE      TO WS-HASH-KEY-VALUE
               PERFORM 7100-BUILD-FAKE-NAME
               MOVE WS-FAKE-NAME       TO ARR-CANONICAL-NAME
           END-IF.
           WRITE TEST-AUTHOR-REF-RECORD FROM PROD-AUTHOR-REF-RECORD.
           IF  TARF-STATUS NOT = '00'
               PERFORM 9930-TEST-AUTHOR-REF-ERROR
           END-IF.
           ADD 1 TO WS-AREF-WRITTEN-CNT.
           PERFORM 4010-READ-PROD-AUTHOR-REF.
      *---------------------------------------------------------------*
       4030-DROP-TRAILING-SPACE.
      *---------------------------------------------------------------*
           SUBTRACT 1 FROM WS-PSEUDO-LEN.
      *---------------------------------------------------------------*
      *    HASHES THE FIRST WS-HASH-LEN BYTES OF WS-HASH-SOURCE INTO
      *    WS-HASH-VALUE, STARTING FROM THE CARD'S SEED.
      *---------------------------------------------------------------*
       7000-HASH-SOURCE.
      *---------------------------------------------------------------*
           MOVE WS-MASK-SEED TO WS-HASH-WORK.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
           PERFORM 7010-HASH-ONE-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-HASH-LEN.
      *---------------------------------------------------------------*
       7010-HASH-ONE-BYTE.
      *---------------------------------------------------------------*
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31
               + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-SUB:1)).
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
      *---------------------------------------------------------------*
      *    FIRST NAME FROM WS-HASH-KEY-VALUE; MIDDLE INITIAL AND
      *    SURNAME FROM WS-HASH-VALUE, APPENDED AT WS-FAKE-PTR.
      *---------------------------------------------------------------*
       7100-BUILD-FAKE-NAME.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-FAKE-NAME.
           MOVE 1     TO WS-FAKE-PTR.
           DIVIDE WS-HASH-KEY-VALUE BY 20
               GIVING WS-PICK-QUOT REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           STRING WS-FIRST-NAME(WS-PICK) DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  INTO WS-FAKE-NAME
                  WITH POINTER WS-FAKE-PTR
           END-STRING.
           DIVIDE WS-HASH-VALUE BY 25
               GIVING WS-PICK-QUOT REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           MOVE WS-SURNAME(WS-PICK) TO WS-HANDLE-WORK.
           DIVIDE WS-PICK-QUOT BY 26
               GIVING WS-PICK-QUOT REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           STRING WS-INITIAL-LETTERS(WS-PICK:1)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-HANDLE-WORK         DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
                  WITH POINTER WS-FAKE-PTR
           END-STRING.
      *---------------------------------------------------------------*
      *    HOUSE NUMBER, STREET, AND TOWN, ALL FROM WS-HASH-VALUE -
      *    THE TOWN APPENDED AT WS-FAKE-PTR.
      *---------------------------------------------------------------*
       7200-BUILD-FAKE-ADDRESS.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-FAKE-ADDRESS.
           MOVE 1     TO WS-FAKE-PTR.
           DIVIDE WS-HASH-VALUE BY 9000
               GIVING WS-PICK-QUOT REMAINDER WS-FAKE-HOUSE-NO.
           ADD 1000 TO WS-FAKE-HOUSE-NO.
           DIVIDE WS-PICK-QUOT BY 20
               GIVING WS-PICK-QUOT REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           STRING WS-FAKE-HOUSE-NO       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-STREET(WS-PICK)     DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  INTO WS-FAKE-ADDRESS
                  WITH POINTER WS-FAKE-PTR
           END-STRING.
           DIVIDE WS-PICK-QUOT BY 10
               GIVING WS-PICK-QUOT REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           STRING WS-TOWN(WS-PICK)       DELIMITED BY '  '
                  INTO WS-FAKE-ADDRESS
                  WITH POINTER WS-FAKE-PTR
           END-STRING.
      *---------------------------------------------------------------*
      *    A PSEUDONYM OF WS-PSEUDO-LEN CHARACTERS FOR THE HANDLE IN
      *    WS-HANDLE-WORK - A LETTER, THEN LETTERS AND DIGITS, EACH
      *    DRAWN FROM THE HASH CHAIN OF THE HANDLE.
      *---------------------------------------------------------------*
       7300-BUILD-PSEUDONYM.
      *---------------------------------------------------------------*
           MOVE SPACE          TO WS-PSEUDONYM.
           MOVE SPACE          TO WS-HASH-SOURCE.
           MOVE WS-HANDLE-WORK TO WS-HASH-SOURCE.
           MOVE 30             TO WS-HASH-LEN.
           PERFORM 7000-HASH-SOURCE.
           PERFORM 7310-BUILD-ONE-CHARACTER
               VARYING WS-PSEUDO-SUB FROM 1 BY 1
               UNTIL WS-PSEUDO-SUB > WS-PSEUDO-LEN.
      *---------------------------------------------------------------*
       7310-BUILD-ONE-CHARACTER.
      *---------------------------------------------------------------*
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31 + 17.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
           IF  WS-PSEUDO-SUB = 1
               DIVIDE WS-HASH-VALUE BY 26
                   GIVING WS-PICK-QUOT REMAINDER WS-PICK
           ELSE
               DIVIDE WS-HASH-VALUE BY 36
                   GIVING WS-PICK-QUOT REMAINDER WS-PICK
           END-IF.
           ADD 1 TO WS-PICK.
           MOVE WS-HANDLE-CHARACTERS(WS-PICK:1)
               TO WS-PSEUDONYM(WS-PSEUDO-SUB:1).
      *---------------------------------------------------------------*
      *    THE CONTROL TOTALS THAT PROVE THE TEST COPIES LOST NOTHING
      *    - EVERY READ COUNT MUST EQUAL ITS WRITTEN COUNT.
      *---------------------------------------------------------------*
       9600-DISPLAY-RUN-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY 'HACKMASK - HISTORY RECORDS READ..: '
               WS-HIST-READ-CNT.
           DISPLAY 'HACKMASK - HISTORY RECORDS OUT...: '
               WS-HIST-WRITTEN-CNT.
           DISPLAY 'HACKMASK -   NAMES MASKED........: '
               WS-NAME-MASKED-CNT.
           DISPLAY 'HACKMASK -   ADDRESSES MASKED....: '
               WS-ADDR-MASKED-CNT.
           DISPLAY 'HACKMASK -   SALARIES SCALED.....: '
               WS-SALARY-SCALED-CNT.
           DISPLAY 'HACKMASK -   SALARIES LEFT AS IS.: '
               WS-SALARY-KEPT-CNT.
           DISPLAY 'HACKMASK - FEED RECORDS READ.....: '
               WS-FEED-READ-CNT.
           DISPLAY 'HACKMASK - FEED RECORDS WRITTEN..: '
               WS-FEED-WRITTEN-CNT.
           DISPLAY 'HACKMASK -   HEADERS/TRAILERS....: '
               WS-FEED-CONTROL-CNT.
           DISPLAY 'HACKMASK -   HANDLES MASKED......: '
               WS-FEED-MASKED-CNT.
           DISPLAY 'HACKMASK -   NO HANDLE...........: '
               WS-FEED-NO-HANDLE-CNT.
           DISPLAY 'HACKMASK -   NOT MASKED..........: '
               WS-FEED-NOT-MASKED-CNT.
           DISPLAY 'HACKMASK - AUTHREF RECORDS READ..: '
               WS-AREF-READ-CNT.
           DISPLAY 'HACKMASK - AUTHREF RECORDS OUT...: '
               WS-AREF-WRITTEN-CNT.
           IF  WS-FEED-NOT-MASKED-CNT > ZERO
               DISPLAY 'HACKMASK - FEED RECORDS COPIED UNMASKED - '
                       'REVIEW THEM BEFORE RELEASING THE TEST COPY'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF  WS-HIST-READ-CNT NOT = WS-HIST-WRITTEN-CNT
           OR  WS-FEED-READ-CNT NOT = WS-FEED-WRITTEN-CNT
           OR  WS-AREF-READ-CNT NOT = WS-AREF-WRITTEN-CNT
               DISPLAY 'HACKMASK - READ AND WRITTEN COUNTS DISAGREE '
                       '- DO NOT USE THE TEST COPIES'
               MOVE 16 TO RETURN-CODE
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
               DISPLAY 'HACKMASK - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKMASK'               TO SLG-PROGRAM-ID
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
               COMPUTE SLG-INPUT-CNT = WS-HIST-READ-CNT
                   + WS-FEED-READ-CNT
                   + WS-AREF-READ-CNT
               MOVE 'RECORDS WRITTEN'        TO SLG-OUTPUT-LABEL
               COMPUTE SLG-OUTPUT-CNT = WS-HIST-WRITTEN-CNT
                   + WS-FEED-WRITTEN-CNT
                   + WS-AREF-WRITTEN-CNT
               MOVE 'NOT MASKED'             TO SLG-REJECT-LABEL
               MOVE WS-FEED-NOT-MASKED-CNT   TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKMASK - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-PARAMETER-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKMASK - MASKING CARD MISSING OR INVALID, '
                   'STATUS = ' PARM-STATUS
                   ' - NOTHING WRITTEN'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-TEST-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKMASK - TEST USA-HIST-FLE I/O FAILED, '
                   'STATUS = ' TUSA-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-TEST-FEED-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKMASK - TEST FEED I/O FAILED, STATUS = '
                   THNF-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-TEST-AUTHOR-REF-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKMASK - TEST AUTHREF I/O FAILED, STATUS = '
                   TARF-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
