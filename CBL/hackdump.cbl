      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKDUMP.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. FORMATTED RECORD DUMP FOR THE SHOP'S DATA FILES. THE
      *         FILE ON DD DUMPIN IS PRINTED RECORD BY RECORD, FIELD
      *         BY FIELD, THROUGH THE LAYOUT NAMED ON THE PARAMETER
      *         CARD - EACH FIELD'S NAME, POSITION, PICTURE, AND
      *         VALUE, WITH THE VALUE ALSO IN HEX WHEN IT IS NOT VALID
      *         FOR THE PICTURE (SPACES OR LETTERS IN A 9(06), A BAD
      *         SIGN IN AN S9). THE CARD MAY LIMIT THE DUMP TO A KEY
      *         RANGE OR A RECORD-NUMBER RANGE. THE LAYOUTS ARE KEPT
      *         IN THE DUMPDICT DICTIONARY; THE INDEXED MASTERS
      *         (STORYHST, AUTHACT, CHGHIST, EMPMST) ARE READ AS
      *         INDEXED FILES, STARTING AT THE KEY RANGE'S FROM-BOUND,
      *         EVERYTHING ELSE AS A FIXED-LENGTH SEQUENTIAL FILE OF
      *         WHATEVER RECORD LENGTH THE DATASET CARRIES. THE RUN
      *         SUMMARY COUNTS THE INVALID VALUES FOUND IN EACH FIELD;
      *         ANY INVALID VALUE ENDS THE STEP WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT PARAMETER-FILE
               ASSIGN TO PARMFL
               FILE STATUS IS PARM-STATUS.
      *    THE FILE TO BE DUMPED. ONE OF THESE FIVE IS OPENED,
      *    ACCORDING TO THE LAYOUT ON THE CARD - ALL ARE THE SAME DD.
           SELECT DUMP-FILE
               ASSIGN TO DUMPIN
               FILE STATUS IS DUMP-STATUS.
           SELECT STORY-HISTORY-FILE
               ASSIGN TO DUMPIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHR-KEY
               FILE STATUS IS DUMP-STATUS.
           SELECT AUTHOR-ACTIVITY-FILE
               ASSIGN TO DUMPIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAR-KEY
               FILE STATUS IS DUMP-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO DUMPIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHH-KEY
               FILE STATUS IS DUMP-STATUS.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO DUMPIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-KEY
               FILE STATUS IS DUMP-STATUS.
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
      *    ONE DUMP REQUEST:
      *        COLS  1-8   THE LAYOUT - A DUMPDICT SELECTOR NAME
      *        COL   10    RANGE TYPE - SPACE FOR THE WHOLE FILE,
      *                    'K' FOR A KEY RANGE, 'R' FOR A RECORD-
      *                    NUMBER RANGE
      *        'K' - COLS 12-41 AND 43-72 CARRY THE FROM AND TO KEYS,
      *              COMPARED OVER THE KEY'S LENGTH OR 30 BYTES,
      *              WHICHEVER IS SHORTER; SPACES MEAN NO BOUND
      *        'R' - COLS 12-20 AND 22-30 CARRY THE FROM AND TO
      *              RECORD NUMBERS; A BLANK TO-NUMBER MEANS TO THE END
      *    BROKEN OUT IN DUMP-CARD, WHERE IT IS KEPT ONCE READ.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN             PIC X(80).
      *    A SEQUENTIAL FILE OF ANY LAYOUT - THE RECORD LENGTH IS
      *    TAKEN FROM THE DATASET, AND THE LAYOUT SAYS HOW MUCH OF
      *    THE AREA IS RECORD.
       FD  DUMP-FILE
           RECORDING MODE F
           RECORD CONTAINS 0 CHARACTERS.
       01  DUMP-RECORD-IN                  PIC X(400).
       FD  STORY-HISTORY-FILE RECORDING MODE F.
       COPY STORYHST.
       FD  AUTHOR-ACTIVITY-FILE RECORDING MODE F.
       COPY AUTHACT.
       FD  CHANGE-HISTORY-FILE RECORDING MODE F.
       COPY CHGHIST.
       FD  EMPLOYEE-MASTER-FILE RECORDING MODE F.
       COPY EMPMST.
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
                   '             FORMATTED RECORD DUMP      '.
               10  FILLER      PIC X(40) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(08) VALUE 'LAYOUT: '.
               10  HL2-LAYOUT  PIC X(08).
               10  FILLER      PIC X(03) VALUE ' - '.
               10  HL2-DESCRIPTION         PIC X(30).
               10  FILLER      PIC X(09) VALUE '  RANGE: '.
               10  HL2-RANGE   PIC X(74).
           05  HEADING-LINE-3.
               10  FILLER      PIC X(31) VALUE 'FIELD'.
               10  FILLER      PIC X(09) VALUE 'POSITION'.
               10  FILLER      PIC X(13) VALUE 'PICTURE'.
               10  FILLER      PIC X(79) VALUE 'VALUE'.
      *---------------------------------------------------------------*
       01  DUMP-LINES.
      *---------------------------------------------------------------*
           05  DL-RECORD-LINE.
               10  FILLER                  PIC X(07) VALUE 'RECORD '.
               10  DL-RECORD-NO            PIC Z(08)9.
               10  FILLER                  PIC X(07) VALUE '  KEY: '.
               10  DL-RECORD-KEY           PIC X(50).
               10  FILLER                  PIC X(59) VALUE SPACE.
           05  DL-FIELD-LINE.
               10  DL-FIELD-NAME           PIC X(30).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DL-FROM-POS             PIC ZZ9.
               10  DL-POS-DASH             PIC X(01) VALUE '-'.
               10  DL-TO-POS               PIC ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-PICTURE              PIC X(12).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DL-VALUE                PIC X(70).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DL-FLAG                 PIC X(08).
           05  DL-RANGE-KEY.
               10  FILLER                  PIC X(05) VALUE 'KEYS '.
               10  DL-RK-FROM              PIC X(30).
               10  FILLER                  PIC X(04) VALUE ' TO '.
               10  DL-RK-TO                PIC X(30).
               10  FILLER                  PIC X(05) VALUE SPACE.
           05  DL-RANGE-RECNO.
               10  FILLER                  PIC X(08) VALUE 'RECORDS '.
               10  DL-RR-FROM              PIC Z(08)9.
               10  FILLER                  PIC X(04) VALUE ' TO '.
               10  DL-RR-TO                PIC X(09).
               10  DL-RR-TO-N REDEFINES DL-RR-TO
                                           PIC Z(08)9.
               10  FILLER                  PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
      *    RUN-END CONTROL TOTALS AND THE INVALID-VALUE COUNTS.
      *---------------------------------------------------------------*
       01  SUMMARY-LINES.
           05  SL-HEADING                  PIC X(132) VALUE
               '                              RUN SUMMARY'.
           05  SL-READ-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RECORDS READ...............: '.
               10  SL-READ-CNT             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
           05  SL-DUMPED-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'RECORDS DUMPED.............: '.
               10  SL-DUMPED-CNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
           05  SL-CHECKED-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'FIELDS CHECKED.............: '.
               10  SL-CHECKED-CNT          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
           05  SL-INVALID-LINE.
               10  FILLER                  PIC X(30) VALUE
                   'INVALID VALUES.............: '.
               10  SL-INVALID-CNT          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91) VALUE SPACE.
           05  SL-BY-FIELD-HEADING         PIC X(132) VALUE
               'INVALID VALUES BY FIELD'.
           05  SL-FIELD-LINE.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SL-FIELD-NAME           PIC X(30).
               10  SL-FIELD-PICTURE        PIC X(13).
               10  SL-FIELD-CNT            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(76) VALUE SPACE.
           05  SL-NONE-LINE                PIC X(132) VALUE
               '  NONE - EVERY NUMERIC FIELD HELD A VALID VALUE'.
      *---------------------------------------------------------------*
       COPY DUMPDICT.
      *---------------------------------------------------------------*
      *    THE INVALID-VALUE COUNT FOR EACH FIELD OF THE SELECTED
      *    LAYOUT, SUBSCRIPTED BY THE FIELD'S PLACE IN THE LAYOUT.
      *---------------------------------------------------------------*
       01  WS-FIELD-INVALID-TABLE.
           05  WS-FIELD-INVALID-CNT        PIC 9(09) OCCURS 60 TIMES.
      *---------------------------------------------------------------*
      *    THE DUMP CARD AS READ - SEE THE PARAMETER-FILE FD. THE
      *    FILE IS CLOSED AS SOON AS THE CARD IS IN.
      *---------------------------------------------------------------*
       01  DUMP-CARD                       VALUE SPACE.
           05  DCD-LAYOUT                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  DCD-RANGE-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  DCD-RANGE-DATA              PIC X(69).
           05  DCD-KEY-DATA REDEFINES DCD-RANGE-DATA.
               10  DCD-KEY-FROM            PIC X(30).
               10  FILLER                  PIC X(01).
               10  DCD-KEY-TO              PIC X(30).
               10  FILLER                  PIC X(08).
           05  DCD-RECNO-DATA REDEFINES DCD-RANGE-DATA.
               10  DCD-RECNO-FROM          PIC X(09).
               10  DCD-RECNO-FROM-N REDEFINES DCD-RECNO-FROM
                                           PIC 9(09).
               10  FILLER                  PIC X(01).
               10  DCD-RECNO-TO            PIC X(09).
               10  DCD-RECNO-TO-N REDEFINES DCD-RECNO-TO
                                           PIC 9(09).
               10  FILLER                  PIC X(50).
      *---------------------------------------------------------------*
      *    THE REQUEST AS VALIDATED, AND THE RECORD IN HAND.
      *---------------------------------------------------------------*
       01  WS-DUMP-FIELDS.
           05  WS-DUMP-AREA                PIC X(400) VALUE SPACE.
           05  WS-RECORD-LEN               PIC 9(03) VALUE 0.
           05  WS-KEY-START                PIC 9(03) VALUE 0.
           05  WS-KEY-LEN                  PIC 9(03) VALUE 0.
           05  WS-KEY-CMP-LEN              PIC 9(03) VALUE 0.
           05  WS-FIRST-FIELD              PIC 9(03) COMP VALUE 0.
           05  WS-LAST-FIELD               PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-SUB                PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-PLACE              PIC 9(03) COMP VALUE 0.
           05  WS-KEY-FROM                 PIC X(30) VALUE SPACE.
           05  WS-KEY-TO                   PIC X(30) VALUE SPACE.
           05  WS-RECNO-FROM               PIC 9(09) VALUE 0.
           05  WS-RECNO-TO                 PIC 9(09) VALUE 0.
           05  WS-RANGE-TYPE               PIC X(01) VALUE SPACE.
               88  WS-WHOLE-FILE                     VALUE ' '.
               88  WS-KEY-RANGE                      VALUE 'K'.
               88  WS-RECNO-RANGE                    VALUE 'R'.
           05  WS-DUMP-FILE-TYPE           PIC X(01) VALUE 'S'.
               88  WS-SEQUENTIAL-DUMP                VALUE 'S'.
               88  WS-STORY-HISTORY-DUMP             VALUE 'H'.
               88  WS-AUTHOR-ACTIVITY-DUMP           VALUE 'A'.
               88  WS-CHANGE-HISTORY-DUMP            VALUE 'C'.
               88  WS-EMPLOYEE-MASTER-DUMP           VALUE 'E'.
      *---------------------------------------------------------------*
      *    ONE FIELD'S VALUE AS PRINTED - IN 70-BYTE PIECES WHEN IT
      *    IS LONGER THAN THE PRINT COLUMN - AND ITS HEX FORM.
      *---------------------------------------------------------------*
       01  WS-FIELD-WORK.
           05  WS-FIELD-START              PIC 9(03) COMP VALUE 0.
           05  WS-FIELD-END                PIC 9(03) COMP VALUE 0.
           05  WS-PIECE-START              PIC 9(03) COMP VALUE 0.
           05  WS-PIECE-LEN                PIC 9(03) COMP VALUE 0.
           05  WS-VIEW-BYTE                PIC X(01) VALUE SPACE.
           05  WS-SIGN-BYTE                PIC X(01) VALUE SPACE.
           05  WS-SIGN-DIGIT REDEFINES WS-SIGN-BYTE
                                           PIC S9(01).
           05  WS-HEX-VALUE                PIC X(70) VALUE SPACE.
           05  WS-HEX-SUB                  PIC 9(03) COMP VALUE 0.
           05  WS-HEX-LIMIT                PIC 9(03) COMP VALUE 0.
           05  WS-BYTE-VALUE               PIC 9(03) VALUE 0.
           05  WS-HIGH-NIBBLE              PIC 9(02) VALUE 0.
           05  WS-LOW-NIBBLE               PIC 9(02) VALUE 0.
           05  WS-HEX-DIGITS               PIC X(16)
                   VALUE '0123456789ABCDEF'.
           05  WS-VIEW-APPLIES-SW          PIC X(01) VALUE 'Y'.
               88  WS-VIEW-APPLIES                   VALUE 'Y'.
           05  WS-VIEW-MATCHED-SW          PIC X(01) VALUE 'N'.
               88  WS-VIEW-MATCHED                   VALUE 'Y'.
           05  WS-VALUE-VALID-SW           PIC X(01) VALUE 'Y'.
               88  WS-VALUE-VALID                    VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-RUN-TOTALS.
      *---------------------------------------------------------------*
           05  WS-READ-CNT                 PIC 9(09) VALUE 0.
           05  WS-DUMPED-CNT               PIC 9(09) VALUE 0.
           05  WS-CHECKED-CNT              PIC 9(09) VALUE 0.
           05  WS-INVALID-CNT              PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  DUMP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  DUMP-EOF                          VALUE 'Y'.
           05  WS-RECORD-SELECTED-SW       PIC X(01) VALUE 'N'.
               88  WS-RECORD-SELECTED                VALUE 'Y'.
           05  WS-LAYOUT-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-LAYOUT-FOUND                   VALUE 'Y'.
           05  DUMP-STATUS                 PIC X(02) VALUE '00'.
           05  PARM-STATUS                 PIC X(02) VALUE '00'.
           05  WS-CARD-ERROR               PIC X(60) VALUE SPACE.
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
           PERFORM 1100-LOAD-DUMP-REQUEST.
           PERFORM 1200-OPEN-DUMP-FILE.
           PERFORM 2000-READ-DUMP-RECORD.
           PERFORM 2100-DUMP-ONE-RECORD
               UNTIL DUMP-EOF.
           PERFORM 2900-CLOSE-DUMP-FILE.
           PERFORM 9600-PRINT-SUMMARY-PAGE.
           PERFORM 3000-CLOSE-FILES.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  PARAMETER-FILE
                OUTPUT PRINT-FILE.
           IF  PARM-STATUS NOT = '00'
               PERFORM 9900-PARAMETER-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY.
           MOVE ZERO             TO WS-FIELD-INVALID-TABLE.
      *---------------------------------------------------------------*
      *    READS AND CHECKS THE DUMP CARD. AN UNKNOWN LAYOUT OR A
      *    MALFORMED RANGE STOPS THE STEP - A DUMP OF THE WRONG
      *    RECORDS, OR THROUGH THE WRONG LAYOUT, IS WORSE THAN NONE.
      *---------------------------------------------------------------*
       1100-LOAD-DUMP-REQUEST.
      *---------------------------------------------------------------*
           READ PARAMETER-FILE
               AT END
                   MOVE 'NO DUMP CARD ON THE PARAMETER FILE'
                       TO WS-CARD-ERROR
                   PERFORM 9910-DUMP-CARD-ERROR
               NOT AT END
                   MOVE PARAMETER-RECORD-IN TO DUMP-CARD
           END-READ.
           CLOSE PARAMETER-FILE.
           PERFORM 1110-FIND-LAYOUT.
           IF  NOT WS-LAYOUT-FOUND
               MOVE 'LAYOUT NOT IN THE DUMP DICTIONARY'
                   TO WS-CARD-ERROR
               PERFORM 9910-DUMP-CARD-ERROR
           END-IF.
           MOVE DCD-RANGE-TYPE TO WS-RANGE-TYPE.
           EVALUATE TRUE
               WHEN WS-WHOLE-FILE
                   MOVE 'WHOLE FILE' TO HL2-RANGE
               WHEN WS-KEY-RANGE
                   PERFORM 1120-CHECK-KEY-RANGE
               WHEN WS-RECNO-RANGE
                   PERFORM 1130-CHECK-RECNO-RANGE
               WHEN OTHER
                   MOVE 'RANGE TYPE MUST BE SPACE, K, OR R'
                       TO WS-CARD-ERROR
                   PERFORM 9910-DUMP-CARD-ERROR
           END-EVALUATE.
      *---------------------------------------------------------------*
       1110-FIND-LAYOUT.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-LAYOUT-FOUND-SW.
           SET DLY-IDX TO 1.
           SEARCH DLY-ENTRY
               AT END
                   CONTINUE
               WHEN DLY-LAYOUT(DLY-IDX) = DCD-LAYOUT
                   SET WS-LAYOUT-FOUND TO TRUE
           END-SEARCH.
           IF  WS-LAYOUT-FOUND
               MOVE DLY-RECORD-LEN(DLY-IDX)  TO WS-RECORD-LEN
               MOVE DLY-KEY-START(DLY-IDX)   TO WS-KEY-START
               MOVE DLY-KEY-LEN(DLY-IDX)     TO WS-KEY-LEN
                                                WS-KEY-CMP-LEN
               IF  WS-KEY-CMP-LEN > 30
                   MOVE 30 TO WS-KEY-CMP-LEN
               END-IF
               MOVE DLY-FIRST-FIELD(DLY-IDX) TO WS-FIRST-FIELD
               COMPUTE WS-LAST-FIELD = DLY-FIRST-FIELD(DLY-IDX)
                   + DLY-FIELD-CNT(DLY-IDX) - 1
               MOVE DLY-LAYOUT(DLY-IDX)      TO HL2-LAYOUT
               MOVE DLY-DESCRIPTION(DLY-IDX) TO HL2-DESCRIPTION
               EVALUATE TRUE
                   WHEN NOT DLY-KEYED(DLY-IDX)
                       SET WS-SEQUENTIAL-DUMP      TO TRUE
                   WHEN DCD-LAYOUT = 'STORYHST'
                       SET WS-STORY-HISTORY-DUMP   TO TRUE
                   WHEN DCD-LAYOUT = 'AUTHACT'
                       SET WS-AUTHOR-ACTIVITY-DUMP TO TRUE
                   WHEN DCD-LAYOUT = 'CHGHIST'
                       SET WS-CHANGE-HISTORY-DUMP  TO TRUE
                   WHEN DCD-LAYOUT = 'EMPMST'
                       SET WS-EMPLOYEE-MASTER-DUMP TO TRUE
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       1120-CHECK-KEY-RANGE.
      *---------------------------------------------------------------*
           MOVE DCD-KEY-FROM TO WS-KEY-FROM.
           MOVE DCD-KEY-TO   TO WS-KEY-TO.
           IF  WS-KEY-FROM NOT = SPACES
           AND WS-KEY-TO   NOT = SPACES
           AND WS-KEY-FROM(1:WS-KEY-CMP-LEN)
                 > WS-KEY-TO(1:WS-KEY-CMP-LEN)
               MOVE 'FROM-KEY IS HIGHER THAN TO-KEY' TO WS-CARD-ERROR
               PERFORM 9910-DUMP-CARD-ERROR
           END-IF.
           MOVE WS-KEY-FROM    TO DL-RK-FROM.
           MOVE WS-KEY-TO      TO DL-RK-TO.
           MOVE DL-RANGE-KEY   TO HL2-RANGE.
      *---------------------------------------------------------------*
       1130-CHECK-RECNO-RANGE.
      *---------------------------------------------------------------*
           IF  DCD-RECNO-FROM = SPACES
               MOVE 1 TO WS-RECNO-FROM
           ELSE
               IF  DCD-RECNO-FROM-N IS NOT NUMERIC
                   MOVE 'FROM-RECORD NUMBER IS NOT NUMERIC'
                       TO WS-CARD-ERROR
                   PERFORM 9910-DUMP-CARD-ERROR
               END-IF
               MOVE DCD-RECNO-FROM-N TO WS-RECNO-FROM
           END-IF.
           IF  DCD-RECNO-TO = SPACES
               MOVE 999999999 TO WS-RECNO-TO
           ELSE
               IF  DCD-RECNO-TO-N IS NOT NUMERIC
                   MOVE 'TO-RECORD NUMBER IS NOT NUMERIC'
                       TO WS-CARD-ERROR
                   PERFORM 9910-DUMP-CARD-ERROR
               END-IF
               MOVE DCD-RECNO-TO-N TO WS-RECNO-TO
           END-IF.
           IF  WS-RECNO-FROM > WS-RECNO-TO
               MOVE 'FROM-RECORD NUMBER IS HIGHER THAN TO-RECORD'
                   TO WS-CARD-ERROR
               PERFORM 9910-DUMP-CARD-ERROR
           END-IF.
           MOVE WS-RECNO-FROM  TO DL-RR-FROM.
           IF  DCD-RECNO-TO = SPACES
               MOVE 'END'        TO DL-RR-TO
           ELSE
               MOVE WS-RECNO-TO  TO DL-RR-TO-N
           END-IF.
           MOVE DL-RANGE-RECNO TO HL2-RANGE.
      *---------------------------------------------------------------*
      *    OPENS THE DUMPIN DD THROUGH THE SELECT THAT FITS THE
      *    LAYOUT. AN INDEXED MASTER WITH A KEY RANGE IS STARTED AT
      *    THE FROM-BOUND, SO ONLY THE RANGE ITSELF IS READ.
      *---------------------------------------------------------------*
       1200-OPEN-DUMP-FILE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-SEQUENTIAL-DUMP
                   OPEN INPUT DUMP-FILE
               WHEN WS-STORY-HISTORY-DUMP
                   OPEN INPUT STORY-HISTORY-FILE
               WHEN WS-AUTHOR-ACTIVITY-DUMP
                   OPEN INPUT AUTHOR-ACTIVITY-FILE
               WHEN WS-CHANGE-HISTORY-DUMP
                   OPEN INPUT CHANGE-HISTORY-FILE
               WHEN WS-EMPLOYEE-MASTER-DUMP
                   OPEN INPUT EMPLOYEE-MASTER-FILE
           END-EVALUATE.
           IF  DUMP-STATUS NOT = '00'
               PERFORM 9920-DUMP-FILE-ERROR
           END-IF.
           IF  WS-KEY-RANGE
           AND WS-KEY-FROM NOT = SPACES
           AND NOT WS-SEQUENTIAL-DUMP
               PERFORM 1210-START-AT-FROM-KEY
           END-IF.
      *---------------------------------------------------------------*
       1210-START-AT-FROM-KEY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-STORY-HISTORY-DUMP
                   MOVE WS-KEY-FROM TO SHR-KEY
                   START STORY-HISTORY-FILE
                       KEY NOT LESS THAN SHR-KEY
                       INVALID KEY
                           SET DUMP-EOF TO TRUE
                   END-START
               WHEN WS-AUTHOR-ACTIVITY-DUMP
                   MOVE WS-KEY-FROM TO AAR-KEY
                   START AUTHOR-ACTIVITY-FILE
                       KEY NOT LESS THAN AAR-KEY
                       INVALID KEY
                           SET DUMP-EOF TO TRUE
                   END-START
               WHEN WS-CHANGE-HISTORY-DUMP
                   MOVE WS-KEY-FROM TO CHH-KEY
                   START CHANGE-HISTORY-FILE
                       KEY NOT LESS THAN CHH-KEY
                       INVALID KEY
                           SET DUMP-EOF TO TRUE
                   END-START
               WHEN WS-EMPLOYEE-MASTER-DUMP
                   MOVE WS-KEY-FROM TO EMP-KEY
                   START EMPLOYEE-MASTER-FILE
                       KEY NOT LESS THAN EMP-KEY
                       INVALID KEY
                           SET DUMP-EOF TO TRUE
                   END-START
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    READS THE NEXT RECORD INTO THE DUMP AREA. THE AREA IS
      *    CLEARED FIRST SO NOTHING OF A LONGER EARLIER RECORD SHOWS
      *    THROUGH.
      *---------------------------------------------------------------*
       2000-READ-DUMP-RECORD.
      *---------------------------------------------------------------*
           IF  NOT DUMP-EOF
               MOVE SPACE TO WS-DUMP-AREA
               EVALUATE TRUE
                   WHEN WS-SEQUENTIAL-DUMP
                       READ DUMP-FILE
                           AT END SET DUMP-EOF TO TRUE
                       END-READ
                       MOVE DUMP-RECORD-IN(1:WS-RECORD-LEN)
                           TO WS-DUMP-AREA
                   WHEN WS-STORY-HISTORY-DUMP
                       READ STORY-HISTORY-FILE NEXT RECORD
                           AT END SET DUMP-EOF TO TRUE
                       END-READ
                       MOVE STORY-HISTORY-RECORD   TO WS-DUMP-AREA
                   WHEN WS-AUTHOR-ACTIVITY-DUMP
                       READ AUTHOR-ACTIVITY-FILE NEXT RECORD
                           AT END SET DUMP-EOF TO TRUE
                       END-READ
                       MOVE AUTHOR-ACTIVITY-RECORD TO WS-DUMP-AREA
                   WHEN WS-CHANGE-HISTORY-DUMP
                       READ CHANGE-HISTORY-FILE NEXT RECORD
                           AT END SET DUMP-EOF TO TRUE
                       END-READ
                       MOVE CHANGE-HISTORY-RECORD  TO WS-DUMP-AREA
                   WHEN WS-EMPLOYEE-MASTER-DUMP
                       READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           AT END SET DUMP-EOF TO TRUE
                       END-READ
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-DUMP-AREA
               END-EVALUATE
               IF  NOT DUMP-EOF
                   ADD 1 TO WS-READ-CNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    DUMPS THE RECORD IN HAND IF IT IS IN RANGE. THE READ STOPS
      *    AS SOON AS NO LATER RECORD CAN BE - PAST THE TO-NUMBER, OR
      *    PAST THE TO-KEY ON AN INDEXED MASTER, WHICH IS IN KEY
      *    ORDER. A SEQUENTIAL FILE IS READ TO THE END FOR A KEY
      *    RANGE, SINCE NOT EVERY ONE OF THEM IS IN KEY ORDER.
      *---------------------------------------------------------------*
       2100-DUMP-ONE-RECORD.
      *---------------------------------------------------------------*
           MOVE 'Y' TO WS-RECORD-SELECTED-SW.
           EVALUATE TRUE
               WHEN WS-RECNO-RANGE
                AND WS-READ-CNT > WS-RECNO-TO
                   MOVE 'N' TO WS-RECORD-SELECTED-SW
                   SET DUMP-EOF TO TRUE
               WHEN WS-RECNO-RANGE
                AND WS-READ-CNT < WS-RECNO-FROM
                   MOVE 'N' TO WS-RECORD-SELECTED-SW
               WHEN WS-KEY-RANGE
                AND WS-KEY-TO NOT = SPACES
                AND WS-DUMP-AREA(WS-KEY-START:WS-KEY-CMP-LEN)
                      > WS-KEY-TO(1:WS-KEY-CMP-LEN)
                   MOVE 'N' TO WS-RECORD-SELECTED-SW
                   IF  NOT WS-SEQUENTIAL-DUMP
                       SET DUMP-EOF TO TRUE
                   END-IF
               WHEN WS-KEY-RANGE
                AND WS-KEY-FROM NOT = SPACES
                AND WS-DUMP-AREA(WS-KEY-START:WS-KEY-CMP-LEN)
                      < WS-KEY-FROM(1:WS-KEY-CMP-LEN)
                   MOVE 'N' TO WS-RECORD-SELECTED-SW
           END-EVALUATE.
           IF  WS-RECORD-SELECTED
               ADD 1 TO WS-DUMPED-CNT
               MOVE SPACE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE WS-READ-CNT TO DL-RECORD-NO
               MOVE WS-DUMP-AREA(WS-KEY-START:WS-KEY-LEN)
                                TO DL-RECORD-KEY
               MOVE DL-RECORD-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               PERFORM 2200-DUMP-ONE-FIELD
                   VARYING WS-FIELD-SUB FROM WS-FIRST-FIELD BY 1
                   UNTIL WS-FIELD-SUB > WS-LAST-FIELD
           END-IF.
           PERFORM 2000-READ-DUMP-RECORD.
      *---------------------------------------------------------------*
       2200-DUMP-ONE-FIELD.
      *---------------------------------------------------------------*
           SET DFD-IDX TO WS-FIELD-SUB.
           PERFORM 2210-CHECK-FIELD-VIEW.
           IF  WS-VIEW-APPLIES
               ADD 1 TO WS-CHECKED-CNT
               MOVE DFD-START(DFD-IDX) TO WS-FIELD-START
               COMPUTE WS-FIELD-END =
                   DFD-START(DFD-IDX) + DFD-LENGTH(DFD-IDX) - 1
               PERFORM 2220-CHECK-FIELD-VALUE
               PERFORM 2230-PRINT-FIELD-VALUE
               IF  NOT WS-VALUE-VALID
                   ADD 1 TO WS-INVALID-CNT
                   COMPUTE WS-FIELD-PLACE =
                       WS-FIELD-SUB - WS-FIRST-FIELD + 1
                   ADD 1 TO WS-FIELD-INVALID-CNT(WS-FIELD-PLACE)
                   PERFORM 2250-PRINT-FIELD-HEX
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    A FIELD UNDER A REDEFINES IS DUMPED ONLY WHEN THE RECORD'S
      *    TYPE BYTE SAYS THAT VIEW IS THE ONE IN USE.
      *---------------------------------------------------------------*
       2210-CHECK-FIELD-VIEW.
      *---------------------------------------------------------------*
           MOVE 'Y' TO WS-VIEW-APPLIES-SW.
           IF  DFD-VIEW-IS-ONE-OF(DFD-IDX)
           OR  DFD-VIEW-IS-NONE-OF(DFD-IDX)
               MOVE WS-DUMP-AREA(DFD-VIEW-POS(DFD-IDX):1)
                   TO WS-VIEW-BYTE
               MOVE 'N' TO WS-VIEW-MATCHED-SW
               IF  WS-VIEW-BYTE NOT = SPACE
               AND (WS-VIEW-BYTE = DFD-VIEW-VALUES(DFD-IDX)(1:1)
                 OR WS-VIEW-BYTE = DFD-VIEW-VALUES(DFD-IDX)(2:1)
                 OR WS-VIEW-BYTE = DFD-VIEW-VALUES(DFD-IDX)(3:1))
                   SET WS-VIEW-MATCHED TO TRUE
               END-IF
               IF  (DFD-VIEW-IS-ONE-OF(DFD-IDX)
                    AND NOT WS-VIEW-MATCHED)
               OR  (DFD-VIEW-IS-NONE-OF(DFD-IDX)
                    AND WS-VIEW-MATCHED)
                   MOVE 'N' TO WS-VIEW-APPLIES-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    AN UNSIGNED NUMERIC FIELD MUST BE ALL DIGITS; A SIGNED ONE
      *    ALL DIGITS BUT ITS LAST BYTE, WHICH MUST BE A DIGIT
      *    CARRYING A VALID SIGN. ALPHANUMERIC FIELDS TAKE ANY VALUE.
      *---------------------------------------------------------------*
       2220-CHECK-FIELD-VALUE.
      *---------------------------------------------------------------*
           MOVE 'Y' TO WS-VALUE-VALID-SW.
           EVALUATE TRUE
               WHEN DFD-UNSIGNED-NUMERIC(DFD-IDX)
                   IF  WS-DUMP-AREA(WS-FIELD-START:DFD-LENGTH(DFD-IDX))
                           IS NOT NUMERIC
                       MOVE 'N' TO WS-VALUE-VALID-SW
                   END-IF
               WHEN DFD-SIGNED-NUMERIC(DFD-IDX)
                   IF  DFD-LENGTH(DFD-IDX) > 1
                   AND WS-DUMP-AREA(WS-FIELD-START:
                                    DFD-LENGTH(DFD-IDX) - 1)
                           IS NOT NUMERIC
                       MOVE 'N' TO WS-VALUE-VALID-SW
                   END-IF
                   MOVE WS-DUMP-AREA(WS-FIELD-END:1) TO WS-SIGN-BYTE
                   IF  WS-SIGN-DIGIT IS NOT NUMERIC
                       MOVE 'N' TO WS-VALUE-VALID-SW
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    PRINTS THE VALUE IN 70-BYTE PIECES, EACH WITH ITS OWN
      *    POSITIONS; THE NAME AND PICTURE GO ON THE FIRST PIECE.
      *---------------------------------------------------------------*
       2230-PRINT-FIELD-VALUE.
      *---------------------------------------------------------------*
           MOVE SPACE                 TO DL-FIELD-LINE.
           MOVE '-'                   TO DL-POS-DASH.
           MOVE DFD-NAME(DFD-IDX)     TO DL-FIELD-NAME.
           MOVE DFD-PICTURE(DFD-IDX)  TO DL-PICTURE.
           IF  NOT WS-VALUE-VALID
               MOVE '*INVALID'        TO DL-FLAG
           END-IF.
           PERFORM 2240-PRINT-ONE-PIECE
               VARYING WS-PIECE-START FROM WS-FIELD-START BY 70
               UNTIL WS-PIECE-START > WS-FIELD-END.
      *---------------------------------------------------------------*
       2240-PRINT-ONE-PIECE.
      *---------------------------------------------------------------*
           COMPUTE WS-PIECE-LEN = WS-FIELD-END - WS-PIECE-START + 1.
           IF  WS-PIECE-LEN > 70
               MOVE 70 TO WS-PIECE-LEN
           END-IF.
           MOVE WS-PIECE-START        TO DL-FROM-POS.
           COMPUTE DL-TO-POS = WS-PIECE-START + WS-PIECE-LEN - 1.
           MOVE SPACE                 TO DL-VALUE.
           MOVE WS-DUMP-AREA(WS-PIECE-START:WS-PIECE-LEN)
                                      TO DL-VALUE.
           MOVE DL-FIELD-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                 TO DL-FIELD-NAME
                                         DL-PICTURE
                                         DL-FLAG.
      *---------------------------------------------------------------*
      *    THE INVALID VALUE AGAIN, TWO HEX DIGITS PER BYTE. NUMERIC
      *    FIELDS ARE AT MOST 18 BYTES, SO ONE LINE ALWAYS HOLDS IT.
      *---------------------------------------------------------------*
       2250-PRINT-FIELD-HEX.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-HEX-VALUE.
           MOVE DFD-LENGTH(DFD-IDX) TO WS-HEX-LIMIT.
           IF  WS-HEX-LIMIT > 35
               MOVE 35 TO WS-HEX-LIMIT
           END-IF.
           PERFORM 2260-HEX-ONE-BYTE
               VARYING WS-HEX-SUB FROM 1 BY 1
               UNTIL WS-HEX-SUB > WS-HEX-LIMIT.
           MOVE SPACE                 TO DL-FIELD-LINE.
           MOVE 'HEX'                 TO DL-PICTURE.
           MOVE WS-HEX-VALUE          TO DL-VALUE.
           MOVE DL-FIELD-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2260-HEX-ONE-BYTE.
      *---------------------------------------------------------------*
           COMPUTE WS-BYTE-VALUE = FUNCTION ORD(
               WS-DUMP-AREA(WS-FIELD-START + WS-HEX-SUB - 1:1)) - 1.
           DIVIDE WS-BYTE-VALUE BY 16
               GIVING WS-HIGH-NIBBLE REMAINDER WS-LOW-NIBBLE.
           MOVE WS-HEX-DIGITS(WS-HIGH-NIBBLE + 1:1)
               TO WS-HEX-VALUE(WS-HEX-SUB * 2 - 1:1).
           MOVE WS-HEX-DIGITS(WS-LOW-NIBBLE + 1:1)
               TO WS-HEX-VALUE(WS-HEX-SUB * 2:1).
      *---------------------------------------------------------------*
       2900-CLOSE-DUMP-FILE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-SEQUENTIAL-DUMP
                   CLOSE DUMP-FILE
               WHEN WS-STORY-HISTORY-DUMP
                   CLOSE STORY-HISTORY-FILE
               WHEN WS-AUTHOR-ACTIVITY-DUMP
                   CLOSE AUTHOR-ACTIVITY-FILE
               WHEN WS-CHANGE-HISTORY-DUMP
                   CLOSE CHANGE-HISTORY-FILE
               WHEN WS-EMPLOYEE-MASTER-DUMP
                   CLOSE EMPLOYEE-MASTER-FILE
           END-EVALUATE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PRINT-FILE.
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
           MOVE 2                    TO LINE-SPACEING.
           MOVE HEADING-LINE-3       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 7                    TO LINE-COUNT.
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
      *    THE CONTROL TOTALS AND, FIELD BY FIELD, HOW MANY INVALID
      *    VALUES EACH HELD. ANY INVALID VALUE IS RETURN CODE 4.
      *---------------------------------------------------------------*
       9600-PRINT-SUMMARY-PAGE.
      *---------------------------------------------------------------*
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SL-HEADING               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-READ-CNT              TO SL-READ-CNT.
           MOVE SL-READ-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-DUMPED-CNT            TO SL-DUMPED-CNT.
           MOVE SL-DUMPED-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-CHECKED-CNT           TO SL-CHECKED-CNT.
           MOVE SL-CHECKED-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-INVALID-CNT           TO SL-INVALID-CNT.
           MOVE SL-INVALID-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SL-BY-FIELD-HEADING      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-INVALID-CNT = ZERO
               MOVE SL-NONE-LINE         TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 9610-PRINT-FIELD-COUNT
                   VARYING WS-FIELD-SUB FROM WS-FIRST-FIELD BY 1
                   UNTIL WS-FIELD-SUB > WS-LAST-FIELD
               MOVE 4 TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       9610-PRINT-FIELD-COUNT.
      *---------------------------------------------------------------*
           COMPUTE WS-FIELD-PLACE = WS-FIELD-SUB - WS-FIRST-FIELD + 1.
           IF  WS-FIELD-INVALID-CNT(WS-FIELD-PLACE) > ZERO
               SET DFD-IDX TO WS-FIELD-SUB
               MOVE DFD-NAME(DFD-IDX)    TO SL-FIELD-NAME
               MOVE DFD-PICTURE(DFD-IDX) TO SL-FIELD-PICTURE
               MOVE WS-FIELD-INVALID-CNT(WS-FIELD-PLACE)
                                         TO SL-FIELD-CNT
               MOVE SL-FIELD-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
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
               DISPLAY 'HACKDUMP - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKDUMP'               TO SLG-PROGRAM-ID
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
               MOVE WS-READ-CNT              TO SLG-INPUT-CNT
               MOVE 'RECORDS DUMPED'         TO SLG-OUTPUT-LABEL
               MOVE WS-DUMPED-CNT            TO SLG-OUTPUT-CNT
               MOVE 'INVALID VALUES'         TO SLG-REJECT-LABEL
               MOVE WS-INVALID-CNT           TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKDUMP - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-PARAMETER-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDUMP - PARAMETER-FILE OPEN FAILED, STATUS = '
               PARM-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-DUMP-CARD-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDUMP - DUMP CARD REJECTED - ' WS-CARD-ERROR.
           DISPLAY 'HACKDUMP - CARD: ' DUMP-CARD.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-DUMP-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKDUMP - DUMPIN OPEN FAILED FOR LAYOUT '
                   DCD-LAYOUT ', STATUS = ' DUMP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
