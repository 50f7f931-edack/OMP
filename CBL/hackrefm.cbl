      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKREFM.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. AUDITED MAINTENANCE OF THE HAND-EDITED REFERENCE
      *         FILES THE HACKNEWS STREAM READS - THE KEYWORD WATCH-
      *         LIST (KEYWRD), THE AUTHOR REFERENCE (AUTHREF), THE
      *         WATCH CONDITIONS (WATCHCND), AND THE HACKDGST
      *         SUBSCRIPTIONS (SUBSCRB). ADD/CHANGE/DELETE
      *         TRANSACTIONS ARE VALIDATED AGAINST THE LAYOUT OF THE
      *         FILE THEY NAME - THE SAME RULES THE CONSUMING PROGRAM
      *         LOADS BY - AND APPLIED TO THE CURRENT GENERATION TO
      *         WRITE THE NEXT ONE. EVERY APPLIED CHANGE IS APPENDED
      *         TO THE PERMANENT REFERENCE-CHANGE LOG WITH ITS BEFORE
      *         AND AFTER IMAGES, THE REQUESTER, AND THE DATE, AND THE
      *         PRINTED CHANGE REGISTER GOES TO WHOEVER APPROVES
      *         WATCH-LIST CHANGES. A REJECTED TRANSACTION ENDS THE
      *         STEP WITH RETURN CODE 4. THE LOG ENTRIES ARE HELD IN
      *         MEMORY AND APPENDED ONLY AFTER THE NEW GENERATIONS
      *         HAVE BALANCED, SO A RUN THAT ABENDS LEAVES THE LOG AS
      *         IT FOUND IT AND CAN SIMPLY BE RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO PRTLINE.
           SELECT REFERENCE-TRANSACTION-FILE
               ASSIGN TO REFTRAN
               FILE STATUS IS RTRN-STATUS.
           SELECT OPTIONAL KEYWORD-FILE
               ASSIGN TO KEYWRD
               FILE STATUS IS KWRD-STATUS.
           SELECT NEW-KEYWORD-FILE
               ASSIGN TO KEYWRDN
               FILE STATUS IS NKWD-STATUS.
           SELECT OPTIONAL AUTHOR-REFERENCE-FILE
               ASSIGN TO AUTHREF
               FILE STATUS IS AREF-STATUS.
           SELECT NEW-AUTHOR-REFERENCE-FILE
               ASSIGN TO AUTHREFN
               FILE STATUS IS NARF-STATUS.
           SELECT OPTIONAL WATCH-CONDITIONS-FILE
               ASSIGN TO WATCHCND
               FILE STATUS IS WCND-STATUS.
           SELECT NEW-WATCH-CONDITIONS-FILE
               ASSIGN TO WATCHCNN
               FILE STATUS IS NWCN-STATUS.
           SELECT OPTIONAL SUBSCRIPTION-FILE
               ASSIGN TO SUBSCRB
               FILE STATUS IS SUBS-STATUS.
           SELECT NEW-SUBSCRIPTION-FILE
               ASSIGN TO SUBSCRBN
               FILE STATUS IS NSUB-STATUS.
           SELECT OPTIONAL REFERENCE-CHANGE-LOG
               ASSIGN TO REFLOG
               FILE STATUS IS RLOG-STATUS.
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
      *    ONE MAINTENANCE TRANSACTION PER RECORD. THE FILE ID NAMES
      *    THE REFERENCE FILE BY ITS DD NAME; THE ACTION IS A (ADD),
      *    C (CHANGE), OR D (DELETE); THE REQUESTER IS WHOEVER ASKED
      *    FOR THE CHANGE. THE RECORD IMAGE IS THE WHOLE NEW RECORD
      *    IN THAT FILE'S OWN LAYOUT - FOR A DELETE ONLY ITS KEY
      *    FIELDS NEED BE FILLED IN. TRANSACTIONS APPLY IN THE ORDER
      *    THEY APPEAR, SO AN ADD FOLLOWED BY A CHANGE OF THE SAME
      *    KEY IN ONE RUN IS FINE.
       FD  REFERENCE-TRANSACTION-FILE RECORDING MODE F.
       01  REFERENCE-TRANSACTION-IN.
           05 RFT-FILE-ID                  PIC X(08).
           05 RFT-ACTION                   PIC X(01).
               88 RFT-ADD                            VALUE 'A'.
               88 RFT-CHANGE                         VALUE 'C'.
               88 RFT-DELETE                         VALUE 'D'.
           05 RFT-REQUESTER-ID             PIC X(08).
           05 FILLER                       PIC X(03).
           05 RFT-RECORD-IMAGE             PIC X(120).
      *    KEYWRD LAYOUT - SEE HACKNEWS 1120-STORE-KEYWORD.
           05 RFT-KEYWORD-IMAGE REDEFINES RFT-RECORD-IMAGE.
               10 RFT-KWR-KEYWORD          PIC X(20).
               10 RFT-KWR-MATCH-TYPE       PIC X(01).
               10 RFT-KWR-WEIGHT           PIC X(04).
               10 RFT-KWR-WEIGHT-NUM REDEFINES RFT-KWR-WEIGHT
                                           PIC 9(02)V99.
               10 FILLER                   PIC X(95).
      *    AUTHREF LAYOUT - SEE HACKNEWS 1520-STORE-AUTHOR-REF.
           05 RFT-AUTHOR-REF-IMAGE REDEFINES RFT-RECORD-IMAGE.
               10 RFT-ARR-HANDLE           PIC X(15).
               10 RFT-ARR-CANONICAL-NAME   PIC X(30).
               10 RFT-ARR-AFFILIATION      PIC X(20).
               10 FILLER                   PIC X(55).
      *    WATCHCND LAYOUT - SEE HACKNEWS 1720-STORE-WATCH-CONDITION.
           05 RFT-WATCH-IMAGE REDEFINES RFT-RECORD-IMAGE.
               10 RFT-WCR-COND-TYPE        PIC X(01).
               10 RFT-WCR-THRESHOLD        PIC X(06).
               10 RFT-WCR-THRESHOLD-NUM REDEFINES RFT-WCR-THRESHOLD
                                           PIC 9(06).
               10 RFT-WCR-TEXT             PIC X(20).
               10 RFT-WCR-SEVERITY         PIC X(01).
               10 FILLER                   PIC X(92).
      *    SUBSCRB LAYOUT - SEE HACKDGST 1120-STORE-SUBSCRIPTION.
           05 RFT-SUBSCRIPTION-IMAGE REDEFINES RFT-RECORD-IMAGE.
               10 RFT-SBR-RECIP-ID         PIC X(08).
               10 RFT-SBR-TOP-N            PIC X(03).
               10 RFT-SBR-TOP-N-NUM REDEFINES RFT-SBR-TOP-N
                                           PIC 9(03).
               10 RFT-SBR-KEYWORD          PIC X(20) OCCURS 5 TIMES.
               10 RFT-SBR-RESEND-PCT       PIC X(03).
               10 RFT-SBR-RESEND-PCT-NUM REDEFINES RFT-SBR-RESEND-PCT
                                           PIC 9(03).
               10 FILLER                   PIC X(06).
           05 FILLER                       PIC X(10).
      *    THE CURRENT GENERATION OF EACH REFERENCE FILE. ALL FOUR
      *    ARE OPTIONAL SO A FILE CAN BE STARTED FROM NOTHING BY
      *    ADD TRANSACTIONS ALONE.
       FD  KEYWORD-FILE RECORDING MODE F.
       01  KEYWORD-RECORD-IN               PIC X(25).
       FD  AUTHOR-REFERENCE-FILE RECORDING MODE F.
       01  AUTHOR-REFERENCE-RECORD-IN      PIC X(65).
       FD  WATCH-CONDITIONS-FILE RECORDING MODE F.
       01  WATCH-CONDITION-RECORD-IN       PIC X(40).
       FD  SUBSCRIPTION-FILE RECORDING MODE F.
       01  SUBSCRIPTION-RECORD-IN          PIC X(120).
      *    THE NEXT GENERATION OF EACH FILE, WRITTEN EVERY RUN - A
      *    FILE NO TRANSACTION TOUCHED COMES OUT AS A STRAIGHT COPY.
      *    THE SCHEDULER SWAPS THEM IN AFTER THIS STEP ENDS CLEAN.
       FD  NEW-KEYWORD-FILE RECORDING MODE F.
       01  NEW-KEYWORD-RECORD-OUT          PIC X(25).
       FD  NEW-AUTHOR-REFERENCE-FILE RECORDING MODE F.
       01  NEW-AUTHOR-REFERENCE-OUT        PIC X(65).
       FD  NEW-WATCH-CONDITIONS-FILE RECORDING MODE F.
       01  NEW-WATCH-CONDITION-OUT         PIC X(40).
       FD  NEW-SUBSCRIPTION-FILE RECORDING MODE F.
       01  NEW-SUBSCRIPTION-RECORD-OUT     PIC X(120).
      *    PERMANENT REFERENCE-CHANGE LOG - ONE RECORD APPENDED PER
      *    APPLIED CHANGE, NEVER REWRITTEN, SO IT CAN ALWAYS ANSWER
      *    WHO ADDED A KEYWORD OR WHEN A WATCHED AUTHOR WAS DROPPED.
      *    THE BEFORE IMAGE IS SPACES FOR AN ADD, THE AFTER IMAGE
      *    SPACES FOR A DELETE.
       FD  REFERENCE-CHANGE-LOG RECORDING MODE F.
       01  REFERENCE-CHANGE-RECORD.
           05 RCL-CHANGE-DATE              PIC X(10).
           05 RCL-CHANGE-TIME              PIC X(08).
           05 RCL-REQUESTER-ID             PIC X(08).
           05 RCL-FILE-ID                  PIC X(08).
           05 RCL-ACTION                   PIC X(01).
           05 RCL-BEFORE-IMAGE             PIC X(120).
           05 RCL-AFTER-IMAGE              PIC X(120).
           05 FILLER                       PIC X(25).
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
                   '     REFERENCE FILE CHANGE REGISTER     '.
               10  FILLER      PIC X(40) VALUE SPACE.
               10  FILLER      PIC X(20) VALUE '              PAGE: '.
               10  HL1-PAGE-COUNT          PIC ZZ9.
           05  HEADING-LINE-2.
               10  FILLER      PIC X(10) VALUE 'FILE'.
               10  FILLER      PIC X(04) VALUE 'ACT'.
               10  FILLER      PIC X(31) VALUE 'KEY'.
               10  FILLER      PIC X(10) VALUE 'REQUESTER'.
               10  FILLER      PIC X(10) VALUE 'RESULT'.
               10  FILLER      PIC X(67) VALUE 'REASON'.
      *---------------------------------------------------------------*
       01  REGISTER-LINES.
           05  RGL-DETAIL-LINE.
               10  RGL-FILE-ID             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-ACTION              PIC X(01).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  RGL-KEY                 PIC X(30).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RGL-REQUESTER-ID        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-RESULT              PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-REASON              PIC X(30).
               10  FILLER                  PIC X(37) VALUE SPACE.
           05  RGL-IMAGE-LINE.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  RGL-IMAGE-LABEL         PIC X(08).
               10  RGL-IMAGE               PIC X(120).
           05  RGL-TOTAL-HEADING.
               10  FILLER                  PIC X(40) VALUE
                   'FILE         OLD   ADDED CHANGED DELETED'.
               10  FILLER                  PIC X(40) VALUE
                   '     NEW  REJECTED'.
               10  FILLER                  PIC X(52) VALUE SPACE.
           05  RGL-TOTAL-LINE.
               10  RGL-TOT-FILE-ID         PIC X(08).
               10  RGL-TOT-OLD             PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-TOT-ADDED           PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-TOT-CHANGED         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-TOT-DELETED         PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  RGL-TOT-NEW             PIC ZZ,ZZ9.
               10  FILLER                  PIC X(04) VALUE SPACE.
               10  RGL-TOT-REJECTED        PIC ZZ,ZZ9.
               10  FILLER                  PIC X(76) VALUE SPACE.
           05  RGL-BALANCED-LINE           PIC X(132) VALUE
               'OLD + ADDED - DELETED = NEW FOR EVERY FILE'.
      *---------------------------------------------------------------*
      *    THE FOUR REFERENCE FILES, THEIR CONSUMERS' TABLE LIMITS,
      *    AND THIS RUN'S COUNTS. THE LIMIT IS HOW MANY RECORDS THE
      *    READING PROGRAM WILL ACTUALLY LOAD - AN ADD PAST IT WOULD
      *    BE SILENTLY IGNORED THE NEXT MORNING, SO IT IS REJECTED
      *    HERE INSTEAD.
      *---------------------------------------------------------------*
       01  WS-FILE-CONTROL-TABLE.
           05  WS-FILE-ENTRY               OCCURS 4 TIMES
                                            INDEXED BY WS-FILE-IDX.
               10  WS-FT-FILE-ID           PIC X(08).
               10  WS-FT-LIMIT             PIC 9(04).
               10  WS-FT-OLD-CNT           PIC 9(05).
               10  WS-FT-ADDED-CNT         PIC 9(05).
               10  WS-FT-CHANGED-CNT       PIC 9(05).
               10  WS-FT-DELETED-CNT       PIC 9(05).
               10  WS-FT-NEW-CNT           PIC 9(05).
               10  WS-FT-REJECTED-CNT      PIC 9(05).
      *---------------------------------------------------------------*
      *    EVERY RECORD OF ALL FOUR FILES IN MEMORY, IN FILE ORDER,
      *    SO A FILE CAN BE REWRITTEN WITH ITS RECORDS IN THE ORDER
      *    THE OPERATORS KEPT THEM - KEYWRD ORDER IS THE ORDER OF THE
      *    BY-KEYWORD BREAKDOWN. AN ADD GOES ON THE END OF ITS FILE;
      *    A DELETE IS ONLY FLAGGED AND DROPPED AT WRITE TIME.
      *---------------------------------------------------------------*
       01  WS-REFERENCE-TABLE.
           05  WS-REF-CNT                  PIC 9(04) VALUE 0.
           05  WS-REF-ENTRY                OCCURS 2000 TIMES
                                            INDEXED BY WS-REF-IDX.
               10  WS-REF-FILE-NO          PIC 9(01).
               10  WS-REF-KEY              PIC X(30).
               10  WS-REF-IMAGE            PIC X(120).
               10  WS-REF-DELETED-SW       PIC X(01).
                   88  WS-REF-DELETED                VALUE 'Y'.
      *---------------------------------------------------------------*
      *    THE RECORD IN HAND WHILE A FILE IS LOADED OR A TRANSACTION
      *    IS APPLIED - ITS FILE, ITS KEY, AND ITS WHOLE IMAGE.
      *---------------------------------------------------------------*
       01  WS-STAGE-FIELDS.
           05  WS-STAGE-FILE-NO            PIC 9(01) VALUE 0.
           05  WS-STAGE-KEY                PIC X(30) VALUE SPACE.
           05  WS-STAGE-IMAGE              PIC X(120) VALUE SPACE.
           05  WS-STAGE-KEYWORD-IMAGE REDEFINES WS-STAGE-IMAGE.
               10  WS-STG-KWR-KEYWORD      PIC X(20).
               10  FILLER                  PIC X(100).
           05  WS-STAGE-AUTHOR-IMAGE REDEFINES WS-STAGE-IMAGE.
               10  WS-STG-ARR-HANDLE       PIC X(15).
               10  FILLER                  PIC X(105).
           05  WS-STAGE-WATCH-IMAGE REDEFINES WS-STAGE-IMAGE.
               10  WS-STG-WCR-COND-TYPE    PIC X(01).
               10  WS-STG-WCR-THRESHOLD    PIC X(06).
               10  WS-STG-WCR-TEXT         PIC X(20).
               10  FILLER                  PIC X(93).
           05  WS-STAGE-SUBSCRIPTION-IMAGE REDEFINES WS-STAGE-IMAGE.
               10  WS-STG-SBR-RECIP-ID     PIC X(08).
               10  FILLER                  PIC X(112).
           05  WS-BEFORE-IMAGE             PIC X(120) VALUE SPACE.
           05  WS-AFTER-IMAGE              PIC X(120) VALUE SPACE.
           05  WS-REJECT-REASON            PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
      *    THE CHANGE-LOG ENTRIES OF THIS RUN'S APPLIED CHANGES, HELD
      *    UNTIL THE CONTROL TOTALS HAVE BALANCED. NOTHING REACHES
      *    THE PERMANENT LOG FOR NEW GENERATIONS THAT ARE NOT GOING
      *    TO BE SWAPPED IN.
      *---------------------------------------------------------------*
       01  WS-HELD-CHANGE-TABLE.
           05  WS-HELD-CNT                 PIC 9(04) VALUE 0.
           05  WS-HELD-ENTRY               OCCURS 2000 TIMES
                                            INDEXED BY WS-HELD-IDX.
               10  WS-HELD-REQUESTER-ID    PIC X(08).
               10  WS-HELD-FILE-ID         PIC X(08).
               10  WS-HELD-ACTION          PIC X(01).
               10  WS-HELD-BEFORE-IMAGE    PIC X(120).
               10  WS-HELD-AFTER-IMAGE     PIC X(120).
      *---------------------------------------------------------------*
       01  WS-RUN-TOTALS.
      *---------------------------------------------------------------*
           05  WS-TRANSACTIONS-READ-CNT    PIC 9(06) VALUE 0.
           05  WS-APPLIED-CNT              PIC 9(06) VALUE 0.
           05  WS-REJECTED-CNT             PIC 9(06) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-LOG-STAMP-FIELDS.
           05  WS-TODAY-DATE.
               10  WS-TD-YEAR              PIC X(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-MONTH             PIC X(02).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-TD-DAY               PIC X(02).
           05  WS-NOW-TIME.
               10  WS-NT-HH                PIC X(02).
               10  FILLER                  PIC X(01) VALUE ':'.
               10  WS-NT-MM                PIC X(02).
               10  FILLER                  PIC X(01) VALUE ':'.
               10  WS-NT-SS                PIC X(02).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  RTRN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  RTRN-EOF                          VALUE 'Y'.
           05  LOAD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  LOAD-EOF                          VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND                    VALUE 'Y'.
           05  WS-FOUND-SUB                PIC 9(04) COMP VALUE 0.
           05  WS-BALANCE-SW               PIC X(01) VALUE 'Y'.
               88  WS-ALL-FILES-BALANCE              VALUE 'Y'.
           05  RTRN-STATUS                 PIC X(02) VALUE '00'.
           05  KWRD-STATUS                 PIC X(02) VALUE '00'.
           05  NKWD-STATUS                 PIC X(02) VALUE '00'.
           05  AREF-STATUS                 PIC X(02) VALUE '00'.
           05  NARF-STATUS                 PIC X(02) VALUE '00'.
           05  WCND-STATUS                 PIC X(02) VALUE '00'.
           05  NWCN-STATUS                 PIC X(02) VALUE '00'.
           05  SUBS-STATUS                 PIC X(02) VALUE '00'.
           05  NSUB-STATUS                 PIC X(02) VALUE '00'.
           05  RLOG-STATUS                 PIC X(02) VALUE '00'.
           05  WS-ERROR-FILE-ID            PIC X(08) VALUE SPACE.
           05  WS-ERROR-STATUS             PIC X(02) VALUE SPACE.
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
           PERFORM 2000-APPLY-TRANSACTIONS.
           PERFORM 4000-WRITE-NEW-GENERATIONS.
           PERFORM 9600-PRINT-CONTROL-TOTALS.
           PERFORM 5000-WRITE-CHANGE-LOG.
           PERFORM 3000-CLOSE-FILES.
           IF  WS-REJECTED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  REFERENCE-TRANSACTION-FILE
                OUTPUT PRINT-FILE.
           IF  RTRN-STATUS NOT = '00'
               MOVE 'REFTRAN'   TO WS-ERROR-FILE-ID
               MOVE RTRN-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO HL1-YEAR  WS-TD-YEAR.
           MOVE WS-CURRENT-MONTH TO HL1-MONTH WS-TD-MONTH.
           MOVE WS-CURRENT-DAY   TO HL1-DAY   WS-TD-DAY.
           MOVE WS-CURRENT-HH    TO WS-NT-HH.
           MOVE WS-CURRENT-MM    TO WS-NT-MM.
           MOVE WS-CURRENT-SS    TO WS-NT-SS.
           INITIALIZE WS-FILE-CONTROL-TABLE.
           MOVE 'KEYWRD'   TO WS-FT-FILE-ID(1).
           MOVE 25         TO WS-FT-LIMIT(1).
           MOVE 'AUTHREF'  TO WS-FT-FILE-ID(2).
           MOVE 500        TO WS-FT-LIMIT(2).
           MOVE 'WATCHCND' TO WS-FT-FILE-ID(3).
           MOVE 50         TO WS-FT-LIMIT(3).
           MOVE 'SUBSCRB'  TO WS-FT-FILE-ID(4).
           MOVE 50         TO WS-FT-LIMIT(4).
           PERFORM 1100-LOAD-KEYWORD-FILE.
           PERFORM 1200-LOAD-AUTHOR-REFERENCE.
           PERFORM 1300-LOAD-WATCH-CONDITIONS.
           PERFORM 1400-LOAD-SUBSCRIPTIONS.
      *---------------------------------------------------------------*
      *    EACH CURRENT GENERATION IS LOADED WHOLE, KEYED THE WAY ITS
      *    CONSUMER MATCHES ON IT. AN ABSENT FILE LOADS AS EMPTY.
      *---------------------------------------------------------------*
       1100-LOAD-KEYWORD-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT KEYWORD-FILE.
           IF  KWRD-STATUS NOT = '00'
           AND KWRD-STATUS NOT = '05'
               MOVE 'KEYWRD'    TO WS-ERROR-FILE-ID
               MOVE KWRD-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO LOAD-EOF-SW.
           PERFORM 1110-READ-KEYWORD-RECORD.
           PERFORM 1120-STORE-KEYWORD-ENTRY
               UNTIL LOAD-EOF.
           CLOSE KEYWORD-FILE.
      *---------------------------------------------------------------*
       1110-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
           READ KEYWORD-FILE
               AT END SET LOAD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1120-STORE-KEYWORD-ENTRY.
      *---------------------------------------------------------------*
           MOVE 1                  TO WS-STAGE-FILE-NO.
           MOVE KEYWORD-RECORD-IN  TO WS-STAGE-IMAGE.
           MOVE FUNCTION UPPER-CASE(WS-STG-KWR-KEYWORD)
                                   TO WS-STAGE-KEY.
           PERFORM 1500-STORE-REFERENCE-ENTRY.
           ADD 1 TO WS-FT-OLD-CNT(1).
           PERFORM 1110-READ-KEYWORD-RECORD.
      *---------------------------------------------------------------*
       1200-LOAD-AUTHOR-REFERENCE.
      *---------------------------------------------------------------*
           OPEN INPUT AUTHOR-REFERENCE-FILE.
           IF  AREF-STATUS NOT = '00'
           AND AREF-STATUS NOT = '05'
               MOVE 'AUTHREF'   TO WS-ERROR-FILE-ID
               MOVE AREF-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO LOAD-EOF-SW.
           PERFORM 1210-READ-AUTHOR-REF-RECORD.
           PERFORM 1220-STORE-AUTHOR-REF-ENTRY
               UNTIL LOAD-EOF.
           CLOSE AUTHOR-REFERENCE-FILE.
      *---------------------------------------------------------------*
       1210-READ-AUTHOR-REF-RECORD.
      *---------------------------------------------------------------*
           READ AUTHOR-REFERENCE-FILE
               AT END SET LOAD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1220-STORE-AUTHOR-REF-ENTRY.
      *---------------------------------------------------------------*
           MOVE 2                  TO WS-STAGE-FILE-NO.
           MOVE AUTHOR-REFERENCE-RECORD-IN TO WS-STAGE-IMAGE.
           MOVE WS-STG-ARR-HANDLE  TO WS-STAGE-KEY.
           PERFORM 1500-STORE-REFERENCE-ENTRY.
           ADD 1 TO WS-FT-OLD-CNT(2).
           PERFORM 1210-READ-AUTHOR-REF-RECORD.
      *---------------------------------------------------------------*
       1300-LOAD-WATCH-CONDITIONS.
      *---------------------------------------------------------------*
           OPEN INPUT WATCH-CONDITIONS-FILE.
           IF  WCND-STATUS NOT = '00'
           AND WCND-STATUS NOT = '05'
               MOVE 'WATCHCND'  TO WS-ERROR-FILE-ID
               MOVE WCND-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO LOAD-EOF-SW.
           PERFORM 1310-READ-WATCH-CONDITION.
           PERFORM 1320-STORE-WATCH-ENTRY
               UNTIL LOAD-EOF.
           CLOSE WATCH-CONDITIONS-FILE.
      *---------------------------------------------------------------*
       1310-READ-WATCH-CONDITION.
      *---------------------------------------------------------------*
           READ WATCH-CONDITIONS-FILE
               AT END SET LOAD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1320-STORE-WATCH-ENTRY.
      *---------------------------------------------------------------*
           MOVE 3                  TO WS-STAGE-FILE-NO.
           MOVE WATCH-CONDITION-RECORD-IN TO WS-STAGE-IMAGE.
           PERFORM 2135-SET-WATCH-KEY.
           PERFORM 1500-STORE-REFERENCE-ENTRY.
           ADD 1 TO WS-FT-OLD-CNT(3).
           PERFORM 1310-READ-WATCH-CONDITION.
      *---------------------------------------------------------------*
       1400-LOAD-SUBSCRIPTIONS.
      *---------------------------------------------------------------*
           OPEN INPUT SUBSCRIPTION-FILE.
           IF  SUBS-STATUS NOT = '00'
           AND SUBS-STATUS NOT = '05'
               MOVE 'SUBSCRB'   TO WS-ERROR-FILE-ID
               MOVE SUBS-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           MOVE 'N' TO LOAD-EOF-SW.
           PERFORM 1410-READ-SUBSCRIPTION-RECORD.
           PERFORM 1420-STORE-SUBSCRIPTION-ENTRY
               UNTIL LOAD-EOF.
           CLOSE SUBSCRIPTION-FILE.
      *---------------------------------------------------------------*
       1410-READ-SUBSCRIPTION-RECORD.
      *---------------------------------------------------------------*
           READ SUBSCRIPTION-FILE
               AT END SET LOAD-EOF TO TRUE.
      *---------------------------------------------------------------*
       1420-STORE-SUBSCRIPTION-ENTRY.
      *---------------------------------------------------------------*
           MOVE 4                  TO WS-STAGE-FILE-NO.
           MOVE SUBSCRIPTION-RECORD-IN TO WS-STAGE-IMAGE.
           MOVE WS-STG-SBR-RECIP-ID TO WS-STAGE-KEY.
           PERFORM 1500-STORE-REFERENCE-ENTRY.
           ADD 1 TO WS-FT-OLD-CNT(4).
           PERFORM 1410-READ-SUBSCRIPTION-RECORD.
      *---------------------------------------------------------------*
      *    ADDS THE STAGED RECORD TO THE END OF THE TABLE. A CURRENT
      *    GENERATION TOO BIG TO HOLD CANNOT BE REWRITTEN WITHOUT
      *    LOSS, SO THAT IS AN ABEND RATHER THAN A TRUNCATION.
      *---------------------------------------------------------------*
       1500-STORE-REFERENCE-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-REF-CNT NOT < 2000
               PERFORM 9930-REFERENCE-TABLE-FULL
           END-IF.
           ADD 1 TO WS-REF-CNT.
           SET WS-REF-IDX TO WS-REF-CNT.
           MOVE WS-STAGE-FILE-NO   TO WS-REF-FILE-NO(WS-REF-IDX).
           MOVE WS-STAGE-KEY       TO WS-REF-KEY(WS-REF-IDX).
           MOVE WS-STAGE-IMAGE     TO WS-REF-IMAGE(WS-REF-IDX).
           MOVE 'N'                TO WS-REF-DELETED-SW(WS-REF-IDX).
      *---------------------------------------------------------------*
      *    APPLIES THE TRANSACTIONS IN THE ORDER THEY ARRIVE.
      *---------------------------------------------------------------*
       2000-APPLY-TRANSACTIONS.
      *---------------------------------------------------------------*
           PERFORM 2010-READ-TRANSACTION.
           PERFORM 2020-PROCESS-ONE-TRANSACTION
               UNTIL RTRN-EOF.
      *---------------------------------------------------------------*
       2010-READ-TRANSACTION.
      *---------------------------------------------------------------*
           READ REFERENCE-TRANSACTION-FILE
               AT END SET RTRN-EOF TO TRUE.
      *---------------------------------------------------------------*
       2020-PROCESS-ONE-TRANSACTION.
      *---------------------------------------------------------------*
           ADD 1 TO WS-TRANSACTIONS-READ-CNT.
           MOVE SPACE TO WS-REJECT-REASON
                         WS-STAGE-KEY
                         WS-BEFORE-IMAGE
                         WS-AFTER-IMAGE.
           MOVE ZERO  TO WS-STAGE-FILE-NO.
           MOVE RFT-RECORD-IMAGE TO WS-STAGE-IMAGE.
           PERFORM 2100-VALIDATE-TRANSACTION.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 2200-FIND-REFERENCE-ENTRY
               EVALUATE TRUE
                   WHEN RFT-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN RFT-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN RFT-DELETE
                       PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-CNT
               PERFORM 2700-HOLD-CHANGE-LOG-ENTRY
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               IF  WS-STAGE-FILE-NO > ZERO
                   ADD 1 TO WS-FT-REJECTED-CNT(WS-STAGE-FILE-NO)
               END-IF
           END-IF.
           PERFORM 2800-PRINT-REGISTER-ENTRY.
           PERFORM 2010-READ-TRANSACTION.
      *---------------------------------------------------------------*
      *    THE CHECKS COMMON TO EVERY TRANSACTION, THEN THE LAYOUT
      *    CHECKS OF THE FILE IT NAMES. A DELETE IS ONLY CHECKED FOR
      *    ITS KEY - THE REST OF ITS IMAGE IS NOT USED.
      *---------------------------------------------------------------*
       2100-VALIDATE-TRANSACTION.
      *---------------------------------------------------------------*
           EVALUATE RFT-FILE-ID
               WHEN 'KEYWRD'
                   MOVE 1 TO WS-STAGE-FILE-NO
               WHEN 'AUTHREF'
                   MOVE 2 TO WS-STAGE-FILE-NO
               WHEN 'WATCHCND'
                   MOVE 3 TO WS-STAGE-FILE-NO
               WHEN 'SUBSCRB'
                   MOVE 4 TO WS-STAGE-FILE-NO
               WHEN OTHER
                   MOVE 'UNKNOWN REFERENCE FILE ID' TO WS-REJECT-REASON
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
           AND NOT RFT-ADD
           AND NOT RFT-CHANGE
           AND NOT RFT-DELETE
               MOVE 'ACTION MUST BE A, C, OR D' TO WS-REJECT-REASON
           END-IF.
           IF  WS-REJECT-REASON = SPACES
           AND RFT-REQUESTER-ID = SPACES
               MOVE 'REQUESTER ID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               EVALUATE WS-STAGE-FILE-NO
                   WHEN 1
                       PERFORM 2110-VALIDATE-KEYWORD
                   WHEN 2
                       PERFORM 2120-VALIDATE-AUTHOR-REF
                   WHEN 3
                       PERFORM 2130-VALIDATE-WATCH-CONDITION
                   WHEN 4
                       PERFORM 2140-VALIDATE-SUBSCRIPTION
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
      *    HACKNEWS UPPER-CASES EVERY KEYWORD AS IT LOADS, SO TWO
      *    ENTRIES DIFFERING ONLY IN CASE ARE THE SAME TERM.
      *---------------------------------------------------------------*
       2110-VALIDATE-KEYWORD.
      *---------------------------------------------------------------*
           MOVE FUNCTION UPPER-CASE(RFT-KWR-KEYWORD) TO WS-STAGE-KEY.
           EVALUATE TRUE
               WHEN RFT-KWR-KEYWORD = SPACES
                   MOVE 'KEYWORD IS BLANK' TO WS-REJECT-REASON
               WHEN RFT-DELETE
                   CONTINUE
               WHEN RFT-KWR-MATCH-TYPE NOT = SPACE
                AND RFT-KWR-MATCH-TYPE NOT = 'W'
                AND RFT-KWR-MATCH-TYPE NOT = 'P'
                AND RFT-KWR-MATCH-TYPE NOT = 'S'
                AND RFT-KWR-MATCH-TYPE NOT = 'X'
                   MOVE 'MATCH TYPE MUST BE W/P/S/X' TO WS-REJECT-REASON
               WHEN RFT-KWR-WEIGHT NOT = SPACES
                AND RFT-KWR-WEIGHT-NUM IS NOT NUMERIC
                   MOVE 'WEIGHT NOT NUMERIC 99V99' TO WS-REJECT-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       2120-VALIDATE-AUTHOR-REF.
      *---------------------------------------------------------------*
           MOVE RFT-ARR-HANDLE TO WS-STAGE-KEY.
           EVALUATE TRUE
               WHEN RFT-ARR-HANDLE = SPACES
                   MOVE 'HANDLE IS BLANK' TO WS-REJECT-REASON
               WHEN RFT-DELETE
                   CONTINUE
               WHEN RFT-ARR-CANONICAL-NAME = SPACES
                   MOVE 'CANONICAL NAME IS BLANK' TO WS-REJECT-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    A VOTE CONDITION IS KNOWN BY ITS THRESHOLD, AN AUTHOR OR
      *    AFFILIATION CONDITION BY ITS TEXT.
      *---------------------------------------------------------------*
       2130-VALIDATE-WATCH-CONDITION.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN RFT-WCR-COND-TYPE NOT = 'V'
                AND RFT-WCR-COND-TYPE NOT = 'A'
                AND RFT-WCR-COND-TYPE NOT = 'F'
                   MOVE 'CONDITION TYPE MUST BE V/A/F'
                                           TO WS-REJECT-REASON
               WHEN RFT-WCR-COND-TYPE = 'V'
                AND (RFT-WCR-THRESHOLD-NUM IS NOT NUMERIC
                 OR  RFT-WCR-THRESHOLD-NUM = ZERO)
                   MOVE 'VOTE THRESHOLD NOT NUMERIC'
                                           TO WS-REJECT-REASON
               WHEN RFT-WCR-COND-TYPE NOT = 'V'
                AND RFT-WCR-TEXT = SPACES
                   MOVE 'WATCH TEXT IS BLANK' TO WS-REJECT-REASON
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 2135-SET-WATCH-KEY
           END-IF.
      *---------------------------------------------------------------*
       2135-SET-WATCH-KEY.
      *---------------------------------------------------------------*
           MOVE SPACE TO WS-STAGE-KEY.
           IF  WS-STG-WCR-COND-TYPE = 'V'
               STRING WS-STG-WCR-COND-TYPE
                      WS-STG-WCR-THRESHOLD
                      DELIMITED BY SIZE
                      INTO WS-STAGE-KEY
               END-STRING
           ELSE
               STRING WS-STG-WCR-COND-TYPE
                      WS-STG-WCR-TEXT
                      DELIMITED BY SIZE
                      INTO WS-STAGE-KEY
               END-STRING
           END-IF.
      *---------------------------------------------------------------*
      *    A BLANK TOP-N OR RE-SEND PERCENTAGE IS ALLOWED - HACKDGST
      *    DEFAULTS THEM - BUT ONE THAT IS THERE MUST BE A NUMBER. A
      *    SUBSCRIPTION WITH NO KEYWORDS IS ALLOWED - HACKDGST SENDS
      *    IT THE TOP N OF EVERYTHING, THE MANAGERS' BRIEF.
      *---------------------------------------------------------------*
       2140-VALIDATE-SUBSCRIPTION.
      *---------------------------------------------------------------*
           MOVE RFT-SBR-RECIP-ID TO WS-STAGE-KEY.
           EVALUATE TRUE
               WHEN RFT-SBR-RECIP-ID = SPACES
                   MOVE 'RECIPIENT ID IS BLANK' TO WS-REJECT-REASON
               WHEN RFT-DELETE
                   CONTINUE
               WHEN RFT-SBR-TOP-N NOT = SPACES
                AND RFT-SBR-TOP-N-NUM IS NOT NUMERIC
                   MOVE 'TOP-N NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RFT-SBR-RESEND-PCT NOT = SPACES
                AND RFT-SBR-RESEND-PCT-NUM IS NOT NUMERIC
                   MOVE 'RE-SEND PERCENT NOT NUMERIC'
                                           TO WS-REJECT-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    LOOKS FOR A LIVE ENTRY OF THE SAME FILE AND KEY.
      *---------------------------------------------------------------*
       2200-FIND-REFERENCE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           MOVE 0   TO WS-FOUND-SUB.
           PERFORM 2210-TEST-REFERENCE-ENTRY
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CNT
                  OR WS-ENTRY-FOUND.
      *---------------------------------------------------------------*
       2210-TEST-REFERENCE-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-REF-FILE-NO(WS-REF-IDX) = WS-STAGE-FILE-NO
           AND WS-REF-KEY(WS-REF-IDX)     = WS-STAGE-KEY
           AND NOT WS-REF-DELETED(WS-REF-IDX)
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-FOUND-SUB   TO WS-REF-IDX
           END-IF.
      *---------------------------------------------------------------*
       2300-APPLY-ADD.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   MOVE 'KEY ALREADY ON FILE' TO WS-REJECT-REASON
               WHEN WS-FT-OLD-CNT(WS-STAGE-FILE-NO)
                  + WS-FT-ADDED-CNT(WS-STAGE-FILE-NO)
                  - WS-FT-DELETED-CNT(WS-STAGE-FILE-NO)
                      NOT < WS-FT-LIMIT(WS-STAGE-FILE-NO)
                   MOVE 'FILE FULL FOR ITS CONSUMER' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 1500-STORE-REFERENCE-ENTRY
                   ADD 1 TO WS-FT-ADDED-CNT(WS-STAGE-FILE-NO)
                   MOVE WS-STAGE-IMAGE TO WS-AFTER-IMAGE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2400-APPLY-CHANGE.
      *---------------------------------------------------------------*
           IF  WS-ENTRY-FOUND
               MOVE WS-REF-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
               MOVE WS-STAGE-IMAGE TO WS-REF-IMAGE(WS-FOUND-SUB)
                                      WS-AFTER-IMAGE
               ADD 1 TO WS-FT-CHANGED-CNT(WS-STAGE-FILE-NO)
           ELSE
               MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
           END-IF.
      *---------------------------------------------------------------*
       2500-APPLY-DELETE.
      *---------------------------------------------------------------*
           IF  WS-ENTRY-FOUND
               MOVE WS-REF-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
               MOVE 'Y' TO WS-REF-DELETED-SW(WS-FOUND-SUB)
               ADD 1 TO WS-FT-DELETED-CNT(WS-STAGE-FILE-NO)
           ELSE
               MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
           END-IF.
      *---------------------------------------------------------------*
       2700-HOLD-CHANGE-LOG-ENTRY.
      *---------------------------------------------------------------*
           IF  WS-HELD-CNT NOT < 2000
               PERFORM 9950-CHANGE-LOG-TABLE-FULL
           END-IF.
           ADD 1 TO WS-HELD-CNT.
           SET WS-HELD-IDX TO WS-HELD-CNT.
           MOVE RFT-REQUESTER-ID TO WS-HELD-REQUESTER-ID(WS-HELD-IDX).
           MOVE RFT-FILE-ID      TO WS-HELD-FILE-ID(WS-HELD-IDX).
           MOVE RFT-ACTION       TO WS-HELD-ACTION(WS-HELD-IDX).
           MOVE WS-BEFORE-IMAGE  TO WS-HELD-BEFORE-IMAGE(WS-HELD-IDX).
           MOVE WS-AFTER-IMAGE   TO WS-HELD-AFTER-IMAGE(WS-HELD-IDX).
      *---------------------------------------------------------------*
      *    ONE REGISTER LINE PER TRANSACTION, FOLLOWED FOR AN APPLIED
      *    CHANGE BY THE IMAGES THE APPROVER NEEDS TO SEE.
      *---------------------------------------------------------------*
       2800-PRINT-REGISTER-ENTRY.
      *---------------------------------------------------------------*
           MOVE RFT-FILE-ID        TO RGL-FILE-ID.
           MOVE RFT-ACTION         TO RGL-ACTION.
           MOVE WS-STAGE-KEY       TO RGL-KEY.
           MOVE RFT-REQUESTER-ID   TO RGL-REQUESTER-ID.
           IF  WS-REJECT-REASON = SPACES
               MOVE 'APPLIED'      TO RGL-RESULT
           ELSE
               MOVE 'REJECTED'     TO RGL-RESULT
           END-IF.
           MOVE WS-REJECT-REASON   TO RGL-REASON.
           MOVE 2                  TO LINE-SPACEING.
           MOVE RGL-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-REJECT-REASON = SPACES
               IF  NOT RFT-ADD
                   MOVE 'BEFORE: '      TO RGL-IMAGE-LABEL
                   MOVE WS-BEFORE-IMAGE TO RGL-IMAGE
                   MOVE RGL-IMAGE-LINE  TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               IF  NOT RFT-DELETE
                   MOVE 'AFTER:  '      TO RGL-IMAGE-LABEL
                   MOVE WS-AFTER-IMAGE  TO RGL-IMAGE
                   MOVE RGL-IMAGE-LINE  TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE REFERENCE-TRANSACTION-FILE
                 PRINT-FILE.
      *---------------------------------------------------------------*
      *    WRITES THE NEXT GENERATION OF ALL FOUR FILES FROM THE
      *    TABLE, SKIPPING DELETED ENTRIES.
      *---------------------------------------------------------------*
       4000-WRITE-NEW-GENERATIONS.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-KEYWORD-FILE
                       NEW-AUTHOR-REFERENCE-FILE
                       NEW-WATCH-CONDITIONS-FILE
                       NEW-SUBSCRIPTION-FILE.
           IF  NKWD-STATUS NOT = '00'
               MOVE 'KEYWRDN'   TO WS-ERROR-FILE-ID
               MOVE NKWD-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           IF  NARF-STATUS NOT = '00'
               MOVE 'AUTHREFN'  TO WS-ERROR-FILE-ID
               MOVE NARF-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           IF  NWCN-STATUS NOT = '00'
               MOVE 'WATCHCNN'  TO WS-ERROR-FILE-ID
               MOVE NWCN-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           IF  NSUB-STATUS NOT = '00'
               MOVE 'SUBSCRBN'  TO WS-ERROR-FILE-ID
               MOVE NSUB-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           PERFORM 4010-WRITE-ONE-ENTRY
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CNT.
           CLOSE NEW-KEYWORD-FILE
                 NEW-AUTHOR-REFERENCE-FILE
                 NEW-WATCH-CONDITIONS-FILE
                 NEW-SUBSCRIPTION-FILE.
      *---------------------------------------------------------------*
       4010-WRITE-ONE-ENTRY.
      *---------------------------------------------------------------*
           IF  NOT WS-REF-DELETED(WS-REF-IDX)
               MOVE WS-REF-FILE-NO(WS-REF-IDX) TO WS-STAGE-FILE-NO
               ADD 1 TO WS-FT-NEW-CNT(WS-STAGE-FILE-NO)
               EVALUATE WS-STAGE-FILE-NO
                   WHEN 1
                       MOVE WS-REF-IMAGE(WS-REF-IDX)
                           TO NEW-KEYWORD-RECORD-OUT
                       WRITE NEW-KEYWORD-RECORD-OUT
                       MOVE NKWD-STATUS TO WS-ERROR-STATUS
                       MOVE 'KEYWRDN' TO WS-ERROR-FILE-ID
                   WHEN 2
                       MOVE WS-REF-IMAGE(WS-REF-IDX)
                           TO NEW-AUTHOR-REFERENCE-OUT
                       WRITE NEW-AUTHOR-REFERENCE-OUT
                       MOVE NARF-STATUS TO WS-ERROR-STATUS
                       MOVE 'AUTHREFN' TO WS-ERROR-FILE-ID
                   WHEN 3
                       MOVE WS-REF-IMAGE(WS-REF-IDX)
                           TO NEW-WATCH-CONDITION-OUT
                       WRITE NEW-WATCH-CONDITION-OUT
                       MOVE NWCN-STATUS TO WS-ERROR-STATUS
                       MOVE 'WATCHCNN' TO WS-ERROR-FILE-ID
                   WHEN 4
                       MOVE WS-REF-IMAGE(WS-REF-IDX)
                           TO NEW-SUBSCRIPTION-RECORD-OUT
                       WRITE NEW-SUBSCRIPTION-RECORD-OUT
                       MOVE NSUB-STATUS TO WS-ERROR-STATUS
                       MOVE 'SUBSCRBN' TO WS-ERROR-FILE-ID
               END-EVALUATE
               IF  WS-ERROR-STATUS NOT = '00'
                   PERFORM 9900-FILE-ERROR
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    APPENDS THE HELD ENTRIES TO THE PERMANENT CHANGE LOG. ONLY
      *    REACHED ONCE 9600 HAS FOUND EVERY FILE IN BALANCE. STATUS
      *    05 IS THE NORMAL 'OPTIONAL FILE CREATED ON OPEN' CASE -
      *    THE FIRST CHANGE EVER LOGGED STARTS THE LOG.
      *---------------------------------------------------------------*
       5000-WRITE-CHANGE-LOG.
      *---------------------------------------------------------------*
           OPEN EXTEND REFERENCE-CHANGE-LOG.
           IF  RLOG-STATUS NOT = '00'
           AND RLOG-STATUS NOT = '05'
               MOVE 'REFLOG'    TO WS-ERROR-FILE-ID
               MOVE RLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
           PERFORM 5010-WRITE-ONE-CHANGE
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-CNT.
           CLOSE REFERENCE-CHANGE-LOG.
      *---------------------------------------------------------------*
       5010-WRITE-ONE-CHANGE.
      *---------------------------------------------------------------*
           MOVE SPACE              TO REFERENCE-CHANGE-RECORD.
           MOVE WS-TODAY-DATE      TO RCL-CHANGE-DATE.
           MOVE WS-NOW-TIME        TO RCL-CHANGE-TIME.
           MOVE WS-HELD-REQUESTER-ID(WS-HELD-IDX) TO RCL-REQUESTER-ID.
           MOVE WS-HELD-FILE-ID(WS-HELD-IDX)      TO RCL-FILE-ID.
           MOVE WS-HELD-ACTION(WS-HELD-IDX)       TO RCL-ACTION.
           MOVE WS-HELD-BEFORE-IMAGE(WS-HELD-IDX) TO RCL-BEFORE-IMAGE.
           MOVE WS-HELD-AFTER-IMAGE(WS-HELD-IDX)  TO RCL-AFTER-IMAGE.
           WRITE REFERENCE-CHANGE-RECORD.
           IF  RLOG-STATUS NOT = '00'
               MOVE 'REFLOG'    TO WS-ERROR-FILE-ID
               MOVE RLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF.
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
      *    PER-FILE CONTROL TOTALS - EACH NEW GENERATION MUST HOLD
      *    EXACTLY ITS OLD COUNT PLUS ADDS LESS DELETES, OR THE NEW
      *    FILES MUST NOT BE SWAPPED IN.
      *---------------------------------------------------------------*
       9600-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           MOVE 3                    TO LINE-SPACEING.
           MOVE RGL-TOTAL-HEADING    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 9610-PRINT-ONE-FILE-TOTAL
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4.
           IF  WS-ALL-FILES-BALANCE
               MOVE 2                TO LINE-SPACEING
               MOVE RGL-BALANCED-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 9940-OUT-OF-BALANCE-ERROR
           END-IF.
           DISPLAY 'HACKREFM - TRANSACTIONS READ.....: '
               WS-TRANSACTIONS-READ-CNT.
           DISPLAY 'HACKREFM - TRANSACTIONS APPLIED..: '
               WS-APPLIED-CNT.
           DISPLAY 'HACKREFM - TRANSACTIONS REJECTED.: '
               WS-REJECTED-CNT.
      *---------------------------------------------------------------*
       9610-PRINT-ONE-FILE-TOTAL.
      *---------------------------------------------------------------*
           MOVE WS-FT-FILE-ID(WS-FILE-IDX)      TO RGL-TOT-FILE-ID.
           MOVE WS-FT-OLD-CNT(WS-FILE-IDX)      TO RGL-TOT-OLD.
           MOVE WS-FT-ADDED-CNT(WS-FILE-IDX)    TO RGL-TOT-ADDED.
           MOVE WS-FT-CHANGED-CNT(WS-FILE-IDX)  TO RGL-TOT-CHANGED.
           MOVE WS-FT-DELETED-CNT(WS-FILE-IDX)  TO RGL-TOT-DELETED.
           MOVE WS-FT-NEW-CNT(WS-FILE-IDX)      TO RGL-TOT-NEW.
           MOVE WS-FT-REJECTED-CNT(WS-FILE-IDX) TO RGL-TOT-REJECTED.
           MOVE RGL-TOTAL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-FT-OLD-CNT(WS-FILE-IDX)
             + WS-FT-ADDED-CNT(WS-FILE-IDX)
             - WS-FT-DELETED-CNT(WS-FILE-IDX)
                 NOT = WS-FT-NEW-CNT(WS-FILE-IDX)
               MOVE 'N' TO WS-BALANCE-SW
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
               DISPLAY 'HACKREFM - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKREFM'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               MOVE 'TRANSACTIONS'           TO SLG-INPUT-LABEL
               MOVE WS-TRANSACTIONS-READ-CNT TO SLG-INPUT-CNT
               MOVE 'APPLIED'                TO SLG-OUTPUT-LABEL
               MOVE WS-APPLIED-CNT           TO SLG-OUTPUT-CNT
               MOVE 'REJECTED'               TO SLG-REJECT-LABEL
               MOVE WS-REJECTED-CNT          TO SLG-REJECT-CNT
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKREFM - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKREFM - ' WS-ERROR-FILE-ID
                   ' I/O FAILED, STATUS = ' WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-REFERENCE-TABLE-FULL.
      *---------------------------------------------------------------*
           DISPLAY 'HACKREFM - MORE THAN 2000 REFERENCE RECORDS - '
                   'NOTHING REWRITTEN'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-OUT-OF-BALANCE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKREFM - OLD + ADDED - DELETED DOES NOT EQUAL '
                   'NEW - DO NOT SWAP IN THE NEW FILES'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9950-CHANGE-LOG-TABLE-FULL.
      *---------------------------------------------------------------*
           DISPLAY 'HACKREFM - MORE THAN 2000 APPLIED CHANGES - '
                   'NOTHING LOGGED, SPLIT THE TRANSACTIONS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
