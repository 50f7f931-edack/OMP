      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HACKSTYU.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  IBM CLASS.
      *REMARKS. BACKUP AND RECOVERY UTILITY FOR THE KEYED STORY-
      *         HISTORY MASTER. THE PARAMETER CARD PICKS THE MODE:
      *           U - UNLOAD THE MASTER IN KEY ORDER TO A FLAT
      *               SEQUENTIAL BACKUP (SEE STYBKUP) ENDING IN A
      *               TRAILER WITH THE RECORD COUNT, A LAST-VOTES
      *               HASH TOTAL, AND THE BACKUP'S AS-OF DATE;
      *           R - RELOAD A BACKUP INTO A FRESH KEYED MASTER, THEN
      *               READ THE NEW MASTER BACK AND PROVE ITS COUNT
      *               AND HASH TOTAL AGAINST THE TRAILER;
      *           F - FORWARD RECOVERY - RELOAD AS FOR R, THEN REPLAY
      *               EVERY HACKNEWS RUN ON THE RUN-AUDIT FILE FROM
      *               THE BACKUP'S AS-OF DATE THROUGH THE CARD'S
      *               RECOVER-TO DATE (BLANK = EVERY RUN ON FILE).
      *               EACH RUN'S RETENTION PURGE IS REDONE AND ITS
      *               KEPT EXTRFL GENERATION REAPPLIED, IN DATE ORDER.
      *         FOR F THE EXTRFL GENERATIONS ARE CONCATENATED ON THE
      *         ONE DD, OLDEST FIRST, ONE PER RUN REPLAYED. THE
      *         EXTRACT CARRIES NO DATE OF ITS OWN, SO EACH RUN'S
      *         RECORDS ARE TAKEN OFF THE CONCATENATION BY THE MATCHED
      *         COUNT ON ITS RUN-AUDIT RECORD, AND THEIR VOTE TOTAL
      *         MUST EQUAL THAT RECORD'S - THE SAME PROOF HACKBAL
      *         MAKES - SO A MISSING, EXTRA, OR OUT-OF-ORDER
      *         GENERATION STOPS THE RECOVERY. IF HACKPURG HAS MOVED
      *         THE RUNS NEEDED TO THE ARCHIVE, CONCATENATE THE
      *         ARCHIVE AHEAD OF THE LIVE FILE ON RUNAUD.
      *         THE EXTRACT HOLDS ONLY STORIES A RUN MATCHED FOR THE
      *         FIRST TIME, SO A REPLAY ADDS THOSE WITH THEIR FIRST
      *         SIGHTING; A LATER REPEAT SIGHTING OF A STORY ALREADY
      *         ON THE BACKUP IS NOT IN ANY EXTRACT AND KEEPS THE
      *         BACKUP'S LAST-SEEN DATE AND VOTES. TAKE THE UNLOAD
      *         AFTER EVERY HACKNEWS RUN TO KEEP THAT GAP TO A DAY.
      *         ANY FAILURE OF PROOF ENDS WITH RETURN CODE 16 - DO
      *         NOT SWAP IN A MASTER FROM A STEP THAT FAILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-HISTORY-FILE
               ASSIGN TO STYHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHR-KEY
               FILE STATUS IS STYH-STATUS.
           SELECT STORY-BACKUP-FILE
               ASSIGN TO STYBKUP
               FILE STATUS IS SBKP-STATUS.
           SELECT RUN-AUDIT-FILE
               ASSIGN TO RUNAUD
               FILE STATUS IS RAUD-STATUS.
           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO EXTRFL
               FILE STATUS IS EXTR-STATUS.
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
       FD  STORY-HISTORY-FILE RECORDING MODE F.
       COPY STORYHST.
       FD  STORY-BACKUP-FILE RECORDING MODE F.
       COPY STYBKUP.
       FD  RUN-AUDIT-FILE RECORDING MODE F.
       COPY RUNSTAT.
      *    THE EXTRACT AS HACKNEWS 9220-WRITE-EXTRACT-RECORD WRITES
      *    IT - FIXED COLUMNS WITH COMMAS BETWEEN, SO THE FIELDS ARE
      *    TAKEN BY POSITION AND A COMMA INSIDE A TITLE DOES NOT
      *    MATTER.
       FD  EXTRACT-FILE RECORDING MODE F.
       01  EXTRACT-RECORD-IN.
           05  EXR-KEY                     PIC X(08).
           05  FILLER                      PIC X(01).
           05  EXR-TITLE                   PIC X(86).
           05  FILLER                      PIC X(01).
           05  EXR-VOTES                   PIC 9(06).
           05  FILLER                      PIC X(41).
      *    MODE U, R, OR F, AND FOR F THE LAST RUN DATE (YYYY-MM-DD)
      *    TO REPLAY THROUGH - BLANK REPLAYS EVERY RUN ON FILE.
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-MODE                     PIC X(01).
           05 FILLER                       PIC X(01).
           05 PRM-RECOVER-TO-DATE          PIC X(10).
           05 FILLER                       PIC X(68).
       FD  STEP-LOG-FILE RECORDING MODE F.
       COPY STEPLOG.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-RUN-TOTALS.
      *---------------------------------------------------------------*
           05  WS-MASTER-READ-CNT          PIC 9(09) VALUE 0.
           05  WS-MASTER-READ-VOTES        PIC 9(12) VALUE 0.
           05  WS-BACKUP-DETAIL-CNT        PIC 9(09) VALUE 0.
           05  WS-BACKUP-DETAIL-VOTES      PIC 9(12) VALUE 0.
           05  WS-MASTER-LOADED-CNT        PIC 9(09) VALUE 0.
           05  WS-PROVED-CNT               PIC 9(09) VALUE 0.
           05  WS-PROVED-VOTES             PIC 9(12) VALUE 0.
           05  WS-RUNS-BEFORE-CNT          PIC 9(06) VALUE 0.
           05  WS-RUNS-REPLAYED-CNT        PIC 9(06) VALUE 0.
           05  WS-RUNS-AFTER-CNT           PIC 9(06) VALUE 0.
           05  WS-EXTRACT-READ-CNT         PIC 9(09) VALUE 0.
           05  WS-STORIES-ADDED-CNT        PIC 9(09) VALUE 0.
           05  WS-STORIES-REFRESHED-CNT    PIC 9(09) VALUE 0.
           05  WS-STORIES-PRESENT-CNT      PIC 9(09) VALUE 0.
           05  WS-HISTORY-PURGED-CNT       PIC 9(09) VALUE 0.
           05  WS-FINAL-MASTER-CNT         PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
      *    THE BACKUP TRAILER AS READ, AND THE RUN BEING REPLAYED.
      *---------------------------------------------------------------*
       01  WS-RECOVERY-FIELDS.
           05  WS-TRL-RECORD-CNT           PIC 9(09) VALUE 0.
           05  WS-TRL-VOTES-TOTAL          PIC 9(12) VALUE 0.
           05  WS-AS-OF-DATE               PIC X(10) VALUE SPACE.
           05  WS-RECOVER-TO-DATE          PIC X(10) VALUE SPACE.
           05  WS-REPLAY-RUN-DATE          PIC X(10) VALUE SPACE.
           05  WS-REPLAY-MATCHED           PIC 9(06) VALUE 0.
           05  WS-REPLAY-VOTES             PIC 9(09) VALUE 0.
           05  WS-REPLAY-VOTES-READ        PIC 9(09) VALUE 0.
           05  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
               88  WS-MODE-UNLOAD                    VALUE 'U'.
               88  WS-MODE-RELOAD                    VALUE 'R'.
               88  WS-MODE-FORWARD                   VALUE 'F'.
           05  WS-RECOVERY-ERROR-TEXT      PIC X(52) VALUE SPACE.
           05  WS-RECOVERY-ERROR-DATE      PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
      *    DATE FIELDS - TODAY FOR THE TRAILER STAMP, AND THE PURGE
      *    CUTOFF FOR THE RUN BEING REPLAYED, WORKED OUT THE SAME WAY
      *    AS HACKNEWS 1400-SET-HISTORY-CUTOFF-DATE.
      *---------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURRENT-DATE.
                   15  WS-CURRENT-YEAR     PIC 9(04).
                   15  WS-CURRENT-MONTH    PIC 9(02).
                   15  WS-CURRENT-DAY      PIC 9(02).
               10  WS-CURRENT-TIME.
                   15  WS-CURRENT-HH       PIC 9(02).
                   15  WS-CURRENT-MM       PIC 9(02).
                   15  WS-CURRENT-SS       PIC 9(02).
               10  FILLER                  PIC X(07).
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
           05  WS-DATE-PARTS.
               10  WS-DP-YEAR              PIC X(04).
               10  WS-DP-MONTH             PIC X(02).
               10  WS-DP-DAY               PIC X(02).
           05  WS-DATE-PARTS-NUM REDEFINES WS-DATE-PARTS
                                           PIC 9(08).
           05  WS-CUTOFF-INT               PIC 9(07) VALUE 0.
           05  WS-CUTOFF-YMD.
               10  WS-CUTOFF-YMD-YEAR      PIC X(04).
               10  WS-CUTOFF-YMD-MONTH     PIC X(02).
               10  WS-CUTOFF-YMD-DAY       PIC X(02).
           05  WS-CUTOFF-YMD-NUM REDEFINES WS-CUTOFF-YMD
                                           PIC 9(08).
           05  WS-CUTOFF-DATE.
               10  WS-CD-YEAR              PIC X(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-CD-MONTH             PIC X(02).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-CD-DAY               PIC X(02).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  STYH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  STYH-EOF                          VALUE 'Y'.
           05  SBKP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SBKP-EOF                          VALUE 'Y'.
           05  RAUD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  RAUD-EOF                          VALUE 'Y'.
           05  EXTR-EOF-SW                 PIC X(01) VALUE 'N'.
               88  EXTR-EOF                          VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN                   VALUE 'Y'.
           05  WS-REPLAY-DONE-SW           PIC X(01) VALUE 'N'.
               88  WS-REPLAY-DONE                    VALUE 'Y'.
           05  STYH-STATUS                 PIC X(02) VALUE '00'.
           05  SBKP-STATUS                 PIC X(02) VALUE '00'.
           05  RAUD-STATUS                 PIC X(02) VALUE '00'.
           05  EXTR-STATUS                 PIC X(02) VALUE '00'.
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
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN WS-MODE-UNLOAD
                   PERFORM 2000-UNLOAD-MASTER
               WHEN WS-MODE-RELOAD
                   PERFORM 3000-RELOAD-MASTER
               WHEN WS-MODE-FORWARD
                   PERFORM 3000-RELOAD-MASTER
                   PERFORM 4000-FORWARD-RECOVER
           END-EVALUATE.
           PERFORM 9600-DISPLAY-RUN-TOTALS.
           PERFORM 9890-WRITE-STEP-LOG.
           GOBACK.
      *---------------------------------------------------------------*
      *    THE PARAMETER CARD IS REQUIRED - THERE IS NO SAFE DEFAULT
      *    BETWEEN READING THE MASTER AND REPLACING IT.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR  TO WS-TD-YEAR.
           MOVE WS-CURRENT-MONTH TO WS-TD-MONTH.
           MOVE WS-CURRENT-DAY   TO WS-TD-DAY.
           MOVE WS-CURRENT-HH    TO WS-NT-HH.
           MOVE WS-CURRENT-MM    TO WS-NT-MM.
           MOVE WS-CURRENT-SS    TO WS-NT-SS.
           OPEN INPUT PARAMETER-FILE.
           IF  PARM-STATUS NOT = '00'
               PERFORM 9940-PARAMETER-ERROR
           END-IF.
           READ PARAMETER-FILE
               AT END
                   PERFORM 9940-PARAMETER-ERROR
           END-READ.
           MOVE PRM-MODE TO WS-RUN-MODE.
           IF  NOT WS-MODE-UNLOAD
           AND NOT WS-MODE-RELOAD
           AND NOT WS-MODE-FORWARD
               PERFORM 9940-PARAMETER-ERROR
           END-IF.
           IF  WS-MODE-FORWARD
           AND PRM-RECOVER-TO-DATE NOT = SPACES
               MOVE PRM-RECOVER-TO-DATE(1:4) TO WS-DP-YEAR
               MOVE PRM-RECOVER-TO-DATE(6:2) TO WS-DP-MONTH
               MOVE PRM-RECOVER-TO-DATE(9:2) TO WS-DP-DAY
               IF  WS-DATE-PARTS-NUM IS NOT NUMERIC
               OR  PRM-RECOVER-TO-DATE(5:1) NOT = '-'
               OR  PRM-RECOVER-TO-DATE(8:1) NOT = '-'
                   PERFORM 9940-PARAMETER-ERROR
               END-IF
               MOVE PRM-RECOVER-TO-DATE TO WS-RECOVER-TO-DATE
           END-IF.
           CLOSE PARAMETER-FILE.
      *---------------------------------------------------------------*
      *    MODE U - WALKS THE MASTER IN KEY ORDER, COPYING EACH
      *    RECORD TO THE BACKUP, THEN WRITES THE TRAILER.
      *---------------------------------------------------------------*
       2000-UNLOAD-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT  STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
           OPEN OUTPUT STORY-BACKUP-FILE.
           IF  SBKP-STATUS NOT = '00'
               PERFORM 9910-STORY-BACKUP-ERROR
           END-IF.
           PERFORM 2010-READ-MASTER-NEXT.
           PERFORM 2020-UNLOAD-ONE-RECORD
               UNTIL STYH-EOF.
           MOVE SPACE                 TO STORY-BACKUP-RECORD.
           SET  SBK-TRAILER-RECORD    TO TRUE.
           MOVE WS-MASTER-READ-CNT    TO SBK-TRL-RECORD-CNT.
           MOVE WS-MASTER-READ-VOTES  TO SBK-TRL-VOTES-TOTAL.
           MOVE WS-AS-OF-DATE         TO SBK-TRL-AS-OF-DATE.
           MOVE WS-TODAY-DATE         TO SBK-TRL-UNLOAD-DATE.
           MOVE WS-NOW-TIME           TO SBK-TRL-UNLOAD-TIME.
           PERFORM 2030-WRITE-BACKUP-RECORD.
           CLOSE STORY-HISTORY-FILE
                 STORY-BACKUP-FILE.
      *---------------------------------------------------------------*
       2010-READ-MASTER-NEXT.
      *---------------------------------------------------------------*
           READ STORY-HISTORY-FILE NEXT RECORD
               AT END SET STYH-EOF TO TRUE.
           IF  NOT STYH-EOF
           AND STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
      *---------------------------------------------------------------*
       2020-UNLOAD-ONE-RECORD.
      *---------------------------------------------------------------*
           ADD  1                     TO WS-MASTER-READ-CNT.
           ADD  SHR-LAST-VOTES        TO WS-MASTER-READ-VOTES.
           IF  SHR-LAST-SEEN > WS-AS-OF-DATE
               MOVE SHR-LAST-SEEN     TO WS-AS-OF-DATE
           END-IF.
           SET  SBK-DETAIL-RECORD     TO TRUE.
           MOVE STORY-HISTORY-RECORD  TO SBK-DETAIL-IMAGE.
           PERFORM 2030-WRITE-BACKUP-RECORD.
           PERFORM 2010-READ-MASTER-NEXT.
      *---------------------------------------------------------------*
       2030-WRITE-BACKUP-RECORD.
      *---------------------------------------------------------------*
           WRITE STORY-BACKUP-RECORD.
           IF  SBKP-STATUS NOT = '00'
               PERFORM 9910-STORY-BACKUP-ERROR
           END-IF.
      *---------------------------------------------------------------*
      *    MODES R AND F - LOADS EVERY DETAIL RECORD OF THE BACKUP
      *    INTO A NEWLY CREATED MASTER, CHECKS THE LOAD AGAINST THE
      *    TRAILER, THEN PROVES THE NEW MASTER BY READING IT BACK.
      *    THE BACKUP WAS UNLOADED IN KEY ORDER FROM A KEYED FILE,
      *    SO A DUPLICATE KEY ON THE WRITE MEANS A DAMAGED BACKUP.
      *---------------------------------------------------------------*
       3000-RELOAD-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT  STORY-BACKUP-FILE.
           IF  SBKP-STATUS NOT = '00'
               PERFORM 9910-STORY-BACKUP-ERROR
           END-IF.
           OPEN OUTPUT STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
           PERFORM 3010-READ-BACKUP-RECORD.
           PERFORM 3020-RELOAD-ONE-RECORD
               UNTIL SBKP-EOF.
           CLOSE STORY-BACKUP-FILE
                 STORY-HISTORY-FILE.
           IF  NOT WS-TRAILER-SEEN
               MOVE 'BACKUP HAS NO TRAILER RECORD - INCOMPLETE UNLOAD'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           IF  WS-BACKUP-DETAIL-CNT   NOT = WS-TRL-RECORD-CNT
           OR  WS-BACKUP-DETAIL-VOTES NOT = WS-TRL-VOTES-TOTAL
               MOVE 'BACKUP DETAIL DISAGREES WITH ITS TRAILER'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           PERFORM 3100-PROVE-NEW-MASTER.
      *---------------------------------------------------------------*
       3010-READ-BACKUP-RECORD.
      *---------------------------------------------------------------*
           READ STORY-BACKUP-FILE
               AT END SET SBKP-EOF TO TRUE.
           IF  NOT SBKP-EOF
           AND SBKP-STATUS NOT = '00'
               PERFORM 9910-STORY-BACKUP-ERROR
           END-IF.
      *---------------------------------------------------------------*
       3020-RELOAD-ONE-RECORD.
      *---------------------------------------------------------------*
           IF  WS-TRAILER-SEEN
               MOVE 'BACKUP HAS RECORDS AFTER ITS TRAILER'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN SBK-DETAIL-RECORD
                   ADD  1                 TO WS-BACKUP-DETAIL-CNT
                   MOVE SBK-DETAIL-IMAGE  TO STORY-HISTORY-RECORD
                   ADD  SHR-LAST-VOTES    TO WS-BACKUP-DETAIL-VOTES
                   WRITE STORY-HISTORY-RECORD
                       INVALID KEY
                           PERFORM 9900-STORY-HISTORY-ERROR
                   END-WRITE
                   ADD  1                 TO WS-MASTER-LOADED-CNT
               WHEN SBK-TRAILER-RECORD
                   SET  WS-TRAILER-SEEN   TO TRUE
                   MOVE SBK-TRL-RECORD-CNT  TO WS-TRL-RECORD-CNT
                   MOVE SBK-TRL-VOTES-TOTAL TO WS-TRL-VOTES-TOTAL
                   MOVE SBK-TRL-AS-OF-DATE  TO WS-AS-OF-DATE
               WHEN OTHER
                   MOVE 'BACKUP RECORD TYPE IS NEITHER D NOR T'
                       TO WS-RECOVERY-ERROR-TEXT
                   PERFORM 9990-RECOVERY-ERROR
           END-EVALUATE.
           PERFORM 3010-READ-BACKUP-RECORD.
      *---------------------------------------------------------------*
      *    READS THE NEW MASTER BACK END TO END - WHAT IS ON IT, NOT
      *    WHAT WAS WRITTEN TO IT, IS WHAT MUST AGREE WITH THE
      *    TRAILER.
      *---------------------------------------------------------------*
       3100-PROVE-NEW-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
           MOVE 'N' TO STYH-EOF-SW.
           PERFORM 2010-READ-MASTER-NEXT.
           PERFORM 3110-PROVE-ONE-RECORD
               UNTIL STYH-EOF.
           CLOSE STORY-HISTORY-FILE.
           IF  WS-PROVED-CNT   NOT = WS-TRL-RECORD-CNT
           OR  WS-PROVED-VOTES NOT = WS-TRL-VOTES-TOTAL
               MOVE 'RELOADED MASTER DISAGREES WITH THE BACKUP TRAILER'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
      *---------------------------------------------------------------*
       3110-PROVE-ONE-RECORD.
      *---------------------------------------------------------------*
           ADD 1              TO WS-PROVED-CNT.
           ADD SHR-LAST-VOTES TO WS-PROVED-VOTES.
           PERFORM 2010-READ-MASTER-NEXT.
      *---------------------------------------------------------------*
      *    MODE F - WALKS THE RUN-AUDIT FILE IN ORDER, REPLAYING
      *    EACH RUN DATED FROM THE BACKUP'S AS-OF DATE THROUGH THE
      *    RECOVER-TO DATE. A RUN ON THE AS-OF DATE ITSELF IS
      *    REPLAYED TOO, SINCE THE BACKUP MAY HAVE BEEN TAKEN
      *    BETWEEN TWO RUNS THAT DAY - A STORY IT ALREADY HOLDS IS
      *    LEFT ALONE, SO REPLAYING AN APPLIED RUN CHANGES NOTHING.
      *    WHEN THE LAST RUN IS DONE THE EXTRACT CONCATENATION MUST
      *    BE EXHAUSTED.
      *---------------------------------------------------------------*
       4000-FORWARD-RECOVER.
      *---------------------------------------------------------------*
           OPEN I-O   STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
           OPEN INPUT RUN-AUDIT-FILE.
           IF  RAUD-STATUS NOT = '00'
               PERFORM 9920-RUN-AUDIT-ERROR
           END-IF.
           OPEN INPUT EXTRACT-FILE.
           IF  EXTR-STATUS NOT = '00'
           AND EXTR-STATUS NOT = '05'
               PERFORM 9930-EXTRACT-FILE-ERROR
           END-IF.
           PERFORM 4010-READ-RUN-AUDIT.
           PERFORM 4020-CONSIDER-ONE-RUN
               UNTIL RAUD-EOF
                  OR WS-REPLAY-DONE.
           PERFORM 4030-COUNT-RUNS-AFTER
               UNTIL RAUD-EOF.
           PERFORM 4210-READ-EXTRACT.
           IF  NOT EXTR-EOF
               MOVE 'EXTRFL HOLDS MORE RECORDS THAN THE RUNS REPLAYED'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           CLOSE RUN-AUDIT-FILE
                 EXTRACT-FILE
                 STORY-HISTORY-FILE.
           PERFORM 4300-COUNT-FINAL-MASTER.
      *---------------------------------------------------------------*
       4010-READ-RUN-AUDIT.
      *---------------------------------------------------------------*
           READ RUN-AUDIT-FILE
               AT END SET RAUD-EOF TO TRUE.
           IF  NOT RAUD-EOF
           AND RAUD-STATUS NOT = '00'
               PERFORM 9920-RUN-AUDIT-ERROR
           END-IF.
      *---------------------------------------------------------------*
       4020-CONSIDER-ONE-RUN.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN RSR-RUN-DATE < WS-AS-OF-DATE
                   ADD 1 TO WS-RUNS-BEFORE-CNT
                   PERFORM 4010-READ-RUN-AUDIT
               WHEN WS-RECOVER-TO-DATE NOT = SPACES
                AND RSR-RUN-DATE > WS-RECOVER-TO-DATE
                   SET WS-REPLAY-DONE TO TRUE
               WHEN OTHER
                   PERFORM 4100-REPLAY-ONE-RUN
                   PERFORM 4010-READ-RUN-AUDIT
           END-EVALUATE.
      *---------------------------------------------------------------*
       4030-COUNT-RUNS-AFTER.
      *---------------------------------------------------------------*
           ADD 1 TO WS-RUNS-AFTER-CNT.
           PERFORM 4010-READ-RUN-AUDIT.
      *---------------------------------------------------------------*
      *    ONE RUN, AS HACKNEWS RAN IT - THE STARTUP RETENTION PURGE
      *    UNDER THAT RUN'S OWN RETENTION DAYS, THEN ITS MATCHED
      *    STORIES - AND THE RUN'S EXTRACT PROVED AGAINST ITS AUDIT
      *    RECORD.
      *---------------------------------------------------------------*
       4100-REPLAY-ONE-RUN.
      *---------------------------------------------------------------*
           ADD  1                    TO WS-RUNS-REPLAYED-CNT.
           MOVE RSR-RUN-DATE         TO WS-REPLAY-RUN-DATE.
           MOVE RSR-STORIES-MATCHED  TO WS-REPLAY-MATCHED.
           MOVE RSR-TOTAL-VOTES      TO WS-REPLAY-VOTES.
           MOVE 0                    TO WS-REPLAY-VOTES-READ.
           PERFORM 4110-SET-RUN-CUTOFF-DATE.
           MOVE LOW-VALUES TO SHR-KEY.
           MOVE 'N'        TO STYH-EOF-SW.
           START STORY-HISTORY-FILE KEY NOT LESS THAN SHR-KEY
               INVALID KEY
                   SET STYH-EOF TO TRUE
           END-START.
           IF  NOT STYH-EOF
               PERFORM 2010-READ-MASTER-NEXT
               PERFORM 4120-PURGE-ONE-HISTORY-ENTRY
                   UNTIL STYH-EOF
           END-IF.
           PERFORM 4200-APPLY-ONE-EXTRACT
               WS-REPLAY-MATCHED TIMES.
           IF  WS-REPLAY-VOTES-READ NOT = WS-REPLAY-VOTES
               MOVE 'EXTRACT VOTES DISAGREE WITH RUN-AUDIT FOR RUN OF'
                   TO WS-RECOVERY-ERROR-TEXT
               MOVE WS-REPLAY-RUN-DATE
                   TO WS-RECOVERY-ERROR-DATE
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           DISPLAY 'HACKSTYU - REPLAYED RUN OF ' WS-REPLAY-RUN-DATE
                   ' ' RSR-RUN-TIME ' - ' WS-REPLAY-MATCHED
                   ' EXTRACT RECORDS'.
      *---------------------------------------------------------------*
       4110-SET-RUN-CUTOFF-DATE.
      *---------------------------------------------------------------*
           MOVE WS-REPLAY-RUN-DATE(1:4) TO WS-DP-YEAR.
           MOVE WS-REPLAY-RUN-DATE(6:2) TO WS-DP-MONTH.
           MOVE WS-REPLAY-RUN-DATE(9:2) TO WS-DP-DAY.
           IF  WS-DATE-PARTS-NUM IS NOT NUMERIC
               MOVE 'RUN-AUDIT RECORD CARRIES AN UNREADABLE RUN DATE'
                   TO WS-RECOVERY-ERROR-TEXT
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-PARTS-NUM)
               - RSR-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-YMD-NUM.
           MOVE WS-CUTOFF-YMD-YEAR  TO WS-CD-YEAR.
           MOVE WS-CUTOFF-YMD-MONTH TO WS-CD-MONTH.
           MOVE WS-CUTOFF-YMD-DAY   TO WS-CD-DAY.
      *---------------------------------------------------------------*
       4120-PURGE-ONE-HISTORY-ENTRY.
      *---------------------------------------------------------------*
           IF  SHR-LAST-SEEN < WS-CUTOFF-DATE
               DELETE STORY-HISTORY-FILE RECORD
                   INVALID KEY
                       PERFORM 9900-STORY-HISTORY-ERROR
               END-DELETE
               ADD 1 TO WS-HISTORY-PURGED-CNT
           END-IF.
           PERFORM 2010-READ-MASTER-NEXT.
      *---------------------------------------------------------------*
      *    ONE EXTRACT RECORD - A STORY THE RUN MATCHED FOR THE FIRST
      *    TIME. NOT ON THE MASTER, IT IS ADDED AS HACKNEWS 8155-ADD-
      *    HISTORY-RECORD ADDED IT; ALREADY THERE FROM AN EARLIER
      *    DAY, IT IS REFRESHED; ALREADY THERE AS OF THIS RUN OR
      *    LATER, THE BACKUP ALREADY HOLDS IT.
      *---------------------------------------------------------------*
       4200-APPLY-ONE-EXTRACT.
      *---------------------------------------------------------------*
           PERFORM 4210-READ-EXTRACT.
           IF  EXTR-EOF
               MOVE 'EXTRFL RAN OUT BEFORE THE MATCHED COUNT FOR RUN OF'
                   TO WS-RECOVERY-ERROR-TEXT
               MOVE WS-REPLAY-RUN-DATE
                   TO WS-RECOVERY-ERROR-DATE
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           IF  EXR-VOTES IS NOT NUMERIC
               MOVE 'EXTRFL RECORD VOTES NOT NUMERIC IN RUN OF'
                   TO WS-RECOVERY-ERROR-TEXT
               MOVE WS-REPLAY-RUN-DATE
                   TO WS-RECOVERY-ERROR-DATE
               PERFORM 9990-RECOVERY-ERROR
           END-IF.
           ADD  EXR-VOTES TO WS-REPLAY-VOTES-READ.
           MOVE EXR-KEY   TO SHR-KEY.
           READ STORY-HISTORY-FILE
               INVALID KEY
                   MOVE EXR-KEY            TO SHR-KEY
                   MOVE WS-REPLAY-RUN-DATE TO SHR-FIRST-SEEN
                                              SHR-LAST-SEEN
                   MOVE EXR-VOTES          TO SHR-LAST-VOTES
                   MOVE FUNCTION UPPER-CASE(EXR-TITLE)
                                           TO SHR-TITLE-SCAN
                   WRITE STORY-HISTORY-RECORD
                       INVALID KEY
                           PERFORM 9900-STORY-HISTORY-ERROR
                   END-WRITE
                   ADD 1 TO WS-STORIES-ADDED-CNT
               NOT INVALID KEY
                   IF  SHR-LAST-SEEN < WS-REPLAY-RUN-DATE
                       MOVE WS-REPLAY-RUN-DATE TO SHR-LAST-SEEN
                       MOVE EXR-VOTES          TO SHR-LAST-VOTES
                       REWRITE STORY-HISTORY-RECORD
                           INVALID KEY
                               PERFORM 9900-STORY-HISTORY-ERROR
                       END-REWRITE
                       ADD 1 TO WS-STORIES-REFRESHED-CNT
                   ELSE
                       ADD 1 TO WS-STORIES-PRESENT-CNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       4210-READ-EXTRACT.
      *---------------------------------------------------------------*
           READ EXTRACT-FILE
               AT END SET EXTR-EOF TO TRUE.
           IF  NOT EXTR-EOF
               IF  EXTR-STATUS NOT = '00'
                   PERFORM 9930-EXTRACT-FILE-ERROR
               END-IF
               ADD 1 TO WS-EXTRACT-READ-CNT
           END-IF.
      *---------------------------------------------------------------*
       4300-COUNT-FINAL-MASTER.
      *---------------------------------------------------------------*
           OPEN INPUT STORY-HISTORY-FILE.
           IF  STYH-STATUS NOT = '00'
               PERFORM 9900-STORY-HISTORY-ERROR
           END-IF.
           MOVE 'N' TO STYH-EOF-SW.
           PERFORM 2010-READ-MASTER-NEXT.
           PERFORM 4310-COUNT-ONE-RECORD
               UNTIL STYH-EOF.
           CLOSE STORY-HISTORY-FILE.
      *---------------------------------------------------------------*
       4310-COUNT-ONE-RECORD.
      *---------------------------------------------------------------*
           ADD 1 TO WS-FINAL-MASTER-CNT.
           PERFORM 2010-READ-MASTER-NEXT.
      *---------------------------------------------------------------*
      *    THE CONTROL TOTALS FOR THE MODE RUN. FOR F THE FINAL
      *    MASTER MUST EQUAL THE RELOADED COUNT PLUS WHAT WAS ADDED
      *    LESS WHAT WAS PURGED.
      *---------------------------------------------------------------*
       9600-DISPLAY-RUN-TOTALS.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-MODE-UNLOAD
                   DISPLAY 'HACKSTYU - UNLOAD'
                   DISPLAY 'HACKSTYU - MASTER RECORDS UNLOADED: '
                       WS-MASTER-READ-CNT
                   DISPLAY 'HACKSTYU - LAST-VOTES HASH TOTAL..: '
                       WS-MASTER-READ-VOTES
                   DISPLAY 'HACKSTYU - BACKUP AS-OF DATE......: '
                       WS-AS-OF-DATE
               WHEN OTHER
                   IF  WS-MODE-RELOAD
                       DISPLAY 'HACKSTYU - RELOAD'
                   ELSE
                       DISPLAY 'HACKSTYU - FORWARD RECOVERY THROUGH '
                           WS-RECOVER-TO-DATE
                   END-IF
                   DISPLAY 'HACKSTYU - BACKUP TRAILER COUNT...: '
                       WS-TRL-RECORD-CNT
                   DISPLAY 'HACKSTYU - BACKUP DETAIL RECORDS..: '
                       WS-BACKUP-DETAIL-CNT
                   DISPLAY 'HACKSTYU - NEW MASTER READ BACK...: '
                       WS-PROVED-CNT
                   DISPLAY 'HACKSTYU - BACKUP AS-OF DATE......: '
                       WS-AS-OF-DATE
           END-EVALUATE.
           IF  WS-MODE-FORWARD
               DISPLAY 'HACKSTYU - RUNS BEFORE AS-OF DATE.: '
                   WS-RUNS-BEFORE-CNT
               DISPLAY 'HACKSTYU - RUNS REPLAYED..........: '
                   WS-RUNS-REPLAYED-CNT
               DISPLAY 'HACKSTYU - RUNS AFTER RECOVER-TO..: '
                   WS-RUNS-AFTER-CNT
               DISPLAY 'HACKSTYU - EXTRACT RECORDS READ...: '
                   WS-EXTRACT-READ-CNT
               DISPLAY 'HACKSTYU - STORIES ADDED..........: '
                   WS-STORIES-ADDED-CNT
               DISPLAY 'HACKSTYU - STORIES REFRESHED......: '
                   WS-STORIES-REFRESHED-CNT
               DISPLAY 'HACKSTYU - ALREADY ON BACKUP......: '
                   WS-STORIES-PRESENT-CNT
               DISPLAY 'HACKSTYU - ENTRIES PURGED.........: '
                   WS-HISTORY-PURGED-CNT
               DISPLAY 'HACKSTYU - RECOVERED MASTER COUNT.: '
                   WS-FINAL-MASTER-CNT
               IF  WS-FINAL-MASTER-CNT NOT =
                   WS-PROVED-CNT + WS-STORIES-ADDED-CNT
                                 - WS-HISTORY-PURGED-CNT
                   DISPLAY 'HACKSTYU - RECOVERED MASTER COUNT DOES '
                           'NOT BALANCE - DO NOT SWAP IN THE MASTER'
                   MOVE 16 TO RETURN-CODE
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
               DISPLAY 'HACKSTYU - STEP-LOG-FILE OPEN FAILED, STATUS = '
                       SLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE SPACE                    TO STEP-LOG-RECORD
               MOVE ZERO                     TO SLG-INPUT-CNT
                                                SLG-OUTPUT-CNT
                                                SLG-REJECT-CNT
               MOVE 'HACKSTYU'               TO SLG-PROGRAM-ID
               STRING WS-SLS-YEAR '-' WS-SLS-MONTH '-' WS-SLS-DAY
                      DELIMITED BY SIZE
                      INTO SLG-RUN-DATE
               END-STRING
               STRING WS-SLS-HH ':' WS-SLS-MM ':' WS-SLS-SS
                      DELIMITED BY SIZE
                      INTO SLG-RUN-TIME
               END-STRING
               MOVE RETURN-CODE              TO SLG-RETURN-CODE
               EVALUATE TRUE
                   WHEN WS-MODE-UNLOAD
                       MOVE 'MASTER READ'      TO SLG-INPUT-LABEL
                       MOVE WS-MASTER-READ-CNT TO SLG-INPUT-CNT
                       MOVE 'BACKUP WRITTEN'   TO SLG-OUTPUT-LABEL
                       MOVE WS-MASTER-READ-CNT TO SLG-OUTPUT-CNT
                   WHEN WS-MODE-RELOAD
                       MOVE 'BACKUP READ'      TO SLG-INPUT-LABEL
                       MOVE WS-BACKUP-DETAIL-CNT
                                               TO SLG-INPUT-CNT
                       MOVE 'MASTER LOADED'    TO SLG-OUTPUT-LABEL
                       MOVE WS-MASTER-LOADED-CNT
                                               TO SLG-OUTPUT-CNT
                   WHEN WS-MODE-FORWARD
                       MOVE 'EXTRACTS READ'    TO SLG-INPUT-LABEL
                       MOVE WS-EXTRACT-READ-CNT
                                               TO SLG-INPUT-CNT
                       MOVE 'FINAL MASTER'     TO SLG-OUTPUT-LABEL
                       MOVE WS-FINAL-MASTER-CNT
                                               TO SLG-OUTPUT-CNT
               END-EVALUATE
               WRITE STEP-LOG-RECORD
               IF  SLOG-STATUS NOT = '00'
                   DISPLAY 'HACKSTYU - STEP-LOG-FILE WRITE FAILED, '
                           'STATUS = ' SLOG-STATUS
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
      *---------------------------------------------------------------*
       9900-STORY-HISTORY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - STORY-HISTORY-FILE I/O FAILED, '
                   'STATUS = ' STYH-STATUS ' KEY = ' SHR-KEY.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9910-STORY-BACKUP-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - STORY-BACKUP-FILE I/O FAILED, '
                   'STATUS = ' SBKP-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9920-RUN-AUDIT-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - RUN-AUDIT-FILE I/O FAILED, '
                   'STATUS = ' RAUD-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9930-EXTRACT-FILE-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - EXTRACT-FILE I/O FAILED, '
                   'STATUS = ' EXTR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9940-PARAMETER-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - PARAMETER CARD MISSING OR INVALID - '
                   'MODE U, R, OR F, RECOVER-TO DATE YYYY-MM-DD'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
      *---------------------------------------------------------------*
       9990-RECOVERY-ERROR.
      *---------------------------------------------------------------*
           DISPLAY 'HACKSTYU - ' WS-RECOVERY-ERROR-TEXT
                   WS-RECOVERY-ERROR-DATE.
           DISPLAY 'HACKSTYU - DO NOT SWAP IN THE NEW MASTER'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9890-WRITE-STEP-LOG.
           STOP RUN.
