      *---------------------------------------------------------------*
      *    STYBKUP COPYBOOK - FLAT SEQUENTIAL BACKUP OF THE STORY-
      *    HISTORY MASTER AS UNLOADED BY HACKSTYU. ONE DETAIL RECORD
      *    PER MASTER RECORD IN KEY ORDER, CARRYING THE STORYHST
      *    RECORD IMAGE UNCHANGED, THEN ONE TRAILER RECORD WITH THE
      *    DETAIL COUNT AND LAST-VOTES HASH TOTAL THE RELOAD MUST
      *    PROVE, AND THE AS-OF DATE - THE LATEST LAST-SEEN DATE ON
      *    THE MASTER, I.E. THE LAST HACKNEWS RUN THE BACKUP HOLDS -
      *    FROM WHICH A FORWARD RECOVERY STARTS REAPPLYING EXTRACTS.
      *---------------------------------------------------------------*
       01  STORY-BACKUP-RECORD.
           05  SBK-RECORD-TYPE             PIC X(01).
               88  SBK-DETAIL-RECORD                 VALUE 'D'.
               88  SBK-TRAILER-RECORD                VALUE 'T'.
           05  SBK-DETAIL-IMAGE            PIC X(120).
           05  SBK-TRAILER-DATA REDEFINES SBK-DETAIL-IMAGE.
               10  SBK-TRL-RECORD-CNT      PIC 9(09).
               10  SBK-TRL-VOTES-TOTAL     PIC 9(12).
               10  SBK-TRL-AS-OF-DATE      PIC X(10).
               10  SBK-TRL-UNLOAD-DATE     PIC X(10).
               10  SBK-TRL-UNLOAD-TIME     PIC X(08).
               10  FILLER                  PIC X(71).
