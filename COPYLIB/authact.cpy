      *---------------------------------------------------------------*
      *    AUTHACT COPYBOOK - AUTHOR-ACTIVITY MASTER RECORD. ONE
      *    RECORD PER CANONICAL AUTHOR AND AFFILIATION AS RESOLVED BY
      *    HACKNEWS 4020-LOOKUP-AUTHOR-REFERENCE, CARRYING RUNNING
      *    TOTALS OF THE MATCHED STORIES THAT AUTHOR POSTED AND THE
      *    FIRST AND LAST POSTING DATES (YYYY-MM-DD, AS HNR-DATE).
      *    AN UNMATCHED HANDLE KEYS AS ITSELF UNDER '(UNMATCHED)'.
      *    THE MASTER IS AN INDEXED FILE KEYED ON AAR-KEY.
      *
      *    THE THREE MONTH BUCKETS HOLD THE MOST RECENT POSTING
      *    MONTHS (YYYY-MM) THE AUTHOR HAS STORIES IN, NEWEST FIRST,
      *    SO THE MONTH-END SHARE-OF-VOICE REPORT (HACKAFFL) CAN TAKE
      *    A MONTH AND THE ONE BEFORE IT EVEN WHEN THE NEXT MONTH'S
      *    FIRST STORIES HAVE ALREADY BEEN POSTED. A STORY OLDER THAN
      *    ALL THREE COUNTS ONLY IN THE RUNNING TOTALS.
      *
      *    AAR-LAST-RUN-STAMP IS THE HACKNEWS RUN DATE AND TIME THAT
      *    LAST UPDATED THE RECORD. A RESTARTED RUN KEEPS ITS
      *    ORIGINAL STAMP, SO AN AUTHOR ALREADY APPLIED BEFORE THE
      *    ABEND IS NOT APPLIED TWICE.
      *---------------------------------------------------------------*
       01  AUTHOR-ACTIVITY-RECORD.
           05  AAR-KEY.
               10  AAR-CANONICAL-NAME      PIC X(30).
               10  AAR-AFFILIATION         PIC X(20).
           05  AAR-STORY-CNT               PIC 9(07).
           05  AAR-VOTES-TOTAL             PIC 9(09).
           05  AAR-COMMENT-TOTAL           PIC 9(09).
           05  AAR-FIRST-POSTED            PIC X(10).
           05  AAR-LAST-POSTED             PIC X(10).
           05  AAR-MONTH-BUCKET            OCCURS 3 TIMES.
               10  AAR-MONTH               PIC X(07).
               10  AAR-MONTH-STORY-CNT     PIC 9(05).
               10  AAR-MONTH-VOTES         PIC 9(09).
               10  AAR-MONTH-COMMENTS      PIC 9(09).
           05  AAR-LAST-RUN-STAMP          PIC X(16).
           05  FILLER                      PIC X(19).
