      *    PASSES) AND HACKDGST (SUBSCRIBER DIGEST BUILDER). ONE
      *    RECORD PER STORY THAT CLEARED EVERY SELECTION GATE, WITH
      *    THE RANKING CARRIED ALONG SO DOWNSTREAM TOP-N CUTS CAN BE
      *    MADE WITHOUT RE-READING THE FEED. THE POSTING DATE AND
      *    TIME RIDE ALONG AT THE END SO A RESTARTED HACKNEWS CAN
      *    RE-RELEASE THE STORIES IT MATCHED BEFORE ITS CHECKPOINT
      *    WITH THE SAME SORT RECORD THE ORIGINAL PASS BUILT. A WORK
      *    FILE KEPT FROM BEFORE THOSE FIELDS EXISTED IS SHORTER AND
      *    CANNOT BE RE-READ THROUGH THIS LAYOUT.
      *---------------------------------------------------------------*
       01  MATCHED-WORK-RECORD.
           05  MWR-KEY                     PIC X(08).
           05  MWR-COMMENT-CNT             PIC 9(06).
           05  MWR-DOMAIN                  PIC X(30).
           05  MWR-RANKING                 PIC S9(06)V9(06).
      *    HNR-DATE (YYYY-MM-DD) AND HNR-TIME (HH:MM) AS POSTED, WITH
      *    THE HOUR AND MINUTE ALREADY BROKEN OUT.
           05  MWR-POSTED-DATE             PIC X(10).
           05  MWR-POSTED-TIME             PIC X(05).
           05  MWR-POSTED-HH               PIC 9(02).
           05  MWR-POSTED-MM               PIC 9(02).
