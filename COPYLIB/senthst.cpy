      *---------------------------------------------------------------*
      *    SENTHST COPYBOOK - HACKDGST PER-RECIPIENT SENT-HISTORY
      *    RECORD. ONE RECORD PER STORY PER RECIPIENT WHOSE BRIEF
      *    CARRIED IT, WITH THE DATE (YYYY-MM-DD) IT WAS LAST SENT AND
      *    ITS VOTE COUNT AT THAT TIME, SO A STORY IS NOT SENT TO THE
      *    SAME PERSON AGAIN UNLESS ITS VOTES HAVE SINCE GROWN PAST
      *    THEIR SUBSCRIPTION'S RE-SEND PERCENTAGE. A RE-SENT STORY
      *    HAS ITS DATE AND VOTES REFRESHED AND SHS-UPDATE-CNT BUMPED.
      *    ENTRIES LAST SENT BEFORE THE RETENTION WINDOW AGE OFF.
      *---------------------------------------------------------------*
       01  SENT-HISTORY-RECORD.
           05  SHS-RECIP-ID                PIC X(08).
           05  SHS-KEY                     PIC X(08).
           05  SHS-SENT-DATE               PIC X(10).
           05  SHS-SENT-VOTES              PIC 9(06).
           05  SHS-UPDATE-CNT              PIC 9(02).
           05  FILLER                      PIC X(06).
