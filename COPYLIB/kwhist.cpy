      *---------------------------------------------------------------*
      *    KWHIST COPYBOOK - ONE RECORD PER WATCH-LIST ENTRY APPENDED
      *    TO THE CUMULATIVE KEYWORD-HISTORY FILE BY EVERY HACKNEWS
      *    RUN: THE ENTRY'S HIT AND VOTE TOTALS FOR THE RUN, AS BUILT
      *    BY 2200-TALLY-KEYWORD-HITS, WITH THE RUN'S MATCHED-STORY
      *    COUNT SO A SHARE CAN BE TAKEN. AN ENTRY THAT CAUGHT
      *    NOTHING STILL GETS ITS ZERO RECORD - THAT IS WHAT PROVES
      *    IT WAS ON THE LIST AND SILENT. READ BACK BY HACKKWRP FOR
      *    THE KEYWORD EFFECTIVENESS REPORT.
      *---------------------------------------------------------------*
       01  KEYWORD-HISTORY-RECORD.
           05  KHR-RUN-DATE                PIC X(10).
           05  KHR-RUN-TIME                PIC X(08).
           05  KHR-KEYWORD                 PIC X(20).
           05  KHR-MATCH-TYPE              PIC X(01).
           05  KHR-STORY-CNT               PIC 9(06).
           05  KHR-VOTES-TOTAL             PIC 9(09).
           05  KHR-RUN-MATCHED             PIC 9(06).
           05  FILLER                      PIC X(20).
