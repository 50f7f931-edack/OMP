           05  RSR-MIN-VOTES               PIC 9(06).
           05  RSR-DATE-FROM               PIC X(10).
           05  RSR-DATE-TO                 PIC X(10).
      *    THE HISTORY RETENTION WINDOW IN CALENDAR DAYS - A WINDOW
      *    GIVEN IN BUSINESS DAYS OR FISCAL PERIODS IS RECORDED AS
      *    THE CALENDAR DAYS IT SPANNED ON THE RUN DATE.
           05  RSR-RETAIN-DAYS             PIC 9(03).
           05  RSR-DIGEST-COUNT            PIC 9(03).
      *    THE FEED HEADER DATE AND SOURCE ID OF EVERY HDR...TRL
