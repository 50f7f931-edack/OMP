      *---------------------------------------------------------------*
      *    CHGTRAN COPYBOOK - CHANGE TRANSACTION RECORD WRITTEN BY
      *    USAHIST2, ONE PER DETECTED CHANGE IN IR-KEY ORDER, AND
      *    APPLIED TO THE EMPLOYEE MASTER BY USAHIST3. CHANGE TYPES:
      *    N = NEW EMPLOYEE, D = DEPARTED, T = DEPARTMENT TRANSFER,
      *    S = SALARY CHANGE, A = NAME OR ADDRESS CHANGE (ONE RECORD
      *    PER CHANGED ATTRIBUTE, NAMED IN CTR-ATTRIBUTE), Z = THE
      *    TRAILER. ONLY THE FIELDS A TYPE NEEDS ARE FILLED - THE
      *    REST ARE SPACES OR ZEROES. A NEW-EMPLOYEE RECORD CARRIES
      *    THE NAME AND ADDRESS IN THE TEXT AREA, SEE CTR-HIRE-DATA.
      *    THE TRAILER REUSES THE DETAIL POSITIONS FOR ITS COUNTS.
      *---------------------------------------------------------------*
       01  CHANGE-TRANSACTION-RECORD.
           05  CTR-CHANGE-TYPE             PIC X(01).
           05  CTR-DETAIL-DATA.
               10  CTR-KEY                 PIC X(10).
               10  CTR-OLD-DEPT            PIC X(08).
               10  CTR-NEW-DEPT            PIC X(08).
               10  CTR-OLD-SALARY          PIC 9(07)V99.
               10  CTR-NEW-SALARY          PIC 9(07)V99.
               10  CTR-TEXT-DATA.
                   15  CTR-OLD-TEXT        PIC X(40).
                   15  CTR-NEW-TEXT        PIC X(40).
               10  CTR-HIRE-DATA REDEFINES CTR-TEXT-DATA.
                   15  CTR-HIRE-NAME       PIC X(30).
                   15  CTR-HIRE-ADDRESS    PIC X(40).
                   15  FILLER              PIC X(10).
               10  CTR-ATTRIBUTE           PIC X(08).
                   88  CTR-ATTR-NAME                 VALUE 'NAME    '.
                   88  CTR-ATTR-ADDRESS              VALUE 'ADDRESS '.
               10  FILLER                  PIC X(27).
           05  CTR-TRAILER-DATA REDEFINES CTR-DETAIL-DATA.
               10  CTR-TRL-NEW-CNT         PIC 9(06).
               10  CTR-TRL-DEPARTED-CNT    PIC 9(06).
               10  CTR-TRL-TRANSFER-CNT    PIC 9(06).
               10  CTR-TRL-SALARY-CNT      PIC 9(06).
               10  CTR-TRL-NAMEADDR-CNT    PIC 9(06).
               10  FILLER                  PIC X(129).
