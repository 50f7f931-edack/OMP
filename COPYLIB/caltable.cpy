      *---------------------------------------------------------------*
      *    CALTABLE COPYBOOK - THE SHOP CALENDAR (SEE SHOPCAL) HELD IN
      *    MEMORY, ONE ENTRY PER DATE IN DATE ORDER. TEN YEARS OF
      *    DATES FIT. SINCE NO DATE IS MISSING, A DATE'S ENTRY IS
      *    FOUND BY ITS DAY NUMBER LESS THE FIRST DATE'S. WS-CAL-CNT
      *    STAYS ZERO WHEN NO CALENDAR WAS SUPPLIED - HACKSTAT THEN
      *    TREATS EVERY RUN AS THE SAME DAY TYPE, NO FISCAL PERIOD IS
      *    PRINTED, AND A RETENTION WINDOW CAN ONLY BE SET IN
      *    CALENDAR DAYS.
      *---------------------------------------------------------------*
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-CNT                  PIC 9(04) VALUE 0.
           05  WS-CAL-ENTRY                OCCURS 3660 TIMES
                                            INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE             PIC X(10).
               10  WS-CAL-DAY-TYPE         PIC X(01).
                   88  WS-CAL-BUSINESS-DAY           VALUE 'B'.
               10  WS-CAL-FISCAL-PERIOD.
                   15  WS-CAL-FISCAL-YEAR  PIC 9(04).
                   15  WS-CAL-FISCAL-MONTH PIC 9(02).
      *---------------------------------------------------------------*
      *    CALENDAR LOAD AND LOOKUP WORK FIELDS. WS-CAL-PREV-INT IS
      *    THE DAY NUMBER OF THE LAST DATE LOADED, SO A GAP OR A DATE
      *    OUT OF ORDER IS CAUGHT AS THE FILE IS READ.
      *---------------------------------------------------------------*
       01  WS-CALENDAR-WORK-FIELDS.
           05  CAL-STATUS                  PIC X(02) VALUE '00'.
           05  CAL-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CAL-EOF                           VALUE 'Y'.
           05  WS-CAL-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-CAL-FOUND                      VALUE 'Y'.
               88  WS-CAL-NOT-FOUND                  VALUE 'N'.
           05  WS-CAL-LOOKUP-DATE          PIC X(10).
           05  WS-CAL-DATE-PARTS.
               10  WS-CAL-DP-YEAR          PIC X(04).
               10  WS-CAL-DP-MONTH         PIC X(02).
               10  WS-CAL-DP-DAY           PIC X(02).
           05  WS-CAL-DATE-PARTS-NUM REDEFINES WS-CAL-DATE-PARTS
                                           PIC 9(08).
           05  WS-CAL-DATE-INT             PIC 9(08) VALUE 0.
           05  WS-CAL-PREV-INT             PIC 9(08) VALUE 0.
           05  WS-CAL-FIRST-INT            PIC 9(08) VALUE 0.
           05  WS-CAL-SUB                  PIC S9(08) COMP VALUE 0.
           05  WS-CAL-ERROR-TEXT           PIC X(50) VALUE SPACE.
      *        FISCAL PERIOD AS PRINTED BESIDE A RUN DATE - YYYY-PP.
           05  WS-CAL-PERIOD-OUT.
               10  WS-CAL-PO-YEAR          PIC 9(04).
               10  FILLER                  PIC X(01) VALUE '-'.
               10  WS-CAL-PO-MONTH         PIC 9(02).
      *---------------------------------------------------------------*
      *    RETENTION WINDOW IN BUSINESS DAYS OR FISCAL PERIODS. THE
      *    CALLER SETS THE UNIT, THE COUNT AND TODAY'S DATE; THE
      *    WINDOW PARAGRAPH RETURNS THE CUTOFF (THE OLDEST DATE KEPT)
      *    AND THE WINDOW'S LENGTH IN CALENDAR DAYS. B COUNTS BACK
      *    THAT MANY BUSINESS DAYS BEFORE TODAY. P GOES BACK TO THE
      *    FIRST DAY OF THE PERIOD THAT MANY PERIODS BEFORE TODAY'S -
      *    ZERO KEEPS THE CURRENT PERIOD ONLY. D, CALENDAR DAYS, IS
      *    PLAIN DATE ARITHMETIC AND NEEDS NO CALENDAR.
      *---------------------------------------------------------------*
       01  WS-CALENDAR-WINDOW-FIELDS.
           05  WS-CAL-WINDOW-UNIT          PIC X(01) VALUE 'D'.
               88  WS-CAL-WINDOW-IN-DAYS             VALUE 'D'.
               88  WS-CAL-WINDOW-IN-BUSINESS-DAYS    VALUE 'B'.
               88  WS-CAL-WINDOW-IN-PERIODS          VALUE 'P'.
               88  WS-CAL-WINDOW-UNIT-VALID          VALUE 'D' 'B' 'P'.
           05  WS-CAL-WINDOW-COUNT         PIC 9(03) VALUE 0.
           05  WS-CAL-WINDOW-TALLY         PIC 9(03) VALUE 0.
           05  WS-CAL-WINDOW-DAYS          PIC 9(05) VALUE 0.
           05  WS-CAL-TODAY-DATE           PIC X(10) VALUE SPACE.
           05  WS-CAL-CUTOFF-DATE          PIC X(10) VALUE SPACE.
           05  WS-CAL-WALK-SW              PIC X(01) VALUE 'N'.
               88  WS-CAL-WALK-DONE                  VALUE 'Y'.
               88  WS-CAL-WALK-NOT-DONE              VALUE 'N'.
