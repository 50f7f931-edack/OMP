      *---------------------------------------------------------------*
      *    SHOPCAL COPYBOOK - SHOP BUSINESS CALENDAR. ONE RECORD PER
      *    DATE, IN DATE ORDER WITH NO DATE MISSING, GIVING THE DAY
      *    TYPE AND THE FISCAL PERIOD THE DATE FALLS IN. MAINTAINED
      *    BY OPERATIONS A YEAR OR MORE AHEAD AND SHARED BY THE
      *    DATE-DRIVEN HACK* PROGRAMS - HACKSTAT COMPARES A RUN ONLY
      *    WITH EARLIER RUNS OF THE SAME DAY TYPE, HACKNEWS, HACKPURG
      *    AND HACKDGST CAN SET THEIR RETENTION WINDOWS AND HACKFIX
      *    ITS RETIREMENT LIMIT IN BUSINESS DAYS OR FISCAL PERIODS,
      *    AND HACKSTAT, HACKNEWS AND HACKPURG SHOW THE FISCAL PERIOD
      *    BESIDE THE RUN DATE. LOADED INTO CALTABLE AT STARTUP.
      *---------------------------------------------------------------*
       01  SHOP-CALENDAR-RECORD.
           05  CAL-DATE                    PIC X(10).
           05  CAL-DAY-TYPE                PIC X(01).
               88  CAL-BUSINESS-DAY                  VALUE 'B'.
               88  CAL-WEEKEND                       VALUE 'W'.
               88  CAL-HOLIDAY                       VALUE 'H'.
               88  CAL-DAY-TYPE-VALID                VALUE 'B' 'W' 'H'.
           05  CAL-FISCAL-PERIOD.
               10  CAL-FISCAL-YEAR         PIC 9(04).
               10  CAL-FISCAL-MONTH        PIC 9(02).
      *    FREE TEXT FOR THE MAINTAINER - THE HOLIDAY'S NAME, SAY.
      *    NOT READ BY ANY PROGRAM.
           05  CAL-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(33).
