      *---------------------------------------------------------------*
      *    CHGHIST COPYBOOK - CUMULATIVE EMPLOYEE CHANGE HISTORY. ONE
      *    RECORD PER CHANGE USAHIST2 HAS EVER DETECTED, ADDED BY
      *    EVERY USAHIST2 RUN AND NEVER REWRITTEN. INDEXED ON CHH-KEY
      *    - EMPLOYEE, EFFECTIVE MONTH (YYYYMM), AND A SEQUENCE NUMBER
      *    FOR THE SEVERAL CHANGES ONE EMPLOYEE CAN HAVE IN A MONTH -
      *    SO READING IT IN KEY ORDER GIVES EACH EMPLOYEE'S TIMELINE
      *    OLDEST FIRST. READ BY THE USAHIST4 TIMELINE INQUIRY.
      *    CHANGE TYPES ARE THE CHGTRAN ONES (N/D/T/S/A). CHH-DEPT-CODE
      *    AND CHH-EMP-NAME ARE THE EMPLOYEE'S AS OF THE CHANGE, SO
      *    EVERY TYPE CAN BE SELECTED BY DEPARTMENT. A NEW-EMPLOYEE
      *    RECORD CARRIES THE HIRE ADDRESS IN CHH-NEW-TEXT.
      *---------------------------------------------------------------*
       01  CHANGE-HISTORY-RECORD.
           05  CHH-KEY.
               10  CHH-EMP-KEY             PIC X(10).
               10  CHH-EFF-MONTH           PIC X(06).
               10  CHH-SEQ                 PIC 9(02).
           05  CHH-CHANGE-TYPE             PIC X(01).
               88  CHH-NEW-EMPLOYEE                  VALUE 'N'.
               88  CHH-DEPARTED                      VALUE 'D'.
               88  CHH-TRANSFER                      VALUE 'T'.
               88  CHH-SALARY-CHANGE                 VALUE 'S'.
               88  CHH-NAME-ADDR-CHANGE              VALUE 'A'.
           05  CHH-DEPT-CODE               PIC X(08).
           05  CHH-EMP-NAME                PIC X(30).
           05  CHH-OLD-DEPT                PIC X(08).
           05  CHH-NEW-DEPT                PIC X(08).
           05  CHH-OLD-SALARY              PIC 9(07)V99.
           05  CHH-NEW-SALARY              PIC 9(07)V99.
           05  CHH-ATTRIBUTE               PIC X(08).
           05  CHH-OLD-TEXT                PIC X(40).
           05  CHH-NEW-TEXT                PIC X(40).
           05  CHH-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(13).
