      *---------------------------------------------------------------*
      *    EMPMST COPYBOOK - EMPLOYEE MASTER RECORD. ONE RECORD PER
      *    EMPLOYEE EVER HIRED, KEYED ON THE USA-HIST-FLE IR-KEY AND
      *    MAINTAINED BY USAHIST3 FROM THE USAHIST2 CHANGE
      *    TRANSACTIONS. A DEPARTED EMPLOYEE STAYS ON THE MASTER,
      *    MARKED INACTIVE WITH THE LEAVING DATE. DATES ARE YYYYMMDD
      *    LIKE IR-DATE. THE MASTER IS AN INDEXED FILE KEYED ON
      *    EMP-KEY.
      *---------------------------------------------------------------*
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-KEY                     PIC X(10).
           05  EMP-STATUS                  PIC X(01).
               88  EMP-ACTIVE                        VALUE 'A'.
               88  EMP-INACTIVE                      VALUE 'I'.
           05  EMP-DEPT-CODE               PIC X(08).
           05  EMP-NAME                    PIC X(30).
           05  EMP-ADDRESS                 PIC X(40).
           05  EMP-SALARY                  PIC 9(07)V99.
           05  EMP-START-DATE              PIC X(08).
           05  EMP-END-DATE                PIC X(08).
           05  EMP-LAST-CHANGE-DATE        PIC X(08).
           05  EMP-LAST-CHANGE-TYPE        PIC X(01).
           05  FILLER                      PIC X(27).
