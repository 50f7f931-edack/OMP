      *---------------------------------------------------------------*
      *    RJCFREC COPYBOOK - CARRIED-FORWARD REJECT RECORD. A
      *    USA-HIST-FLE RECORD THAT USAHIST1 REJECTED AND THAT STILL
      *    FAILS VALIDATION AFTER THE CORRECTION RUN (USAHIST7). THE
      *    REASON CODE AND THE 189-BYTE INREC001 RECORD ARE CARRIED
      *    AS ON THE REJECTS FILE - THE REASON IS THE RULE THE RECORD
      *    FAILS NOW, WHICH MAY DIFFER FROM THE ORIGINAL ONE AFTER A
      *    PARTIAL CORRECTION - PLUS THE DATE THE RECORD WAS FIRST
      *    REJECTED (YYYYMMDD) AND THE NUMBER OF CORRECTION RUNS IT
      *    HAS BEEN THROUGH WITHOUT CLEARING.
      *---------------------------------------------------------------*
       01  CARRIED-REJECT-RECORD.
           05  CRJ-REASON-CODE             PIC X(04).
           05  CRJ-RECORD-DATA             PIC X(189).
           05  CRJ-FIRST-REJECTED          PIC X(08).
           05  CRJ-AGE-CNT                 PIC 9(03).
           05  FILLER                      PIC X(06).
