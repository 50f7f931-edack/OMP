            {{.}}
            {{/initialization.file_control.fc_extract}}

      *    OPTIONAL SEQUENTIAL MASTER-UPDATE FILES - OLD MASTER, NEW
      *    MASTER AND ERROR/AUDIT FILE. WHEN PRESENT THE PRIMARY INPUT
      *    IS THE TRANSACTION FILE AND THE PROGRAM IS A CLASSIC
      *    OLD-MASTER PLUS SORTED-TRANSACTIONS UPDATE, SEE
      *    2200-PROCESS-ACTIVE-KEY.
            {{#initialization.file_control.fc_master}}
            {{.}}
            {{/initialization.file_control.fc_master}}

      *    OPTIONAL SINGLE-RECORD RUN-PARAMETER CARD - OVERRIDES
      *    LINES-ON-PAGE AND THE REPORT TITLE WHEN PRESENT, SEE
      *    1210-APPLY-PARAMETERS.
       COPY {{process.extract_output_dd_name}}.
      *
           {{/process.extract_output_file_name}}
           {{#process.old_master_file_name}}
       FD  {{process.old_master_file_name}} RECORDING MODE F.
       COPY {{process.old_master_dd_name}}.
      *
       FD  {{process.new_master_file_name}} RECORDING MODE F.
       01  NEW-MASTER-RECORD
                           PIC X({{process.master_record_length}}).
      *
      *    ONE RECORD PER TRANSACTION - WHAT WAS DONE WITH IT (ADDED,
      *    CHANGED, DELETED OR REJECTED), THE KEY, THE REJECT REASON
      *    AND THE TRANSACTION AS READ (TRUNCATED OR SPACE-FILLED TO
      *    200 BYTES).
       FD  {{process.audit_file_name}} RECORDING MODE F.
       01  AUDIT-RECORD.
           05  AUD-ACTION                  PIC X(08).
           05  AUD-KEY                     PIC X(30).
           05  AUD-REASON                  PIC X(40).
           05  AUD-TRANSACTION-IMAGE       PIC X(200).
      *
           {{/process.old_master_file_name}}
       FD  PARAMETER-FILE RECORDING MODE F.
       01  PARAMETER-RECORD-IN.
           05 PRM-LINES-ON-PAGE            PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           {{/process.total_fields}}
           {{/process.break_field_1}}
      *---------------------------------------------------------------*
      *    MASTER-UPDATE SUPPORT - GENERATED WHEN THE PROGRAM SPEC
      *    NAMES old_master_file_name. THE SPEC ALSO GIVES THE OLD
      *    MASTER'S COPYBOOK AND RECORD (old_master_dd_name,
      *    old_master_record_name) AND KEY (old_master_key_field),
      *    THE NEW MASTER FILE (new_master_file_name) AND ITS RECORD
      *    LENGTH (master_record_length), A WORK-AREA COPYBOOK OF THE
      *    SAME LAYOUT WITH ITS OWN DATA NAMES (new_master_dd_name,
      *    new_master_record_name, new_master_key_field), THE
      *    ERROR/AUDIT FILE (audit_file_name), THE TRANSACTION
      *    RECORD, KEY AND CODE FIELDS IN THE PRIMARY INPUT
      *    (tran_record_name, tran_key_field, tran_code_field) AND
      *    THE KEY PICTURE (master_key_pic). THE KEY PICTURE MUST BE
      *    ALPHANUMERIC - HIGH-VALUES MARKS END OF FILE ON EACH
      *    INPUT. TRANSACTION CODES ARE A (ADD), C (CHANGE) AND
      *    D (DELETE). BOTH INPUTS MUST BE IN ASCENDING KEY ORDER -
      *    SEVERAL TRANSACTIONS FOR ONE KEY APPLY IN FILE ORDER, BUT
      *    A DUPLICATE MASTER KEY OR A KEY OUT OF ORDER ON EITHER
      *    FILE ABENDS THE RUN.
      *---------------------------------------------------------------*
           {{#process.old_master_file_name}}
       01  WS-MASTER-UPDATE-FIELDS.
           05  WS-TRAN-KEY                 {{process.master_key_pic}}.
           05  WS-PREV-TRAN-KEY            {{process.master_key_pic}}
                                           VALUE LOW-VALUES.
           05  WS-MAST-KEY                 {{process.master_key_pic}}.
           05  WS-PREV-MAST-KEY            {{process.master_key_pic}}
                                           VALUE LOW-VALUES.
           05  WS-ACTIVE-KEY               {{process.master_key_pic}}.
           05  WS-TRAN-CODE                PIC X.
               88  WS-TRAN-ADD                   VALUE 'A'.
               88  WS-TRAN-CHANGE                VALUE 'C'.
               88  WS-TRAN-DELETE                VALUE 'D'.
           05  WS-MASTER-ON-FILE-SW        PIC X VALUE 'N'.
               88  WS-MASTER-ON-FILE             VALUE 'Y'.
               88  WS-MASTER-NOT-ON-FILE         VALUE 'N'.
           05  WS-REJECT-REASON            PIC X(40) VALUE SPACE.
      *    MASTER-UPDATE CONTROL COUNTS - OLD MASTERS READ PLUS ADDS
      *    LESS DELETES MUST EQUAL NEW MASTERS WRITTEN, AND EVERY
      *    TRANSACTION READ IS AN ADD, A CHANGE, A DELETE OR A
      *    REJECT. EITHER FAILING TO BALANCE ENDS THE RUN WITH A 16.
           05  OLD-MASTER-READ-CNT         PIC 9(09) VALUE 0.
           05  NEW-MASTER-WRITTEN-CNT      PIC 9(09) VALUE 0.
           05  TRAN-READ-CNT               PIC 9(09) VALUE 0.
           05  TRAN-ADD-CNT                PIC 9(09) VALUE 0.
           05  TRAN-CHANGE-CNT             PIC 9(09) VALUE 0.
           05  TRAN-DELETE-CNT             PIC 9(09) VALUE 0.
           05  TRAN-REJECT-CNT             PIC 9(09) VALUE 0.
           05  MASTER-BALANCE-CNT          PIC S9(09) VALUE 0.
       01  CONTROL-TOTAL-LINE.
           05  CTL-LABEL                   PIC X(40).
           05  CTL-COUNT                   PIC ZZZ,ZZZ,ZZ9-.
      *    NEW MASTER WORK AREA - THE OLD MASTER RECORD IS MOVED HERE
      *    (OR IT IS BUILT HERE FOR AN ADD), THE KEY'S TRANSACTIONS
      *    ARE APPLIED TO IT AND IT IS WRITTEN AS THE NEW MASTER.
       COPY {{process.new_master_dd_name}}.
           {{/process.old_master_file_name}}
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
               88  {{process.lookup_file_name}}-FOUND        VALUE 'Y'.
               88  {{process.lookup_file_name}}-NOT-FOUND    VALUE 'N'.
           {{/process.lookup_file_name}}
           {{#process.old_master_file_name}}
           05  {{process.old_master_file_name}}-STATUS
                                           PIC X(02) VALUE '00'.
           05  {{process.new_master_file_name}}-STATUS
                                           PIC X(02) VALUE '00'.
           05  {{process.audit_file_name}}-STATUS
                                           PIC X(02) VALUE '00'.
           {{/process.old_master_file_name}}
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           {{^process.old_master_file_name}}
           PERFORM 8000-READ-ACCT-FILE.
           PERFORM 2000-PROCESS-ACCT-FILE
               UNTIL END-OF-FILE.
           {{/process.old_master_file_name}}
           {{#process.old_master_file_name}}
           PERFORM 8050-READ-TRANSACTION.
           PERFORM 8100-READ-OLD-MASTER.
           PERFORM 2290-SET-ACTIVE-KEY.
           PERFORM 2200-PROCESS-ACTIVE-KEY
               UNTIL WS-ACTIVE-KEY = HIGH-VALUES.
           {{/process.old_master_file_name}}
           PERFORM 3000-CLOSE-FILES.
           GOBACK.
      *---------------------------------------------------------------*
                          {{#process.lookup_file_name}}
                          {{process.lookup_file_name}}
                          {{/process.lookup_file_name}}
                          {{#process.old_master_file_name}}
                          {{process.old_master_file_name}}
                          {{/process.old_master_file_name}}
                   OUTPUT {{process.output_file_name}}
                          {{#process.extract_output_file_name}}
                          {{process.extract_output_file_name}}
                          {{/process.extract_output_file_name}}
                          {{#process.old_master_file_name}}
                          {{process.new_master_file_name}}
                          {{process.audit_file_name}}
                          {{/process.old_master_file_name}}.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR            TO HL1-YEAR-OUT.
           MOVE WS-CURRENT-MONTH           TO HL1-MONTH-OUT.
           IF  PRM-REPORT-TITLE  NOT = SPACES
               MOVE PRM-REPORT-TITLE       TO HL1-REPORT-TITLE
           END-IF.
           {{^process.old_master_file_name}}
      *---------------------------------------------------------------*
       2000-PROCESS-ACCT-FILE.
      *---------------------------------------------------------------*
                   SET {{process.lookup_file_name}}-NOT-FOUND TO TRUE
           END-READ.
           {{/process.lookup_file_name}}
           {{/process.old_master_file_name}}
           {{#process.break_field_1}}
           {{^process.old_master_file_name}}
      *---------------------------------------------------------------*
      *    COMPARES THE RECORD IN HAND'S BREAK FIELDS AGAINST THE
      *    PREVIOUS RECORD'S AND PRINTS THE SUBTOTAL LINES A CHANGE
                   {{/process.break_field_2}}
               END-IF
           END-IF.
           {{/process.old_master_file_name}}
           {{#process.break_field_2}}
      *---------------------------------------------------------------*
       2110-PRINT-MINOR-SUBTOTAL.
           MOVE GRAND-TOTAL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           {{/process.break_field_1}}
           {{#process.old_master_file_name}}
      *---------------------------------------------------------------*
      *    ONE PASS PER KEY ON EITHER FILE. THE MASTER FOR THE ACTIVE
      *    KEY, IF THERE IS ONE, IS MOVED TO THE NEW MASTER WORK AREA,
      *    EVERY TRANSACTION FOR THE KEY IS APPLIED TO IT IN TURN, AND
      *    WHAT IS LEFT ON FILE AFTERWARDS IS WRITTEN AS THE NEW
      *    MASTER - A MASTER WITH NO TRANSACTIONS CARRIES FORWARD
      *    UNCHANGED.
      *---------------------------------------------------------------*
       2200-PROCESS-ACTIVE-KEY.
      *---------------------------------------------------------------*
           IF  WS-MAST-KEY = WS-ACTIVE-KEY
               MOVE {{process.old_master_record_name}}
                   TO {{process.new_master_record_name}}
               SET WS-MASTER-ON-FILE TO TRUE
               PERFORM 8100-READ-OLD-MASTER
           ELSE
               SET WS-MASTER-NOT-ON-FILE TO TRUE
           END-IF.
           PERFORM 2210-APPLY-TRANSACTION
               UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY.
           IF  WS-MASTER-ON-FILE
               PERFORM 8600-WRITE-NEW-MASTER
           END-IF.
           PERFORM 2290-SET-ACTIVE-KEY.
      *---------------------------------------------------------------*
      *    AN ADD NEEDS THE KEY NOT TO BE ON FILE, A CHANGE OR DELETE
      *    NEEDS IT TO BE - ANYTHING ELSE, OR AN UNKNOWN CODE, IS
      *    REJECTED TO THE AUDIT FILE AND THE MASTER LEFT AS IT WAS.
      *---------------------------------------------------------------*
       2210-APPLY-TRANSACTION.
      *---------------------------------------------------------------*
           MOVE {{process.tran_code_field}} TO WS-TRAN-CODE.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   IF  WS-MASTER-ON-FILE
                       MOVE 'ADD - KEY ALREADY ON THE MASTER'
                           TO WS-REJECT-REASON
                       PERFORM 2280-REJECT-TRANSACTION
                   ELSE
                       PERFORM 2220-ADD-MASTER
                   END-IF
               WHEN WS-TRAN-CHANGE
                   IF  WS-MASTER-NOT-ON-FILE
                       MOVE 'CHANGE - KEY NOT ON THE MASTER'
                           TO WS-REJECT-REASON
                       PERFORM 2280-REJECT-TRANSACTION
                   ELSE
                       PERFORM 2230-CHANGE-MASTER
                   END-IF
               WHEN WS-TRAN-DELETE
                   IF  WS-MASTER-NOT-ON-FILE
                       MOVE 'DELETE - KEY NOT ON THE MASTER'
                           TO WS-REJECT-REASON
                       PERFORM 2280-REJECT-TRANSACTION
                   ELSE
                       PERFORM 2240-DELETE-MASTER
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
                   PERFORM 2280-REJECT-TRANSACTION
           END-EVALUATE.
           PERFORM 8050-READ-TRANSACTION.
      *---------------------------------------------------------------*
       2220-ADD-MASTER.
      *---------------------------------------------------------------*
           INITIALIZE {{process.new_master_record_name}}.
           MOVE WS-ACTIVE-KEY TO {{process.new_master_key_field}}.
      *    MOVE THE TRANSACTION FIELDS INTO THE NEW MASTER HERE.
           SET WS-MASTER-ON-FILE TO TRUE.
           ADD 1 TO TRAN-ADD-CNT.
           MOVE 'ADDED'                    TO AUD-ACTION.
           PERFORM 8700-WRITE-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2230-CHANGE-MASTER.
      *---------------------------------------------------------------*
      *    MOVE THE CHANGED TRANSACTION FIELDS OVER THE NEW MASTER'S
      *    HERE - THE GENERATED DEFAULT CHANGES NOTHING.
           ADD 1 TO TRAN-CHANGE-CNT.
           MOVE 'CHANGED'                  TO AUD-ACTION.
           PERFORM 8700-WRITE-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2240-DELETE-MASTER.
      *---------------------------------------------------------------*
           SET WS-MASTER-NOT-ON-FILE TO TRUE.
           ADD 1 TO TRAN-DELETE-CNT.
           MOVE 'DELETED'                  TO AUD-ACTION.
           PERFORM 8700-WRITE-AUDIT-RECORD.
      *---------------------------------------------------------------*
       2280-REJECT-TRANSACTION.
      *---------------------------------------------------------------*
           ADD 1 TO TRAN-REJECT-CNT.
           MOVE 'REJECTED'                 TO AUD-ACTION.
           PERFORM 8700-WRITE-AUDIT-RECORD.
      *---------------------------------------------------------------*
      *    THE NEXT KEY TO PROCESS IS THE LOWER OF THE TWO KEYS IN
      *    HAND - HIGH-VALUES ONCE BOTH FILES ARE AT END.
      *---------------------------------------------------------------*
       2290-SET-ACTIVE-KEY.
      *---------------------------------------------------------------*
           IF  WS-TRAN-KEY < WS-MAST-KEY
               MOVE WS-TRAN-KEY            TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-MAST-KEY            TO WS-ACTIVE-KEY
           END-IF.
      *---------------------------------------------------------------*
      *    PRINTS THE CONTROL TOTALS AND PROVES THEM - OLD MASTERS
      *    PLUS ADDS LESS DELETES AGAINST NEW MASTERS WRITTEN, AND
      *    TRANSACTIONS READ AGAINST WHAT WAS DONE WITH THEM.
      *---------------------------------------------------------------*
       2300-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           MOVE 'OLD MASTER RECORDS READ' TO CTL-LABEL.
           MOVE OLD-MASTER-READ-CNT        TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  PLUS ADDS'              TO CTL-LABEL.
           MOVE TRAN-ADD-CNT               TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  LESS DELETES'           TO CTL-LABEL.
           MOVE TRAN-DELETE-CNT            TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           COMPUTE MASTER-BALANCE-CNT = OLD-MASTER-READ-CNT
               + TRAN-ADD-CNT - TRAN-DELETE-CNT.
           MOVE 'EXPECTED NEW MASTER RECORDS' TO CTL-LABEL.
           MOVE MASTER-BALANCE-CNT         TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE 'NEW MASTER RECORDS WRITTEN' TO CTL-LABEL.
           MOVE NEW-MASTER-WRITTEN-CNT     TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE 'TRANSACTIONS READ'        TO CTL-LABEL.
           MOVE TRAN-READ-CNT              TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  ADDS'                   TO CTL-LABEL.
           MOVE TRAN-ADD-CNT               TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  CHANGES'                TO CTL-LABEL.
           MOVE TRAN-CHANGE-CNT            TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  DELETES'                TO CTL-LABEL.
           MOVE TRAN-DELETE-CNT            TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           MOVE '  REJECTS'                TO CTL-LABEL.
           MOVE TRAN-REJECT-CNT            TO CTL-COUNT.
           PERFORM 2310-PRINT-CONTROL-TOTAL-LINE.
           IF  MASTER-BALANCE-CNT NOT = NEW-MASTER-WRITTEN-CNT
           OR  TRAN-READ-CNT NOT = TRAN-ADD-CNT + TRAN-CHANGE-CNT
                                 + TRAN-DELETE-CNT + TRAN-REJECT-CNT
               MOVE '*** CONTROL TOTALS DO NOT BALANCE ***'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               DISPLAY '{{process.program_name}} - CONTROL TOTALS '
                   'DO NOT BALANCE'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF  TRAN-REJECT-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2310-PRINT-CONTROL-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE CONTROL-TOTAL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           {{/process.old_master_file_name}}
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           END-IF.
           PERFORM 2130-PRINT-GRAND-TOTAL.
           {{/process.break_field_1}}
           {{#process.old_master_file_name}}
           PERFORM 2300-PRINT-CONTROL-TOTALS.
           {{/process.old_master_file_name}}
           CLOSE {{process.input_file_name}}
                 {{#process.lookup_file_name}}
                 {{process.lookup_file_name}}
                 {{#process.extract_output_file_name}}
                 {{process.extract_output_file_name}}
                 {{/process.extract_output_file_name}}
                 {{#process.old_master_file_name}}
                 {{process.old_master_file_name}}
                 {{process.new_master_file_name}}
                 {{process.audit_file_name}}
                 {{/process.old_master_file_name}}
                 {{process.output_file_name}}.
           {{#process.extract_output_file_name}}
           DISPLAY '{{process.program_name}} - RECORDS SELECTED: '
      *---------------------------------------------------------------*
           READ {{process.input_file_name}}
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           {{#process.old_master_file_name}}
      *---------------------------------------------------------------*
      *    NEXT TRANSACTION, SEQUENCE-CHECKED ON ITS KEY. EQUAL KEYS
      *    ARE IN SEQUENCE - A KEY CAN CARRY SEVERAL TRANSACTIONS.
      *---------------------------------------------------------------*
       8050-READ-TRANSACTION.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-ACCT-FILE.
           IF  END-OF-FILE
               MOVE HIGH-VALUES            TO WS-TRAN-KEY
           ELSE
               IF  {{process.tran_key_field}} < WS-PREV-TRAN-KEY
                   DISPLAY '{{process.program_name}} - TRANSACTIONS '
                       'OUT OF SEQUENCE AT KEY '
                       {{process.tran_key_field}}
                   PERFORM 9950-SEQUENCE-ERROR
               END-IF
               MOVE {{process.tran_key_field}} TO WS-TRAN-KEY
               MOVE {{process.tran_key_field}} TO WS-PREV-TRAN-KEY
               ADD 1 TO TRAN-READ-CNT
           END-IF.
      *---------------------------------------------------------------*
      *    NEXT OLD MASTER, SEQUENCE-CHECKED ON ITS KEY. A MASTER KEY
      *    MUST BE HIGHER THAN THE ONE BEFORE IT - A DUPLICATE MEANS
      *    THE MASTER IS DAMAGED AND IS NOT UPDATED.
      *---------------------------------------------------------------*
       8100-READ-OLD-MASTER.
      *---------------------------------------------------------------*
           READ {{process.old_master_file_name}}
               AT END MOVE HIGH-VALUES     TO WS-MAST-KEY
           END-READ.
           IF  {{process.old_master_file_name}}-STATUS = '00'
               IF  {{process.old_master_key_field}}
                       NOT > WS-PREV-MAST-KEY
                   DISPLAY '{{process.program_name}} - OLD MASTER '
                       'OUT OF SEQUENCE AT KEY '
                       {{process.old_master_key_field}}
                   PERFORM 9950-SEQUENCE-ERROR
               END-IF
               MOVE {{process.old_master_key_field}} TO WS-MAST-KEY
               MOVE {{process.old_master_key_field}}
                   TO WS-PREV-MAST-KEY
               ADD 1 TO OLD-MASTER-READ-CNT
           ELSE
               IF  {{process.old_master_file_name}}-STATUS NOT = '10'
                   DISPLAY '{{process.program_name}} - OLD MASTER '
                       'READ FAILED, STATUS = '
                       {{process.old_master_file_name}}-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *---------------------------------------------------------------*
      *    WRITES THE NEW MASTER FROM THE WORK AREA. A BAD WRITE IS AN
      *    ABEND - A NEW MASTER SHORT A RECORD CANNOT BE BALANCED.
      *---------------------------------------------------------------*
       8600-WRITE-NEW-MASTER.
      *---------------------------------------------------------------*
           WRITE NEW-MASTER-RECORD
               FROM {{process.new_master_record_name}}.
           IF  {{process.new_master_file_name}}-STATUS NOT = '00'
               DISPLAY '{{process.program_name}} - NEW MASTER WRITE '
                   'FAILED, STATUS = '
                   {{process.new_master_file_name}}-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO NEW-MASTER-WRITTEN-CNT.
      *---------------------------------------------------------------*
      *    ONE AUDIT RECORD FOR THE TRANSACTION IN HAND - THE CALLER
      *    HAS SET THE ACTION, AND THE REASON FOR A REJECT.
      *---------------------------------------------------------------*
       8700-WRITE-AUDIT-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-ACTIVE-KEY              TO AUD-KEY.
           IF  AUD-ACTION = 'REJECTED'
               MOVE WS-REJECT-REASON       TO AUD-REASON
           ELSE
               MOVE SPACE                  TO AUD-REASON
           END-IF.
           MOVE {{process.tran_record_name}} TO AUD-TRANSACTION-IMAGE.
           WRITE AUDIT-RECORD.
           IF  {{process.audit_file_name}}-STATUS NOT = '00'
               DISPLAY '{{process.program_name}} - AUDIT WRITE '
                   'FAILED, STATUS = '
                   {{process.audit_file_name}}-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *---------------------------------------------------------------*
       9950-SEQUENCE-ERROR.
      *---------------------------------------------------------------*
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           {{/process.old_master_file_name}}
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
