               88  WS-MSG-WR-OU         VALUE 'ERROR WRITING OUTPUT'.
               88  WS-MSG-CL-IN         VALUE 'ERROR CLOSING A FILE'.
               88  WS-MSG-SEQ-IN        VALUE 'INPUT SEQUENCE ERROR'.
               88  WS-MSG-BAL-ER        VALUE 'CONTROL TOTALS ERROR'.
           05  WS-ERR-CDE                  PIC X(02).
           05  WS-ERR-PROC                 PIC X(10).
               88  WS-PROC-OPEN         VALUE 'OPEN'.
               88  WS-PROC-PRNT         VALUE 'PRINT'.
               88  WS-PROC-CLOS         VALUE 'CLOSE'.
               88  WS-PROC-SEQCHK       VALUE 'SEQCHK'.
               88  WS-PROC-BALCHK       VALUE 'BALCHK'.
