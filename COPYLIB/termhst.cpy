      *---------------------------------------------------------------*
      *    TERMHST COPYBOOK - THE ROLLING TERM-FREQUENCY HISTORY
      *    HACKTERM KEEPS OVER THE TITLES OF EVERY STORY READ. ONE
      *    RECORD PER TERM, IN ASCENDING TERM ORDER, HOLDING ITS
      *    OCCURRENCE COUNT IN EACH OF THE LAST EIGHT RUNS - BUCKET 1
      *    IS THE MOST RECENT RUN. EVERY RUN SHIFTS EVERY TERM'S
      *    BUCKETS DOWN ONE, SO A BUCKET ALWAYS MEANS THE SAME RUN
      *    FOR EVERY TERM. TFH-RUNS-TRACKED COUNTS HOW MANY OF THE
      *    OLDER BUCKETS (2-8) HAVE BEEN LIVE SINCE THE TERM FIRST
      *    APPEARED, SO A NEW TERM'S TRAILING AVERAGE IS NOT DILUTED
      *    BY RUNS BEFORE IT EXISTED. A TERM WHOSE EIGHT BUCKETS ARE
      *    ALL ZERO DROPS OFF.
      *---------------------------------------------------------------*
       01  TERM-HISTORY-RECORD.
           05  TFH-TERM                    PIC X(20).
           05  TFH-LAST-RUN-DATE           PIC X(10).
           05  TFH-RUNS-TRACKED            PIC 9(01).
           05  TFH-RUN-COUNT               PIC 9(05) OCCURS 8 TIMES.
           05  FILLER                      PIC X(09).
