      *****************************************************************
      *    FBPARTI - ONE PARTITION SUMMARY RECORD (DD FBPSUM)
      *
      *    WRITTEN BY FIZZ-BUZZ AT THE END OF EVERY PARTITIONED RUN -
      *    NORMAL, STOPPED OR ABEND - IN PLACE OF THE AUDIT LINE, ONE
      *    RECORD PER PARTITION.  FBMERGE READS THE PARTITIONS'
      *    RECORDS IN PARTITION ORDER, ROLLS THEIR COUNTS INTO THE
      *    NIGHT'S GRAND SUMMARY AND WRITES THE ONE AUDIT LINE.
      *
      *    COL   1-  2  PARTITION      THIS PARTITION'S NUMBER
      *    COL   3-  4  PARTITIONS     HOW MANY THE DECK WAS SPLIT INTO
      *    COL   5-  7  FIRST REQUEST  FIRST PARMIN REQUEST RUN HERE
      *    COL   8- 10  LAST REQUEST   LAST ONE (BOTH ZERO = NONE FELL
      *                                TO THIS PARTITION)
      *    COL  11- 13  DECK REQUESTS  CARDS ON THE WHOLE PARMIN DECK
      *    COL  14- 21  STATUS         NORMAL, STOPPED OR ABEND
      *    COL  22- 23  RETURN CODE    THE PARTITION STEP'S RC
      *    COL  24- 30  MODE           FRESH OR RESTART
      *    COL  31- 44  RUN STAMP      STAMP ON THE MASTER IMAGES
      *    COL  45- 58  END STAMP      WHEN THE PARTITION ENDED
      *    COL  59- 62  DECK VERSION   RULEIN DECK VERSION (AUDIT DECK=)
      *    COL  63- 97  COUNTS         MULTI-MATCH, PLAIN, TOTAL,
      *                                EXCEPTIONS SKIPPED, OVERRIDDEN
      *    COL  98- 99  RULE COUNT     RULES IN EFFECT
      *    COL 100-279  RULES          DIVISOR, LABEL AND SINGLE-LABEL
      *                                HITS FOR EACH OF 10 RULE SLOTS
      *    COL 280-419  RULE LIST      THE AUDIT LINE'S RULES= TEXT
      *    COL 420      FILLER
      *****************************************************************
       01 FB-PSUM-RECORD.
           05 FB-PSUM-PARTITION       PIC 99.
           05 FB-PSUM-PART-COUNT      PIC 99.
           05 FB-PSUM-FIRST-REQ       PIC 9(3).
           05 FB-PSUM-LAST-REQ        PIC 9(3).
           05 FB-PSUM-DECK-REQS       PIC 9(3).
           05 FB-PSUM-STATUS          PIC X(8).
               88 FB-PSUM-NORMAL      VALUE "NORMAL".
               88 FB-PSUM-STOPPED     VALUE "STOPPED".
               88 FB-PSUM-ABEND       VALUE "ABEND".
           05 FB-PSUM-RC              PIC 99.
           05 FB-PSUM-MODE            PIC X(7).
           05 FB-PSUM-RUN-STAMP       PIC X(14).
           05 FB-PSUM-END-STAMP       PIC X(14).
           05 FB-PSUM-DECK-VERSION    PIC X(4).
           05 FB-PSUM-MULTI-COUNT     PIC 9(7).
           05 FB-PSUM-PLAIN-COUNT     PIC 9(7).
           05 FB-PSUM-TOTAL-COUNT     PIC 9(7).
           05 FB-PSUM-SKIP-COUNT      PIC 9(7).
           05 FB-PSUM-OVER-COUNT      PIC 9(7).
           05 FB-PSUM-RULE-COUNT      PIC 99.
           05 FB-PSUM-RULE-ENTRY OCCURS 10 TIMES.
               10 FB-PSUM-RULE-DIVISOR PIC 9(3).
               10 FB-PSUM-RULE-LABEL  PIC X(8).
               10 FB-PSUM-RULE-HITS   PIC 9(7).
           05 FB-PSUM-RULE-LIST       PIC X(140).
           05 FILLER                  PIC X.
