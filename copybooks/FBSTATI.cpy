      *****************************************************************
      *    FBSTATI - ONE RUN STATISTICS RECORD (DD FBSTATS)
      *
      *    APPENDED BY FIZZ-BUZZ AND BY EVERY DOWNSTREAM STEP OF THE
      *    FIZZBUZ STREAM AT THE END OF EACH RUN, AND READ BY THE
      *    WEEKLY CAPACITY REPORT (FBCAPRPT).  FIZZ-BUZZ ALSO WRITES
      *    ONE REQUEST RECORD AS EACH PARMIN REQUEST FINISHES, AHEAD
      *    OF ITS OWN STEP RECORD.
      *
      *    COL  1- 8  PROGRAM        PROGRAM-ID THAT WROTE THE RECORD
      *    COL  9     TYPE           S = STEP, R = ONE PARMIN REQUEST
      *    COL 10-12  REQUEST NUMBER (REQUEST RECORDS ONLY, ELSE ZERO)
      *    COL 13-20  START DATE     YYYYMMDD
      *    COL 21-28  START TIME     HHMMSSHH
      *    COL 29-36  END DATE       YYYYMMDD
      *    COL 37-44  END TIME       HHMMSSHH
      *    COL 45-53  ELAPSED        SECONDS, 2 DECIMALS (9(7)V99)
      *    COL 54-60  RECORDS        RECORDS PROCESSED - FOR FIZZ-BUZZ
      *                              THE SEQUENCE VALUES WORKED THIS
      *                              RUN, SKIPPED ONES INCLUDED
      *    COL 61-67  CHECKPOINTS    CHECKPOINTS TAKEN (FIZZ-BUZZ)
      *    COL 68-74  RANGE VALUES   VALUES IN THE PARMIN RANGE(S) THE
      *                              RECORD COVERS (FIZZ-BUZZ) - THE
      *                              WHOLE DECK ON THE STEP RECORD,
      *                              EVEN WHEN A RESTART WORKED ONLY
      *                              PART OF IT
      *    COL 75-83  CKPT TIME      SECONDS SPENT WRITING CHECKPOINTS
      *    COL 84-92  STOP TIME      SECONDS SPENT IN THE PER-VALUE
      *                              FBSTOP CHECK
      *    COL 93-94  RETURN CODE    STEP RC (2 = STOPPED, 16 = ABEND)
      *    COL 95-96  PARTITION      FIZZ-BUZZ PARTITION NUMBER WHEN THE
      *                              DECK RUNS PARTITIONED (FBMERGE
      *                              FOLDS THOSE RECORDS INTO ONE STEP
      *                              RECORD), OTHERWISE ZERO OR BLANK
      *    COL 97-100 FILLER
      *****************************************************************
       01 FB-STAT-RECORD.
           05 FB-STAT-PROGRAM         PIC X(8).
           05 FB-STAT-TYPE            PIC X.
               88 FB-STAT-STEP        VALUE "S".
               88 FB-STAT-REQUEST     VALUE "R".
           05 FB-STAT-REQ-NBR         PIC 9(3).
           05 FB-STAT-START-DATE      PIC X(8).
           05 FB-STAT-START-TIME      PIC X(8).
           05 FB-STAT-END-DATE        PIC X(8).
           05 FB-STAT-END-TIME        PIC X(8).
           05 FB-STAT-ELAPSED         PIC 9(7)V99.
           05 FB-STAT-RECORDS         PIC 9(7).
           05 FB-STAT-CHECKPOINTS     PIC 9(7).
           05 FB-STAT-RANGE-VALUES    PIC 9(7).
           05 FB-STAT-CKPT-ELAPSED    PIC 9(7)V99.
           05 FB-STAT-STOP-ELAPSED    PIC 9(7)V99.
           05 FB-STAT-RC              PIC 99.
           05 FB-STAT-PARTITION       PIC 99.
           05 FILLER                  PIC X(4).
