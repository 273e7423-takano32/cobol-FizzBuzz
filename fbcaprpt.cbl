       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCAPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CAPP-FILE ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPP-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT FB-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FB-LIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT FB-CAP-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CAPPARM CARD GIVES THE BATCH WINDOW AND THE TREND
      *    PERIOD:
      *       COL  1- 6  WINDOW
      *       COL  8-11  WINDOW START HHMM
      *       COL 13-16  WINDOW END   HHMM (AT OR BEFORE THE START
      *                  MEANS THE WINDOW RUNS PAST MIDNIGHT)
      *       COL 18-20  RUNS IN EACH TREND PERIOD (001-100)
       FD  FB-CAPP-FILE.
       01 FB-CAPP-RECORD.
           05 FB-CAPP-TYPE              PIC X(6).
               88 FB-CAPP-TYPE-WINDOW   VALUE "WINDOW".
           05 FILLER                    PIC X.
           05 FB-CAPP-START-HH          PIC X(2).
           05 FB-CAPP-START-MI          PIC X(2).
           05 FILLER                    PIC X.
           05 FB-CAPP-END-HH            PIC X(2).
           05 FB-CAPP-END-MI            PIC X(2).
           05 FILLER                    PIC X.
           05 FB-CAPP-RUNS              PIC X(3).
           05 FILLER                    PIC X(60).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

       FD  FB-CAL-FILE.
       COPY FBCALI.

       FD  FB-LIB-FILE.
       COPY FBDECKI.
       COPY FBPARM.

       FD  FB-CAP-FILE.
       01 FB-CAP-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-CAPP-STATUS            PIC XX VALUE SPACES.
       01 WS-STAT-STATUS            PIC XX VALUE SPACES.
       01 WS-CAL-STATUS             PIC XX VALUE SPACES.
       01 WS-LIB-STATUS             PIC XX VALUE SPACES.
       01 WS-CAP-STATUS             PIC XX VALUE SPACES.
       01 WS-STAT-EOF               PIC X VALUE "N".
           88 WS-STAT-END           VALUE "Y".
       01 WS-CAL-EOF                PIC X VALUE "N".
           88 WS-CAL-END            VALUE "Y".
       01 WS-LIB-EOF                PIC X VALUE "N".
           88 WS-LIB-END            VALUE "Y".
       01 WS-PASS-SWITCH            PIC X VALUE "1".
           88 WS-SECOND-PASS        VALUE "2".

       01 WS-CLOCK-HH               PIC 99 VALUE 0.
       01 WS-CLOCK-MI               PIC 99 VALUE 0.
       01 WS-WIN-START-MIN          PIC 9(4) VALUE 0.
       01 WS-WIN-END-MIN            PIC 9(4) VALUE 0.
       01 WS-WIN-LENGTH-MIN         PIC 9(4) VALUE 0.
       01 WS-PERIOD-RUNS            PIC 9(3) VALUE 0.

      *    PASS 1 COUNTS THE FIZZ-BUZZ STEP RECORDS ON FBSTATS; PASS
      *    2 TABULATES THE NEWEST TWO TREND PERIODS OF THEM.  EVERY
      *    OTHER PROGRAM'S STEP RECORD BELONGS TO THE FIZZ-BUZZ RUN
      *    BEFORE IT IN THE STREAM, AND FIZZ-BUZZ'S REQUEST RECORDS
      *    ARE WRITTEN AHEAD OF ITS OWN STEP RECORD.
       01 WS-RUN-TOTAL              PIC 9(7) VALUE 0.
       01 WS-RUN-ORDINAL            PIC 9(7) VALUE 0.
       01 WS-FIRST-RUN              PIC 9(7) VALUE 0.
       01 WS-UNREADABLE-COUNT       PIC 9(7) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT          PIC 9(3) VALUE 0.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-DATE       PIC X(8).
               10 WS-RUN-START      PIC X(6).
               10 WS-RUN-RC         PIC 99.
               10 WS-RUN-FB-SECS    PIC 9(7)V99.
               10 WS-RUN-DS-SECS    PIC 9(7)V99.
               10 WS-RUN-DS-STEPS   PIC 99.
               10 WS-RUN-VALUES     PIC 9(7).
               10 WS-RUN-RANGE      PIC 9(7).
               10 WS-RUN-CKPTS      PIC 9(7).
               10 WS-RUN-CKPT-SECS  PIC 9(7)V99.
               10 WS-RUN-STOP-SECS  PIC 9(7)V99.
       01 WS-RUN-SUB                PIC 9(3) VALUE 0.

      *    THE NEWEST RUN IN DETAIL - ITS REQUESTS AND THE STEPS
      *    THAT FOLLOWED IT.
       01 WS-NEW-REQ-TABLE.
           05 WS-NEW-REQ-COUNT      PIC 99 VALUE 0.
           05 WS-NEW-REQ-ENTRY OCCURS 50 TIMES.
               10 WS-NRQ-NBR        PIC 9(3).
               10 WS-NRQ-RANGE      PIC 9(7).
               10 WS-NRQ-VALUES     PIC 9(7).
               10 WS-NRQ-SECS       PIC 9(7)V99.
               10 WS-NRQ-CKPTS      PIC 9(7).
               10 WS-NRQ-CKPT-SECS  PIC 9(7)V99.
               10 WS-NRQ-STOP-SECS  PIC 9(7)V99.
       01 WS-NEW-STEP-TABLE.
           05 WS-NEW-STEP-COUNT     PIC 99 VALUE 0.
           05 WS-NEW-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-NST-PROGRAM    PIC X(8).
               10 WS-NST-SECS       PIC 9(7)V99.
               10 WS-NST-RECORDS    PIC 9(7).
               10 WS-NST-RC         PIC 99.
       01 WS-DETAIL-SUB             PIC 99 VALUE 0.

      *    TREND PERIOD 1 IS THE PRIOR PERIOD, 2 THE RECENT ONE.
      *    RATES ARE SECONDS PER 1000 VALUES; THE DOWNSTREAM RATE IS
      *    PER 1000 VALUES OF DECK RANGE, TAKEN ONLY FROM RUNS WHOSE
      *    DOWNSTREAM STEPS HAVE REPORTED.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 2 TIMES.
               10 WS-PER-FIRST      PIC 9(3).
               10 WS-PER-LAST       PIC 9(3).
               10 WS-PER-RUNS       PIC 9(3).
               10 WS-PER-FB-SECS    PIC 9(9)V99.
               10 WS-PER-DS-SECS    PIC 9(9)V99.
               10 WS-PER-VALUES     PIC 9(9).
               10 WS-PER-DS-RANGE   PIC 9(9).
               10 WS-PER-CKPT-SECS  PIC 9(9)V99.
               10 WS-PER-STOP-SECS  PIC 9(9)V99.
               10 WS-PER-FB-RATE    PIC 9(7)V999.
               10 WS-PER-DS-RATE    PIC 9(7)V999.
               10 WS-PER-CKPT-PCT   PIC 9(3)V9.
               10 WS-PER-STOP-PCT   PIC 9(3)V9.
       01 WS-PER-SUB                PIC 9 VALUE 0.
       01 WS-PERIOD-NAME            PIC X(9) VALUE SPACES.
       01 WS-CHANGE-PCT             PIC S9(5)V9 VALUE 0.

      *    THE NEXT RUN, RESOLVED AGAINST THE BUSINESS RUN CALENDAR
      *    AS FBCALCHK WILL RESOLVE IT - A DATE WITH NO ENTRY IS A
      *    NORMAL RUN OF THE STANDING DECK.
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(3) VALUE 0.
           05 WS-CAL-ENTRY OCCURS 999 TIMES.
               10 WS-CAL-DATE       PIC X(8).
               10 WS-CAL-TYPE       PIC X(7).
               10 WS-CAL-DECK       PIC X(8).
       01 WS-CAL-SUB                PIC 9(3) VALUE 0.
       01 WS-CAL-SWITCH             PIC X VALUE "N".
           88 WS-CAL-AVAILABLE      VALUE "Y".
       01 WS-DATE-NUM               PIC 9(8) VALUE 0.
       01 WS-DATE-INT               PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE              PIC X(8) VALUE SPACES.
       01 WS-NEXT-TYPE              PIC X(7) VALUE SPACES.
           88 WS-NEXT-NORUN         VALUE "NORUN".
       01 WS-NEXT-DECK              PIC X(8) VALUE SPACES.
       01 WS-NORUN-SKIPPED          PIC 9(3) VALUE 0.
       01 WS-DECK-HDR-COUNT         PIC 9(3) VALUE 0.
       01 WS-DECK-SWITCH            PIC X VALUE "N".
           88 WS-IN-NEXT-DECK       VALUE "Y".

       01 WS-DECK-REQUESTS          PIC 9(3) VALUE 0.
       01 WS-DECK-VALUES            PIC 9(7) VALUE 0.
       01 WS-PROJ-FB-SECS           PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-DS-SECS           PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-CKPT-SECS         PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-STOP-SECS         PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-TOTAL-SECS        PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-MIN               PIC 9(7) VALUE 0.
       01 WS-PROJ-END-MIN           PIC 9(7) VALUE 0.
       01 WS-PROJ-END-HH            PIC 99 VALUE 0.
       01 WS-PROJ-END-MI            PIC 99 VALUE 0.
       01 WS-MARGIN-MIN             PIC S9(7) VALUE 0.
       01 WS-OVERRUN-SW             PIC X VALUE "N".
           88 WS-OVERRUN            VALUE "Y".

       01 WS-ED-SECS                PIC Z(8)9.99.
       01 WS-ED-SECS-2              PIC Z(8)9.99.
       01 WS-ED-SECS-3              PIC Z(8)9.99.
       01 WS-ED-COUNT               PIC Z(6)9.
       01 WS-ED-COUNT-2             PIC Z(6)9.
       01 WS-ED-COUNT-3             PIC Z(6)9.
       01 WS-ED-RATE                PIC Z(6)9.999.
       01 WS-ED-RATE-2              PIC Z(6)9.999.
       01 WS-ED-PCT                 PIC ZZ9.9.
       01 WS-ED-PCT-2               PIC ZZ9.9.
       01 WS-ED-CHANGE              PIC +Z(4)9.9.
       01 WS-ED-MARGIN              PIC +Z(6)9.
       01 WS-ED-RC                  PIC Z9.

       01 WS-RUN-LINE.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-RL-DATE            PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-RL-START           PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-RC              PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-FB-SECS         PIC Z(6)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-DS-SECS         PIC Z(6)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-TOT-SECS        PIC Z(6)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-VALUES          PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-CKPTS           PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-CKPT-SECS       PIC Z(6)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-STOP-SECS       PIC Z(6)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-RATE            PIC Z(6)9.999.
       01 WS-LINE-SECS              PIC 9(7)V99 VALUE 0.
       01 WS-LINE-RATE              PIC 9(7)V999 VALUE 0.

       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBCAPRPT-MAIN SECTION.
      *    WEEKLY CAPACITY REPORT FROM THE RUN STATISTICS THE
      *    FIZZBUZ STREAM APPENDS TO FBSTATS.  EACH RUN OF THE
      *    NEWEST TWO TREND PERIODS IS LISTED WITH ITS FIZZ-BUZZ AND
      *    DOWNSTREAM TIMES AND WHAT CHECKPOINTING AND THE FBSTOP
      *    CHECK COST IT; THE RECENT PERIOD'S RATES ARE SET AGAINST
      *    THE PRIOR PERIOD'S, AND THEN APPLIED TO THE TOTAL RANGE OF
      *    THE DECK THE CALENDAR SCHEDULES FOR THE NEXT RUN TO
      *    PROJECT WHEN THE STREAM WILL FINISH INSIDE THE BATCH
      *    WINDOW ON THE CARD.  THAT DECK IS TAKEN FROM THE CALENDAR
      *    AND THE DECK LIBRARY, NOT FROM PARMIN, WHICH FBCALCHK
      *    REWRITES EACH NIGHT AND SO ONLY HOLDS THE LAST RUN'S DECK.
      *    RC=0 PROJECTION FITS, RC=4 PROJECTION OVERRUNS THE WINDOW
      *    (OR NO HISTORY, OR NO CALENDAR, OR THE NEXT RUN'S DECK
      *    DEFAULTED), RC=8 CARD REFUSED.
           OPEN OUTPUT FB-CAP-FILE
           IF WS-CAP-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ960E-CAPRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-CAP-HEADING
           PERFORM READ-CAPACITY-CARD
           PERFORM READ-STATS-FILE
           IF WS-RUN-TOTAL = 0
               DISPLAY FUNCTION TRIM(FBZ962W-NO-HISTORY)
               MOVE "NO FIZZ-BUZZ RUN STATISTICS ON FBSTATS"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
               CLOSE FB-CAP-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FIRST-RUN = WS-PERIOD-RUNS * 2
           IF WS-FIRST-RUN >= WS-RUN-TOTAL
               MOVE 1 TO WS-FIRST-RUN
           ELSE
               COMPUTE WS-FIRST-RUN =
                   WS-RUN-TOTAL - WS-PERIOD-RUNS * 2 + 1
           END-IF
           MOVE "2" TO WS-PASS-SWITCH
           MOVE "N" TO WS-STAT-EOF
           PERFORM READ-STATS-FILE
           PERFORM WRITE-RUN-LINES
           PERFORM WRITE-NEWEST-RUN
           PERFORM SET-TREND-PERIODS
           PERFORM WRITE-TREND-LINES
           PERFORM READ-NEXT-DECK
           PERFORM WRITE-PROJECTION
           PERFORM WRITE-CAP-TRAILER
           CLOSE FB-CAP-FILE
           IF WS-OVERRUN
               DISPLAY FUNCTION TRIM(FBZ964W-WINDOW-OVERRUN)
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.

       READ-CAPACITY-CARD SECTION.
           OPEN INPUT FB-CAPP-FILE
           IF WS-CAPP-STATUS NOT = "00"
               PERFORM REJECT-CAPACITY-CARD
           END-IF
           READ FB-CAPP-FILE
               AT END
                   CLOSE FB-CAPP-FILE
                   PERFORM REJECT-CAPACITY-CARD
           END-READ
           CLOSE FB-CAPP-FILE
           IF NOT FB-CAPP-TYPE-WINDOW
                   OR FB-CAPP-START-HH NOT NUMERIC
                   OR FB-CAPP-START-MI NOT NUMERIC
                   OR FB-CAPP-END-HH NOT NUMERIC
                   OR FB-CAPP-END-MI NOT NUMERIC
                   OR FB-CAPP-RUNS NOT NUMERIC
               PERFORM REJECT-CAPACITY-CARD
           END-IF
           IF FB-CAPP-START-HH > "23" OR FB-CAPP-START-MI > "59"
                   OR FB-CAPP-END-HH > "23" OR FB-CAPP-END-MI > "59"
               PERFORM REJECT-CAPACITY-CARD
           END-IF
           MOVE FB-CAPP-RUNS TO WS-PERIOD-RUNS
           IF WS-PERIOD-RUNS = 0 OR WS-PERIOD-RUNS > 100
               PERFORM REJECT-CAPACITY-CARD
           END-IF
      *    AN END AT OR BEFORE THE START IS THE NEXT MORNING.
           MOVE FB-CAPP-START-HH TO WS-CLOCK-HH
           MOVE FB-CAPP-START-MI TO WS-CLOCK-MI
           COMPUTE WS-WIN-START-MIN = WS-CLOCK-HH * 60 + WS-CLOCK-MI
           MOVE FB-CAPP-END-HH TO WS-CLOCK-HH
           MOVE FB-CAPP-END-MI TO WS-CLOCK-MI
           COMPUTE WS-WIN-END-MIN = WS-CLOCK-HH * 60 + WS-CLOCK-MI
           IF WS-WIN-END-MIN > WS-WIN-START-MIN
               COMPUTE WS-WIN-LENGTH-MIN =
                   WS-WIN-END-MIN - WS-WIN-START-MIN
           ELSE
               COMPUTE WS-WIN-LENGTH-MIN =
                   WS-WIN-END-MIN + 1440 - WS-WIN-START-MIN
           END-IF
           MOVE SPACES TO FB-CAP-RECORD
           STRING "CARD: " DELIMITED BY SIZE
                  FUNCTION TRIM(FB-CAPP-RECORD) DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD.

       REJECT-CAPACITY-CARD SECTION.
           DISPLAY FUNCTION TRIM(FBZ961E-CARD-INVALID)
           MOVE SPACES TO FB-CAP-RECORD
           STRING "CAPPARM MISSING OR NOT A VALID CARD "
                                   DELIMITED BY SIZE
                  "(WINDOW HHMM HHMM NNN, NNN 001-100)"
                                   DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           CLOSE FB-CAP-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-STATS-FILE SECTION.
           MOVE 0 TO WS-RUN-ORDINAL
           OPEN INPUT FB-STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               MOVE "Y" TO WS-STAT-EOF
           ELSE
               PERFORM UNTIL WS-STAT-END
                   READ FB-STAT-FILE
                       AT END
                           MOVE "Y" TO WS-STAT-EOF
                       NOT AT END
                           PERFORM NOTE-STAT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-STAT-FILE
           END-IF.

       NOTE-STAT-RECORD SECTION.
      *    A RECORD WHOSE FIGURES ARE NOT NUMERIC IS COUNTED AND
      *    LEFT OUT RATHER THAN ALLOWED TO SKEW THE RATES.
           IF (NOT FB-STAT-STEP AND NOT FB-STAT-REQUEST)
                   OR FB-STAT-ELAPSED NOT NUMERIC
                   OR FB-STAT-RECORDS NOT NUMERIC
                   OR FB-STAT-CHECKPOINTS NOT NUMERIC
                   OR FB-STAT-RANGE-VALUES NOT NUMERIC
                   OR FB-STAT-CKPT-ELAPSED NOT NUMERIC
                   OR FB-STAT-STOP-ELAPSED NOT NUMERIC
                   OR FB-STAT-RC NOT NUMERIC
               IF NOT WS-SECOND-PASS
                   ADD 1 TO WS-UNREADABLE-COUNT
               END-IF
           ELSE
               IF WS-SECOND-PASS
                   PERFORM TALLY-STAT-RECORD
               ELSE
                   IF FB-STAT-PROGRAM = "FIZZBUZZ" AND FB-STAT-STEP
                       ADD 1 TO WS-RUN-TOTAL
                   END-IF
               END-IF
           END-IF.

       TALLY-STAT-RECORD SECTION.
           EVALUATE TRUE
               WHEN FB-STAT-PROGRAM = "FIZZBUZZ" AND FB-STAT-REQUEST
                   IF WS-RUN-ORDINAL + 1 = WS-RUN-TOTAL
                       PERFORM ADD-NEWEST-REQUEST
                   END-IF
               WHEN FB-STAT-PROGRAM = "FIZZBUZZ"
                   ADD 1 TO WS-RUN-ORDINAL
                   IF WS-RUN-ORDINAL >= WS-FIRST-RUN
                       PERFORM ADD-RUN-ENTRY
                   END-IF
               WHEN FB-STAT-STEP
                   IF WS-RUN-ORDINAL >= WS-FIRST-RUN
                       ADD FB-STAT-ELAPSED
                           TO WS-RUN-DS-SECS (WS-RUN-COUNT)
                       ADD 1 TO WS-RUN-DS-STEPS (WS-RUN-COUNT)
                       IF WS-RUN-ORDINAL = WS-RUN-TOTAL
                           PERFORM ADD-NEWEST-STEP
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-RUN-ENTRY SECTION.
           ADD 1 TO WS-RUN-COUNT
           MOVE FB-STAT-START-DATE TO WS-RUN-DATE (WS-RUN-COUNT)
           MOVE FB-STAT-START-TIME (1:6)
               TO WS-RUN-START (WS-RUN-COUNT)
           MOVE FB-STAT-RC           TO WS-RUN-RC (WS-RUN-COUNT)
           MOVE FB-STAT-ELAPSED      TO WS-RUN-FB-SECS (WS-RUN-COUNT)
           MOVE 0                    TO WS-RUN-DS-SECS (WS-RUN-COUNT)
           MOVE 0                    TO WS-RUN-DS-STEPS (WS-RUN-COUNT)
           MOVE FB-STAT-RECORDS      TO WS-RUN-VALUES (WS-RUN-COUNT)
           MOVE FB-STAT-RANGE-VALUES TO WS-RUN-RANGE (WS-RUN-COUNT)
           MOVE FB-STAT-CHECKPOINTS  TO WS-RUN-CKPTS (WS-RUN-COUNT)
           MOVE FB-STAT-CKPT-ELAPSED
               TO WS-RUN-CKPT-SECS (WS-RUN-COUNT)
           MOVE FB-STAT-STOP-ELAPSED
               TO WS-RUN-STOP-SECS (WS-RUN-COUNT).

       ADD-NEWEST-REQUEST SECTION.
      *    FIZZ-BUZZ HOLDS AT MOST 50 REQUESTS IN A RUN.
           IF WS-NEW-REQ-COUNT < 50
               ADD 1 TO WS-NEW-REQ-COUNT
               MOVE FB-STAT-REQ-NBR
                   TO WS-NRQ-NBR (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-RANGE-VALUES
                   TO WS-NRQ-RANGE (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-RECORDS
                   TO WS-NRQ-VALUES (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-ELAPSED
                   TO WS-NRQ-SECS (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-CHECKPOINTS
                   TO WS-NRQ-CKPTS (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-CKPT-ELAPSED
                   TO WS-NRQ-CKPT-SECS (WS-NEW-REQ-COUNT)
               MOVE FB-STAT-STOP-ELAPSED
                   TO WS-NRQ-STOP-SECS (WS-NEW-REQ-COUNT)
           END-IF.

       ADD-NEWEST-STEP SECTION.
           IF WS-NEW-STEP-COUNT < 20
               ADD 1 TO WS-NEW-STEP-COUNT
               MOVE FB-STAT-PROGRAM
                   TO WS-NST-PROGRAM (WS-NEW-STEP-COUNT)
               MOVE FB-STAT-ELAPSED
                   TO WS-NST-SECS (WS-NEW-STEP-COUNT)
               MOVE FB-STAT-RECORDS
                   TO WS-NST-RECORDS (WS-NEW-STEP-COUNT)
               MOVE FB-STAT-RC
                   TO WS-NST-RC (WS-NEW-STEP-COUNT)
           END-IF.

       WRITE-RUN-LINES SECTION.
           MOVE SPACES TO FB-CAP-RECORD
           STRING "FIZZ-BUZZ RUNS ON FBSTATS=" DELIMITED BY SIZE
                  WS-RUN-TOTAL DELIMITED BY SIZE
                  " LISTED=" DELIMITED BY SIZE
                  WS-RUN-COUNT DELIMITED BY SIZE
                  " (OLDEST FIRST) - SECS/1000 IS FIZZ-BUZZ SECONDS"
                                   DELIMITED BY SIZE
                  " PER 1000 VALUES WORKED" DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           MOVE "RUN DATE"   TO FB-CAP-RECORD (2:8)
           MOVE "START"      TO FB-CAP-RECORD (11:5)
           MOVE "RC"         TO FB-CAP-RECORD (19:2)
           MOVE "FB SECS"    TO FB-CAP-RECORD (26:7)
           MOVE "DOWN SECS"  TO FB-CAP-RECORD (36:9)
           MOVE "TOTAL SECS" TO FB-CAP-RECORD (47:10)
           MOVE "VALUES"     TO FB-CAP-RECORD (60:6)
           MOVE "CKPTS"      TO FB-CAP-RECORD (70:5)
           MOVE "CKPT SECS"  TO FB-CAP-RECORD (78:9)
           MOVE "STOP SECS"  TO FB-CAP-RECORD (90:9)
           MOVE "SECS/1000"  TO FB-CAP-RECORD (103:9)
           WRITE FB-CAP-RECORD
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE WS-RUN-DATE (WS-RUN-SUB)      TO WS-RL-DATE
               MOVE WS-RUN-START (WS-RUN-SUB)     TO WS-RL-START
               MOVE WS-RUN-RC (WS-RUN-SUB)        TO WS-RL-RC
               MOVE WS-RUN-FB-SECS (WS-RUN-SUB)   TO WS-RL-FB-SECS
               MOVE WS-RUN-DS-SECS (WS-RUN-SUB)   TO WS-RL-DS-SECS
               COMPUTE WS-LINE-SECS = WS-RUN-FB-SECS (WS-RUN-SUB)
                   + WS-RUN-DS-SECS (WS-RUN-SUB)
               MOVE WS-LINE-SECS                  TO WS-RL-TOT-SECS
               MOVE WS-RUN-VALUES (WS-RUN-SUB)    TO WS-RL-VALUES
               MOVE WS-RUN-CKPTS (WS-RUN-SUB)     TO WS-RL-CKPTS
               MOVE WS-RUN-CKPT-SECS (WS-RUN-SUB) TO WS-RL-CKPT-SECS
               MOVE WS-RUN-STOP-SECS (WS-RUN-SUB) TO WS-RL-STOP-SECS
               IF WS-RUN-VALUES (WS-RUN-SUB) = 0
                   MOVE 0 TO WS-LINE-RATE
               ELSE
                   COMPUTE WS-LINE-RATE ROUNDED =
                       WS-RUN-FB-SECS (WS-RUN-SUB) * 1000
                       / WS-RUN-VALUES (WS-RUN-SUB)
               END-IF
               MOVE WS-LINE-RATE TO WS-RL-RATE
               MOVE WS-RUN-LINE TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-PERFORM.

       WRITE-NEWEST-RUN SECTION.
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           STRING "NEWEST RUN " DELIMITED BY SIZE
                  WS-RUN-DATE (WS-RUN-COUNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-START (WS-RUN-COUNT) DELIMITED BY SIZE
                  " - REQUESTS AND DOWNSTREAM STEPS" DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-NEW-REQ-COUNT
               MOVE WS-NRQ-RANGE (WS-DETAIL-SUB)     TO WS-ED-COUNT
               MOVE WS-NRQ-VALUES (WS-DETAIL-SUB)    TO WS-ED-COUNT-2
               MOVE WS-NRQ-CKPTS (WS-DETAIL-SUB)     TO WS-ED-COUNT-3
               MOVE WS-NRQ-SECS (WS-DETAIL-SUB)      TO WS-ED-SECS
               MOVE WS-NRQ-CKPT-SECS (WS-DETAIL-SUB) TO WS-ED-SECS-2
               MOVE WS-NRQ-STOP-SECS (WS-DETAIL-SUB) TO WS-ED-SECS-3
               MOVE SPACES TO FB-CAP-RECORD
               STRING "  REQUEST " DELIMITED BY SIZE
                      WS-NRQ-NBR (WS-DETAIL-SUB) DELIMITED BY SIZE
                      " RANGE=" DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      " WORKED=" DELIMITED BY SIZE
                      WS-ED-COUNT-2 DELIMITED BY SIZE
                      " SECS=" DELIMITED BY SIZE
                      WS-ED-SECS DELIMITED BY SIZE
                      " CKPTS=" DELIMITED BY SIZE
                      WS-ED-COUNT-3 DELIMITED BY SIZE
                      " CKPT SECS=" DELIMITED BY SIZE
                      WS-ED-SECS-2 DELIMITED BY SIZE
                      " STOP SECS=" DELIMITED BY SIZE
                      WS-ED-SECS-3 DELIMITED BY SIZE
                   INTO FB-CAP-RECORD
               END-STRING
               WRITE FB-CAP-RECORD
           END-PERFORM
           PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-NEW-STEP-COUNT
               MOVE WS-NST-SECS (WS-DETAIL-SUB)    TO WS-ED-SECS
               MOVE WS-NST-RECORDS (WS-DETAIL-SUB) TO WS-ED-COUNT
               MOVE WS-NST-RC (WS-DETAIL-SUB)      TO WS-ED-RC
               MOVE SPACES TO FB-CAP-RECORD
               STRING "  STEP " DELIMITED BY SIZE
                      WS-NST-PROGRAM (WS-DETAIL-SUB) DELIMITED BY SIZE
                      " SECS=" DELIMITED BY SIZE
                      WS-ED-SECS DELIMITED BY SIZE
                      " RECORDS=" DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      " RC=" DELIMITED BY SIZE
                      WS-ED-RC DELIMITED BY SIZE
                   INTO FB-CAP-RECORD
               END-STRING
               WRITE FB-CAP-RECORD
           END-PERFORM
           IF WS-NEW-STEP-COUNT = 0
               MOVE "  NO DOWNSTREAM STEP HAS REPORTED FOR THIS RUN"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF.

       SET-TREND-PERIODS SECTION.
      *    THE RECENT PERIOD IS THE NEWEST NNN RUNS LISTED, THE PRIOR
      *    PERIOD THE RUNS BEFORE THEM (EMPTY WHEN THE FILE DOES NOT
      *    YET HOLD MORE THAN ONE PERIOD).
           MOVE 1 TO WS-PER-FIRST (2)
           IF WS-RUN-COUNT > WS-PERIOD-RUNS
               COMPUTE WS-PER-FIRST (2) =
                   WS-RUN-COUNT - WS-PERIOD-RUNS + 1
           END-IF
           MOVE WS-RUN-COUNT TO WS-PER-LAST (2)
           MOVE 1 TO WS-PER-FIRST (1)
           COMPUTE WS-PER-LAST (1) = WS-PER-FIRST (2) - 1
           PERFORM SUM-TREND-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 2.

       SUM-TREND-PERIOD SECTION.
           MOVE 0 TO WS-PER-RUNS (WS-PER-SUB)
                     WS-PER-FB-SECS (WS-PER-SUB)
                     WS-PER-DS-SECS (WS-PER-SUB)
                     WS-PER-VALUES (WS-PER-SUB)
                     WS-PER-DS-RANGE (WS-PER-SUB)
                     WS-PER-CKPT-SECS (WS-PER-SUB)
                     WS-PER-STOP-SECS (WS-PER-SUB)
                     WS-PER-FB-RATE (WS-PER-SUB)
                     WS-PER-DS-RATE (WS-PER-SUB)
                     WS-PER-CKPT-PCT (WS-PER-SUB)
                     WS-PER-STOP-PCT (WS-PER-SUB)
           PERFORM VARYING WS-RUN-SUB FROM WS-PER-FIRST (WS-PER-SUB)
                   BY 1 UNTIL WS-RUN-SUB > WS-PER-LAST (WS-PER-SUB)
               ADD 1 TO WS-PER-RUNS (WS-PER-SUB)
               ADD WS-RUN-FB-SECS (WS-RUN-SUB)
                   TO WS-PER-FB-SECS (WS-PER-SUB)
               ADD WS-RUN-VALUES (WS-RUN-SUB)
                   TO WS-PER-VALUES (WS-PER-SUB)
               ADD WS-RUN-CKPT-SECS (WS-RUN-SUB)
                   TO WS-PER-CKPT-SECS (WS-PER-SUB)
               ADD WS-RUN-STOP-SECS (WS-RUN-SUB)
                   TO WS-PER-STOP-SECS (WS-PER-SUB)
               IF WS-RUN-DS-STEPS (WS-RUN-SUB) > 0
                   ADD WS-RUN-DS-SECS (WS-RUN-SUB)
                       TO WS-PER-DS-SECS (WS-PER-SUB)
                   ADD WS-RUN-RANGE (WS-RUN-SUB)
                       TO WS-PER-DS-RANGE (WS-PER-SUB)
               END-IF
           END-PERFORM
           IF WS-PER-VALUES (WS-PER-SUB) > 0
               COMPUTE WS-PER-FB-RATE (WS-PER-SUB) ROUNDED =
                   WS-PER-FB-SECS (WS-PER-SUB) * 1000
                   / WS-PER-VALUES (WS-PER-SUB)
           END-IF
           IF WS-PER-DS-RANGE (WS-PER-SUB) > 0
               COMPUTE WS-PER-DS-RATE (WS-PER-SUB) ROUNDED =
                   WS-PER-DS-SECS (WS-PER-SUB) * 1000
                   / WS-PER-DS-RANGE (WS-PER-SUB)
           END-IF
           IF WS-PER-FB-SECS (WS-PER-SUB) > 0
               COMPUTE WS-PER-CKPT-PCT (WS-PER-SUB) ROUNDED =
                   WS-PER-CKPT-SECS (WS-PER-SUB) * 100
                   / WS-PER-FB-SECS (WS-PER-SUB)
               COMPUTE WS-PER-STOP-PCT (WS-PER-SUB) ROUNDED =
                   WS-PER-STOP-SECS (WS-PER-SUB) * 100
                   / WS-PER-FB-SECS (WS-PER-SUB)
           END-IF.

       WRITE-TREND-LINES SECTION.
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           STRING "TREND - SECONDS PER 1000 VALUES, AND THE SHARE "
                                   DELIMITED BY SIZE
                  "OF FIZZ-BUZZ TIME SPENT CHECKPOINTING AND "
                                   DELIMITED BY SIZE
                  "CHECKING FBSTOP" DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           PERFORM WRITE-PERIOD-LINE
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 2
           MOVE SPACES TO FB-CAP-RECORD
           IF WS-PER-RUNS (1) = 0
               MOVE "  NO PRIOR PERIOD ON FBSTATS YET - NO TREND"
                   TO FB-CAP-RECORD
           ELSE
               STRING "  CHANGE      FIZZ-BUZZ PCT=" DELIMITED BY SIZE
                   INTO FB-CAP-RECORD
               END-STRING
               IF WS-PER-FB-RATE (1) = 0
                   MOVE "     N/A" TO FB-CAP-RECORD (29:8)
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-PER-FB-RATE (2) - WS-PER-FB-RATE (1))
                       * 100 / WS-PER-FB-RATE (1)
                   MOVE WS-CHANGE-PCT TO WS-ED-CHANGE
                   MOVE WS-ED-CHANGE TO FB-CAP-RECORD (29:8)
               END-IF
               MOVE " DOWNSTREAM PCT=" TO FB-CAP-RECORD (37:16)
               IF WS-PER-DS-RATE (1) = 0
                   MOVE "     N/A" TO FB-CAP-RECORD (53:8)
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-PER-DS-RATE (2) - WS-PER-DS-RATE (1))
                       * 100 / WS-PER-DS-RATE (1)
                   MOVE WS-CHANGE-PCT TO WS-ED-CHANGE
                   MOVE WS-ED-CHANGE TO FB-CAP-RECORD (53:8)
               END-IF
           END-IF
           WRITE FB-CAP-RECORD.

       WRITE-PERIOD-LINE SECTION.
           MOVE WS-PER-FB-RATE (WS-PER-SUB)  TO WS-ED-RATE
           MOVE WS-PER-DS-RATE (WS-PER-SUB)  TO WS-ED-RATE-2
           MOVE WS-PER-CKPT-PCT (WS-PER-SUB) TO WS-ED-PCT
           MOVE WS-PER-STOP-PCT (WS-PER-SUB) TO WS-ED-PCT-2
           IF WS-PER-SUB = 1
               MOVE "  PRIOR  " TO WS-PERIOD-NAME
           ELSE
               MOVE "  RECENT " TO WS-PERIOD-NAME
           END-IF
           MOVE SPACES TO FB-CAP-RECORD
           STRING WS-PERIOD-NAME DELIMITED BY SIZE
                  "RUNS=" DELIMITED BY SIZE
                  WS-PER-RUNS (WS-PER-SUB) DELIMITED BY SIZE
                  " FIZZ-BUZZ=" DELIMITED BY SIZE
                  WS-ED-RATE DELIMITED BY SIZE
                  " DOWNSTREAM=" DELIMITED BY SIZE
                  WS-ED-RATE-2 DELIMITED BY SIZE
                  " CKPT PCT=" DELIMITED BY SIZE
                  WS-ED-PCT DELIMITED BY SIZE
                  " STOP CHECK PCT=" DELIMITED BY SIZE
                  WS-ED-PCT-2 DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD.

       READ-NEXT-DECK SECTION.
      *    THE NEXT RUN IS THE FIRST DATE AFTER TODAY THAT IS NOT A
      *    NO-RUN DAY - THE NIGHT FBCALCHK REPORTS AS TOMORROW, OR
      *    THE FIRST RUN AFTER IT.  A DECK THAT IS NOT IN THE LIBRARY
      *    OR HAS NO USABLE CARDS IS PROJECTED AS THE 1-100 RANGE
      *    FIZZ-BUZZ WOULD DEFAULT TO.
           MOVE 0 TO WS-DECK-REQUESTS
           MOVE 0 TO WS-DECK-VALUES
           PERFORM LOAD-CALENDAR
           PERFORM FIND-NEXT-RUN
           PERFORM READ-DECK-LIBRARY
           IF WS-DECK-REQUESTS = 0
               DISPLAY FUNCTION TRIM(FBZ963W-DECK-MISSING) " "
                   WS-NEXT-DECK
               MOVE 1   TO WS-DECK-REQUESTS
               MOVE 100 TO WS-DECK-VALUES
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF.

       LOAD-CALENDAR SECTION.
      *    FBCALCHK CERTIFIES THE CALENDAR EACH NIGHT; AN ENTRY IT
      *    WOULD REJECT IS SIMPLY NOT USED HERE.  WITH NO CALENDAR
      *    EVERY DATE IS TAKEN AS A NORMAL RUN.
           OPEN INPUT FB-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ966W-NO-CALENDAR)
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           ELSE
               MOVE "Y" TO WS-CAL-SWITCH
               PERFORM UNTIL WS-CAL-END
                   READ FB-CAL-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           IF FB-CAL-IN-DATE NUMERIC
                                   AND WS-CAL-COUNT < 999
                               ADD 1 TO WS-CAL-COUNT
                               MOVE FB-CAL-IN-DATE
                                   TO WS-CAL-DATE (WS-CAL-COUNT)
                               MOVE FB-CAL-IN-TYPE
                                   TO WS-CAL-TYPE (WS-CAL-COUNT)
                               MOVE FB-CAL-IN-DECK
                                   TO WS-CAL-DECK (WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-CAL-FILE
           END-IF.

       FIND-NEXT-RUN SECTION.
      *    EVERY DATE PAST THE END OF THE CALENDAR IS A NORMAL RUN,
      *    SO THE SEARCH ALWAYS ENDS.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE "NORUN" TO WS-NEXT-TYPE
           MOVE 0 TO WS-NORUN-SKIPPED
           PERFORM UNTIL NOT WS-NEXT-NORUN
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-NEXT-DATE
               PERFORM RESOLVE-NEXT-DATE
               IF WS-NEXT-NORUN
                   ADD 1 TO WS-NORUN-SKIPPED
               END-IF
           END-PERFORM.

       RESOLVE-NEXT-DATE SECTION.
           MOVE "NORMAL" TO WS-NEXT-TYPE
           MOVE "NORMAL" TO WS-NEXT-DECK
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) = WS-NEXT-DATE
                   EVALUATE WS-CAL-TYPE (WS-CAL-SUB)
                       WHEN "NORUN"
                           MOVE "NORUN" TO WS-NEXT-TYPE
                           MOVE SPACES TO WS-NEXT-DECK
                       WHEN "SPECIAL"
                           MOVE "SPECIAL" TO WS-NEXT-TYPE
                           MOVE WS-CAL-DECK (WS-CAL-SUB)
                               TO WS-NEXT-DECK
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       READ-DECK-LIBRARY SECTION.
      *    ONLY THE CARDS UNDER THE FIRST HEADER OF THE DECK'S NAME
      *    ARE COUNTED; FBCALCHK REFUSES A DECK HEADED TWICE ON THE
      *    NIGHT ITSELF AND WARNS OF IT THE NIGHT BEFORE.
           OPEN INPUT FB-LIB-FILE
           IF WS-LIB-STATUS = "00"
               PERFORM UNTIL WS-LIB-END
                   READ FB-LIB-FILE
                       AT END
                           MOVE "Y" TO WS-LIB-EOF
                       NOT AT END
                           PERFORM TAKE-LIBRARY-CARD
                   END-READ
               END-PERFORM
               CLOSE FB-LIB-FILE
           END-IF.

       TAKE-LIBRARY-CARD SECTION.
           IF FB-DECK-HEADER
               MOVE "N" TO WS-DECK-SWITCH
               IF FB-DECK-HDR-NAME = WS-NEXT-DECK
                   ADD 1 TO WS-DECK-HDR-COUNT
                   IF WS-DECK-HDR-COUNT = 1
                       MOVE "Y" TO WS-DECK-SWITCH
                   END-IF
               END-IF
           ELSE
               IF WS-IN-NEXT-DECK
                       AND FB-PARM-START-CT NUMERIC
                       AND FB-PARM-END-CT NUMERIC
                       AND FB-PARM-END-CT >= FB-PARM-START-CT
                   ADD 1 TO WS-DECK-REQUESTS
                   COMPUTE WS-DECK-VALUES =
                       WS-DECK-VALUES + FB-PARM-END-CT
                       - FB-PARM-START-CT + 1
               END-IF
           END-IF.

       WRITE-PROJECTION SECTION.
      *    THE RECENT PERIOD'S RATES APPLIED TO THE NEXT RUN'S DECK.
      *    THE CHECKPOINT AND STOP-CHECK SHARES ASSUME THAT DECK
      *    CHECKPOINTS AS OFTEN AS THE RECENT RUNS DID.
           COMPUTE WS-PROJ-FB-SECS ROUNDED =
               WS-PER-FB-RATE (2) * WS-DECK-VALUES / 1000
           COMPUTE WS-PROJ-DS-SECS ROUNDED =
               WS-PER-DS-RATE (2) * WS-DECK-VALUES / 1000
           COMPUTE WS-PROJ-CKPT-SECS ROUNDED =
               WS-PROJ-FB-SECS * WS-PER-CKPT-PCT (2) / 100
           COMPUTE WS-PROJ-STOP-SECS ROUNDED =
               WS-PROJ-FB-SECS * WS-PER-STOP-PCT (2) / 100
           COMPUTE WS-PROJ-TOTAL-SECS =
               WS-PROJ-FB-SECS + WS-PROJ-DS-SECS
      *    WHOLE MINUTES, ROUNDED UP - A PART MINUTE STILL HAS TO
      *    FIT IN THE WINDOW.
           COMPUTE WS-PROJ-MIN = (WS-PROJ-TOTAL-SECS + 59.99) / 60
           COMPUTE WS-PROJ-END-MIN = FUNCTION MOD
               (WS-WIN-START-MIN + WS-PROJ-MIN, 1440)
           COMPUTE WS-PROJ-END-HH = WS-PROJ-END-MIN / 60
           COMPUTE WS-PROJ-END-MI =
               WS-PROJ-END-MIN - WS-PROJ-END-HH * 60
           COMPUTE WS-MARGIN-MIN = WS-WIN-LENGTH-MIN - WS-PROJ-MIN
           IF WS-MARGIN-MIN < 0
               MOVE "Y" TO WS-OVERRUN-SW
           END-IF
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD
           MOVE WS-DECK-VALUES TO WS-ED-COUNT
           MOVE SPACES TO FB-CAP-RECORD
           STRING "PROJECTION FOR THE NEXT RUN " DELIMITED BY SIZE
                  WS-NEXT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEXT-TYPE DELIMITED BY SPACE
                  " DECK=" DELIMITED BY SIZE
                  WS-NEXT-DECK DELIMITED BY SPACE
                  " - REQUESTS=" DELIMITED BY SIZE
                  WS-DECK-REQUESTS DELIMITED BY SIZE
                  " TOTAL RANGE VALUES=" DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           IF WS-NORUN-SKIPPED > 0
               MOVE SPACES TO FB-CAP-RECORD
               STRING "  NO-RUN DAYS ON THE CALENDAR BEFORE IT="
                                       DELIMITED BY SIZE
                      WS-NORUN-SKIPPED DELIMITED BY SIZE
                   INTO FB-CAP-RECORD
               END-STRING
               WRITE FB-CAP-RECORD
           END-IF
           IF NOT WS-CAL-AVAILABLE
               MOVE "  NO CALENDAR - THE NEXT RUN TAKEN AS NORMAL"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF
           IF WS-DECK-HDR-COUNT = 0
               MOVE "  DECK NOT IN PARMLIB - 1-100 DEFAULT PROJECTED"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF
           IF WS-PER-VALUES (2) = 0
               MOVE "  NO VALUES WORKED IN THE RECENT PERIOD - NO RATE"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF
           IF WS-PER-DS-RANGE (2) = 0
               MOVE "  NO DOWNSTREAM STEP TIMES IN THE RECENT PERIOD"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF
           MOVE WS-PROJ-FB-SECS    TO WS-ED-SECS
           MOVE WS-PROJ-DS-SECS    TO WS-ED-SECS-2
           MOVE WS-PROJ-TOTAL-SECS TO WS-ED-SECS-3
           MOVE SPACES TO FB-CAP-RECORD
           STRING "  FIZZ-BUZZ SECS=" DELIMITED BY SIZE
                  WS-ED-SECS DELIMITED BY SIZE
                  " DOWNSTREAM SECS=" DELIMITED BY SIZE
                  WS-ED-SECS-2 DELIMITED BY SIZE
                  " TOTAL SECS=" DELIMITED BY SIZE
                  WS-ED-SECS-3 DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           MOVE WS-PROJ-CKPT-SECS TO WS-ED-SECS
           MOVE WS-PROJ-STOP-SECS TO WS-ED-SECS-2
           MOVE SPACES TO FB-CAP-RECORD
           STRING "  OF WHICH CHECKPOINTING SECS=" DELIMITED BY SIZE
                  WS-ED-SECS DELIMITED BY SIZE
                  " FBSTOP CHECKING SECS=" DELIMITED BY SIZE
                  WS-ED-SECS-2 DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           MOVE WS-MARGIN-MIN TO WS-ED-MARGIN
           MOVE SPACES TO FB-CAP-RECORD
           STRING "  WINDOW " DELIMITED BY SIZE
                  FB-CAPP-START-HH DELIMITED BY SIZE
                  FB-CAPP-START-MI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FB-CAPP-END-HH DELIMITED BY SIZE
                  FB-CAPP-END-MI DELIMITED BY SIZE
                  " MINUTES=" DELIMITED BY SIZE
                  WS-WIN-LENGTH-MIN DELIMITED BY SIZE
                  " PROJECTED MINUTES=" DELIMITED BY SIZE
                  WS-PROJ-MIN DELIMITED BY SIZE
                  " PROJECTED END=" DELIMITED BY SIZE
                  WS-PROJ-END-HH DELIMITED BY SIZE
                  WS-PROJ-END-MI DELIMITED BY SIZE
                  " MARGIN MINUTES=" DELIMITED BY SIZE
                  WS-ED-MARGIN DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           IF WS-OVERRUN
               MOVE "  ** PROJECTION OVERRUNS THE WINDOW END"
                   TO FB-CAP-RECORD
               WRITE FB-CAP-RECORD
           END-IF.

       WRITE-CAP-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-CAP-RECORD
           STRING "FBCAPRPT BATCH WINDOW CAPACITY " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD.

       WRITE-CAP-TRAILER SECTION.
           MOVE SPACES TO FB-CAP-RECORD
           WRITE FB-CAP-RECORD
           MOVE SPACES TO FB-CAP-RECORD
           STRING "RUNS=" DELIMITED BY SIZE
                  WS-RUN-TOTAL DELIMITED BY SIZE
                  " LISTED=" DELIMITED BY SIZE
                  WS-RUN-COUNT DELIMITED BY SIZE
                  " UNREADABLE=" DELIMITED BY SIZE
                  WS-UNREADABLE-COUNT DELIMITED BY SIZE
                  " PROJECTED MINUTES=" DELIMITED BY SIZE
                  WS-PROJ-MIN DELIMITED BY SIZE
                  " WINDOW MINUTES=" DELIMITED BY SIZE
                  WS-WIN-LENGTH-MIN DELIMITED BY SIZE
                  " OVERRUN=" DELIMITED BY SIZE
                  WS-OVERRUN-SW DELIMITED BY SIZE
               INTO FB-CAP-RECORD
           END-STRING
           WRITE FB-CAP-RECORD
           DISPLAY FUNCTION TRIM(FBZ965I-CAP-TOTALS) " "
               FUNCTION TRIM(FB-CAP-RECORD).
