           SELECT FB-HLT-FILE ASSIGN TO "HLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLT-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-HLT-FILE.
       01 FB-HLT-RECORD                 PIC X(132).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-CURR-STATUS            PIC X(8) VALUE SPACES.
       01 WS-CURR-MODE              PIC X(8) VALUE SPACES.
       01 WS-RECS-VALUE             PIC 9(7) VALUE 0.
       01 WS-AUDIT-READ-COUNT       PIC 9(7) VALUE 0.

       01 WS-ATTENTION-SW           PIC X VALUE "N".
           88 WS-ATTENTION          VALUE "Y".
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.

      *    STEP STATISTICS FOR BATCH-WINDOW CAPACITY PLANNING (SEE
      *    FBSTATI).
       01 WS-STAT-STATUS            PIC XX VALUE SPACES.
       01 WS-STAT-START-STAMP       PIC X(21) VALUE SPACES.
       01 WS-STAT-FROM-STAMP        PIC X(21) VALUE SPACES.
       01 WS-STAT-FROM-PARTS REDEFINES WS-STAT-FROM-STAMP.
           05 WS-STAT-FROM-DATE     PIC X(8).
           05 WS-STAT-FROM-HH       PIC 99.
           05 WS-STAT-FROM-MI       PIC 99.
           05 WS-STAT-FROM-SS       PIC 99.
           05 WS-STAT-FROM-CC       PIC 99.
           05 FILLER                PIC X(5).
       01 WS-STAT-TO-STAMP          PIC X(21) VALUE SPACES.
       01 WS-STAT-TO-PARTS REDEFINES WS-STAT-TO-STAMP.
           05 WS-STAT-TO-DATE       PIC X(8).
           05 WS-STAT-TO-HH         PIC 99.
           05 WS-STAT-TO-MI         PIC 99.
           05 WS-STAT-TO-SS         PIC 99.
           05 WS-STAT-TO-CC         PIC 99.
           05 FILLER                PIC X(5).
       01 WS-STAT-FROM-HSEC         PIC 9(9) VALUE 0.
       01 WS-STAT-TO-HSEC           PIC 9(9) VALUE 0.
       01 WS-STAT-ELAPSED           PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       FBHEALTH-MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-STAMP
           OPEN OUTPUT FB-HLT-FILE
           IF WS-HLT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ880E-HLT-OPEN)
               DISPLAY FUNCTION TRIM(FBZ881I-HEALTH-GOOD)
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       SCAN-RULE-REPORT SECTION.
               WHEN "ABEND"
                   MOVE "ABEND"   TO WS-RUN-STATUS
                   MOVE "16"      TO WS-IMPLIED-RC
               WHEN "RECOVERY"
                   MOVE "RECOVERY" TO WS-RUN-STATUS
                   MOVE "0"       TO WS-IMPLIED-RC
               WHEN "RCVFAIL"
                   MOVE "RCVFAIL" TO WS-RUN-STATUS
                   MOVE "8"       TO WS-IMPLIED-RC
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       SCAN-AUDIT-RECORD SECTION.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF FB-AUDIT-RECORD = SPACES
               CONTINUE
           ELSE
      *    NOT A NIGHT OF ITS OWN, SO IT NEVER STANDS AS THE PRIOR
      *    NIGHT IN THE VOLUME COMPARISON.  THE NEWEST LINE IS STILL
      *    TAKEN WHATEVER ITS STATUS - A STOP WITH NO RESTART YET IS
      *    EXACTLY WHAT THE MORNING SHIFT NEEDS TO SEE.  A MASTER
      *    RESTORED FROM HISTORY BY FBRESTOR (RECOVERY OR RCVFAIL)
      *    IS NOT A NIGHT'S PRODUCTION EITHER, SO IT IS KEPT OUT OF
      *    THE PRIOR NIGHT THE SAME WAY; AS THE NEWEST LINE IT SHOWS
      *    AS THE RUN STATUS AND RAISES ATTENTION.
           MOVE 0 TO WS-RECS-VALUE
           IF WS-TOK-RECS (1:5) = "RECS="
               IF WS-TOK-RECS (6:7) NUMERIC
           IF WS-TOK-TS > WS-CURR-STAMP
               IF WS-CURR-STAMP > WS-PRIOR-STAMP
                       AND WS-CURR-STATUS NOT = "STOPPED"
                       AND WS-CURR-STATUS NOT = "RECOVERY"
                       AND WS-CURR-STATUS NOT = "RCVFAIL"
                   MOVE WS-CURR-STAMP TO WS-PRIOR-STAMP
                   MOVE WS-CURR-RECS  TO WS-PRIOR-RECS
               END-IF
               IF WS-TOK-TS < WS-CURR-STAMP
                       AND WS-TOK-TS > WS-PRIOR-STAMP
                       AND WS-TOK-STATUS NOT = "STATUS=STOPPED"
                       AND WS-TOK-STATUS NOT = "STATUS=RECOVERY"
                       AND WS-TOK-STATUS NOT = "STATUS=RCVFAIL"
                   MOVE WS-TOK-TS     TO WS-PRIOR-STAMP
                   MOVE WS-RECS-VALUE TO WS-PRIOR-RECS
               END-IF
           WRITE FB-HLT-RECORD
           MOVE SPACES TO FB-HLT-RECORD
           WRITE FB-HLT-RECORD.

       WRITE-STAT-RECORD SECTION.
      *    ONE STEP RECORD FOR THE CAPACITY REPORT, CARRYING THE RC
      *    JUST SET.  THE STATISTICS ARE FOR PLANNING ONLY - A FILE
      *    THAT CANNOT BE OPENED IS REPORTED AND NEVER FAILS THE RUN.
           MOVE WS-STAT-START-STAMP TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FBHEALTH" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR FB-STAT-CHECKPOINTS
                     FB-STAT-RANGE-VALUES FB-STAT-CKPT-ELAPSED
                     FB-STAT-STOP-ELAPSED
           MOVE WS-AUDIT-READ-COUNT TO FB-STAT-RECORDS
           MOVE WS-STAT-FROM-STAMP (1:8) TO FB-STAT-START-DATE
           MOVE WS-STAT-FROM-STAMP (9:8) TO FB-STAT-START-TIME
           MOVE WS-STAT-TO-STAMP (1:8)   TO FB-STAT-END-DATE
           MOVE WS-STAT-TO-STAMP (9:8)   TO FB-STAT-END-TIME
           MOVE WS-STAT-ELAPSED TO FB-STAT-ELAPSED
           MOVE RETURN-CODE TO FB-STAT-RC
           OPEN EXTEND FB-STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT FB-STAT-FILE
           END-IF
           IF WS-STAT-STATUS = "00"
               WRITE FB-STAT-RECORD
               CLOSE FB-STAT-FILE
           ELSE
               DISPLAY FUNCTION TRIM(FBZ884W-STATS-OPEN)
           END-IF.

       COMPUTE-STAT-ELAPSED SECTION.
      *    SECONDS FROM WS-STAT-FROM-STAMP TO WS-STAT-TO-STAMP.  AN
      *    END ON A LATER DATE IS TAKEN AS THE NEXT DAY - NOTHING IN
      *    THE STREAM RUNS FOR A DAY OR MORE.
           COMPUTE WS-STAT-FROM-HSEC = WS-STAT-FROM-HH * 360000
               + WS-STAT-FROM-MI * 6000 + WS-STAT-FROM-SS * 100
               + WS-STAT-FROM-CC
           COMPUTE WS-STAT-TO-HSEC = WS-STAT-TO-HH * 360000
               + WS-STAT-TO-MI * 6000 + WS-STAT-TO-SS * 100
               + WS-STAT-TO-CC
           IF WS-STAT-TO-DATE > WS-STAT-FROM-DATE
               ADD 8640000 TO WS-STAT-TO-HSEC
           END-IF
           IF WS-STAT-TO-HSEC < WS-STAT-FROM-HSEC
               MOVE 0 TO WS-STAT-ELAPSED
           ELSE
               COMPUTE WS-STAT-ELAPSED =
                   (WS-STAT-TO-HSEC - WS-STAT-FROM-HSEC) / 100
           END-IF.
