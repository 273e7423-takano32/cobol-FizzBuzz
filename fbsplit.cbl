           SELECT FB-SPL-FILE ASSIGN TO "SPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FB-ACCT-FILE ASSIGN TO "FBACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-SPL-FILE.
       01 FB-SPL-RECORD                 PIC X(100).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

       FD  FB-AUDIT-FILE.
       01 FB-AUDIT-RECORD               PIC X(250).

       FD  FB-ACCT-FILE.
       COPY FBACCTI.

       WORKING-STORAGE SECTION.
       COPY FBMSG.

           88 WS-REPT-END           VALUE "Y".
       01 WS-EXTR-EOF               PIC X VALUE "N".
           88 WS-EXTR-END           VALUE "Y".
       01 WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF              PIC X VALUE "N".
           88 WS-AUDIT-END          VALUE "Y".

       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-COUNT      PIC 9(3) VALUE 0.
               10 WS-RQ-EXTRACT-FLAG    PIC X.
               10 WS-RQ-DEST            PIC X(4).
               10 WS-RQ-SLOT            PIC 9.
               10 WS-RQ-PRODUCED        PIC 9(7).
       01 WS-REQUEST-SUB            PIC 9(3) VALUE 0.
       01 WS-CURR-REQUEST           PIC 9(3) VALUE 0.
       01 WS-CURR-SLOT              PIC 9 VALUE 0.
               10 WS-DEST-ID        PIC X(4).
               10 WS-DEST-OUT-COUNT PIC 9(7).
               10 WS-DEST-EXT-COUNT PIC 9(7).
               10 WS-DEST-REQ-COUNT PIC 9(3).
               10 WS-DEST-PRODUCED  PIC 9(7).
       01 WS-DEST-SUB               PIC 9 VALUE 0.
       01 WS-DEST-FOUND-SWITCH     PIC X VALUE "N".
           88 WS-DEST-FOUND         VALUE "Y".
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

      *    DESTINATION ACCOUNTING FOR THE MONTHLY CHARGEBACK (SEE
      *    FBACCTI).
       01 WS-SUMMARY-LEAD           PIC X(100) VALUE SPACES.
       01 WS-SUMMARY-TOTAL          PIC X(20) VALUE SPACES.
       01 WS-ACCT-RUN-STAMP         PIC X(14) VALUE SPACES.
       01 WS-ACCT-STAMP-SOURCE      PIC X VALUE SPACE.
       01 WS-ACCT-WRITTEN           PIC 9 VALUE 0.

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
       FBSPLIT-MAIN SECTION.
      *    THE MORNING SPLIT OF THE COMBINED RUN OUTPUT: EACH
      *    REQUEST'S REPORT SECTION AND EXTRACT SHARE IS DELIVERED
      *    TO THE DATASET PAIR OF THE DESTINATION NAMED ON ITS
      *    PARMIN CARD, INSTEAD OF SOMEONE CUTTING THE COMBINED
      *    REPORT APART BY HAND.  WHAT EACH DESTINATION RECEIVED IS
      *    ACCOUNTED ON FBACCT FOR THE MONTHLY CHARGEBACK (FBCHGBK).
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAT-START-STAMP
           OPEN OUTPUT FB-SPL-FILE
           IF WS-SPL-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ890E-SPLRPT-OPEN)
           END-IF
           PERFORM CLOSE-DEST-FILES
           PERFORM WRITE-SPL-RESULTS
           PERFORM WRITE-ACCOUNTING
           CLOSE FB-SPL-FILE
           MOVE WS-MAX-RC TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       RAISE-WARNING-RC SECTION.
               MOVE 100 TO WS-RQ-END-CT (1)
               MOVE "N" TO WS-RQ-EXTRACT-FLAG (1)
               MOVE SPACES TO WS-RQ-DEST (1)
               MOVE 0 TO WS-RQ-PRODUCED (1)
           END-IF.

       ADD-REQUEST-ENTRY SECTION.
                   TO WS-RQ-EXTRACT-FLAG (WS-REQUEST-COUNT)
               MOVE FB-PARM-DEST
                   TO WS-RQ-DEST (WS-REQUEST-COUNT)
               MOVE 0 TO WS-RQ-PRODUCED (WS-REQUEST-COUNT)
           END-IF.

       ASSIGN-DESTINATIONS SECTION.
                   WRITE FB-SPL-RECORD
                   CLOSE FB-SPL-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-STAT-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEST-COUNT
                   TO WS-DEST-ID (WS-DEST-COUNT)
               MOVE 0 TO WS-DEST-OUT-COUNT (WS-DEST-COUNT)
               MOVE 0 TO WS-DEST-EXT-COUNT (WS-DEST-COUNT)
               MOVE 0 TO WS-DEST-REQ-COUNT (WS-DEST-COUNT)
               MOVE 0 TO WS-DEST-PRODUCED (WS-DEST-COUNT)
               MOVE WS-DEST-COUNT TO WS-RQ-SLOT (WS-REQUEST-SUB)
           END-IF.

           WRITE FB-SPL-RECORD
           CLOSE FB-SPL-FILE
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       CLOSE-DEST-FILES SECTION.
                   ELSE
                       MOVE 0 TO WS-CURR-SLOT
                   END-IF
                   PERFORM NOTE-REQUEST-TOTAL
                   PERFORM WRITE-ROUTED-LINE
               WHEN FB-REPT-RECORD (1:14) = "GRAND SUMMARY "
                   ADD 1 TO WS-GRAND-COUNT
                   PERFORM WRITE-ROUTED-LINE
           END-EVALUATE.

       NOTE-REQUEST-TOTAL SECTION.
      *    THE REQUEST'S SUMMARY LINE CARRIES THE SEQUENCE NUMBERS IT
      *    PRODUCED.  A STOPPED NIGHT LEAVES THE PARTIAL RUN'S LINES
      *    AHEAD OF THE RESTART'S ON FBOUT, AND THE RESTART'S TOTAL
      *    ALREADY INCLUDES WHAT WAS CHECKPOINTED, SO THE LAST
      *    SUMMARY SEEN FOR A REQUEST IS THE ONE THAT COUNTS.
           IF WS-CURR-REQUEST >= 1
                   AND WS-CURR-REQUEST <= WS-REQUEST-COUNT
                   AND FB-REPT-RECORD (12:21) = " SUMMARY MULTI-MATCH="
               MOVE SPACES TO WS-SUMMARY-TOTAL
               UNSTRING FB-REPT-RECORD DELIMITED BY " TOTAL="
                   INTO WS-SUMMARY-LEAD WS-SUMMARY-TOTAL
               END-UNSTRING
               IF WS-SUMMARY-TOTAL (1:7) NUMERIC
                   MOVE WS-SUMMARY-TOTAL (1:7)
                       TO WS-RQ-PRODUCED (WS-CURR-REQUEST)
               END-IF
           END-IF.

       WRITE-ROUTED-LINE SECTION.
           IF WS-CURR-SLOT = 0
               IF FB-REPT-RECORD NOT = SPACES
           END-IF
           WRITE FB-SPL-RECORD.

       WRITE-ACCOUNTING SECTION.
      *    ONE ACCOUNTING RECORD PER DESTINATION FOR WHAT THIS SPLIT
      *    DELIVERED, STAMPED WITH THE NIGHT'S AUDIT LINE SO FBCHGBK
      *    CAN BALANCE THE MONTH'S BILLING TO FBAUDIT RUN BY RUN.
      *    THE ACCOUNTING NEVER HOLDS UP THE DELIVERY - A PROBLEM
      *    WITH IT IS A WARNING, AND THE CHARGEBACK SHOWS THE RUN AS
      *    UNACCOUNTED.
           PERFORM FIND-AUDIT-STAMP
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               MOVE WS-RQ-SLOT (WS-REQUEST-SUB) TO WS-DEST-SUB
               ADD 1 TO WS-DEST-REQ-COUNT (WS-DEST-SUB)
               ADD WS-RQ-PRODUCED (WS-REQUEST-SUB)
                   TO WS-DEST-PRODUCED (WS-DEST-SUB)
           END-PERFORM
           MOVE SPACES TO FB-SPL-RECORD
           WRITE FB-SPL-RECORD
           MOVE SPACES TO FB-SPL-RECORD
           STRING "ACCOUNTING FOR RUN " DELIMITED BY SIZE
                  WS-ACCT-RUN-STAMP DELIMITED BY SIZE
                  INTO FB-SPL-RECORD
           END-STRING
           IF WS-ACCT-STAMP-SOURCE = "S"
               MOVE " (NO FBAUDIT LINE - DATED NOW)"
                   TO FB-SPL-RECORD (34:30)
           END-IF
           WRITE FB-SPL-RECORD
           OPEN EXTEND FB-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               OPEN OUTPUT FB-ACCT-FILE
           END-IF
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ899W-ACCT-OPEN)
               MOVE "FBACCT NOT AVAILABLE - RUN NOT ACCOUNTED"
                   TO FB-SPL-RECORD
               WRITE FB-SPL-RECORD
               PERFORM RAISE-WARNING-RC
           ELSE
               PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                       UNTIL WS-DEST-SUB > WS-DEST-COUNT
                   PERFORM WRITE-ACCOUNTING-RECORD
               END-PERFORM
               CLOSE FB-ACCT-FILE
               MOVE SPACES TO FB-SPL-RECORD
               STRING "ACCOUNTING RECORDS WRITTEN=" DELIMITED BY SIZE
                      WS-ACCT-WRITTEN DELIMITED BY SIZE
                   INTO FB-SPL-RECORD
               END-STRING
               WRITE FB-SPL-RECORD
           END-IF.

       FIND-AUDIT-STAMP SECTION.
      *    THE STEP RUNS STRAIGHT AFTER THE RUN (OR FBMERGE) HAS
      *    APPENDED ITS AUDIT LINE, SO THE LAST DATED LINE ON THE LOG
      *    IS THE NIGHT BEING DELIVERED.
           MOVE SPACES TO WS-ACCT-RUN-STAMP
           OPEN INPUT FB-AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-END
                   READ FB-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF FB-AUDIT-RECORD (1:14) NUMERIC
                               MOVE FB-AUDIT-RECORD (1:14)
                                   TO WS-ACCT-RUN-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-AUDIT-FILE
           END-IF
           IF WS-ACCT-RUN-STAMP = SPACES
               DISPLAY FUNCTION TRIM(FBZ898W-AUDIT-STAMP)
               MOVE WS-RUN-TIMESTAMP (1:14) TO WS-ACCT-RUN-STAMP
               MOVE "S" TO WS-ACCT-STAMP-SOURCE
               PERFORM RAISE-WARNING-RC
           ELSE
               MOVE "A" TO WS-ACCT-STAMP-SOURCE
           END-IF.

       WRITE-ACCOUNTING-RECORD SECTION.
           MOVE SPACES TO FB-ACCT-RECORD
           MOVE WS-ACCT-RUN-STAMP TO FB-ACCT-RUN-STAMP
           MOVE WS-ACCT-STAMP-SOURCE TO FB-ACCT-STAMP-SOURCE
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-ACCT-SPLIT-STAMP
           MOVE WS-DEST-ID (WS-DEST-SUB) TO FB-ACCT-DEST
           MOVE WS-DEST-REQ-COUNT (WS-DEST-SUB) TO FB-ACCT-REQUESTS
           MOVE WS-DEST-PRODUCED (WS-DEST-SUB) TO FB-ACCT-PRODUCED
           MOVE WS-DEST-EXT-COUNT (WS-DEST-SUB) TO FB-ACCT-EXTRACT
           MOVE WS-DEST-OUT-COUNT (WS-DEST-SUB)
               TO FB-ACCT-REPORT-LINES
           WRITE FB-ACCT-RECORD
           ADD 1 TO WS-ACCT-WRITTEN
           MOVE SPACES TO FB-SPL-RECORD
           STRING "  DEST=" DELIMITED BY SIZE
                  FB-ACCT-DEST DELIMITED BY SIZE
                  " REQUESTS=" DELIMITED BY SIZE
                  FB-ACCT-REQUESTS DELIMITED BY SIZE
                  " SEQUENCE NUMBERS=" DELIMITED BY SIZE
                  FB-ACCT-PRODUCED DELIMITED BY SIZE
                  " EXTRACT RECORDS=" DELIMITED BY SIZE
                  FB-ACCT-EXTRACT DELIMITED BY SIZE
                  " REPORT LINES=" DELIMITED BY SIZE
                  FB-ACCT-REPORT-LINES DELIMITED BY SIZE
               INTO FB-SPL-RECORD
           END-STRING
           WRITE FB-SPL-RECORD.

       WRITE-SPL-HEADING SECTION.
           MOVE SPACES TO FB-SPL-RECORD
           STRING "FBSPLIT DESTINATION ROUTING " DELIMITED BY SIZE
           WRITE FB-SPL-RECORD
           MOVE SPACES TO FB-SPL-RECORD
           WRITE FB-SPL-RECORD.

       WRITE-STAT-RECORD SECTION.
      *    ONE STEP RECORD FOR THE CAPACITY REPORT, CARRYING THE RC
      *    JUST SET.  THE STATISTICS ARE FOR PLANNING ONLY - A FILE
      *    THAT CANNOT BE OPENED IS REPORTED AND NEVER FAILS THE RUN.
           MOVE WS-STAT-START-STAMP TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FBSPLIT" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR FB-STAT-CHECKPOINTS
                     FB-STAT-RANGE-VALUES FB-STAT-CKPT-ELAPSED
                     FB-STAT-STOP-ELAPSED
           MOVE WS-UNROUTED-COUNT TO FB-STAT-RECORDS
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               ADD WS-DEST-OUT-COUNT (WS-DEST-SUB)
                   WS-DEST-EXT-COUNT (WS-DEST-SUB)
                   TO FB-STAT-RECORDS
           END-PERFORM
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
               DISPLAY FUNCTION TRIM(FBZ897W-STATS-OPEN)
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
