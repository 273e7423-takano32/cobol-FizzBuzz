       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FB-PSUM-FILE ASSIGN TO "FBPSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.
           SELECT FB-POUT-FILE ASSIGN TO "FBPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POUT-STATUS.
           SELECT FB-PEXT-FILE ASSIGN TO "FBPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXT-STATUS.
           SELECT FB-PMST-FILE ASSIGN TO "FBPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMST-STATUS.
           SELECT FB-PSTA-FILE ASSIGN TO "FBPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTA-STATUS.
           SELECT FB-OUT-FILE ASSIGN TO "FBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT FB-EXTR-FILE ASSIGN TO "FBEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
           SELECT FB-MSTR-FILE ASSIGN TO "FBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-MSTR-SEQ
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-PARM-FILE.
       COPY FBPARM.

      *    THE PARTITIONS' SUMMARY RECORDS, REPORTS, EXTRACTS, MASTER
      *    IMAGES AND STATISTICS ARE EACH READ AS ONE CONCATENATION
      *    IN PARTITION ORDER (SEE FBMERGE JCL).  THE SUMMARIES ARE
      *    LAID OUT BY FBPARTI, THE IMAGES BY FBMSTR.
       FD  FB-PSUM-FILE.
       01 FB-PSUM-IN-RECORD             PIC X(420).

       FD  FB-POUT-FILE.
       01 FB-POUT-RECORD                PIC X(100).

       FD  FB-PEXT-FILE.
       01 FB-PEXT-RECORD                PIC X(100).

       FD  FB-PMST-FILE.
       01 FB-PMST-RECORD                PIC X(189).

       FD  FB-PSTA-FILE.
       01 FB-PSTA-RECORD                PIC X(100).

       FD  FB-OUT-FILE.
       01 FB-OUT-RECORD                 PIC X(100).

       FD  FB-EXTR-FILE.
       01 FB-EXTR-RECORD                PIC X(100).

       FD  FB-MSTR-FILE.
       COPY FBMSTR.

       FD  FB-AUDIT-FILE.
       01 FB-AUDIT-RECORD               PIC X(250).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.
       COPY FBPARTI.

       01 WS-PARM-STATUS            PIC XX VALUE SPACES.
       01 WS-PARM-EOF               PIC X VALUE "N".
           88 WS-PARM-END           VALUE "Y".
       01 WS-PSUM-STATUS            PIC XX VALUE SPACES.
       01 WS-PSUM-EOF               PIC X VALUE "N".
           88 WS-PSUM-END           VALUE "Y".
       01 WS-POUT-STATUS            PIC XX VALUE SPACES.
       01 WS-POUT-EOF               PIC X VALUE "N".
           88 WS-POUT-END           VALUE "Y".
       01 WS-PEXT-STATUS            PIC XX VALUE SPACES.
       01 WS-PEXT-EOF               PIC X VALUE "N".
           88 WS-PEXT-END           VALUE "Y".
       01 WS-PMST-STATUS            PIC XX VALUE SPACES.
       01 WS-PMST-EOF               PIC X VALUE "N".
           88 WS-PMST-END           VALUE "Y".
       01 WS-PSTA-STATUS            PIC XX VALUE SPACES.
       01 WS-PSTA-EOF               PIC X VALUE "N".
           88 WS-PSTA-END           VALUE "Y".
       01 WS-OUT-STATUS             PIC XX VALUE SPACES.
       01 WS-EXTR-STATUS            PIC XX VALUE SPACES.
       01 WS-MSTR-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-RUN-STATUS             PIC X(8) VALUE SPACES.
       01 WS-RUN-MODE               PIC X(7) VALUE "FRESH".
       01 WS-REFUSE-REASON          PIC X(100) VALUE SPACES.
       01 WS-FAILED-DD              PIC X(8) VALUE SPACES.

      *    THE SAME REQUEST LIST THE PARTITIONS LOADED FROM PARMIN,
      *    FOR THE REQUEST COUNT THEY MUST ADD UP TO, THE AUDITED
      *    SPAN AND WHETHER THE NIGHT WRITES AN EXTRACT AT ALL.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-COUNT      PIC 9(3) VALUE 0.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES.
               10 WS-RQ-START-CT        PIC 9(5).
               10 WS-RQ-END-CT          PIC 9(5).
               10 WS-RQ-EXTRACT-FLAG    PIC X.
       01 WS-REQUEST-SUB            PIC 9(3) VALUE 0.
       01 WS-EXTRACT-SWITCH         PIC X VALUE "N".
           88 WS-EXTRACT-REQUESTED  VALUE "Y".
       01 WS-REQ-START-CT           PIC 9(5) VALUE 0.
       01 WS-REQ-END-CT             PIC 9(5) VALUE 0.
       01 WS-DECK-RANGE             PIC 9(7) VALUE 0.

      *    ONE SUMMARY RECORD PER PARTITION, KEPT WHOLE AND LOOKED
      *    AT THROUGH THE FBPARTI LAYOUT ONE AT A TIME.
       01 WS-PART-TABLE.
           05 WS-PART-COUNT         PIC 99 VALUE 0.
           05 WS-PART-ENTRY OCCURS 10 TIMES.
               10 WS-PT-DATA        PIC X(420).
       01 WS-PART-SUB               PIC 99 VALUE 0.
       01 WS-PART-EXTRA-COUNT       PIC 9(3) VALUE 0.
       01 WS-ABEND-COUNT            PIC 99 VALUE 0.
       01 WS-STOPPED-COUNT          PIC 99 VALUE 0.
       01 WS-NEXT-REQ               PIC 9(3) VALUE 0.
       01 WS-RULE-LIST-TEXT         PIC X(140) VALUE SPACES.
       01 WS-DECK-VERSION           PIC X(4) VALUE SPACES.
       01 WS-MERGE-STAMP            PIC X(14) VALUE SPACES.

      *    THE NIGHT'S GRAND SUMMARY, ROLLED UP FROM THE PARTITIONS.
       01 WS-RULE-COUNT             PIC 99 VALUE 0.
       01 WS-RULE-SUB               PIC 99 VALUE 0.
       01 WS-RULE-LABEL-TABLE.
           05 WS-RULE-LABEL         PIC X(8) OCCURS 10 TIMES.
       01 WS-GRAND-COUNTS.
           05 WS-GRAND-MULTI-COUNT  PIC 9(7) VALUE 0.
           05 WS-GRAND-PLAIN-COUNT  PIC 9(7) VALUE 0.
           05 WS-GRAND-TOTAL-COUNT  PIC 9(7) VALUE 0.
           05 WS-GRAND-RULE-HITS    PIC 9(7) OCCURS 10 TIMES
                                    VALUE 0.
           05 WS-GRAND-SKIP-COUNT   PIC 9(7) VALUE 0.
           05 WS-GRAND-OVER-COUNT   PIC 9(7) VALUE 0.

      *    MASTER IMAGES ARE LOADED INTO A TABLE AND BALANCED TO THE
      *    PARTITIONS' TOTALS BEFORE FBMASTR IS OPENED, AS FBRESTOR
      *    DOES WITH A HISTORY SAVE.  CT IS PIC 999 IN THE PRODUCING
      *    RUN, SO THE KEY SUBSCRIPTS THE TABLE DIRECTLY.  A KEY
      *    IMAGED TWICE (A RESTARTED PARTITION RE-PRODUCES THE VALUES
      *    AFTER ITS CHECKPOINT) KEEPS THE LATER IMAGE.
       01 WS-IMAGE-TABLE.
           05 WS-IMAGE-ENTRY OCCURS 999 TIMES.
               10 WS-IMG-PRESENT    PIC X.
               10 WS-IMG-DATA       PIC X(189).
       01 WS-IMAGE-KEY-TEXT         PIC X(5) VALUE SPACES.
       01 WS-IMAGE-KEY REDEFINES WS-IMAGE-KEY-TEXT PIC 9(5).
       01 WS-SEQ-SUB                PIC 9(4) VALUE 0.
       01 WS-IMAGE-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-IMAGE-KEY-COUNT        PIC 9(7) VALUE 0.
       01 WS-IMAGE-DUP-COUNT        PIC 9(7) VALUE 0.
       01 WS-IMAGE-BAD-COUNT        PIC 9(7) VALUE 0.

       01 WS-OUT-COPIED-COUNT       PIC 9(7) VALUE 0.
       01 WS-OUT-DROPPED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EXTR-COPIED-COUNT      PIC 9(7) VALUE 0.
       01 WS-MSTR-LOADED-COUNT      PIC 9(7) VALUE 0.
       01 WS-AUDIT-RECS             PIC 9(7) VALUE 0.

      *    RUN STATISTICS (SEE FBSTATI).  THE PARTITIONS' OWN
      *    RECORDS ARE FOLDED INTO THE STATISTICS FILE HERE SO THE
      *    CAPACITY REPORT SEES ONE FIZZ-BUZZ STEP A NIGHT, AS IT
      *    DOES FOR A SINGLE-STEP RUN: THE REQUEST RECORDS AS THEY
      *    ARE, AND ONE STEP RECORD WHOSE ELAPSED TIME IS THE
      *    LONGEST PARTITION'S - THE TIME THE NIGHT ACTUALLY WAITED.
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
       01 WS-FOLD-COUNTS.
           05 WS-FOLD-STEP-COUNT    PIC 9(7) VALUE 0.
           05 WS-FOLD-REQ-COUNT     PIC 9(7) VALUE 0.
           05 WS-FOLD-RECORDS       PIC 9(7) VALUE 0.
           05 WS-FOLD-CHECKPOINTS   PIC 9(7) VALUE 0.
           05 WS-FOLD-CKPT-TIME     PIC 9(7)V99 VALUE 0.
           05 WS-FOLD-STOP-TIME     PIC 9(7)V99 VALUE 0.
           05 WS-FOLD-PART-ELAPSED  PIC 9(7)V99 OCCURS 10 TIMES
                                    VALUE 0.
       01 WS-FOLD-ELAPSED           PIC 9(7)V99 VALUE 0.
       01 WS-FOLD-FIRST-START       PIC X(16) VALUE HIGH-VALUES.
       01 WS-FOLD-LAST-END          PIC X(16) VALUE LOW-VALUES.
       01 WS-FOLD-STAMP             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       FBMERGE-MAIN SECTION.
      *    SECOND HALF OF A PARTITIONED NIGHT.  THE PARMIN DECK RAN
      *    AS SEVERAL CONCURRENT FIZZ-BUZZ PARTITIONS, EACH WITH ITS
      *    OWN REPORT, EXTRACT, CHECKPOINT AND STOP REQUEST; THIS
      *    STEP PUTS THEIR OUTPUTS TOGETHER IN REQUEST ORDER INTO THE
      *    NORMAL FBOUT, FBEXTR AND FBMASTR, WRITES THE GRAND SUMMARY
      *    ROLLED UP FROM THE PARTITIONS' COUNTS, AND WRITES THE ONE
      *    AUDIT LINE FOR THE NIGHT - SO EVERYTHING DOWNSTREAM SEES
      *    WHAT A SINGLE-STEP RUN WOULD HAVE PRODUCED.
      *    NOTHING IS MERGED UNLESS EVERY PARTITION ENDED NORMALLY:
      *    RC=0 MERGED, RC=4 MERGED WITH WARNINGS (A PARTITION'S OR
      *    THIS STEP'S), RC=2 A PARTITION STOPPED (STATUS=STOPPED
      *    AUDITED - RESUBMIT IT WITH RESTART-FLAG=Y, THEN RERUN THE
      *    MERGE), RC=8 THE PARTITIONS DO NOT MAKE UP TONIGHT'S DECK
      *    OR DO NOT BALANCE (NOTHING TOUCHED, NOTHING AUDITED),
      *    RC=16 A PARTITION ABENDED (STATUS=ABEND AUDITED) OR THE
      *    MERGED OUTPUT COULD NOT BE WRITTEN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAT-START-STAMP
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ970E-MRGRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-PARAMETERS
           PERFORM LOAD-PARTITION-SUMMARIES
           IF WS-PART-COUNT = 0
               MOVE "NO PARTITION SUMMARY RECORDS ON FBPSUM"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
           END-IF
           PERFORM LIST-PARTITIONS
           IF WS-ABEND-COUNT > 0
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM END-NOT-MERGED
           END-IF
           PERFORM CHECK-PARTITION-SET
           IF WS-STOPPED-COUNT > 0
               MOVE "STOPPED" TO WS-RUN-STATUS
               PERFORM END-NOT-MERGED
           END-IF
           PERFORM CHECK-PARTITION-CONTENT
           PERFORM ROLL-PARTITION-COUNTS
           PERFORM LOAD-MASTER-IMAGES
           PERFORM MERGE-REPORT
           IF WS-EXTRACT-REQUESTED
               PERFORM MERGE-EXTRACT
           END-IF
           PERFORM MERGE-MASTER
           MOVE "NORMAL" TO WS-RUN-STATUS
           PERFORM WRITE-AUDIT-RECORD
           PERFORM FOLD-PARTITION-STATS
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           MOVE WS-MAX-RC TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       RAISE-WARNING-RC SECTION.
           IF WS-MAX-RC < 4
               MOVE 4 TO WS-MAX-RC
           END-IF.

       READ-PARAMETERS SECTION.
           MOVE 0 TO WS-REQUEST-COUNT
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ972W-PARM-MISSING)
               PERFORM RAISE-WARNING-RC
           ELSE
               PERFORM UNTIL WS-PARM-END
                   READ FB-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           PERFORM ADD-REQUEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-PARM-FILE
               IF WS-REQUEST-COUNT = 0
                   DISPLAY FUNCTION TRIM(FBZ973W-PARM-EMPTY)
                   PERFORM RAISE-WARNING-RC
               END-IF
           END-IF
      *    THE SAME DEFAULT REQUEST THE PARTITIONS FALL BACK ON.
           IF WS-REQUEST-COUNT = 0
               MOVE 1   TO WS-REQUEST-COUNT
               MOVE 1   TO WS-RQ-START-CT (1)
               MOVE 100 TO WS-RQ-END-CT (1)
               MOVE "N" TO WS-RQ-EXTRACT-FLAG (1)
           END-IF
      *    THE AUDITED SPAN IS THE LOWEST START TO THE HIGHEST END,
      *    AS FIZZ-BUZZ WORKS IT OUT.
           MOVE WS-RQ-START-CT (1) TO WS-REQ-START-CT
           MOVE WS-RQ-END-CT (1)   TO WS-REQ-END-CT
           MOVE 0 TO WS-DECK-RANGE
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-RQ-START-CT (WS-REQUEST-SUB) < WS-REQ-START-CT
                   MOVE WS-RQ-START-CT (WS-REQUEST-SUB)
                       TO WS-REQ-START-CT
               END-IF
               IF WS-RQ-END-CT (WS-REQUEST-SUB) > WS-REQ-END-CT
                   MOVE WS-RQ-END-CT (WS-REQUEST-SUB)
                       TO WS-REQ-END-CT
               END-IF
               IF WS-RQ-END-CT (WS-REQUEST-SUB) >=
                       WS-RQ-START-CT (WS-REQUEST-SUB)
                   COMPUTE WS-DECK-RANGE = WS-DECK-RANGE
                       + WS-RQ-END-CT (WS-REQUEST-SUB)
                       - WS-RQ-START-CT (WS-REQUEST-SUB) + 1
               END-IF
           END-PERFORM
           MOVE SPACES TO FB-RPT-RECORD
           STRING "DECK REQUESTS=" DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  " RANGE=" DELIMITED BY SIZE
                  WS-REQ-START-CT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-REQ-END-CT DELIMITED BY SIZE
                  " EXTRACT=" DELIMITED BY SIZE
                  WS-EXTRACT-SWITCH DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       ADD-REQUEST-ENTRY SECTION.
           IF WS-REQUEST-COUNT < 50
               ADD 1 TO WS-REQUEST-COUNT
               MOVE FB-PARM-START-CT
                   TO WS-RQ-START-CT (WS-REQUEST-COUNT)
               MOVE FB-PARM-END-CT
                   TO WS-RQ-END-CT (WS-REQUEST-COUNT)
               MOVE FB-PARM-EXTRACT-FLAG
                   TO WS-RQ-EXTRACT-FLAG (WS-REQUEST-COUNT)
               IF FB-PARM-EXTRACT-FLAG = "Y"
                   MOVE "Y" TO WS-EXTRACT-SWITCH
               END-IF
           END-IF.

       LOAD-PARTITION-SUMMARIES SECTION.
           MOVE 0 TO WS-PART-COUNT
           MOVE 0 TO WS-PART-EXTRA-COUNT
           OPEN INPUT FB-PSUM-FILE
           IF WS-PSUM-STATUS = "00"
               PERFORM UNTIL WS-PSUM-END
                   READ FB-PSUM-FILE
                       AT END
                           MOVE "Y" TO WS-PSUM-EOF
                       NOT AT END
                           IF WS-PART-COUNT < 10
                               ADD 1 TO WS-PART-COUNT
                               MOVE FB-PSUM-IN-RECORD
                                   TO WS-PT-DATA (WS-PART-COUNT)
                           ELSE
                               ADD 1 TO WS-PART-EXTRA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-PSUM-FILE
           END-IF.

       LIST-PARTITIONS SECTION.
           MOVE 0 TO WS-ABEND-COUNT
           MOVE 0 TO WS-STOPPED-COUNT
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-DATA (WS-PART-SUB) TO FB-PSUM-RECORD
               MOVE SPACES TO FB-RPT-RECORD
               STRING "PARTITION " DELIMITED BY SIZE
                      FB-PSUM-PARTITION DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      FB-PSUM-PART-COUNT DELIMITED BY SIZE
                      " REQUESTS " DELIMITED BY SIZE
                      FB-PSUM-FIRST-REQ DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FB-PSUM-LAST-REQ DELIMITED BY SIZE
                      " STATUS=" DELIMITED BY SIZE
                      FB-PSUM-STATUS DELIMITED BY SIZE
                      " MODE=" DELIMITED BY SIZE
                      FB-PSUM-MODE DELIMITED BY SIZE
                      " RC=" DELIMITED BY SIZE
                      FB-PSUM-RC DELIMITED BY SIZE
                      " RECS=" DELIMITED BY SIZE
                      FB-PSUM-TOTAL-COUNT DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               EVALUATE TRUE
                   WHEN FB-PSUM-NORMAL
                       CONTINUE
                   WHEN FB-PSUM-STOPPED
                       ADD 1 TO WS-STOPPED-COUNT
                       DISPLAY FUNCTION TRIM(FBZ974I-PART-STOPPED)
                           " PARTITION " FB-PSUM-PARTITION
                   WHEN OTHER
                       ADD 1 TO WS-ABEND-COUNT
                       DISPLAY FUNCTION TRIM(FBZ975S-PART-ABEND)
                           " PARTITION " FB-PSUM-PARTITION
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.

       CHECK-PARTITION-SET SECTION.
      *    ONE SUMMARY PER PARTITION, IN PARTITION ORDER, ALL FROM
      *    THE SAME SPLIT OF A DECK THE SIZE OF TONIGHT'S - A LEFT-
      *    OVER SUMMARY FROM ANOTHER NIGHT OR A MISSING PARTITION
      *    SHOWS UP HERE.
           IF WS-PART-EXTRA-COUNT > 0
               MOVE "MORE THAN 10 PARTITION SUMMARY RECORDS ON FBPSUM"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
           END-IF
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-DATA (WS-PART-SUB) TO FB-PSUM-RECORD
               IF FB-PSUM-PARTITION NOT = WS-PART-SUB
                       OR FB-PSUM-PART-COUNT NOT = WS-PART-COUNT
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "SUMMARY " DELIMITED BY SIZE
                          WS-PART-SUB DELIMITED BY SIZE
                          " OF " DELIMITED BY SIZE
                          WS-PART-COUNT DELIMITED BY SIZE
                          " ON FBPSUM IS PARTITION "
                                           DELIMITED BY SIZE
                          FB-PSUM-PARTITION DELIMITED BY SIZE
                          " OF " DELIMITED BY SIZE
                          FB-PSUM-PART-COUNT DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-MERGE
               END-IF
               IF FB-PSUM-DECK-REQS NOT = WS-REQUEST-COUNT
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PARTITION " DELIMITED BY SIZE
                          WS-PART-SUB DELIMITED BY SIZE
                          " RAN A DECK OF " DELIMITED BY SIZE
                          FB-PSUM-DECK-REQS DELIMITED BY SIZE
                          " REQUESTS, PARMIN HAS " DELIMITED BY SIZE
                          WS-REQUEST-COUNT DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-MERGE
               END-IF
           END-PERFORM.

       CHECK-PARTITION-CONTENT SECTION.
      *    THE PARTITIONS' REQUESTS MUST RUN ON FROM ONE ANOTHER AND
      *    COVER THE DECK EXACTLY, AND EVERY PARTITION MUST HAVE RUN
      *    THE SAME RULES FROM THE SAME DECK VERSION.
           MOVE 1 TO WS-NEXT-REQ
           MOVE WS-PT-DATA (1) TO FB-PSUM-RECORD
           MOVE FB-PSUM-RULE-LIST    TO WS-RULE-LIST-TEXT
           MOVE FB-PSUM-DECK-VERSION TO WS-DECK-VERSION
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-DATA (WS-PART-SUB) TO FB-PSUM-RECORD
               IF FB-PSUM-FIRST-REQ > 0
                   IF FB-PSUM-FIRST-REQ NOT = WS-NEXT-REQ
                           OR FB-PSUM-LAST-REQ < FB-PSUM-FIRST-REQ
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "PARTITION " DELIMITED BY SIZE
                              WS-PART-SUB DELIMITED BY SIZE
                              " RAN REQUESTS " DELIMITED BY SIZE
                              FB-PSUM-FIRST-REQ DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              FB-PSUM-LAST-REQ DELIMITED BY SIZE
                              ", NEXT EXPECTED WAS " DELIMITED BY SIZE
                              WS-NEXT-REQ DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                       END-STRING
                       PERFORM REFUSE-MERGE
                   END-IF
                   COMPUTE WS-NEXT-REQ = FB-PSUM-LAST-REQ + 1
               END-IF
               IF FB-PSUM-RULE-LIST NOT = WS-RULE-LIST-TEXT
                       OR FB-PSUM-DECK-VERSION NOT = WS-DECK-VERSION
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PARTITION " DELIMITED BY SIZE
                          WS-PART-SUB DELIMITED BY SIZE
                          " RAN DIFFERENT RULES FROM PARTITION 01"
                                           DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
                   PERFORM REFUSE-MERGE
               END-IF
           END-PERFORM
           IF WS-NEXT-REQ NOT = WS-REQUEST-COUNT + 1
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "PARTITIONS COVER REQUESTS 001-" DELIMITED BY SIZE
                      WS-NEXT-REQ DELIMITED BY SIZE
                      " (EXCLUSIVE) OF " DELIMITED BY SIZE
                      WS-REQUEST-COUNT DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
               END-STRING
               PERFORM REFUSE-MERGE
           END-IF.

       ROLL-PARTITION-COUNTS SECTION.
      *    THE RULE LABELS ARE PARTITION 01'S - EVERY PARTITION RAN
      *    THE SAME RULES.  THE MASTER IS STAMPED WITH THE EARLIEST
      *    PARTITION START, THE ONE STAMP A SINGLE-STEP RUN STARTING
      *    THEN WOULD HAVE PUT ON EVERY RECORD.  THE NIGHT'S RC IS
      *    THE WORST PARTITION'S, OR THIS STEP'S OWN WARNING.
           MOVE WS-PT-DATA (1) TO FB-PSUM-RECORD
           MOVE FB-PSUM-RULE-COUNT TO WS-RULE-COUNT
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 10
               MOVE FB-PSUM-RULE-LABEL (WS-RULE-SUB)
                   TO WS-RULE-LABEL (WS-RULE-SUB)
           END-PERFORM
           MOVE HIGH-VALUES TO WS-MERGE-STAMP
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-DATA (WS-PART-SUB) TO FB-PSUM-RECORD
               ADD FB-PSUM-MULTI-COUNT TO WS-GRAND-MULTI-COUNT
               ADD FB-PSUM-PLAIN-COUNT TO WS-GRAND-PLAIN-COUNT
               ADD FB-PSUM-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT
               ADD FB-PSUM-SKIP-COUNT  TO WS-GRAND-SKIP-COUNT
               ADD FB-PSUM-OVER-COUNT  TO WS-GRAND-OVER-COUNT
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   ADD FB-PSUM-RULE-HITS (WS-RULE-SUB)
                       TO WS-GRAND-RULE-HITS (WS-RULE-SUB)
               END-PERFORM
               IF FB-PSUM-MODE = "RESTART"
                   MOVE "RESTART" TO WS-RUN-MODE
               END-IF
               IF FB-PSUM-RUN-STAMP < WS-MERGE-STAMP
                   MOVE FB-PSUM-RUN-STAMP TO WS-MERGE-STAMP
               END-IF
               IF FB-PSUM-RC > WS-MAX-RC
                   MOVE FB-PSUM-RC TO WS-MAX-RC
               END-IF
           END-PERFORM.

       LOAD-MASTER-IMAGES SECTION.
           MOVE SPACES TO WS-IMAGE-TABLE
           OPEN INPUT FB-PMST-FILE
           IF WS-PMST-STATUS NOT = "00"
               MOVE "FBPMSTR (PARTITION MASTER IMAGES) NOT AVAILABLE"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
           END-IF
           PERFORM UNTIL WS-PMST-END
               READ FB-PMST-FILE
                   AT END
                       MOVE "Y" TO WS-PMST-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-IMAGE
               END-READ
           END-PERFORM
           CLOSE FB-PMST-FILE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "MASTER IMAGES READ=" DELIMITED BY SIZE
                  WS-IMAGE-READ-COUNT DELIMITED BY SIZE
                  " KEYS=" DELIMITED BY SIZE
                  WS-IMAGE-KEY-COUNT DELIMITED BY SIZE
                  " RE-IMAGED=" DELIMITED BY SIZE
                  WS-IMAGE-DUP-COUNT DELIMITED BY SIZE
                  " BAD KEYS=" DELIMITED BY SIZE
                  WS-IMAGE-BAD-COUNT DELIMITED BY SIZE
                  " PARTITION TOTAL=" DELIMITED BY SIZE
                  WS-GRAND-TOTAL-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
      *    EVERY VALUE A PARTITION COUNTED IN ITS TOTAL WROTE ONE
      *    MASTER RECORD (A SKIPPED VALUE WRITES NEITHER), SO THE
      *    DISTINCT KEYS MUST EQUAL THE ROLLED-UP TOTAL.
           IF WS-IMAGE-BAD-COUNT > 0
                   OR WS-IMAGE-KEY-COUNT NOT = WS-GRAND-TOTAL-COUNT
               DISPLAY FUNCTION TRIM(FBZ976E-IMAGES-BAD)
               MOVE "MASTER IMAGES DO NOT BALANCE TO PARTITION TOTALS"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
           END-IF.

       LOAD-ONE-IMAGE SECTION.
           ADD 1 TO WS-IMAGE-READ-COUNT
           MOVE FB-PMST-RECORD (1:5) TO WS-IMAGE-KEY-TEXT
           IF WS-IMAGE-KEY NOT NUMERIC
               ADD 1 TO WS-IMAGE-BAD-COUNT
           ELSE
               IF WS-IMAGE-KEY < 1 OR WS-IMAGE-KEY > 999
                   ADD 1 TO WS-IMAGE-BAD-COUNT
               ELSE
                   MOVE WS-IMAGE-KEY TO WS-SEQ-SUB
                   IF WS-IMG-PRESENT (WS-SEQ-SUB) = "Y"
                       ADD 1 TO WS-IMAGE-DUP-COUNT
                   ELSE
                       MOVE "Y" TO WS-IMG-PRESENT (WS-SEQ-SUB)
                       ADD 1 TO WS-IMAGE-KEY-COUNT
                   END-IF
                   MOVE FB-PMST-RECORD TO WS-IMG-DATA (WS-SEQ-SUB)
               END-IF
           END-IF.

       MERGE-REPORT SECTION.
      *    EACH PARTITION'S REPORT IS ITS REQUESTS' SECTIONS FOLLOWED
      *    BY ITS OWN GRAND SUMMARY.  THE SECTIONS ARE COPIED AS THEY
      *    STAND - THE PARTITIONS ARE IN REQUEST ORDER - AND THE
      *    PARTITION GRAND SUMMARIES GIVE WAY TO THE NIGHT'S.
           OPEN OUTPUT FB-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               MOVE "FBOUT" TO WS-FAILED-DD
               PERFORM MERGE-FAILED
           END-IF
           OPEN INPUT FB-POUT-FILE
           IF WS-POUT-STATUS NOT = "00"
               CLOSE FB-OUT-FILE
               MOVE "FBPOUT" TO WS-FAILED-DD
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL WS-POUT-END
               READ FB-POUT-FILE
                   AT END
                       MOVE "Y" TO WS-POUT-EOF
                   NOT AT END
                       IF FB-POUT-RECORD (1:14) = "GRAND SUMMARY "
                           ADD 1 TO WS-OUT-DROPPED-COUNT
                       ELSE
                           MOVE FB-POUT-RECORD TO FB-OUT-RECORD
                           WRITE FB-OUT-RECORD
                           ADD 1 TO WS-OUT-COPIED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FB-POUT-FILE
           PERFORM WRITE-GRAND-SUMMARY
           CLOSE FB-OUT-FILE.

       WRITE-GRAND-SUMMARY SECTION.
      *    LINE FOR LINE THE GRAND SUMMARY FIZZ-BUZZ ENDS ITS REPORT
      *    WITH, SO FBRECON BALANCES THE MERGED REPORT UNCHANGED.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE SPACES TO FB-OUT-RECORD
               STRING "GRAND SUMMARY "             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RULE-LABEL (WS-RULE-SUB))
                                                   DELIMITED BY SIZE
                      "-ONLY="                     DELIMITED BY SIZE
                      WS-GRAND-RULE-HITS (WS-RULE-SUB)
                                                   DELIMITED BY SIZE
                   INTO FB-OUT-RECORD
               END-STRING
               WRITE FB-OUT-RECORD
           END-PERFORM
           MOVE SPACES TO FB-OUT-RECORD
           STRING "GRAND SUMMARY REQUESTS=" DELIMITED BY SIZE
                  WS-REQUEST-COUNT       DELIMITED BY SIZE
                  " MULTI-MATCH="        DELIMITED BY SIZE
                  WS-GRAND-MULTI-COUNT   DELIMITED BY SIZE
                  " PLAIN="              DELIMITED BY SIZE
                  WS-GRAND-PLAIN-COUNT   DELIMITED BY SIZE
                  " TOTAL="              DELIMITED BY SIZE
                  WS-GRAND-TOTAL-COUNT   DELIMITED BY SIZE
               INTO FB-OUT-RECORD
           END-STRING
           WRITE FB-OUT-RECORD
           MOVE SPACES TO FB-OUT-RECORD
           STRING "GRAND SUMMARY EXCEPTIONS SKIPPED="
                                         DELIMITED BY SIZE
                  WS-GRAND-SKIP-COUNT    DELIMITED BY SIZE
                  " OVERRIDDEN="         DELIMITED BY SIZE
                  WS-GRAND-OVER-COUNT    DELIMITED BY SIZE
               INTO FB-OUT-RECORD
           END-STRING
           WRITE FB-OUT-RECORD.

       MERGE-EXTRACT SECTION.
      *    A PARTITION ALWAYS WRITES ITS EXTRACT, EMPTY WHEN NONE OF
      *    ITS REQUESTS ASKED FOR ONE, SO THE CONCATENATION IS THE
      *    NIGHT'S EXTRACT IN REQUEST ORDER.  LIKE FIZZ-BUZZ, FBEXTR
      *    IS ONLY WRITTEN WHEN SOME REQUEST HAS EXTRACT-FLAG=Y.
           OPEN OUTPUT FB-EXTR-FILE
           IF WS-EXTR-STATUS NOT = "00"
               MOVE "FBEXTR" TO WS-FAILED-DD
               PERFORM MERGE-FAILED
           END-IF
           OPEN INPUT FB-PEXT-FILE
           IF WS-PEXT-STATUS NOT = "00"
               CLOSE FB-EXTR-FILE
               MOVE "FBPEXTR" TO WS-FAILED-DD
               PERFORM MERGE-FAILED
           END-IF
           PERFORM UNTIL WS-PEXT-END
               READ FB-PEXT-FILE
                   AT END
                       MOVE "Y" TO WS-PEXT-EOF
                   NOT AT END
                       MOVE FB-PEXT-RECORD TO FB-EXTR-RECORD
                       WRITE FB-EXTR-RECORD
                       ADD 1 TO WS-EXTR-COPIED-COUNT
               END-READ
           END-PERFORM
           CLOSE FB-PEXT-FILE
           CLOSE FB-EXTR-FILE.

       MERGE-MASTER SECTION.
      *    OPEN OUTPUT EMPTIES THE REUSABLE CLUSTER AS A FRESH
      *    FIZZ-BUZZ RUN DOES, AND THE TABLE GOES IN IN KEY ORDER.
           OPEN OUTPUT FB-MSTR-FILE
           IF WS-MSTR-STATUS NOT = "00"
               MOVE "FBMASTR" TO WS-FAILED-DD
               PERFORM MERGE-FAILED
           END-IF
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > 999
               IF WS-IMG-PRESENT (WS-SEQ-SUB) = "Y"
                   MOVE WS-IMG-DATA (WS-SEQ-SUB) TO FB-MSTR-RECORD
                   MOVE WS-MERGE-STAMP TO FB-MSTR-RUN-STAMP
                   WRITE FB-MSTR-RECORD
                   IF WS-MSTR-STATUS NOT = "00"
                       CLOSE FB-MSTR-FILE
                       MOVE "FBMASTR" TO WS-FAILED-DD
                       PERFORM MERGE-FAILED
                   END-IF
                   ADD 1 TO WS-MSTR-LOADED-COUNT
               END-IF
           END-PERFORM
           CLOSE FB-MSTR-FILE.

       MERGE-FAILED SECTION.
      *    THE MERGED OUTPUTS MAY BE PART WRITTEN, SO THIS IS THE
      *    NIGHT'S ABEND: AUDITED AS ONE, AND THE PARTITIONS' OUTPUTS
      *    KEPT FOR A RERUN OF THE MERGE ONCE THE DATASET IS FIXED.
           DISPLAY FUNCTION TRIM(FBZ977S-MERGE-FAILED) " " WS-FAILED-DD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "UNABLE TO WRITE OR READ " DELIMITED BY SIZE
                  WS-FAILED-DD DELIMITED BY SPACE
                  " - MERGED OUTPUT INCOMPLETE, RERUN FBMERGE"
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE "ABEND" TO WS-RUN-STATUS
           PERFORM WRITE-AUDIT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       REFUSE-MERGE SECTION.
           DISPLAY FUNCTION TRIM(FBZ971E-MERGE-REFUSED) " "
               FUNCTION TRIM(WS-REFUSE-REASON)
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE WS-REFUSE-REASON TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "NOTHING MERGED - FBOUT, FBEXTR, FBMASTR AND "
                                           DELIMITED BY SIZE
                  "FBAUDIT NOT TOUCHED"    DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       END-NOT-MERGED SECTION.
      *    A PARTITION THAT STOPPED OR ABENDED MEANS THE NIGHT IS NOT
      *    COMPLETE.  THE AUDIT LINE SAYS SO, AS A SINGLE-STEP RUN'S
      *    WOULD, AND THE MERGED OUTPUTS ARE LEFT FOR THE MERGE THAT
      *    FOLLOWS THE PARTITION'S RESTART.  THE VOLUME AUDITED IS
      *    WHAT THE PARTITIONS GOT THROUGH.
           MOVE WS-PT-DATA (1) TO FB-PSUM-RECORD
           MOVE FB-PSUM-RULE-LIST    TO WS-RULE-LIST-TEXT
           MOVE FB-PSUM-DECK-VERSION TO WS-DECK-VERSION
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-DATA (WS-PART-SUB) TO FB-PSUM-RECORD
               ADD FB-PSUM-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT
               IF FB-PSUM-MODE = "RESTART"
                   MOVE "RESTART" TO WS-RUN-MODE
               END-IF
           END-PERFORM
           PERFORM WRITE-AUDIT-RECORD
           IF WS-RUN-STATUS = "STOPPED"
               MOVE "PARTITION STOPPED - RESUBMIT WITH RESTART-FLAG=Y"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE "ON ITS REQUESTS, THEN RERUN FBMERGE - NOT MERGED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE "PARTITION ABENDED - NOTHING MERGED, CKPTS KEPT"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE FB-RPT-FILE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       WRITE-AUDIT-RECORD SECTION.
      *    THE FIZZ-BUZZ AUDIT LINE, TOKEN FOR TOKEN: EVERY READER OF
      *    FBAUDIT SEES ONE RUN FOR THE NIGHT WHETHER OR NOT IT RAN
      *    PARTITIONED.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-GRAND-TOTAL-COUNT TO WS-AUDIT-RECS
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           MOVE SPACES TO FB-AUDIT-RECORD
           STRING WS-RUN-TIMESTAMP(1:14)          DELIMITED BY SIZE
                  " MODE="                       DELIMITED BY SIZE
                  WS-RUN-MODE                    DELIMITED BY SPACE
                  " RANGE="                      DELIMITED BY SIZE
                  WS-REQ-START-CT                DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  WS-REQ-END-CT                  DELIMITED BY SIZE
                  " RULES="                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-LIST-TEXT) DELIMITED BY SIZE
                  " RECS="                       DELIMITED BY SIZE
                  WS-AUDIT-RECS                  DELIMITED BY SIZE
                  " STATUS="                     DELIMITED BY SIZE
                  WS-RUN-STATUS                  DELIMITED BY SPACE
                  " REQS="                       DELIMITED BY SIZE
                  WS-REQUEST-COUNT               DELIMITED BY SIZE
                  " DECK="                       DELIMITED BY SIZE
                  WS-DECK-VERSION                DELIMITED BY SIZE
               INTO FB-AUDIT-RECORD
           END-STRING
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "AUDITED STATUS=" DELIMITED BY SIZE
                  WS-RUN-STATUS DELIMITED BY SPACE
                  " MODE=" DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  " RECS=" DELIMITED BY SIZE
                  WS-AUDIT-RECS DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       FOLD-PARTITION-STATS SECTION.
      *    ONLY A COMPLETED MERGE FOLDS THE PARTITIONS' STATISTICS -
      *    UNTIL THEN THEY STAY ON FBPSTAT, SO A STOPPED NIGHT'S
      *    FIGURES ARRIVE WITH ITS RESTART'S.  THE STEP RECORD'S
      *    COUNTS ARE THE SUM OVER EVERY PARTITION RUN; ITS ELAPSED
      *    TIME IS THE LONGEST PARTITION'S (ALL ITS RUNS ADDED).
           OPEN INPUT FB-PSTA-FILE
           IF WS-PSTA-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ978W-STATS-OPEN) " (FBPSTAT)"
           ELSE
               OPEN EXTEND FB-STAT-FILE
               IF WS-STAT-STATUS NOT = "00"
                   OPEN OUTPUT FB-STAT-FILE
               END-IF
               IF WS-STAT-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(FBZ978W-STATS-OPEN)
               ELSE
                   PERFORM UNTIL WS-PSTA-END
                       READ FB-PSTA-FILE
                           AT END
                               MOVE "Y" TO WS-PSTA-EOF
                           NOT AT END
                               PERFORM FOLD-ONE-STAT-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-FOLD-STEP-COUNT > 0
                       PERFORM WRITE-FOLDED-STEP-RECORD
                   END-IF
                   CLOSE FB-STAT-FILE
               END-IF
               CLOSE FB-PSTA-FILE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "PARTITION STATISTICS FOLDED: REQUEST RECORDS="
                                   DELIMITED BY SIZE
                  WS-FOLD-REQ-COUNT DELIMITED BY SIZE
                  " STEP RECORDS=" DELIMITED BY SIZE
                  WS-FOLD-STEP-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       FOLD-ONE-STAT-RECORD SECTION.
           MOVE FB-PSTA-RECORD TO FB-STAT-RECORD
           IF FB-STAT-PROGRAM = "FIZZBUZZ"
               EVALUATE TRUE
                   WHEN FB-STAT-REQUEST
                       MOVE 0 TO FB-STAT-PARTITION
                       WRITE FB-STAT-RECORD
                       ADD 1 TO WS-FOLD-REQ-COUNT
                   WHEN FB-STAT-STEP
                       PERFORM FOLD-STEP-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FOLD-STEP-RECORD SECTION.
           ADD 1 TO WS-FOLD-STEP-COUNT
           IF FB-STAT-RECORDS NUMERIC
               ADD FB-STAT-RECORDS TO WS-FOLD-RECORDS
           END-IF
           IF FB-STAT-CHECKPOINTS NUMERIC
               ADD FB-STAT-CHECKPOINTS TO WS-FOLD-CHECKPOINTS
           END-IF
           IF FB-STAT-CKPT-ELAPSED NUMERIC
               ADD FB-STAT-CKPT-ELAPSED TO WS-FOLD-CKPT-TIME
           END-IF
           IF FB-STAT-STOP-ELAPSED NUMERIC
               ADD FB-STAT-STOP-ELAPSED TO WS-FOLD-STOP-TIME
           END-IF
           IF FB-STAT-PARTITION NUMERIC AND FB-STAT-ELAPSED NUMERIC
               IF FB-STAT-PARTITION >= 1 AND FB-STAT-PARTITION <= 10
                   ADD FB-STAT-ELAPSED
                       TO WS-FOLD-PART-ELAPSED (FB-STAT-PARTITION)
               END-IF
           END-IF
           MOVE SPACES TO WS-FOLD-STAMP
           STRING FB-STAT-START-DATE FB-STAT-START-TIME
                   DELIMITED BY SIZE
               INTO WS-FOLD-STAMP
           END-STRING
           IF WS-FOLD-STAMP < WS-FOLD-FIRST-START
               MOVE WS-FOLD-STAMP TO WS-FOLD-FIRST-START
           END-IF
           MOVE SPACES TO WS-FOLD-STAMP
           STRING FB-STAT-END-DATE FB-STAT-END-TIME
                   DELIMITED BY SIZE
               INTO WS-FOLD-STAMP
           END-STRING
           IF WS-FOLD-STAMP > WS-FOLD-LAST-END
               MOVE WS-FOLD-STAMP TO WS-FOLD-LAST-END
           END-IF.

       WRITE-FOLDED-STEP-RECORD SECTION.
           MOVE 0 TO WS-FOLD-ELAPSED
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 10
               IF WS-FOLD-PART-ELAPSED (WS-PART-SUB) > WS-FOLD-ELAPSED
                   MOVE WS-FOLD-PART-ELAPSED (WS-PART-SUB)
                       TO WS-FOLD-ELAPSED
               END-IF
           END-PERFORM
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FIZZBUZZ" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR
           MOVE WS-FOLD-FIRST-START (1:8) TO FB-STAT-START-DATE
           MOVE WS-FOLD-FIRST-START (9:8) TO FB-STAT-START-TIME
           MOVE WS-FOLD-LAST-END (1:8)    TO FB-STAT-END-DATE
           MOVE WS-FOLD-LAST-END (9:8)    TO FB-STAT-END-TIME
           MOVE WS-FOLD-ELAPSED     TO FB-STAT-ELAPSED
           MOVE WS-FOLD-RECORDS     TO FB-STAT-RECORDS
           MOVE WS-FOLD-CHECKPOINTS TO FB-STAT-CHECKPOINTS
           MOVE WS-DECK-RANGE       TO FB-STAT-RANGE-VALUES
           MOVE WS-FOLD-CKPT-TIME   TO FB-STAT-CKPT-ELAPSED
           MOVE WS-FOLD-STOP-TIME   TO FB-STAT-STOP-ELAPSED
           MOVE WS-MAX-RC           TO FB-STAT-RC
           MOVE 0                   TO FB-STAT-PARTITION
           WRITE FB-STAT-RECORD.

       WRITE-RPT-HEADING SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBMERGE PARTITIONED RUN MERGE "
                                         DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.

       WRITE-RPT-TRAILER SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "REPORT LINES COPIED=" DELIMITED BY SIZE
                  WS-OUT-COPIED-COUNT DELIMITED BY SIZE
                  " PARTITION GRAND SUMMARY LINES DROPPED="
                                   DELIMITED BY SIZE
                  WS-OUT-DROPPED-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "PARTITIONS=" DELIMITED BY SIZE
                  WS-PART-COUNT DELIMITED BY SIZE
                  " REQUESTS=" DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-GRAND-TOTAL-COUNT DELIMITED BY SIZE
                  " EXTRACT=" DELIMITED BY SIZE
                  WS-EXTR-COPIED-COUNT DELIMITED BY SIZE
                  " MASTER=" DELIMITED BY SIZE
                  WS-MSTR-LOADED-COUNT DELIMITED BY SIZE
                  " STAMP=" DELIMITED BY SIZE
                  WS-MERGE-STAMP DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ979I-MRG-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD).

       WRITE-STAT-RECORD SECTION.
      *    ONE STEP RECORD FOR THE CAPACITY REPORT, CARRYING THE RC
      *    JUST SET.  THE STATISTICS ARE FOR PLANNING ONLY - A FILE
      *    THAT CANNOT BE OPENED IS REPORTED AND NEVER FAILS THE RUN.
           MOVE WS-STAT-START-STAMP TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FBMERGE" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR FB-STAT-CHECKPOINTS
                     FB-STAT-RANGE-VALUES FB-STAT-CKPT-ELAPSED
                     FB-STAT-STOP-ELAPSED
           COMPUTE FB-STAT-RECORDS = WS-OUT-COPIED-COUNT
               + WS-EXTR-COPIED-COUNT + WS-MSTR-LOADED-COUNT
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
               DISPLAY FUNCTION TRIM(FBZ978W-STATS-OPEN)
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
