               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-MSTR-SEQ
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT FB-PART-FILE ASSIGN TO "FBPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT FB-PSUM-FILE ASSIGN TO "FBPSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.
           SELECT FB-PMST-FILE ASSIGN TO "FBPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FB-EXTR-FX-LABEL          PIC X(80).
           05 FILLER                    PIC X(13).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

      *    PRESENT ONLY WHEN THE DECK RUNS PARTITIONED: ONE CARD
      *    "PARTITION NN OF NN" SAYS WHICH SHARE OF THE DECK THIS
      *    STEP RUNS.  WITHOUT THE DD THE WHOLE DECK RUNS HERE.
       FD  FB-PART-FILE.
       01 FB-PART-RECORD.
           05 FB-PART-KEYWORD           PIC X(10).
           05 FB-PART-NBR               PIC X(2).
           05 FB-PART-OF                PIC X(4).
           05 FB-PART-COUNT             PIC X(2).
           05 FILLER                    PIC X(62).

       FD  FB-PSUM-FILE.
       COPY FBPARTI.

      *    A PARTITION LEAVES FBMASTR TO FBMERGE AND WRITES ITS
      *    RESULTS HERE INSTEAD, IN THE FBMSTR LAYOUT.
       FD  FB-PMST-FILE.
       01 FB-PMST-RECORD.
           05 FB-PMST-SEQ               PIC 9(5).
           05 FB-PMST-RESULT-TEXT       PIC X(80).
           05 FB-PMST-MATCH-LABELS      PIC X(90).
           05 FB-PMST-RUN-STAMP         PIC X(14).

       WORKING-STORAGE SECTION.
       COPY FBREC.
       COPY FBRULE.
       01 WS-RULE-EOF               PIC X VALUE "N".
           88 WS-RULE-END           VALUE "Y".
       01 WS-RULE-SEEN-COUNT        PIC 99 VALUE 0.
      *    THE APPROVED DECK VERSION (STAMPED ON EVERY CARD BY
      *    FBRULMNT) GOES ON THE AUDIT LINE SO ANY NIGHT TRACES BACK
      *    THROUGH THE RULE CHANGE LOG.  A DECK WITHOUT ONE IS 0000.
       01 WS-DECK-VERSION           PIC X(4) VALUE "0000".
       01 WS-CKPT-STATUS            PIC XX VALUE SPACES.
       01 WS-CKPT-EOF               PIC X VALUE "N".
           88 WS-CKPT-END           VALUE "Y".
           05 WS-GRAND-SKIP-COUNT   PIC 9(7) VALUE 0.
           05 WS-GRAND-OVER-COUNT   PIC 9(7) VALUE 0.

      *    RUN STATISTICS FOR BATCH-WINDOW CAPACITY PLANNING, ONE
      *    RECORD PER REQUEST AND ONE FOR THE STEP (SEE FBSTATI).
      *    CHECKPOINT WRITES AND FBSTOP CHECKS ARE TIMED EVERY TIME
      *    THEY RUN; ONE READING IS ONLY GOOD TO THE HUNDREDTH, BUT
      *    THE ROUNDING EVENS OUT OVER THE THOUSANDS TAKEN IN A RUN.
       01 WS-STAT-STATUS            PIC XX VALUE SPACES.
       01 WS-STAT-STEP-START        PIC X(21) VALUE SPACES.
       01 WS-STAT-REQ-START         PIC X(21) VALUE SPACES.
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
       01 WS-STAT-REQ-COUNTS.
           05 WS-STAT-REQ-VALUES    PIC 9(7) VALUE 0.
           05 WS-STAT-REQ-CKPTS     PIC 9(7) VALUE 0.
           05 WS-STAT-REQ-CKPT-TIME PIC 9(7)V99 VALUE 0.
           05 WS-STAT-REQ-STOP-TIME PIC 9(7)V99 VALUE 0.
       01 WS-STAT-RUN-COUNTS.
           05 WS-STAT-RUN-VALUES    PIC 9(7) VALUE 0.
           05 WS-STAT-RUN-CKPTS     PIC 9(7) VALUE 0.
           05 WS-STAT-RUN-CKPT-TIME PIC 9(7)V99 VALUE 0.
           05 WS-STAT-RUN-STOP-TIME PIC 9(7)V99 VALUE 0.
       01 WS-STAT-RANGE-VALUES      PIC 9(7) VALUE 0.

      *    PARTITIONED RUNNING.  EVERY PARTITION LOADS AND VALIDATES
      *    THE WHOLE DECK, SO REQUEST NUMBERS, OVERLAP CHECKS AND THE
      *    SPLIT ITSELF COME OUT THE SAME IN EVERY PARTITION, AND
      *    THEN RUNS ONLY THE REQUESTS FIRST-REQ TO LAST-REQ.  A
      *    SINGLE-STEP RUN IS THE WHOLE DECK AS ITS ONE SHARE.
       01 WS-PART-STATUS            PIC XX VALUE SPACES.
       01 WS-PSUM-STATUS            PIC XX VALUE SPACES.
       01 WS-PMST-STATUS            PIC XX VALUE SPACES.
       01 WS-PART-SWITCH            PIC X VALUE "N".
           88 WS-PARTITION-MODE     VALUE "Y".
       01 WS-PART-NBR               PIC 99 VALUE 0.
       01 WS-PART-COUNT             PIC 99 VALUE 0.
       01 WS-PART-FIRST-REQ         PIC 9(3) VALUE 1.
       01 WS-PART-LAST-REQ          PIC 9(3) VALUE 0.
       01 WS-PART-REQ-COUNT         PIC 9(3) VALUE 0.
       01 WS-PART-OF-REQ            PIC 99 VALUE 0.
       01 WS-PART-DECK-RANGE        PIC 9(7) VALUE 0.
       01 WS-PART-RANGE-BEFORE      PIC 9(7) VALUE 0.
       01 WS-PART-REQ-RANGE         PIC 9(5) VALUE 0.
       01 WS-PSUM-END-STAMP         PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       FIZZ-BUZZ-MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAT-STEP-START
           PERFORM READ-PARTITION-CARD
           PERFORM READ-PARAMETERS
           PERFORM VALIDATE-RANGE
           PERFORM ASSIGN-PARTITION-REQUESTS
           PERFORM LOAD-RULES
           PERFORM BUILD-RULE-LIST
           PERFORM LOAD-EXCEPTIONS
           END-IF
           PERFORM OPEN-OUTPUT-FILES
           PERFORM PROCESS-ONE-REQUEST
               VARYING WS-REQUEST-NBR FROM WS-PART-FIRST-REQ BY 1
               UNTIL WS-REQUEST-NBR > WS-PART-LAST-REQ
                   OR WS-STOP-REQUESTED
           PERFORM WRITE-GRAND-SUMMARY
           PERFORM CLOSE-OUTPUT-FILES
               DISPLAY FUNCTION TRIM(FBZ020I-STOP-HONOURED)
                   " - CHECKPOINT TAKEN, RESUBMIT WITH RESTART-FLAG=Y"
               MOVE "STOPPED" TO WS-RUN-STATUS
               PERFORM WRITE-RUN-RECORD
               MOVE 2 TO RETURN-CODE
               PERFORM WRITE-STEP-STATS
               STOP RUN
           END-IF
           MOVE "NORMAL" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-RECORD
           MOVE WS-MAX-RC TO RETURN-CODE
           PERFORM WRITE-STEP-STATS
           STOP RUN.

       RAISE-WARNING-RC SECTION.
       SET-RUN-MODE SECTION.
      *    THE OUTPUT FILES ARE OPENED ONCE FOR THE WHOLE RUN, SO
      *    THE EXTEND-ON-RESTART AND EXTRACT-ALLOCATION DECISIONS
      *    LOOK AT EVERY REQUEST RATHER THAN ANY SINGLE ONE - EVERY
      *    REQUEST OF THIS PARTITION WHEN THE DECK RUNS PARTITIONED,
      *    SO ONE PARTITION RESTARTS WITHOUT TOUCHING THE OTHERS.
           MOVE "N" TO WS-RESTART-SWITCH
           MOVE "N" TO WS-EXTRACT-SWITCH
           PERFORM VARYING WS-REQUEST-SUB FROM WS-PART-FIRST-REQ BY 1
                   UNTIL WS-REQUEST-SUB > WS-PART-LAST-REQ
               IF WS-RQ-RESTART-FLAG (WS-REQUEST-SUB) = "Y"
                   MOVE "Y" TO WS-RESTART-SWITCH
               END-IF
               MOVE "UNABLE TO OPEN FBCKPT" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF
      *    A PARTITION ALWAYS WRITES ITS EXTRACT, EMPTY OR NOT, SO
      *    FBMERGE CAN READ EVERY PARTITION'S EXTRACT IN TURN.
           IF WS-EXTRACT-REQUESTED OR WS-PARTITION-MODE
               IF WS-RESTART-REQUESTED
                   OPEN EXTEND FB-EXTR-FILE
                   IF WS-EXTR-STATUS NOT = "00"
                   PERFORM ABEND-RUN
               END-IF
           END-IF
           IF WS-PARTITION-MODE
               PERFORM OPEN-MASTER-IMAGE
           ELSE
               PERFORM OPEN-MASTER-FILE
           END-IF.

       OPEN-MASTER-FILE SECTION.
           IF WS-RESTART-REQUESTED
               OPEN I-O FB-MSTR-FILE
               IF WS-MSTR-STATUS NOT = "00"
               PERFORM ABEND-RUN
           END-IF.

       OPEN-MASTER-IMAGE SECTION.
      *    A RESTARTED PARTITION ADDS TO ITS IMAGES LIKE A RESTARTED
      *    RUN ADDS TO THE MASTER; A VALUE PRODUCED TWICE IS SIMPLY
      *    IMAGED TWICE, AND FBMERGE KEEPS THE LATER ONE AS A
      *    REWRITE OF THE KEY WOULD.
           IF WS-RESTART-REQUESTED
               OPEN EXTEND FB-PMST-FILE
               IF WS-PMST-STATUS NOT = "00"
                   OPEN OUTPUT FB-PMST-FILE
               END-IF
           ELSE
               OPEN OUTPUT FB-PMST-FILE
           END-IF
           IF WS-PMST-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN FBPMSTR" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

       CLOSE-OUTPUT-FILES SECTION.
           CLOSE FB-OUT-FILE
           CLOSE FB-CKPT-FILE
           IF WS-PARTITION-MODE
               CLOSE FB-PMST-FILE
           ELSE
               CLOSE FB-MSTR-FILE
           END-IF
           IF WS-EXTRACT-REQUESTED OR WS-PARTITION-MODE
               CLOSE FB-EXTR-FILE
           END-IF.

       PROCESS-ONE-REQUEST SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-REQ-START
           MOVE WS-RQ-START-CT (WS-REQUEST-NBR)  TO WS-REQ-START-CT
           MOVE WS-RQ-END-CT (WS-REQUEST-NBR)    TO WS-REQ-END-CT
           MOVE WS-REQ-START-CT TO WS-START-CT
           PERFORM WRITE-REQUEST-HEADER
           MOVE WS-START-CT TO CT
           PERFORM UNTIL CT > WS-END-CT OR WS-LOOP-DONE
               ADD 1 TO WS-STAT-REQ-VALUES
               PERFORM CHECK-EXCEPTION
      *    THE DIVISOR COUNTERS MUST ADVANCE FOR EVERY VALUE, EVEN
      *    ONE AN EXCEPTION SUPPRESSES OR OVERRIDES, OR THE PHASE OF
               END-IF
           END-PERFORM
           PERFORM WRITE-SUMMARY
           PERFORM ROLL-GRAND-COUNTS
           PERFORM WRITE-REQUEST-STATS.

       WRITE-REQUEST-HEADER SECTION.
           MOVE SPACES TO FB-OUT-RECORD
      *    DATASET - OPERATIONS ADDS ONE WHEN THE WINDOW IS RUNNING
      *    OUT.  THE FILE IS REOPENED EVERY ITERATION SO A REQUEST
      *    MADE MID-RUN IS SEEN ON THE VERY NEXT VALUE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-FROM-STAMP
           OPEN INPUT FB-STOP-FILE
           IF WS-STOP-STATUS = "00"
               READ FB-STOP-FILE
                       END-IF
               END-READ
               CLOSE FB-STOP-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           ADD WS-STAT-ELAPSED TO WS-STAT-REQ-STOP-TIME.

       RESTART-FROM-CHECKPOINT SECTION.
           IF WS-CKS-PRESENT (WS-REQUEST-NBR) = "Y"
           END-PERFORM.

       WRITE-CHECKPOINT SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-FROM-STAMP
           MOVE ZEROS         TO FB-CKPT-RECORD
           MOVE WS-REQUEST-NBR TO FB-CKPT-REQ-NBR
           MOVE CT            TO FB-CKPT-CT
           MOVE WS-TOTAL-COUNT         TO FB-CKPT-TOTAL-COUNT
           MOVE WS-EXCP-SKIP-COUNT     TO FB-CKPT-SKIP-COUNT
           MOVE WS-EXCP-OVER-COUNT     TO FB-CKPT-OVER-COUNT
           WRITE FB-CKPT-RECORD
           ADD 1 TO WS-STAT-REQ-CKPTS
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           ADD WS-STAT-ELAPSED TO WS-STAT-REQ-CKPT-TIME.

       SEED-RULE-COUNTERS SECTION.
      *    A FRESH RUN MAY START PARTWAY THROUGH THE SEQUENCE WHEN

       ADD-RULE-ENTRY SECTION.
           ADD 1 TO WS-RULE-SEEN-COUNT
           IF FB-RULE-IN-VERSION NUMERIC
                   AND FB-RULE-IN-VERSION > WS-DECK-VERSION
               MOVE FB-RULE-IN-VERSION TO WS-DECK-VERSION
           END-IF
           IF FB-RULE-IN-DIVISOR = 0
               MOVE "RULEIN ENTRY HAS A ZERO DIVISOR"
                   TO WS-ABEND-MESSAGE
                   "-ONLY=" WS-GRAND-RULE-HITS (FB-RULE-IDX)
           END-PERFORM
           DISPLAY FUNCTION TRIM(FBZ006I-GRAND-SUMMARY)
               " REQUESTS=" WS-PART-REQ-COUNT
               " MULTI-MATCH=" WS-GRAND-MULTI-COUNT
               " PLAIN=" WS-GRAND-PLAIN-COUNT
               " TOTAL=" WS-GRAND-TOTAL-COUNT
           END-PERFORM
           MOVE SPACES TO FB-OUT-RECORD
           STRING "GRAND SUMMARY REQUESTS=" DELIMITED BY SIZE
                  WS-PART-REQ-COUNT      DELIMITED BY SIZE
                  " MULTI-MATCH="        DELIMITED BY SIZE
                  WS-GRAND-MULTI-COUNT   DELIMITED BY SIZE
                  " PLAIN="              DELIMITED BY SIZE
      *    DUPLICATE KEY IS REWRITTEN RATHER THAN TREATED AS AN
      *    ERROR - THE RESULT FOR A SEQUENCE NUMBER IS THE SAME
      *    EITHER WAY.
           IF WS-PARTITION-MODE
               PERFORM WRITE-MASTER-IMAGE
           ELSE
               PERFORM WRITE-MASTER-KEYED
           END-IF.

       WRITE-MASTER-KEYED SECTION.
           MOVE CT                TO FB-MSTR-SEQ
           MOVE FB-OUTPUT-TEXT    TO FB-MSTR-RESULT-TEXT
           MOVE WS-MATCH-LABELS   TO FB-MSTR-MATCH-LABELS
               PERFORM ABEND-RUN
           END-IF.

       WRITE-MASTER-IMAGE SECTION.
           MOVE CT                TO FB-PMST-SEQ
           MOVE FB-OUTPUT-TEXT    TO FB-PMST-RESULT-TEXT
           MOVE WS-MATCH-LABELS   TO FB-PMST-MATCH-LABELS
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-PMST-RUN-STAMP
           WRITE FB-PMST-RECORD
           IF WS-PMST-STATUS NOT = "00"
               MOVE "UNABLE TO WRITE FBPMSTR RECORD"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

       WRITE-RUN-RECORD SECTION.
      *    A PARTITION'S OUTCOME GOES ON ITS SUMMARY RECORD; FBMERGE
      *    WRITES THE NIGHT'S ONE AUDIT LINE FROM ALL OF THEM.
           IF WS-PARTITION-MODE
               PERFORM WRITE-PARTITION-SUMMARY
           ELSE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-PARTITION-SUMMARY SECTION.
      *    THE COUNTS ARE GRAND-PLUS-CURRENT, AS ON THE AUDIT LINE,
      *    SO A PARTITION CUT SHORT MID-REQUEST STILL SHOWS ITS
      *    VOLUME; THE RULE HITS ARE THE GRAND SUMMARY'S.  A
      *    SUMMARY THAT CANNOT BE WRITTEN LEAVES FBMERGE NOTHING TO
      *    MERGE, SO THE STEP ENDS RC=16.
           MOVE FUNCTION CURRENT-DATE TO WS-PSUM-END-STAMP
           MOVE SPACES TO FB-PSUM-RECORD
           MOVE WS-PART-NBR       TO FB-PSUM-PARTITION
           MOVE WS-PART-COUNT     TO FB-PSUM-PART-COUNT
           IF WS-PART-LAST-REQ < WS-PART-FIRST-REQ
               MOVE 0 TO FB-PSUM-FIRST-REQ
               MOVE 0 TO FB-PSUM-LAST-REQ
           ELSE
               MOVE WS-PART-FIRST-REQ TO FB-PSUM-FIRST-REQ
               MOVE WS-PART-LAST-REQ  TO FB-PSUM-LAST-REQ
           END-IF
           MOVE WS-REQUEST-COUNT  TO FB-PSUM-DECK-REQS
           MOVE WS-RUN-STATUS     TO FB-PSUM-STATUS
           EVALUATE WS-RUN-STATUS
               WHEN "STOPPED"
                   MOVE 2 TO FB-PSUM-RC
               WHEN "ABEND"
                   MOVE 16 TO FB-PSUM-RC
               WHEN OTHER
                   MOVE WS-MAX-RC TO FB-PSUM-RC
           END-EVALUATE
           MOVE WS-RUN-MODE       TO FB-PSUM-MODE
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-PSUM-RUN-STAMP
           MOVE WS-PSUM-END-STAMP (1:14) TO FB-PSUM-END-STAMP
           MOVE WS-DECK-VERSION   TO FB-PSUM-DECK-VERSION
           COMPUTE FB-PSUM-MULTI-COUNT =
               WS-GRAND-MULTI-COUNT + WS-MULTI-MATCH-COUNT
           COMPUTE FB-PSUM-PLAIN-COUNT =
               WS-GRAND-PLAIN-COUNT + WS-PLAIN-COUNT
           COMPUTE FB-PSUM-TOTAL-COUNT =
               WS-GRAND-TOTAL-COUNT + WS-TOTAL-COUNT
           COMPUTE FB-PSUM-SKIP-COUNT =
               WS-GRAND-SKIP-COUNT + WS-EXCP-SKIP-COUNT
           COMPUTE FB-PSUM-OVER-COUNT =
               WS-GRAND-OVER-COUNT + WS-EXCP-OVER-COUNT
           MOVE FB-RULE-COUNT     TO FB-PSUM-RULE-COUNT
           PERFORM VARYING WS-CKPT-RULE-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-RULE-SUB > 10
               IF WS-CKPT-RULE-SUB > FB-RULE-COUNT
                   MOVE 0 TO FB-PSUM-RULE-DIVISOR (WS-CKPT-RULE-SUB)
                   MOVE 0 TO FB-PSUM-RULE-HITS (WS-CKPT-RULE-SUB)
               ELSE
                   MOVE FB-RULE-DIVISOR (WS-CKPT-RULE-SUB)
                       TO FB-PSUM-RULE-DIVISOR (WS-CKPT-RULE-SUB)
                   MOVE FB-RULE-LABEL (WS-CKPT-RULE-SUB)
                       TO FB-PSUM-RULE-LABEL (WS-CKPT-RULE-SUB)
                   MOVE WS-GRAND-RULE-HITS (WS-CKPT-RULE-SUB)
                       TO FB-PSUM-RULE-HITS (WS-CKPT-RULE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-RULE-LIST-TEXT TO FB-PSUM-RULE-LIST
           OPEN OUTPUT FB-PSUM-FILE
           IF WS-PSUM-STATUS = "00"
               WRITE FB-PSUM-RECORD
               CLOSE FB-PSUM-FILE
           ELSE
               DISPLAY FUNCTION TRIM(FBZ016E-PSUM-OPEN)
               MOVE 16 TO WS-MAX-RC
           END-IF.

       WRITE-AUDIT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           COMPUTE WS-AUDIT-RECS =
                  WS-RUN-STATUS                  DELIMITED BY SPACE
                  " REQS="                       DELIMITED BY SIZE
                  WS-REQUEST-COUNT               DELIMITED BY SIZE
                  " DECK="                       DELIMITED BY SIZE
                  WS-DECK-VERSION                DELIMITED BY SIZE
               INTO FB-AUDIT-RECORD
           END-STRING
           WRITE FB-AUDIT-RECORD
               PERFORM ABEND-RUN
           END-IF.

       READ-PARTITION-CARD SECTION.
      *    NO FBPART DD MEANS THE WHOLE DECK RUNS IN THIS STEP.  ONCE
      *    THE DD IS THERE THE STEP IS A PARTITION, AND A CARD THAT
      *    IS MISSING OR WRONG ABENDS IT RATHER THAN LETTING IT RUN
      *    SOMEBODY ELSE'S SHARE OF THE DECK.
           MOVE "N" TO WS-PART-SWITCH
           OPEN INPUT FB-PART-FILE
           IF WS-PART-STATUS = "00"
               MOVE "Y" TO WS-PART-SWITCH
               READ FB-PART-FILE
                   AT END
                       MOVE SPACES TO FB-PART-RECORD
               END-READ
               CLOSE FB-PART-FILE
               IF FB-PART-KEYWORD NOT = "PARTITION"
                       OR FB-PART-OF NOT = " OF "
                       OR FB-PART-NBR NOT NUMERIC
                       OR FB-PART-COUNT NOT NUMERIC
                   MOVE "FBPART CARD IS NOT PARTITION NN OF NN"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE FB-PART-NBR   TO WS-PART-NBR
               MOVE FB-PART-COUNT TO WS-PART-COUNT
               IF WS-PART-COUNT < 1 OR WS-PART-COUNT > 10
                       OR WS-PART-NBR < 1
                       OR WS-PART-NBR > WS-PART-COUNT
                   MOVE "FBPART PARTITION NUMBER OR COUNT OUT OF RANGE"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
           END-IF.

       ASSIGN-PARTITION-REQUESTS SECTION.
      *    THE DECK IS CUT INTO RUNS OF CONSECUTIVE REQUESTS OF ABOUT
      *    EQUAL TOTAL RANGE: A REQUEST BELONGS TO THE PARTITION ITS
      *    RANGE'S MIDPOINT FALLS IN ALONG THE DECK.  CONSECUTIVE
      *    RUNS KEEP THE PARTITIONS IN REQUEST ORDER, SO FBMERGE ONLY
      *    HAS TO TAKE THEM ONE AFTER ANOTHER.  A PARTITION CAN COME
      *    OUT EMPTY WHEN THE DECK HAS FEWER REQUESTS THAN THERE ARE
      *    PARTITIONS; IT STILL WRITES ITS (EMPTY) OUTPUTS.
           IF NOT WS-PARTITION-MODE
               MOVE 1 TO WS-PART-FIRST-REQ
               MOVE WS-REQUEST-COUNT TO WS-PART-LAST-REQ
           ELSE
               MOVE 0 TO WS-PART-DECK-RANGE
               PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                       UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
                   COMPUTE WS-PART-DECK-RANGE = WS-PART-DECK-RANGE
                       + WS-RQ-END-CT (WS-REQUEST-SUB)
                       - WS-RQ-START-CT (WS-REQUEST-SUB) + 1
               END-PERFORM
               MOVE 0 TO WS-PART-FIRST-REQ
               MOVE 0 TO WS-PART-LAST-REQ
               MOVE 0 TO WS-PART-RANGE-BEFORE
               PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                       UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
                   PERFORM PLACE-ONE-REQUEST
               END-PERFORM
               IF WS-PART-FIRST-REQ = 0
                   MOVE 1 TO WS-PART-FIRST-REQ
                   MOVE 0 TO WS-PART-LAST-REQ
                   DISPLAY FUNCTION TRIM(FBZ015I-PARTITION) " "
                       WS-PART-NBR " OF " WS-PART-COUNT
                       " - NO REQUESTS FALL TO THIS PARTITION"
               ELSE
                   DISPLAY FUNCTION TRIM(FBZ015I-PARTITION) " "
                       WS-PART-NBR " OF " WS-PART-COUNT
                       " REQUESTS " WS-PART-FIRST-REQ
                       "-" WS-PART-LAST-REQ
               END-IF
           END-IF
           IF WS-PART-LAST-REQ < WS-PART-FIRST-REQ
               MOVE 0 TO WS-PART-REQ-COUNT
           ELSE
               COMPUTE WS-PART-REQ-COUNT =
                   WS-PART-LAST-REQ - WS-PART-FIRST-REQ + 1
           END-IF.

       PLACE-ONE-REQUEST SECTION.
           COMPUTE WS-PART-REQ-RANGE =
               WS-RQ-END-CT (WS-REQUEST-SUB)
               - WS-RQ-START-CT (WS-REQUEST-SUB) + 1
           COMPUTE WS-PART-OF-REQ =
               (WS-PART-RANGE-BEFORE * 2 + WS-PART-REQ-RANGE)
               * WS-PART-COUNT / (WS-PART-DECK-RANGE * 2) + 1
           IF WS-PART-OF-REQ > WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-PART-OF-REQ
           END-IF
           IF WS-PART-OF-REQ = WS-PART-NBR
               IF WS-PART-FIRST-REQ = 0
                   MOVE WS-REQUEST-SUB TO WS-PART-FIRST-REQ
               END-IF
               MOVE WS-REQUEST-SUB TO WS-PART-LAST-REQ
           END-IF
           ADD WS-PART-REQ-RANGE TO WS-PART-RANGE-BEFORE.

       ABEND-RUN SECTION.
           DISPLAY FUNCTION TRIM(FBZ090S-ABEND) " " WS-ABEND-MESSAGE
           MOVE "ABEND" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-RECORD
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-STEP-STATS
           STOP RUN.

       WRITE-REQUEST-STATS SECTION.
      *    ONE REQUEST RECORD AS EACH REQUEST FINISHES (OR STOPS),
      *    THEN ITS FIGURES ARE ROLLED INTO THE STEP'S.
           MOVE WS-STAT-REQ-START TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FIZZBUZZ" TO FB-STAT-PROGRAM
           MOVE "R" TO FB-STAT-TYPE
           MOVE WS-REQUEST-NBR TO FB-STAT-REQ-NBR
           MOVE WS-PART-NBR TO FB-STAT-PARTITION
           COMPUTE FB-STAT-RANGE-VALUES =
               WS-RQ-END-CT (WS-REQUEST-NBR) -
               WS-RQ-START-CT (WS-REQUEST-NBR) + 1
           MOVE WS-STAT-REQ-VALUES    TO FB-STAT-RECORDS
           MOVE WS-STAT-REQ-CKPTS     TO FB-STAT-CHECKPOINTS
           MOVE WS-STAT-REQ-CKPT-TIME TO FB-STAT-CKPT-ELAPSED
           MOVE WS-STAT-REQ-STOP-TIME TO FB-STAT-STOP-ELAPSED
           MOVE WS-MAX-RC TO FB-STAT-RC
           PERFORM WRITE-STAT-RECORD
           ADD WS-STAT-REQ-VALUES    TO WS-STAT-RUN-VALUES
           ADD WS-STAT-REQ-CKPTS     TO WS-STAT-RUN-CKPTS
           ADD WS-STAT-REQ-CKPT-TIME TO WS-STAT-RUN-CKPT-TIME
           ADD WS-STAT-REQ-STOP-TIME TO WS-STAT-RUN-STOP-TIME
           MOVE 0 TO WS-STAT-REQ-VALUES WS-STAT-REQ-CKPTS
                     WS-STAT-REQ-CKPT-TIME WS-STAT-REQ-STOP-TIME.

       WRITE-STEP-STATS SECTION.
      *    THE STEP RECORD CARRIES THE RC JUST SET.  A REQUEST CUT
      *    SHORT BY AN ABEND NEVER GOT ITS OWN RECORD, SO ITS
      *    FIGURES SO FAR ARE ADDED IN HERE, AS THE AUDIT LINE ADDS
      *    ITS RECORDS.  THE RANGE IS THE WHOLE DECK'S - OR THE
      *    WHOLE PARTITION'S, WHEN THE DECK RUNS PARTITIONED.
           MOVE WS-STAT-STEP-START TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE 0 TO WS-STAT-RANGE-VALUES
           PERFORM VARYING WS-REQUEST-SUB FROM WS-PART-FIRST-REQ BY 1
                   UNTIL WS-REQUEST-SUB > WS-PART-LAST-REQ
               COMPUTE WS-STAT-RANGE-VALUES = WS-STAT-RANGE-VALUES
                   + WS-RQ-END-CT (WS-REQUEST-SUB)
                   - WS-RQ-START-CT (WS-REQUEST-SUB) + 1
           END-PERFORM
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FIZZBUZZ" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR
           MOVE WS-PART-NBR TO FB-STAT-PARTITION
           MOVE WS-STAT-RANGE-VALUES TO FB-STAT-RANGE-VALUES
           COMPUTE FB-STAT-RECORDS =
               WS-STAT-RUN-VALUES + WS-STAT-REQ-VALUES
           COMPUTE FB-STAT-CHECKPOINTS =
               WS-STAT-RUN-CKPTS + WS-STAT-REQ-CKPTS
           COMPUTE FB-STAT-CKPT-ELAPSED =
               WS-STAT-RUN-CKPT-TIME + WS-STAT-REQ-CKPT-TIME
           COMPUTE FB-STAT-STOP-ELAPSED =
               WS-STAT-RUN-STOP-TIME + WS-STAT-REQ-STOP-TIME
           MOVE RETURN-CODE TO FB-STAT-RC
           PERFORM WRITE-STAT-RECORD.

       WRITE-STAT-RECORD SECTION.
      *    THE CALLER HAS FILLED IN EVERYTHING BUT THE TIMES.  THE
      *    STATISTICS ARE FOR PLANNING ONLY - A FILE THAT CANNOT BE
      *    OPENED IS REPORTED AND NEVER FAILS THE RUN.
           MOVE WS-STAT-FROM-STAMP (1:8) TO FB-STAT-START-DATE
           MOVE WS-STAT-FROM-STAMP (9:8) TO FB-STAT-START-TIME
           MOVE WS-STAT-TO-STAMP (1:8)   TO FB-STAT-END-DATE
           MOVE WS-STAT-TO-STAMP (9:8)   TO FB-STAT-END-TIME
           MOVE WS-STAT-ELAPSED TO FB-STAT-ELAPSED
           OPEN EXTEND FB-STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT FB-STAT-FILE
           END-IF
           IF WS-STAT-STATUS = "00"
               WRITE FB-STAT-RECORD
               CLOSE FB-STAT-FILE
           ELSE
               DISPLAY FUNCTION TRIM(FBZ014W-STATS-OPEN)
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
