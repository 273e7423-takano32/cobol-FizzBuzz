       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-XMIT-FILE ASSIGN TO "FBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT FB-RCVM-FILE ASSIGN TO "FBRCVM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-MSTR-SEQ
               FILE STATUS IS WS-RCVM-STATUS.
           SELECT FB-ACK-FILE ASSIGN TO "FBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "LOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-XMIT-FILE.
       COPY FBXMITI.

      *    THE RECEIVER'S KEYED COPY OF THE RESULTS IS LAID OUT
      *    EXACTLY LIKE THE SENDING SIDE'S MASTER, WITH THE FEED
      *    HEADER RUN-STAMP CARRIED ON EVERY RECORD LOADED.
       FD  FB-RCVM-FILE.
       COPY FBMSTR.

       FD  FB-ACK-FILE.
       COPY FBACKI.

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-XMIT-STATUS            PIC XX VALUE SPACES.
       01 WS-RCVM-STATUS            PIC XX VALUE SPACES.
       01 WS-ACK-STATUS             PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-XMIT-EOF               PIC X VALUE "N".
           88 WS-XMIT-END           VALUE "Y".
       01 WS-ACK-EOF                PIC X VALUE "N".
           88 WS-ACK-END            VALUE "Y".
       01 WS-SWEEP-EOF              PIC X VALUE "N".
           88 WS-SWEEP-END          VALUE "Y".

       01 WS-HEADER-COUNT           PIC 9(5) VALUE 0.
       01 WS-TRAILER-COUNT          PIC 9(5) VALUE 0.
       01 WS-DETAIL-COUNT           PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL             PIC 9(11) VALUE 0.
       01 WS-TRAILER-DETAILS        PIC 9(7) VALUE 0.
       01 WS-TRAILER-HASH           PIC 9(11) VALUE 0.
       01 WS-AFTER-TRAILER          PIC 9(7) VALUE 0.
       01 WS-SEQ-GAP-COUNT          PIC 9(7) VALUE 0.
       01 WS-BAD-TYPE-COUNT         PIC 9(7) VALUE 0.
       01 WS-HDR-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-HDR-RUN-STAMP          PIC X(14) VALUE SPACES.
       01 WS-OOB-SWITCH             PIC X VALUE "N".
           88 WS-OUT-OF-BALANCE     VALUE "Y".

       01 WS-LAST-APPLIED-STAMP     PIC X(14) VALUE SPACES.
       01 WS-ACKS-READ              PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.

      *    CT IS PIC 999 IN THE PRODUCING RUN, SO EVERY KEY A FEED
      *    CAN CARRY IS 1-999 AND THE SEQUENCE NUMBER CAN SUBSCRIPT
      *    THE TABLE DIRECTLY.  A KEY ON THE RECEIVER'S COPY THAT
      *    TONIGHT'S FEED DID NOT MARK IS NO LONGER ON THE SENDING
      *    SIDE'S MASTER AND IS DROPPED.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 999 TIMES.
               10 WS-SEEN-FLAG      PIC X.
       01 WS-SEQ-SUB                PIC 9(4) VALUE 0.

       01 WS-ADDED-COUNT            PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT         PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT          PIC 9(7) VALUE 0.
       01 WS-DROP-FAIL-COUNT        PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-FINAL-RC               PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBLOAD-MAIN SECTION.
      *    THE RECEIVING-SIDE LOAD.  THE FEED IS BALANCED EXACTLY AS
      *    FBFEEDV BALANCES IT, THEN ITS HEADER RUN-STAMP MUST BE
      *    NEWER THAN THE LAST FEED APPLIED, BEFORE A SINGLE RECORD
      *    TOUCHES THE KEYED COPY.  EVERY FEED HANDED TO THE LOAD,
      *    ACCEPTED OR REFUSED, GETS ONE ACKNOWLEDGMENT RECORD BACK
      *    TO THE SENDING SIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ900E-LOADRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-ACK-HISTORY
           OPEN INPUT FB-XMIT-FILE
           IF WS-XMIT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ901E-XMIT-OPEN)
               MOVE "FEED NOT AVAILABLE - NOTHING LOADED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-XMIT-END
               READ FB-XMIT-FILE
                   AT END
                       MOVE "Y" TO WS-XMIT-EOF
                   NOT AT END
                       PERFORM VERIFY-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-XMIT-FILE
           PERFORM CHECK-FEED-BALANCE
           PERFORM WRITE-RPT-FEED-DETAILS
           IF WS-OUT-OF-BALANCE
               DISPLAY FUNCTION TRIM(FBZ902E-OUT-OF-BAL)
               MOVE "FEED OUT OF BALANCE" TO WS-REJECT-REASON
               PERFORM REFUSE-FEED
           END-IF
           IF WS-LAST-APPLIED-STAMP NOT = SPACES
                   AND WS-HDR-RUN-STAMP NOT > WS-LAST-APPLIED-STAMP
               DISPLAY FUNCTION TRIM(FBZ903E-STAMP-REFUSED)
               IF WS-HDR-RUN-STAMP = WS-LAST-APPLIED-STAMP
                   MOVE "RUN-STAMP ALREADY LOADED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "RUN-STAMP OLDER THAN LAST FEED APPLIED"
                       TO WS-REJECT-REASON
               END-IF
               PERFORM REFUSE-FEED
           END-IF
           PERFORM APPLY-FEED
           PERFORM DROP-MISSING-KEYS
      *    A KEY THAT COULD NOT BE DROPPED LEAVES THE COPY DIFFERENT
      *    FROM THE SENDING SIDE'S MASTER, SO THE FEED IS NOT TAKEN
      *    AS APPLIED: THE REJECTED ACKNOWLEDGMENT KEEPS THE NIGHT
      *    UNCONFIRMED ON FBFEED AND LETS THE SAME FEED BE RESENT.
           IF WS-DROP-FAIL-COUNT > 0
               DISPLAY FUNCTION TRIM(FBZ908E-DROP-FAILED)
               STRING "UNABLE TO DROP " DELIMITED BY SIZE
                      WS-DROP-FAIL-COUNT DELIMITED BY SIZE
                      " KEYS" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           PERFORM WRITE-ACK-RECORD
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-ACK-HISTORY SECTION.
      *    THE ACKNOWLEDGMENT FILE DOUBLES AS THE LOAD HISTORY: THE
      *    NEWEST ACCEPTED RUN-STAMP ON IT IS THE LAST FEED APPLIED.
      *    NO FILE YET MEANS NOTHING HAS EVER BEEN LOADED.
           OPEN INPUT FB-ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL WS-ACK-END
                   READ FB-ACK-FILE
                       AT END
                           MOVE "Y" TO WS-ACK-EOF
                       NOT AT END
                           ADD 1 TO WS-ACKS-READ
                           IF FB-ACK-ACCEPTED
                                   AND FB-ACK-RUN-STAMP >
                                       WS-LAST-APPLIED-STAMP
                               MOVE FB-ACK-RUN-STAMP
                                   TO WS-LAST-APPLIED-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-ACK-FILE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-LAST-APPLIED-STAMP = SPACES
               MOVE "LAST FEED APPLIED: NONE ON FILE" TO FB-RPT-RECORD
           ELSE
               STRING "LAST FEED APPLIED: RUN-STAMP="
                                       DELIMITED BY SIZE
                      WS-LAST-APPLIED-STAMP DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           END-IF
           WRITE FB-RPT-RECORD.

       VERIFY-FEED-RECORD SECTION.
           EVALUATE FB-XMIT-RECORD (1:1)
               WHEN "H"
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE FB-XMIT-H-RUN-DATE TO WS-HDR-RUN-DATE
                   MOVE FB-XMIT-H-RUN-STAMP TO WS-HDR-RUN-STAMP
               WHEN "D"
                   PERFORM VERIFY-DETAIL-RECORD
               WHEN "T"
                   ADD 1 TO WS-TRAILER-COUNT
                   IF FB-XMIT-T-COUNT NUMERIC
                       MOVE FB-XMIT-T-COUNT TO WS-TRAILER-DETAILS
                   END-IF
                   IF FB-XMIT-T-HASH NUMERIC
                       MOVE FB-XMIT-T-HASH TO WS-TRAILER-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
           END-EVALUATE.

       VERIFY-DETAIL-RECORD SECTION.
           IF WS-TRAILER-COUNT > 0
               ADD 1 TO WS-AFTER-TRAILER
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           IF FB-XMIT-D-FEED-SEQ NUMERIC
                   AND FB-XMIT-D-FEED-SEQ = WS-DETAIL-COUNT
               CONTINUE
           ELSE
               ADD 1 TO WS-SEQ-GAP-COUNT
           END-IF
      *    A KEY OUTSIDE 1-999 COULD NEVER HAVE COME FROM THE
      *    PRODUCING RUN AND CANNOT BE TRACKED FOR THE DROP SWEEP,
      *    SO IT FAILS THE FEED THE SAME AS A BAD SEQUENCE NUMBER.
           IF FB-XMIT-D-SEQ NUMERIC
               ADD FB-XMIT-D-SEQ TO WS-HASH-TOTAL
               IF FB-XMIT-D-SEQ = 0 OR FB-XMIT-D-SEQ > 999
                   ADD 1 TO WS-SEQ-GAP-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SEQ-GAP-COUNT
           END-IF.

       CHECK-FEED-BALANCE SECTION.
           IF WS-HEADER-COUNT NOT = 1
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF
           IF WS-TRAILER-COUNT NOT = 1
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-DETAILS
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF
           IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF
           IF WS-SEQ-GAP-COUNT > 0
                   OR WS-AFTER-TRAILER > 0
                   OR WS-BAD-TYPE-COUNT > 0
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF
           IF WS-HDR-RUN-STAMP = SPACES
               MOVE "Y" TO WS-OOB-SWITCH
           END-IF.

       APPLY-FEED SECTION.
      *    SECOND PASS OVER THE NOW-BALANCED FEED: EVERY DETAIL IS
      *    ADDED, OR REPLACES THE KEY ALREADY ON THE COPY.  THE
      *    COPY IS CREATED EMPTY ON THE VERY FIRST LOAD.
           OPEN I-O FB-RCVM-FILE
           IF WS-RCVM-STATUS NOT = "00"
               OPEN OUTPUT FB-RCVM-FILE
           END-IF
           IF WS-RCVM-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ904E-RCVM-OPEN)
               MOVE "UNABLE TO OPEN FBRCVM - NOTHING LOADED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALL "N" TO WS-SEEN-TABLE
           MOVE "N" TO WS-XMIT-EOF
           OPEN INPUT FB-XMIT-FILE
           PERFORM UNTIL WS-XMIT-END
               READ FB-XMIT-FILE
                   AT END
                       MOVE "Y" TO WS-XMIT-EOF
                   NOT AT END
                       IF FB-XMIT-IS-DETAIL
                           PERFORM APPLY-DETAIL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FB-XMIT-FILE
           CLOSE FB-RCVM-FILE.

       APPLY-DETAIL-RECORD SECTION.
           MOVE FB-XMIT-D-SEQ     TO FB-MSTR-SEQ
           MOVE FB-XMIT-D-RESULT  TO FB-MSTR-RESULT-TEXT
           MOVE FB-XMIT-D-LABELS  TO FB-MSTR-MATCH-LABELS
           MOVE WS-HDR-RUN-STAMP  TO FB-MSTR-RUN-STAMP
           WRITE FB-MSTR-RECORD
           IF WS-RCVM-STATUS = "22"
               REWRITE FB-MSTR-RECORD
               IF WS-RCVM-STATUS = "00"
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           ELSE
               IF WS-RCVM-STATUS = "00" OR "02"
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF
           IF WS-RCVM-STATUS NOT = "00" AND NOT = "02"
               DISPLAY FUNCTION TRIM(FBZ907S-RCVM-UPDATE)
                   " SEQ=" FB-MSTR-SEQ " STATUS=" WS-RCVM-STATUS
               CLOSE FB-RCVM-FILE
               CLOSE FB-XMIT-FILE
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE FB-XMIT-D-SEQ TO WS-SEQ-SUB
           MOVE "Y" TO WS-SEEN-FLAG (WS-SEQ-SUB).

       DROP-MISSING-KEYS SECTION.
      *    THE FEED IS THE WHOLE OF THE SENDING SIDE'S MASTER, SO A
      *    KEY IT DID NOT CARRY HAS BEEN BACKED OUT THERE AND IS
      *    DROPPED HERE.  EVERY DROP IS LISTED.
           OPEN I-O FB-RCVM-FILE
           IF WS-RCVM-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ904E-RCVM-OPEN)
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SWEEP-EOF
           MOVE ZEROS TO FB-MSTR-SEQ
           START FB-RCVM-FILE KEY NOT LESS THAN FB-MSTR-SEQ
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-EOF
           END-START
           PERFORM DROP-NEXT-RECORD UNTIL WS-SWEEP-END
           CLOSE FB-RCVM-FILE.

       DROP-NEXT-RECORD SECTION.
           READ FB-RCVM-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SWEEP-EOF
               NOT AT END
                   IF FB-MSTR-SEQ = 0 OR FB-MSTR-SEQ > 999
                       PERFORM DROP-CURRENT-RECORD
                   ELSE
                       MOVE FB-MSTR-SEQ TO WS-SEQ-SUB
                       IF WS-SEEN-FLAG (WS-SEQ-SUB) NOT = "Y"
                           PERFORM DROP-CURRENT-RECORD
                       END-IF
                   END-IF
           END-READ.

       DROP-CURRENT-RECORD SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "  DROPPED SEQ=" DELIMITED BY SIZE
                  FB-MSTR-SEQ DELIMITED BY SIZE
                  " RUN=" DELIMITED BY SIZE
                  FB-MSTR-RUN-STAMP DELIMITED BY SIZE
                  " RESULT=" DELIMITED BY SIZE
                  FUNCTION TRIM(FB-MSTR-RESULT-TEXT)
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           DELETE FB-RCVM-FILE
           IF WS-RCVM-STATUS = "00"
               WRITE FB-RPT-RECORD
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE SPACES TO FB-RPT-RECORD
               STRING "  UNABLE TO DROP SEQ=" DELIMITED BY SIZE
                      FB-MSTR-SEQ DELIMITED BY SIZE
                      " STATUS=" DELIMITED BY SIZE
                      WS-RCVM-STATUS DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               ADD 1 TO WS-DROP-FAIL-COUNT
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       REFUSE-FEED SECTION.
      *    A REFUSED FEED LEAVES THE KEYED COPY UNTOUCHED; THE
      *    SENDING SIDE LEARNS OF IT FROM THE REJECTED ACKNOWLEDGMENT.
           PERFORM WRITE-ACK-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "LOAD RESULT: FEED REJECTED - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-ACK-RECORD SECTION.
      *    A REASON SET BY THE CALLER MAKES IT A REJECTION.  A FEED
      *    REFUSED BEFORE LOADING HAS APPLIED NOTHING, SO ITS DETAILS
      *    COUNT IS ZERO; ONE REJECTED FOR A FAILED DROP CARRIES
      *    WHAT WAS APPLIED BEFORE THE FAILURE.
           OPEN EXTEND FB-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               OPEN OUTPUT FB-ACK-FILE
           END-IF
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ905E-ACK-OPEN)
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FB-ACK-RECORD
           MOVE WS-HDR-RUN-STAMP TO FB-ACK-RUN-STAMP
           MOVE WS-APPLIED-COUNT TO FB-ACK-DETAILS
           MOVE WS-HASH-TOTAL TO FB-ACK-HASH
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO FB-ACK-STATUS
           ELSE
               MOVE "REJECTED" TO FB-ACK-STATUS
           END-IF
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-ACK-LOAD-STAMP
           MOVE WS-REJECT-REASON TO FB-ACK-REASON
           WRITE FB-ACK-RECORD
           CLOSE FB-ACK-FILE.

       WRITE-RPT-FEED-DETAILS SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FEED RUN DATE=" DELIMITED BY SIZE
                  WS-HDR-RUN-DATE DELIMITED BY SIZE
                  " RUN-STAMP=" DELIMITED BY SIZE
                  WS-HDR-RUN-STAMP DELIMITED BY SIZE
                  " DETAILS=" DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-HASH-TOTAL DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "TRAILER COUNT=" DELIMITED BY SIZE
                  WS-TRAILER-DETAILS DELIMITED BY SIZE
                  " TRAILER HASH=" DELIMITED BY SIZE
                  WS-TRAILER-HASH DELIMITED BY SIZE
                  " FEED-SEQUENCE ERRORS=" DELIMITED BY SIZE
                  WS-SEQ-GAP-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.

       WRITE-RPT-HEADING SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBLOAD RECEIVING-SIDE FEED LOAD " DELIMITED BY SIZE
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
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "ADDED=" DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  " REPLACED=" DELIMITED BY SIZE
                  WS-REPLACED-COUNT DELIMITED BY SIZE
                  " DROPPED=" DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  " APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ906I-LOAD-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD)
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-REJECT-REASON = SPACES
               STRING "LOAD RESULT: FEED ACCEPTED RUN-STAMP="
                                       DELIMITED BY SIZE
                      WS-HDR-RUN-STAMP DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           ELSE
               STRING "LOAD RESULT: FEED REJECTED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                      " - RESEND RUN-STAMP=" DELIMITED BY SIZE
                      WS-HDR-RUN-STAMP DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           END-IF
           WRITE FB-RPT-RECORD.
