           SELECT FB-XMIT-FILE ASSIGN TO "FBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT FB-SENT-FILE ASSIGN TO "FBSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT FB-ACK-FILE ASSIGN TO "FBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-XMIT-FILE.
       COPY FBXMITI.

       FD  FB-SENT-FILE.
       COPY FBSENTI.

       FD  FB-ACK-FILE.
       COPY FBACKI.

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-MSTR-STATUS            PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS            PIC XX VALUE SPACES.
       01 WS-SENT-STATUS            PIC XX VALUE SPACES.
       01 WS-ACK-STATUS             PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-MSTR-EOF               PIC X VALUE "N".
           88 WS-MSTR-END           VALUE "Y".
       01 WS-SENT-EOF               PIC X VALUE "N".
           88 WS-SENT-END           VALUE "Y".
       01 WS-ACK-EOF                PIC X VALUE "N".
           88 WS-ACK-END            VALUE "Y".
       01 WS-CONFIRMED-STAMP        PIC X(14) VALUE SPACES.
       01 WS-LAST-LISTED-STAMP      PIC X(14) VALUE SPACES.
       01 WS-SENT-COUNT             PIC 9(7) VALUE 0.
       01 WS-ACK-COUNT              PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(7) VALUE 0.
       01 WS-UNCONFIRMED-COUNT      PIC 9(7) VALUE 0.
       01 WS-FEED-SEQ               PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL             PIC 9(11) VALUE 0.
       01 WS-DATA-STAMP             PIC X(14) VALUE SPACES.
               " DETAILS=" WS-FEED-SEQ
               " HASH=" WS-HASH-TOTAL
               " STAMP=" WS-DATA-STAMP
           PERFORM CHECK-ACKNOWLEDGMENTS
           PERFORM LOG-FEED-SENT
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.

           MOVE WS-FEED-SEQ TO FB-XMIT-T-COUNT
           MOVE WS-HASH-TOTAL TO FB-XMIT-T-HASH
           WRITE FB-XMIT-RECORD.

       CHECK-ACKNOWLEDGMENTS SECTION.
      *    THE RECEIVING SIDE'S FBLOAD ONLY EVER ACCEPTS A RUN-STAMP
      *    NEWER THAN THE LAST ONE IT APPLIED, SO EVERY FEED SENT
      *    WITH A STAMP NEWER THAN THE NEWEST ACCEPTED
      *    ACKNOWLEDGMENT HAS NEVER BEEN CONFIRMED AND MUST BE
      *    RESENT.  AN OLDER UNCONFIRMED NIGHT IS ALREADY SUPERSEDED
      *    BY THE FULL MASTER THE NEWER ACCEPTED FEED CARRIED.
      *    TONIGHT'S FEED IS LOGGED AFTER THIS CHECK, SO IT IS NOT
      *    LISTED AGAINST ITSELF.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ856E-ACKRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBFEED FEED ACKNOWLEDGMENT CHECK " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           OPEN INPUT FB-ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL WS-ACK-END
                   READ FB-ACK-FILE
                       AT END
                           MOVE "Y" TO WS-ACK-EOF
                       NOT AT END
                           PERFORM NOTE-ACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-ACK-FILE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-CONFIRMED-STAMP = SPACES
               MOVE "LAST CONFIRMED RUN-STAMP: NONE ON FILE"
                   TO FB-RPT-RECORD
           ELSE
               STRING "LAST CONFIRMED RUN-STAMP=" DELIMITED BY SIZE
                      WS-CONFIRMED-STAMP DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           END-IF
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           OPEN INPUT FB-SENT-FILE
           IF WS-SENT-STATUS = "00"
               PERFORM UNTIL WS-SENT-END
                   READ FB-SENT-FILE
                       AT END
                           MOVE "Y" TO WS-SENT-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-SENT-FEED
                   END-READ
               END-PERFORM
               CLOSE FB-SENT-FILE
           END-IF
      *    THE STEP RC IS LEFT ALONE: TONIGHT'S FEED STILL HAS TO BE
      *    VERIFIED AND SENT, AND FBZ855W CARRIES THE WARNING.
           IF WS-UNCONFIRMED-COUNT > 0
               MOVE SPACES TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FEEDS SENT=" DELIMITED BY SIZE
                  WS-SENT-COUNT DELIMITED BY SIZE
                  " ACKNOWLEDGMENTS=" DELIMITED BY SIZE
                  WS-ACK-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  " NOT CONFIRMED=" DELIMITED BY SIZE
                  WS-UNCONFIRMED-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ857I-ACK-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD)
           CLOSE FB-RPT-FILE.

       NOTE-ACK-RECORD SECTION.
           ADD 1 TO WS-ACK-COUNT
           IF FB-ACK-ACCEPTED
               IF FB-ACK-RUN-STAMP > WS-CONFIRMED-STAMP
                   MOVE FB-ACK-RUN-STAMP TO WS-CONFIRMED-STAMP
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       CHECK-ONE-SENT-FEED SECTION.
      *    A NIGHT WITH NO NEW RUN RESENDS THE SAME STAMP, SO A STAMP
      *    ALREADY LISTED IS NOT LISTED AGAIN.
           ADD 1 TO WS-SENT-COUNT
           IF FB-SENT-RUN-STAMP > WS-CONFIRMED-STAMP
                   AND FB-SENT-RUN-STAMP NOT = WS-LAST-LISTED-STAMP
               ADD 1 TO WS-UNCONFIRMED-COUNT
               MOVE FB-SENT-RUN-STAMP TO WS-LAST-LISTED-STAMP
               MOVE SPACES TO FB-RPT-RECORD
               STRING "NOT CONFIRMED RUN-STAMP=" DELIMITED BY SIZE
                      FB-SENT-RUN-STAMP DELIMITED BY SIZE
                      " SENT=" DELIMITED BY SIZE
                      FB-SENT-XMIT-STAMP DELIMITED BY SIZE
                      " DETAILS=" DELIMITED BY SIZE
                      FB-SENT-DETAILS DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      FB-SENT-HASH DELIMITED BY SIZE
                      " - RESEND" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ855W-NOT-CONFIRMED)
                   " RUN-STAMP=" FB-SENT-RUN-STAMP
           END-IF.

       LOG-FEED-SENT SECTION.
           OPEN EXTEND FB-SENT-FILE
           IF WS-SENT-STATUS NOT = "00"
               OPEN OUTPUT FB-SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ854E-SENT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FB-SENT-RECORD
           MOVE WS-DATA-STAMP TO FB-SENT-RUN-STAMP
           MOVE WS-FEED-SEQ TO FB-SENT-DETAILS
           MOVE WS-HASH-TOTAL TO FB-SENT-HASH
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-SENT-XMIT-STAMP
           WRITE FB-SENT-RECORD
           CLOSE FB-SENT-FILE.
