       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRESTOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-RST-FILE ASSIGN TO "RSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT FB-HIST-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FB-MSTR-FILE ASSIGN TO "FBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-MSTR-SEQ
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-RST-FILE.
      *    AN RSTPARM CARD NAMES THE HISTORY SAVE TO PUT BACK:
      *       STAMP  YYYYMMDDHHMMSS  EXACTLY THAT SAVE
      *       BEFORE YYYYMMDD        THE LATEST SAVE TAKEN BEFORE
      *                              THAT DATE
       01 FB-RST-RECORD.
           05 FB-RST-TYPE               PIC X(6).
               88 FB-RST-TYPE-STAMP     VALUE "STAMP".
               88 FB-RST-TYPE-BEFORE    VALUE "BEFORE".
           05 FILLER                    PIC X.
           05 FB-RST-STAMP              PIC X(14).
           05 FILLER                    PIC X(59).
       01 FB-RST-DATE-RECORD.
           05 FILLER                    PIC X(7).
           05 FB-RST-DATE               PIC X(8).
           05 FILLER                    PIC X(65).

       FD  FB-HIST-FILE.
       COPY FBHISTI.

       FD  FB-MSTR-FILE.
       COPY FBMSTR.

       FD  FB-AUDIT-FILE.
       01 FB-AUDIT-RECORD               PIC X(250).

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-RST-STATUS             PIC XX VALUE SPACES.
       01 WS-HIST-STATUS            PIC XX VALUE SPACES.
       01 WS-MSTR-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-HIST-EOF               PIC X VALUE "N".
           88 WS-HIST-END           VALUE "Y".
       01 WS-MSTR-EOF               PIC X VALUE "N".
           88 WS-MSTR-END           VALUE "Y".
       01 WS-PASS-SWITCH            PIC X VALUE "1".
           88 WS-SECOND-PASS        VALUE "2".

       01 WS-WANTED-STAMP           PIC X(14) VALUE SPACES.
       01 WS-BEFORE-DATE            PIC X(8) VALUE SPACES.
       01 WS-CHOSEN-STAMP           PIC X(14) VALUE SPACES.

      *    THE CHOSEN BATCH IS LOADED INTO A TABLE BEFORE THE MASTER
      *    IS OPENED, SO A BATCH THAT CANNOT BE PUT BACK WHOLE (A
      *    KEY OUTSIDE 1-999 OR THE SAME KEY TWICE) IS REFUSED WHILE
      *    THE MASTER IS STILL UNTOUCHED.  CT IS PIC 999 IN THE
      *    PRODUCING RUN, SO THE KEY SUBSCRIPTS THE TABLE DIRECTLY.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 999 TIMES.
               10 WS-BAT-PRESENT    PIC X.
               10 WS-BAT-DATA       PIC X(189).
       01 WS-SEQ-SUB                PIC 9(4) VALUE 0.
       01 WS-LOW-SEQ                PIC 9(5) VALUE 0.
       01 WS-HIGH-SEQ               PIC 9(5) VALUE 0.
       01 WS-BAD-KEY-COUNT          PIC 9(7) VALUE 0.
       01 WS-DUP-KEY-COUNT          PIC 9(7) VALUE 0.

       01 WS-BATCH-COUNT            PIC 9(7) VALUE 0.
       01 WS-BATCH-HASH             PIC 9(11) VALUE 0.
       01 WS-LOADED-COUNT           PIC 9(7) VALUE 0.
       01 WS-VERIFY-COUNT           PIC 9(7) VALUE 0.
       01 WS-VERIFY-HASH            PIC 9(11) VALUE 0.
       01 WS-AUDIT-STATUS-TEXT      PIC X(8) VALUE SPACES.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-FINAL-RC               PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBRESTOR-MAIN SECTION.
      *    PUTS THE RESULTS MASTER BACK EXACTLY AS ONE HISTORY SAVE
      *    HELD IT - EVERY RECORD WITH ITS ORIGINAL RUN-STAMP - AND
      *    PROVES THE RELOAD BY RE-READING THE MASTER AND MATCHING
      *    ITS RECORD COUNT AND SEQUENCE-NUMBER HASH TO THE SAVE.
      *    THE RESTORE IS LOGGED ON FBAUDIT AS STATUS=RECOVERY (OR
      *    STATUS=RCVFAIL WHEN THE PROOF FAILS) SO THE HEALTH PAGE
      *    AND THE AUDIT HISTORY SHOW A RESTORED MASTER, NOT A RUN.
      *    RC=0 RESTORED AND VERIFIED, RC=8 CARD OR SAVE REFUSED
      *    (MASTER UNTOUCHED) OR RELOAD NOT VERIFIED, RC=16 THE
      *    RELOAD ITSELF FAILED PART WAY.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ930E-RSTRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-RESTORE-CARD
           PERFORM READ-HISTORY-FILE
           IF WS-CHOSEN-STAMP = SPACES
               DISPLAY FUNCTION TRIM(FBZ932E-NO-SAVE)
               MOVE "NO HISTORY SAVE MATCHES - MASTER NOT TOUCHED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RESTORING FROM SAVE " DELIMITED BY SIZE
                  WS-CHOSEN-STAMP DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO WS-BATCH-TABLE
           MOVE "2" TO WS-PASS-SWITCH
           MOVE "N" TO WS-HIST-EOF
           PERFORM READ-HISTORY-FILE
           PERFORM WRITE-BATCH-LINE
           IF WS-BAD-KEY-COUNT > 0 OR WS-DUP-KEY-COUNT > 0
                   OR WS-BATCH-COUNT = 0
               DISPLAY FUNCTION TRIM(FBZ933E-BATCH-UNUSABLE)
               MOVE SPACES TO FB-RPT-RECORD
               STRING "SAVE CANNOT BE PUT BACK WHOLE - BAD KEYS="
                                   DELIMITED BY SIZE
                      WS-BAD-KEY-COUNT DELIMITED BY SIZE
                      " DUPLICATE KEYS=" DELIMITED BY SIZE
                      WS-DUP-KEY-COUNT DELIMITED BY SIZE
                      " - MASTER NOT TOUCHED" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REBUILD-MASTER
           PERFORM VERIFY-MASTER
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-RESTORE-CARD SECTION.
           OPEN INPUT FB-RST-FILE
           IF WS-RST-STATUS NOT = "00"
               PERFORM REJECT-RESTORE-CARD
           END-IF
           READ FB-RST-FILE
               AT END
                   CLOSE FB-RST-FILE
                   PERFORM REJECT-RESTORE-CARD
           END-READ
           CLOSE FB-RST-FILE
           EVALUATE TRUE
               WHEN FB-RST-TYPE-STAMP
                   IF FB-RST-STAMP NOT NUMERIC
                       PERFORM REJECT-RESTORE-CARD
                   END-IF
                   MOVE FB-RST-STAMP TO WS-WANTED-STAMP
               WHEN FB-RST-TYPE-BEFORE
                   IF FB-RST-DATE NOT NUMERIC
                       PERFORM REJECT-RESTORE-CARD
                   END-IF
                   IF FB-RST-DATE (5:2) < "01"
                           OR FB-RST-DATE (5:2) > "12"
                           OR FB-RST-DATE (7:2) < "01"
                           OR FB-RST-DATE (7:2) > "31"
                       PERFORM REJECT-RESTORE-CARD
                   END-IF
                   MOVE FB-RST-DATE TO WS-BEFORE-DATE
               WHEN OTHER
                   PERFORM REJECT-RESTORE-CARD
           END-EVALUATE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "CARD: " DELIMITED BY SIZE
                  FUNCTION TRIM(FB-RST-RECORD) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       REJECT-RESTORE-CARD SECTION.
           DISPLAY FUNCTION TRIM(FBZ931E-BAD-CARD)
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RSTPARM MISSING OR NOT A VALID CARD "
                                   DELIMITED BY SIZE
                  "(STAMP YYYYMMDDHHMMSS / BEFORE YYYYMMDD)"
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE "MASTER NOT TOUCHED" TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-HISTORY-FILE SECTION.
           OPEN INPUT FB-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ938E-HIST-OPEN)
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               PERFORM UNTIL WS-HIST-END
                   READ FB-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF WS-SECOND-PASS
                               PERFORM LOAD-BATCH-RECORD
                           ELSE
                               PERFORM NOTE-SAVE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-HIST-FILE
           END-IF.

       NOTE-SAVE-STAMP SECTION.
      *    THE STAMP IS YYYYMMDDHHMMSS, SO PLAIN TEXT COMPARISON
      *    ORDERS THE SAVES IN TIME.
           IF FB-HIST-SAVE-STAMP NUMERIC
               IF WS-WANTED-STAMP NOT = SPACES
                   IF FB-HIST-SAVE-STAMP = WS-WANTED-STAMP
                       MOVE FB-HIST-SAVE-STAMP TO WS-CHOSEN-STAMP
                   END-IF
               ELSE
                   IF FB-HIST-SAVE-STAMP (1:8) < WS-BEFORE-DATE
                           AND FB-HIST-SAVE-STAMP > WS-CHOSEN-STAMP
                       MOVE FB-HIST-SAVE-STAMP TO WS-CHOSEN-STAMP
                   END-IF
               END-IF
           END-IF.

       LOAD-BATCH-RECORD SECTION.
           IF FB-HIST-SAVE-STAMP = WS-CHOSEN-STAMP
               ADD 1 TO WS-BATCH-COUNT
               MOVE FB-HIST-MSTR-DATA TO FB-MSTR-RECORD
               IF FB-MSTR-SEQ NOT NUMERIC
                   ADD 1 TO WS-BAD-KEY-COUNT
               ELSE
                   IF FB-MSTR-SEQ < 1 OR FB-MSTR-SEQ > 999
                       ADD 1 TO WS-BAD-KEY-COUNT
                   ELSE
                       MOVE FB-MSTR-SEQ TO WS-SEQ-SUB
                       IF WS-BAT-PRESENT (WS-SEQ-SUB) = "Y"
                           ADD 1 TO WS-DUP-KEY-COUNT
                       ELSE
                           MOVE "Y" TO WS-BAT-PRESENT (WS-SEQ-SUB)
                           MOVE FB-HIST-MSTR-DATA
                               TO WS-BAT-DATA (WS-SEQ-SUB)
                           ADD FB-MSTR-SEQ TO WS-BATCH-HASH
                           IF WS-LOW-SEQ = 0
                               MOVE FB-MSTR-SEQ TO WS-LOW-SEQ
                           END-IF
                           IF FB-MSTR-SEQ < WS-LOW-SEQ
                               MOVE FB-MSTR-SEQ TO WS-LOW-SEQ
                           END-IF
                           IF FB-MSTR-SEQ > WS-HIGH-SEQ
                               MOVE FB-MSTR-SEQ TO WS-HIGH-SEQ
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REBUILD-MASTER SECTION.
      *    OPEN OUTPUT EMPTIES THE REUSABLE CLUSTER THE SAME WAY A
      *    FRESH FIZZ-BUZZ RUN DOES, AND THE TABLE IS WRITTEN BACK
      *    IN KEY ORDER.  A WRITE THAT FAILS PART WAY LEAVES THE
      *    MASTER INCOMPLETE, WHICH IS A SEVERE ERROR - THE RESTORE
      *    MUST BE RERUN BEFORE ANYTHING READS THE MASTER.
           OPEN OUTPUT FB-MSTR-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ934E-MSTR-OPEN)
               MOVE "RESULTS MASTER NOT AVAILABLE - NOT RESTORED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > 999
               IF WS-BAT-PRESENT (WS-SEQ-SUB) = "Y"
                   MOVE WS-BAT-DATA (WS-SEQ-SUB) TO FB-MSTR-RECORD
                   WRITE FB-MSTR-RECORD
                   IF WS-MSTR-STATUS NOT = "00"
                       DISPLAY FUNCTION TRIM(FBZ935S-MSTR-LOAD)
                           " SEQ=" FB-MSTR-SEQ
                           " STATUS=" WS-MSTR-STATUS
                       CLOSE FB-MSTR-FILE
                       MOVE SPACES TO FB-RPT-RECORD
                       STRING "RELOAD FAILED AT SEQ=" DELIMITED BY SIZE
                              FB-MSTR-SEQ DELIMITED BY SIZE
                              " STATUS=" DELIMITED BY SIZE
                              WS-MSTR-STATUS DELIMITED BY SIZE
                              " - MASTER INCOMPLETE, RERUN THE RESTORE"
                                           DELIMITED BY SIZE
                           INTO FB-RPT-RECORD
                       END-STRING
                       WRITE FB-RPT-RECORD
                       MOVE "RCVFAIL" TO WS-AUDIT-STATUS-TEXT
                       PERFORM WRITE-AUDIT-RECORD
                       CLOSE FB-RPT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOADED-COUNT
               END-IF
           END-PERFORM
           CLOSE FB-MSTR-FILE.

       VERIFY-MASTER SECTION.
      *    THE PROOF IS TAKEN FROM THE MASTER AS IT NOW STANDS, NOT
      *    FROM WHAT THIS PROGRAM BELIEVES IT WROTE.
           OPEN INPUT FB-MSTR-FILE
           IF WS-MSTR-STATUS = "00"
               PERFORM UNTIL WS-MSTR-END
                   READ FB-MSTR-FILE
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                           ADD FB-MSTR-SEQ TO WS-VERIFY-HASH
                   END-READ
               END-PERFORM
               CLOSE FB-MSTR-FILE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "SAVE    COUNT=" DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-BATCH-HASH DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "MASTER  COUNT=" DELIMITED BY SIZE
                  WS-VERIFY-COUNT DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-VERIFY-HASH DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           IF WS-VERIFY-COUNT = WS-BATCH-COUNT
                   AND WS-VERIFY-HASH = WS-BATCH-HASH
               MOVE "RECOVERY" TO WS-AUDIT-STATUS-TEXT
               MOVE "RELOAD VERIFIED - MASTER MATCHES THE SAVE"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           ELSE
               MOVE "RCVFAIL" TO WS-AUDIT-STATUS-TEXT
               DISPLAY FUNCTION TRIM(FBZ936E-NOT-VERIFIED)
               MOVE "RELOAD NOT VERIFIED - MASTER DIFFERS FROM THE SAVE"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       WRITE-AUDIT-RECORD SECTION.
      *    SAME TOKEN ORDER AS THE FIZZ-BUZZ AUDIT LINE SO EVERY
      *    READER PARSES IT UNCHANGED: THE RANGE IS THE LOWEST AND
      *    HIGHEST KEY PUT BACK, RECS IS THE RECORDS RESTORED, AND
      *    THE SAVE STAMP AND HASH FOLLOW THE STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           MOVE SPACES TO FB-AUDIT-RECORD
           STRING WS-RUN-TIMESTAMP (1:14)         DELIMITED BY SIZE
                  " MODE=RECOVER"                DELIMITED BY SIZE
                  " RANGE="                      DELIMITED BY SIZE
                  WS-LOW-SEQ                     DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  WS-HIGH-SEQ                    DELIMITED BY SIZE
                  " RULES=AS-SAVED"              DELIMITED BY SIZE
                  " RECS="                       DELIMITED BY SIZE
                  WS-LOADED-COUNT                DELIMITED BY SIZE
                  " STATUS="                     DELIMITED BY SIZE
                  WS-AUDIT-STATUS-TEXT           DELIMITED BY SPACE
                  " SAVE="                       DELIMITED BY SIZE
                  WS-CHOSEN-STAMP                DELIMITED BY SIZE
                  " HASH="                       DELIMITED BY SIZE
                  WS-BATCH-HASH                  DELIMITED BY SIZE
               INTO FB-AUDIT-RECORD
           END-STRING
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE.

       WRITE-BATCH-LINE SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "SAVE RECORDS=" DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  " KEYS " DELIMITED BY SIZE
                  WS-LOW-SEQ DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-HIGH-SEQ DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBRESTOR RESULTS MASTER RECOVERY "
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
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "SAVE=" DELIMITED BY SIZE
                  WS-CHOSEN-STAMP DELIMITED BY SIZE
                  " RESTORED=" DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  " VERIFIED=" DELIMITED BY SIZE
                  WS-VERIFY-COUNT DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  WS-AUDIT-STATUS-TEXT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ937I-RST-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD).
