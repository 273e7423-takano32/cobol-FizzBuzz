       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBHSTPRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-RETN-FILE ASSIGN TO "HSTRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.
           SELECT FB-HIST-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FB-OFF-FILE ASSIGN TO "FBHOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT FB-NEW-FILE ASSIGN TO "FBHISTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "HPRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RETENTION CARD:
      *    COL  1- 3  NIGHTLY SAVES TO KEEP (THE NEWEST N BATCHES)
      *    COL  5- 7  MONTHS FOR WHICH THE LAST SAVE OF EACH MONTH
      *               IS ALSO KEPT, COUNTING THE CURRENT MONTH
      *    "035 084" KEEPS 35 NIGHTLY SAVES PLUS THE LAST SAVE OF
      *    EACH MONTH FOR 7 YEARS.
       FD  FB-RETN-FILE.
       01 FB-RETN-RECORD.
           05 FB-RETN-NIGHTS          PIC X(3).
           05 FILLER                  PIC X.
           05 FB-RETN-MONTHS          PIC X(3).
           05 FILLER                  PIC X(73).

       FD  FB-HIST-FILE.
       COPY FBHISTI.

       FD  FB-OFF-FILE.
       01 FB-OFF-RECORD                 PIC X(203).

       FD  FB-NEW-FILE.
       01 FB-NEW-RECORD                 PIC X(203).

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-RETN-STATUS            PIC XX VALUE SPACES.
       01 WS-HIST-STATUS            PIC XX VALUE SPACES.
       01 WS-OFF-STATUS             PIC XX VALUE SPACES.
       01 WS-NEW-STATUS             PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-HIST-EOF               PIC X VALUE "N".
           88 WS-HIST-END           VALUE "Y".
       01 WS-PASS-SWITCH            PIC X VALUE "1".
           88 WS-SECOND-PASS        VALUE "2".

       01 WS-KEEP-NIGHTS            PIC 9(3) VALUE 0.
       01 WS-KEEP-MONTHS            PIC 9(3) VALUE 0.

      *    ONE SLOT PER DISTINCT SAVE STAMP ON FBHIST, HELD IN STAMP
      *    ORDER (THE STAMP IS YYYYMMDDHHMMSS, SO TEXT ORDER IS TIME
      *    ORDER).  3000 SLOTS IS EIGHT YEARS OF NIGHTLY SAVES, SO
      *    EVEN AN UNPURGED FILE FITS; A FILE THAT DOES NOT FIT IS
      *    REFUSED WHOLE RATHER THAN PURGED ON A PARTIAL PICTURE.
       01 WS-SAVE-TABLE.
           05 WS-SAVE-COUNT         PIC 9(4) VALUE 0.
           05 WS-SAVE-ENTRY OCCURS 3000 TIMES.
               10 WS-SAV-STAMP      PIC X(14).
               10 WS-SAV-RECORDS    PIC 9(7).
               10 WS-SAV-WRITTEN    PIC 9(7).
               10 WS-SAV-ACTION     PIC X.
                   88 WS-SAV-KEEP   VALUE "K".
                   88 WS-SAV-OFFLOAD VALUE "O".
               10 WS-SAV-REASON     PIC X(17).
       01 WS-SAVE-SUB               PIC 9(4) VALUE 0.
       01 WS-SAVE-CURR              PIC 9(4) VALUE 0.
       01 WS-SAVE-POS               PIC 9(4) VALUE 0.
       01 WS-SHIFT-SUB              PIC 9(4) VALUE 0.
       01 WS-POS-FOUND-SW           PIC X VALUE "N".
           88 WS-POS-FOUND          VALUE "Y".
       01 WS-TABLE-FULL-SW          PIC X VALUE "N".
           88 WS-TABLE-FULL         VALUE "Y".
       01 WS-LAST-STAMP             PIC X(14) VALUE SPACES.

      *    MONTHS ARE COMPARED AS YEAR * 12 + MONTH SO THE RETENTION
      *    WINDOW CAN CROSS A YEAR END.
       01 WS-MONTH-NUM              PIC 9(6) VALUE 0.
       01 WS-CUTOFF-MONTH           PIC 9(6) VALUE 0.
       01 WS-STAMP-YEAR             PIC 9(4) VALUE 0.
       01 WS-STAMP-MONTH            PIC 99 VALUE 0.
       01 WS-NIGHTLY-FROM           PIC 9(4) VALUE 0.

       01 WS-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-REREAD-COUNT           PIC 9(9) VALUE 0.
       01 WS-KEPT-COUNT             PIC 9(9) VALUE 0.
       01 WS-OFFLOAD-COUNT          PIC 9(9) VALUE 0.
       01 WS-REMOVED-COUNT          PIC 9(9) VALUE 0.
       01 WS-UNDATED-COUNT          PIC 9(9) VALUE 0.
       01 WS-SAVES-KEPT             PIC 9(4) VALUE 0.
       01 WS-SAVES-OFFLOADED        PIC 9(4) VALUE 0.
       01 WS-BATCH-MISMATCH         PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBHSTPRG-MAIN SECTION.
      *    PASS 1 COUNTS EVERY SAVE BATCH ON THE HISTORY FILE AND THE
      *    RETENTION CARD DECIDES WHICH BATCHES STAY.  PASS 2 COPIES
      *    EVERY OUT-OF-POLICY BATCH TO THE OFFLOAD DATASET AND
      *    WRITES THE RETAINED BATCHES TO FBHISTN FOR THE REPLACE
      *    STEP.  NOTHING LEAVES FBHIST WITHOUT LANDING ON THE
      *    OFFLOAD FIRST, AND THE REPLACE ONLY RUNS AT RC=0 - WHEN
      *    EVERY BATCH'S COUNT BALANCES BETWEEN THE TWO PASSES.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ920E-HPRGRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-RETENTION-CARD
           PERFORM READ-HISTORY-FILE
           IF WS-TABLE-FULL
               DISPLAY FUNCTION TRIM(FBZ925E-TOO-MANY-SAVES)
               MOVE "MORE SAVE STAMPS THAN THE 3000-SLOT TABLE HOLDS"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE "NOTHING OFFLOADED OR REMOVED" TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    AN EMPTY OR MISSING HISTORY FILE IS NOT AN ERROR - THE
      *    STREAM MAY NOT HAVE SAVED YET - BUT THERE IS NOTHING TO
      *    REPLACE, SO IT WARNS AT 4 AND THE REPLACE STEP IS HELD.
           IF WS-READ-COUNT = 0
               DISPLAY FUNCTION TRIM(FBZ922W-HIST-EMPTY)
               MOVE "FBHIST NOT AVAILABLE OR EMPTY - NOTHING TO DO"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLY-RETENTION-POLICY
           PERFORM OPEN-OUTPUT-FILES
           MOVE "2" TO WS-PASS-SWITCH
           MOVE "N" TO WS-HIST-EOF
           MOVE SPACES TO WS-LAST-STAMP
           PERFORM READ-HISTORY-FILE
           CLOSE FB-OFF-FILE
           CLOSE FB-NEW-FILE
           PERFORM WRITE-SAVE-LINES
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.

       READ-RETENTION-CARD SECTION.
      *    A PURGE NEVER RUNS ON A GUESSED POLICY: A MISSING, EMPTY
      *    OR UNREADABLE CARD STOPS THE RUN BEFORE FBHIST IS TOUCHED.
      *    KEEPING NO NIGHTLY SAVES AT ALL WOULD LEAVE FBDELTA
      *    NOTHING TO COMPARE, SO THE NIGHTLY COUNT MUST BE AT
      *    LEAST 2.
           OPEN INPUT FB-RETN-FILE
           IF WS-RETN-STATUS NOT = "00"
               PERFORM REJECT-RETENTION-CARD
           END-IF
           READ FB-RETN-FILE
               AT END
                   CLOSE FB-RETN-FILE
                   PERFORM REJECT-RETENTION-CARD
           END-READ
           CLOSE FB-RETN-FILE
           IF FB-RETN-NIGHTS NOT NUMERIC
                   OR FB-RETN-MONTHS NOT NUMERIC
               PERFORM REJECT-RETENTION-CARD
           END-IF
           MOVE FB-RETN-NIGHTS TO WS-KEEP-NIGHTS
           MOVE FB-RETN-MONTHS TO WS-KEEP-MONTHS
           IF WS-KEEP-NIGHTS < 2
               PERFORM REJECT-RETENTION-CARD
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RETENTION: KEEP " DELIMITED BY SIZE
                  WS-KEEP-NIGHTS DELIMITED BY SIZE
                  " NIGHTLY SAVES PLUS THE LAST SAVE OF EACH MONTH "
                                   DELIMITED BY SIZE
                  "FOR " DELIMITED BY SIZE
                  WS-KEEP-MONTHS DELIMITED BY SIZE
                  " MONTHS" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.

       REJECT-RETENTION-CARD SECTION.
           DISPLAY FUNCTION TRIM(FBZ921E-RETN-BAD)
           MOVE SPACES TO FB-RPT-RECORD
           STRING "HSTRETN MISSING OR NOT A VALID RETENTION CARD "
                                   DELIMITED BY SIZE
                  "(NNN MMM, NIGHTLY SAVES 002 OR MORE)"
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE "NOTHING OFFLOADED OR REMOVED" TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-OUTPUT-FILES SECTION.
           OPEN EXTEND FB-OFF-FILE
           IF WS-OFF-STATUS NOT = "00"
               OPEN OUTPUT FB-OFF-FILE
           END-IF
           IF WS-OFF-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ923E-HOFF-OPEN)
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FB-NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ924E-HISTN-OPEN)
               CLOSE FB-OFF-FILE
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HISTORY-FILE SECTION.
           OPEN INPUT FB-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               PERFORM UNTIL WS-HIST-END
                   READ FB-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF WS-SECOND-PASS
                               PERFORM ROUTE-HISTORY-RECORD
                           ELSE
                               PERFORM COUNT-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-HIST-FILE
           END-IF.

       COUNT-HISTORY-RECORD SECTION.
      *    A RECORD WITH NO USABLE SAVE STAMP CANNOT BE PLACED IN
      *    ANY BATCH, SO IT IS ALWAYS KEPT - RETENTION IS THE
      *    REQUIREMENT, AS WITH AN UNDATABLE AUDIT LINE.
           ADD 1 TO WS-READ-COUNT
           IF FB-HIST-SAVE-STAMP NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF FB-HIST-SAVE-STAMP NOT = WS-LAST-STAMP
                   PERFORM FIND-OR-ADD-SAVE
                   MOVE FB-HIST-SAVE-STAMP TO WS-LAST-STAMP
               END-IF
               IF WS-SAVE-CURR > 0
                   ADD 1 TO WS-SAV-RECORDS (WS-SAVE-CURR)
               END-IF
           END-IF.

       FIND-OR-ADD-SAVE SECTION.
      *    FBHSTSAV APPENDS IN TIME ORDER, SO A NEW STAMP NORMALLY
      *    BELONGS AT THE END; THE BACKWARD SCAN STILL PLACES ONE
      *    THAT ARRIVES OUT OF ORDER.
           MOVE WS-SAVE-COUNT TO WS-SAVE-POS
           MOVE "N" TO WS-POS-FOUND-SW
           PERFORM UNTIL WS-SAVE-POS = 0 OR WS-POS-FOUND
               IF WS-SAV-STAMP (WS-SAVE-POS) > FB-HIST-SAVE-STAMP
                   SUBTRACT 1 FROM WS-SAVE-POS
               ELSE
                   MOVE "Y" TO WS-POS-FOUND-SW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SAVE-CURR
           IF WS-SAVE-POS > 0
               IF WS-SAV-STAMP (WS-SAVE-POS) = FB-HIST-SAVE-STAMP
                   MOVE WS-SAVE-POS TO WS-SAVE-CURR
               END-IF
           END-IF
           IF WS-SAVE-CURR = 0
               IF WS-SAVE-COUNT = 3000
                   MOVE "Y" TO WS-TABLE-FULL-SW
               ELSE
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-SAVE-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB <= WS-SAVE-POS
                       MOVE WS-SAVE-ENTRY (WS-SHIFT-SUB)
                           TO WS-SAVE-ENTRY (WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-SAVE-COUNT
                   COMPUTE WS-SAVE-CURR = WS-SAVE-POS + 1
                   MOVE FB-HIST-SAVE-STAMP
                       TO WS-SAV-STAMP (WS-SAVE-CURR)
                   MOVE 0 TO WS-SAV-RECORDS (WS-SAVE-CURR)
                   MOVE 0 TO WS-SAV-WRITTEN (WS-SAVE-CURR)
                   MOVE "O" TO WS-SAV-ACTION (WS-SAVE-CURR)
                   MOVE SPACES TO WS-SAV-REASON (WS-SAVE-CURR)
               END-IF
           END-IF.

       APPLY-RETENTION-POLICY SECTION.
      *    THE NEWEST N SAVES ARE THE NIGHTLY SET.  A SAVE IS THE
      *    LAST OF ITS MONTH WHEN THE NEXT SAVE ON FILE FALLS IN A
      *    LATER MONTH (OR THERE IS NO NEXT SAVE), AND IT IS KEPT
      *    WHILE ITS MONTH IS INSIDE THE MONTHLY WINDOW COUNTED BACK
      *    FROM TODAY.  A SAVE CAN QUALIFY BOTH WAYS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:4) TO WS-STAMP-YEAR
           MOVE WS-RUN-TIMESTAMP (5:2) TO WS-STAMP-MONTH
           COMPUTE WS-CUTOFF-MONTH =
               WS-STAMP-YEAR * 12 + WS-STAMP-MONTH - WS-KEEP-MONTHS
           IF WS-SAVE-COUNT > WS-KEEP-NIGHTS
               COMPUTE WS-NIGHTLY-FROM =
                   WS-SAVE-COUNT - WS-KEEP-NIGHTS + 1
           ELSE
               MOVE 1 TO WS-NIGHTLY-FROM
           END-IF
           PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                   UNTIL WS-SAVE-SUB > WS-SAVE-COUNT
               IF WS-SAVE-SUB >= WS-NIGHTLY-FROM
                   MOVE "K" TO WS-SAV-ACTION (WS-SAVE-SUB)
                   MOVE "NIGHTLY" TO WS-SAV-REASON (WS-SAVE-SUB)
               END-IF
               IF WS-SAVE-SUB = WS-SAVE-COUNT
                   PERFORM KEEP-IF-IN-MONTH-WINDOW
               ELSE
                   IF WS-SAV-STAMP (WS-SAVE-SUB) (1:6) NOT =
                           WS-SAV-STAMP (WS-SAVE-SUB + 1) (1:6)
                       PERFORM KEEP-IF-IN-MONTH-WINDOW
                   END-IF
               END-IF
               IF WS-SAV-KEEP (WS-SAVE-SUB)
                   ADD 1 TO WS-SAVES-KEPT
               ELSE
                   ADD 1 TO WS-SAVES-OFFLOADED
               END-IF
           END-PERFORM.

       KEEP-IF-IN-MONTH-WINDOW SECTION.
           MOVE WS-SAV-STAMP (WS-SAVE-SUB) (1:4) TO WS-STAMP-YEAR
           MOVE WS-SAV-STAMP (WS-SAVE-SUB) (5:2) TO WS-STAMP-MONTH
           COMPUTE WS-MONTH-NUM = WS-STAMP-YEAR * 12 + WS-STAMP-MONTH
           IF WS-MONTH-NUM > WS-CUTOFF-MONTH
               IF WS-SAV-KEEP (WS-SAVE-SUB)
                   MOVE "NIGHTLY+MONTH-END"
                       TO WS-SAV-REASON (WS-SAVE-SUB)
               ELSE
                   MOVE "K" TO WS-SAV-ACTION (WS-SAVE-SUB)
                   MOVE "MONTH-END" TO WS-SAV-REASON (WS-SAVE-SUB)
               END-IF
           END-IF.

       ROUTE-HISTORY-RECORD SECTION.
           ADD 1 TO WS-REREAD-COUNT
           IF FB-HIST-SAVE-STAMP NOT NUMERIC
               MOVE FB-HIST-RECORD TO FB-NEW-RECORD
               WRITE FB-NEW-RECORD
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               IF FB-HIST-SAVE-STAMP NOT = WS-LAST-STAMP
                   PERFORM FIND-SAVE-SLOT
                   MOVE FB-HIST-SAVE-STAMP TO WS-LAST-STAMP
               END-IF
               IF WS-SAVE-CURR = 0
      *    A BATCH PASS 1 NEVER SAW CANNOT BE JUDGED; IT IS KEPT
      *    AND THE BALANCE CHECK BELOW HOLDS THE REPLACE.
                   MOVE FB-HIST-RECORD TO FB-NEW-RECORD
                   WRITE FB-NEW-RECORD
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   ADD 1 TO WS-SAV-WRITTEN (WS-SAVE-CURR)
                   IF WS-SAV-KEEP (WS-SAVE-CURR)
                       MOVE FB-HIST-RECORD TO FB-NEW-RECORD
                       WRITE FB-NEW-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       MOVE FB-HIST-RECORD TO FB-OFF-RECORD
                       WRITE FB-OFF-RECORD
                       ADD 1 TO WS-OFFLOAD-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-SAVE-SLOT SECTION.
           MOVE 0 TO WS-SAVE-CURR
           PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                   UNTIL WS-SAVE-SUB > WS-SAVE-COUNT
                      OR WS-SAVE-CURR > 0
               IF WS-SAV-STAMP (WS-SAVE-SUB) = FB-HIST-SAVE-STAMP
                   MOVE WS-SAVE-SUB TO WS-SAVE-CURR
               END-IF
           END-PERFORM.

       WRITE-SAVE-LINES SECTION.
           PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                   UNTIL WS-SAVE-SUB > WS-SAVE-COUNT
               MOVE SPACES TO FB-RPT-RECORD
               IF WS-SAV-KEEP (WS-SAVE-SUB)
                   STRING "SAVE " DELIMITED BY SIZE
                          WS-SAV-STAMP (WS-SAVE-SUB) DELIMITED BY SIZE
                          " RECORDS=" DELIMITED BY SIZE
                          WS-SAV-RECORDS (WS-SAVE-SUB)
                                           DELIMITED BY SIZE
                          " KEPT      " DELIMITED BY SIZE
                          WS-SAV-REASON (WS-SAVE-SUB)
                                           DELIMITED BY SIZE
                       INTO FB-RPT-RECORD
                   END-STRING
               ELSE
                   STRING "SAVE " DELIMITED BY SIZE
                          WS-SAV-STAMP (WS-SAVE-SUB) DELIMITED BY SIZE
                          " RECORDS=" DELIMITED BY SIZE
                          WS-SAV-RECORDS (WS-SAVE-SUB)
                                           DELIMITED BY SIZE
                          " OFFLOADED AND REMOVED" DELIMITED BY SIZE
                       INTO FB-RPT-RECORD
                   END-STRING
               END-IF
               IF WS-SAV-WRITTEN (WS-SAVE-SUB) NOT =
                       WS-SAV-RECORDS (WS-SAVE-SUB)
                   ADD 1 TO WS-BATCH-MISMATCH
                   MOVE " - COUNT CHANGED ON REREAD"
                       TO FB-RPT-RECORD (74:26)
               END-IF
               WRITE FB-RPT-RECORD
           END-PERFORM
           IF WS-UNDATED-COUNT > 0
               MOVE SPACES TO FB-RPT-RECORD
               STRING "UNSTAMPED RECORDS=" DELIMITED BY SIZE
                      WS-UNDATED-COUNT DELIMITED BY SIZE
                      " KEPT - NO SAVE STAMP TO JUDGE BY"
                                   DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           END-IF.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBHSTPRG HISTORY RETENTION AND PURGE "
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
      *    THE RECORDS REMOVED FROM FBHIST ARE EXACTLY THOSE READ
      *    LESS THOSE WRITTEN BACK.  THE RUN BALANCES WHEN THAT
      *    EQUALS WHAT WENT TO THE OFFLOAD, BOTH PASSES READ THE SAME
      *    NUMBER OF RECORDS, AND EVERY BATCH REREAD AT ITS SIZE.
           COMPUTE WS-REMOVED-COUNT = WS-READ-COUNT - WS-KEPT-COUNT
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "SAVES BEFORE=" DELIMITED BY SIZE
                  WS-SAVE-COUNT DELIMITED BY SIZE
                  " KEPT=" DELIMITED BY SIZE
                  WS-SAVES-KEPT DELIMITED BY SIZE
                  " OFFLOADED=" DELIMITED BY SIZE
                  WS-SAVES-OFFLOADED DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RECORDS BEFORE=" DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " KEPT=" DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
                  " OFFLOADED=" DELIMITED BY SIZE
                  WS-OFFLOAD-COUNT DELIMITED BY SIZE
                  " REMOVED=" DELIMITED BY SIZE
                  WS-REMOVED-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ927I-PRG-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD)
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-REMOVED-COUNT = WS-OFFLOAD-COUNT
                   AND WS-REREAD-COUNT = WS-READ-COUNT
                   AND WS-BATCH-MISMATCH = 0
               STRING "IN BALANCE - BEFORE = KEPT + REMOVED, "
                                   DELIMITED BY SIZE
                      "REMOVED = OFFLOADED" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           ELSE
               MOVE "OUT OF BALANCE - FBHIST NOT TO BE REPLACED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ926E-OUT-OF-BAL)
               MOVE 8 TO WS-MAX-RC
           END-IF.
