       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCHGBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CHGP-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGP-STATUS.
           SELECT FB-RATE-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT FB-ACCT-FILE ASSIGN TO "FBACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OPTIONAL BILLING MONTH CARD "MONTH  YYYYMM".  WITHOUT IT
      *    THE MONTH BEFORE TODAY'S IS BILLED.
       FD  FB-CHGP-FILE.
       01 FB-CHGP-RECORD.
           05 FB-CHGP-KEYWORD           PIC X(7).
           05 FB-CHGP-MONTH             PIC X(6).
           05 FILLER                    PIC X(67).

       FD  FB-RATE-FILE.
       COPY FBRATEI.

       FD  FB-ACCT-FILE.
       COPY FBACCTI.

       FD  FB-AUDIT-FILE.
       01 FB-AUDIT-RECORD               PIC X(250).

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-CHGP-STATUS            PIC XX VALUE SPACES.
       01 WS-RATE-STATUS            PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-RATE-EOF               PIC X VALUE "N".
           88 WS-RATE-END           VALUE "Y".
       01 WS-ACCT-EOF               PIC X VALUE "N".
           88 WS-ACCT-END           VALUE "Y".
       01 WS-AUDIT-EOF              PIC X VALUE "N".
           88 WS-AUDIT-END          VALUE "Y".
       01 WS-CHGP-SWITCH            PIC X VALUE "N".
           88 WS-CHGP-CARD-FOUND    VALUE "Y".
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.
       01 WS-REFUSE-REASON          PIC X(60) VALUE SPACES.
       01 WS-REJECT-REASON          PIC X(45) VALUE SPACES.

       01 WS-BILL-MONTH             PIC X(6) VALUE SPACES.
       01 WS-MONTH-SOURCE           PIC X(14) VALUE "PREVIOUS MONTH".
       01 WS-MONTH-NUM              PIC 9(6) VALUE 0.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-NUM.
           05 WS-MONTH-YEAR         PIC 9(4).
           05 WS-MONTH-MM           PIC 99.

      *    THE AUDIT LINE IS BUILT BY WRITE-AUDIT-RECORD AS BLANK
      *    SEPARATED TOKENS IN A FIXED ORDER: TIMESTAMP, MODE=,
      *    RANGE=, RULES=, RECS=, STATUS= (SEE FBAUDRPT, WHICH
      *    PARSES THE SAME LINE THE SAME WAY).
       01 WS-AUDIT-TOKENS.
           05 WS-TOK-TS             PIC X(14).
           05 WS-TOK-MODE           PIC X(20).
           05 WS-TOK-RANGE          PIC X(20).
           05 WS-TOK-RULES          PIC X(150).
           05 WS-TOK-RECS           PIC X(20).
           05 WS-TOK-STATUS         PIC X(20).
       01 WS-RECS-VALUE             PIC 9(7) VALUE 0.

      *    THE CERTIFIED RATE CARD.
       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT         PIC 9(3) VALUE 0.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RATE-DEST      PIC X(4).
               10 WS-RATE-THOUSAND  PIC 9(5)V99.
               10 WS-RATE-RUN       PIC 9(5)V99.
               10 WS-RATE-AREA      PIC X(40).
       01 WS-RATE-SUB               PIC 9(3) VALUE 0.
       01 WS-RATE-READ-COUNT        PIC 9(5) VALUE 0.
       01 WS-RATE-REJECT-COUNT      PIC 9(5) VALUE 0.
       01 WS-RATE-ALL-SUB           PIC 9(3) VALUE 0.
       01 WS-RATE-FOUND-SUB         PIC 9(3) VALUE 0.

      *    THE MONTH'S ACCOUNTING RECORDS.  A RECORD IS CURRENT UNLESS
      *    A LATER SPLIT OF THE SAME NIGHT HAS REPLACED IT.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10 WS-AC-RUN-STAMP   PIC X(14).
               10 WS-AC-SPLIT-STAMP PIC X(14).
               10 WS-AC-DEST        PIC X(4).
               10 WS-AC-REQUESTS    PIC 9(3).
               10 WS-AC-PRODUCED    PIC 9(7).
               10 WS-AC-EXTRACT     PIC 9(7).
               10 WS-AC-LINES       PIC 9(7).
               10 WS-AC-CURRENT-SW  PIC X.
                   88 WS-AC-CURRENT VALUE "Y".
               10 WS-AC-MATCHED-SW  PIC X.
                   88 WS-AC-MATCHED VALUE "Y".
       01 WS-ACCT-SUB               PIC 9(4) VALUE 0.
       01 WS-ACCT-SUB-2             PIC 9(4) VALUE 0.
       01 WS-ACCT-READ-COUNT        PIC 9(7) VALUE 0.
       01 WS-SUPERSEDED-COUNT       PIC 9(5) VALUE 0.
       01 WS-FIRST-OF-RUN-SW        PIC X VALUE "N".
           88 WS-FIRST-OF-RUN       VALUE "Y".
       01 WS-RUN-ACCOUNTED          PIC 9(9) VALUE 0.
       01 WS-RUN-FOUND-SW           PIC X VALUE "N".
           88 WS-RUN-FOUND          VALUE "Y".

      *    THE MONTH'S COMPLETED (STATUS=NORMAL) RUNS ON FBAUDIT - THE
      *    RUNS THAT DELIVERED OUTPUT AND SO THE ONES THAT ARE BILLED.
       01 WS-AUDIT-TABLE.
           05 WS-AUDIT-COUNT        PIC 9(3) VALUE 0.
           05 WS-AUDIT-ENTRY OCCURS 400 TIMES.
               10 WS-AU-STAMP       PIC X(14).
               10 WS-AU-RECS        PIC 9(7).
       01 WS-AUDIT-SUB              PIC 9(3) VALUE 0.
       01 WS-AUDIT-RECS-TOTAL       PIC 9(11) VALUE 0.
       01 WS-UNBILLED-RUNS          PIC 9(5) VALUE 0.
       01 WS-UNBILLED-RECS          PIC 9(11) VALUE 0.
       01 WS-RECOVERY-COUNT         PIC 9(5) VALUE 0.

      *    MONTH TOTALS BY DESTINATION, PRICED FROM THE RATE CARD.
       01 WS-DEST-TABLE.
           05 WS-DEST-COUNT         PIC 9(3) VALUE 0.
           05 WS-DEST-ENTRY OCCURS 50 TIMES.
               10 WS-DT-DEST        PIC X(4).
               10 WS-DT-RUNS        PIC 9(5).
               10 WS-DT-REQUESTS    PIC 9(7).
               10 WS-DT-PRODUCED    PIC 9(9).
               10 WS-DT-EXTRACT     PIC 9(9).
               10 WS-DT-LINES       PIC 9(9).
               10 WS-DT-RATE-SUB    PIC 9(3).
               10 WS-DT-VOLUME-CHG  PIC 9(9)V99.
               10 WS-DT-RUN-CHG     PIC 9(9)V99.
               10 WS-DT-TOTAL-CHG   PIC 9(9)V99.
       01 WS-DEST-SUB               PIC 9(3) VALUE 0.
       01 WS-DEST-FOUND-SW          PIC X VALUE "N".
           88 WS-DEST-FOUND         VALUE "Y".

       01 WS-BILLED-RUNS            PIC 9(5) VALUE 0.
       01 WS-TOT-REQUESTS           PIC 9(7) VALUE 0.
       01 WS-TOT-PRODUCED           PIC 9(11) VALUE 0.
       01 WS-TOT-EXTRACT            PIC 9(11) VALUE 0.
       01 WS-TOT-LINES              PIC 9(11) VALUE 0.
       01 WS-TOT-VOLUME-CHG         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-RUN-CHG            PIC 9(9)V99 VALUE 0.
       01 WS-TOT-TOTAL-CHG          PIC 9(9)V99 VALUE 0.
       01 WS-UNPRICED-COUNT         PIC 9(3) VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.

       01 WS-ED-RUNS                PIC ZZZZ9.
       01 WS-ED-REQUESTS            PIC Z(6)9.
       01 WS-ED-PRODUCED            PIC Z(8)9.
       01 WS-ED-EXTRACT             PIC Z(8)9.
       01 WS-ED-LINES               PIC Z(8)9.
       01 WS-ED-RATE-K              PIC ZZZZ9.99.
       01 WS-ED-RATE-R              PIC ZZZZ9.99.
       01 WS-ED-VOLUME-CHG          PIC Z(8)9.99.
       01 WS-ED-RUN-CHG             PIC Z(8)9.99.
       01 WS-ED-TOTAL-CHG           PIC Z(8)9.99.
       01 WS-ED-AREA                PIC X(20) VALUE SPACES.
       01 WS-ED-ENTRY               PIC ZZZZ9.

       PROCEDURE DIVISION.
       FBCHGBK-MAIN SECTION.
      *    MONTHLY CHARGEBACK: TOTALS THE ACCOUNTING FBSPLIT WROTE
      *    FOR EACH NIGHT BY DESTINATION, PRICES EACH DESTINATION
      *    FROM THE RATE CARD (PER THOUSAND SEQUENCE NUMBERS AND PER
      *    RUN) FOR FINANCE TO BILL THE OWNING AREAS, AND PROVES THE
      *    GRAND TOTALS AGAINST THE MONTH'S FBAUDIT VOLUMES - EVERY
      *    COMPLETED RUN ON THE LOG ACCOUNTED FOR, RUN BY RUN, AND
      *    NOTHING ACCOUNTED THAT THE LOG DOES NOT SHOW.
      *    RC=0 IN BALANCE AND FULLY PRICED, RC=4 IN BALANCE BUT A
      *    DESTINATION HAS NO RATE, RC=8 OUT OF BALANCE (HOLD THE
      *    BILL) OR REFUSED (BAD MONTH CARD, RATE CARD MISSING OR
      *    REJECTED, TABLE FULL), RC=16 CHGRPT NOT WRITTEN.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ990E-CHGRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-BILLING-MONTH
           PERFORM LOAD-RATE-CARD
           PERFORM LOAD-ACCOUNTING
           PERFORM MARK-SUPERSEDED
           PERFORM LOAD-AUDIT-RUNS
           PERFORM TOTAL-BY-DESTINATION
           PERFORM WRITE-DEST-SECTION
           PERFORM WRITE-BALANCE-SECTION
           CLOSE FB-RPT-FILE
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.

       READ-BILLING-MONTH SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:6) TO WS-MONTH-NUM
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YEAR
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-NUM TO WS-BILL-MONTH
           OPEN INPUT FB-CHGP-FILE
           IF WS-CHGP-STATUS = "00"
               READ FB-CHGP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CHGP-SWITCH
               END-READ
               CLOSE FB-CHGP-FILE
           END-IF
           IF WS-CHGP-CARD-FOUND
      *    A CARD THAT IS THERE BUT WRONG IS NOT IGNORED: BILLING THE
      *    DEFAULT MONTH INSTEAD WOULD SEND FINANCE THE WRONG BILL.
               IF FB-CHGP-KEYWORD NOT = "MONTH"
                       OR FB-CHGP-MONTH NOT NUMERIC
                   MOVE "CHGPARM CARD IS NOT MONTH  YYYYMM"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-CHARGEBACK
               END-IF
               MOVE FB-CHGP-MONTH TO WS-MONTH-NUM
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   MOVE "CHGPARM MONTH IS NOT 01 TO 12"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-CHARGEBACK
               END-IF
               MOVE FB-CHGP-MONTH TO WS-BILL-MONTH
               MOVE "CHGPARM" TO WS-MONTH-SOURCE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "BILLING MONTH=" DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-MONTH-SOURCE DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       LOAD-RATE-CARD SECTION.
           OPEN INPUT FB-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE "RATE CARD NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-CHARGEBACK
           END-IF
           PERFORM UNTIL WS-RATE-END
               READ FB-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
                   NOT AT END
                       PERFORM CERTIFY-RATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FB-RATE-FILE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RATE CARD ENTRIES READ=" DELIMITED BY SIZE
                  WS-RATE-READ-COUNT DELIMITED BY SIZE
                  " ACCEPTED=" DELIMITED BY SIZE
                  WS-RATE-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-RATE-REJECT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           IF WS-RATE-REJECT-COUNT > 0
               MOVE "RATE CARD HAS REJECTED ENTRIES"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-CHARGEBACK
           END-IF
           IF WS-RATE-COUNT = 0
               MOVE "RATE CARD IS EMPTY" TO WS-REFUSE-REASON
               PERFORM REFUSE-CHARGEBACK
           END-IF.

       CERTIFY-RATE-ENTRY SECTION.
           ADD 1 TO WS-RATE-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           IF FB-RATE-IN-THOUSAND NOT NUMERIC
               MOVE "RATE PER THOUSAND IS NOT NUMERIC"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FB-RATE-IN-RUN NOT NUMERIC
                   MOVE "RATE PER RUN IS NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-DEST (WS-RATE-SUB) = FB-RATE-IN-DEST
                       MOVE "DESTINATION ALREADY ON THE RATE CARD"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-RATE-COUNT = 50
                   MOVE "MORE THAN 50 RATE CARD ENTRIES"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-RATE-COUNT
               MOVE FB-RATE-IN-DEST TO WS-RATE-DEST (WS-RATE-COUNT)
               MOVE FB-RATE-IN-THOUSAND
                   TO WS-RATE-THOUSAND (WS-RATE-COUNT)
               MOVE FB-RATE-IN-RUN TO WS-RATE-RUN (WS-RATE-COUNT)
               MOVE FB-RATE-IN-AREA TO WS-RATE-AREA (WS-RATE-COUNT)
               IF FB-RATE-ALL-DEST
                   MOVE WS-RATE-COUNT TO WS-RATE-ALL-SUB
               END-IF
           ELSE
               ADD 1 TO WS-RATE-REJECT-COUNT
               MOVE WS-RATE-READ-COUNT TO WS-ED-ENTRY
               MOVE SPACES TO FB-RPT-RECORD
               STRING "ENTRY " DELIMITED BY SIZE
                      WS-ED-ENTRY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FB-RATE-IN-RECORD (1:61) DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ992E-RATE-REJECT) " ENTRY "
                   WS-ED-ENTRY " " FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.

       LOAD-ACCOUNTING SECTION.
      *    A MISSING FBACCT IS NOT A REFUSAL - THE MONTH IS REPORTED
      *    WITH NOTHING ACCOUNTED, AND THE BALANCE AGAINST FBAUDIT
      *    SHOWS EXACTLY WHAT WAS LOST.
           OPEN INPUT FB-ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ997W-ACCT-MISSING)
               MOVE "FBACCT NOT AVAILABLE - NOTHING ACCOUNTED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           ELSE
               PERFORM UNTIL WS-ACCT-END
                   READ FB-ACCT-FILE
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           PERFORM TAKE-ACCOUNTING-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-ACCT-FILE
           END-IF.

       TAKE-ACCOUNTING-RECORD SECTION.
           IF FB-ACCT-RUN-STAMP (1:6) = WS-BILL-MONTH
               ADD 1 TO WS-ACCT-READ-COUNT
               IF WS-ACCT-COUNT = 2000
                   CLOSE FB-ACCT-FILE
                   MOVE "MORE THAN 2000 ACCOUNTING RECORDS IN THE MONTH"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-CHARGEBACK
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE FB-ACCT-RUN-STAMP
                   TO WS-AC-RUN-STAMP (WS-ACCT-COUNT)
               MOVE FB-ACCT-SPLIT-STAMP
                   TO WS-AC-SPLIT-STAMP (WS-ACCT-COUNT)
               MOVE FB-ACCT-DEST TO WS-AC-DEST (WS-ACCT-COUNT)
               MOVE FB-ACCT-REQUESTS TO WS-AC-REQUESTS (WS-ACCT-COUNT)
               MOVE FB-ACCT-PRODUCED TO WS-AC-PRODUCED (WS-ACCT-COUNT)
               MOVE FB-ACCT-EXTRACT TO WS-AC-EXTRACT (WS-ACCT-COUNT)
               MOVE FB-ACCT-REPORT-LINES
                   TO WS-AC-LINES (WS-ACCT-COUNT)
               MOVE "Y" TO WS-AC-CURRENT-SW (WS-ACCT-COUNT)
               MOVE "N" TO WS-AC-MATCHED-SW (WS-ACCT-COUNT)
           END-IF.

       MARK-SUPERSEDED SECTION.
      *    A SPLIT RERUN FOR THE SAME NIGHT APPENDS A FRESH SET OF
      *    RECORDS; ONLY THE SET WITH THE LATEST SPLIT STAMP IS
      *    BILLED, SO A RERUN NEVER CHARGES AN AREA TWICE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM VARYING WS-ACCT-SUB-2 FROM 1 BY 1
                       UNTIL WS-ACCT-SUB-2 > WS-ACCT-COUNT
                   IF WS-AC-RUN-STAMP (WS-ACCT-SUB-2) =
                           WS-AC-RUN-STAMP (WS-ACCT-SUB)
                           AND WS-AC-SPLIT-STAMP (WS-ACCT-SUB-2) >
                           WS-AC-SPLIT-STAMP (WS-ACCT-SUB)
                       MOVE "N" TO WS-AC-CURRENT-SW (WS-ACCT-SUB)
                   END-IF
               END-PERFORM
               IF NOT WS-AC-CURRENT (WS-ACCT-SUB)
                   ADD 1 TO WS-SUPERSEDED-COUNT
               END-IF
           END-PERFORM.

       LOAD-AUDIT-RUNS SECTION.
           OPEN INPUT FB-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "FBAUDIT NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-CHARGEBACK
           END-IF
           PERFORM UNTIL WS-AUDIT-END
               READ FB-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-AUDIT-FILE.

       TAKE-AUDIT-RECORD SECTION.
      *    ONLY A COMPLETED RUN DELIVERS OUTPUT, SO ONLY A NORMAL
      *    LINE IS BILLABLE.  A STOPPED OR ABENDED RUN'S RECORDS ARE
      *    PRODUCED AGAIN AND COUNTED AGAIN BY ITS RESTART, AND A
      *    MASTER RECOVERY PRODUCES NOTHING; BOTH ARE SHOWN BESIDE
      *    THE BALANCE SO THE LOG'S FULL MONTH CAN STILL BE TIED OUT.
           IF FB-AUDIT-RECORD (1:6) = WS-BILL-MONTH
                   AND FB-AUDIT-RECORD (1:14) NUMERIC
               MOVE SPACES TO WS-AUDIT-TOKENS
               UNSTRING FB-AUDIT-RECORD DELIMITED BY ALL " "
                   INTO WS-TOK-TS WS-TOK-MODE WS-TOK-RANGE
                        WS-TOK-RULES WS-TOK-RECS WS-TOK-STATUS
               END-UNSTRING
               MOVE 0 TO WS-RECS-VALUE
               IF WS-TOK-RECS (1:5) = "RECS="
                   IF WS-TOK-RECS (6:7) NUMERIC
                       MOVE WS-TOK-RECS (6:7) TO WS-RECS-VALUE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-TOK-MODE = "MODE=RECOVER"
                       ADD 1 TO WS-RECOVERY-COUNT
                   WHEN WS-TOK-STATUS = "STATUS=NORMAL"
                       IF WS-AUDIT-COUNT = 400
                           CLOSE FB-AUDIT-FILE
                           MOVE "MORE THAN 400 RUNS ON FBAUDIT IN MONTH"
                               TO WS-REFUSE-REASON
                           PERFORM REFUSE-CHARGEBACK
                       END-IF
                       ADD 1 TO WS-AUDIT-COUNT
                       MOVE WS-TOK-TS TO WS-AU-STAMP (WS-AUDIT-COUNT)
                       MOVE WS-RECS-VALUE
                           TO WS-AU-RECS (WS-AUDIT-COUNT)
                       ADD WS-RECS-VALUE TO WS-AUDIT-RECS-TOTAL
                   WHEN OTHER
                       ADD 1 TO WS-UNBILLED-RUNS
                       ADD WS-RECS-VALUE TO WS-UNBILLED-RECS
               END-EVALUATE
           END-IF.

       TOTAL-BY-DESTINATION SECTION.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-CURRENT (WS-ACCT-SUB)
                   PERFORM ADD-TO-DESTINATION
                   PERFORM COUNT-BILLED-RUN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               PERFORM PRICE-DESTINATION
           END-PERFORM.

       ADD-TO-DESTINATION SECTION.
           MOVE "N" TO WS-DEST-FOUND-SW
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT OR WS-DEST-FOUND
               IF WS-DT-DEST (WS-DEST-SUB) = WS-AC-DEST (WS-ACCT-SUB)
                   MOVE "Y" TO WS-DEST-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DEST-FOUND
               SUBTRACT 1 FROM WS-DEST-SUB
           ELSE
               IF WS-DEST-COUNT = 50
                   MOVE "MORE THAN 50 DESTINATIONS IN THE MONTH"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-CHARGEBACK
               END-IF
               ADD 1 TO WS-DEST-COUNT
               MOVE WS-DEST-COUNT TO WS-DEST-SUB
               MOVE WS-AC-DEST (WS-ACCT-SUB) TO WS-DT-DEST (WS-DEST-SUB)
               MOVE 0 TO WS-DT-RUNS (WS-DEST-SUB)
                         WS-DT-REQUESTS (WS-DEST-SUB)
                         WS-DT-PRODUCED (WS-DEST-SUB)
                         WS-DT-EXTRACT (WS-DEST-SUB)
                         WS-DT-LINES (WS-DEST-SUB)
                         WS-DT-RATE-SUB (WS-DEST-SUB)
                         WS-DT-VOLUME-CHG (WS-DEST-SUB)
                         WS-DT-RUN-CHG (WS-DEST-SUB)
                         WS-DT-TOTAL-CHG (WS-DEST-SUB)
           END-IF
           ADD 1 TO WS-DT-RUNS (WS-DEST-SUB)
           ADD WS-AC-REQUESTS (WS-ACCT-SUB)
               TO WS-DT-REQUESTS (WS-DEST-SUB)
           ADD WS-AC-PRODUCED (WS-ACCT-SUB)
               TO WS-DT-PRODUCED (WS-DEST-SUB)
           ADD WS-AC-EXTRACT (WS-ACCT-SUB)
               TO WS-DT-EXTRACT (WS-DEST-SUB)
           ADD WS-AC-LINES (WS-ACCT-SUB) TO WS-DT-LINES (WS-DEST-SUB).

       COUNT-BILLED-RUN SECTION.
      *    A NIGHT IS COUNTED ONCE, ON ITS FIRST CURRENT RECORD.
           MOVE "Y" TO WS-FIRST-OF-RUN-SW
           PERFORM VARYING WS-ACCT-SUB-2 FROM 1 BY 1
                   UNTIL WS-ACCT-SUB-2 >= WS-ACCT-SUB
               IF WS-AC-CURRENT (WS-ACCT-SUB-2)
                       AND WS-AC-RUN-STAMP (WS-ACCT-SUB-2) =
                       WS-AC-RUN-STAMP (WS-ACCT-SUB)
                   MOVE "N" TO WS-FIRST-OF-RUN-SW
               END-IF
           END-PERFORM
           IF WS-FIRST-OF-RUN
               ADD 1 TO WS-BILLED-RUNS
           END-IF.

       PRICE-DESTINATION SECTION.
      *    A DESTINATION'S OWN RATE CARD ENTRY WINS, THEN *ALL.  ONE
      *    WITH NEITHER IS LISTED UNPRICED SO FINANCE CAN SEE WHAT IS
      *    MISSING - ITS VOLUMES STILL COUNT IN THE BALANCE.
           MOVE 0 TO WS-RATE-FOUND-SUB
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-DEST (WS-RATE-SUB) = WS-DT-DEST (WS-DEST-SUB)
                   MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND-SUB = 0
               MOVE WS-RATE-ALL-SUB TO WS-RATE-FOUND-SUB
           END-IF
           MOVE WS-RATE-FOUND-SUB TO WS-DT-RATE-SUB (WS-DEST-SUB)
           IF WS-RATE-FOUND-SUB = 0
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY FUNCTION TRIM(FBZ993W-NO-RATE) " DEST="
                   WS-DT-DEST (WS-DEST-SUB)
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           ELSE
               COMPUTE WS-DT-VOLUME-CHG (WS-DEST-SUB) ROUNDED =
                   WS-DT-PRODUCED (WS-DEST-SUB)
                   * WS-RATE-THOUSAND (WS-RATE-FOUND-SUB) / 1000
               COMPUTE WS-DT-RUN-CHG (WS-DEST-SUB) =
                   WS-DT-RUNS (WS-DEST-SUB)
                   * WS-RATE-RUN (WS-RATE-FOUND-SUB)
           END-IF
           COMPUTE WS-DT-TOTAL-CHG (WS-DEST-SUB) =
               WS-DT-VOLUME-CHG (WS-DEST-SUB)
               + WS-DT-RUN-CHG (WS-DEST-SUB)
           ADD WS-DT-REQUESTS (WS-DEST-SUB) TO WS-TOT-REQUESTS
           ADD WS-DT-PRODUCED (WS-DEST-SUB) TO WS-TOT-PRODUCED
           ADD WS-DT-EXTRACT (WS-DEST-SUB) TO WS-TOT-EXTRACT
           ADD WS-DT-LINES (WS-DEST-SUB) TO WS-TOT-LINES
           ADD WS-DT-VOLUME-CHG (WS-DEST-SUB) TO WS-TOT-VOLUME-CHG
           ADD WS-DT-RUN-CHG (WS-DEST-SUB) TO WS-TOT-RUN-CHG
           ADD WS-DT-TOTAL-CHG (WS-DEST-SUB) TO WS-TOT-TOTAL-CHG.

       WRITE-DEST-SECTION SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "DEST OWNING AREA           RUNS"
                                   DELIMITED BY SIZE
                  "    REQS   SEQ NOS   EXTRACT RPT LINES"
                                   DELIMITED BY SIZE
                  "    /1000  PER RUN   VOLUME CHG      RUN CHG"
                                   DELIMITED BY SIZE
                  "    TOTAL CHG" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               PERFORM WRITE-DEST-LINE
           END-PERFORM
           IF WS-DEST-COUNT = 0
               MOVE "  (NOTHING ACCOUNTED FOR THE MONTH)"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF
           MOVE WS-BILLED-RUNS TO WS-ED-RUNS
           MOVE WS-TOT-REQUESTS TO WS-ED-REQUESTS
           MOVE WS-TOT-PRODUCED TO WS-ED-PRODUCED
           MOVE WS-TOT-EXTRACT TO WS-ED-EXTRACT
           MOVE WS-TOT-LINES TO WS-ED-LINES
           MOVE WS-TOT-VOLUME-CHG TO WS-ED-VOLUME-CHG
           MOVE WS-TOT-RUN-CHG TO WS-ED-RUN-CHG
           MOVE WS-TOT-TOTAL-CHG TO WS-ED-TOTAL-CHG
           MOVE SPACES TO FB-RPT-RECORD
           STRING "TOTAL (NIGHTS)            " DELIMITED BY SIZE
                  WS-ED-RUNS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-REQUESTS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-PRODUCED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-EXTRACT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-LINES DELIMITED BY SIZE
                  "                   " DELIMITED BY SIZE
                  WS-ED-VOLUME-CHG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-RUN-CHG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-TOTAL-CHG DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           IF WS-SUPERSEDED-COUNT > 0
               MOVE SPACES TO FB-RPT-RECORD
               STRING "ACCOUNTING RECORDS REPLACED BY A SPLIT RERUN "
                                   DELIMITED BY SIZE
                      "(NOT BILLED)=" DELIMITED BY SIZE
                      WS-SUPERSEDED-COUNT DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           END-IF
           DISPLAY FUNCTION TRIM(FBZ994I-CHG-TOTALS) " MONTH="
               WS-BILL-MONTH " DESTINATIONS=" WS-DEST-COUNT
               " TOTAL CHARGE=" FUNCTION TRIM(WS-ED-TOTAL-CHG).

       WRITE-DEST-LINE SECTION.
           MOVE WS-DT-RATE-SUB (WS-DEST-SUB) TO WS-RATE-FOUND-SUB
           IF WS-RATE-FOUND-SUB = 0
               MOVE "*** NO RATE ***" TO WS-ED-AREA
               MOVE 0 TO WS-ED-RATE-K WS-ED-RATE-R
           ELSE
               MOVE WS-RATE-AREA (WS-RATE-FOUND-SUB) TO WS-ED-AREA
               MOVE WS-RATE-THOUSAND (WS-RATE-FOUND-SUB)
                   TO WS-ED-RATE-K
               MOVE WS-RATE-RUN (WS-RATE-FOUND-SUB) TO WS-ED-RATE-R
           END-IF
           MOVE WS-DT-RUNS (WS-DEST-SUB) TO WS-ED-RUNS
           MOVE WS-DT-REQUESTS (WS-DEST-SUB) TO WS-ED-REQUESTS
           MOVE WS-DT-PRODUCED (WS-DEST-SUB) TO WS-ED-PRODUCED
           MOVE WS-DT-EXTRACT (WS-DEST-SUB) TO WS-ED-EXTRACT
           MOVE WS-DT-LINES (WS-DEST-SUB) TO WS-ED-LINES
           MOVE WS-DT-VOLUME-CHG (WS-DEST-SUB) TO WS-ED-VOLUME-CHG
           MOVE WS-DT-RUN-CHG (WS-DEST-SUB) TO WS-ED-RUN-CHG
           MOVE WS-DT-TOTAL-CHG (WS-DEST-SUB) TO WS-ED-TOTAL-CHG
           MOVE SPACES TO FB-RPT-RECORD
           STRING WS-DT-DEST (WS-DEST-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AREA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-RUNS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-REQUESTS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-PRODUCED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-EXTRACT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-LINES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-RATE-K DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-RATE-R DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-VOLUME-CHG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-RUN-CHG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-TOTAL-CHG DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       WRITE-BALANCE-SECTION SECTION.
      *    THE BILL BALANCES WHEN EVERY COMPLETED RUN ON THE MONTH'S
      *    LOG HAS CURRENT ACCOUNTING WHOSE SEQUENCE NUMBERS ADD UP
      *    TO ITS RECS=, AND NO ACCOUNTING IS LEFT OVER - SO THE
      *    NIGHTS AND SEQUENCE NUMBERS BILLED EQUAL THE LOG'S RUNS
      *    AND RECS EXACTLY.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE "BALANCE TO FBAUDIT" TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           PERFORM VARYING WS-AUDIT-SUB FROM 1 BY 1
                   UNTIL WS-AUDIT-SUB > WS-AUDIT-COUNT
               PERFORM MATCH-AUDIT-RUN
           END-PERFORM
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM CHECK-UNMATCHED-ACCOUNTING
           END-PERFORM
           MOVE SPACES TO FB-RPT-RECORD
           STRING "  FBAUDIT COMPLETED RUNS=" DELIMITED BY SIZE
                  WS-AUDIT-COUNT DELIMITED BY SIZE
                  " RECS=" DELIMITED BY SIZE
                  WS-AUDIT-RECS-TOTAL DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "  BILLED NIGHTS=        " DELIMITED BY SIZE
                  WS-BILLED-RUNS DELIMITED BY SIZE
                  " SEQUENCE NUMBERS=" DELIMITED BY SIZE
                  WS-TOT-PRODUCED DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "  NOT BILLABLE ON FBAUDIT: STOPPED/ABENDED RUNS="
                                   DELIMITED BY SIZE
                  WS-UNBILLED-RUNS DELIMITED BY SIZE
                  " RECS=" DELIMITED BY SIZE
                  WS-UNBILLED-RECS DELIMITED BY SIZE
                  " (PRODUCED AGAIN BY THEIR RESTART)"
                                   DELIMITED BY SIZE
                  " MASTER RECOVERIES=" DELIMITED BY SIZE
                  WS-RECOVERY-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           IF WS-EXCEPTION-COUNT = 0
                   AND WS-AUDIT-COUNT = WS-BILLED-RUNS
                   AND WS-AUDIT-RECS-TOTAL = WS-TOT-PRODUCED
               MOVE "RESULT=IN BALANCE - RELEASE TO FINANCE"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ996I-BALANCED) " MONTH="
                   WS-BILL-MONTH
           ELSE
               MOVE "RESULT=OUT OF BALANCE - HOLD THE BILL"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ995E-NOT-BALANCED) " MONTH="
                   WS-BILL-MONTH " EXCEPTIONS=" WS-EXCEPTION-COUNT
               MOVE 8 TO WS-MAX-RC
           END-IF.

       MATCH-AUDIT-RUN SECTION.
           MOVE 0 TO WS-RUN-ACCOUNTED
           MOVE "N" TO WS-RUN-FOUND-SW
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-CURRENT (WS-ACCT-SUB)
                       AND WS-AC-RUN-STAMP (WS-ACCT-SUB) =
                       WS-AU-STAMP (WS-AUDIT-SUB)
                   MOVE "Y" TO WS-RUN-FOUND-SW
                   MOVE "Y" TO WS-AC-MATCHED-SW (WS-ACCT-SUB)
                   ADD WS-AC-PRODUCED (WS-ACCT-SUB)
                       TO WS-RUN-ACCOUNTED
               END-IF
           END-PERFORM
           IF NOT WS-RUN-FOUND
                   OR WS-RUN-ACCOUNTED NOT = WS-AU-RECS (WS-AUDIT-SUB)
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO FB-RPT-RECORD
               STRING "  RUN " DELIMITED BY SIZE
                      WS-AU-STAMP (WS-AUDIT-SUB) DELIMITED BY SIZE
                      " FBAUDIT RECS=" DELIMITED BY SIZE
                      WS-AU-RECS (WS-AUDIT-SUB) DELIMITED BY SIZE
                      " ACCOUNTED=" DELIMITED BY SIZE
                      WS-RUN-ACCOUNTED DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               IF WS-RUN-FOUND
                   MOVE "- SEQUENCE NUMBERS DIFFER"
                       TO FB-RPT-RECORD (63:40)
               ELSE
                   MOVE "- NOT ACCOUNTED (NO FBSPLIT RECORDS)"
                       TO FB-RPT-RECORD (63:40)
               END-IF
               WRITE FB-RPT-RECORD
           END-IF.

       CHECK-UNMATCHED-ACCOUNTING SECTION.
      *    ACCOUNTING FOR A NIGHT THE LOG DOES NOT SHOW AS COMPLETED
      *    (OR DATED FROM THE CLOCK BECAUSE FBAUDIT HAD NO LINE) IS
      *    BILLED BUT CANNOT BE PROVED.  LISTED ONCE PER NIGHT.
           IF WS-AC-CURRENT (WS-ACCT-SUB)
                   AND NOT WS-AC-MATCHED (WS-ACCT-SUB)
               PERFORM COUNT-BILLED-RUN-CHECK
               IF WS-FIRST-OF-RUN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO FB-RPT-RECORD
                   STRING "  RUN " DELIMITED BY SIZE
                          WS-AC-RUN-STAMP (WS-ACCT-SUB)
                                   DELIMITED BY SIZE
                          " - ACCOUNTED BUT NO COMPLETED RUN ON "
                                   DELIMITED BY SIZE
                          "FBAUDIT" DELIMITED BY SIZE
                       INTO FB-RPT-RECORD
                   END-STRING
                   WRITE FB-RPT-RECORD
               END-IF
           END-IF.

       COUNT-BILLED-RUN-CHECK SECTION.
           MOVE "Y" TO WS-FIRST-OF-RUN-SW
           PERFORM VARYING WS-ACCT-SUB-2 FROM 1 BY 1
                   UNTIL WS-ACCT-SUB-2 >= WS-ACCT-SUB
               IF WS-AC-CURRENT (WS-ACCT-SUB-2)
                       AND WS-AC-RUN-STAMP (WS-ACCT-SUB-2) =
                       WS-AC-RUN-STAMP (WS-ACCT-SUB)
                   MOVE "N" TO WS-FIRST-OF-RUN-SW
               END-IF
           END-PERFORM.

       REFUSE-CHARGEBACK SECTION.
           DISPLAY FUNCTION TRIM(FBZ991E-CHG-REFUSED) " "
               FUNCTION TRIM(WS-REFUSE-REASON)
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE WS-REFUSE-REASON TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE "RESULT=CHARGEBACK REFUSED - NOTHING BILLED"
               TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBCHGBK MONTHLY DESTINATION CHARGEBACK "
                                   DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.
