       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBVERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-MSTR-FILE ASSIGN TO "FBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-MSTR-SEQ
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT FB-PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FB-RULE-FILE ASSIGN TO "RULEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT FB-EXCP-FILE ASSIGN TO "FBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT FB-VFY-FILE ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-MSTR-FILE.
       COPY FBMSTR.

       FD  FB-PARM-FILE.
       COPY FBPARM.

       FD  FB-RULE-FILE.
       COPY FBRULEI.

       FD  FB-EXCP-FILE.
       COPY FBEXCPI.

       FD  FB-VFY-FILE.
       01 FB-VFY-RECORD                 PIC X(200).

       WORKING-STORAGE SECTION.
       COPY FBREC.
       COPY FBRULE.
       COPY FBMSG.

       01 WS-MSTR-STATUS            PIC XX VALUE SPACES.
       01 WS-PARM-STATUS            PIC XX VALUE SPACES.
       01 WS-RULE-STATUS            PIC XX VALUE SPACES.
       01 WS-EXCP-STATUS            PIC XX VALUE SPACES.
       01 WS-VFY-STATUS             PIC XX VALUE SPACES.
       01 WS-MSTR-EOF               PIC X VALUE "N".
           88 WS-MSTR-END           VALUE "Y".
       01 WS-PARM-EOF               PIC X VALUE "N".
           88 WS-PARM-END           VALUE "Y".
       01 WS-RULE-EOF               PIC X VALUE "N".
           88 WS-RULE-END           VALUE "Y".
       01 WS-EXCP-EOF               PIC X VALUE "N".
           88 WS-EXCP-END           VALUE "Y".

      *    THE WHOLE RULEIN DECK, DATES AND ALL.  A MASTER CAN HOLD
      *    RECORDS FROM MORE THAN ONE NIGHT (A RESTARTED RUN, A
      *    PARTIAL RERUN), SO THE RULES ARE PICKED PER RECORD FROM
      *    THE ENTRIES IN EFFECT ON THAT RECORD'S RUN-STAMP DATE,
      *    NOT ONCE FOR TODAY AS THE RUN ITSELF DOES.
       01 WS-DECK-TABLE.
           05 WS-DECK-COUNT         PIC 9(3) VALUE 0.
           05 WS-DECK-ENTRY OCCURS 100 TIMES.
               10 WS-DK-DIVISOR     PIC 9(3).
               10 WS-DK-LABEL       PIC X(8).
               10 WS-DK-EFF-FROM    PIC X(8).
               10 WS-DK-EFF-TO      PIC X(8).
       01 WS-DECK-SUB               PIC 9(3) VALUE 0.
      *    DATE THE RULE TABLE (FBRULE) WAS LAST BUILT FOR - THE
      *    MASTER IS MOSTLY ONE NIGHT, SO IT IS REBUILT ONLY WHEN THE
      *    RUN-STAMP DATE CHANGES.
       01 WS-RULE-DATE              PIC X(8) VALUE SPACES.

      *    THE WHOLE FBEXCP DECK, DATES AND ALL, FOR THE SAME REASON.
       01 WS-EXCP-TABLE.
           05 WS-EXCP-COUNT         PIC 9(3) VALUE 0.
           05 WS-EXCP-ENTRY OCCURS 500 TIMES.
               10 WS-EXCP-SEQ       PIC 9(5).
               10 WS-EXCP-ACTION    PIC X.
               10 WS-EXCP-LABEL     PIC X(8).
               10 WS-EXCP-EFF-FROM  PIC X(8).
               10 WS-EXCP-EFF-TO    PIC X(8).
       01 WS-EXCP-SUB               PIC 9(3) VALUE 0.
       01 WS-CT-ACTION              PIC X VALUE SPACE.
       01 WS-CT-OVERRIDE-LABEL      PIC X(8) VALUE SPACES.

      *    THE EXPECTED RANGES FROM PARMIN, AS FBRECON LOADS THEM.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-COUNT      PIC 9(3) VALUE 0.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES.
               10 WS-RQ-START-CT        PIC 9(5).
               10 WS-RQ-END-CT          PIC 9(5).
       01 WS-REQUEST-SUB            PIC 9(3) VALUE 0.

      *    ONE SLOT PER POSSIBLE SEQUENCE NUMBER (CT RUNS 1-999):
      *    P = ON THE MASTER, G = ALREADY REPORTED AS A GAP.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-FLAG OCCURS 999 TIMES PIC X.
       01 WS-SEQ-SUB                PIC 9(5) VALUE 0.
       01 WS-GAP-FROM               PIC 9(5) VALUE 0.
       01 WS-GAP-TO                 PIC 9(5) VALUE 0.
       01 WS-GAP-LENGTH             PIC 9(7) VALUE 0.
       01 WS-SCAN-END               PIC 9(5) VALUE 0.

       01 WS-VFY-SEQ                PIC 9(5) VALUE 0.
       01 WS-VFY-DATE               PIC X(8) VALUE SPACES.
       01 WS-NEWEST-DATE            PIC X(8) VALUE SPACES.
       01 WS-IN-RANGE-SWITCH        PIC X VALUE "N".
           88 WS-IN-A-RANGE         VALUE "Y".
       01 WS-EXPECTED-TEXT          PIC X(80) VALUE SPACES.
       01 WS-EXPECTED-LABELS        PIC X(90) VALUE SPACES.
       01 WS-BUILD-POINTER          PIC 9(4) VALUE 1.
       01 WS-MATCH-POINTER          PIC 9(4) VALUE 1.
       01 WS-MATCH-COUNT            PIC 99 VALUE 0.
       01 WS-ANY-MATCH-SWITCH       PIC X VALUE "N".
           88 WS-ANY-MATCH          VALUE "Y".
       01 WS-EDITED-CT              PIC ZZ9.
       01 WS-REASON                 PIC X(60) VALUE SPACES.

       01 WS-RECORD-COUNT           PIC 9(7) VALUE 0.
       01 WS-VERIFIED-COUNT         PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT         PIC 9(7) VALUE 0.
       01 WS-SKIP-PRESENT-COUNT     PIC 9(7) VALUE 0.
       01 WS-UNVERIFIABLE-COUNT     PIC 9(7) VALUE 0.
       01 WS-OUTSIDE-COUNT          PIC 9(7) VALUE 0.
       01 WS-GAP-COUNT              PIC 9(7) VALUE 0.
       01 WS-FINDING-SWITCH         PIC X VALUE "N".
           88 WS-FINDING-RAISED     VALUE "Y".
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBVERIFY-MAIN SECTION.
      *    INDEPENDENT CHECK OF WHAT IS ACTUALLY ON THE RESULTS
      *    MASTER, RUN AHEAD OF FBFEED.  EVERY RECORD'S TEXT AND
      *    MATCH LABELS ARE RECOMPUTED FROM THE RULEIN ENTRIES AND
      *    FBEXCP SKIPS/OVERRIDES IN EFFECT ON ITS OWN RUN-STAMP
      *    DATE; A SEQUENCE FBEXCP SAYS WAS SKIPPED MUST NOT BE
      *    THERE, AND EVERY OTHER SEQUENCE IN THE PARMIN RANGES MUST.
      *    ANY FINDING ENDS RC=8 SO THE TRANSMISSION IS HELD.
      *    RC=4 = PARMIN DEFAULTED OR NOTHING ON THE MASTER TO CHECK.
           OPEN OUTPUT FB-VFY-FILE
           IF WS-VFY-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ950E-VFYRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-VFY-HEADING
           PERFORM READ-PARAMETERS
           PERFORM LOAD-RULE-DECK
           PERFORM LOAD-EXCEPTIONS
           MOVE SPACES TO WS-SEQ-TABLE
           PERFORM VERIFY-MASTER-FILE
           IF WS-RECORD-COUNT = 0
               DISPLAY FUNCTION TRIM(FBZ954W-MSTR-EMPTY)
               PERFORM RAISE-WARNING-RC
           ELSE
               PERFORM FIND-RANGE-GAPS
           END-IF
           PERFORM WRITE-VFY-TOTALS
           CLOSE FB-VFY-FILE
           DISPLAY FUNCTION TRIM(FBZ957I-VFY-TOTALS) " "
               FUNCTION TRIM(FB-VFY-RECORD)
           MOVE WS-MAX-RC TO RETURN-CODE
           IF WS-FINDING-RAISED
               DISPLAY FUNCTION TRIM(FBZ956E-NOT-VERIFIED)
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RAISE-WARNING-RC SECTION.
           IF WS-MAX-RC < 4
               MOVE 4 TO WS-MAX-RC
           END-IF.

       REFUSE-RUN SECTION.
      *    A DECK TOO BIG TO HOLD CANNOT BE CHECKED AGAINST - NOTHING
      *    IS VERIFIED AND THE TRANSMISSION IS HELD.
           MOVE SPACES TO FB-VFY-RECORD
           STRING "VERIFICATION NOT DONE - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO FB-VFY-RECORD
           END-STRING
           WRITE FB-VFY-RECORD
           CLOSE FB-VFY-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-PARAMETERS SECTION.
           MOVE 0 TO WS-REQUEST-COUNT
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ951W-PARM-MISSING)
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
                   DISPLAY FUNCTION TRIM(FBZ952W-PARM-EMPTY)
                   PERFORM RAISE-WARNING-RC
               END-IF
           END-IF
           IF WS-REQUEST-COUNT = 0
               MOVE 1   TO WS-REQUEST-COUNT
               MOVE 1   TO WS-RQ-START-CT (1)
               MOVE 100 TO WS-RQ-END-CT (1)
           END-IF.

       ADD-REQUEST-ENTRY SECTION.
           IF WS-REQUEST-COUNT < 50
               ADD 1 TO WS-REQUEST-COUNT
               MOVE FB-PARM-START-CT
                   TO WS-RQ-START-CT (WS-REQUEST-COUNT)
               MOVE FB-PARM-END-CT
                   TO WS-RQ-END-CT (WS-REQUEST-COUNT)
           END-IF.

       LOAD-RULE-DECK SECTION.
           MOVE 0 TO WS-DECK-COUNT
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-STATUS = "00"
               PERFORM UNTIL WS-RULE-END
                   READ FB-RULE-FILE
                       AT END
                           MOVE "Y" TO WS-RULE-EOF
                       NOT AT END
                           PERFORM ADD-DECK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF.

       ADD-DECK-ENTRY SECTION.
      *    THE SAME UNUSABLE ENTRIES FBRECON LEAVES OUT ARE LEFT OUT
      *    HERE; THE EFFECTIVE DATES ARE KEPT FOR SELECT-RULES.
           IF FB-RULE-IN-DIVISOR NUMERIC
               IF FB-RULE-IN-DIVISOR NOT = 0
                   IF WS-DECK-COUNT = 100
                       DISPLAY FUNCTION TRIM(FBZ953E-DECK-TOO-BIG)
                       MOVE "RULEIN HAS MORE THAN 100 ENTRIES"
                           TO WS-REASON
                       CLOSE FB-RULE-FILE
                       PERFORM REFUSE-RUN
                   END-IF
                   ADD 1 TO WS-DECK-COUNT
                   MOVE FB-RULE-IN-DIVISOR
                       TO WS-DK-DIVISOR (WS-DECK-COUNT)
                   MOVE FB-RULE-IN-LABEL
                       TO WS-DK-LABEL (WS-DECK-COUNT)
                   MOVE FB-RULE-IN-EFF-FROM
                       TO WS-DK-EFF-FROM (WS-DECK-COUNT)
                   MOVE FB-RULE-IN-EFF-TO
                       TO WS-DK-EFF-TO (WS-DECK-COUNT)
               END-IF
           END-IF.

       SELECT-RULES SECTION.
      *    BUILDS THE RULE TABLE THE RUN WOULD HAVE LOADED ON
      *    WS-VFY-DATE: THE ENTRIES IN EFFECT THAT DAY, IN DECK
      *    ORDER, UP TO THE TABLE'S 10.  AN EMPTY OR MISSING DECK IS
      *    THE CLASSIC PAIR; A DECK WITH NOTHING IN EFFECT LEAVES THE
      *    TABLE EMPTY (THE RUN WOULD HAVE ABENDED THAT DAY).
           MOVE WS-VFY-DATE TO WS-RULE-DATE
           MOVE 0 TO FB-RULE-COUNT
           IF WS-DECK-COUNT = 0
               PERFORM LOAD-DEFAULT-RULES
           ELSE
               PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                       UNTIL WS-DECK-SUB > WS-DECK-COUNT
                   IF FB-RULE-COUNT < 10
                       PERFORM SELECT-ONE-RULE
                   END-IF
               END-PERFORM
           END-IF.

       SELECT-ONE-RULE SECTION.
           IF (WS-DK-EFF-FROM (WS-DECK-SUB) = SPACES
                   OR (WS-DK-EFF-FROM (WS-DECK-SUB) NUMERIC
                   AND WS-DK-EFF-FROM (WS-DECK-SUB) <= WS-VFY-DATE))
                   AND (WS-DK-EFF-TO (WS-DECK-SUB) = SPACES
                   OR (WS-DK-EFF-TO (WS-DECK-SUB) NUMERIC
                   AND WS-DK-EFF-TO (WS-DECK-SUB) >= WS-VFY-DATE))
               ADD 1 TO FB-RULE-COUNT
               SET FB-RULE-IDX TO FB-RULE-COUNT
               MOVE WS-DK-DIVISOR (WS-DECK-SUB)
                   TO FB-RULE-DIVISOR (FB-RULE-IDX)
               MOVE WS-DK-LABEL (WS-DECK-SUB)
                   TO FB-RULE-LABEL (FB-RULE-IDX)
           END-IF.

       LOAD-DEFAULT-RULES SECTION.
           MOVE 2 TO FB-RULE-COUNT
           SET FB-RULE-IDX TO 1
           MOVE 3      TO FB-RULE-DIVISOR (FB-RULE-IDX)
           MOVE "Fizz" TO FB-RULE-LABEL   (FB-RULE-IDX)
           SET FB-RULE-IDX TO 2
           MOVE 5      TO FB-RULE-DIVISOR (FB-RULE-IDX)
           MOVE "Buzz" TO FB-RULE-LABEL   (FB-RULE-IDX).

       LOAD-EXCEPTIONS SECTION.
      *    A MISSING FBEXCP IS NO EXCEPTIONS, AS IT IS TO THE RUN.
           MOVE 0 TO WS-EXCP-COUNT
           OPEN INPUT FB-EXCP-FILE
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-EXCP-END
                   READ FB-EXCP-FILE
                       AT END
                           MOVE "Y" TO WS-EXCP-EOF
                       NOT AT END
                           PERFORM ADD-EXCEPTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-EXCP-FILE
           END-IF.

       ADD-EXCEPTION-ENTRY SECTION.
           IF FB-EXCP-IN-SEQ NUMERIC
               IF FB-EXCP-ACT-SKIP OR FB-EXCP-ACT-OVER
                   IF WS-EXCP-COUNT = 500
                       DISPLAY FUNCTION TRIM(FBZ955E-EXCP-TOO-BIG)
                       MOVE "FBEXCP HAS MORE THAN 500 ENTRIES"
                           TO WS-REASON
                       CLOSE FB-EXCP-FILE
                       PERFORM REFUSE-RUN
                   END-IF
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE FB-EXCP-IN-SEQ
                       TO WS-EXCP-SEQ (WS-EXCP-COUNT)
                   IF FB-EXCP-ACT-SKIP
                       MOVE "S" TO WS-EXCP-ACTION (WS-EXCP-COUNT)
                   ELSE
                       MOVE "O" TO WS-EXCP-ACTION (WS-EXCP-COUNT)
                   END-IF
                   MOVE FB-EXCP-IN-LABEL
                       TO WS-EXCP-LABEL (WS-EXCP-COUNT)
                   MOVE FB-EXCP-IN-EFF-FROM
                       TO WS-EXCP-EFF-FROM (WS-EXCP-COUNT)
                   MOVE FB-EXCP-IN-EFF-TO
                       TO WS-EXCP-EFF-TO (WS-EXCP-COUNT)
               END-IF
           END-IF.

       CHECK-EXCEPTION SECTION.
      *    THE LAST ENTRY IN EFFECT ON WS-VFY-DATE FOR THE SEQUENCE
      *    WINS, EXACTLY AS THE RUN APPLIES THE DECK.
           MOVE SPACE  TO WS-CT-ACTION
           MOVE SPACES TO WS-CT-OVERRIDE-LABEL
           PERFORM VARYING WS-EXCP-SUB FROM 1 BY 1
                   UNTIL WS-EXCP-SUB > WS-EXCP-COUNT
               IF WS-EXCP-SEQ (WS-EXCP-SUB) = WS-VFY-SEQ
                       AND (WS-EXCP-EFF-FROM (WS-EXCP-SUB) = SPACES
                       OR (WS-EXCP-EFF-FROM (WS-EXCP-SUB) NUMERIC
                       AND WS-EXCP-EFF-FROM (WS-EXCP-SUB)
                           <= WS-VFY-DATE))
                       AND (WS-EXCP-EFF-TO (WS-EXCP-SUB) = SPACES
                       OR (WS-EXCP-EFF-TO (WS-EXCP-SUB) NUMERIC
                       AND WS-EXCP-EFF-TO (WS-EXCP-SUB)
                           >= WS-VFY-DATE))
                   MOVE WS-EXCP-ACTION (WS-EXCP-SUB) TO WS-CT-ACTION
                   MOVE WS-EXCP-LABEL (WS-EXCP-SUB)
                       TO WS-CT-OVERRIDE-LABEL
               END-IF
           END-PERFORM.

       VERIFY-MASTER-FILE SECTION.
           OPEN INPUT FB-MSTR-FILE
           IF WS-MSTR-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ958E-MSTR-OPEN)
               MOVE "UNABLE TO OPEN FBMASTR" TO WS-REASON
               PERFORM REFUSE-RUN
           END-IF
           PERFORM UNTIL WS-MSTR-END
               READ FB-MSTR-FILE
                   AT END
                       MOVE "Y" TO WS-MSTR-EOF
                   NOT AT END
                       PERFORM VERIFY-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-MSTR-FILE.

       VERIFY-MASTER-RECORD SECTION.
           ADD 1 TO WS-RECORD-COUNT
           MOVE FB-MSTR-SEQ TO WS-VFY-SEQ
           MOVE FB-MSTR-RUN-STAMP (1:8) TO WS-VFY-DATE
           PERFORM CHECK-IN-RANGE
           IF WS-VFY-SEQ >= 1 AND WS-VFY-SEQ <= 999
               MOVE "P" TO WS-SEQ-FLAG (WS-VFY-SEQ)
           END-IF
           IF NOT WS-IN-A-RANGE
               ADD 1 TO WS-OUTSIDE-COUNT
               MOVE "NOT IN ANY PARMIN RANGE" TO WS-REASON
               PERFORM WRITE-FINDING-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-VFY-SEQ < 1 OR WS-VFY-SEQ > 999
                   ADD 1 TO WS-UNVERIFIABLE-COUNT
                   MOVE "SEQUENCE OUTSIDE 1-999 - NOT RECOMPUTED"
                       TO WS-REASON
                   PERFORM WRITE-FINDING-LINE
               WHEN WS-VFY-DATE NOT NUMERIC
                   ADD 1 TO WS-UNVERIFIABLE-COUNT
                   MOVE "RUN-STAMP NOT A DATE - NOT RECOMPUTED"
                       TO WS-REASON
                   PERFORM WRITE-FINDING-LINE
               WHEN OTHER
                   PERFORM RECOMPUTE-MASTER-RECORD
           END-EVALUATE.

       RECOMPUTE-MASTER-RECORD SECTION.
           IF WS-VFY-DATE > WS-NEWEST-DATE
               MOVE WS-VFY-DATE TO WS-NEWEST-DATE
           END-IF
           IF WS-VFY-DATE NOT = WS-RULE-DATE
               PERFORM SELECT-RULES
           END-IF
           PERFORM CHECK-EXCEPTION
           EVALUATE TRUE
               WHEN WS-CT-ACTION = "S"
                   ADD 1 TO WS-SKIP-PRESENT-COUNT
                   MOVE "SKIPPED BY FBEXCP ON ITS RUN DATE BUT PRESENT"
                       TO WS-REASON
                   PERFORM WRITE-FINDING-LINE
               WHEN WS-CT-ACTION = "O"
                   MOVE SPACES TO WS-EXPECTED-TEXT WS-EXPECTED-LABELS
                   MOVE WS-CT-OVERRIDE-LABEL TO WS-EXPECTED-TEXT
                   MOVE WS-CT-OVERRIDE-LABEL TO WS-EXPECTED-LABELS
                   PERFORM COMPARE-MASTER-RECORD
               WHEN FB-RULE-COUNT = 0
                   ADD 1 TO WS-UNVERIFIABLE-COUNT
                   MOVE "NO RULEIN ENTRY IN EFFECT ON ITS RUN DATE"
                       TO WS-REASON
                   PERFORM WRITE-FINDING-LINE
               WHEN OTHER
                   PERFORM BUILD-RULE-TEXT
                   PERFORM COMPARE-MASTER-RECORD
           END-EVALUATE.

       BUILD-RULE-TEXT SECTION.
      *    TEXT IS THE MATCHING LABELS RUN TOGETHER AND THE MATCH
      *    LABELS THE SAME LABELS COMMA-SEPARATED, IN RULE ORDER,
      *    AS APPLY-DIVISOR-RULES BUILDS THEM; NO MATCH IS THE
      *    EDITED NUMBER WITH NO LABELS.
           MOVE WS-VFY-SEQ TO CT
           MOVE "N" TO WS-ANY-MATCH-SWITCH
           MOVE 0   TO WS-MATCH-COUNT
           MOVE 1   TO WS-BUILD-POINTER
           MOVE 1   TO WS-MATCH-POINTER
           MOVE SPACES TO WS-EXPECTED-TEXT WS-EXPECTED-LABELS
           PERFORM VARYING FB-RULE-IDX FROM 1 BY 1
                   UNTIL FB-RULE-IDX > FB-RULE-COUNT
               IF FUNCTION MOD(CT, FB-RULE-DIVISOR (FB-RULE-IDX)) = 0
                   MOVE "Y" TO WS-ANY-MATCH-SWITCH
                   ADD 1 TO WS-MATCH-COUNT
                   STRING FB-RULE-LABEL (FB-RULE-IDX)
                           DELIMITED BY SPACE
                       INTO WS-EXPECTED-TEXT
                       WITH POINTER WS-BUILD-POINTER
                   END-STRING
                   IF WS-MATCH-COUNT > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-EXPECTED-LABELS
                           WITH POINTER WS-MATCH-POINTER
                       END-STRING
                   END-IF
                   STRING FB-RULE-LABEL (FB-RULE-IDX)
                           DELIMITED BY SPACE
                       INTO WS-EXPECTED-LABELS
                       WITH POINTER WS-MATCH-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           IF NOT WS-ANY-MATCH
               MOVE CT TO WS-EDITED-CT
               MOVE WS-EDITED-CT TO WS-EXPECTED-TEXT
           END-IF.

       COMPARE-MASTER-RECORD SECTION.
           IF FB-MSTR-RESULT-TEXT = WS-EXPECTED-TEXT
                   AND FB-MSTR-MATCH-LABELS = WS-EXPECTED-LABELS
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "DOES NOT MATCH THE RULES IN EFFECT" TO WS-REASON
               PERFORM WRITE-FINDING-LINE
               MOVE SPACES TO FB-VFY-RECORD
               STRING "      ON MASTER  TEXT=" DELIMITED BY SIZE
                      FUNCTION TRIM(FB-MSTR-RESULT-TEXT)
                                            DELIMITED BY SIZE
                      " LABELS=" DELIMITED BY SIZE
                      FUNCTION TRIM(FB-MSTR-MATCH-LABELS)
                                            DELIMITED BY SIZE
                   INTO FB-VFY-RECORD
               END-STRING
               WRITE FB-VFY-RECORD
               MOVE SPACES TO FB-VFY-RECORD
               STRING "      RECOMPUTED TEXT=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXPECTED-TEXT)
                                            DELIMITED BY SIZE
                      " LABELS=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXPECTED-LABELS)
                                            DELIMITED BY SIZE
                   INTO FB-VFY-RECORD
               END-STRING
               WRITE FB-VFY-RECORD
           END-IF.

       CHECK-IN-RANGE SECTION.
           MOVE "N" TO WS-IN-RANGE-SWITCH
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-VFY-SEQ >= WS-RQ-START-CT (WS-REQUEST-SUB)
                       AND WS-VFY-SEQ <= WS-RQ-END-CT (WS-REQUEST-SUB)
                   MOVE "Y" TO WS-IN-RANGE-SWITCH
               END-IF
           END-PERFORM.

       FIND-RANGE-GAPS SECTION.
      *    EVERY SEQUENCE IN A PARMIN RANGE THAT IS NOT ON THE MASTER
      *    IS A GAP UNLESS FBEXCP SKIPPED IT.  THE SKIPS APPLIED ARE
      *    THOSE IN EFFECT ON THE NEWEST RUN-STAMP DATE ON THE MASTER
      *    (THE NIGHT BEING TRANSMITTED).  A RUN OF CONSECUTIVE
      *    MISSING SEQUENCES IS LISTED AS ONE LINE; A SEQUENCE IN
      *    OVERLAPPING RANGES IS COUNTED ONCE.
           MOVE WS-NEWEST-DATE TO WS-VFY-DATE
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               MOVE 0 TO WS-GAP-FROM
               MOVE WS-RQ-END-CT (WS-REQUEST-SUB) TO WS-SCAN-END
               IF WS-SCAN-END > 999
                   MOVE 999 TO WS-SCAN-END
               END-IF
               PERFORM VARYING WS-SEQ-SUB
                       FROM WS-RQ-START-CT (WS-REQUEST-SUB) BY 1
                       UNTIL WS-SEQ-SUB > WS-SCAN-END
                   IF WS-SEQ-SUB >= 1
                       PERFORM CHECK-RANGE-SEQUENCE
                   END-IF
               END-PERFORM
               IF WS-GAP-FROM > 0
                   PERFORM WRITE-GAP-LINE
               END-IF
           END-PERFORM.

       CHECK-RANGE-SEQUENCE SECTION.
           MOVE SPACE TO WS-CT-ACTION
           IF WS-SEQ-FLAG (WS-SEQ-SUB) = SPACE
               MOVE WS-SEQ-SUB TO WS-VFY-SEQ
               PERFORM CHECK-EXCEPTION
           END-IF
           IF WS-SEQ-FLAG (WS-SEQ-SUB) = SPACE
                   AND WS-CT-ACTION NOT = "S"
               MOVE "G" TO WS-SEQ-FLAG (WS-SEQ-SUB)
               ADD 1 TO WS-GAP-COUNT
               IF WS-GAP-FROM = 0
                   MOVE WS-SEQ-SUB TO WS-GAP-FROM
               END-IF
               MOVE WS-SEQ-SUB TO WS-GAP-TO
           ELSE
               IF WS-GAP-FROM > 0
                   PERFORM WRITE-GAP-LINE
               END-IF
           END-IF.

       WRITE-GAP-LINE SECTION.
           MOVE "Y" TO WS-FINDING-SWITCH
           COMPUTE WS-GAP-LENGTH = WS-GAP-TO - WS-GAP-FROM + 1
           MOVE SPACES TO FB-VFY-RECORD
           STRING "GAP   SEQ " DELIMITED BY SIZE
                  WS-GAP-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GAP-TO DELIMITED BY SIZE
                  " MISSING=" DELIMITED BY SIZE
                  WS-GAP-LENGTH DELIMITED BY SIZE
                  " IN PARMIN REQUEST " DELIMITED BY SIZE
                  WS-REQUEST-SUB DELIMITED BY SIZE
                  " RANGE " DELIMITED BY SIZE
                  WS-RQ-START-CT (WS-REQUEST-SUB) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RQ-END-CT (WS-REQUEST-SUB) DELIMITED BY SIZE
               INTO FB-VFY-RECORD
           END-STRING
           WRITE FB-VFY-RECORD
           MOVE 0 TO WS-GAP-FROM.

       WRITE-FINDING-LINE SECTION.
           MOVE "Y" TO WS-FINDING-SWITCH
           MOVE SPACES TO FB-VFY-RECORD
           STRING "SEQ   " DELIMITED BY SIZE
                  FB-MSTR-SEQ DELIMITED BY SIZE
                  " RUN-STAMP " DELIMITED BY SIZE
                  FB-MSTR-RUN-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO FB-VFY-RECORD
           END-STRING
           WRITE FB-VFY-RECORD.

       WRITE-VFY-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-VFY-RECORD
           STRING "FBVERIFY MASTER INTEGRITY VERIFICATION "
                                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
               INTO FB-VFY-RECORD
           END-STRING
           WRITE FB-VFY-RECORD
           MOVE SPACES TO FB-VFY-RECORD
           WRITE FB-VFY-RECORD.

       WRITE-VFY-TOTALS SECTION.
           MOVE SPACES TO FB-VFY-RECORD
           WRITE FB-VFY-RECORD
           IF WS-FINDING-RAISED
               MOVE "VERIFICATION RESULT: MASTER FAILED - HOLD FEED"
                   TO FB-VFY-RECORD
           ELSE
               MOVE "VERIFICATION RESULT: MASTER VERIFIED"
                   TO FB-VFY-RECORD
           END-IF
           WRITE FB-VFY-RECORD
           MOVE SPACES TO FB-VFY-RECORD
           STRING "RECORDS=" DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  " VERIFIED=" DELIMITED BY SIZE
                  WS-VERIFIED-COUNT DELIMITED BY SIZE
                  " MISMATCHED=" DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  " SKIPPED-PRESENT=" DELIMITED BY SIZE
                  WS-SKIP-PRESENT-COUNT DELIMITED BY SIZE
                  " UNVERIFIABLE=" DELIMITED BY SIZE
                  WS-UNVERIFIABLE-COUNT DELIMITED BY SIZE
                  " OUTSIDE-RANGES=" DELIMITED BY SIZE
                  WS-OUTSIDE-COUNT DELIMITED BY SIZE
                  " GAPS=" DELIMITED BY SIZE
                  WS-GAP-COUNT DELIMITED BY SIZE
               INTO FB-VFY-RECORD
           END-STRING
           WRITE FB-VFY-RECORD.
