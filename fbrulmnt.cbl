       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRULMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-RULE-FILE ASSIGN TO "RULEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT FB-TRN-FILE ASSIGN TO "RULETRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT FB-PND-FILE ASSIGN TO "RULEPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT FB-PNDO-FILE ASSIGN TO "RULEPNDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDO-STATUS.
           SELECT FB-RULEO-FILE ASSIGN TO "RULEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEO-STATUS.
           SELECT FB-LOG-FILE ASSIGN TO "RULELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "RULMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-RULE-FILE.
       COPY FBRULEI.

       FD  FB-TRN-FILE.
       COPY FBRULET.

       FD  FB-PND-FILE.
       COPY FBRULPN.

       FD  FB-PNDO-FILE.
       01 FB-PNDO-RECORD                PIC X(100).

       FD  FB-RULEO-FILE.
       01 FB-RULEO-RECORD               PIC X(80).

       FD  FB-LOG-FILE.
       COPY FBRULLG.

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-RULE-STATUS            PIC XX VALUE SPACES.
       01 WS-TRN-STATUS             PIC XX VALUE SPACES.
       01 WS-PND-STATUS             PIC XX VALUE SPACES.
       01 WS-PNDO-STATUS            PIC XX VALUE SPACES.
       01 WS-RULEO-STATUS           PIC XX VALUE SPACES.
       01 WS-LOG-STATUS             PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-RULE-EOF               PIC X VALUE "N".
           88 WS-RULE-END           VALUE "Y".
       01 WS-TRN-EOF                PIC X VALUE "N".
           88 WS-TRN-END            VALUE "Y".
       01 WS-PND-EOF                PIC X VALUE "N".
           88 WS-PND-END            VALUE "Y".
       01 WS-LOG-EOF                PIC X VALUE "N".
           88 WS-LOG-END            VALUE "Y".

      *    THE WORKING COPY OF THE DECK, CARRIED AS THE RAW CARD
      *    FIELDS THE SAME WAY FBEXCPM CARRIES THE EXCEPTION LIST.
      *    TWENTY SLOTS, THE SAME LIMIT FBRULCHK CERTIFIES AGAINST.
       01 WS-DECK-TABLE.
           05 WS-DECK-COUNT         PIC 99 VALUE 0.
           05 WS-DECK-ENTRY OCCURS 20 TIMES.
               10 WS-DECK-PRESENT   PIC X.
               10 WS-DECK-DIVISOR   PIC X(3).
               10 WS-DECK-LABEL     PIC X(8).
               10 WS-DECK-EFF-FROM  PIC X(8).
               10 WS-DECK-EFF-TO    PIC X(8).
       01 WS-DECK-SUB               PIC 99 VALUE 0.
       01 WS-MATCH-SUB              PIC 99 VALUE 0.
       01 WS-UNLOADED-COUNT         PIC 9(5) VALUE 0.

      *    EVERY CHANGE STILL AWAITING A DECISION, PLUS THOSE
      *    PROPOSED AND DECIDED BY THIS RUN.  THE BEFORE IMAGE IS
      *    TAKEN WHEN AN APPROVED CHANGE IS APPLIED, FOR THE LOG.
       01 WS-PND-TABLE.
           05 WS-PND-COUNT          PIC 9(3) VALUE 0.
           05 WS-PND-ENTRY OCCURS 100 TIMES.
               10 WS-PND-NBR        PIC 9(5).
               10 WS-PND-STATUS-CD  PIC X(8).
               10 WS-PND-VERB       PIC X(7).
               10 WS-PND-DIVISOR    PIC X(3).
               10 WS-PND-LABEL      PIC X(8).
               10 WS-PND-EFF-FROM   PIC X(8).
               10 WS-PND-EFF-TO     PIC X(8).
               10 WS-PND-PROPOSER   PIC X(8).
               10 WS-PND-PROPOSED   PIC X(14).
               10 WS-PND-CHECKER    PIC X(8).
               10 WS-PND-THIS-RUN   PIC X.
                   88 WS-PND-PROPOSED-THIS-RUN VALUE "Y".
               10 WS-PND-BEF-DIVISOR  PIC X(3).
               10 WS-PND-BEF-LABEL    PIC X(8).
               10 WS-PND-BEF-EFF-FROM PIC X(8).
               10 WS-PND-BEF-EFF-TO   PIC X(8).
       01 WS-PND-SUB                PIC 9(3) VALUE 0.
       01 WS-PND-MATCH-SUB          PIC 9(3) VALUE 0.
       01 WS-PND-UNLOADED           PIC 9(5) VALUE 0.
       01 WS-LAST-CHANGE-NBR        PIC 9(5) VALUE 0.

      *    THE DECK-LEVEL CHECKS FBRULCHK MAKES, RUN OVER THE WORKING
      *    DECK BEFORE AN APPROVED CHANGE IS KEPT: NO DIVISOR IN TWO
      *    OVERLAPPING ERAS, AND ON EVERY DAY A GAP OR A CROWD COULD
      *    START (TODAY, EACH EFFECTIVE-FROM, EACH DAY AFTER AN
      *    EXPIRY) AT LEAST ONE AND AT MOST 10 RULES IN EFFECT.
       01 WS-CERT-SUB               PIC 99 VALUE 0.
       01 WS-PROBE-SUB              PIC 99 VALUE 0.
       01 WS-PROBE-DATE             PIC X(8) VALUE SPACES.
       01 WS-DATE-INT               PIC 9(8) VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 99 VALUE 0.
       01 WS-PRESENT-COUNT          PIC 99 VALUE 0.

       01 WS-KEY-DIVISOR            PIC X(3) VALUE SPACES.
       01 WS-DATE-NUM               PIC 9(8) VALUE 0.
       01 WS-OLD-VERSION            PIC 9(4) VALUE 0.
       01 WS-DECK-VERSION           PIC 9(4) VALUE 0.

       01 WS-TRN-COUNT              PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DECLINED-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT           PIC 9(5) VALUE 0.
       01 WS-STILL-PENDING          PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON          PIC X(45) VALUE SPACES.
       01 WS-LISTED-COUNT           PIC 99 VALUE 0.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-FINAL-RC               PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBRULMNT-MAIN SECTION.
      *    MAKER-CHECKER CONTROL OF THE RULE DECK.  PROPOSED CHANGES
      *    WAIT ON RULEPND UNDER A CHANGE NUMBER; AN APPROVAL BY A
      *    DIFFERENT USER ID APPLIES ONE TO THE DECK.  WHEN ANY
      *    CHANGE IS APPLIED THE NEW DECK GOES OUT ON RULEOUT UNDER
      *    THE NEXT VERSION NUMBER AND EVERY DECISION IS LOGGED
      *    BEFORE/AFTER ON RULELOG.  A SINGLE REJECTED CARD HOLDS
      *    THE WHOLE RUN - NOTHING IS RELEASED OR LOGGED - SO THE
      *    DECK, THE PENDING FILE AND THE LOG NEVER DISAGREE.
      *    RC=0 NEW DECK VERSION RELEASED, RC=4 NOTHING TO RELEASE
      *    (PENDING FILE UPDATED ONLY), RC=8 RUN HELD.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ910E-RULMRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           OPEN OUTPUT FB-RULEO-FILE
           IF WS-RULEO-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ911E-RULEOUT-OPEN)
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FB-PNDO-FILE
           IF WS-PNDO-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ912E-PNDOUT-OPEN)
               CLOSE FB-RULEO-FILE
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OLD-DECK
           PERFORM LOAD-PENDING-CHANGES
           PERFORM FIND-LAST-CHANGE-NBR
           PERFORM WRITE-BEFORE-LISTING
      *    A DECK OR PENDING FILE LONGER THAN ITS TABLE CANNOT BE
      *    MAINTAINED SAFELY - REWRITING ONLY WHAT FITS WOULD DROP
      *    THE REST - SO THE RUN IS HELD AND BOTH ARE LEFT UNTOUCHED.
           IF WS-UNLOADED-COUNT > 0 OR WS-PND-UNLOADED > 0
               PERFORM REFUSE-OVERSIZE-INPUT
           ELSE
               PERFORM PROCESS-TRANSACTIONS
           END-IF
           IF WS-REJECT-COUNT > 0
               PERFORM WRITE-RUN-HELD
           ELSE
               IF WS-APPLIED-COUNT > 0
                   ADD 1 TO WS-DECK-VERSION
               END-IF
               PERFORM WRITE-AFTER-LISTING
               PERFORM WRITE-NEW-DECK
               PERFORM WRITE-NEW-PENDING
               PERFORM WRITE-CHANGE-LOG
           END-IF
           PERFORM WRITE-PENDING-LISTING
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RULEO-FILE
           CLOSE FB-PNDO-FILE
           CLOSE FB-RPT-FILE
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-APPLIED-COUNT > 0
                   MOVE 0 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 4 TO WS-FINAL-RC
           END-EVALUATE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-OLD-DECK SECTION.
      *    THE DECK VERSION IS THE ONE STAMPED ON ITS CARDS; A DECK
      *    THAT PREDATES CHANGE CONTROL CARRIES NONE AND IS VERSION
      *    0, SO ITS FIRST APPROVED CHANGE RELEASES VERSION 1.
      *    STARTING WITH NO DECK AT ALL IS ALLOWED - THE FIRST
      *    APPROVED ADDS BUILD IT.
           MOVE 0 TO WS-DECK-COUNT
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ915W-RULE-MISSING)
           ELSE
               PERFORM UNTIL WS-RULE-END
                   READ FB-RULE-FILE
                       AT END
                           MOVE "Y" TO WS-RULE-EOF
                       NOT AT END
                           PERFORM ADD-OLD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF
           MOVE WS-DECK-VERSION TO WS-OLD-VERSION.

       ADD-OLD-ENTRY SECTION.
           IF FB-RULE-IN-VERSION NUMERIC
               IF FB-RULE-IN-VERSION > WS-DECK-VERSION
                   MOVE FB-RULE-IN-VERSION TO WS-DECK-VERSION
               END-IF
           END-IF
           IF WS-DECK-COUNT = 20
               ADD 1 TO WS-UNLOADED-COUNT
           ELSE
               ADD 1 TO WS-DECK-COUNT
               MOVE "Y" TO WS-DECK-PRESENT (WS-DECK-COUNT)
               MOVE FB-RULE-IN-RECORD (1:3)
                   TO WS-DECK-DIVISOR (WS-DECK-COUNT)
               MOVE FB-RULE-IN-LABEL
                   TO WS-DECK-LABEL (WS-DECK-COUNT)
               MOVE FB-RULE-IN-EFF-FROM
                   TO WS-DECK-EFF-FROM (WS-DECK-COUNT)
               MOVE FB-RULE-IN-EFF-TO
                   TO WS-DECK-EFF-TO (WS-DECK-COUNT)
           END-IF.

       LOAD-PENDING-CHANGES SECTION.
           MOVE 0 TO WS-PND-COUNT
           OPEN INPUT FB-PND-FILE
           IF WS-PND-STATUS = "00"
               PERFORM UNTIL WS-PND-END
                   READ FB-PND-FILE
                       AT END
                           MOVE "Y" TO WS-PND-EOF
                       NOT AT END
                           PERFORM ADD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-PND-FILE
           END-IF.

       ADD-PENDING-ENTRY SECTION.
           IF WS-PND-COUNT = 100
               ADD 1 TO WS-PND-UNLOADED
           ELSE
               ADD 1 TO WS-PND-COUNT
               MOVE WS-PND-COUNT TO WS-PND-SUB
               INITIALIZE WS-PND-ENTRY (WS-PND-SUB)
               MOVE FB-RULE-PND-CHANGE-NBR TO WS-PND-NBR (WS-PND-SUB)
               MOVE FB-RULE-PND-STATUS
                   TO WS-PND-STATUS-CD (WS-PND-SUB)
               MOVE FB-RULE-PND-VERB     TO WS-PND-VERB (WS-PND-SUB)
               MOVE FB-RULE-PND-DIVISOR  TO WS-PND-DIVISOR (WS-PND-SUB)
               MOVE FB-RULE-PND-LABEL    TO WS-PND-LABEL (WS-PND-SUB)
               MOVE FB-RULE-PND-EFF-FROM
                   TO WS-PND-EFF-FROM (WS-PND-SUB)
               MOVE FB-RULE-PND-EFF-TO   TO WS-PND-EFF-TO (WS-PND-SUB)
               MOVE FB-RULE-PND-PROPOSER
                   TO WS-PND-PROPOSER (WS-PND-SUB)
               MOVE FB-RULE-PND-PROPOSED
                   TO WS-PND-PROPOSED (WS-PND-SUB)
               IF FB-RULE-PND-CHANGE-NBR > WS-LAST-CHANGE-NBR
                   MOVE FB-RULE-PND-CHANGE-NBR TO WS-LAST-CHANGE-NBR
               END-IF
           END-IF.

       FIND-LAST-CHANGE-NBR SECTION.
      *    A DECIDED CHANGE LEAVES THE PENDING FILE, SO THE LOG IS
      *    READ TOO - A CHANGE NUMBER IS NEVER GIVEN OUT TWICE.
           OPEN INPUT FB-LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-END
                   READ FB-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF FB-RULE-LOG-CHANGE-NBR NUMERIC
                                   AND FB-RULE-LOG-CHANGE-NBR >
                                       WS-LAST-CHANGE-NBR
                               MOVE FB-RULE-LOG-CHANGE-NBR
                                   TO WS-LAST-CHANGE-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-LOG-FILE
           END-IF.

       REFUSE-OVERSIZE-INPUT SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RULEIN OR RULEPND HOLDS MORE ENTRIES THAN THE "
                                   DELIMITED BY SIZE
                  "20-RULE/100-CHANGE TABLES" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ913E-TRN-REJECT) " "
               FUNCTION TRIM(FB-RPT-RECORD).

       PROCESS-TRANSACTIONS SECTION.
           OPEN INPUT FB-TRN-FILE
           IF WS-TRN-STATUS NOT = "00"
               MOVE "NO CHANGE CARDS - DECK UNCHANGED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           ELSE
               PERFORM UNTIL WS-TRN-END
                   READ FB-TRN-FILE
                       AT END
                           MOVE "Y" TO WS-TRN-EOF
                       NOT AT END
                           PERFORM PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE FB-TRN-FILE
           END-IF.

       PROCESS-ONE-CARD SECTION.
           ADD 1 TO WS-TRN-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           IF FB-RULE-TRN-USER = SPACES
               MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN FB-RULE-TRN-ADD
                   WHEN FB-RULE-TRN-DELETE
                   WHEN FB-RULE-TRN-CHANGE
                       PERFORM PROPOSE-CHANGE
                   WHEN FB-RULE-TRN-APPROVE
                   WHEN FB-RULE-TRN-REJECT
                       PERFORM DECIDE-CHANGE
                   WHEN OTHER
                       MOVE "VERB IS NOT A RECOGNISED CHANGE VERB"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.

       PROPOSE-CHANGE SECTION.
      *    A PROPOSAL IS CHECKED AGAINST THE DECK AS IT STANDS NOW,
      *    AND AGAIN WHEN IT IS APPROVED, SINCE OTHER CHANGES MAY
      *    BE RELEASED IN BETWEEN.
           PERFORM VALIDATE-PROPOSAL
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-AGAINST-DECK
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-PND-COUNT = 100
                   MOVE "100 CHANGES ALREADY PENDING"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-PND-COUNT
               ADD 1 TO WS-LAST-CHANGE-NBR
               ADD 1 TO WS-PROPOSED-COUNT
               MOVE WS-PND-COUNT TO WS-PND-SUB
               INITIALIZE WS-PND-ENTRY (WS-PND-SUB)
               MOVE WS-LAST-CHANGE-NBR TO WS-PND-NBR (WS-PND-SUB)
               MOVE "PENDING"   TO WS-PND-STATUS-CD (WS-PND-SUB)
               MOVE FB-RULE-TRN-VERB    TO WS-PND-VERB (WS-PND-SUB)
               MOVE WS-KEY-DIVISOR      TO WS-PND-DIVISOR (WS-PND-SUB)
               MOVE FB-RULE-TRN-LABEL   TO WS-PND-LABEL (WS-PND-SUB)
               MOVE FB-RULE-TRN-EFF-FROM
                   TO WS-PND-EFF-FROM (WS-PND-SUB)
               MOVE FB-RULE-TRN-EFF-TO  TO WS-PND-EFF-TO (WS-PND-SUB)
               IF FB-RULE-TRN-DELETE
                   MOVE SPACES TO WS-PND-LABEL (WS-PND-SUB)
                   MOVE SPACES TO WS-PND-EFF-TO (WS-PND-SUB)
               END-IF
               MOVE FB-RULE-TRN-USER    TO WS-PND-PROPOSER (WS-PND-SUB)
               MOVE "Y" TO WS-PND-THIS-RUN (WS-PND-SUB)
               MOVE WS-RUN-TIMESTAMP (1:14)
                   TO WS-PND-PROPOSED (WS-PND-SUB)
               MOVE SPACES TO FB-RPT-RECORD
               STRING "CHANGE " DELIMITED BY SIZE
                      WS-LAST-CHANGE-NBR DELIMITED BY SIZE
                      " PROPOSED BY " DELIMITED BY SIZE
                      FB-RULE-TRN-USER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FB-RULE-TRN-VERB DELIMITED BY SIZE
                      " DIVISOR=" DELIMITED BY SIZE
                      WS-KEY-DIVISOR DELIMITED BY SIZE
                      " LABEL=" DELIMITED BY SIZE
                      WS-PND-LABEL (WS-PND-SUB) DELIMITED BY SIZE
                      " FROM=" DELIMITED BY SIZE
                      FB-RULE-TRN-EFF-FROM DELIMITED BY SIZE
                      " TO=" DELIMITED BY SIZE
                      WS-PND-EFF-TO (WS-PND-SUB) DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           END-IF.

       VALIDATE-PROPOSAL SECTION.
      *    THE SAME FIELD EDITS FBRULCHK APPLIES TO ONE DECK ENTRY.
      *    HOW THE RULE SITS WITH THE REST OF THE DECK (OVERLAPPING
      *    ERAS, GAPS, MORE THAN 10 IN EFFECT) DEPENDS ON WHAT ELSE
      *    IS RELEASED FIRST, SO THAT IS CHECKED AT APPROVAL - SEE
      *    CERTIFY-WORKING-DECK.
           IF FB-RULE-TRN-DIVISOR NOT NUMERIC
               MOVE "DIVISOR IS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FB-RULE-TRN-DIVISOR = 0
                   MOVE "DIVISOR IS ZERO" TO WS-REJECT-REASON
               ELSE
                   MOVE FB-RULE-TRN-DIVISOR TO WS-KEY-DIVISOR
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FB-RULE-TRN-EFF-FROM NOT = SPACES
                   IF FB-RULE-TRN-EFF-FROM NOT NUMERIC
                       MOVE "EFFECTIVE-FROM DATE IS NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE FB-RULE-TRN-EFF-FROM TO WS-DATE-NUM
                       IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
                           MOVE "EFFECTIVE-FROM IS NOT A CALENDAR DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND NOT FB-RULE-TRN-DELETE
               IF FB-RULE-TRN-LABEL = SPACES
                   MOVE "LABEL IS BLANK" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND NOT FB-RULE-TRN-DELETE
               IF FB-RULE-TRN-EFF-TO NOT = SPACES
                   IF FB-RULE-TRN-EFF-TO NOT NUMERIC
                       MOVE "EFFECTIVE-TO DATE IS NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE FB-RULE-TRN-EFF-TO TO WS-DATE-NUM
                       IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
                           MOVE "EFFECTIVE-TO IS NOT A CALENDAR DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND NOT FB-RULE-TRN-DELETE
               IF FB-RULE-TRN-EFF-FROM NOT = SPACES
                       AND FB-RULE-TRN-EFF-TO NOT = SPACES
                       AND FB-RULE-TRN-EFF-FROM > FB-RULE-TRN-EFF-TO
                   MOVE "EFFECTIVE-FROM IS AFTER EFFECTIVE-TO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-AGAINST-DECK SECTION.
      *    A RULE IS IDENTIFIED BY DIVISOR AND EFFECTIVE-FROM - THE
      *    SAME DIVISOR MAY LEGITIMATELY SIT IN THE DECK IN SEVERAL
      *    ERAS.  CALLERS SET WS-KEY-DIVISOR AND THE CARD (OR THE
      *    PENDING ENTRY, ON APPROVAL) SUPPLIES THE REST.
           PERFORM FIND-DECK-ENTRY
           EVALUATE TRUE
               WHEN FB-RULE-TRN-ADD
                   IF WS-MATCH-SUB NOT = 0
                       MOVE "RULE ALREADY ON DECK - USE CHANGE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   IF WS-MATCH-SUB = 0
                       MOVE "RULE IS NOT ON THE DECK"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       FIND-DECK-ENTRY SECTION.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               IF WS-DECK-PRESENT (WS-DECK-SUB) = "Y"
                       AND WS-DECK-DIVISOR (WS-DECK-SUB) =
                           WS-KEY-DIVISOR
                       AND WS-DECK-EFF-FROM (WS-DECK-SUB) =
                           FB-RULE-TRN-EFF-FROM
                   MOVE WS-DECK-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       DECIDE-CHANGE SECTION.
           MOVE 0 TO WS-PND-MATCH-SUB
           IF FB-RULE-TRN-CHANGE-NBR NOT NUMERIC
               MOVE "CHANGE NUMBER IS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PND-COUNT
                   IF WS-PND-NBR (WS-PND-SUB) = FB-RULE-TRN-CHANGE-NBR
                       MOVE WS-PND-SUB TO WS-PND-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-PND-MATCH-SUB = 0
                   MOVE "CHANGE NUMBER IS NOT PENDING"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-PND-STATUS-CD (WS-PND-MATCH-SUB)
                           NOT = "PENDING"
                       MOVE "CHANGE ALREADY DECIDED IN THIS RUN"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
      *    THE WHOLE POINT OF THE CONTROL: NOBODY RELEASES THEIR OWN
      *    CHANGE.  A PROPOSER MAY STILL WITHDRAW ONE WITH REJECT.
      *    THE USER ID IS TYPED ON THE CARD, SO AN APPROVAL IS ALSO
      *    REFUSED IN THE RUN THAT PROPOSED THE CHANGE - OTHERWISE ONE
      *    PERSON COULD PROPOSE AND APPROVE IN A SINGLE SUBMISSION.
           IF WS-REJECT-REASON = SPACES AND FB-RULE-TRN-APPROVE
               IF FB-RULE-TRN-USER = WS-PND-PROPOSER (WS-PND-MATCH-SUB)
                   MOVE "APPROVER IS THE PROPOSER" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND FB-RULE-TRN-APPROVE
               IF WS-PND-PROPOSED-THIS-RUN (WS-PND-MATCH-SUB)
                   MOVE "APPROVAL MUST FOLLOW IN A LATER RUN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-PND-MATCH-SUB TO WS-PND-SUB
               MOVE FB-RULE-TRN-USER TO WS-PND-CHECKER (WS-PND-SUB)
               IF FB-RULE-TRN-APPROVE
                   PERFORM APPLY-APPROVED-CHANGE
               ELSE
                   MOVE "DECLINED" TO WS-PND-STATUS-CD (WS-PND-SUB)
                   ADD 1 TO WS-DECLINED-COUNT
                   PERFORM WRITE-DECISION-LINE
               END-IF
           END-IF.

       APPLY-APPROVED-CHANGE SECTION.
      *    THE CHANGE IS RE-CHECKED AGAINST THE DECK AS EARLIER
      *    APPROVALS IN THIS RUN HAVE LEFT IT.  THE PENDING ENTRY'S
      *    FIELDS ARE LAID BACK OVER THE CARD AREA SO THE PROPOSAL
      *    EDITS ARE SHARED.  THE CHANGE IS THEN MADE TO THE WORKING
      *    DECK AND THE WHOLE DECK CERTIFIED; A DECK FBRULCHK WOULD
      *    REFUSE IS NEVER RELEASED - THE CHANGE IS BACKED OUT AND
      *    THE APPROVAL REJECTED.
           MOVE SPACES TO FB-RULE-TRN-RECORD
           MOVE WS-PND-VERB (WS-PND-SUB)     TO FB-RULE-TRN-VERB
           MOVE WS-PND-EFF-FROM (WS-PND-SUB) TO FB-RULE-TRN-EFF-FROM
           MOVE WS-PND-DIVISOR (WS-PND-SUB)  TO WS-KEY-DIVISOR
           PERFORM CHECK-AGAINST-DECK
           IF WS-REJECT-REASON = SPACES
                   AND FB-RULE-TRN-ADD AND WS-DECK-COUNT = 20
               MOVE "DECK ALREADY HOLDS 20 RULES" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FB-RULE-TRN-ADD
                   ADD 1 TO WS-DECK-COUNT
                   MOVE WS-DECK-COUNT TO WS-MATCH-SUB
                   MOVE "Y" TO WS-DECK-PRESENT (WS-MATCH-SUB)
                   MOVE SPACES TO WS-PND-BEF-DIVISOR (WS-PND-SUB)
                                  WS-PND-BEF-LABEL (WS-PND-SUB)
                                  WS-PND-BEF-EFF-FROM (WS-PND-SUB)
                                  WS-PND-BEF-EFF-TO (WS-PND-SUB)
               ELSE
                   MOVE WS-DECK-DIVISOR (WS-MATCH-SUB)
                       TO WS-PND-BEF-DIVISOR (WS-PND-SUB)
                   MOVE WS-DECK-LABEL (WS-MATCH-SUB)
                       TO WS-PND-BEF-LABEL (WS-PND-SUB)
                   MOVE WS-DECK-EFF-FROM (WS-MATCH-SUB)
                       TO WS-PND-BEF-EFF-FROM (WS-PND-SUB)
                   MOVE WS-DECK-EFF-TO (WS-MATCH-SUB)
                       TO WS-PND-BEF-EFF-TO (WS-PND-SUB)
               END-IF
               IF FB-RULE-TRN-DELETE
                   MOVE "N" TO WS-DECK-PRESENT (WS-MATCH-SUB)
               ELSE
                   MOVE WS-PND-DIVISOR (WS-PND-SUB)
                       TO WS-DECK-DIVISOR (WS-MATCH-SUB)
                   MOVE WS-PND-LABEL (WS-PND-SUB)
                       TO WS-DECK-LABEL (WS-MATCH-SUB)
                   MOVE WS-PND-EFF-FROM (WS-PND-SUB)
                       TO WS-DECK-EFF-FROM (WS-MATCH-SUB)
                   MOVE WS-PND-EFF-TO (WS-PND-SUB)
                       TO WS-DECK-EFF-TO (WS-MATCH-SUB)
               END-IF
               PERFORM CERTIFY-WORKING-DECK
               IF WS-REJECT-REASON = SPACES
                   MOVE "APPLIED" TO WS-PND-STATUS-CD (WS-PND-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-DECISION-LINE
               ELSE
                   PERFORM BACK-OUT-CHANGE
               END-IF
           END-IF
      *    THE CARD AREA NOW HOLDS THE PENDING FIELDS; PUT THE
      *    DECISION CARD'S VERB BACK FOR A REJECT LINE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "APPROVE" TO FB-RULE-TRN-VERB
               MOVE WS-PND-NBR (WS-PND-SUB) TO FB-RULE-TRN-CHANGE-NBR
               MOVE WS-PND-CHECKER (WS-PND-SUB) TO FB-RULE-TRN-USER
           END-IF.

       BACK-OUT-CHANGE SECTION.
      *    RESTORE THE WORKING DECK FROM THE BEFORE IMAGE SO LATER
      *    CARDS ARE CHECKED AGAINST THE DECK AS IT REALLY STANDS.
           EVALUATE TRUE
               WHEN FB-RULE-TRN-ADD
                   SUBTRACT 1 FROM WS-DECK-COUNT
               WHEN FB-RULE-TRN-DELETE
                   MOVE "Y" TO WS-DECK-PRESENT (WS-MATCH-SUB)
               WHEN OTHER
                   MOVE WS-PND-BEF-DIVISOR (WS-PND-SUB)
                       TO WS-DECK-DIVISOR (WS-MATCH-SUB)
                   MOVE WS-PND-BEF-LABEL (WS-PND-SUB)
                       TO WS-DECK-LABEL (WS-MATCH-SUB)
                   MOVE WS-PND-BEF-EFF-FROM (WS-PND-SUB)
                       TO WS-DECK-EFF-FROM (WS-MATCH-SUB)
                   MOVE WS-PND-BEF-EFF-TO (WS-PND-SUB)
                       TO WS-DECK-EFF-TO (WS-MATCH-SUB)
           END-EVALUATE.

       CERTIFY-WORKING-DECK SECTION.
      *    THE CHECKS FBRULCHK MAKES ACROSS THE WHOLE DECK (SEE ITS
      *    CHECK-DUPLICATE-DIVISOR AND CHECK-DATE-COVERAGE), SO AN
      *    APPROVED CHANGE CAN NEVER RELEASE A DECK THAT FAILS THE
      *    NIGHT'S CERTIFICATION.  AN EMPTY DECK IS LEFT TO FBRULCHK,
      *    WHICH FALLS BACK TO THE DEFAULT RULES WITH A WARNING.
           MOVE 0 TO WS-PRESENT-COUNT
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               IF WS-DECK-PRESENT (WS-DECK-SUB) = "Y"
                   ADD 1 TO WS-PRESENT-COUNT
                   PERFORM CHECK-ERA-OVERLAP
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON = SPACES AND WS-PRESENT-COUNT > 0
               MOVE WS-RUN-TIMESTAMP (1:8) TO WS-PROBE-DATE
               PERFORM PROBE-WORKING-DATE
               PERFORM VARYING WS-PROBE-SUB FROM 1 BY 1
                       UNTIL WS-PROBE-SUB > WS-DECK-COUNT
                       OR WS-REJECT-REASON NOT = SPACES
                   IF WS-DECK-PRESENT (WS-PROBE-SUB) = "Y"
                       PERFORM PROBE-ENTRY-DATES
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ERA-OVERLAP SECTION.
      *    THE SAME DIVISOR IN TWO ERAS IS ONLY A DUPLICATE WHEN THE
      *    ERAS CAN EVER BE IN EFFECT ON THE SAME DAY.  A BLANK DATE
      *    IS OPEN-ENDED ON THAT SIDE.
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB >= WS-DECK-SUB
               IF WS-DECK-PRESENT (WS-CERT-SUB) = "Y"
                       AND WS-DECK-DIVISOR (WS-CERT-SUB) =
                           WS-DECK-DIVISOR (WS-DECK-SUB)
                   IF (WS-DECK-EFF-FROM (WS-DECK-SUB) = SPACES
                           OR WS-DECK-EFF-TO (WS-CERT-SUB) = SPACES
                           OR WS-DECK-EFF-FROM (WS-DECK-SUB) <=
                               WS-DECK-EFF-TO (WS-CERT-SUB))
                           AND (WS-DECK-EFF-FROM (WS-CERT-SUB)
                               = SPACES
                           OR WS-DECK-EFF-TO (WS-DECK-SUB) = SPACES
                           OR WS-DECK-EFF-FROM (WS-CERT-SUB) <=
                               WS-DECK-EFF-TO (WS-DECK-SUB))
                       MOVE "DIVISOR WOULD BE IN EFFECT TWICE AT ONCE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM.

       PROBE-ENTRY-DATES SECTION.
           IF WS-DECK-EFF-TO (WS-PROBE-SUB) NOT = SPACES
               MOVE WS-DECK-EFF-TO (WS-PROBE-SUB) TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-PROBE-DATE
               PERFORM PROBE-WORKING-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND WS-DECK-EFF-FROM (WS-PROBE-SUB) NOT = SPACES
               MOVE WS-DECK-EFF-FROM (WS-PROBE-SUB) TO WS-PROBE-DATE
               PERFORM PROBE-WORKING-DATE
           END-IF.

       PROBE-WORKING-DATE SECTION.
           MOVE 0 TO WS-ACTIVE-COUNT
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB > WS-DECK-COUNT
               IF WS-DECK-PRESENT (WS-CERT-SUB) = "Y"
                       AND (WS-DECK-EFF-FROM (WS-CERT-SUB) = SPACES
                       OR WS-DECK-EFF-FROM (WS-CERT-SUB) <=
                           WS-PROBE-DATE)
                       AND (WS-DECK-EFF-TO (WS-CERT-SUB) = SPACES
                       OR WS-DECK-EFF-TO (WS-CERT-SUB) >=
                           WS-PROBE-DATE)
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM
           IF WS-ACTIVE-COUNT = 0
               STRING "NO RULES WOULD BE IN EFFECT ON "
                                   DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           IF WS-ACTIVE-COUNT > 10
               STRING "OVER 10 RULES WOULD BE IN EFFECT ON "
                                   DELIMITED BY SIZE
                      WS-PROBE-DATE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       WRITE-DECISION-LINE SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "CHANGE " DELIMITED BY SIZE
                  WS-PND-NBR (WS-PND-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-STATUS-CD (WS-PND-SUB))
                                   DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-PND-CHECKER (WS-PND-SUB) DELIMITED BY SIZE
                  " (PROPOSED BY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-PROPOSER (WS-PND-SUB))
                                   DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  WS-PND-VERB (WS-PND-SUB) DELIMITED BY SIZE
                  " DIVISOR=" DELIMITED BY SIZE
                  WS-PND-DIVISOR (WS-PND-SUB) DELIMITED BY SIZE
                  " FROM=" DELIMITED BY SIZE
                  WS-PND-EFF-FROM (WS-PND-SUB) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       WRITE-REJECT-LINE SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "CARD " DELIMITED BY SIZE
                  WS-TRN-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FB-RULE-TRN-VERB DELIMITED BY SIZE
                  " USER=" DELIMITED BY SIZE
                  FB-RULE-TRN-USER DELIMITED BY SIZE
                  " REJECTED - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ913E-TRN-REJECT) " "
               FUNCTION TRIM(FB-RPT-RECORD).

       WRITE-RUN-HELD SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RUN HELD - " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  " CARD(S) REJECTED.  NO CHANGE RELEASED OR LOGGED;"
                                   DELIMITED BY SIZE
                  " CORRECT AND RESUBMIT" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ917E-RUN-HELD).

       WRITE-BEFORE-LISTING SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RULE DECK BEFORE MAINTENANCE - VERSION "
                                   DELIMITED BY SIZE
                  WS-OLD-VERSION DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               PERFORM WRITE-ENTRY-LINE
           END-PERFORM
           IF WS-DECK-COUNT = 0
               MOVE "  (EMPTY)" TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD.

       WRITE-AFTER-LISTING SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-APPLIED-COUNT > 0
               STRING "RULE DECK AFTER MAINTENANCE - VERSION "
                                       DELIMITED BY SIZE
                      WS-DECK-VERSION DELIMITED BY SIZE
                      " RELEASED" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           ELSE
               STRING "RULE DECK UNCHANGED - VERSION "
                                       DELIMITED BY SIZE
                      WS-DECK-VERSION DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           END-IF
           WRITE FB-RPT-RECORD
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               IF WS-DECK-PRESENT (WS-DECK-SUB) = "Y"
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "  (EMPTY)" TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF.

       WRITE-ENTRY-LINE SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "  DIVISOR=" DELIMITED BY SIZE
                  WS-DECK-DIVISOR (WS-DECK-SUB) DELIMITED BY SIZE
                  " LABEL=" DELIMITED BY SIZE
                  WS-DECK-LABEL (WS-DECK-SUB) DELIMITED BY SIZE
                  " FROM=" DELIMITED BY SIZE
                  WS-DECK-EFF-FROM (WS-DECK-SUB) DELIMITED BY SIZE
                  " TO=" DELIMITED BY SIZE
                  WS-DECK-EFF-TO (WS-DECK-SUB) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           IF WS-DECK-PRESENT (WS-DECK-SUB) NOT = "Y"
               MOVE " (DELETED)" TO FB-RPT-RECORD (55:10)
           END-IF
           WRITE FB-RPT-RECORD.

       WRITE-PENDING-LISTING SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE "CHANGES AWAITING APPROVAL" TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE 0 TO WS-STILL-PENDING
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-STATUS-CD (WS-PND-SUB) = "PENDING"
                   ADD 1 TO WS-STILL-PENDING
                   MOVE SPACES TO FB-RPT-RECORD
                   STRING "  CHANGE " DELIMITED BY SIZE
                          WS-PND-NBR (WS-PND-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PND-VERB (WS-PND-SUB) DELIMITED BY SIZE
                          " DIVISOR=" DELIMITED BY SIZE
                          WS-PND-DIVISOR (WS-PND-SUB) DELIMITED BY SIZE
                          " LABEL=" DELIMITED BY SIZE
                          WS-PND-LABEL (WS-PND-SUB) DELIMITED BY SIZE
                          " FROM=" DELIMITED BY SIZE
                          WS-PND-EFF-FROM (WS-PND-SUB)
                                           DELIMITED BY SIZE
                          " TO=" DELIMITED BY SIZE
                          WS-PND-EFF-TO (WS-PND-SUB) DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          WS-PND-PROPOSER (WS-PND-SUB)
                                           DELIMITED BY SIZE
                       INTO FB-RPT-RECORD
                   END-STRING
                   WRITE FB-RPT-RECORD
               END-IF
           END-PERFORM
           IF WS-STILL-PENDING = 0
               MOVE "  (NONE)" TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF.

       WRITE-NEW-DECK SECTION.
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               IF WS-DECK-PRESENT (WS-DECK-SUB) = "Y"
                   PERFORM WRITE-NEW-DECK-RECORD
               END-IF
           END-PERFORM.

       WRITE-NEW-DECK-RECORD SECTION.
      *    EVERY CARD CARRIES THE DECK VERSION, SO THE VERSION CAN
      *    NEVER BE SEPARATED FROM THE RULES IT DESCRIBES.
           MOVE SPACES TO FB-RULEO-RECORD
           MOVE WS-DECK-DIVISOR (WS-DECK-SUB)  TO FB-RULEO-RECORD (1:3)
           MOVE WS-DECK-LABEL (WS-DECK-SUB)    TO FB-RULEO-RECORD (4:8)
           MOVE WS-DECK-EFF-FROM (WS-DECK-SUB) TO FB-RULEO-RECORD
                                                  (13:8)
           MOVE WS-DECK-EFF-TO (WS-DECK-SUB)   TO FB-RULEO-RECORD
                                                  (22:8)
           MOVE WS-DECK-VERSION                TO FB-RULEO-RECORD
                                                  (31:4)
           WRITE FB-RULEO-RECORD.

       WRITE-NEW-PENDING SECTION.
      *    ONLY UNDECIDED CHANGES CARRY FORWARD; DECIDED ONES ARE ON
      *    THE CHANGE LOG FROM HERE ON.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-STATUS-CD (WS-PND-SUB) = "PENDING"
                   MOVE SPACES TO FB-RULE-PND-RECORD
                   MOVE WS-PND-NBR (WS-PND-SUB)
                       TO FB-RULE-PND-CHANGE-NBR
                   MOVE "PENDING" TO FB-RULE-PND-STATUS
                   MOVE WS-PND-VERB (WS-PND-SUB) TO FB-RULE-PND-VERB
                   MOVE WS-PND-DIVISOR (WS-PND-SUB)
                       TO FB-RULE-PND-DIVISOR
                   MOVE WS-PND-LABEL (WS-PND-SUB) TO FB-RULE-PND-LABEL
                   MOVE WS-PND-EFF-FROM (WS-PND-SUB)
                       TO FB-RULE-PND-EFF-FROM
                   MOVE WS-PND-EFF-TO (WS-PND-SUB)
                       TO FB-RULE-PND-EFF-TO
                   MOVE WS-PND-PROPOSER (WS-PND-SUB)
                       TO FB-RULE-PND-PROPOSER
                   MOVE WS-PND-PROPOSED (WS-PND-SUB)
                       TO FB-RULE-PND-PROPOSED
                   MOVE FB-RULE-PND-RECORD TO FB-PNDO-RECORD
                   WRITE FB-PNDO-RECORD
               END-IF
           END-PERFORM.

       WRITE-CHANGE-LOG SECTION.
           IF WS-APPLIED-COUNT > 0 OR WS-DECLINED-COUNT > 0
               OPEN EXTEND FB-LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   OPEN OUTPUT FB-LOG-FILE
               END-IF
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(FBZ916E-RULELOG-OPEN)
                   CLOSE FB-RULEO-FILE
                   CLOSE FB-PNDO-FILE
                   CLOSE FB-RPT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PND-COUNT
                   IF WS-PND-STATUS-CD (WS-PND-SUB) = "APPLIED"
                           OR WS-PND-STATUS-CD (WS-PND-SUB) =
                               "DECLINED"
                       PERFORM WRITE-CHANGE-LOG-RECORD
                   END-IF
               END-PERFORM
               CLOSE FB-LOG-FILE
           END-IF.

       WRITE-CHANGE-LOG-RECORD SECTION.
           MOVE SPACES TO FB-RULE-LOG-RECORD
           IF WS-PND-STATUS-CD (WS-PND-SUB) = "APPLIED"
               MOVE WS-DECK-VERSION TO FB-RULE-LOG-VERSION
               MOVE WS-PND-BEF-DIVISOR (WS-PND-SUB)
                   TO FB-RULE-LOG-BEF-DIVISOR
               MOVE WS-PND-BEF-LABEL (WS-PND-SUB)
                   TO FB-RULE-LOG-BEF-LABEL
               MOVE WS-PND-BEF-EFF-FROM (WS-PND-SUB)
                   TO FB-RULE-LOG-BEF-EFF-FROM
               MOVE WS-PND-BEF-EFF-TO (WS-PND-SUB)
                   TO FB-RULE-LOG-BEF-EFF-TO
           ELSE
               MOVE WS-OLD-VERSION TO FB-RULE-LOG-VERSION
           END-IF
           MOVE WS-PND-NBR (WS-PND-SUB) TO FB-RULE-LOG-CHANGE-NBR
           MOVE WS-PND-STATUS-CD (WS-PND-SUB) TO FB-RULE-LOG-OUTCOME
           MOVE WS-PND-VERB (WS-PND-SUB) TO FB-RULE-LOG-VERB
      *    THE AFTER IMAGE IS THE RULE AS PROPOSED - WHAT THE DECK
      *    NOW HOLDS FOR AN APPLIED CHANGE, WHAT IT WOULD HAVE HELD
      *    FOR A DECLINED ONE.  A DELETE LEAVES NOTHING AFTER.
           IF WS-PND-VERB (WS-PND-SUB) NOT = "DELETE"
               MOVE WS-PND-DIVISOR (WS-PND-SUB)
                   TO FB-RULE-LOG-AFT-DIVISOR
               MOVE WS-PND-LABEL (WS-PND-SUB)
                   TO FB-RULE-LOG-AFT-LABEL
               MOVE WS-PND-EFF-FROM (WS-PND-SUB)
                   TO FB-RULE-LOG-AFT-EFF-FROM
               MOVE WS-PND-EFF-TO (WS-PND-SUB)
                   TO FB-RULE-LOG-AFT-EFF-TO
           END-IF
           MOVE WS-PND-PROPOSER (WS-PND-SUB) TO FB-RULE-LOG-PROPOSER
           MOVE WS-PND-CHECKER (WS-PND-SUB) TO FB-RULE-LOG-CHECKER
           MOVE WS-RUN-TIMESTAMP (1:14) TO FB-RULE-LOG-DECIDED
           WRITE FB-RULE-LOG-RECORD.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBRULMNT RULE DECK CHANGE CONTROL "
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
           STRING "CARDS=" DELIMITED BY SIZE
                  WS-TRN-COUNT DELIMITED BY SIZE
                  " PROPOSED=" DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
                  " APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " DECLINED=" DELIMITED BY SIZE
                  WS-DECLINED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  " PENDING=" DELIMITED BY SIZE
                  WS-STILL-PENDING DELIMITED BY SIZE
                  " VERSION=" DELIMITED BY SIZE
                  WS-DECK-VERSION DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ914I-RUL-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD).
