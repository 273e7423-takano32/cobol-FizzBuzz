      *****************************************************************
      *    FBRULET - ONE RULE DECK CHANGE-CONTROL CARD
      *    (DD RULETRN, PROCESSED AGAINST RULEIN BY FBRULMNT)
      *
      *    A CHANGE IS PROPOSED BY ONE USER ID AND ONLY RELEASED
      *    INTO RULEIN WHEN A DIFFERENT USER ID APPROVES IT IN A
      *    LATER RUN.
      *
      *    PROPOSAL CARDS (FB-RULE-TRN-RECORD):
      *    COL  1- 7  VERB           ADD    = NEW RULE
      *                              DELETE = REMOVE THE RULE
      *                              CHANGE = NEW LABEL / EFF-TO
      *    COL  9-11  DIVISOR        } A RULE IS IDENTIFIED BY ITS
      *    COL 21-28  EFFECTIVE-FROM } DIVISOR AND EFFECTIVE-FROM
      *    COL 12-19  LABEL          (ADD, CHANGE)
      *    COL 30-37  EFFECTIVE-TO   (ADD, CHANGE)
      *    COL 39-46  PROPOSING USER ID
      *    A NEW EFFECTIVE-FROM IS A DELETE PLUS AN ADD.
      *
      *    DECISION CARDS (FB-RULE-TRN-DECISION):
      *    COL  1- 7  VERB           APPROVE = RELEASE THE CHANGE
      *                              REJECT  = DECLINE THE CHANGE
      *    COL  9-13  CHANGE NUMBER GIVEN WHEN IT WAS PROPOSED
      *    COL 39-46  DECIDING USER ID (APPROVE: NEVER THE PROPOSER)
      *****************************************************************
       01 FB-RULE-TRN-RECORD.
           05 FB-RULE-TRN-VERB        PIC X(7).
               88 FB-RULE-TRN-ADD     VALUE "ADD".
               88 FB-RULE-TRN-DELETE  VALUE "DELETE".
               88 FB-RULE-TRN-CHANGE  VALUE "CHANGE".
               88 FB-RULE-TRN-APPROVE VALUE "APPROVE".
               88 FB-RULE-TRN-REJECT  VALUE "REJECT".
           05 FILLER                  PIC X.
           05 FB-RULE-TRN-DIVISOR     PIC 9(3).
           05 FB-RULE-TRN-LABEL       PIC X(8).
           05 FILLER                  PIC X.
           05 FB-RULE-TRN-EFF-FROM    PIC X(8).
           05 FILLER                  PIC X.
           05 FB-RULE-TRN-EFF-TO      PIC X(8).
           05 FILLER                  PIC X.
           05 FB-RULE-TRN-USER        PIC X(8).
           05 FILLER                  PIC X(34).
       01 FB-RULE-TRN-DECISION.
           05 FILLER                  PIC X(8).
           05 FB-RULE-TRN-CHANGE-NBR  PIC 9(5).
           05 FILLER                  PIC X(67).
