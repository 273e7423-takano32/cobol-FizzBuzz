      *    COL 13-20  EFFECTIVE-FROM DATE YYYYMMDD (BLANK = ALWAYS)
      *    COL 21     FILLER
      *    COL 22-29  EFFECTIVE-TO   DATE YYYYMMDD (BLANK = ALWAYS)
      *    COL 30     FILLER
      *    COL 31-34  DECK VERSION   STAMPED ON EVERY CARD BY FBRULMNT
      *               WHEN AN APPROVED CHANGE IS RELEASED (BLANK ON A
      *               DECK THAT PREDATES CHANGE CONTROL = VERSION 0)
      *    COL 35-80  FILLER
      *
      *    A RULE IS LOADED ONLY WHEN THE RUN DATE FALLS ON OR
      *    BETWEEN ITS EFFECTIVE DATES, SO NEXT MONTH'S RULES CAN BE
      *    STAGED INTO THE PRODUCTION DECK WEEKS BEFORE CUTOVER.
      *    FBRULCHK CERTIFIES THE DATED DECK, INCLUDING DATES THAT
      *    LEAVE A DAY WITH NO ACTIVE RULES AT ALL.  THE DECK IS
      *    MAINTAINED BY FBRULMNT FROM PROPOSED AND APPROVED CHANGES
      *    (SEE COPYBOOK FBRULET) RATHER THAN EDITED BY HAND.
      *****************************************************************
       01 FB-RULE-IN-RECORD.
           05 FB-RULE-IN-DIVISOR      PIC 9(3).
           05 FB-RULE-IN-EFF-FROM     PIC X(8).
           05 FILLER                  PIC X.
           05 FB-RULE-IN-EFF-TO       PIC X(8).
           05 FILLER                  PIC X.
           05 FB-RULE-IN-VERSION      PIC X(4).
           05 FILLER                  PIC X(46).
