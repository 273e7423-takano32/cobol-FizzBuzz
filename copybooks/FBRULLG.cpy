      *****************************************************************
      *    FBRULLG - ONE RULE DECK CHANGE LOG RECORD (DD RULELOG)
      *
      *    APPENDED BY FBRULMNT FOR EVERY CHANGE DECIDED, SO ANY
      *    NIGHT'S DECK VERSION (ON THE FIZZ-BUZZ AUDIT LINE AND THE
      *    FBRULCHK CERTIFICATION) TRACES BACK TO THE RULES BEFORE
      *    AND AFTER EACH CHANGE, WHO PROPOSED IT AND WHO APPROVED.
      *
      *    COL   1-  4  DECK VERSION THE CHANGE WAS RELEASED IN (THE
      *                 VERSION THEN CURRENT FOR A DECLINED CHANGE)
      *    COL   6- 10  CHANGE NUMBER
      *    COL  12- 19  OUTCOME        APPLIED / DECLINED
      *    COL  21- 27  VERB           ADD / DELETE / CHANGE
      *    COL  29- 57  RULE BEFORE    DIVISOR LABEL FROM TO
      *                                (BLANK FOR AN ADD)
      *    COL  59- 87  RULE AFTER     DIVISOR LABEL FROM TO
      *                                (BLANK FOR A DELETE)
      *    COL  89- 96  PROPOSING USER ID
      *    COL  98-105  APPROVING / DECLINING USER ID
      *    COL 107-120  TIMESTAMP OF THE DECISION
      *****************************************************************
       01 FB-RULE-LOG-RECORD.
           05 FB-RULE-LOG-VERSION       PIC 9(4).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-CHANGE-NBR    PIC 9(5).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-OUTCOME       PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-VERB          PIC X(7).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-BEFORE.
               10 FB-RULE-LOG-BEF-DIVISOR  PIC X(3).
               10 FB-RULE-LOG-BEF-LABEL    PIC X(8).
               10 FILLER                   PIC X.
               10 FB-RULE-LOG-BEF-EFF-FROM PIC X(8).
               10 FILLER                   PIC X.
               10 FB-RULE-LOG-BEF-EFF-TO   PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-AFTER.
               10 FB-RULE-LOG-AFT-DIVISOR  PIC X(3).
               10 FB-RULE-LOG-AFT-LABEL    PIC X(8).
               10 FILLER                   PIC X.
               10 FB-RULE-LOG-AFT-EFF-FROM PIC X(8).
               10 FILLER                   PIC X.
               10 FB-RULE-LOG-AFT-EFF-TO   PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-PROPOSER      PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-CHECKER       PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-LOG-DECIDED       PIC X(14).
