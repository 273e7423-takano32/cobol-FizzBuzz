      *****************************************************************
      *    FBRULPN - ONE PENDING RULE DECK CHANGE (DD RULEPND)
      *
      *    WRITTEN BY FBRULMNT WHEN A CHANGE IS PROPOSED AND CARRIED
      *    FROM RUN TO RUN UNTIL A SECOND USER ID DECIDES IT.  ONLY
      *    UNDECIDED CHANGES STAY ON THE FILE; A DECIDED CHANGE
      *    MOVES TO THE CHANGE LOG (COPYBOOK FBRULLG).
      *
      *    COL  1- 5  CHANGE NUMBER
      *    COL  7-14  STATUS (PENDING)
      *    COL 16-22  VERB           ADD / DELETE / CHANGE
      *    COL 24-26  DIVISOR
      *    COL 27-34  LABEL
      *    COL 36-43  EFFECTIVE-FROM
      *    COL 45-52  EFFECTIVE-TO
      *    COL 54-61  PROPOSING USER ID
      *    COL 63-76  TIMESTAMP OF THE PROPOSAL
      *****************************************************************
       01 FB-RULE-PND-RECORD.
           05 FB-RULE-PND-CHANGE-NBR    PIC 9(5).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-STATUS        PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-VERB          PIC X(7).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-DIVISOR       PIC X(3).
           05 FB-RULE-PND-LABEL         PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-EFF-FROM      PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-EFF-TO        PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-PROPOSER      PIC X(8).
           05 FILLER                    PIC X.
           05 FB-RULE-PND-PROPOSED      PIC X(14).
           05 FILLER                    PIC X(24).
