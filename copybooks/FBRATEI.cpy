      *****************************************************************
      *    FBRATEI - ONE CHARGEBACK RATE CARD ENTRY (DD RATECARD)
      *
      *    COL  1- 4  DESTINATION    PARMIN DEST THE RATE APPLIES TO.
      *                              BLANK = THE DEFAULT DESTINATION,
      *                              *ALL  = EVERY DESTINATION WITHOUT
      *                              AN ENTRY OF ITS OWN
      *    COL  5     BLANK
      *    COL  6-12  PER THOUSAND   CHARGE PER 1000 SEQUENCE NUMBERS
      *                              PRODUCED, 99999V99 (NO POINT)
      *    COL 13     BLANK
      *    COL 14-20  PER RUN        CHARGE PER NIGHT THE DESTINATION
      *                              HAD OUTPUT, 99999V99 (NO POINT)
      *    COL 21     BLANK
      *    COL 22-61  OWNING AREA    NAME PRINTED ON THE CHARGEBACK
      *    COL 62-80  FILLER
      *
      *    ONE ENTRY PER DESTINATION.  FBCHGBK CERTIFIES EVERY ENTRY
      *    BEFORE IT PRICES ANYTHING - A MONTH IS NEVER BILLED ON A
      *    RATE CARD WITH A BAD OR DUPLICATED ENTRY ON IT.
      *****************************************************************
       01 FB-RATE-IN-RECORD.
           05 FB-RATE-IN-DEST         PIC X(4).
               88 FB-RATE-ALL-DEST    VALUE "*ALL".
           05 FILLER                  PIC X.
           05 FB-RATE-IN-THOUSAND     PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 FB-RATE-IN-RUN          PIC 9(5)V99.
           05 FILLER                  PIC X.
           05 FB-RATE-IN-AREA         PIC X(40).
           05 FILLER                  PIC X(19).
