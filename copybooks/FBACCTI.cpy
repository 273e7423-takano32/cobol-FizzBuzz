      *****************************************************************
      *    FBACCTI - ONE DESTINATION ACCOUNTING RECORD (DD FBACCT)
      *
      *    APPENDED BY FBSPLIT AFTER EVERY SPLIT IT DELIVERS, ONE
      *    RECORD PER DESTINATION ON THE PARMIN DECK, AND READ BY THE
      *    MONTHLY CHARGEBACK REPORT (FBCHGBK).  THE RUN STAMP IS THE
      *    TIMESTAMP ON THE NIGHT'S FBAUDIT LINE, SO EVERY RECORD CAN
      *    BE MATCHED TO THE AUDITED RUN IT DELIVERED.  A SPLIT THAT
      *    IS RERUN FOR THE SAME NIGHT APPENDS A FRESH SET; FBCHGBK
      *    BILLS ONLY THE SET WITH THE LATEST SPLIT STAMP.
      *
      *    COL  1-14  RUN STAMP      YYYYMMDDHHMMSS OF THE AUDIT LINE
      *    COL 15     STAMP SOURCE   A = FBAUDIT, S = SYSTEM CLOCK (NO
      *                              AUDIT LINE WAS FOUND - THE RECORD
      *                              WILL NOT MATCH ANY AUDITED RUN)
      *    COL 16-29  SPLIT STAMP    YYYYMMDDHHMMSS FBSPLIT RAN
      *    COL 30-33  DESTINATION    PARMIN DEST (BLANK = DEFAULT)
      *    COL 34-36  REQUESTS       PARMIN REQUESTS FOR THE DEST
      *    COL 37-43  SEQUENCE NOS   SEQUENCE NUMBERS PRODUCED FOR IT
      *                              (THE REQUESTS' SUMMARY TOTALS, SO
      *                              THE DESTINATIONS ADD UP TO RECS=
      *                              ON THE AUDIT LINE)
      *    COL 44-50  EXTRACT RECS   EXTRACT RECORDS DELIVERED
      *    COL 51-57  REPORT LINES   REPORT LINES DELIVERED
      *    COL 58-100 FILLER
      *****************************************************************
       01 FB-ACCT-RECORD.
           05 FB-ACCT-RUN-STAMP       PIC X(14).
           05 FB-ACCT-STAMP-SOURCE    PIC X.
               88 FB-ACCT-FROM-AUDIT  VALUE "A".
               88 FB-ACCT-FROM-CLOCK  VALUE "S".
           05 FB-ACCT-SPLIT-STAMP     PIC X(14).
           05 FB-ACCT-DEST            PIC X(4).
           05 FB-ACCT-REQUESTS        PIC 9(3).
           05 FB-ACCT-PRODUCED        PIC 9(7).
           05 FB-ACCT-EXTRACT         PIC 9(7).
           05 FB-ACCT-REPORT-LINES    PIC 9(7).
           05 FILLER                  PIC X(43).
