      *****************************************************************
      *    FBACKI - ONE FEED ACKNOWLEDGMENT RECORD (DD FBACK)
      *
      *    APPENDED BY FBLOAD ON THE RECEIVING SIDE FOR EVERY FEED
      *    IT IS HANDED, LOADED OR NOT, AND RETURNED TO THE SENDING
      *    SIDE WHERE FBFEED MATCHES IT AGAINST ITS SENT LOG.
      *
      *    COL  1-14  RUN-STAMP CARRIED ON THE FEED HEADER
      *    COL 16-22  DETAIL RECORDS APPLIED (ZERO WHEN THE FEED WAS
      *               REFUSED BEFORE LOADING)
      *    COL 24-34  HASH TOTAL OF THE SEQUENCE NUMBERS RECEIVED
      *    COL 36-43  ACCEPTED OR REJECTED
      *    COL 45-58  TIMESTAMP OF THE LOAD THAT WROTE THE RECORD
      *    COL 60-99  REASON FOR A REJECTION (BLANK WHEN ACCEPTED)
      *
      *    THE NEWEST ACCEPTED RUN-STAMP ON THE FILE IS THE LAST
      *    FEED APPLIED; A FEED NOT NEWER THAN IT IS REFUSED.
      *****************************************************************
       01 FB-ACK-RECORD.
           05 FB-ACK-RUN-STAMP          PIC X(14).
           05 FILLER                    PIC X.
           05 FB-ACK-DETAILS            PIC 9(7).
           05 FILLER                    PIC X.
           05 FB-ACK-HASH               PIC 9(11).
           05 FILLER                    PIC X.
           05 FB-ACK-STATUS             PIC X(8).
               88 FB-ACK-ACCEPTED       VALUE "ACCEPTED".
               88 FB-ACK-REJECTED       VALUE "REJECTED".
           05 FILLER                    PIC X.
           05 FB-ACK-LOAD-STAMP         PIC X(14).
           05 FILLER                    PIC X.
           05 FB-ACK-REASON             PIC X(40).
           05 FILLER                    PIC X.
