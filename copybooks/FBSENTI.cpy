      *****************************************************************
      *    FBSENTI - ONE FEED TRANSMISSION LOG RECORD (DD FBSENT)
      *
      *    APPENDED BY FBFEED FOR EVERY FEED IT BUILDS, SO THE NEXT
      *    RUN CAN MATCH WHAT WAS SENT AGAINST THE ACKNOWLEDGMENTS
      *    (COPYBOOK FBACKI) RETURNED BY THE RECEIVING SIDE.
      *
      *    COL  1-14  RUN-STAMP OF THE DATA CARRIED ON THE HEADER
      *    COL 16-22  DETAIL RECORD COUNT FROM THE TRAILER
      *    COL 24-34  HASH TOTAL FROM THE TRAILER
      *    COL 36-49  TIMESTAMP OF THE FBFEED RUN THAT SENT IT
      *****************************************************************
       01 FB-SENT-RECORD.
           05 FB-SENT-RUN-STAMP         PIC X(14).
           05 FILLER                    PIC X.
           05 FB-SENT-DETAILS           PIC 9(7).
           05 FILLER                    PIC X.
           05 FB-SENT-HASH              PIC 9(11).
           05 FILLER                    PIC X.
           05 FB-SENT-XMIT-STAMP        PIC X(14).
           05 FILLER                    PIC X(51).
