           SELECT FB-PRNT-FILE ASSIGN TO "PRNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.
           SELECT FB-STAT-FILE ASSIGN TO "FBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FB-PRNT-CC                PIC X.
           05 FB-PRNT-TEXT              PIC X(132).

       FD  FB-STAT-FILE.
       COPY FBSTATI.

       WORKING-STORAGE SECTION.
       COPY FBREC.
       COPY FBRULE.

       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

      *    STEP STATISTICS FOR BATCH-WINDOW CAPACITY PLANNING (SEE
      *    FBSTATI).
       01 WS-STAT-STATUS            PIC XX VALUE SPACES.
       01 WS-STAT-START-STAMP       PIC X(21) VALUE SPACES.
       01 WS-STAT-FROM-STAMP        PIC X(21) VALUE SPACES.
       01 WS-STAT-FROM-PARTS REDEFINES WS-STAT-FROM-STAMP.
           05 WS-STAT-FROM-DATE     PIC X(8).
           05 WS-STAT-FROM-HH       PIC 99.
           05 WS-STAT-FROM-MI       PIC 99.
           05 WS-STAT-FROM-SS       PIC 99.
           05 WS-STAT-FROM-CC       PIC 99.
           05 FILLER                PIC X(5).
       01 WS-STAT-TO-STAMP          PIC X(21) VALUE SPACES.
       01 WS-STAT-TO-PARTS REDEFINES WS-STAT-TO-STAMP.
           05 WS-STAT-TO-DATE       PIC X(8).
           05 WS-STAT-TO-HH         PIC 99.
           05 WS-STAT-TO-MI         PIC 99.
           05 WS-STAT-TO-SS         PIC 99.
           05 WS-STAT-TO-CC         PIC 99.
           05 FILLER                PIC X(5).
       01 WS-STAT-FROM-HSEC         PIC 9(9) VALUE 0.
       01 WS-STAT-TO-HSEC           PIC 9(9) VALUE 0.
       01 WS-STAT-ELAPSED           PIC 9(7)V99 VALUE 0.
       01 WS-ANY-EXTRACT-SW         PIC X VALUE "N".
           88 WS-ANY-EXTRACT        VALUE "Y".

       PROCEDURE DIVISION.
       FBPRINT-MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAT-START-STAMP
           OPEN OUTPUT FB-PRNT-FILE
           IF WS-PRNT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ700E-PRNT-OPEN)
               WRITE FB-PRNT-RECORD
               CLOSE FB-PRNT-FILE
               MOVE WS-MAX-RC TO RETURN-CODE
               PERFORM WRITE-STAT-RECORD
               STOP RUN
           END-IF
           OPEN INPUT FB-EXTR-FILE
               WRITE FB-PRNT-RECORD
               CLOSE FB-PRNT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-STAT-RECORD
               STOP RUN
           END-IF
           PERFORM PRINT-ONE-REQUEST
           PERFORM PRINT-TOTALS-PAGE
           CLOSE FB-PRNT-FILE
           MOVE WS-MAX-RC TO RETURN-CODE
           PERFORM WRITE-STAT-RECORD
           STOP RUN.

       RAISE-WARNING-RC SECTION.
           MOVE "  TOTAL" TO FB-PRNT-TEXT (1:7)
           MOVE WS-EDITED-COUNT TO FB-PRNT-TEXT (25:7)
           WRITE FB-PRNT-RECORD.

       WRITE-STAT-RECORD SECTION.
      *    ONE STEP RECORD FOR THE CAPACITY REPORT, CARRYING THE RC
      *    JUST SET.  THE STATISTICS ARE FOR PLANNING ONLY - A FILE
      *    THAT CANNOT BE OPENED IS REPORTED AND NEVER FAILS THE RUN.
           MOVE WS-STAT-START-STAMP TO WS-STAT-FROM-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-TO-STAMP
           PERFORM COMPUTE-STAT-ELAPSED
           MOVE SPACES TO FB-STAT-RECORD
           MOVE "FBPRINT" TO FB-STAT-PROGRAM
           MOVE "S" TO FB-STAT-TYPE
           MOVE 0 TO FB-STAT-REQ-NBR FB-STAT-CHECKPOINTS
                     FB-STAT-RANGE-VALUES FB-STAT-CKPT-ELAPSED
                     FB-STAT-STOP-ELAPSED
           MOVE WS-TOT-TOTAL TO FB-STAT-RECORDS
           MOVE WS-STAT-FROM-STAMP (1:8) TO FB-STAT-START-DATE
           MOVE WS-STAT-FROM-STAMP (9:8) TO FB-STAT-START-TIME
           MOVE WS-STAT-TO-STAMP (1:8)   TO FB-STAT-END-DATE
           MOVE WS-STAT-TO-STAMP (9:8)   TO FB-STAT-END-TIME
           MOVE WS-STAT-ELAPSED TO FB-STAT-ELAPSED
           MOVE RETURN-CODE TO FB-STAT-RC
           OPEN EXTEND FB-STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT FB-STAT-FILE
           END-IF
           IF WS-STAT-STATUS = "00"
               WRITE FB-STAT-RECORD
               CLOSE FB-STAT-FILE
           ELSE
               DISPLAY FUNCTION TRIM(FBZ703W-STATS-OPEN)
           END-IF.

       COMPUTE-STAT-ELAPSED SECTION.
      *    SECONDS FROM WS-STAT-FROM-STAMP TO WS-STAT-TO-STAMP.  AN
      *    END ON A LATER DATE IS TAKEN AS THE NEXT DAY - NOTHING IN
      *    THE STREAM RUNS FOR A DAY OR MORE.
           COMPUTE WS-STAT-FROM-HSEC = WS-STAT-FROM-HH * 360000
               + WS-STAT-FROM-MI * 6000 + WS-STAT-FROM-SS * 100
               + WS-STAT-FROM-CC
           COMPUTE WS-STAT-TO-HSEC = WS-STAT-TO-HH * 360000
               + WS-STAT-TO-MI * 6000 + WS-STAT-TO-SS * 100
               + WS-STAT-TO-CC
           IF WS-STAT-TO-DATE > WS-STAT-FROM-DATE
               ADD 8640000 TO WS-STAT-TO-HSEC
           END-IF
           IF WS-STAT-TO-HSEC < WS-STAT-FROM-HSEC
               MOVE 0 TO WS-STAT-ELAPSED
           ELSE
               COMPUTE WS-STAT-ELAPSED =
                   (WS-STAT-TO-HSEC - WS-STAT-FROM-HSEC) / 100
           END-IF.
