       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-TRN-FILE ASSIGN TO "TRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT FB-HIST-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FB-EXCP-FILE ASSIGN TO "FBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "TRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A TRNPARM CARD NAMES THE WINDOW OF SAVES TO TREND AND THE
      *    MOVEMENT THAT FLAGS A LABEL:
      *       COL  1- 6  LAST  OR RANGE
      *       COL  8-10  LAST:  NUMBER OF NEWEST SAVES (001-999)
      *       COL  8-15  RANGE: FIRST SAVE DATE YYYYMMDD
      *       COL 17-24  RANGE: LAST SAVE DATE  YYYYMMDD
      *       COL 26-28  FLAG A LABEL THAT MOVES MORE THAN THIS
      *                  PERCENTAGE FROM THE PRIOR NIGHT (001-999)
       FD  FB-TRN-FILE.
       01 FB-TRN-RECORD.
           05 FB-TRN-TYPE               PIC X(6).
               88 FB-TRN-TYPE-LAST      VALUE "LAST".
               88 FB-TRN-TYPE-RANGE     VALUE "RANGE".
           05 FILLER                    PIC X.
           05 FB-TRN-FROM-DATE          PIC X(8).
           05 FILLER                    PIC X.
           05 FB-TRN-TO-DATE            PIC X(8).
           05 FILLER                    PIC X.
           05 FB-TRN-FLAG-PCT           PIC X(3).
           05 FILLER                    PIC X(52).
       01 FB-TRN-LAST-RECORD.
           05 FILLER                    PIC X(7).
           05 FB-TRN-NIGHTS             PIC X(3).
           05 FILLER                    PIC X(70).

      *    THE MASTER-RECORD LAYOUT OVERLAYS THE HISTORY RECORD'S
      *    FB-HIST-MSTR-DATA PORTION, AS IN FBDELTA.
       FD  FB-HIST-FILE.
       COPY FBHISTI.
       COPY FBMSTR.

       FD  FB-EXCP-FILE.
       COPY FBEXCPI.

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-TRN-STATUS             PIC XX VALUE SPACES.
       01 WS-HIST-STATUS            PIC XX VALUE SPACES.
       01 WS-EXCP-STATUS            PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-HIST-EOF               PIC X VALUE "N".
           88 WS-HIST-END           VALUE "Y".
       01 WS-EXCP-EOF               PIC X VALUE "N".
           88 WS-EXCP-END           VALUE "Y".
       01 WS-PASS-SWITCH            PIC X VALUE "1".
           88 WS-SECOND-PASS        VALUE "2".

       01 WS-WANTED-NIGHTS          PIC 9(3) VALUE 0.
       01 WS-FROM-DATE              PIC X(8) VALUE SPACES.
       01 WS-TO-DATE                PIC X(8) VALUE SPACES.
       01 WS-FLAG-PCT               PIC 9(3) VALUE 0.

      *    ONE SLOT PER DISTINCT SAVE STAMP ON FBHIST, HELD IN STAMP
      *    ORDER AS IN FBHSTPRG.  THE WINDOW IS A RUN OF SLOTS FROM
      *    WS-WIN-FIRST TO WS-WIN-LAST; THE SAVE JUST BEFORE THE
      *    WINDOW, WHEN THERE IS ONE, IS LOADED AS WELL SO THE FIRST
      *    NIGHT REPORTED HAS A PRIOR NIGHT TO BE COMPARED WITH.
       01 WS-SAVE-TABLE.
           05 WS-SAVE-COUNT         PIC 9(4) VALUE 0.
           05 WS-SAVE-ENTRY OCCURS 3000 TIMES.
               10 WS-SAV-STAMP      PIC X(14).
       01 WS-SAVE-SUB               PIC 9(4) VALUE 0.
       01 WS-SAVE-CURR              PIC 9(4) VALUE 0.
       01 WS-SAVE-POS               PIC 9(4) VALUE 0.
       01 WS-SHIFT-SUB              PIC 9(4) VALUE 0.
       01 WS-POS-FOUND-SW           PIC X VALUE "N".
           88 WS-POS-FOUND          VALUE "Y".
       01 WS-TABLE-FULL-SW          PIC X VALUE "N".
           88 WS-TABLE-FULL         VALUE "Y".
       01 WS-LAST-STAMP             PIC X(14) VALUE SPACES.
       01 WS-WIN-FIRST              PIC 9(4) VALUE 0.
       01 WS-WIN-LAST               PIC 9(4) VALUE 0.
       01 WS-WIN-BASE               PIC 9(4) VALUE 0.
       01 WS-WIN-SIZE               PIC 9(4) VALUE 0.

      *    ONE SLOT PER NIGHT LOADED (THE BASELINE SAVE, IF ANY, IS
      *    SLOT 1).  THE LABEL COLUMNS FOLLOW THE LABEL TABLE BELOW.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-COUNT        PIC 9(4) VALUE 0.
           05 WS-NIGHT-ENTRY OCCURS 1000 TIMES.
               10 WS-NGT-STAMP      PIC X(14).
               10 WS-NGT-RECORDS    PIC 9(7).
               10 WS-NGT-MULTI      PIC 9(7).
               10 WS-NGT-PLAIN      PIC 9(7).
               10 WS-NGT-OVERRIDE   PIC 9(7).
               10 WS-NGT-LABEL-HITS PIC 9(7) OCCURS 30 TIMES.
       01 WS-NIGHT-SUB              PIC 9(4) VALUE 0.
       01 WS-NIGHT-CURR             PIC 9(4) VALUE 0.
       01 WS-FIRST-SHOWN            PIC 9(4) VALUE 0.

      *    EVERY LABEL SEEN AS A SINGLE MATCH ANYWHERE IN THE WINDOW,
      *    IN THE ORDER FIRST SEEN.  THE DECK HOLDS AT MOST 10 RULES,
      *    SO 30 SLOTS ALLOWS FOR LABELS RENAMED BY CUTOVERS WITHIN
      *    THE WINDOW.
       01 WS-LABEL-TABLE.
           05 WS-LABEL-COUNT        PIC 99 VALUE 0.
           05 WS-LABEL-ENTRY OCCURS 30 TIMES.
               10 WS-LBL-NAME       PIC X(8).
       01 WS-LABEL-SUB              PIC 99 VALUE 0.
       01 WS-LABEL-CURR             PIC 99 VALUE 0.
       01 WS-LABEL-OVERFLOW         PIC 9(7) VALUE 0.

      *    EVERY FBEXCP OVERRIDE ENTRY, WITH ITS EFFECTIVE DATES, SO
      *    A HISTORY RECORD IS TESTED AGAINST THE ENTRIES THAT WERE
      *    IN FORCE ON THE DATE IT WAS PRODUCED.
       01 WS-EXCP-TABLE.
           05 WS-EXCP-COUNT         PIC 9(3) VALUE 0.
           05 WS-EXCP-ENTRY OCCURS 500 TIMES.
               10 WS-EXCP-SEQ       PIC 9(5).
               10 WS-EXCP-EFF-FROM  PIC X(8).
               10 WS-EXCP-EFF-TO    PIC X(8).
       01 WS-EXCP-SUB               PIC 9(3) VALUE 0.

       01 WS-OVERRIDE-SW            PIC X VALUE "N".
           88 WS-IS-OVERRIDE        VALUE "Y".
       01 WS-RECORD-DATE            PIC X(8) VALUE SPACES.
       01 WS-ONE-LABEL              PIC X(8) VALUE SPACES.
       01 WS-BUILT-TEXT             PIC X(80) VALUE SPACES.
       01 WS-BUILD-POINTER          PIC 9(3) VALUE 0.
       01 WS-LABEL-POINTER          PIC 9(3) VALUE 0.
       01 WS-COMMA-COUNT            PIC 9(3) VALUE 0.

       01 WS-LINE-NAME              PIC X(11) VALUE SPACES.
       01 WS-LINE-CURR              PIC 9(7) VALUE 0.
       01 WS-LINE-PRIOR             PIC 9(7) VALUE 0.
       01 WS-LINE-FLAG-SW           PIC X VALUE "N".
           88 WS-LINE-FLAGGABLE     VALUE "Y".
       01 WS-CHANGE-VALUE           PIC S9(7) VALUE 0.
       01 WS-PCT-VALUE              PIC S9(5)V9 VALUE 0.
       01 WS-EDITED-CHANGE          PIC +9(7).
       01 WS-EDITED-PCT             PIC +9(5).9.
       01 WS-FLAGGED-COUNT          PIC 9(7) VALUE 0.
       01 WS-NIGHTS-REPORTED        PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-MAX-RC                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       FBTREND-MAIN SECTION.
      *    TRENDS EACH RULE LABEL'S SHARE OF THE OUTPUT ACROSS A
      *    WINDOW OF NIGHTLY SAVES ON FBHIST.  PASS 1 LISTS THE SAVE
      *    STAMPS ON FILE AND THE CARD PICKS THE WINDOW; PASS 2
      *    CLASSIFIES EVERY RECORD OF THE SAVES IN THE WINDOW THE
      *    WAY THE FIZZ-BUZZ SUMMARY DOES - A SINGLE-LABEL HIT, A
      *    MULTI-MATCH, A PLAIN NUMBER, OR AN OVERRIDE - AND EACH
      *    NIGHT IS THEN PRINTED AGAINST THE NIGHT BEFORE IT.
      *    RC=0 NOTHING FLAGGED, RC=4 A LABEL MOVED MORE THAN THE
      *    CARD ALLOWS (OR NOTHING IN THE WINDOW, OR NO FBEXCP),
      *    RC=8 CARD REFUSED OR A TABLE WOULD OVERFLOW.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ940E-TRNRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-TREND-CARD
           PERFORM LOAD-EXCEPTIONS
           PERFORM READ-HISTORY-FILE
           IF WS-TABLE-FULL
               DISPLAY FUNCTION TRIM(FBZ942E-TOO-MANY-SAVES)
               MOVE "MORE SAVE STAMPS THAN THE 3000-SLOT TABLE HOLDS"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SELECT-WINDOW
           IF WS-WIN-FIRST = 0
               DISPLAY FUNCTION TRIM(FBZ943W-EMPTY-WINDOW)
               MOVE "NO HISTORY SAVES IN THE REQUESTED WINDOW"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WIN-SIZE = WS-WIN-LAST - WS-WIN-FIRST + 1
           IF WS-WIN-SIZE > 999
               DISPLAY FUNCTION TRIM(FBZ944E-WINDOW-TOO-BIG)
               MOVE "THE WINDOW HOLDS MORE THAN 999 SAVES - NARROW IT"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-UP-NIGHTS
           MOVE "2" TO WS-PASS-SWITCH
           MOVE "N" TO WS-HIST-EOF
           MOVE SPACES TO WS-LAST-STAMP
           PERFORM READ-HISTORY-FILE
           PERFORM WRITE-WINDOW-LINES
           PERFORM WRITE-NIGHT-BLOCK
               VARYING WS-NIGHT-SUB FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           IF WS-FLAGGED-COUNT > 0 OR WS-LABEL-OVERFLOW > 0
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
           MOVE WS-MAX-RC TO RETURN-CODE
           STOP RUN.

       READ-TREND-CARD SECTION.
           OPEN INPUT FB-TRN-FILE
           IF WS-TRN-STATUS NOT = "00"
               PERFORM REJECT-TREND-CARD
           END-IF
           READ FB-TRN-FILE
               AT END
                   CLOSE FB-TRN-FILE
                   PERFORM REJECT-TREND-CARD
           END-READ
           CLOSE FB-TRN-FILE
           IF FB-TRN-FLAG-PCT NOT NUMERIC
               PERFORM REJECT-TREND-CARD
           END-IF
           MOVE FB-TRN-FLAG-PCT TO WS-FLAG-PCT
           IF WS-FLAG-PCT = 0
               PERFORM REJECT-TREND-CARD
           END-IF
           EVALUATE TRUE
               WHEN FB-TRN-TYPE-LAST
                   IF FB-TRN-NIGHTS NOT NUMERIC
                       PERFORM REJECT-TREND-CARD
                   END-IF
                   MOVE FB-TRN-NIGHTS TO WS-WANTED-NIGHTS
                   IF WS-WANTED-NIGHTS = 0
                       PERFORM REJECT-TREND-CARD
                   END-IF
               WHEN FB-TRN-TYPE-RANGE
                   IF FB-TRN-FROM-DATE NOT NUMERIC
                           OR FB-TRN-TO-DATE NOT NUMERIC
                       PERFORM REJECT-TREND-CARD
                   END-IF
                   IF FB-TRN-FROM-DATE > FB-TRN-TO-DATE
                       PERFORM REJECT-TREND-CARD
                   END-IF
                   MOVE FB-TRN-FROM-DATE TO WS-FROM-DATE
                   MOVE FB-TRN-TO-DATE   TO WS-TO-DATE
               WHEN OTHER
                   PERFORM REJECT-TREND-CARD
           END-EVALUATE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "CARD: " DELIMITED BY SIZE
                  FUNCTION TRIM(FB-TRN-RECORD) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       REJECT-TREND-CARD SECTION.
           DISPLAY FUNCTION TRIM(FBZ941E-BAD-CARD)
           MOVE SPACES TO FB-RPT-RECORD
           STRING "TRNPARM MISSING OR NOT A VALID CARD "
                                   DELIMITED BY SIZE
                  "(LAST NNN / RANGE YYYYMMDD YYYYMMDD, THEN PCT)"
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOAD-EXCEPTIONS SECTION.
      *    WITHOUT FBEXCP AN OVERRIDE CAN ONLY BE TOLD BY RESULT
      *    TEXT THAT THE LABELS DID NOT BUILD, SO THE REPORT STILL
      *    RUNS BUT WARNS.
           OPEN INPUT FB-EXCP-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ945W-NO-EXCP)
               MOVE 4 TO WS-MAX-RC
               MOVE "FBEXCP NOT AVAILABLE - OVERRIDES FROM TEXT ONLY"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           ELSE
               PERFORM UNTIL WS-EXCP-END
                   READ FB-EXCP-FILE
                       AT END
                           MOVE "Y" TO WS-EXCP-EOF
                       NOT AT END
                           PERFORM ADD-EXCEPTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-EXCP-FILE
           END-IF.

       ADD-EXCEPTION-ENTRY SECTION.
           IF FB-EXCP-ACT-OVER AND FB-EXCP-IN-SEQ NUMERIC
               IF WS-EXCP-COUNT = 500
                   DISPLAY FUNCTION TRIM(FBZ946E-TOO-MANY-EXCP)
                   MOVE "FBEXCP HOLDS MORE THAN 500 OVERRIDE ENTRIES"
                       TO FB-RPT-RECORD
                   WRITE FB-RPT-RECORD
                   CLOSE FB-EXCP-FILE
                   CLOSE FB-RPT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXCP-COUNT
               MOVE FB-EXCP-IN-SEQ      TO WS-EXCP-SEQ (WS-EXCP-COUNT)
               MOVE FB-EXCP-IN-EFF-FROM
                   TO WS-EXCP-EFF-FROM (WS-EXCP-COUNT)
               MOVE FB-EXCP-IN-EFF-TO
                   TO WS-EXCP-EFF-TO (WS-EXCP-COUNT)
           END-IF.

       READ-HISTORY-FILE SECTION.
           OPEN INPUT FB-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               PERFORM UNTIL WS-HIST-END
                   READ FB-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF WS-SECOND-PASS
                               PERFORM TALLY-HISTORY-RECORD
                           ELSE
                               PERFORM NOTE-SAVE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-HIST-FILE
           END-IF.

       NOTE-SAVE-STAMP SECTION.
           IF FB-HIST-SAVE-STAMP NUMERIC
               IF FB-HIST-SAVE-STAMP NOT = WS-LAST-STAMP
                   PERFORM FIND-OR-ADD-SAVE
                   MOVE FB-HIST-SAVE-STAMP TO WS-LAST-STAMP
               END-IF
           END-IF.

       FIND-OR-ADD-SAVE SECTION.
      *    FBHSTSAV APPENDS IN TIME ORDER, SO A NEW STAMP NORMALLY
      *    BELONGS AT THE END; THE BACKWARD SCAN STILL PLACES ONE
      *    THAT ARRIVES OUT OF ORDER.
           MOVE WS-SAVE-COUNT TO WS-SAVE-POS
           MOVE "N" TO WS-POS-FOUND-SW
           PERFORM UNTIL WS-SAVE-POS = 0 OR WS-POS-FOUND
               IF WS-SAV-STAMP (WS-SAVE-POS) > FB-HIST-SAVE-STAMP
                   SUBTRACT 1 FROM WS-SAVE-POS
               ELSE
                   MOVE "Y" TO WS-POS-FOUND-SW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SAVE-CURR
           IF WS-SAVE-POS > 0
               IF WS-SAV-STAMP (WS-SAVE-POS) = FB-HIST-SAVE-STAMP
                   MOVE WS-SAVE-POS TO WS-SAVE-CURR
               END-IF
           END-IF
           IF WS-SAVE-CURR = 0
               IF WS-SAVE-COUNT = 3000
                   MOVE "Y" TO WS-TABLE-FULL-SW
               ELSE
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-SAVE-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB <= WS-SAVE-POS
                       MOVE WS-SAVE-ENTRY (WS-SHIFT-SUB)
                           TO WS-SAVE-ENTRY (WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-SAVE-COUNT
                   COMPUTE WS-SAVE-CURR = WS-SAVE-POS + 1
                   MOVE FB-HIST-SAVE-STAMP
                       TO WS-SAV-STAMP (WS-SAVE-CURR)
               END-IF
           END-IF.

       SELECT-WINDOW SECTION.
      *    LAST N TAKES THE NEWEST N SAVES ON FILE; RANGE TAKES EVERY
      *    SAVE WHOSE STAMP DATE FALLS ON OR BETWEEN THE TWO DATES.
           MOVE 0 TO WS-WIN-FIRST
           MOVE 0 TO WS-WIN-LAST
           IF WS-SAVE-COUNT > 0
               IF FB-TRN-TYPE-LAST
                   MOVE WS-SAVE-COUNT TO WS-WIN-LAST
                   IF WS-WANTED-NIGHTS >= WS-SAVE-COUNT
                       MOVE 1 TO WS-WIN-FIRST
                   ELSE
                       COMPUTE WS-WIN-FIRST =
                           WS-SAVE-COUNT - WS-WANTED-NIGHTS + 1
                   END-IF
               ELSE
                   PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
                           UNTIL WS-SAVE-SUB > WS-SAVE-COUNT
                       IF WS-SAV-STAMP (WS-SAVE-SUB) (1:8)
                               >= WS-FROM-DATE
                               AND WS-SAV-STAMP (WS-SAVE-SUB) (1:8)
                               <= WS-TO-DATE
                           IF WS-WIN-FIRST = 0
                               MOVE WS-SAVE-SUB TO WS-WIN-FIRST
                           END-IF
                           MOVE WS-SAVE-SUB TO WS-WIN-LAST
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SET-UP-NIGHTS SECTION.
           IF WS-WIN-FIRST > 1
               COMPUTE WS-WIN-BASE = WS-WIN-FIRST - 1
               MOVE 2 TO WS-FIRST-SHOWN
           ELSE
               MOVE WS-WIN-FIRST TO WS-WIN-BASE
               MOVE 1 TO WS-FIRST-SHOWN
           END-IF
           COMPUTE WS-NIGHT-COUNT = WS-WIN-LAST - WS-WIN-BASE + 1
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               COMPUTE WS-SAVE-SUB = WS-WIN-BASE + WS-NIGHT-SUB - 1
               MOVE WS-SAV-STAMP (WS-SAVE-SUB)
                   TO WS-NGT-STAMP (WS-NIGHT-SUB)
               MOVE 0 TO WS-NGT-RECORDS (WS-NIGHT-SUB)
               MOVE 0 TO WS-NGT-MULTI (WS-NIGHT-SUB)
               MOVE 0 TO WS-NGT-PLAIN (WS-NIGHT-SUB)
               MOVE 0 TO WS-NGT-OVERRIDE (WS-NIGHT-SUB)
               PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                       UNTIL WS-LABEL-SUB > 30
                   MOVE 0 TO WS-NGT-LABEL-HITS
                       (WS-NIGHT-SUB, WS-LABEL-SUB)
               END-PERFORM
           END-PERFORM.

       TALLY-HISTORY-RECORD SECTION.
           IF FB-HIST-SAVE-STAMP NOT = WS-LAST-STAMP
               PERFORM FIND-NIGHT-SLOT
               MOVE FB-HIST-SAVE-STAMP TO WS-LAST-STAMP
           END-IF
           IF WS-NIGHT-CURR > 0
               ADD 1 TO WS-NGT-RECORDS (WS-NIGHT-CURR)
               PERFORM CLASSIFY-RESULT
           END-IF.

       FIND-NIGHT-SLOT SECTION.
           MOVE 0 TO WS-NIGHT-CURR
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                      OR WS-NIGHT-CURR > 0
               IF WS-NGT-STAMP (WS-NIGHT-SUB) = FB-HIST-SAVE-STAMP
                   MOVE WS-NIGHT-SUB TO WS-NIGHT-CURR
               END-IF
           END-PERFORM.

       CLASSIFY-RESULT SECTION.
      *    AN OVERRIDE IS A RECORD AN FBEXCP OVERRIDE ENTRY COVERED
      *    ON THE DATE IT WAS PRODUCED, OR ONE WHOSE RESULT TEXT IS
      *    NOT THE CONCATENATION OF ITS MATCH LABELS.  OTHERWISE NO
      *    LABELS IS A PLAIN NUMBER, A COMMA IN THE LABELS IS A
      *    MULTI-MATCH, AND A SINGLE LABEL IS A HIT FOR THAT LABEL -
      *    THE SAME BREAKDOWN AS THE FIZZ-BUZZ SUMMARY.
           PERFORM CHECK-OVERRIDE
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT FB-MSTR-MATCH-LABELS
               TALLYING WS-COMMA-COUNT FOR ALL ","
           EVALUATE TRUE
               WHEN WS-IS-OVERRIDE
                   ADD 1 TO WS-NGT-OVERRIDE (WS-NIGHT-CURR)
               WHEN FB-MSTR-MATCH-LABELS = SPACES
                   ADD 1 TO WS-NGT-PLAIN (WS-NIGHT-CURR)
               WHEN WS-COMMA-COUNT > 0
                   ADD 1 TO WS-NGT-MULTI (WS-NIGHT-CURR)
               WHEN OTHER
                   MOVE FB-MSTR-MATCH-LABELS (1:8) TO WS-ONE-LABEL
                   PERFORM FIND-OR-ADD-LABEL
                   IF WS-LABEL-CURR > 0
                       ADD 1 TO WS-NGT-LABEL-HITS
                           (WS-NIGHT-CURR, WS-LABEL-CURR)
                   ELSE
                       ADD 1 TO WS-LABEL-OVERFLOW
                   END-IF
           END-EVALUATE.

       CHECK-OVERRIDE SECTION.
           MOVE "N" TO WS-OVERRIDE-SW
           MOVE FB-MSTR-RUN-STAMP (1:8) TO WS-RECORD-DATE
           PERFORM VARYING WS-EXCP-SUB FROM 1 BY 1
                   UNTIL WS-EXCP-SUB > WS-EXCP-COUNT
               IF WS-EXCP-SEQ (WS-EXCP-SUB) = FB-MSTR-SEQ
                       AND (WS-EXCP-EFF-FROM (WS-EXCP-SUB) = SPACES
                       OR WS-EXCP-EFF-FROM (WS-EXCP-SUB)
                           <= WS-RECORD-DATE)
                       AND (WS-EXCP-EFF-TO (WS-EXCP-SUB) = SPACES
                       OR WS-EXCP-EFF-TO (WS-EXCP-SUB)
                           >= WS-RECORD-DATE)
                   MOVE "Y" TO WS-OVERRIDE-SW
               END-IF
           END-PERFORM
           IF FB-MSTR-MATCH-LABELS NOT = SPACES
                   AND NOT WS-IS-OVERRIDE
               MOVE SPACES TO WS-BUILT-TEXT
               MOVE 1 TO WS-BUILD-POINTER
               MOVE 1 TO WS-LABEL-POINTER
               PERFORM UNTIL WS-LABEL-POINTER > 90
                   MOVE SPACES TO WS-ONE-LABEL
                   UNSTRING FB-MSTR-MATCH-LABELS DELIMITED BY ","
                       INTO WS-ONE-LABEL
                       WITH POINTER WS-LABEL-POINTER
                   END-UNSTRING
                   STRING WS-ONE-LABEL DELIMITED BY SPACE
                       INTO WS-BUILT-TEXT
                       WITH POINTER WS-BUILD-POINTER
                   END-STRING
               END-PERFORM
               IF WS-BUILT-TEXT NOT = FB-MSTR-RESULT-TEXT
                   MOVE "Y" TO WS-OVERRIDE-SW
               END-IF
           END-IF.

       FIND-OR-ADD-LABEL SECTION.
           MOVE 0 TO WS-LABEL-CURR
           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                   UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
                      OR WS-LABEL-CURR > 0
               IF WS-LBL-NAME (WS-LABEL-SUB) = WS-ONE-LABEL
                   MOVE WS-LABEL-SUB TO WS-LABEL-CURR
               END-IF
           END-PERFORM
           IF WS-LABEL-CURR = 0 AND WS-LABEL-COUNT < 30
               ADD 1 TO WS-LABEL-COUNT
               MOVE WS-LABEL-COUNT TO WS-LABEL-CURR
               MOVE WS-ONE-LABEL TO WS-LBL-NAME (WS-LABEL-CURR)
           END-IF.

       WRITE-WINDOW-LINES SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           STRING "WINDOW " DELIMITED BY SIZE
                  WS-SAV-STAMP (WS-WIN-FIRST) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-SAV-STAMP (WS-WIN-LAST) DELIMITED BY SIZE
                  " SAVES=" DELIMITED BY SIZE
                  WS-WIN-SIZE DELIMITED BY SIZE
                  " FLAG OVER " DELIMITED BY SIZE
                  WS-FLAG-PCT DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-FIRST-SHOWN = 2
               STRING "FIRST NIGHT COMPARED WITH SAVE "
                                   DELIMITED BY SIZE
                      WS-NGT-STAMP (1) DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           ELSE
               MOVE "FIRST NIGHT IS THE OLDEST SAVE ON FILE - NO PRIOR"
                   TO FB-RPT-RECORD
           END-IF
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "HITS ARE SINGLE-LABEL RESULTS; OVERRIDES ARE "
                                   DELIMITED BY SIZE
                  "RESULT TEXT NOT BUILT FROM THE LABELS"
                                   DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       WRITE-NIGHT-BLOCK SECTION.
      *    A NIGHT IS COMPARED WITH THE SLOT BEFORE IT; THE OLDEST
      *    SAVE ON FILE HAS NONE, SO ITS CHANGES PRINT AS N/A.
           ADD 1 TO WS-NIGHTS-REPORTED
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "NIGHT " DELIMITED BY SIZE
                  WS-NGT-STAMP (WS-NIGHT-SUB) DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-NGT-RECORDS (WS-NIGHT-SUB) DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE "Y" TO WS-LINE-FLAG-SW
           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                   UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
               MOVE WS-LBL-NAME (WS-LABEL-SUB) TO WS-LINE-NAME
               MOVE WS-NGT-LABEL-HITS (WS-NIGHT-SUB, WS-LABEL-SUB)
                   TO WS-LINE-CURR
               IF WS-NIGHT-SUB > 1
                   MOVE WS-NGT-LABEL-HITS
                       (WS-NIGHT-SUB - 1, WS-LABEL-SUB)
                       TO WS-LINE-PRIOR
               END-IF
               PERFORM WRITE-TREND-LINE
           END-PERFORM
           MOVE "N" TO WS-LINE-FLAG-SW
           MOVE "MULTI-MATCH" TO WS-LINE-NAME
           MOVE WS-NGT-MULTI (WS-NIGHT-SUB) TO WS-LINE-CURR
           IF WS-NIGHT-SUB > 1
               MOVE WS-NGT-MULTI (WS-NIGHT-SUB - 1) TO WS-LINE-PRIOR
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE "PLAIN" TO WS-LINE-NAME
           MOVE WS-NGT-PLAIN (WS-NIGHT-SUB) TO WS-LINE-CURR
           IF WS-NIGHT-SUB > 1
               MOVE WS-NGT-PLAIN (WS-NIGHT-SUB - 1) TO WS-LINE-PRIOR
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE "OVERRIDES" TO WS-LINE-NAME
           MOVE WS-NGT-OVERRIDE (WS-NIGHT-SUB) TO WS-LINE-CURR
           IF WS-NIGHT-SUB > 1
               MOVE WS-NGT-OVERRIDE (WS-NIGHT-SUB - 1)
                   TO WS-LINE-PRIOR
           END-IF
           PERFORM WRITE-TREND-LINE.

       WRITE-TREND-LINE SECTION.
      *    A LABEL THAT WAS ABSENT THE NIGHT BEFORE HAS NO BASE FOR
      *    A PERCENTAGE; ITS APPEARANCE IS ITSELF FLAGGED AS NEW.
           MOVE SPACES TO FB-RPT-RECORD
           IF WS-NIGHT-SUB = 1
               STRING "  " DELIMITED BY SIZE
                      WS-LINE-NAME DELIMITED BY SIZE
                      " COUNT=" DELIMITED BY SIZE
                      WS-LINE-CURR DELIMITED BY SIZE
                      " CHANGE=     N/A" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
           ELSE
               COMPUTE WS-CHANGE-VALUE = WS-LINE-CURR - WS-LINE-PRIOR
               MOVE WS-CHANGE-VALUE TO WS-EDITED-CHANGE
               IF WS-LINE-PRIOR = 0
                   MOVE 0 TO WS-PCT-VALUE
               ELSE
                   COMPUTE WS-PCT-VALUE ROUNDED =
                       WS-CHANGE-VALUE * 100 / WS-LINE-PRIOR
               END-IF
               MOVE WS-PCT-VALUE TO WS-EDITED-PCT
               STRING "  " DELIMITED BY SIZE
                      WS-LINE-NAME DELIMITED BY SIZE
                      " COUNT=" DELIMITED BY SIZE
                      WS-LINE-CURR DELIMITED BY SIZE
                      " CHANGE=" DELIMITED BY SIZE
                      WS-EDITED-CHANGE DELIMITED BY SIZE
                      " PCT=" DELIMITED BY SIZE
                      WS-EDITED-PCT DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               IF WS-LINE-FLAGGABLE
                   IF WS-LINE-PRIOR = 0
                       IF WS-LINE-CURR > 0
                           MOVE "  ** NEW LABEL"
                               TO FB-RPT-RECORD (61:14)
                           ADD 1 TO WS-FLAGGED-COUNT
                       END-IF
                   ELSE
                       IF WS-PCT-VALUE > WS-FLAG-PCT
                               OR WS-PCT-VALUE < 0 - WS-FLAG-PCT
                           MOVE "  ** MOVED OVER LIMIT"
                               TO FB-RPT-RECORD (61:21)
                           ADD 1 TO WS-FLAGGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           WRITE FB-RPT-RECORD.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBTREND RULE LABEL TREND " DELIMITED BY SIZE
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
           IF WS-LABEL-OVERFLOW > 0
               DISPLAY FUNCTION TRIM(FBZ947W-LABELS-FULL)
               MOVE SPACES TO FB-RPT-RECORD
               STRING "MORE THAN 30 LABELS IN THE WINDOW - HITS NOT TRE"
                                   DELIMITED BY SIZE
                      "NDED=" DELIMITED BY SIZE
                      WS-LABEL-OVERFLOW DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "NIGHTS=" DELIMITED BY SIZE
                  WS-NIGHTS-REPORTED DELIMITED BY SIZE
                  " LABELS=" DELIMITED BY SIZE
                  WS-LABEL-COUNT DELIMITED BY SIZE
                  " FLAGGED=" DELIMITED BY SIZE
                  WS-FLAGGED-COUNT DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ948I-TRN-TOTALS) " "
               FUNCTION TRIM(FB-RPT-RECORD).
