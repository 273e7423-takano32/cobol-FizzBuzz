       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCALCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CALP-FILE ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALP-STATUS.
           SELECT FB-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FB-LIB-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT FB-PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FB-RPT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OPTIONAL RUN DATE CARD "RUNDATE YYYYMMDD" - FOR A NIGHT
      *    WHOSE STREAM STARTS AFTER MIDNIGHT, OR A RERUN OF AN
      *    EARLIER NIGHT.  WITHOUT IT THE SYSTEM DATE IS THE RUN DATE.
       FD  FB-CALP-FILE.
       01 FB-CALP-RECORD.
           05 FB-CALP-KEYWORD           PIC X(8).
           05 FB-CALP-DATE              PIC X(8).
           05 FILLER                    PIC X(64).

       FD  FB-CAL-FILE.
       COPY FBCALI.

       FD  FB-LIB-FILE.
       01 FB-LIB-RECORD                 PIC X(80).
       COPY FBDECKI.

       FD  FB-PARM-FILE.
       01 FB-PARM-OUT-RECORD            PIC X(80).

       FD  FB-RPT-FILE.
       01 FB-RPT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FBMSG.

       01 WS-CALP-STATUS            PIC XX VALUE SPACES.
       01 WS-CAL-STATUS             PIC XX VALUE SPACES.
       01 WS-LIB-STATUS             PIC XX VALUE SPACES.
       01 WS-PARM-STATUS            PIC XX VALUE SPACES.
       01 WS-RPT-STATUS             PIC XX VALUE SPACES.
       01 WS-CALP-SWITCH            PIC X VALUE "N".
           88 WS-CALP-CARD-FOUND    VALUE "Y".
       01 WS-CAL-EOF                PIC X VALUE "N".
           88 WS-CAL-END            VALUE "Y".
       01 WS-LIB-EOF                PIC X VALUE "N".
           88 WS-LIB-END            VALUE "Y".
       01 WS-LIB-SWITCH             PIC X VALUE "N".
           88 WS-LIB-AVAILABLE      VALUE "Y".
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-FINAL-RC               PIC 99 VALUE 0.
       01 WS-REFUSE-REASON          PIC X(60) VALUE SPACES.
       01 WS-REJECT-REASON          PIC X(45) VALUE SPACES.

       01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
       01 WS-TOMORROW-DATE          PIC X(8) VALUE SPACES.
       01 WS-DATE-SOURCE            PIC X(11) VALUE "SYSTEM DATE".
       01 WS-DATE-NUM               PIC 9(8) VALUE 0.
       01 WS-DATE-INT               PIC 9(8) VALUE 0.

      *    THE CERTIFIED CALENDAR.  EVERY ENTRY IS CHECKED BEFORE ANY
      *    DATE IS LOOKED UP, SO A BAD ENTRY FOR NEXT MONTH IS FOUND
      *    TONIGHT RATHER THAN ON THE NIGHT IT WAS MEANT FOR.
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(3) VALUE 0.
           05 WS-CAL-ENTRY OCCURS 999 TIMES.
               10 WS-CAL-DATE       PIC X(8).
               10 WS-CAL-TYPE       PIC X(7).
               10 WS-CAL-DECK       PIC X(8).
               10 WS-CAL-DESC       PIC X(40).
       01 WS-CAL-SUB                PIC 9(3) VALUE 0.
       01 WS-CAL-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-CAL-REJECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-CAL-LAST-DATE          PIC X(8) VALUE SPACES.
       01 WS-EDITED-ENTRY           PIC ZZZZ9.

      *    ONE DATE RESOLVED AGAINST THE CALENDAR - A DATE WITH NO
      *    ENTRY IS A NORMAL RUN OF THE STANDING DECK.
       01 WS-LOOK-DATE              PIC X(8) VALUE SPACES.
       01 WS-LOOK-TYPE              PIC X(7) VALUE SPACES.
       01 WS-LOOK-DECK              PIC X(8) VALUE SPACES.
       01 WS-LOOK-DESC              PIC X(40) VALUE SPACES.
       01 WS-TONIGHT-TYPE           PIC X(7) VALUE SPACES.
           88 WS-TONIGHT-NORUN      VALUE "NORUN".
       01 WS-TONIGHT-DECK           PIC X(8) VALUE SPACES.
       01 WS-TONIGHT-DESC           PIC X(40) VALUE SPACES.
       01 WS-TOMORROW-TYPE          PIC X(7) VALUE SPACES.
           88 WS-TOMORROW-NORUN     VALUE "NORUN".
       01 WS-TOMORROW-DECK          PIC X(8) VALUE SPACES.
       01 WS-TOMORROW-DESC          PIC X(40) VALUE SPACES.
       01 WS-TOMORROW-NOTE          PIC X(40) VALUE SPACES.

      *    TONIGHT'S DECK AS FOUND IN THE LIBRARY, AND WHAT THE
      *    LIBRARY HOLDS UNDER TOMORROW'S DECK NAME.
       01 WS-DECK-TABLE.
           05 WS-DECK-CARD          PIC X(80) OCCURS 50 TIMES.
       01 WS-DECK-SUB               PIC 9(3) VALUE 0.
       01 WS-CURRENT-DECK           PIC X(8) VALUE SPACES.
       01 WS-TONIGHT-SWITCH         PIC X VALUE "N".
           88 WS-IN-TONIGHT-DECK    VALUE "Y".
       01 WS-TOMORROW-SWITCH        PIC X VALUE "N".
           88 WS-IN-TOMORROW-DECK   VALUE "Y".
       01 WS-TONIGHT-HDR-COUNT      PIC 9(3) VALUE 0.
       01 WS-TONIGHT-CARD-COUNT     PIC 9(5) VALUE 0.
       01 WS-TOMORROW-HDR-COUNT     PIC 9(3) VALUE 0.
       01 WS-TOMORROW-CARD-COUNT    PIC 9(5) VALUE 0.
       01 WS-LIB-DECK-COUNT         PIC 9(5) VALUE 0.
       01 WS-LIB-STRAY-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       FBCALCHK-MAIN SECTION.
      *    FRONT OF THE NIGHTLY STREAM.  LOOKS THE RUN DATE UP ON THE
      *    BUSINESS RUN CALENDAR AND COPIES THE NIGHT'S DECK FROM THE
      *    DECK LIBRARY TO PARMIN - THE STANDING DECK ON A NORMAL
      *    NIGHT, THE NAMED DECK ON A SPECIAL ONE - SO NOBODY SWAPS
      *    DECKS BY HAND.  ALSO REPORTS TOMORROW'S SCHEDULED DECK FOR
      *    THE EVENING SHIFT TO CHECK BEFORE HANDOVER.
      *    RC=0 DECK CHOSEN, RC=4 DECK CHOSEN BUT TOMORROW IS NOT
      *    READY (DECK MISSING OR CALENDAR NOT PLANNED THAT FAR),
      *    RC=6 NO-RUN DAY (PARMIN NOT TOUCHED - THE STREAM SKIPS
      *    EVERY STEP), RC=8 NO DECK CAN BE CHOSEN (CALENDAR ENTRY
      *    REJECTED, DECK NOT IN THE LIBRARY, BAD RUN DATE CARD -
      *    PARMIN NOT TOUCHED), RC=16 REPORT OR PARMIN NOT WRITTEN.
           OPEN OUTPUT FB-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ980E-CALRPT-OPEN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADING
           PERFORM READ-RUN-DATE
           PERFORM LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-LOOK-DATE
           PERFORM RESOLVE-DATE
           MOVE WS-LOOK-TYPE TO WS-TONIGHT-TYPE
           MOVE WS-LOOK-DECK TO WS-TONIGHT-DECK
           MOVE WS-LOOK-DESC TO WS-TONIGHT-DESC
           MOVE WS-TOMORROW-DATE TO WS-LOOK-DATE
           PERFORM RESOLVE-DATE
           MOVE WS-LOOK-TYPE TO WS-TOMORROW-TYPE
           MOVE WS-LOOK-DECK TO WS-TOMORROW-DECK
           MOVE WS-LOOK-DESC TO WS-TOMORROW-DESC
           PERFORM LOAD-DECK-LIBRARY
           PERFORM REPORT-TONIGHT
           PERFORM CHECK-TOMORROW
           IF WS-TONIGHT-NORUN
               DISPLAY FUNCTION TRIM(FBZ983I-NO-RUN) " "
                   WS-RUN-DATE " " FUNCTION TRIM(WS-TONIGHT-DESC)
               MOVE SPACES TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               MOVE "RESULT=NO RUN - PARMIN NOT TOUCHED, STREAM SKIPPED"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 6 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-TONIGHT-DECK
           PERFORM WRITE-TONIGHT-DECK
           PERFORM WRITE-RPT-TRAILER
           CLOSE FB-RPT-FILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-RUN-DATE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT FB-CALP-FILE
           IF WS-CALP-STATUS = "00"
               READ FB-CALP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CALP-SWITCH
               END-READ
               CLOSE FB-CALP-FILE
           END-IF
           IF WS-CALP-CARD-FOUND
               PERFORM CHECK-RUN-DATE-CARD
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-TOMORROW-DATE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RUN DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DATE-SOURCE DELIMITED BY "  "
                  ")  TOMORROW=" DELIMITED BY SIZE
                  WS-TOMORROW-DATE DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       CHECK-RUN-DATE-CARD SECTION.
      *    A CARD THAT IS THERE BUT WRONG IS NOT IGNORED: RUNNING ON
      *    THE SYSTEM DATE INSTEAD COULD CHOOSE THE WRONG NIGHT'S DECK.
           IF FB-CALP-KEYWORD NOT = "RUNDATE"
                   OR FB-CALP-DATE NOT NUMERIC
               MOVE "CALPARM CARD IS NOT RUNDATE YYYYMMDD"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-DECK
           END-IF
           MOVE FB-CALP-DATE TO WS-DATE-NUM
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
               MOVE "CALPARM RUN DATE IS NOT A CALENDAR DATE"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-DECK
           END-IF
           MOVE FB-CALP-DATE TO WS-RUN-DATE
           MOVE "CALPARM" TO WS-DATE-SOURCE.

       LOAD-CALENDAR SECTION.
           OPEN INPUT FB-CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE "CALENDAR NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-DECK
           END-IF
           PERFORM UNTIL WS-CAL-END
               READ FB-CAL-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       PERFORM CERTIFY-CAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE FB-CAL-FILE
           MOVE SPACES TO FB-RPT-RECORD
           STRING "CALENDAR ENTRIES READ=" DELIMITED BY SIZE
                  WS-CAL-READ-COUNT DELIMITED BY SIZE
                  " ACCEPTED=" DELIMITED BY SIZE
                  WS-CAL-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-CAL-REJECT-COUNT DELIMITED BY SIZE
                  " PLANNED THROUGH=" DELIMITED BY SIZE
                  WS-CAL-LAST-DATE DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           IF WS-CAL-REJECT-COUNT > 0
               MOVE "CALENDAR HAS REJECTED ENTRIES"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-DECK
           END-IF.

       CERTIFY-CAL-ENTRY SECTION.
           ADD 1 TO WS-CAL-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           IF FB-CAL-IN-DATE NOT NUMERIC
               MOVE "RUN DATE IS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE FB-CAL-IN-DATE TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
                   MOVE "RUN DATE IS NOT A CALENDAR DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF NOT FB-CAL-NORMAL AND NOT FB-CAL-NORUN
                       AND NOT FB-CAL-SPECIAL
                   MOVE "RUN TYPE IS NOT NORMAL, NORUN OR SPECIAL"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FB-CAL-SPECIAL AND FB-CAL-IN-DECK = SPACES
                   MOVE "SPECIAL RUN NAMES NO DECK"
                       TO WS-REJECT-REASON
               END-IF
               IF NOT FB-CAL-SPECIAL AND FB-CAL-IN-DECK NOT = SPACES
                   MOVE "DECK NAME GIVEN ON A NORMAL OR NORUN DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-DATE (WS-CAL-SUB) = FB-CAL-IN-DATE
                       MOVE "RUN DATE ALREADY ON THE CALENDAR"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-CAL-COUNT = 999
                   MOVE "MORE THAN 999 CALENDAR ENTRIES"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CAL-COUNT
               MOVE FB-CAL-IN-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
               MOVE FB-CAL-IN-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
               MOVE FB-CAL-IN-DECK TO WS-CAL-DECK (WS-CAL-COUNT)
               MOVE FB-CAL-IN-DESC TO WS-CAL-DESC (WS-CAL-COUNT)
               IF WS-CAL-LAST-DATE = SPACES
                       OR FB-CAL-IN-DATE > WS-CAL-LAST-DATE
                   MOVE FB-CAL-IN-DATE TO WS-CAL-LAST-DATE
               END-IF
           ELSE
               ADD 1 TO WS-CAL-REJECT-COUNT
               MOVE WS-CAL-READ-COUNT TO WS-EDITED-ENTRY
               MOVE SPACES TO FB-RPT-RECORD
               STRING "ENTRY " DELIMITED BY SIZE
                      WS-EDITED-ENTRY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FB-CAL-IN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FB-CAL-IN-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FB-CAL-IN-DECK DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ984E-CAL-REJECT) " "
                   FUNCTION TRIM(FB-RPT-RECORD)
           END-IF.

       RESOLVE-DATE SECTION.
           MOVE "NORMAL" TO WS-LOOK-TYPE
           MOVE "NORMAL" TO WS-LOOK-DECK
           MOVE "(NOT ON CALENDAR)" TO WS-LOOK-DESC
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) = WS-LOOK-DATE
                   MOVE WS-CAL-TYPE (WS-CAL-SUB) TO WS-LOOK-TYPE
                   MOVE WS-CAL-DESC (WS-CAL-SUB) TO WS-LOOK-DESC
                   EVALUATE WS-CAL-TYPE (WS-CAL-SUB)
                       WHEN "SPECIAL"
                           MOVE WS-CAL-DECK (WS-CAL-SUB)
                               TO WS-LOOK-DECK
                       WHEN "NORUN"
                           MOVE SPACES TO WS-LOOK-DECK
                       WHEN OTHER
                           MOVE "NORMAL" TO WS-LOOK-DECK
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LOAD-DECK-LIBRARY SECTION.
      *    ONE PASS OVER THE LIBRARY KEEPS TONIGHT'S DECK AND COUNTS
      *    TOMORROW'S.  A DECK NAME HEADED TWICE IS AMBIGUOUS, SO THE
      *    HEADERS ARE COUNTED RATHER THAN THE FIRST ONE TRUSTED.
           OPEN INPUT FB-LIB-FILE
           IF WS-LIB-STATUS = "00"
               MOVE "Y" TO WS-LIB-SWITCH
               PERFORM UNTIL WS-LIB-END
                   READ FB-LIB-FILE
                       AT END
                           MOVE "Y" TO WS-LIB-EOF
                       NOT AT END
                           PERFORM TAKE-LIBRARY-CARD
                   END-READ
               END-PERFORM
               CLOSE FB-LIB-FILE
               MOVE SPACES TO FB-RPT-RECORD
               STRING "DECK LIBRARY DECKS=" DELIMITED BY SIZE
                      WS-LIB-DECK-COUNT DELIMITED BY SIZE
                      " CARDS OUTSIDE ANY DECK=" DELIMITED BY SIZE
                      WS-LIB-STRAY-COUNT DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           ELSE
               MOVE "DECK LIBRARY (PARMLIB) NOT AVAILABLE"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
           END-IF.

       TAKE-LIBRARY-CARD SECTION.
           IF FB-DECK-HEADER
               ADD 1 TO WS-LIB-DECK-COUNT
               MOVE FB-DECK-HDR-NAME TO WS-CURRENT-DECK
               MOVE "N" TO WS-TONIGHT-SWITCH
               MOVE "N" TO WS-TOMORROW-SWITCH
               IF WS-CURRENT-DECK = WS-TONIGHT-DECK
                   ADD 1 TO WS-TONIGHT-HDR-COUNT
                   IF WS-TONIGHT-HDR-COUNT = 1
                       MOVE "Y" TO WS-TONIGHT-SWITCH
                   END-IF
               END-IF
               IF WS-CURRENT-DECK = WS-TOMORROW-DECK
                   ADD 1 TO WS-TOMORROW-HDR-COUNT
                   IF WS-TOMORROW-HDR-COUNT = 1
                       MOVE "Y" TO WS-TOMORROW-SWITCH
                   END-IF
               END-IF
           ELSE
               IF WS-CURRENT-DECK = SPACES
                   ADD 1 TO WS-LIB-STRAY-COUNT
               END-IF
               IF WS-IN-TONIGHT-DECK
                   ADD 1 TO WS-TONIGHT-CARD-COUNT
                   IF WS-TONIGHT-CARD-COUNT <= 50
                       MOVE FB-LIB-RECORD
                           TO WS-DECK-CARD (WS-TONIGHT-CARD-COUNT)
                   END-IF
               END-IF
               IF WS-IN-TOMORROW-DECK
                   ADD 1 TO WS-TOMORROW-CARD-COUNT
               END-IF
           END-IF.

       REPORT-TONIGHT SECTION.
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "TONIGHT  " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TONIGHT-TYPE DELIMITED BY SIZE
                  " DECK=" DELIMITED BY SIZE
                  WS-TONIGHT-DECK DELIMITED BY SIZE
                  " CARDS=" DELIMITED BY SIZE
                  WS-TONIGHT-CARD-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TONIGHT-DESC DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.

       CHECK-TOMORROW SECTION.
      *    THE EVENING SHIFT'S CHECK: TOMORROW'S DECK MUST BE IN THE
      *    LIBRARY, ONCE, WITH CARDS ON IT, AND THE CALENDAR MUST BE
      *    PLANNED AT LEAST THAT FAR.  A GAP IS A WARNING TONIGHT SO
      *    IT CAN BE PUT RIGHT BEFORE IT STOPS TOMORROW'S RUN.
           MOVE "READY" TO WS-TOMORROW-NOTE
           IF WS-TOMORROW-NORUN
               MOVE "NO RUN" TO WS-TOMORROW-NOTE
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-LIB-AVAILABLE
                       MOVE "PARMLIB NOT AVAILABLE" TO WS-TOMORROW-NOTE
                   WHEN WS-TOMORROW-HDR-COUNT = 0
                       MOVE "DECK NOT IN PARMLIB" TO WS-TOMORROW-NOTE
                   WHEN WS-TOMORROW-HDR-COUNT > 1
                       MOVE "DECK IN PARMLIB MORE THAN ONCE"
                           TO WS-TOMORROW-NOTE
                   WHEN WS-TOMORROW-CARD-COUNT = 0
                       MOVE "DECK HAS NO CARDS" TO WS-TOMORROW-NOTE
                   WHEN WS-TOMORROW-CARD-COUNT > 50
                       MOVE "DECK HAS MORE THAN 50 CARDS"
                           TO WS-TOMORROW-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           STRING "TOMORROW " DELIMITED BY SIZE
                  WS-TOMORROW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOMORROW-TYPE DELIMITED BY SIZE
                  " DECK=" DELIMITED BY SIZE
                  WS-TOMORROW-DECK DELIMITED BY SIZE
                  " CARDS=" DELIMITED BY SIZE
                  WS-TOMORROW-CARD-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOMORROW-DESC DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           MOVE SPACES TO FB-RPT-RECORD
           STRING "         TOMORROW'S DECK: " DELIMITED BY SIZE
                  WS-TOMORROW-NOTE DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD
           DISPLAY FUNCTION TRIM(FBZ988I-TOMORROW) " "
               WS-TOMORROW-DATE " " WS-TOMORROW-TYPE " DECK="
               WS-TOMORROW-DECK " " FUNCTION TRIM(WS-TOMORROW-NOTE)
           IF WS-TOMORROW-NOTE NOT = "READY"
                   AND WS-TOMORROW-NOTE NOT = "NO RUN"
               DISPLAY FUNCTION TRIM(FBZ987W-TOMORROW-DECK) " "
                   WS-TOMORROW-DECK " " FUNCTION TRIM(WS-TOMORROW-NOTE)
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-CAL-LAST-DATE = SPACES
                   OR WS-TOMORROW-DATE > WS-CAL-LAST-DATE
               MOVE SPACES TO FB-RPT-RECORD
               STRING "         CALENDAR NOT PLANNED PAST "
                                          DELIMITED BY SIZE
                      WS-CAL-LAST-DATE DELIMITED BY SIZE
                      " - ADD THE COMING DAYS" DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
               DISPLAY FUNCTION TRIM(FBZ986W-CAL-ENDING) " "
                   WS-CAL-LAST-DATE
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       CHECK-TONIGHT-DECK SECTION.
           IF NOT WS-LIB-AVAILABLE
               MOVE "DECK LIBRARY (PARMLIB) NOT AVAILABLE"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-DECK
           END-IF
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN WS-TONIGHT-HDR-COUNT = 0
                   STRING "DECK " DELIMITED BY SIZE
                          WS-TONIGHT-DECK DELIMITED BY SPACE
                          " IS NOT IN PARMLIB" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-TONIGHT-HDR-COUNT > 1
                   STRING "DECK " DELIMITED BY SIZE
                          WS-TONIGHT-DECK DELIMITED BY SPACE
                          " IS IN PARMLIB MORE THAN ONCE"
                                           DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-TONIGHT-CARD-COUNT = 0
                   STRING "DECK " DELIMITED BY SIZE
                          WS-TONIGHT-DECK DELIMITED BY SPACE
                          " HAS NO CARDS" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-TONIGHT-CARD-COUNT > 50
                   STRING "DECK " DELIMITED BY SIZE
                          WS-TONIGHT-DECK DELIMITED BY SPACE
                          " HAS MORE THAN 50 CARDS" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-DECK
           END-IF.

       WRITE-TONIGHT-DECK SECTION.
      *    PARMIN IS REWRITTEN ONLY ONCE EVERYTHING ELSE HAS PASSED.
      *    THE CARDS GO ACROSS AS THEY STAND; FBPRMCHK CERTIFIES THEM
      *    IN THE NEXT STEP AS IT ALWAYS HAS.
           OPEN OUTPUT FB-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(FBZ989S-PARMIN-WRITE)
               MOVE "UNABLE TO OPEN PARMIN - NOTHING WRITTEN"
                   TO FB-RPT-RECORD
               WRITE FB-RPT-RECORD
               CLOSE FB-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-TONIGHT-CARD-COUNT
               MOVE WS-DECK-CARD (WS-DECK-SUB) TO FB-PARM-OUT-RECORD
               WRITE FB-PARM-OUT-RECORD
               MOVE SPACES TO FB-RPT-RECORD
               STRING "PARMIN CARD " DELIMITED BY SIZE
                      WS-DECK-SUB DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DECK-CARD (WS-DECK-SUB) DELIMITED BY SIZE
                   INTO FB-RPT-RECORD
               END-STRING
               WRITE FB-RPT-RECORD
           END-PERFORM
           CLOSE FB-PARM-FILE
           IF WS-TONIGHT-TYPE = "SPECIAL"
               DISPLAY FUNCTION TRIM(FBZ982I-RUN-SPECIAL) " DECK="
                   WS-TONIGHT-DECK " " FUNCTION TRIM(WS-TONIGHT-DESC)
           ELSE
               DISPLAY FUNCTION TRIM(FBZ981I-RUN-NORMAL) " DECK="
                   WS-TONIGHT-DECK
           END-IF.

       REFUSE-DECK SECTION.
           DISPLAY FUNCTION TRIM(FBZ985E-DECK-REFUSED) " "
               FUNCTION TRIM(WS-REFUSE-REASON)
           MOVE SPACES TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE WS-REFUSE-REASON TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           MOVE "RESULT=NO DECK CHOSEN - PARMIN NOT TOUCHED"
               TO FB-RPT-RECORD
           WRITE FB-RPT-RECORD
           CLOSE FB-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-RPT-HEADING SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE SPACES TO FB-RPT-RECORD
           STRING "FBCALCHK RUN CALENDAR CHECK " DELIMITED BY SIZE
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
           MOVE SPACES TO FB-RPT-RECORD
           STRING "RESULT=RUN " DELIMITED BY SIZE
                  WS-TONIGHT-TYPE DELIMITED BY SPACE
                  " DECK=" DELIMITED BY SIZE
                  WS-TONIGHT-DECK DELIMITED BY SPACE
                  " CARDS=" DELIMITED BY SIZE
                  WS-TONIGHT-CARD-COUNT DELIMITED BY SIZE
                  " COPIED TO PARMIN" DELIMITED BY SIZE
               INTO FB-RPT-RECORD
           END-STRING
           WRITE FB-RPT-RECORD.
