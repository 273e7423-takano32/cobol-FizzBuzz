       01 WS-RECS-AVG               PIC 9(9) VALUE 0.
       01 WS-RECS-VALUE             PIC 9(7) VALUE 0.
       01 WS-LAST-ABEND-DATE        PIC X(8) VALUE SPACES.
       01 WS-RECOVERY-COUNT         PIC 9(7) VALUE 0.
       01 WS-LAST-RECOVERY-DATE     PIC X(8) VALUE SPACES.
       01 WS-LATEST-DATE            PIC X(8) VALUE SPACES.

       01 WS-MTD-MONTH              PIC X(6) VALUE SPACES.
       01 WS-MTD-ABEND-COUNT        PIC 9(7) VALUE 0.
       01 WS-MTD-RESTART-COUNT      PIC 9(7) VALUE 0.
       01 WS-MTD-RECS-TOTAL         PIC 9(11) VALUE 0.
       01 WS-MTD-RECOVERY-COUNT     PIC 9(7) VALUE 0.

       01 WS-PASS-SWITCH            PIC X VALUE "1".
           88 WS-SECOND-PASS        VALUE "2".
                   INTO WS-TOK-TS WS-TOK-MODE WS-TOK-RANGE
                        WS-TOK-RULES WS-TOK-RECS WS-TOK-STATUS
               END-UNSTRING
      *    A MASTER RESTORED FROM HISTORY (FBRESTOR, MODE=RECOVER)
      *    PRODUCED NOTHING, SO IT IS COUNTED ON ITS OWN AND KEPT
      *    OUT OF THE RUN, RECS AND RUNS-PER-DAY FIGURES.
               IF WS-TOK-TS (1:8) NUMERIC
                   IF WS-TOK-MODE = "MODE=RECOVER"
                       PERFORM TALLY-RECOVERY
                   ELSE
                       IF WS-SECOND-PASS
                           PERFORM TALLY-MTD-FIGURES
                       ELSE
                           PERFORM TALLY-OVERALL-FIGURES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TALLY-RECOVERY SECTION.
           IF WS-SECOND-PASS
               IF WS-TOK-TS (1:6) = WS-MTD-MONTH
                   ADD 1 TO WS-MTD-RECOVERY-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-RECOVERY-COUNT
               IF WS-TOK-TS (1:8) > WS-LAST-RECOVERY-DATE
                   MOVE WS-TOK-TS (1:8) TO WS-LAST-RECOVERY-DATE
               END-IF
           END-IF.

       TALLY-OVERALL-FIGURES SECTION.
           ADD 1 TO WS-RUN-COUNT
           IF WS-TOK-TS (1:8) > WS-LATEST-DATE
           END-IF
           WRITE FB-OPS-RECORD
           MOVE SPACES TO FB-OPS-RECORD
           IF WS-RECOVERY-COUNT = 0
               MOVE "MASTER RECOVERIES=0000000 LAST RECOVERY DATE=NONE"
                   TO FB-OPS-RECORD
           ELSE
               STRING "MASTER RECOVERIES=" DELIMITED BY SIZE
                      WS-RECOVERY-COUNT DELIMITED BY SIZE
                      " LAST RECOVERY DATE=" DELIMITED BY SIZE
                      WS-LAST-RECOVERY-DATE DELIMITED BY SIZE
                   INTO FB-OPS-RECORD
               END-STRING
           END-IF
           WRITE FB-OPS-RECORD
           MOVE SPACES TO FB-OPS-RECORD
           WRITE FB-OPS-RECORD
           MOVE SPACES TO FB-OPS-RECORD
           STRING "MONTH-TO-DATE TOTALS FOR " DELIMITED BY SIZE
                  WS-MTD-RESTART-COUNT DELIMITED BY SIZE
                  " MTD RECS=" DELIMITED BY SIZE
                  WS-MTD-RECS-TOTAL DELIMITED BY SIZE
                  " MTD RECOVERIES=" DELIMITED BY SIZE
                  WS-MTD-RECOVERY-COUNT DELIMITED BY SIZE
               INTO FB-OPS-RECORD
           END-STRING
           WRITE FB-OPS-RECORD.
