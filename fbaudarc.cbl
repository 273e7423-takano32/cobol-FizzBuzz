               10 WS-MTH-RECS       PIC 9(11).
               10 WS-MTH-ABENDS     PIC 9(7).
               10 WS-MTH-RESTARTS   PIC 9(7).
               10 WS-MTH-RECOVERIES PIC 9(7).
       01 WS-MONTH-SUB              PIC 9(3) VALUE 0.
       01 WS-MONTH-CURR             PIC 9(3) VALUE 0.
       01 WS-MONTH-FOUND-SWITCH     PIC X VALUE "N".
                   MOVE 0 TO WS-MTH-RECS (WS-MONTH-CURR)
                   MOVE 0 TO WS-MTH-ABENDS (WS-MONTH-CURR)
                   MOVE 0 TO WS-MTH-RESTARTS (WS-MONTH-CURR)
                   MOVE 0 TO WS-MTH-RECOVERIES (WS-MONTH-CURR)
                   MOVE "Y" TO WS-MONTH-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO WS-MONTH-FULL-SW
               INTO WS-TOK-TS WS-TOK-MODE WS-TOK-RANGE
                    WS-TOK-RULES WS-TOK-RECS WS-TOK-STATUS
           END-UNSTRING
      *    A MASTER RESTORED FROM HISTORY (FBRESTOR) IS NOT A RUN
      *    AND ITS RECS WERE NOT PRODUCED, SO IT IS ROLLED UP ONLY
      *    AS A RECOVERY (SEE FBAUDRPT, WHICH DOES THE SAME).
           IF WS-TOK-MODE = "MODE=RECOVER"
               ADD 1 TO WS-MTH-RECOVERIES (WS-MONTH-CURR)
           ELSE
               ADD 1 TO WS-MTH-RUNS (WS-MONTH-CURR)
               IF WS-TOK-STATUS = "STATUS=ABEND"
                   ADD 1 TO WS-MTH-ABENDS (WS-MONTH-CURR)
               END-IF
               IF WS-TOK-MODE = "MODE=RESTART"
                   ADD 1 TO WS-MTH-RESTARTS (WS-MONTH-CURR)
               END-IF
               IF WS-TOK-RECS (1:5) = "RECS="
                   IF WS-TOK-RECS (6:7) NUMERIC
                       MOVE WS-TOK-RECS (6:7) TO WS-RECS-VALUE
                       ADD WS-RECS-VALUE
                           TO WS-MTH-RECS (WS-MONTH-CURR)
                   END-IF
               END-IF
           END-IF.

                  WS-MTH-ABENDS (WS-MONTH-SUB) DELIMITED BY SIZE
                  " RESTARTS=" DELIMITED BY SIZE
                  WS-MTH-RESTARTS (WS-MONTH-SUB) DELIMITED BY SIZE
                  " RECOVERIES=" DELIMITED BY SIZE
                  WS-MTH-RECOVERIES (WS-MONTH-SUB) DELIMITED BY SIZE
               INTO FB-SUM-RECORD
           END-STRING
           WRITE FB-SUM-RECORD.
