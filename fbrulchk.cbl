       01 WS-DUP-SWITCH             PIC X VALUE "N".
           88 WS-DUP-FOUND          VALUE "Y".
       01 WS-EDITED-ENTRY           PIC Z9.
      *    FBRULMNT STAMPS THE SAME VERSION ON EVERY CARD OF A DECK
      *    IT RELEASES, SO A SECOND VERSION IN ONE DECK MEANS CARDS
      *    FROM TWO RELEASES WERE SPLICED TOGETHER BY HAND.  A DECK
      *    THAT PREDATES CHANGE CONTROL CARRIES NONE - VERSION 0000.
       01 WS-DECK-VERSION           PIC X(4) VALUE SPACES.
       01 WS-CARD-VERSION           PIC X(4) VALUE SPACES.
       01 WS-RUN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01 WS-FINAL-RC               PIC 99 VALUE 0.

           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-EFFECTIVE-DATES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DECK-VERSION
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE FB-RULE-IN-DIVISOR
               END-IF
           END-IF.

       CHECK-DECK-VERSION SECTION.
           IF FB-RULE-IN-VERSION = SPACES
               MOVE "0000" TO WS-CARD-VERSION
           ELSE
               MOVE FB-RULE-IN-VERSION TO WS-CARD-VERSION
           END-IF
           IF WS-CARD-VERSION NOT NUMERIC
               MOVE "DECK VERSION IS NOT NUMERIC"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-DECK-VERSION = SPACES
                   MOVE WS-CARD-VERSION TO WS-DECK-VERSION
               ELSE
                   IF WS-CARD-VERSION NOT = WS-DECK-VERSION
                       MOVE "DECK VERSION DIFFERS FROM EARLIER RULES"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-DIVISOR SECTION.
      *    THE SAME DIVISOR IN TWO NON-OVERLAPPING ERAS IS HOW A
      *    RELABELLED RULE IS STAGED, SO ONLY AN OVERLAP IN TIME IS
       WRITE-CERT-TRAILER SECTION.
           MOVE SPACES TO FB-CERT-RECORD
           WRITE FB-CERT-RECORD
      *    THE VERSION CERTIFIED GOES ON ITS OWN LINE AHEAD OF THE
      *    TOTALS, WHICH FBHEALTH READS BY POSITION OF "REJECTED=".
           IF WS-DECK-VERSION NOT = SPACES
               MOVE SPACES TO FB-CERT-RECORD
               STRING "DECK VERSION=" DELIMITED BY SIZE
                      WS-DECK-VERSION DELIMITED BY SIZE
                   INTO FB-CERT-RECORD
               END-STRING
               WRITE FB-CERT-RECORD
           END-IF
           MOVE SPACES TO FB-CERT-RECORD
           STRING "RULES READ=" DELIMITED BY SIZE
                  WS-ENTRY-COUNT DELIMITED BY SIZE
