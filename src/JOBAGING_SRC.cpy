           MOVE 0 TO WS-AGE-ARCH-COUNT
           MOVE 0 TO WS-AGE-ARCH-EXPIRED
           MOVE 0 TO WS-AGE-ARCH-WITHDRAWN
           MOVE 0 TO WS-AGE-ARCH-FILLED
           MOVE 0 TO WS-AGE-ARCH-NO-DATES
           MOVE 0 TO WS-AGE-FILL-TOTAL
           MOVE 0 TO WS-AGE-FILL-COUNT
                   MOVE "Y" TO WS-JOBARCH-EOF
               NOT AT END
                   ADD 1 TO WS-AGE-ARCH-COUNT
                   EVALUATE ARCH-REASON
                       WHEN "E"
                           ADD 1 TO WS-AGE-ARCH-EXPIRED
                       WHEN "F"
                           ADD 1 TO WS-AGE-ARCH-FILLED
                       WHEN OTHER
                           ADD 1 TO WS-AGE-ARCH-WITHDRAWN
                   END-EVALUATE
                   IF ARCH-POSTED-DATE IS NUMERIC
                       AND ARCH-CLOSED-DATE IS NUMERIC
                       AND FUNCTION NUMVAL(ARCH-POSTED-DATE) > 0
           STRING "Archived postings: " WS-AGE-ARCH-COUNT
               " (" WS-AGE-ARCH-EXPIRED " expired, "
               WS-AGE-ARCH-WITHDRAWN " withdrawn, "
               WS-AGE-ARCH-FILLED " filled, "
               WS-AGE-ARCH-NO-DATES " predate date tracking)"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
