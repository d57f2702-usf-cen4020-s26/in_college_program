      *>   7658-COUNT-MSGS-TODAY    - Scan MESSAGES.DAT for today's
      *>                              sends by the current user
      *>   7659-MSGS-TODAY-LOOP     - Recursive read for 7658
      *>   7660-LOG-ABUSE           - Append one violation row (for
      *>                              WS-ABL-AUTHOR when set - content
      *>                              rejected in MODQUEUE_SRC.cpy -
      *>                              else the current user)
      *>   3728-REVIEW-ABUSE-LOG    - Admin: list ABUSELOG.DAT
      *>   3729-ABUSE-LOG-LOOP      - Recursive read for 3728
      *>
                  DELIMITED BY SIZE INTO WS-ABL-TIMESTAMP
           END-STRING

           IF WS-ABL-AUTHOR NOT = SPACES
               MOVE WS-ABL-AUTHOR TO ABL-USERNAME
               MOVE SPACES TO WS-ABL-AUTHOR
           ELSE
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO ABL-USERNAME
           END-IF
           MOVE WS-ABL-TIMESTAMP TO ABL-TIMESTAMP
           MOVE WS-RATE-KIND TO ABL-KIND

           END-IF
           WRITE ABL-RECORD
           CLOSE ABUSELOG-FILE
           MOVE "ABUSELOG.DAT" TO WS-JRN-FILE-NAME
           MOVE ABL-RECORD TO WS-JRN-AFTER
           PERFORM 8094-JOURNAL-ADD-IMAGE
           EXIT.

      *>*****************************************************************
      *> 3728-REVIEW-ABUSE-LOG: Admin listing of every rate-limit
      *> violation, content rejection and fraud-posting referral,
      *> newest at the bottom.
      *>*****************************************************************
       3728-REVIEW-ABUSE-LOG.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== ABUSE LOG (rate limits, rejected content) ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

               NOT AT END
                   ADD 1 TO WS-ABL-LINE-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   EVALUATE ABL-KIND
                       WHEN "CONTENT"
                           STRING "  " ABL-TIMESTAMP " "
                               FUNCTION TRIM(ABL-USERNAME)
                               " had held content rejected"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN "FRAUDPOST"
                           STRING "  " ABL-TIMESTAMP " "
                               FUNCTION TRIM(ABL-USERNAME)
                               " had a posting confirmed as fraud - "
                               "referred for suspension"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN OTHER
                           STRING "  " ABL-TIMESTAMP " "
                               FUNCTION TRIM(ABL-USERNAME)
                               " hit the " FUNCTION TRIM(ABL-KIND)
                               " limit"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                   END-EVALUATE
                   PERFORM 8000-WRITE-OUTPUT
           END-READ
           IF WS-ABUSELOG-EOF = "N"
