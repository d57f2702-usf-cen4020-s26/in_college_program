      *>   7830-WRITE-MESSAGE      - Generate timestamp via FUNCTION CURRENT-DATE,
      *>                             assign WS-MSG-NEXT-ID, append MSG-RECORD
      *>                             (unread, MSG-READ = "N") to MESSAGES.DAT,
      *>                             increment WS-MSG-NEXT-ID; held for
      *>                             review instead when the content
      *>                             matches BANNED.DAT (MODQUEUE_SRC)
      *>
      *> DEPENDENCIES:
      *>   WS-MESSAGES.cpy   - WS-MSG-MENU-CHOICE, WS-MSG-RECIPIENT,
                   TO WS-MSG-RECIPIENT

               MOVE 0 TO WS-MSG-USER-EXISTS
               MOVE FUNCTION TRIM(WS-MSG-RECIPIENT) TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               IF WS-AIX-FOUND > 0
                   MOVE 1 TO WS-MSG-USER-EXISTS
               END-IF

               IF WS-MSG-USER-EXISTS = 0
                   MOVE SPACES TO WS-OUTPUT-LINE

           MOVE WS-MSG-PART-TEXT(1) TO WS-MSG-CONTENT

           MOVE 0 TO WS-CSC-HELD-COUNT
           PERFORM VARYING WS-MSG-RCPT-IDX FROM 1 BY 1
               UNTIL WS-MSG-RCPT-IDX > WS-MSG-VALID-COUNT
               MOVE WS-MSG-VALID-RECIPIENT(WS-MSG-RCPT-IDX)

           ADD 1 TO WS-RATE-MSG-SESS

           IF WS-CSC-HELD-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Message sent to " WS-MSG-VALID-COUNT
                   " recipient(s) successfully!"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE "OK" TO WS-RESULT-OUTCOME
           ELSE
               MOVE "HELD" TO WS-RESULT-OUTCOME
           END-IF

           MOVE "MESSAGE" TO WS-RESULT-TYPE
           MOVE WS-MSG-VALID-COUNT TO WS-RESULT-KEY
           PERFORM 8060-WRITE-RESULT

           MOVE "---------------------" TO WS-OUTPUT-LINE
      *>*****************************************************************
       7811-PARSE-RECIPIENT-LIST.
           MOVE 0 TO WS-MSG-RECIPIENT-COUNT
           MOVE SPACES TO WS-MSG-RECIPIENT-TABLE
           UNSTRING WS-MSG-RECIPIENT-LIST DELIMITED BY ","
               INTO WS-MSG-RECIPIENT-ENTRY(1)
                    WS-MSG-RECIPIENT-ENTRY(2)
      *>*****************************************************************
      *> 7830-WRITE-MESSAGE
      *>   Appends a new message record from the logged-in user to
      *>   WS-MSG-RECIPIENT via the shared 7835 append tail. Content
      *>   matching a banned term or link pattern is held in the
      *>   moderation queue instead (MODQUEUE_SRC.cpy 7065/7066).
      *>*****************************************************************
       7830-WRITE-MESSAGE.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-MSG-SENDER-NAME
           PERFORM 7065-SCREEN-MESSAGE
           IF WS-CSC-HIT = 1
               PERFORM 7066-HOLD-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7835-APPEND-MESSAGE-REC
           EXIT.

               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-MSG-RECIPIENT) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-AUTOREPLY-ACCT-IDX

           IF WS-AUTOREPLY-ACCT-IDX = 0
               OR WS-AWAY-FLAG(WS-AUTOREPLY-ACCT-IDX) NOT = "Y"
