      *>   3871-RSX-KEY-LOOP      - Recursive RESEARCHKEY.DAT read
      *>   3872-RSX-PSEUDONYM     - Pseudonym for WS-RSX-LOOKUP-USER
      *>                            (assigns and appends on a miss)
      *>   3873-RSX-CONNECTION-ROW - One CONNECTIONS.DAT row, read
      *>                            straight from the file
      *>
      *> DEPENDENCIES:
      *>   WS-RESEARCH.cpy, the standing tables, and the extract
               MOVE "RS_CONNECTIONS.DAT" TO WS-DWX-FILE-NAME
               PERFORM 3786-DWX-OPEN
               IF WS-DWX-STATUS = WS-CONST-FS-OK
                   OPEN INPUT CONNECTIONS-FILE
                   IF WS-CONNECTIONS-STATUS = WS-CONST-FS-OK
                       MOVE "N" TO WS-CONNECTIONS-EOF
                       PERFORM 3873-RSX-CONNECTION-ROW
                           UNTIL WS-CONNECTIONS-EOF = "Y"
                              OR WS-RSX-FULL = 1
                       CLOSE CONNECTIONS-FILE
                   END-IF
                   PERFORM 3787-DWX-CLOSE
               END-IF
           END-IF
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 3873-RSX-CONNECTION-ROW: Pseudonymize both endpoints of one
      *> CONNECTIONS.DAT row. The file is read directly because only
      *> the signed-on user's connections are held in memory.
      *>*****************************************************************
       3873-RSX-CONNECTION-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE CONN-USER-A TO WS-RSX-LOOKUP-USER
           PERFORM 3872-RSX-PSEUDONYM
           MOVE WS-RSX-PSEUD TO WS-RSX-PSEUD-2
           MOVE CONN-USER-B TO WS-RSX-LOOKUP-USER
           PERFORM 3872-RSX-PSEUDONYM
           IF WS-RSX-FULL = 0
               MOVE SPACES TO WS-DWX-LINE
               STRING WS-RSX-PSEUD-2 WS-RSX-PSEUD
                   DELIMITED BY SIZE INTO WS-DWX-LINE
               END-STRING
               PERFORM 3788-DWX-WRITE-DETAIL
           END-IF
           EXIT.
