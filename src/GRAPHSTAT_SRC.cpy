      *>
      *> PARAGRAPHS:
      *>   3835-NETWORK-GRAPH-REPORT - Entry point (admin menu)
      *>   3836-GST-COUNT-ROW        - Credit one CONNECTIONS.DAT
      *>                               row to both of its accounts
      *>
      *> DEPENDENCIES:
      *>   WS-GRAPHSTAT.cpy, CONNECTIONS-FILE (read in one pass,
      *>   since the file is not held in memory), profiles
      *>*****************************************************************

       3835-NETWORK-GRAPH-REPORT.

           PERFORM VARYING WS-GST-IDX FROM 1 BY 1
               UNTIL WS-GST-IDX > WS-ACCOUNT-COUNT
               MOVE 0 TO WS-GST-USER-CONNS(WS-GST-IDX)
           END-PERFORM
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = WS-CONST-FS-OK
               MOVE "N" TO WS-CONNECTIONS-EOF
               PERFORM 3836-GST-COUNT-ROW
                   UNTIL WS-CONNECTIONS-EOF = "Y"
               CLOSE CONNECTIONS-FILE
           END-IF

           PERFORM VARYING WS-GST-IDX FROM 1 BY 1
               UNTIL WS-GST-IDX > WS-ACCOUNT-COUNT
               MOVE WS-GST-USER-CONNS(WS-GST-IDX) TO WS-GST-CONN-COUNT
               MOVE 0 TO WS-GST-DONE(WS-GST-IDX)
               EVALUATE TRUE
                   WHEN WS-GST-CONN-COUNT = 0
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       3836-GST-COUNT-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE CONN-USER-A TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               ADD 1 TO WS-GST-USER-CONNS(WS-AIX-FOUND)
           END-IF
           IF CONN-USER-B NOT = CONN-USER-A
               MOVE CONN-USER-B TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               IF WS-AIX-FOUND > 0
                   ADD 1 TO WS-GST-USER-CONNS(WS-AIX-FOUND)
               END-IF
           END-IF
           EXIT.
