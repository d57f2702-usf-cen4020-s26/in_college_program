*>*****************************************************************
      *> FILE:    NETKEY_SRC.cpy
      *> PURPOSE: Keyed access to PENDING.DAT and CONNECTIONS.DAT.
      *>          The two files are no longer loaded whole at startup;
      *>          instead one filtered pass selects only the rows that
      *>          name a given user. The logged-in user's rows form the
      *>          "working set" that the request, network, message and
      *>          feed screens read, so the size of the campus network
      *>          is bounded by the files, not by an in-memory table.
      *>
      *> PARAGRAPHS:
      *>   9255-LOAD-NETKEY-SET      - Load WS-NETKEY-USER's pending
      *>                               requests and connections into
      *>                               WS-PENDING-TABLE/WS-CONNECTIONS-TABLE
      *>   9251-NETKEY-PENDING-ROW   - One PENDING.DAT row for 9255
      *>   9252-NETKEY-CONN-ROW      - One CONNECTIONS.DAT row for 9255
      *>   9256-LOAD-NEIGHBORS       - Every user connected to
      *>                               WS-NBR-KEY-USER, into WS-NBR-TABLE
      *>   9253-NEIGHBOR-ROW         - One CONNECTIONS.DAT row for 9256
      *>   9257-CHECK-PAIR-CONNECTED - Are WS-NETKEY-PAIR-A and -B
      *>                               connected? (WS-NETKEY-PAIR-HIT)
      *>   9254-PAIR-ROW             - One CONNECTIONS.DAT row for 9257
      *>   9259-CLEAR-NETKEY-SET     - Empty the working set at logout
      *>
      *> DEPENDENCIES:
      *>   WS-CONNECTIONS.cpy - working-set tables and WS-NETKEY-* fields
      *>   WS-CONSTANTS.cpy  - WS-CONST-MAX-PENDING, WS-CONST-MAX-CONNECTIONS,
      *>                       WS-CONST-FS-OK
      *>   main.cob          - PENDING-FILE, CONNECTIONS-FILE, 8000-WRITE-OUTPUT
      *>*****************************************************************

      *>*****************************************************************
      *> 9255-LOAD-NETKEY-SET
      *>   Reads PENDING.DAT and CONNECTIONS.DAT once each and keeps
      *>   only the rows naming WS-NETKEY-USER. Pending rows that fail
      *>   the startup validation (DATALOAD_SRC 9210) are skipped here
      *>   too. A user with more rows than the working set holds is
      *>   warned once; the surplus rows stay on file untouched.
      *>*****************************************************************
       9255-LOAD-NETKEY-SET.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-CONNECTIONS-COUNT
           MOVE 0 TO WS-NETKEY-TRUNCATED
           IF WS-NETKEY-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = WS-CONST-FS-OK
               MOVE 0 TO WS-PENDING-EOF
               PERFORM 9251-NETKEY-PENDING-ROW
                   UNTIL WS-PENDING-EOF = 1
               CLOSE PENDING-FILE
           END-IF

           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = WS-CONST-FS-OK
               MOVE "N" TO WS-CONNECTIONS-EOF
               PERFORM 9252-NETKEY-CONN-ROW
                   UNTIL WS-CONNECTIONS-EOF = "Y"
               CLOSE CONNECTIONS-FILE
           END-IF

           IF WS-NETKEY-TRUNCATED = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "WARNING: Only the first " WS-CONST-MAX-PENDING
                   " requests and " WS-CONST-MAX-CONNECTIONS
                   " connections are shown for "
                   FUNCTION TRIM(WS-NETKEY-USER) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       9251-NETKEY-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   MOVE 1 TO WS-PENDING-EOF
           END-READ
           IF WS-PENDING-EOF = 1
               EXIT PARAGRAPH
           END-IF
           IF PEND-SENDER-USERNAME NOT = WS-NETKEY-USER
               AND PEND-RECIPIENT-USERNAME NOT = WS-NETKEY-USER
               EXIT PARAGRAPH
           END-IF
           IF PEND-SENDER-USERNAME = SPACES
               OR PEND-RECIPIENT-USERNAME = SPACES
               OR PEND-SENT-DATE IS NOT NUMERIC
               OR PEND-SENT-DATE(5:2) < "01"
               OR PEND-SENT-DATE(5:2) > "12"
               OR PEND-SENT-DATE(7:2) < "01"
               OR PEND-SENT-DATE(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDING-COUNT >= WS-CONST-MAX-PENDING
               MOVE 1 TO WS-NETKEY-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE PEND-SENDER-USERNAME
               TO WS-PEND-SENDER-USERNAME(WS-PENDING-COUNT)
           MOVE PEND-RECIPIENT-USERNAME
               TO WS-PEND-RECIPIENT-USERNAME(WS-PENDING-COUNT)
           MOVE PEND-STATUS TO WS-PEND-STATUS(WS-PENDING-COUNT)
           MOVE PEND-SENT-DATE TO WS-PEND-SENT-DATE(WS-PENDING-COUNT)
           EXIT.

       9252-NETKEY-CONN-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
           END-READ
           IF WS-CONNECTIONS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CONN-USER-A NOT = WS-NETKEY-USER
               AND CONN-USER-B NOT = WS-NETKEY-USER
               EXIT PARAGRAPH
           END-IF
           IF WS-CONNECTIONS-COUNT >= WS-CONST-MAX-CONNECTIONS
               MOVE 1 TO WS-NETKEY-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONNECTIONS-COUNT
           MOVE CONN-USER-A TO WS-CONN-USER-A(WS-CONNECTIONS-COUNT)
           MOVE CONN-USER-B TO WS-CONN-USER-B(WS-CONNECTIONS-COUNT)
           EXIT.

      *>*****************************************************************
      *> 9256-LOAD-NEIGHBORS
      *>   Fills WS-NBR-USER(1..WS-NBR-COUNT) with every user connected
      *>   to WS-NBR-KEY-USER. When that is the working-set user the
      *>   table is built from memory; otherwise CONNECTIONS.DAT is read.
      *>*****************************************************************
       9256-LOAD-NEIGHBORS.
           MOVE 0 TO WS-NBR-COUNT
           IF WS-NBR-KEY-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NBR-KEY-USER = WS-NETKEY-USER
               PERFORM VARYING WS-NBR-IDX FROM 1 BY 1
                   UNTIL WS-NBR-IDX > WS-CONNECTIONS-COUNT
                   ADD 1 TO WS-NBR-COUNT
                   IF WS-CONN-USER-A(WS-NBR-IDX) = WS-NBR-KEY-USER
                       MOVE WS-CONN-USER-B(WS-NBR-IDX)
                           TO WS-NBR-USER(WS-NBR-COUNT)
                   ELSE
                       MOVE WS-CONN-USER-A(WS-NBR-IDX)
                           TO WS-NBR-USER(WS-NBR-COUNT)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONNECTIONS-EOF
           PERFORM 9253-NEIGHBOR-ROW
               UNTIL WS-CONNECTIONS-EOF = "Y"
           CLOSE CONNECTIONS-FILE
           EXIT.

       9253-NEIGHBOR-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
           END-READ
           IF WS-CONNECTIONS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-NBR-COUNT >= WS-CONST-MAX-CONNECTIONS
               EXIT PARAGRAPH
           END-IF
           IF CONN-USER-A = WS-NBR-KEY-USER
               ADD 1 TO WS-NBR-COUNT
               MOVE CONN-USER-B TO WS-NBR-USER(WS-NBR-COUNT)
           ELSE
               IF CONN-USER-B = WS-NBR-KEY-USER
                   ADD 1 TO WS-NBR-COUNT
                   MOVE CONN-USER-A TO WS-NBR-USER(WS-NBR-COUNT)
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 9257-CHECK-PAIR-CONNECTED
      *>   Sets WS-NETKEY-PAIR-HIT to 1 when WS-NETKEY-PAIR-A and
      *>   WS-NETKEY-PAIR-B are connected. Answered from the working set
      *>   when either side is the working-set user; otherwise
      *>   CONNECTIONS.DAT is read until the pair turns up.
      *>*****************************************************************
       9257-CHECK-PAIR-CONNECTED.
           MOVE 0 TO WS-NETKEY-PAIR-HIT
           IF WS-NETKEY-PAIR-A = SPACES OR WS-NETKEY-PAIR-B = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NETKEY-USER NOT = SPACES
               AND (WS-NETKEY-PAIR-A = WS-NETKEY-USER
                    OR WS-NETKEY-PAIR-B = WS-NETKEY-USER)
               PERFORM VARYING WS-NBR-IDX FROM 1 BY 1
                   UNTIL WS-NBR-IDX > WS-CONNECTIONS-COUNT
                      OR WS-NETKEY-PAIR-HIT = 1
                   IF (WS-CONN-USER-A(WS-NBR-IDX) = WS-NETKEY-PAIR-A
                       AND WS-CONN-USER-B(WS-NBR-IDX) = WS-NETKEY-PAIR-B)
                      OR
                      (WS-CONN-USER-A(WS-NBR-IDX) = WS-NETKEY-PAIR-B
                       AND WS-CONN-USER-B(WS-NBR-IDX) = WS-NETKEY-PAIR-A)
                       MOVE 1 TO WS-NETKEY-PAIR-HIT
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONNECTIONS-EOF
           PERFORM 9254-PAIR-ROW
               UNTIL WS-CONNECTIONS-EOF = "Y"
                  OR WS-NETKEY-PAIR-HIT = 1
           CLOSE CONNECTIONS-FILE
           EXIT.

       9254-PAIR-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
               NOT AT END
                   IF (CONN-USER-A = WS-NETKEY-PAIR-A
                       AND CONN-USER-B = WS-NETKEY-PAIR-B)
                      OR
                      (CONN-USER-A = WS-NETKEY-PAIR-B
                       AND CONN-USER-B = WS-NETKEY-PAIR-A)
                       MOVE 1 TO WS-NETKEY-PAIR-HIT
                   END-IF
           END-READ
           EXIT.

      *>*****************************************************************
      *> 9259-CLEAR-NETKEY-SET
      *>   Drops the working set when the user signs off, so the next
      *>   sign-on starts from the files.
      *>*****************************************************************
       9259-CLEAR-NETKEY-SET.
           MOVE SPACES TO WS-NETKEY-USER
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-CONNECTIONS-COUNT
           EXIT.
