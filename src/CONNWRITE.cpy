      *>                         (current user) and CONN-USER-B (sender),
      *>                         append to CONNECTIONS.DAT, update in-memory
      *>                         WS-CONNECTIONS-TABLE and WS-CONNECTIONS-COUNT
      *>   9460-REMOVE-CONNECTION-ENTRY - Drop one pair by working-set index
      *>   7940-REMOVE-USER-CONNECTIONS - Drop every pair naming a user
      *>   9450-REWRITE-CONNECTIONS-FILE - Stream CONNECTIONS.DAT through its
      *>                         .TMP file per WS-NETKEY-DROP-MODE
      *>   9451-STREAM-CONNECTION-ROW - Copy (or drop) one row for 9450
      *>
      *> DEPENDENCIES:
      *>   WS-CONNECTIONS.cpy - WS-CONNECTIONS-TABLE, WS-CONNECTIONS-COUNT,
      *>                        WS-CONN-USER-A/B, WS-CONNECTIONS-STATUS,
      *>                        WS-VIEWREQ-SENDER-USERNAME,
      *>                        WS-NETKEY-DROP-MODE/A/B, WS-CONNTMP-STATUS,
      *>                        WS-CONNECTIONS-FILE-ROWS
      *>   WS-ACCOUNTS.cpy   - WS-CURRENT-USER-INDEX, WS-USERNAME
      *>   WS-CONSTANTS.cpy  - WS-CONST-MAX-CONNECTIONS, WS-CONST-FS-OK,
      *>                        WS-CONST-FS-NOT-FOUND
      *>   WS-IO-CONTROL.cpy - WS-OUTPUT-LINE
      *>   main.cob          - 8000-WRITE-OUTPUT, CONNECTIONS-FILE,
      *>                       CONNECTIONS-TMP-FILE
      *>*****************************************************************
       9400-ADD-CONNECTION.
           IF WS-CONNECTIONS-COUNT >= WS-CONST-MAX-CONNECTIONS
               EXIT PARAGRAPH
           END-IF
           CLOSE CONNECTIONS-FILE
           ADD 1 TO WS-CONNECTIONS-FILE-ROWS
      *>   Only update in-memory table after successful persist
           ADD 1 TO WS-CONNECTIONS-COUNT
           MOVE CONN-USER-A
      *>*****************************************************************
      *> 9460-REMOVE-CONNECTION-ENTRY
      *>   Remove one connection from WS-CONNECTIONS-TABLE by index, then
      *>   drop the same pair from CONNECTIONS.DAT. Mirrors CONNMGMT.cpy's
      *>   9305-REMOVE-PENDING-ENTRY. Called by NETWORK.cpy's 7720-REMOVE-
      *>   NETWORK-CONNECTION when a user removes one connection from
      *>   their network (as opposed to 7940, which removes every
      *>   connection involving a given username during account deletion).
      *>*****************************************************************
       9460-REMOVE-CONNECTION-ENTRY.
           IF WS-NETWORK-SELECTED-IDX < 1
              OR WS-NETWORK-SELECTED-IDX > WS-CONNECTIONS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-NETKEY-DROP-MODE
           MOVE WS-CONN-USER-A(WS-NETWORK-SELECTED-IDX) TO WS-NETKEY-DROP-A
           MOVE WS-CONN-USER-B(WS-NETWORK-SELECTED-IDX) TO WS-NETKEY-DROP-B
           MOVE WS-NETWORK-SELECTED-IDX TO WS-CONN-IDX
           ADD 1 TO WS-CONN-IDX
           PERFORM UNTIL WS-CONN-IDX > WS-CONNECTIONS-COUNT
      *>*****************************************************************
      *> 7940-REMOVE-USER-CONNECTIONS
      *>   Drop every connection pair where WS-DEACTIVATE-USERNAME is
      *>   either member, from CONNECTIONS.DAT and from the working set.
      *>   Called by 7900-DEACTIVATE-ACCOUNT and by the roster sync,
      *>   mirroring CONNMGMT.cpy's 7930-REMOVE-USER-PENDING, since a
      *>   deleted user can appear in several pairs.
      *>*****************************************************************
       7940-REMOVE-USER-CONNECTIONS.
           MOVE "U" TO WS-NETKEY-DROP-MODE.
           MOVE WS-DEACTIVATE-USERNAME TO WS-NETKEY-DROP-A.
           PERFORM 9450-REWRITE-CONNECTIONS-FILE.
           MOVE 0 TO WS-DEACT-NEW-CONN-COUNT.
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONNECTIONS-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-DEACT-NEW-CONN-COUNT TO WS-CONNECTIONS-COUNT.
           EXIT.

      *>*****************************************************************
      *> 9450-REWRITE-CONNECTIONS-FILE
      *>   Streams CONNECTIONS.DAT row by row into a .TMP file and
      *>   renames it over CONNECTIONS.DAT only after the copy succeeds
      *>   (mirrors CONNMGMT.cpy's 9310-REWRITE-PENDING-FILE), so a crash
      *>   or disk-full mid-rewrite cannot leave a truncated
      *>   CONNECTIONS.DAT behind. WS-NETKEY-DROP-MODE selects:
      *>     "P" - drop the pair DROP-A / DROP-B (either order)
      *>     "U" - drop every pair naming DROP-A
      *>     "R" - repoint DROP-A to DROP-B in both columns
      *>*****************************************************************
       9450-REWRITE-CONNECTIONS-FILE.
           MOVE 0 TO WS-NETKEY-DROP-COUNT
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONNECTIONS-STATUS = WS-CONST-FS-NOT-FOUND
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONNECTIONS-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CONNECTIONS.DAT for rewrite. STATUS="
                   WS-CONNECTIONS-STATUS
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONNECTIONS-TMP-FILE
           IF WS-CONNTMP-STATUS NOT = WS-CONST-FS-OK
               CLOSE CONNECTIONS-FILE
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CONNECTIONS.DAT for rewrite. STATUS="
                   WS-CONNTMP-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONNECTIONS-FILE-ROWS
           MOVE "N" TO WS-CONNECTIONS-EOF
           PERFORM 9451-STREAM-CONNECTION-ROW
               UNTIL WS-CONNECTIONS-EOF = "Y"
           CLOSE CONNECTIONS-FILE
           CLOSE CONNECTIONS-TMP-FILE
           MOVE SPACE TO WS-NETKEY-DROP-MODE
           MOVE "CONNECTIONS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CONNECTIONS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CONNECTIONS-TMP-PATH TO WS-JRN-NEW-PATH
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 9451-STREAM-CONNECTION-ROW
      *>   Read one CONNECTIONS.DAT row and copy it to the .TMP file
      *>   unless the current WS-NETKEY-DROP-MODE drops it.
      *>*****************************************************************
       9451-STREAM-CONNECTION-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
           END-READ
           IF WS-CONNECTIONS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-NETKEY-KEEP-ROW
           EVALUATE WS-NETKEY-DROP-MODE
               WHEN "P"
                   IF (CONN-USER-A = WS-NETKEY-DROP-A
                       AND CONN-USER-B = WS-NETKEY-DROP-B)
                      OR
                      (CONN-USER-A = WS-NETKEY-DROP-B
                       AND CONN-USER-B = WS-NETKEY-DROP-A)
                       MOVE 0 TO WS-NETKEY-KEEP-ROW
                   END-IF
               WHEN "U"
                   IF CONN-USER-A = WS-NETKEY-DROP-A
                       OR CONN-USER-B = WS-NETKEY-DROP-A
                       MOVE 0 TO WS-NETKEY-KEEP-ROW
                   END-IF
               WHEN "R"
                   IF CONN-USER-A = WS-NETKEY-DROP-A
                       MOVE WS-NETKEY-DROP-B TO CONN-USER-A
                       ADD 1 TO WS-NETKEY-DROP-COUNT
                   END-IF
                   IF CONN-USER-B = WS-NETKEY-DROP-A
                       MOVE WS-NETKEY-DROP-B TO CONN-USER-B
                       ADD 1 TO WS-NETKEY-DROP-COUNT
                   END-IF
           END-EVALUATE
           IF WS-NETKEY-KEEP-ROW = 0
               ADD 1 TO WS-NETKEY-DROP-COUNT
               EXIT PARAGRAPH
           END-IF
           WRITE CONNT-RECORD FROM CONNECTION-REC
           ADD 1 TO WS-CONNECTIONS-FILE-ROWS
           EXIT.
