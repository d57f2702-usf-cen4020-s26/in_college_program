      *>   9300-WRITE-PENDING-REQUEST    - Add new pending request to in-memory
      *>                                   table and append to PENDING.DAT
      *>   9305-REMOVE-PENDING-ENTRY     - Remove one entry from WS-PENDING-TABLE
      *>                                   by index, then calls 9310 to drop the
      *>                                   same row from PENDING.DAT
      *>   9310-REWRITE-PENDING-FILE     - Stream PENDING.DAT through its .TMP
      *>                                   file, dropping or repointing rows as
      *>                                   WS-NETKEY-DROP-MODE says
      *>   9311-STREAM-PENDING-ROW       - Copy (or drop) one row for 9310
      *>   9320-PURGE-STALE-PENDING      - Remove pending requests older than
      *>                                   WS-CONST-PENDING-EXPIRE-DAYS
      *>
      *>                        WS-PEND-SENDER/RECIPIENT-USERNAME, WS-PEND-STATUS,
      *>                        WS-PEND-SENT-DATE, WS-VIEWREQ-SELECTED-PEND-IDX,
      *>                        WS-PURGE-TODAY-DATE, WS-PURGE-AGE-DAYS,
      *>                        WS-PURGE-COUNT, WS-NETKEY-DROP-MODE/A/B,
      *>                        WS-PENDING-FILE-ROWS, WS-PENDTMP-STATUS
      *>   WS-ACCOUNTS.cpy   - WS-CURRENT-USER-INDEX, WS-USERNAME
      *>   WS-PROFILES.cpy   - WS-PROF-USERNAME
      *>   WS-CONSTANTS.cpy  - WS-CONST-FS-OK, WS-CONST-MAX-PENDING,
      *>                       WS-CONST-PENDING-EXPIRE-DAYS
      *>   WS-IO-CONTROL.cpy - WS-OUTPUT-LINE
      *>   main.cob          - 8000-WRITE-OUTPUT, PENDING-FILE, WS-PENDING-STATUS,
      *>                       PENDING-TMP-FILE
      *>   NETKEY_SRC.cpy    - 9255-LOAD-NETKEY-SET (reload after bulk drops)
      *>*****************************************************************

      *>*****************************************************************
      *> 9305-REMOVE-PENDING-ENTRY
      *>   Remove one pending request from the working set and drop the
      *>   same row from PENDING.DAT.
      *>*****************************************************************
       9305-REMOVE-PENDING-ENTRY.
           IF WS-VIEWREQ-SELECTED-PEND-IDX < 1
              OR WS-VIEWREQ-SELECTED-PEND-IDX > WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-NETKEY-DROP-MODE
           MOVE WS-PEND-SENDER-USERNAME(WS-VIEWREQ-SELECTED-PEND-IDX)
               TO WS-NETKEY-DROP-A
           MOVE WS-PEND-RECIPIENT-USERNAME(WS-VIEWREQ-SELECTED-PEND-IDX)
               TO WS-NETKEY-DROP-B
           MOVE WS-VIEWREQ-SELECTED-PEND-IDX TO WS-PEND-IDX
           ADD 1 TO WS-PEND-IDX
           PERFORM UNTIL WS-PEND-IDX > WS-PENDING-COUNT
           EXIT.
      *>*****************************************************************
      *> 9310-REWRITE-PENDING-FILE
      *>   PENDING.DAT is not held in memory, so it is rewritten by
      *>   streaming it row by row into a .TMP file (the same technique
      *>   as VIEWMESSAGE.cpy's 7842-DELETE-MESSAGE) and renaming the
      *>   .TMP over PENDING.DAT only after the copy succeeds, so a crash
      *>   mid-write cannot leave a truncated pending-requests file.
      *>   WS-NETKEY-DROP-MODE selects what happens on the way:
      *>     "P" - drop the request sent by DROP-A to DROP-B
      *>     "U" - drop every request sent by or to DROP-A
      *>     "S" - drop stale requests (see 9320)
      *>     "R" - repoint DROP-A to DROP-B in both username columns
      *>   Rows that fail the startup validation in DATALOAD_SRC 9210
      *>   are not carried forward. WS-NETKEY-DROP-COUNT returns the
      *>   number of rows dropped (or, for "R", usernames repointed).
      *>*****************************************************************
       9310-REWRITE-PENDING-FILE.
           MOVE 0 TO WS-NETKEY-DROP-COUNT
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = WS-CONST-FS-NOT-FOUND
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDING-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open PENDING.DAT for rewrite. STATUS="
                   WS-PENDING-STATUS
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-TMP-FILE
           IF WS-PENDTMP-STATUS NOT = WS-CONST-FS-OK
               CLOSE PENDING-FILE
               MOVE SPACE TO WS-NETKEY-DROP-MODE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open PENDING.DAT for rewrite. STATUS="
                   WS-PENDTMP-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PENDING-FILE-ROWS
           MOVE 0 TO WS-PENDING-EOF
           PERFORM 9311-STREAM-PENDING-ROW
               UNTIL WS-PENDING-EOF = 1
           CLOSE PENDING-FILE
           CLOSE PENDING-TMP-FILE
           MOVE SPACE TO WS-NETKEY-DROP-MODE
           MOVE "PENDING.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-PENDING-PATH TO WS-JRN-OLD-PATH
           MOVE WS-PENDING-TMP-PATH TO WS-JRN-NEW-PATH
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 9311-STREAM-PENDING-ROW
      *>   Read one PENDING.DAT row and copy it to the .TMP file unless
      *>   the current WS-NETKEY-DROP-MODE drops it.
      *>*****************************************************************
       9311-STREAM-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   MOVE 1 TO WS-PENDING-EOF
           END-READ
           IF WS-PENDING-EOF = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-NETKEY-KEEP-ROW
           IF PEND-SENDER-USERNAME = SPACES
               OR PEND-RECIPIENT-USERNAME = SPACES
               OR PEND-SENT-DATE IS NOT NUMERIC
               OR PEND-SENT-DATE(5:2) < "01"
               OR PEND-SENT-DATE(5:2) > "12"
               OR PEND-SENT-DATE(7:2) < "01"
               OR PEND-SENT-DATE(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-NETKEY-DROP-MODE
               WHEN "P"
                   IF PEND-SENDER-USERNAME = WS-NETKEY-DROP-A
                       AND PEND-RECIPIENT-USERNAME = WS-NETKEY-DROP-B
                       MOVE 0 TO WS-NETKEY-KEEP-ROW
                   END-IF
               WHEN "U"
                   IF PEND-SENDER-USERNAME = WS-NETKEY-DROP-A
                       OR PEND-RECIPIENT-USERNAME = WS-NETKEY-DROP-A
                       MOVE 0 TO WS-NETKEY-KEEP-ROW
                   END-IF
               WHEN "S"
                   COMPUTE WS-PURGE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PURGE-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(PEND-SENT-DATE)
                   IF WS-PURGE-AGE-DAYS > WS-CONST-PENDING-EXPIRE-DAYS
*> *      *>            Legal hold: a held account's rows never purge.
                       MOVE 0 TO WS-HOLD-FOUND
                       MOVE PEND-SENDER-USERNAME TO WS-HOLD-CHECK-USER
                       PERFORM 2160-CHECK-LEGAL-HOLD
                       IF WS-HOLD-FOUND = 0
                           MOVE PEND-RECIPIENT-USERNAME
                               TO WS-HOLD-CHECK-USER
                           PERFORM 2160-CHECK-LEGAL-HOLD
                       END-IF
                       IF WS-HOLD-FOUND = 0
                           MOVE 0 TO WS-NETKEY-KEEP-ROW
                       END-IF
                   END-IF
               WHEN "R"
                   IF PEND-SENDER-USERNAME = WS-NETKEY-DROP-A
                       MOVE WS-NETKEY-DROP-B TO PEND-SENDER-USERNAME
                       ADD 1 TO WS-NETKEY-DROP-COUNT
                   END-IF
                   IF PEND-RECIPIENT-USERNAME = WS-NETKEY-DROP-A
                       MOVE WS-NETKEY-DROP-B TO PEND-RECIPIENT-USERNAME
                       ADD 1 TO WS-NETKEY-DROP-COUNT
                   END-IF
           END-EVALUATE
           IF WS-NETKEY-KEEP-ROW = 0
               ADD 1 TO WS-NETKEY-DROP-COUNT
               EXIT PARAGRAPH
           END-IF
           WRITE PENDT-RECORD FROM PENDING-REC
           ADD 1 TO WS-PENDING-FILE-ROWS
           EXIT.

      *>*****************************************************************
      *> 7930-REMOVE-USER-PENDING
      *>   Drop every pending request where WS-DEACTIVATE-USERNAME is the
      *>   sender or recipient, both from PENDING.DAT and from the
      *>   working set. Called by 7900-DEACTIVATE-ACCOUNT and by the
      *>   roster sync. Unlike 9305 (which removes exactly one request),
      *>   a deleted user can appear in several pending rows.
      *>*****************************************************************
       7930-REMOVE-USER-PENDING.
           MOVE "U" TO WS-NETKEY-DROP-MODE.
           MOVE WS-DEACTIVATE-USERNAME TO WS-NETKEY-DROP-A.
           PERFORM 9310-REWRITE-PENDING-FILE.
           MOVE 0 TO WS-DEACT-NEW-PEND-COUNT.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PENDING-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-DEACT-NEW-PEND-COUNT TO WS-PENDING-COUNT.
           EXIT.

      *>*****************************************************************
      *> 9300-WRITE-PENDING-REQUEST
      *>   Appends a new pending request to PENDING.DAT and adds it to
      *>   the sender's working set
      *>*****************************************************************
       9300-WRITE-PENDING-REQUEST.
           IF WS-PENDING-COUNT >= WS-CONST-MAX-PENDING
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               ADD 1 TO WS-PENDING-FILE-ROWS
           END-IF
           CLOSE PENDING-FILE
           EXIT.

      *>*****************************************************************
      *> 9320-PURGE-STALE-PENDING
      *>   Drops any pending request whose sent date is more than
      *>   WS-CONST-PENDING-EXPIRE-DAYS days old, in one streamed pass
      *>   over PENDING.DAT (9310 in stale mode). Rows touching an
      *>   account under legal hold are kept. If a user is signed on,
      *>   their working set is reloaded afterwards.
      *>*****************************************************************
       9320-PURGE-STALE-PENDING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PURGE-TODAY-DATE.
           MOVE 0 TO WS-PURGE-COUNT.

           MOVE "S" TO WS-NETKEY-DROP-MODE.
           PERFORM 9310-REWRITE-PENDING-FILE.
           MOVE WS-NETKEY-DROP-COUNT TO WS-PURGE-COUNT.

           IF WS-PURGE-COUNT > 0
               IF WS-NETKEY-USER NOT = SPACES
                   PERFORM 9255-LOAD-NETKEY-SET
               END-IF
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Auto-purged " WS-PURGE-COUNT
                   " pending connection request(s) older than "
