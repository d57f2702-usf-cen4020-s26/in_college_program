      *>   6532-COUNT-GROUP-MEMBERS - Member count for that group
      *>   6540-VIEW-GROUP-BOARD   - Print the group's board posts
      *>   6541-READ-GRPPOST-LOOP  - Recursive read for 6540
      *>   6545-POST-TO-GROUP      - Append one board post, or hold
      *>                             it for review when it matches
      *>                             BANNED.DAT (MODQUEUE_SRC.cpy)
      *>   6546-APPEND-GROUP-POST  - Append GP-RECORD to the board
      *>   6550-LIST-GROUP-MEMBERS - Print the member list
      *>   6555-JOIN-LEAVE-GROUP   - Toggle membership
      *>
           END-PERFORM
           CLOSE GROUPMEMBERS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-GROUPMEMBERS-PATH
           MOVE "GROUPMEMBERS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-GROUPMEMBERS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-GROUPMEMBERS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-GROUPMEMBERS-TMP-PATH
               WS-GROUPMEMBERS-PATH
               RETURNING WS-CRASH-SAFE-RC
           MOVE WS-GRP-POST-TEXT TO GP-TEXT
           MOVE WS-GRP-TIMESTAMP TO GP-TIMESTAMP

           MOVE WS-GRP-POST-TEXT TO WS-CSC-TEXT
           PERFORM 7064-SCREEN-TEXT
           IF WS-CSC-HIT = 1
               PERFORM 7067-HOLD-GROUP-POST
               EXIT PARAGRAPH
           END-IF

           PERFORM 6546-APPEND-GROUP-POST
           IF WS-GRPPOST-STATUS = WS-CONST-FS-OK
               MOVE "Posted to the group board." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6546-APPEND-GROUP-POST: Append GP-RECORD to GROUPPOSTS.DAT.
      *> Shared by 6545 and the moderation release (MODQUEUE_SRC.cpy).
      *>*****************************************************************
       6546-APPEND-GROUP-POST.
           OPEN EXTEND GROUPPOSTS-FILE
           IF WS-GRPPOST-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE GROUPPOSTS-FILE
           END-IF
           WRITE GP-RECORD
           CLOSE GROUPPOSTS-FILE
           EXIT.

      *>*****************************************************************
