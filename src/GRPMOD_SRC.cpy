      *>   6582-ADD-MODERATOR
      *>   6583-REMOVE-MEMBER
      *>   6584-REMOVE-POST / 6585 list loop / 6586 rewrite loop
      *>   (Create a Group Event is EVENTS_SRC.cpy 6621)
      *>
      *> DEPENDENCIES:
      *>   WS-GRPMOD.cpy, GROUPS_SRC.cpy tables, main.cob files
           END-PERFORM
           CLOSE GRPJOINREQ-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-GRPJOINREQ-PATH
           MOVE "GRPJOINREQ.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-GRPJOINREQ-PATH TO WS-JRN-OLD-PATH
           MOVE WS-GRPJOINREQ-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-GRPJOINREQ-TMP-PATH
               WS-GRPJOINREQ-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE GRPMODS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-GRPMODS-PATH
           MOVE "GRPMODS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-GRPMODS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-GRPMODS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-GRPMODS-TMP-PATH
               WS-GRPMODS-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-IF

           MOVE "1" TO WS-GRPMOD-MENU-CHOICE
           PERFORM UNTIL WS-GRPMOD-MENU-CHOICE = "6"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Remove a Board Post" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Create a Group Event" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "6. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
                   WHEN "4"
                       PERFORM 6584-REMOVE-POST
                   WHEN "5"
                       PERFORM 6621-CREATE-GROUP-EVENT
                   WHEN "6"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
           PERFORM 6586-DROP-POST-LOOP
           CLOSE GROUPPOSTS-FILE
           CLOSE BACKUP-OUT-FILE
           MOVE "GROUPPOSTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-GROUPPOSTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BACKUP-OUT-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BACKUP-OUT-PATH
               WS-GROUPPOSTS-PATH
               RETURNING WS-CRASH-SAFE-RC
