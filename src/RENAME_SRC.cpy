           END-PERFORM
           CLOSE RENAMEREQ-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RENAMEREQ-PATH
           MOVE "RENAMEREQ.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-RENAMEREQ-PATH TO WS-JRN-OLD-PATH
           MOVE WS-RENAMEREQ-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-RENAMEREQ-TMP-PATH
               WS-RENAMEREQ-PATH
               RETURNING WS-CRASH-SAFE-RC
      *> 7975-EXECUTE-RENAME: The sweep. Rides on the merge's repoint
      *> pass, then renames the account and profile rows in place
      *> (the profile child files follow the profile username on
      *> their next rewrite, forced here). The whole sweep is one
      *> transaction so a crash part-way rolls back to the old name.
      *>*****************************************************************
       7975-EXECUTE-RENAME.
           MOVE WS-RNM-OLD(WS-RNM-IDX) TO WS-DUP-LOSER
               EXIT PARAGRAPH
           END-IF

           MOVE "RENAME-ACCOUNT" TO WS-TXN-NAME
           PERFORM 8096-BEGIN-TRANSACTION
           PERFORM 3756-REPOINT-TABLES
           PERFORM 3757-REPOINT-MESSAGES
           PERFORM 7977-REPOINT-PWDHIST

           MOVE FUNCTION TRIM(WS-DUP-LOSER) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               MOVE WS-DUP-SURVIVOR TO WS-USERNAME(WS-AIX-FOUND)
           END-IF
           PERFORM 3260-REBUILD-ACCOUNT-INDEX
           PERFORM 4600-WRITE-ACCOUNTS-FILE

           PERFORM VARYING WS-RNM-SCAN FROM 1 BY 1

           MOVE "A" TO WS-RNM-STATUS(WS-RNM-IDX)
           PERFORM 7973-REWRITE-RENAMEREQS
           PERFORM 8097-COMMIT-TRANSACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Renamed " FUNCTION TRIM(WS-DUP-LOSER) " to "
           PERFORM 7978-PWDHIST-RENAME-LOOP
           CLOSE BACKUP-IN-FILE
           CLOSE BACKUP-OUT-FILE
           MOVE "PWDHIST.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-PWDHIST-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BACKUP-OUT-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BACKUP-OUT-PATH
               WS-PWDHIST-PATH
               RETURNING WS-CRASH-SAFE-RC
           MOVE "PWDHIST.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 7082-RESEAL-FILE
           EXIT.

       7978-PWDHIST-RENAME-LOOP.
           END-IF
           WRITE ALS-RECORD
           CLOSE ALIASES-FILE
           MOVE "ALIASES.DAT" TO WS-JRN-FILE-NAME
           MOVE ALS-RECORD TO WS-JRN-AFTER
           PERFORM 8094-JOURNAL-ADD-IMAGE
           EXIT.
