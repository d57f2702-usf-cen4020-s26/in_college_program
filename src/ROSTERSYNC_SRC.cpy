           END-STRING
           PERFORM 8000-WRITE-OUTPUT

      *> The registrar's coursework extract travels with the roster;
      *> load it now that any new accounts exist.
           PERFORM 5641-IMPORT-COURSE-FEED

           PERFORM 3655-FIND-DEPARTED

           IF WS-RSYNC-DEPARTED-COUNT = 0
               UNTIL WS-RSYNC-IDX > WS-RSYNC-DEPARTED-COUNT
               MOVE WS-RSYNC-DEPARTED(WS-RSYNC-IDX)
                   TO WS-DEACTIVATE-USERNAME
               MOVE "DEPROVISION" TO WS-TXN-NAME
               PERFORM 8096-BEGIN-TRANSACTION
               PERFORM 3660-DEPROVISION-ONE
               PERFORM 8097-COMMIT-TRANSACTION
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DEACTIVATE-USERNAME) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-RSYNC-FOUND-IDX
           IF WS-RSYNC-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
                   TO WS-ACCOUNT(WS-RSYNC-JDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ACCOUNT-COUNT
           PERFORM 3260-REBUILD-ACCOUNT-INDEX
           PERFORM 4600-WRITE-ACCOUNTS-FILE

           MOVE 0 TO WS-RSYNC-FOUND-IDX
