      *>                             WS-CTC-LOOKUP-USER
      *>
      *> DEPENDENCIES:
      *>   WS-CONTACT.cpy, NOTIFY_SRC.cpy (8070),
      *>   STATEMENT_SRC.cpy (4223, 4224), main.cob
      *>*****************************************************************

       7986-LOAD-CONTACTS.
           END-PERFORM
           CLOSE CONTACTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CONTACTS-PATH
           MOVE "CONTACTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CONTACTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CONTACTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CONTACTS-TMP-PATH
               WS-CONTACTS-PATH
               RETURNING WS-CRASH-SAFE-RC
           EXIT.

      *>*****************************************************************
      *> 7985-CONTACT-EMAIL-MENU: Show state, set a new address,
      *> confirm the delivered code, or switch the monthly activity
      *> statement off or back on (4224).
      *>*****************************************************************
       7985-CONTACT-EMAIL-MENU.
           MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-STM-QUERY
           PERFORM 4223-FIND-STMT-OPTOUT
           IF WS-STM-FOUND > 0
               MOVE "Monthly activity statement by email: OFF"
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE "Monthly activity statement by email: ON"
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           MOVE "1. Set/Change My Email" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "2. Enter Confirmation Code" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-STM-FOUND > 0
               MOVE "3. Turn Monthly Statement On" TO WS-OUTPUT-LINE
           ELSE
               MOVE "3. Turn Monthly Statement Off" TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE "4. Back" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter your choice:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               WHEN "3"
                   PERFORM 4224-TOGGLE-STMT-OPTOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
