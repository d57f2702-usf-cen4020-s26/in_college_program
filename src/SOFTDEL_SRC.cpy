      *>*****************************************************************
      *> FILE:    SOFTDEL_SRC.cpy
      *> PURPOSE: Deactivation with a grace period. Deactivate/Delete
      *>          My Account (main.cob 7900) no longer removes anything
      *>          on the spot: it stamps WS-ACCT-DEACT-DATE, which hides
      *>          the account from people search, messaging, connection
      *>          requests, recommendations and network lists while all
      *>          of its data is kept. Logging in again within
      *>          the grace period reactivates it; once the
      *>          window has passed the login is refused and the
      *>          nightly housekeeping purge runs the same cascade
      *>          delete as roster deprovisioning (3660), which already
      *>          skips accounts under legal hold. The grace period
      *>          is WS-CONST-DEACT-GRACE-DAYS unless
      *>          INCOLLEGE_DEACT_GRACE_DAYS gives another at startup.
      *>
      *> PARAGRAPHS:
      *>   7960-CHECK-DEACTIVATED   - Is WS-SDEL-CHECK-USER pending
      *>                              deletion?
      *>   7961-PURGE-DEACTIVATED   - Housekeeping step: remove accounts
      *>                              whose grace period has ended
      *>   7962-COMPUTE-PURGE-DATE  - Grace-period end for one account
      *>   7963-REACTIVATE-ON-LOGIN - Clear the flag after a good login
      *>   7964-LOAD-GRACE-PERIOD   - Startup: constant or override
      *>
      *> DEPENDENCIES:
      *>   WS-SOFTDEL.cpy, main.cob 3262 / 4600 / 2160,
      *>   ROSTERSYNC_SRC.cpy 3660-DEPROVISION-ONE
      *>*****************************************************************

      *>*****************************************************************
      *> 7960-CHECK-DEACTIVATED: Sets WS-SDEL-FOUND when the account
      *> named in WS-SDEL-CHECK-USER is deactivated. The caller's
      *> WS-AIX-FOUND is left as it was.
      *>*****************************************************************
       7960-CHECK-DEACTIVATED.
           MOVE 0 TO WS-SDEL-FOUND
           MOVE WS-AIX-FOUND TO WS-SDEL-SAVE-AIX
           MOVE FUNCTION TRIM(WS-SDEL-CHECK-USER) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND > 0
               IF WS-ACCT-DEACT-DATE(WS-AIX-FOUND) > 0
                   MOVE 1 TO WS-SDEL-FOUND
               END-IF
           END-IF
           MOVE WS-SDEL-SAVE-AIX TO WS-AIX-FOUND
           EXIT.

      *>*****************************************************************
      *> 7961-PURGE-DEACTIVATED: Walk the accounts from the bottom so
      *> removing a row never skips the one after it.
      *>*****************************************************************
       7961-PURGE-DEACTIVATED.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== PURGE DEACTIVATED ACCOUNTS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-SDEL-PURGED
           MOVE 0 TO WS-SDEL-HELD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SDEL-TODAY

           PERFORM VARYING WS-SDEL-ACCT-IDX FROM WS-ACCOUNT-COUNT
               BY -1 UNTIL WS-SDEL-ACCT-IDX < 1
               IF WS-ACCT-DEACT-DATE(WS-SDEL-ACCT-IDX) > 0
                   PERFORM 7962-COMPUTE-PURGE-DATE
                   IF WS-SDEL-TODAY >= WS-SDEL-PURGE-DATE
                       MOVE WS-USERNAME(WS-SDEL-ACCT-IDX)
                           TO WS-DEACTIVATE-USERNAME
                       MOVE WS-ACCOUNT-COUNT TO WS-SDEL-COUNT-BEFORE
                       MOVE "PURGE-ACCOUNT" TO WS-TXN-NAME
                       PERFORM 8096-BEGIN-TRANSACTION
                       PERFORM 3660-DEPROVISION-ONE
                       PERFORM 8097-COMMIT-TRANSACTION
                       IF WS-ACCOUNT-COUNT < WS-SDEL-COUNT-BEFORE
                           ADD 1 TO WS-SDEL-PURGED
                           MOVE "PURGEACCT" TO WS-RESULT-TYPE
                           MOVE WS-DEACTIVATE-USERNAME TO WS-RESULT-KEY
                           MOVE "OK" TO WS-RESULT-OUTCOME
                           PERFORM 8060-WRITE-RESULT
                       ELSE
                           ADD 1 TO WS-SDEL-HELD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Accounts purged: " WS-SDEL-PURGED
               "   Kept under legal hold: " WS-SDEL-HELD
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7962-COMPUTE-PURGE-DATE: WS-SDEL-PURGE-DATE = the deactivation
      *> date of account WS-SDEL-ACCT-IDX plus the grace period.
      *>*****************************************************************
       7962-COMPUTE-PURGE-DATE.
           COMPUTE WS-SDEL-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-ACCT-DEACT-DATE(WS-SDEL-ACCT-IDX))
               + WS-SDEL-GRACE-DAYS)
           EXIT.

      *>*****************************************************************
      *> 7963-REACTIVATE-ON-LOGIN: The owner signed in inside the grace
      *> period, so the account comes back exactly as it was.
      *>*****************************************************************
       7963-REACTIVATE-ON-LOGIN.
           IF WS-ACCT-DEACT-DATE(WS-CURRENT-USER-INDEX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACCT-DEACT-DATE(WS-CURRENT-USER-INDEX)
           PERFORM 4600-WRITE-ACCOUNTS-FILE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Welcome back! Your account has been reactivated "
               "and will not be deleted."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "REACTIVATE" TO WS-RESULT-TYPE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 7964-LOAD-GRACE-PERIOD: The grace period for this run. Read
      *> with the core files, since sign-in checks it before any other
      *> module is loaded.
      *>*****************************************************************
       7964-LOAD-GRACE-PERIOD.
           MOVE WS-CONST-DEACT-GRACE-DAYS TO WS-SDEL-GRACE-DAYS
           MOVE SPACES TO WS-SDEL-GRACE-TEXT
           ACCEPT WS-SDEL-GRACE-TEXT FROM ENVIRONMENT
               "INCOLLEGE_DEACT_GRACE_DAYS"
           IF FUNCTION TRIM(WS-SDEL-GRACE-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(WS-SDEL-GRACE-TEXT) > 0
                   AND FUNCTION NUMVAL(WS-SDEL-GRACE-TEXT) < 1000
                   MOVE FUNCTION NUMVAL(WS-SDEL-GRACE-TEXT)
                       TO WS-SDEL-GRACE-DAYS
               END-IF
           END-IF
           EXIT.
