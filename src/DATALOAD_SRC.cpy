                   PERFORM 8500-RAISE-IO-ALERT
               END-IF
           END-IF.
*> The security files must match their seals before anyone signs in.
           PERFORM 7080-VERIFY-SEALS.

       1110-READ-ACCOUNT-LOOP.
           READ ACCOUNTS-FILE
                           MOVE "N" TO
                               WS-ACCT-LEGAL-HOLD(WS-ACCOUNT-COUNT)
                       END-IF
                       IF ACCT-DEACT-DATE IS NUMERIC
                           MOVE ACCT-DEACT-DATE TO
                               WS-ACCT-DEACT-DATE(WS-ACCOUNT-COUNT)
                       ELSE
                           MOVE 0 TO
                               WS-ACCT-DEACT-DATE(WS-ACCOUNT-COUNT)
                       END-IF
                   END-IF
                   END-IF
           END-READ.
                   MOVE PROF-L-ABOUT-ME    TO PROF-ABOUT-ME
                   MOVE PROF-L-RESUME-REF  TO PROF-RESUME-REF
                   MOVE PROF-L-VISIBILITY  TO PROF-VISIBILITY
                   MOVE 0                  TO PROF-GPA
                   MOVE SPACE              TO PROF-WORK-AUTH
                   IF PROF-L-EXP-COUNT IS NUMERIC
                       IF PROF-L-ALUMNI-FLAG = "Y"
                           MOVE "Y" TO PROF-ALUMNI-FLAG
*> *

*> *      *>*****************************************************************
*> *      *> 9200-LOAD-PENDING-REQUESTS: Validate PENDING.DAT at startup  *
*> *      *>   Rows are only counted here; each user's own rows are read  *
*> *      *>   by key at login (NETKEY_SRC.cpy 9255).                     *
*> *      *>*****************************************************************
       9200-LOAD-PENDING-REQUESTS.
           MOVE 0 TO WS-REJ-PEND-LINE.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-PENDING-FILE-ROWS.
           MOVE 0 TO WS-PENDING-EOF.

           OPEN INPUT PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
               WHEN WS-CONST-FS-OK
                   PERFORM 9210-READ-PENDING-LOOP
                       UNTIL WS-PENDING-EOF = 1
                   CLOSE PENDING-FILE
               WHEN WS-CONST-FS-NOT-FOUND
                   *> file not found: that's ok (no pending yet)
                   MOVE 0 TO WS-PENDING-FILE-ROWS
               WHEN OTHER
                   *> unexpected error, but don't crash program
                   MOVE SPACES TO WS-OUTPUT-LINE
                    END-STRING
               PERFORM 8000-WRITE-OUTPUT

                   MOVE 0 TO WS-PENDING-FILE-ROWS
           END-EVALUATE.

           *> (Optional debug) show how many counted
           *> MOVE SPACES TO WS-OUTPUT-LINE
           *> STRING "DEBUG: Pending request rows = "
           *>     WS-PENDING-FILE-ROWS
           *>     DELIMITED BY SIZE
           *>    INTO WS-OUTPUT-LINE
           *> END-STRING
           *> PERFORM 8000-WRITE-OUTPUT.
           EXIT.
*>*****************************************************************
*> 9250-LOAD-CONNECTIONS: Count established connections at startup
*>   Each user's own pairs are read by key at login (NETKEY_SRC 9255).
*>*****************************************************************
       9250-LOAD-CONNECTIONS.
           MOVE 0 TO WS-CONNECTIONS-COUNT.
           MOVE 0 TO WS-CONNECTIONS-FILE-ROWS.
           MOVE "N" TO WS-CONNECTIONS-EOF.

           OPEN INPUT CONNECTIONS-FILE.
           EVALUATE WS-CONNECTIONS-STATUS
               WHEN WS-CONST-FS-OK
                   PERFORM 9260-READ-CONNECTIONS-LOOP
                       UNTIL WS-CONNECTIONS-EOF = "Y"
                   CLOSE CONNECTIONS-FILE
               WHEN WS-CONST-FS-NOT-FOUND
                   *> file not found: ok (no connections yet)
                   MOVE 0 TO WS-CONNECTIONS-FILE-ROWS
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open CONNECTIONS.DAT. FILE STATUS = "
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE 0 TO WS-CONNECTIONS-FILE-ROWS
           END-EVALUATE.
           EXIT.

*>*****************************************************************
*> 9260-READ-CONNECTIONS-LOOP: Count one CONNECTIONS.DAT row
*>*****************************************************************
       9260-READ-CONNECTIONS-LOOP.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
               NOT AT END
                   ADD 1 TO WS-CONNECTIONS-FILE-ROWS
           END-READ.
           EXIT.

*>*****************************************************************
           EXIT.

*> *      *>*****************************************************************
*> *      *> 9210-READ-PENDING-LOOP: Validate and count one pending row  *
*> *      *>*****************************************************************
       9210-READ-PENDING-LOOP.
           READ PENDING-FILE
                           TO WS-REJ-REASON
                       PERFORM 1190-WRITE-REJECT
                   ELSE
                       ADD 1 TO WS-PENDING-FILE-ROWS
                   END-IF
                   END-IF
           END-READ.
           EXIT.


                           MOVE "N" TO
                               WS-ALUMNI-FLAG(WS-PROFILE-COUNT)
                       END-IF
      *> GPA is absent on rows written before it was recorded;
      *> 0 means "not reported".
                       IF PROF-GPA IS NUMERIC
                           MOVE PROF-GPA TO WS-GPA(WS-PROFILE-COUNT)
                       ELSE
                           MOVE 0 TO WS-GPA(WS-PROFILE-COUNT)
                       END-IF
                       IF PROF-WORK-AUTH = "A" OR PROF-WORK-AUTH = "L"
                           OR PROF-WORK-AUTH = "S"
                           MOVE PROF-WORK-AUTH
                               TO WS-WORK-AUTH(WS-PROFILE-COUNT)
                       ELSE
                           MOVE SPACE TO WS-WORK-AUTH(WS-PROFILE-COUNT)
                       END-IF
                   END-IF
                   END-IF
                   END-IF
