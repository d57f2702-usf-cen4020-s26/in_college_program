      *>*****************************************************************
      *> FILE:    STATEMENT_SRC.cpy
      *> PURPOSE: Monthly personal activity statement. For every
      *>          account the run builds a short statement - profile
      *>          views and new connection requests in the month,
      *>          unread messages, application status changes since
      *>          the last run, upcoming interviews, offers waiting on
      *>          a reply and saved jobs about to close - and writes it
      *>          to the notification spool (8070) for the campus mail
      *>          gateway, addressed to the user's verified contact
      *>          email.
      *>
      *>          Accounts that opted out (STMTOPTOUT.DAT, toggled from
      *>          My Contact Email), are deactivated, are suspended, or
      *>          have no verified contact email are skipped, as are
      *>          accounts with nothing to report.
      *>
      *>          Run by admin option 69 for a chosen month, and by the
      *>          nightly housekeeping batch on the 1st of the month for
      *>          the month just ended.
      *>
      *> PARAGRAPHS:
      *>   4220-LOAD-STMT-OPTOUTS / 4221 loop
      *>   4222-REWRITE-STMT-OPTOUTS
      *>   4223-FIND-STMT-OPTOUT      - Opt-out row for WS-STM-QUERY
      *>   4224-TOGGLE-STMT-OPTOUT    - Contact menu option 3
      *>   4225-ACTIVITY-STATEMENTS   - The batch
      *>   4226-TALLY-PROFILE-VIEWS   - PROFILEVIEWS.DAT pass
      *>   4227-TALLY-UNREAD-MESSAGES - MESSAGES.DAT pass
      *>   4219-TALLY-CONN-REQUESTS   - PENDING.DAT pass
      *>   4228-LOAD-STMT-SNAPSHOT / 4229 loop
      *>   4230-TALLY-APP-CHANGES     - WS-APP-TABLE against snapshot
      *>   4231-SEND-ONE-STATEMENT    - Skip rules and spool rows for
      *>                                WS-STM-ACCT-IDX
      *>   4232-REWRITE-STMT-SNAPSHOT
      *>   4233-FORMAT-STMT-DATE      - WS-STM-DATE-IN as YYYY-MM-DD
      *>
      *> DEPENDENCIES:
      *>   WS-STATEMENT.cpy, WS-CONTACT.cpy, NOTIFY_SRC.cpy (8070),
      *>   ACCTINDEX_SRC.cpy (3262), main.cob
      *>*****************************************************************

       4220-LOAD-STMT-OPTOUTS.
           MOVE 0 TO WS-STO-COUNT
           MOVE "N" TO WS-STMTOPTOUT-EOF
           OPEN INPUT STMTOPTOUT-FILE
           IF WS-STMTOPTOUT-STATUS = WS-CONST-FS-OK
               PERFORM 4221-READ-STMT-OPTOUTS-LOOP
               CLOSE STMTOPTOUT-FILE
           END-IF
           EXIT.

       4221-READ-STMT-OPTOUTS-LOOP.
           READ STMTOPTOUT-FILE
               AT END
                   MOVE "Y" TO WS-STMTOPTOUT-EOF
               NOT AT END
                   IF WS-STO-COUNT < WS-CONST-MAX-STMT-OPTOUTS
                       ADD 1 TO WS-STO-COUNT
                       MOVE STO-USERNAME
                           TO WS-STO-USERNAME(WS-STO-COUNT)
                       MOVE STO-DATE TO WS-STO-DATE(WS-STO-COUNT)
                   END-IF
           END-READ
           IF WS-STMTOPTOUT-EOF = "N"
               PERFORM 4221-READ-STMT-OPTOUTS-LOOP
           END-IF
           EXIT.

       4222-REWRITE-STMT-OPTOUTS.
           MOVE WS-STMTOPTOUT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-STMTOPTOUT-TMP-PATH TO WS-STMTOPTOUT-PATH
           OPEN OUTPUT STMTOPTOUT-FILE
           IF WS-STMTOPTOUT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-STMTOPTOUT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite STMTOPTOUT.DAT. "
                   "STATUS=" WS-STMTOPTOUT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-STO-COUNT
               MOVE WS-STO-USERNAME(WS-STM-IDX) TO STO-USERNAME
               MOVE WS-STO-DATE(WS-STM-IDX)     TO STO-DATE
               WRITE STO-RECORD
           END-PERFORM
           CLOSE STMTOPTOUT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-STMTOPTOUT-PATH
           MOVE "STMTOPTOUT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-STMTOPTOUT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-STMTOPTOUT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-STMTOPTOUT-TMP-PATH
               WS-STMTOPTOUT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace STMTOPTOUT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4223-FIND-STMT-OPTOUT.
           MOVE 0 TO WS-STM-FOUND
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-STO-COUNT
                   OR WS-STM-FOUND > 0
               IF FUNCTION TRIM(WS-STO-USERNAME(WS-STM-IDX)) =
                   FUNCTION TRIM(WS-STM-QUERY)
                   MOVE WS-STM-IDX TO WS-STM-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4224-TOGGLE-STMT-OPTOUT: The current user switches the monthly
      *> statement off (adds an opt-out row) or back on (drops it).
      *>*****************************************************************
       4224-TOGGLE-STMT-OPTOUT.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-STM-QUERY
           PERFORM 4223-FIND-STMT-OPTOUT
           IF WS-STM-FOUND > 0
               PERFORM VARYING WS-STM-IDX FROM WS-STM-FOUND BY 1
                   UNTIL WS-STM-IDX >= WS-STO-COUNT
                   MOVE WS-STO-ENTRY(WS-STM-IDX + 1)
                       TO WS-STO-ENTRY(WS-STM-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-STO-COUNT
               PERFORM 4222-REWRITE-STMT-OPTOUTS
               MOVE "You will receive the monthly activity statement "
                   & "again." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "STMTOPTIN" TO WS-RESULT-TYPE
           ELSE
               IF WS-STO-COUNT >= WS-CONST-MAX-STMT-OPTOUTS
                   MOVE "The opt-out list is full." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STO-COUNT
               MOVE WS-STM-QUERY TO WS-STO-USERNAME(WS-STO-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-STO-DATE(WS-STO-COUNT)
               PERFORM 4222-REWRITE-STMT-OPTOUTS
               MOVE "You will no longer receive the monthly activity "
                   & "statement." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "STMTOPTOUT" TO WS-RESULT-TYPE
           END-IF
           MOVE WS-STM-QUERY TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4225-ACTIVITY-STATEMENTS: Build and spool the statements for
      *> one month. Interactive runs ask for the month (blank = last
      *> month); the housekeeping batch always takes last month.
      *> Profile views and connection requests count within the month;
      *> unread messages, interviews, offers and closing dates are as
      *> of today; application changes are since the previous run.
      *>*****************************************************************
       4225-ACTIVITY-STATEMENTS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== MONTHLY ACTIVITY STATEMENTS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE SPACES TO WS-STM-MONTH
           IF WS-HKP-ACTIVE = 0
               MOVE "Statement month (YYYYMM, blank for last month): "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-STM-MONTH
               MOVE WS-STM-MONTH TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STM-TODAY
           IF WS-STM-MONTH = SPACES
               MOVE WS-STM-TODAY(1:6) TO WS-STM-MONTH-NUM
               IF WS-STM-TODAY(5:2) = "01"
                   SUBTRACT 89 FROM WS-STM-MONTH-NUM
               ELSE
                   SUBTRACT 1 FROM WS-STM-MONTH-NUM
               END-IF
               MOVE WS-STM-MONTH-NUM TO WS-STM-MONTH
           END-IF
           IF WS-STM-MONTH IS NOT NUMERIC
               OR WS-STM-MONTH(5:2) < "01"
               OR WS-STM-MONTH(5:2) > "12"
               MOVE "Enter the month as YYYYMM, for example 202609."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STM-MONTH-START =
               FUNCTION NUMVAL(WS-STM-MONTH) * 100 + 1
           IF WS-STM-MONTH(5:2) = "12"
               COMPUTE WS-STM-MONTH-END = WS-STM-MONTH-START + 8900
           ELSE
               COMPUTE WS-STM-MONTH-END = WS-STM-MONTH-START + 100
           END-IF
           COMPUTE WS-STM-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STM-MONTH-END) - 1)
           MOVE SPACES TO WS-STM-MONTH-DASH
           STRING WS-STM-MONTH(1:4) "-" WS-STM-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-STM-MONTH-DASH
           END-STRING
           COMPUTE WS-STM-SOON-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STM-TODAY)
               + WS-CONST-CLOSING-SOON-DAYS)

           PERFORM VARYING WS-STM-ACCT-IDX FROM 1 BY 1
               UNTIL WS-STM-ACCT-IDX > WS-ACCOUNT-COUNT
               INITIALIZE WS-STM-ACCT-ROW(WS-STM-ACCT-IDX)
           END-PERFORM

           PERFORM 4226-TALLY-PROFILE-VIEWS
           PERFORM 4227-TALLY-UNREAD-MESSAGES
           PERFORM 4219-TALLY-CONN-REQUESTS

           PERFORM 4228-LOAD-STMT-SNAPSHOT
           PERFORM 4230-TALLY-APP-CHANGES

*> *      *>    Confirmed interviews still ahead.
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-INTERVIEW-COUNT
               IF WS-IVT-STATUS(WS-STM-SCAN) = "C"
                   AND WS-IVT-SLOT-DATE(WS-STM-SCAN) >= WS-STM-TODAY
                   MOVE FUNCTION TRIM(WS-IVT-USERNAME(WS-STM-SCAN))
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       ADD 1 TO WS-STM-INTERVIEWS(WS-AIX-FOUND)
                       IF WS-STM-NEXT-IVW(WS-AIX-FOUND) = 0
                           OR WS-IVT-SLOT-DATE(WS-STM-SCAN)
                               < WS-STM-NEXT-IVW(WS-AIX-FOUND)
                           MOVE WS-IVT-SLOT-DATE(WS-STM-SCAN)
                               TO WS-STM-NEXT-IVW(WS-AIX-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

*> *      *>    Offers still waiting on the applicant's answer.
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-OFFER-COUNT
               IF WS-OFT-DECISION(WS-STM-SCAN) = "P"
                   AND WS-OFT-RESPOND-BY(WS-STM-SCAN) >= WS-STM-TODAY
                   MOVE FUNCTION TRIM(WS-OFT-USERNAME(WS-STM-SCAN))
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       ADD 1 TO WS-STM-OFFERS(WS-AIX-FOUND)
                       IF WS-STM-NEXT-OFFER(WS-AIX-FOUND) = 0
                           OR WS-OFT-RESPOND-BY(WS-STM-SCAN)
                               < WS-STM-NEXT-OFFER(WS-AIX-FOUND)
                           MOVE WS-OFT-RESPOND-BY(WS-STM-SCAN)
                               TO WS-STM-NEXT-OFFER(WS-AIX-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

*> *      *>    Saved jobs that close within the closing-soon window.
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-SAVED-JOBS-COUNT
               MOVE 0 TO WS-STM-JOB-IDX
               PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                   UNTIL WS-STM-IDX > WS-JOB-COUNT
                       OR WS-STM-JOB-IDX > 0
                   IF WS-JT-ID(WS-STM-IDX) =
                       WS-SVJ-JOB-ID(WS-STM-SCAN)
                       MOVE WS-STM-IDX TO WS-STM-JOB-IDX
                   END-IF
               END-PERFORM
               IF WS-STM-JOB-IDX > 0
                   IF WS-JT-REVIEW(WS-STM-JOB-IDX) NOT = "P"
                       AND WS-JT-REVIEW(WS-STM-JOB-IDX) NOT = "R"
                       AND WS-JT-CLOSING-DATE(WS-STM-JOB-IDX)
                           >= WS-STM-TODAY
                       AND WS-JT-CLOSING-DATE(WS-STM-JOB-IDX)
                           <= WS-STM-SOON-END
                       MOVE FUNCTION TRIM(
                           WS-SVJ-USERNAME(WS-STM-SCAN))
                           TO WS-AIX-QUERY
                       PERFORM 3262-ACCT-INDEX-LOOKUP
                       IF WS-AIX-FOUND > 0
                           ADD 1 TO WS-STM-CLOSING(WS-AIX-FOUND)
                           IF WS-STM-NEXT-CLOSE(WS-AIX-FOUND) = 0
                               OR WS-JT-CLOSING-DATE(WS-STM-JOB-IDX)
                                   < WS-STM-NEXT-CLOSE(WS-AIX-FOUND)
                               MOVE WS-JT-CLOSING-DATE(WS-STM-JOB-IDX)
                                   TO WS-STM-NEXT-CLOSE(WS-AIX-FOUND)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-STM-SENT
           MOVE 0 TO WS-STM-SKIP-OPTOUT
           MOVE 0 TO WS-STM-SKIP-DEACT
           MOVE 0 TO WS-STM-SKIP-SUSP
           MOVE 0 TO WS-STM-SKIP-UNVERIFIED
           MOVE 0 TO WS-STM-SKIP-QUIET
           PERFORM VARYING WS-STM-ACCT-IDX FROM 1 BY 1
               UNTIL WS-STM-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM 4231-SEND-ONE-STATEMENT
           END-PERFORM

           MOVE 0 TO WS-SAP-COUNT
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-ALL-APPS-COUNT
                   OR WS-SAP-COUNT >= WS-CONST-MAX-STMT-APPS
               ADD 1 TO WS-SAP-COUNT
               MOVE WS-AT-USERNAME(WS-STM-SCAN)
                   TO WS-SAP-USERNAME(WS-SAP-COUNT)
               MOVE WS-AT-JOB-ID(WS-STM-SCAN)
                   TO WS-SAP-JOB-ID(WS-SAP-COUNT)
               MOVE WS-AT-STATUS(WS-STM-SCAN)
                   TO WS-SAP-STATUS(WS-SAP-COUNT)
           END-PERFORM
           PERFORM 4232-REWRITE-STMT-SNAPSHOT

           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE WS-STM-SENT TO WS-STM-N1
           STRING "Statements for " WS-STM-MONTH-DASH
               " spooled: " FUNCTION TRIM(WS-STM-N1)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE WS-STM-SKIP-OPTOUT TO WS-STM-N1
           MOVE WS-STM-SKIP-DEACT TO WS-STM-N2
           MOVE WS-STM-SKIP-SUSP TO WS-STM-N3
           STRING "Skipped - opted out: " FUNCTION TRIM(WS-STM-N1)
               ", deactivated: " FUNCTION TRIM(WS-STM-N2)
               ", suspended: " FUNCTION TRIM(WS-STM-N3)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE WS-STM-SKIP-UNVERIFIED TO WS-STM-N1
           MOVE WS-STM-SKIP-QUIET TO WS-STM-N2
           STRING "          no verified email: "
               FUNCTION TRIM(WS-STM-N1)
               ", nothing to report: " FUNCTION TRIM(WS-STM-N2)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "STATEMENTS" TO WS-RESULT-TYPE
           MOVE SPACES TO WS-RESULT-KEY
           STRING "ACTIVITY " WS-STM-MONTH
               DELIMITED BY SIZE INTO WS-RESULT-KEY
           END-STRING
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4226-TALLY-PROFILE-VIEWS: Views of each account's profile
      *> stamped in the statement month ("YYYY-MM-DD hh:mm:ss").
      *> Driven iteratively: PROFILEVIEWS.DAT only ever grows.
      *>*****************************************************************
       4226-TALLY-PROFILE-VIEWS.
           OPEN INPUT PROFILEVIEWS-FILE
           IF WS-PROFVIEWS-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STM-EOF
           PERFORM UNTIL WS-STM-EOF = "Y"
               READ PROFILEVIEWS-FILE
                   AT END
                       MOVE "Y" TO WS-STM-EOF
                   NOT AT END
                       IF PROFVIEW-TIMESTAMP(1:7) = WS-STM-MONTH-DASH
                           MOVE FUNCTION TRIM(PROFVIEW-VIEWED-USERNAME)
                               TO WS-AIX-QUERY
                           PERFORM 3262-ACCT-INDEX-LOOKUP
                           IF WS-AIX-FOUND > 0
                               ADD 1 TO WS-STM-VIEWS(WS-AIX-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILEVIEWS-FILE
           EXIT.

      *>*****************************************************************
      *> 4227-TALLY-UNREAD-MESSAGES: Unread messages waiting for each
      *> account, counted the way 7803 counts them (continuation parts
      *> of a long message are not counted again).
      *>*****************************************************************
       4227-TALLY-UNREAD-MESSAGES.
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STM-EOF
           PERFORM UNTIL WS-STM-EOF = "Y"
               READ MESSAGES-FILE
                   AT END
                       MOVE "Y" TO WS-STM-EOF
                   NOT AT END
                       IF MSG-READ NOT = WS-CONST-YES
                           AND NOT (MSG-PART IS NUMERIC
                               AND MSG-PART > 1)
                           MOVE FUNCTION TRIM(MSG-RECIPIENT)
                               TO WS-AIX-QUERY
                           PERFORM 3262-ACCT-INDEX-LOOKUP
                           IF WS-AIX-FOUND > 0
                               ADD 1 TO WS-STM-UNREAD(WS-AIX-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGES-FILE
           EXIT.

      *>*****************************************************************
      *> 4219-TALLY-CONN-REQUESTS: Connection requests each account
      *> received in the statement month. Reads PENDING.DAT straight
      *> through - the in-memory pending table only ever holds the
      *> signed-on user's rows, and this batch runs before login.
      *>*****************************************************************
       4219-TALLY-CONN-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STM-EOF
           PERFORM UNTIL WS-STM-EOF = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-STM-EOF
                   NOT AT END
                       IF PEND-SENT-DATE IS NUMERIC
                           AND PEND-SENT-DATE >= WS-STM-MONTH-START
                           AND PEND-SENT-DATE <= WS-STM-MONTH-END
                           MOVE FUNCTION TRIM(PEND-RECIPIENT-USERNAME)
                               TO WS-AIX-QUERY
                           PERFORM 3262-ACCT-INDEX-LOOKUP
                           IF WS-AIX-FOUND > 0
                               ADD 1 TO WS-STM-REQUESTS(WS-AIX-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           EXIT.

       4228-LOAD-STMT-SNAPSHOT.
           MOVE 0 TO WS-SAP-COUNT
           MOVE "N" TO WS-STMTAPPS-EOF
           OPEN INPUT STMTAPPS-FILE
           IF WS-STMTAPPS-STATUS = WS-CONST-FS-OK
               PERFORM 4229-READ-STMT-SNAPSHOT-LOOP
               CLOSE STMTAPPS-FILE
           END-IF
           EXIT.

       4229-READ-STMT-SNAPSHOT-LOOP.
           READ STMTAPPS-FILE
               AT END
                   MOVE "Y" TO WS-STMTAPPS-EOF
               NOT AT END
                   IF WS-SAP-COUNT < WS-CONST-MAX-STMT-APPS
                       ADD 1 TO WS-SAP-COUNT
                       MOVE SAP-USERNAME
                           TO WS-SAP-USERNAME(WS-SAP-COUNT)
                       MOVE SAP-JOB-ID TO WS-SAP-JOB-ID(WS-SAP-COUNT)
                       MOVE SAP-STATUS TO WS-SAP-STATUS(WS-SAP-COUNT)
                   END-IF
           END-READ
           IF WS-STMTAPPS-EOF = "N"
               PERFORM 4229-READ-STMT-SNAPSHOT-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4230-TALLY-APP-CHANGES: An application whose status differs
      *> from the snapshot is a change; one the snapshot has never seen
      *> is a change unless it is still just "Applied".
      *>*****************************************************************
       4230-TALLY-APP-CHANGES.
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-ALL-APPS-COUNT
               MOVE 0 TO WS-STM-FOUND
               PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                   UNTIL WS-STM-IDX > WS-SAP-COUNT
                       OR WS-STM-FOUND > 0
                   IF WS-SAP-JOB-ID(WS-STM-IDX) =
                       WS-AT-JOB-ID(WS-STM-SCAN)
                       AND FUNCTION TRIM(WS-SAP-USERNAME(WS-STM-IDX))
                           = FUNCTION TRIM(WS-AT-USERNAME(WS-STM-SCAN))
                       MOVE WS-STM-IDX TO WS-STM-FOUND
                   END-IF
               END-PERFORM
               MOVE FUNCTION TRIM(WS-AT-USERNAME(WS-STM-SCAN))
                   TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               IF WS-AIX-FOUND > 0
                   IF WS-STM-FOUND > 0
                       IF WS-SAP-STATUS(WS-STM-FOUND) NOT =
                           WS-AT-STATUS(WS-STM-SCAN)
                           ADD 1 TO WS-STM-CHANGES(WS-AIX-FOUND)
                       END-IF
                   ELSE
                       IF WS-AT-STATUS(WS-STM-SCAN) NOT = "Applied"
                           ADD 1 TO WS-STM-CHANGES(WS-AIX-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4231-SEND-ONE-STATEMENT: Apply the skip rules to account
      *> WS-STM-ACCT-IDX and spool its statement: an address line for
      *> the gateway, then network, applications and saved-job lines.
      *>*****************************************************************
       4231-SEND-ONE-STATEMENT.
           MOVE WS-USERNAME(WS-STM-ACCT-IDX) TO WS-STM-QUERY
           PERFORM 4223-FIND-STMT-OPTOUT
           IF WS-STM-FOUND > 0
               ADD 1 TO WS-STM-SKIP-OPTOUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-DEACT-DATE(WS-STM-ACCT-IDX) > 0
               ADD 1 TO WS-STM-SKIP-DEACT
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSPEND-UNTIL(WS-STM-ACCT-IDX) >= WS-STM-TODAY
               ADD 1 TO WS-STM-SKIP-SUSP
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STM-CTC-IDX
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-CTC-COUNT
                   OR WS-STM-CTC-IDX > 0
               IF FUNCTION TRIM(WS-CTC-USERNAME(WS-STM-SCAN)) =
                   FUNCTION TRIM(WS-STM-QUERY)
                   AND WS-CTC-VERIFIED(WS-STM-SCAN) = "Y"
                   MOVE WS-STM-SCAN TO WS-STM-CTC-IDX
               END-IF
           END-PERFORM
           IF WS-STM-CTC-IDX = 0
               ADD 1 TO WS-STM-SKIP-UNVERIFIED
               EXIT PARAGRAPH
           END-IF
           IF WS-STM-VIEWS(WS-STM-ACCT-IDX) = 0
               AND WS-STM-REQUESTS(WS-STM-ACCT-IDX) = 0
               AND WS-STM-UNREAD(WS-STM-ACCT-IDX) = 0
               AND WS-STM-CHANGES(WS-STM-ACCT-IDX) = 0
               AND WS-STM-INTERVIEWS(WS-STM-ACCT-IDX) = 0
               AND WS-STM-OFFERS(WS-STM-ACCT-IDX) = 0
               AND WS-STM-CLOSING(WS-STM-ACCT-IDX) = 0
               ADD 1 TO WS-STM-SKIP-QUIET
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STM-QUERY TO WS-NSP-USER
           MOVE "STATEMENT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           STRING "To: " FUNCTION TRIM(WS-CTC-EMAIL(WS-STM-CTC-IDX))
               " - your InCollege activity statement for "
               WS-STM-MONTH-DASH
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE WS-STM-VIEWS(WS-STM-ACCT-IDX) TO WS-STM-N1
           MOVE WS-STM-REQUESTS(WS-STM-ACCT-IDX) TO WS-STM-N2
           MOVE WS-STM-UNREAD(WS-STM-ACCT-IDX) TO WS-STM-N3
           MOVE SPACES TO WS-NSP-TEXT
           STRING "Profile views: " FUNCTION TRIM(WS-STM-N1)
               ". New connection requests: " FUNCTION TRIM(WS-STM-N2)
               ". Unread messages: " FUNCTION TRIM(WS-STM-N3) "."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE SPACES TO WS-STM-NEXT-TEXT
           IF WS-STM-INTERVIEWS(WS-STM-ACCT-IDX) > 0
               MOVE WS-STM-NEXT-IVW(WS-STM-ACCT-IDX) TO WS-STM-DATE-IN
               PERFORM 4233-FORMAT-STMT-DATE
               STRING " (next " WS-STM-DATE-DISP ")"
                   DELIMITED BY SIZE INTO WS-STM-NEXT-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO WS-STM-NEXT-TEXT2
           IF WS-STM-OFFERS(WS-STM-ACCT-IDX) > 0
               MOVE WS-STM-NEXT-OFFER(WS-STM-ACCT-IDX)
                   TO WS-STM-DATE-IN
               PERFORM 4233-FORMAT-STMT-DATE
               STRING " (reply by " WS-STM-DATE-DISP ")"
                   DELIMITED BY SIZE INTO WS-STM-NEXT-TEXT2
               END-STRING
           END-IF
           MOVE WS-STM-CHANGES(WS-STM-ACCT-IDX) TO WS-STM-N1
           MOVE WS-STM-INTERVIEWS(WS-STM-ACCT-IDX) TO WS-STM-N2
           MOVE WS-STM-OFFERS(WS-STM-ACCT-IDX) TO WS-STM-N3
           MOVE SPACES TO WS-NSP-TEXT
           STRING "Application status changes: "
               FUNCTION TRIM(WS-STM-N1)
               ". Upcoming interviews: " FUNCTION TRIM(WS-STM-N2)
               FUNCTION TRIM(WS-STM-NEXT-TEXT TRAILING)
               ". Offers awaiting your reply: "
               FUNCTION TRIM(WS-STM-N3)
               FUNCTION TRIM(WS-STM-NEXT-TEXT2 TRAILING) "."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE SPACES TO WS-STM-NEXT-TEXT
           IF WS-STM-CLOSING(WS-STM-ACCT-IDX) > 0
               MOVE WS-STM-NEXT-CLOSE(WS-STM-ACCT-IDX)
                   TO WS-STM-DATE-IN
               PERFORM 4233-FORMAT-STMT-DATE
               STRING " (first closes " WS-STM-DATE-DISP ")"
                   DELIMITED BY SIZE INTO WS-STM-NEXT-TEXT
               END-STRING
           END-IF
           MOVE WS-STM-CLOSING(WS-STM-ACCT-IDX) TO WS-STM-N1
           MOVE WS-CONST-CLOSING-SOON-DAYS TO WS-STM-N2
           MOVE SPACES TO WS-NSP-TEXT
           STRING "Saved jobs closing in the next "
               FUNCTION TRIM(WS-STM-N2) " days: "
               FUNCTION TRIM(WS-STM-N1)
               FUNCTION TRIM(WS-STM-NEXT-TEXT TRAILING) "."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION
           ADD 1 TO WS-STM-SENT
           EXIT.

      *>*****************************************************************
      *> 4232-REWRITE-STMT-SNAPSHOT: Write WS-SAP-TABLE back. The run
      *> refills it from WS-APP-TABLE first, so it holds every
      *> application's status as of this run.
      *>*****************************************************************
       4232-REWRITE-STMT-SNAPSHOT.
           MOVE WS-STMTAPPS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-STMTAPPS-TMP-PATH TO WS-STMTAPPS-PATH
           OPEN OUTPUT STMTAPPS-FILE
           IF WS-STMTAPPS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-STMTAPPS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite STMTAPPS.DAT. "
                   "STATUS=" WS-STMTAPPS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STM-SCAN FROM 1 BY 1
               UNTIL WS-STM-SCAN > WS-SAP-COUNT
               MOVE WS-SAP-USERNAME(WS-STM-SCAN) TO SAP-USERNAME
               MOVE WS-SAP-JOB-ID(WS-STM-SCAN)   TO SAP-JOB-ID
               MOVE WS-SAP-STATUS(WS-STM-SCAN)   TO SAP-STATUS
               WRITE SAP-RECORD
           END-PERFORM
           CLOSE STMTAPPS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-STMTAPPS-PATH
           MOVE "STMTAPPS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-STMTAPPS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-STMTAPPS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-STMTAPPS-TMP-PATH
               WS-STMTAPPS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace STMTAPPS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4233-FORMAT-STMT-DATE.
           MOVE SPACES TO WS-STM-DATE-DISP
           STRING WS-STM-DATE-IN(1:4) "-" WS-STM-DATE-IN(5:2) "-"
               WS-STM-DATE-IN(7:2)
               DELIMITED BY SIZE INTO WS-STM-DATE-DISP
           END-STRING
           EXIT.
