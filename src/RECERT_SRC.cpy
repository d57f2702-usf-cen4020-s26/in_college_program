      *>*****************************************************************
      *> FILE:    RECERT_SRC.cpy
      *> PURPOSE: Periodic access recertification for admin and staff
      *>          accounts. A super-admin (an admin with no campus
      *>          scope) opens a campaign with a deadline; every
      *>          account holding the admin flag or the staff role is
      *>          put on the list and told so. Each must be confirmed
      *>          by a different admin - a campus-scoped admin only
      *>          for accounts on that campus - or may be revoked on
      *>          the spot. Once the deadline has passed, the next run
      *>          demotes every account still pending: the admin flag
      *>          is cleared and a staff role falls back to alumni or
      *>          student. RECERT.DAT keeps every row for good, and the
      *>          results report is spooled to REPORTS for auditors.
      *>
      *> PARAGRAPHS:
      *>   5930-LOAD-RECERT / 5931 loop
      *>   5932-REWRITE-RECERT
      *>   5933-ENFORCE-RECERT-DEADLINE - Startup and menu entry
      *>   5934-DEMOTE-RECERT-ACCOUNT   - Row WS-RCF-IDX -> base role
      *>   5935-RECERT-MENU             - Admin menu
      *>   5936-START-RECERT-CAMPAIGN
      *>   5937-REVIEW-RECERT-PENDING
      *>   5938-RECERT-RESULTS-REPORT
      *>   5939-RECERT-ROW-LINE         - One report line
      *>   5940-RECERT-TEXTS            - Kind and status wording
      *>
      *> DEPENDENCIES:
      *>   WS-RECERT.cpy, main.cob RECERT-FILE, ACCTINDEX_SRC.cpy
      *>   (3262), AUTH.cpy (4600), NOTIFY_SRC.cpy (8070),
      *>   REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       5930-LOAD-RECERT.
           MOVE 0 TO WS-RCF-COUNT
           MOVE 0 TO WS-RCF-OPEN-ID
           MOVE 0 TO WS-RCF-LAST-ID
           MOVE "N" TO WS-RECERT-EOF
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = WS-CONST-FS-OK
               PERFORM 5931-READ-RECERT-LOOP
               CLOSE RECERT-FILE
           END-IF
           EXIT.

       5931-READ-RECERT-LOOP.
           READ RECERT-FILE
               AT END
                   MOVE "Y" TO WS-RECERT-EOF
               NOT AT END
                   IF WS-RCF-COUNT < WS-CONST-MAX-RECERT
                       AND RCF-USERNAME NOT = SPACES
                       ADD 1 TO WS-RCF-COUNT
                       MOVE RCF-CAMPAIGN
                           TO WS-RCF-CAMPAIGN(WS-RCF-COUNT)
                       MOVE RCF-USERNAME
                           TO WS-RCF-USERNAME(WS-RCF-COUNT)
                       MOVE RCF-KIND     TO WS-RCF-KIND(WS-RCF-COUNT)
                       MOVE RCF-CAMPUS   TO WS-RCF-CAMPUS(WS-RCF-COUNT)
                       MOVE RCF-STARTED
                           TO WS-RCF-STARTED(WS-RCF-COUNT)
                       MOVE RCF-DEADLINE
                           TO WS-RCF-DEADLINE(WS-RCF-COUNT)
                       MOVE RCF-STARTED-BY
                           TO WS-RCF-STARTED-BY(WS-RCF-COUNT)
                       MOVE RCF-STATUS   TO WS-RCF-STATUS(WS-RCF-COUNT)
                       MOVE RCF-DECIDED-BY
                           TO WS-RCF-DECIDED-BY(WS-RCF-COUNT)
                       MOVE RCF-DECIDED
                           TO WS-RCF-DECIDED(WS-RCF-COUNT)
                       MOVE RCF-OLD-ROLE
                           TO WS-RCF-OLD-ROLE(WS-RCF-COUNT)
                       MOVE RCF-NEW-ROLE
                           TO WS-RCF-NEW-ROLE(WS-RCF-COUNT)
                       IF RCF-CAMPAIGN > WS-RCF-LAST-ID
                           MOVE RCF-CAMPAIGN TO WS-RCF-LAST-ID
                       END-IF
                       IF RCF-STATUS = "P"
                           MOVE RCF-CAMPAIGN TO WS-RCF-OPEN-ID
                       END-IF
                   END-IF
           END-READ
           IF WS-RECERT-EOF = "N"
               PERFORM 5931-READ-RECERT-LOOP
           END-IF
           EXIT.

       5932-REWRITE-RECERT.
           MOVE WS-RECERT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-RECERT-TMP-PATH TO WS-RECERT-PATH
           OPEN OUTPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RECERT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite RECERT.DAT. "
                   "STATUS=" WS-RECERT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RCF-OUT-IDX FROM 1 BY 1
               UNTIL WS-RCF-OUT-IDX > WS-RCF-COUNT
               MOVE WS-RCF-CAMPAIGN(WS-RCF-OUT-IDX)   TO RCF-CAMPAIGN
               MOVE WS-RCF-USERNAME(WS-RCF-OUT-IDX)   TO RCF-USERNAME
               MOVE WS-RCF-KIND(WS-RCF-OUT-IDX)       TO RCF-KIND
               MOVE WS-RCF-CAMPUS(WS-RCF-OUT-IDX)     TO RCF-CAMPUS
               MOVE WS-RCF-STARTED(WS-RCF-OUT-IDX)    TO RCF-STARTED
               MOVE WS-RCF-DEADLINE(WS-RCF-OUT-IDX)   TO RCF-DEADLINE
               MOVE WS-RCF-STARTED-BY(WS-RCF-OUT-IDX) TO RCF-STARTED-BY
               MOVE WS-RCF-STATUS(WS-RCF-OUT-IDX)     TO RCF-STATUS
               MOVE WS-RCF-DECIDED-BY(WS-RCF-OUT-IDX) TO RCF-DECIDED-BY
               MOVE WS-RCF-DECIDED(WS-RCF-OUT-IDX)    TO RCF-DECIDED
               MOVE WS-RCF-OLD-ROLE(WS-RCF-OUT-IDX)   TO RCF-OLD-ROLE
               MOVE WS-RCF-NEW-ROLE(WS-RCF-OUT-IDX)   TO RCF-NEW-ROLE
               WRITE RCF-RECORD
           END-PERFORM
           CLOSE RECERT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RECERT-PATH
           MOVE "RECERT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-RECERT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-RECERT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-RECERT-TMP-PATH
               WS-RECERT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace RECERT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5933-ENFORCE-RECERT-DEADLINE: Once the open campaign's
      *> deadline is behind us, demote every account still pending,
      *> mark the rows "D" and spool the list of demotions.
      *>*****************************************************************
       5933-ENFORCE-RECERT-DEADLINE.
           IF WS-RCF-OPEN-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCF-TODAY
           MOVE 0 TO WS-RCF-DEMOTE-COUNT
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-OPEN-ID
                   AND WS-RCF-PENDING(WS-RCF-IDX)
                   AND WS-RCF-DEADLINE(WS-RCF-IDX) < WS-RCF-TODAY
                   ADD 1 TO WS-RCF-DEMOTE-COUNT
               END-IF
           END-PERFORM
           IF WS-RCF-DEMOTE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "RECERT-DEMOTIONS" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Access Recertification: campaign #"
               WS-RCF-OPEN-ID " deadline passed ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-OPEN-ID
                   AND WS-RCF-PENDING(WS-RCF-IDX)
                   AND WS-RCF-DEADLINE(WS-RCF-IDX) < WS-RCF-TODAY
                   MOVE "SYSTEM" TO WS-RCF-DECIDED-BY(WS-RCF-IDX)
                   PERFORM 5934-DEMOTE-RECERT-ACCOUNT
                   IF NOT WS-RCF-GONE(WS-RCF-IDX)
                       MOVE "D" TO WS-RCF-STATUS(WS-RCF-IDX)
                   END-IF
                   PERFORM 5939-RECERT-ROW-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-RCF-DEMOTE-COUNT " unconfirmed account(s) "
               "demoted to their base role."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           PERFORM 4600-WRITE-ACCOUNTS-FILE
           PERFORM 5932-REWRITE-RECERT
           MOVE "RECERTDEMOTE" TO WS-RESULT-TYPE
           MOVE WS-RCF-OPEN-ID TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           MOVE 0 TO WS-RCF-OPEN-ID
           EXIT.

      *>*****************************************************************
      *> 5934-DEMOTE-RECERT-ACCOUNT: Clear the admin flag and drop a
      *> staff role to alumni (profile flagged alumni) or student for
      *> the account on row WS-RCF-IDX, stamping the row with the
      *> roles and today's date. A vanished account marks the row "X".
      *> WS-RCF-DECIDED-BY(WS-RCF-IDX) is set by the caller.
      *>*****************************************************************
       5934-DEMOTE-RECERT-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RCF-DECIDED(WS-RCF-IDX)
           MOVE FUNCTION TRIM(WS-RCF-USERNAME(WS-RCF-IDX))
               TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-RCF-ACCT-IDX
           IF WS-RCF-ACCT-IDX = 0
               MOVE "X" TO WS-RCF-STATUS(WS-RCF-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
               TO WS-RCF-OLD-ROLE(WS-RCF-IDX)
           MOVE "N" TO WS-ADMIN-FLAG(WS-RCF-ACCT-IDX)
           IF WS-ACCT-ROLE(WS-RCF-ACCT-IDX) = "F"
               MOVE "S" TO WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
               PERFORM VARYING WS-RCF-PROF-IDX FROM 1 BY 1
                   UNTIL WS-RCF-PROF-IDX > WS-PROFILE-COUNT
                   IF FUNCTION TRIM(WS-PROF-USERNAME(WS-RCF-PROF-IDX))
                       = FUNCTION TRIM(WS-RCF-USERNAME(WS-RCF-IDX))
                       AND WS-ALUMNI-FLAG(WS-RCF-PROF-IDX) = "Y"
                       MOVE "A" TO WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
               TO WS-RCF-NEW-ROLE(WS-RCF-IDX)
           EXIT.

       5935-RECERT-MENU.
           PERFORM 5933-ENFORCE-RECERT-DEADLINE
           MOVE "1" TO WS-RCF-MENU-CHOICE
           PERFORM UNTIL WS-RCF-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Access Recertification ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-RCF-OPEN-ID > 0
                   MOVE 0 TO WS-RCF-PENDING-COUNT
                   PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
                       UNTIL WS-RCF-IDX > WS-RCF-COUNT
                       IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-OPEN-ID
                           AND WS-RCF-PENDING(WS-RCF-IDX)
                           ADD 1 TO WS-RCF-PENDING-COUNT
                           MOVE WS-RCF-IDX TO WS-RCF-CHOICE
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Campaign #" WS-RCF-OPEN-ID " is open: "
                       WS-RCF-PENDING-COUNT " account(s) pending, "
                       "deadline "
                       WS-RCF-DEADLINE(WS-RCF-CHOICE) "."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE "1. Start a Campaign (super-admin)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Review Pending Accounts" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Campaign Results Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCF-MENU-CHOICE
               MOVE WS-RCF-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-RCF-MENU-CHOICE
                   WHEN "1"
                       PERFORM 5936-START-RECERT-CAMPAIGN
                   WHEN "2"
                       PERFORM 5937-REVIEW-RECERT-PENDING
                   WHEN "3"
                       PERFORM 5938-RECERT-RESULTS-REPORT
                   WHEN "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5936-START-RECERT-CAMPAIGN: Super-admin only, one campaign
      *> open at a time. Every admin-flagged or staff account is put
      *> on the list and notified of the deadline.
      *>*****************************************************************
       5936-START-RECERT-CAMPAIGN.
           IF WS-ADMIN-USERNAME = SPACES
               OR WS-ADMIN-CAMPUS NOT = SPACES
               MOVE "Only a super-admin (an admin with no campus "
                   & "scope) may start a recertification campaign."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-RCF-OPEN-ID > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Campaign #" WS-RCF-OPEN-ID
                   " is still open; finish it first."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Days until the deadline (1-365, default 14): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCF-INPUT
           MOVE WS-RCF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RCF-INPUT = SPACES
               MOVE WS-CONST-RECERT-DAYS TO WS-RCF-DAYS
           ELSE
               IF FUNCTION TRIM(WS-RCF-INPUT) IS NOT NUMERIC
                   MOVE "Enter a number of days." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-RCF-INPUT) TO WS-RCF-DAYS
           END-IF
           IF WS-RCF-DAYS < 1 OR WS-RCF-DAYS > 365
               MOVE "The deadline must be 1 to 365 days away."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCF-TODAY
           COMPUTE WS-RCF-DEADLINE-IN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RCF-TODAY) + WS-RCF-DAYS)

           ADD 1 TO WS-RCF-LAST-ID
           MOVE 0 TO WS-RCF-ADDED
           PERFORM VARYING WS-RCF-ACCT-IDX FROM 1 BY 1
               UNTIL WS-RCF-ACCT-IDX > WS-ACCOUNT-COUNT
               IF (WS-ADMIN-FLAG(WS-RCF-ACCT-IDX) = "Y"
                   OR WS-ACCT-ROLE(WS-RCF-ACCT-IDX) = "F")
                   AND WS-RCF-COUNT < WS-CONST-MAX-RECERT
                   ADD 1 TO WS-RCF-COUNT
                   ADD 1 TO WS-RCF-ADDED
                   MOVE WS-RCF-LAST-ID TO WS-RCF-CAMPAIGN(WS-RCF-COUNT)
                   MOVE WS-USERNAME(WS-RCF-ACCT-IDX)
                       TO WS-RCF-USERNAME(WS-RCF-COUNT)
                   EVALUATE TRUE
                       WHEN WS-ADMIN-FLAG(WS-RCF-ACCT-IDX) = "Y"
                           AND WS-ACCT-ROLE(WS-RCF-ACCT-IDX) = "F"
                           MOVE "B" TO WS-RCF-KIND(WS-RCF-COUNT)
                       WHEN WS-ADMIN-FLAG(WS-RCF-ACCT-IDX) = "Y"
                           MOVE "A" TO WS-RCF-KIND(WS-RCF-COUNT)
                       WHEN OTHER
                           MOVE "F" TO WS-RCF-KIND(WS-RCF-COUNT)
                   END-EVALUATE
                   MOVE WS-ACCT-CAMPUS(WS-RCF-ACCT-IDX)
                       TO WS-RCF-CAMPUS(WS-RCF-COUNT)
                   MOVE WS-RCF-TODAY TO WS-RCF-STARTED(WS-RCF-COUNT)
                   MOVE WS-RCF-DEADLINE-IN
                       TO WS-RCF-DEADLINE(WS-RCF-COUNT)
                   MOVE WS-ADMIN-USERNAME
                       TO WS-RCF-STARTED-BY(WS-RCF-COUNT)
                   MOVE "P" TO WS-RCF-STATUS(WS-RCF-COUNT)
                   MOVE SPACES TO WS-RCF-DECIDED-BY(WS-RCF-COUNT)
                   MOVE 0 TO WS-RCF-DECIDED(WS-RCF-COUNT)
                   MOVE WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
                       TO WS-RCF-OLD-ROLE(WS-RCF-COUNT)
                   MOVE WS-ACCT-ROLE(WS-RCF-ACCT-IDX)
                       TO WS-RCF-NEW-ROLE(WS-RCF-COUNT)
                   MOVE WS-USERNAME(WS-RCF-ACCT-IDX) TO WS-NSP-USER
                   MOVE "RECERT" TO WS-NSP-KIND
                   MOVE SPACES TO WS-NSP-TEXT
                   STRING "Your admin/staff access is up for "
                       "recertification. Another admin must confirm "
                       "it by " WS-RCF-DEADLINE-IN
                       " or it will be removed."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
                   PERFORM 8070-SPOOL-NOTIFICATION
               END-IF
           END-PERFORM
           IF WS-RCF-ADDED = 0
               SUBTRACT 1 FROM WS-RCF-LAST-ID
               MOVE "No admin or staff accounts to recertify."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCF-LAST-ID TO WS-RCF-OPEN-ID
           PERFORM 5932-REWRITE-RECERT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Campaign #" WS-RCF-OPEN-ID " opened: "
               WS-RCF-ADDED " account(s) to confirm by "
               WS-RCF-DEADLINE-IN "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "RECERTSTART" TO WS-RESULT-TYPE
           MOVE WS-RCF-OPEN-ID TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5937-REVIEW-RECERT-PENDING: The signed-in admin confirms or
      *> revokes one pending account - never their own, and only on
      *> their campus when their admin rights are campus-scoped.
      *>*****************************************************************
       5937-REVIEW-RECERT-PENDING.
           IF WS-RCF-OPEN-ID = 0
               MOVE "No recertification campaign is open."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ADMIN-USERNAME = SPACES
               MOVE "Recertification needs a signed-in admin account."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RCF-DISP-COUNT
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-OPEN-ID
                   AND WS-RCF-PENDING(WS-RCF-IDX)
                   AND WS-RCF-USERNAME(WS-RCF-IDX)
                       NOT = WS-ADMIN-USERNAME
                   AND (WS-ADMIN-CAMPUS = SPACES
                       OR FUNCTION UPPER-CASE(WS-RCF-CAMPUS(WS-RCF-IDX))
                       = FUNCTION UPPER-CASE(WS-ADMIN-CAMPUS))
                   ADD 1 TO WS-RCF-DISP-COUNT
                   MOVE WS-RCF-IDX
                       TO WS-RCF-INDEX-MAP(WS-RCF-DISP-COUNT)
                   PERFORM 5940-RECERT-TEXTS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-RCF-DISP-COUNT ". "
                       FUNCTION TRIM(WS-RCF-USERNAME(WS-RCF-IDX))
                       " - " FUNCTION TRIM(WS-RCF-KIND-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   IF WS-RCF-CAMPUS(WS-RCF-IDX) NOT = SPACES
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING WS-RCF-DISP-COUNT ". "
                           FUNCTION TRIM(WS-RCF-USERNAME(WS-RCF-IDX))
                           " - " FUNCTION TRIM(WS-RCF-KIND-TEXT)
                           ", " FUNCTION TRIM(WS-RCF-CAMPUS(WS-RCF-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-RCF-DISP-COUNT = 0
               MOVE "Nothing is waiting for your review. Your own "
                   & "account must be confirmed by another admin."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter an account number, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCF-INPUT
           MOVE WS-RCF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-RCF-INPUT) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RCF-INPUT) TO WS-RCF-CHOICE
           IF WS-RCF-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RCF-CHOICE > WS-RCF-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCF-INDEX-MAP(WS-RCF-CHOICE) TO WS-RCF-IDX

           MOVE "C to confirm this access, R to revoke it now: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-RCF-DECISION
           MOVE WS-RCF-DECISION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EVALUATE WS-RCF-DECISION
               WHEN "C"
                   MOVE "C" TO WS-RCF-STATUS(WS-RCF-IDX)
                   MOVE WS-ADMIN-USERNAME
                       TO WS-RCF-DECIDED-BY(WS-RCF-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-RCF-DECIDED(WS-RCF-IDX)
               WHEN "R"
                   MOVE WS-ADMIN-USERNAME
                       TO WS-RCF-DECIDED-BY(WS-RCF-IDX)
                   PERFORM 5934-DEMOTE-RECERT-ACCOUNT
                   IF NOT WS-RCF-GONE(WS-RCF-IDX)
                       MOVE "R" TO WS-RCF-STATUS(WS-RCF-IDX)
                       PERFORM 4600-WRITE-ACCOUNTS-FILE
                   END-IF
               WHEN OTHER
                   MOVE "Invalid choice; nothing changed."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 5932-REWRITE-RECERT
           PERFORM 5940-RECERT-TEXTS
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-RCF-USERNAME(WS-RCF-IDX)) ": "
               FUNCTION TRIM(WS-RCF-STATUS-TEXT) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "RECERT" TO WS-RESULT-TYPE
           MOVE WS-RCF-USERNAME(WS-RCF-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT

           MOVE 0 TO WS-RCF-PENDING-COUNT
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-OPEN-ID
                   AND WS-RCF-PENDING(WS-RCF-IDX)
                   ADD 1 TO WS-RCF-PENDING-COUNT
               END-IF
           END-PERFORM
           IF WS-RCF-PENDING-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Every account in campaign #" WS-RCF-OPEN-ID
                   " has been reviewed; the campaign is closed."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE 0 TO WS-RCF-OPEN-ID
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5938-RECERT-RESULTS-REPORT: Every row of one campaign, with
      *> who decided it and any role change, spooled to REPORTS.
      *>*****************************************************************
       5938-RECERT-RESULTS-REPORT.
           IF WS-RCF-LAST-ID = 0
               MOVE "No recertification campaigns on file."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Campaign number (blank = #" WS-RCF-LAST-ID "): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RCF-INPUT
           MOVE WS-RCF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RCF-INPUT = SPACES
               MOVE WS-RCF-LAST-ID TO WS-RCF-REPORT-ID
           ELSE
               IF FUNCTION TRIM(WS-RCF-INPUT) IS NOT NUMERIC
                   MOVE "Invalid campaign number." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-RCF-INPUT) TO WS-RCF-REPORT-ID
           END-IF
           MOVE 0 TO WS-RCF-CHOICE
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
                   OR WS-RCF-CHOICE > 0
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-REPORT-ID
                   MOVE WS-RCF-IDX TO WS-RCF-CHOICE
               END-IF
           END-PERFORM
           IF WS-RCF-CHOICE = 0
               MOVE "No such campaign." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "RECERT" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Access Recertification Results: campaign #"
               WS-RCF-REPORT-ID " ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Started " WS-RCF-STARTED(WS-RCF-CHOICE) " by "
               FUNCTION TRIM(WS-RCF-STARTED-BY(WS-RCF-CHOICE))
               "; deadline " WS-RCF-DEADLINE(WS-RCF-CHOICE)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-RCF-PENDING-COUNT
           MOVE 0 TO WS-RCF-CONFIRMED-COUNT
           MOVE 0 TO WS-RCF-REVOKED-COUNT
           MOVE 0 TO WS-RCF-DEMOTE-COUNT
           MOVE 0 TO WS-RCF-GONE-COUNT
           PERFORM VARYING WS-RCF-IDX FROM 1 BY 1
               UNTIL WS-RCF-IDX > WS-RCF-COUNT
               IF WS-RCF-CAMPAIGN(WS-RCF-IDX) = WS-RCF-REPORT-ID
                   PERFORM 5939-RECERT-ROW-LINE
                   EVALUATE TRUE
                       WHEN WS-RCF-PENDING(WS-RCF-IDX)
                           ADD 1 TO WS-RCF-PENDING-COUNT
                       WHEN WS-RCF-CONFIRMED(WS-RCF-IDX)
                           ADD 1 TO WS-RCF-CONFIRMED-COUNT
                       WHEN WS-RCF-REVOKED(WS-RCF-IDX)
                           ADD 1 TO WS-RCF-REVOKED-COUNT
                       WHEN WS-RCF-DEMOTED(WS-RCF-IDX)
                           ADD 1 TO WS-RCF-DEMOTE-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-RCF-GONE-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Confirmed " WS-RCF-CONFIRMED-COUNT
               ", revoked " WS-RCF-REVOKED-COUNT
               ", demoted at deadline " WS-RCF-DEMOTE-COUNT
               ", account gone " WS-RCF-GONE-COUNT
               ", still pending " WS-RCF-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           MOVE "RECERTRPT" TO WS-RESULT-TYPE
           MOVE WS-RCF-REPORT-ID TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5939-RECERT-ROW-LINE.
           PERFORM 5940-RECERT-TEXTS
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " WS-RCF-USERNAME(WS-RCF-IDX) " "
               WS-RCF-KIND-TEXT " "
               WS-RCF-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           IF WS-RCF-DECIDED(WS-RCF-IDX) > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " WS-RCF-USERNAME(WS-RCF-IDX) " "
                   WS-RCF-KIND-TEXT " "
                   WS-RCF-STATUS-TEXT " by "
                   FUNCTION TRIM(WS-RCF-DECIDED-BY(WS-RCF-IDX))
                   " on " WS-RCF-DECIDED(WS-RCF-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5940-RECERT-TEXTS.
           EVALUATE WS-RCF-KIND(WS-RCF-IDX)
               WHEN "B"
                   MOVE "Admin + staff" TO WS-RCF-KIND-TEXT
               WHEN "A"
                   MOVE "Admin" TO WS-RCF-KIND-TEXT
               WHEN OTHER
                   MOVE "Staff" TO WS-RCF-KIND-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RCF-PENDING(WS-RCF-IDX)
                   MOVE "pending" TO WS-RCF-STATUS-TEXT
               WHEN WS-RCF-CONFIRMED(WS-RCF-IDX)
                   MOVE "confirmed" TO WS-RCF-STATUS-TEXT
               WHEN WS-RCF-REVOKED(WS-RCF-IDX)
                   MOVE SPACES TO WS-RCF-STATUS-TEXT
                   STRING "revoked, role " WS-RCF-OLD-ROLE(WS-RCF-IDX)
                       " -> " WS-RCF-NEW-ROLE(WS-RCF-IDX)
                       DELIMITED BY SIZE INTO WS-RCF-STATUS-TEXT
                   END-STRING
               WHEN WS-RCF-DEMOTED(WS-RCF-IDX)
                   MOVE SPACES TO WS-RCF-STATUS-TEXT
                   STRING "demoted, role " WS-RCF-OLD-ROLE(WS-RCF-IDX)
                       " -> " WS-RCF-NEW-ROLE(WS-RCF-IDX)
                       DELIMITED BY SIZE INTO WS-RCF-STATUS-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "account no longer exists" TO WS-RCF-STATUS-TEXT
           END-EVALUATE
           EXIT.
