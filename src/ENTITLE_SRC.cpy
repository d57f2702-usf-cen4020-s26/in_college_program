      *>*****************************************************************
      *> FILE:    ENTITLE_SRC.cpy
      *> PURPOSE: Per-function admin entitlements. Passing the admin
      *>          login no longer opens every admin option: 2120 asks
      *>          ENTITLE.DAT whether the signed-in admin holds the
      *>          function (its pre-login menu number), the bundle it
      *>          belongs to, or ALL. A refusal is shown, appended to
      *>          LOGINAUDIT.DAT as a DENY row and mirrored to
      *>          SESSION.LOG. Until the first grant is made every
      *>          admin keeps every function, so an upgrade does not
      *>          lock anyone out. An admin may not change their own
      *>          grants; the admin making the very first grant is
      *>          given ALL so someone can still administer them.
      *>
      *> PARAGRAPHS:
      *>   2120-REQUIRE-ADMIN-FUNCTION - Admin login + entitlement gate
      *>   2121-CHECK-ENTITLEMENT      - WS-ENTL-USER-IN / WS-ENTL-FUNC
      *>   2122-LOG-ENTITLEMENT-REFUSAL
      *>   5950-LOAD-ENTITLE / 5951 loop
      *>   5952-REWRITE-ENTITLE
      *>   5953-ENTITLE-MENU           - Admin menu
      *>   5954-GRANT-ENTITLEMENT
      *>   5955-REVOKE-ENTITLEMENT
      *>   5956-ENTITLEMENT-REPORT     - Who holds what, for auditors
      *>   5957-VALIDATE-GRANT-CODE
      *>   5958-PROMPT-ADMIN-ACCOUNT
      *>   5959-ADD-GRANT
      *>   5960-BUNDLE-LINE            - Functions in WS-ENTL-BUNDLE
      *>
      *> DEPENDENCIES:
      *>   WS-ENTITLE.cpy, main.cob ENTITLE-FILE, 2100, 3207,
      *>   ACCTINDEX_SRC.cpy (3262), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

      *>*****************************************************************
      *> 2120-REQUIRE-ADMIN-FUNCTION: Admin login, then the entitlement
      *> check for WS-ENTL-FUNC (a menu number, "5" or "05", or "HK").
      *> Callers run the function only when WS-ENTL-GRANTED = 1.
      *>*****************************************************************
       2120-REQUIRE-ADMIN-FUNCTION.
           MOVE 0 TO WS-ENTL-GRANTED
           IF WS-ENTL-FUNC(2:1) = SPACE
               MOVE WS-ENTL-FUNC(1:1) TO WS-ENTL-FUNC(2:1)
               MOVE "0" TO WS-ENTL-FUNC(1:1)
           END-IF
           PERFORM 2100-REQUIRE-ADMIN-LOGIN
           IF WS-ADMIN-AUTH-OK NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADMIN-USERNAME TO WS-ENTL-USER-IN
           PERFORM 2121-CHECK-ENTITLEMENT
           IF WS-ENTL-GRANTED = 0
               PERFORM 2122-LOG-ENTITLEMENT-REFUSAL
           END-IF
           EXIT.

       2121-CHECK-ENTITLEMENT.
           MOVE 0 TO WS-ENTL-GRANTED
           MOVE SPACES TO WS-ENTL-BUNDLE
           PERFORM VARYING WS-ENTL-FDX FROM 1 BY 1
               UNTIL WS-ENTL-FDX > WS-ENTL-FUNC-COUNT
               IF WS-ENTL-FUNC-CODE(WS-ENTL-FDX) = WS-ENTL-FUNC
                   MOVE WS-ENTL-FUNC-BUNDLE(WS-ENTL-FDX)
                       TO WS-ENTL-BUNDLE
               END-IF
           END-PERFORM
      *>    No grants on file yet, or no admin account exists at all
      *>    (the 2100 bootstrap): nothing to enforce.
           IF WS-ENTL-COUNT = 0 OR WS-ENTL-USER-IN = SPACES
               MOVE 1 TO WS-ENTL-GRANTED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
                   OR WS-ENTL-GRANTED = 1
               IF FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX)) =
                   FUNCTION TRIM(WS-ENTL-USER-IN)
                   IF WS-ENTL-GRANT(WS-ENTL-IDX) = "ALL"
                       OR WS-ENTL-GRANT(WS-ENTL-IDX) = WS-ENTL-FUNC
                       OR (WS-ENTL-BUNDLE NOT = SPACES AND
                           WS-ENTL-GRANT(WS-ENTL-IDX) = WS-ENTL-BUNDLE)
                       MOVE 1 TO WS-ENTL-GRANTED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       2122-LOG-ENTITLEMENT-REFUSAL.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "ACCESS DENIED: " FUNCTION TRIM(WS-ADMIN-USERNAME)
               " is not entitled to admin function " WS-ENTL-FUNC
               " (" FUNCTION TRIM(WS-ENTL-BUNDLE) ")."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-ADMIN-USERNAME TO WS-LOGIN-USERNAME
           MOVE "DENY" TO WS-AUDIT-RESULT
           PERFORM 3207-WRITE-LOGIN-AUDIT
           MOVE "ENTITLE" TO WS-RESULT-TYPE
           MOVE WS-ENTL-FUNC TO WS-RESULT-KEY
           MOVE "DENY" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5950-LOAD-ENTITLE.
           MOVE 0 TO WS-ENTL-COUNT
           MOVE "N" TO WS-ENTITLE-EOF
           OPEN INPUT ENTITLE-FILE
           IF WS-ENTITLE-STATUS = WS-CONST-FS-OK
               PERFORM 5951-READ-ENTITLE-LOOP
               CLOSE ENTITLE-FILE
           END-IF
           EXIT.

       5951-READ-ENTITLE-LOOP.
           READ ENTITLE-FILE
               AT END
                   MOVE "Y" TO WS-ENTITLE-EOF
               NOT AT END
                   IF WS-ENTL-COUNT < WS-CONST-MAX-ENTITLE
                       AND ENTL-USERNAME NOT = SPACES
                       AND ENTL-GRANT NOT = SPACES
                       ADD 1 TO WS-ENTL-COUNT
                       MOVE ENTL-USERNAME
                           TO WS-ENTL-USERNAME(WS-ENTL-COUNT)
                       MOVE ENTL-GRANT TO WS-ENTL-GRANT(WS-ENTL-COUNT)
                       MOVE ENTL-BY    TO WS-ENTL-BY(WS-ENTL-COUNT)
                       MOVE ENTL-DATE  TO WS-ENTL-DATE(WS-ENTL-COUNT)
                   END-IF
           END-READ
           IF WS-ENTITLE-EOF = "N"
               PERFORM 5951-READ-ENTITLE-LOOP
           END-IF
           EXIT.

       5952-REWRITE-ENTITLE.
           MOVE WS-ENTITLE-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-ENTITLE-TMP-PATH TO WS-ENTITLE-PATH
           OPEN OUTPUT ENTITLE-FILE
           IF WS-ENTITLE-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ENTITLE-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite ENTITLE.DAT. "
                   "STATUS=" WS-ENTITLE-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTL-OUT-IDX FROM 1 BY 1
               UNTIL WS-ENTL-OUT-IDX > WS-ENTL-COUNT
               MOVE WS-ENTL-USERNAME(WS-ENTL-OUT-IDX) TO ENTL-USERNAME
               MOVE WS-ENTL-GRANT(WS-ENTL-OUT-IDX)    TO ENTL-GRANT
               MOVE WS-ENTL-BY(WS-ENTL-OUT-IDX)       TO ENTL-BY
               MOVE WS-ENTL-DATE(WS-ENTL-OUT-IDX)     TO ENTL-DATE
               WRITE ENTL-RECORD
           END-PERFORM
           CLOSE ENTITLE-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ENTITLE-PATH
           MOVE "ENTITLE.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-ENTITLE-PATH TO WS-JRN-OLD-PATH
           MOVE WS-ENTITLE-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-ENTITLE-TMP-PATH
               WS-ENTITLE-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace ENTITLE.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "ENTITLE.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 7082-RESEAL-FILE
           EXIT.

       5953-ENTITLE-MENU.
           MOVE "1" TO WS-ENTL-MENU-CHOICE
           PERFORM UNTIL WS-ENTL-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Admin Entitlements ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-ENTL-COUNT = 0
                   MOVE "No grants on file: every admin may run every "
                       & "admin function until the first grant."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE "1. Grant a Function or Bundle" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Revoke a Grant" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Entitlements Report" TO WS-OUTPUT-LINE
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
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ENTL-MENU-CHOICE
               MOVE WS-ENTL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-ENTL-MENU-CHOICE
                   WHEN "1"
                       PERFORM 5954-GRANT-ENTITLEMENT
                   WHEN "2"
                       PERFORM 5955-REVOKE-ENTITLEMENT
                   WHEN "3"
                       PERFORM 5956-ENTITLEMENT-REPORT
                   WHEN "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

       5954-GRANT-ENTITLEMENT.
           PERFORM 5958-PROMPT-ADMIN-ACCOUNT
           IF WS-ENTL-ACCT-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Grant which function? A bundle (REPORTING, "
               & "MODERATION, DATAOPS, SUPPORT, SECURITY), ALL, HK, "
               & "or an admin menu number:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ENTL-GRANT-IN
           MOVE WS-ENTL-GRANT-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5957-VALIDATE-GRANT-CODE
           IF WS-ENTL-CODE-OK = 0
               MOVE "Unknown function or bundle; nothing granted."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTL-FOUND
           PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
               IF FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX)) =
                   FUNCTION TRIM(WS-ENTL-USER-IN)
                   AND WS-ENTL-GRANT(WS-ENTL-IDX) = WS-ENTL-GRANT-IN
                   MOVE WS-ENTL-IDX TO WS-ENTL-FOUND
               END-IF
           END-PERFORM
           IF WS-ENTL-FOUND > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-ENTL-USER-IN) " already holds "
                   FUNCTION TRIM(WS-ENTL-GRANT-IN) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTL-COUNT + 2 > WS-CONST-MAX-ENTITLE
               MOVE "The entitlements table is full; revoke unused "
                   & "grants first." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *>    The first grant switches enforcement on. The admin making
      *>    it keeps ALL, or nobody could manage grants afterwards.
           IF WS-ENTL-COUNT = 0 AND WS-ADMIN-USERNAME NOT = SPACES
               MOVE WS-ENTL-USER-IN TO WS-ENTL-SAVE-USER
               MOVE WS-ENTL-GRANT-IN TO WS-ENTL-SAVE-GRANT
               MOVE WS-ADMIN-USERNAME TO WS-ENTL-USER-IN
               MOVE "ALL" TO WS-ENTL-GRANT-IN
               PERFORM 5959-ADD-GRANT
               MOVE "Entitlements are now enforced; you have been "
                   & "granted ALL." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE WS-ENTL-SAVE-USER TO WS-ENTL-USER-IN
               MOVE WS-ENTL-SAVE-GRANT TO WS-ENTL-GRANT-IN
           END-IF
           PERFORM 5959-ADD-GRANT
           PERFORM 5952-REWRITE-ENTITLE
           MOVE "ENTITLE" TO WS-RESULT-TYPE
           MOVE WS-ENTL-USER-IN TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5955-REVOKE-ENTITLEMENT.
           IF WS-ENTL-COUNT = 0
               MOVE "No grants on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5958-PROMPT-ADMIN-ACCOUNT
           IF WS-ENTL-ACCT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTL-FOUND
           PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
               IF FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX)) =
                   FUNCTION TRIM(WS-ENTL-USER-IN)
                   ADD 1 TO WS-ENTL-FOUND
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " FUNCTION TRIM(WS-ENTL-GRANT(WS-ENTL-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-ENTL-FOUND = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-ENTL-USER-IN)
                   " holds no grants."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Grant to revoke:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ENTL-GRANT-IN
           MOVE WS-ENTL-GRANT-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ENTL-GRANT-IN(2:1) = SPACE
               AND WS-ENTL-GRANT-IN(1:1) IS NUMERIC
               MOVE WS-ENTL-GRANT-IN(1:1) TO WS-ENTL-GRANT-IN(2:1)
               MOVE "0" TO WS-ENTL-GRANT-IN(1:1)
           END-IF
           MOVE 0 TO WS-ENTL-FOUND
           PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
               IF FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX)) =
                   FUNCTION TRIM(WS-ENTL-USER-IN)
                   AND WS-ENTL-GRANT(WS-ENTL-IDX) = WS-ENTL-GRANT-IN
                   MOVE WS-ENTL-IDX TO WS-ENTL-FOUND
               END-IF
           END-PERFORM
           IF WS-ENTL-FOUND = 0
               MOVE "No such grant; nothing revoked." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTL-IDX FROM WS-ENTL-FOUND BY 1
               UNTIL WS-ENTL-IDX >= WS-ENTL-COUNT
               MOVE WS-ENTL-ENTRY(WS-ENTL-IDX + 1)
                   TO WS-ENTL-ENTRY(WS-ENTL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ENTL-COUNT
           PERFORM 5952-REWRITE-ENTITLE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Revoked " FUNCTION TRIM(WS-ENTL-GRANT-IN) " from "
               FUNCTION TRIM(WS-ENTL-USER-IN) " by "
               FUNCTION TRIM(WS-ADMIN-USERNAME) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ENTL-COUNT = 0
               MOVE "That was the last grant: every admin may run "
                   & "every admin function again." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "ENTITLE" TO WS-RESULT-TYPE
           MOVE WS-ENTL-USER-IN TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5956-ENTITLEMENT-REPORT: Every admin account with its grants
      *> and how many admin functions they add up to, any grant left
      *> on an account that is no longer an admin, and the functions
      *> each bundle covers. Spooled to REPORTS.
      *>*****************************************************************
       5956-ENTITLEMENT-REPORT.
           MOVE "ENTITLEMENTS" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Admin Entitlements Report ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ENTL-COUNT = 0
               MOVE "No grants on file: every admin may run every "
                   & "admin function." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE 0 TO WS-ENTL-HOLDER-COUNT
           PERFORM VARYING WS-ENTL-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ENTL-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-ADMIN-FLAG(WS-ENTL-ACCT-IDX) = "Y"
                   ADD 1 TO WS-ENTL-HOLDER-COUNT
                   MOVE WS-USERNAME(WS-ENTL-ACCT-IDX) TO WS-ENTL-USER-IN
                   MOVE 0 TO WS-ENTL-FN-COUNT
                   PERFORM VARYING WS-ENTL-OUT-IDX FROM 1 BY 1
                       UNTIL WS-ENTL-OUT-IDX > WS-ENTL-FUNC-COUNT
                       MOVE WS-ENTL-FUNC-CODE(WS-ENTL-OUT-IDX)
                           TO WS-ENTL-FUNC
                       PERFORM 2121-CHECK-ENTITLEMENT
                       IF WS-ENTL-GRANTED = 1
                           ADD 1 TO WS-ENTL-FN-COUNT
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-USERNAME(WS-ENTL-ACCT-IDX) " "
                       WS-ENTL-FN-COUNT " of " WS-ENTL-FUNC-COUNT
                       " admin functions"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   IF WS-ACCT-CAMPUS(WS-ENTL-ACCT-IDX) NOT = SPACES
                       MOVE WS-OUTPUT-LINE TO WS-ENTL-LIST
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING FUNCTION TRIM(WS-ENTL-LIST TRAILING)
                           ", campus "
                           FUNCTION TRIM(
                               WS-ACCT-CAMPUS(WS-ENTL-ACCT-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
                       UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
                       IF FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX)) =
                           FUNCTION TRIM(WS-ENTL-USER-IN)
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "    " WS-ENTL-GRANT(WS-ENTL-IDX)
                               " granted by "
                               FUNCTION TRIM(WS-ENTL-BY(WS-ENTL-IDX))
                               " on " WS-ENTL-DATE(WS-ENTL-IDX)
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ENTL-HOLDER-COUNT = 0
               MOVE "No admin accounts on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

      *>    Grants still on file for accounts that lost the admin flag
      *>    (or were deleted); inert, but auditors ask about them.
           PERFORM VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
               MOVE FUNCTION TRIM(WS-ENTL-USERNAME(WS-ENTL-IDX))
                   TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               MOVE WS-AIX-FOUND TO WS-ENTL-ACCT-IDX
               IF WS-ENTL-ACCT-IDX = 0
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Inactive: " WS-ENTL-USERNAME(WS-ENTL-IDX)
                       " " WS-ENTL-GRANT(WS-ENTL-IDX)
                       " (account no longer exists)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   IF WS-ADMIN-FLAG(WS-ENTL-ACCT-IDX) NOT = "Y"
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Inactive: " WS-ENTL-USERNAME(WS-ENTL-IDX)
                           " " WS-ENTL-GRANT(WS-ENTL-IDX)
                           " (account is not an admin)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM

           MOVE "Bundles:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "REPORTING" TO WS-ENTL-BUNDLE
           PERFORM 5960-BUNDLE-LINE
           MOVE "MODERATION" TO WS-ENTL-BUNDLE
           PERFORM 5960-BUNDLE-LINE
           MOVE "DATAOPS" TO WS-ENTL-BUNDLE
           PERFORM 5960-BUNDLE-LINE
           MOVE "SUPPORT" TO WS-ENTL-BUNDLE
           PERFORM 5960-BUNDLE-LINE
           MOVE "SECURITY" TO WS-ENTL-BUNDLE
           PERFORM 5960-BUNDLE-LINE
           PERFORM 8410-END-REPORT
           MOVE "ENTITLERPT" TO WS-RESULT-TYPE
           MOVE WS-ENTL-COUNT TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5957-VALIDATE-GRANT-CODE: WS-ENTL-GRANT-IN must be ALL, a
      *> bundle, or a function code; a one-digit menu number is
      *> padded to two ("9" -> "09").
      *>*****************************************************************
       5957-VALIDATE-GRANT-CODE.
           MOVE 0 TO WS-ENTL-CODE-OK
           IF WS-ENTL-GRANT-IN(2:1) = SPACE
               AND WS-ENTL-GRANT-IN(1:1) IS NUMERIC
               MOVE WS-ENTL-GRANT-IN(1:1) TO WS-ENTL-GRANT-IN(2:1)
               MOVE "0" TO WS-ENTL-GRANT-IN(1:1)
           END-IF
           IF WS-ENTL-GRANT-IN = "ALL"
               MOVE 1 TO WS-ENTL-CODE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTL-FDX FROM 1 BY 1
               UNTIL WS-ENTL-FDX > WS-ENTL-FUNC-COUNT
               IF WS-ENTL-FUNC-CODE(WS-ENTL-FDX) = WS-ENTL-GRANT-IN
                   OR WS-ENTL-FUNC-BUNDLE(WS-ENTL-FDX)
                       = WS-ENTL-GRANT-IN
                   MOVE 1 TO WS-ENTL-CODE-OK
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5958-PROMPT-ADMIN-ACCOUNT: Ask for the admin whose grants are
      *> changing. Leaves WS-ENTL-USER-IN and WS-ENTL-ACCT-IDX, or 0 when
      *> the account is unknown, not an admin, or the caller's own.
      *>*****************************************************************
       5958-PROMPT-ADMIN-ACCOUNT.
           MOVE 0 TO WS-ENTL-ACCT-IDX
           MOVE "Admin username:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ENTL-USER-IN
           MOVE WS-ENTL-USER-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-ENTL-USER-IN TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           IF WS-AIX-FOUND = 0
               MOVE "No such account." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-ADMIN-FLAG(WS-AIX-FOUND) NOT = "Y"
               MOVE "That account is not an admin. Designate it from "
                   & "Support/Admin Account Lookup first."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-USERNAME(WS-AIX-FOUND)) =
               FUNCTION TRIM(WS-ADMIN-USERNAME)
               MOVE "You may not change your own entitlements."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME(WS-AIX-FOUND) TO WS-ENTL-USER-IN
           MOVE WS-AIX-FOUND TO WS-ENTL-ACCT-IDX
           EXIT.

       5959-ADD-GRANT.
           ADD 1 TO WS-ENTL-COUNT
           MOVE WS-ENTL-USER-IN TO WS-ENTL-USERNAME(WS-ENTL-COUNT)
           MOVE WS-ENTL-GRANT-IN TO WS-ENTL-GRANT(WS-ENTL-COUNT)
           IF WS-ADMIN-USERNAME = SPACES
               MOVE "ADMIN" TO WS-ENTL-BY(WS-ENTL-COUNT)
           ELSE
               MOVE WS-ADMIN-USERNAME TO WS-ENTL-BY(WS-ENTL-COUNT)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-ENTL-DATE(WS-ENTL-COUNT)
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Granted " FUNCTION TRIM(WS-ENTL-GRANT-IN) " to "
               FUNCTION TRIM(WS-ENTL-USER-IN) " by "
               FUNCTION TRIM(WS-ENTL-BY(WS-ENTL-COUNT)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5960-BUNDLE-LINE.
           MOVE SPACES TO WS-ENTL-LIST
           MOVE 1 TO WS-ENTL-PTR
           PERFORM VARYING WS-ENTL-FDX FROM 1 BY 1
               UNTIL WS-ENTL-FDX > WS-ENTL-FUNC-COUNT
               IF WS-ENTL-FUNC-BUNDLE(WS-ENTL-FDX) = WS-ENTL-BUNDLE
                   STRING WS-ENTL-FUNC-CODE(WS-ENTL-FDX) " "
                       DELIMITED BY SIZE INTO WS-ENTL-LIST
                       WITH POINTER WS-ENTL-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " WS-ENTL-BUNDLE " " FUNCTION TRIM(WS-ENTL-LIST)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
