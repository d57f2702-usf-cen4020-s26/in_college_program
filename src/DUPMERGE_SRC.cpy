               EXIT PARAGRAPH
           END-IF

      *>    The repoint and retirement are one transaction: a crash
      *>    part-way rolls every file back to the pre-merge state.
           MOVE "MERGE-ACCOUNTS" TO WS-TXN-NAME
           PERFORM 8096-BEGIN-TRANSACTION
           PERFORM 3756-REPOINT-TABLES
           PERFORM 3757-REPOINT-MESSAGES

      *>    Retire the duplicate: drop its account and profile rows
      *>    (the referencing rows now carry the survivor's name).
           MOVE WS-DUP-LOSER TO WS-DEACTIVATE-USERNAME
           MOVE FUNCTION TRIM(WS-DUP-LOSER) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-DUP-FOUND-IDX
           IF WS-DUP-FOUND-IDX > 0
               PERFORM VARYING WS-DUP-SCAN FROM WS-DUP-FOUND-IDX BY 1
                   UNTIL WS-DUP-SCAN >= WS-ACCOUNT-COUNT
                       TO WS-ACCOUNT(WS-DUP-SCAN)
               END-PERFORM
               SUBTRACT 1 FROM WS-ACCOUNT-COUNT
               PERFORM 3260-REBUILD-ACCOUNT-INDEX
               PERFORM 4600-WRITE-ACCOUNTS-FILE
           END-IF

               PERFORM 4650-WRITE-PROFILES-FILE
               PERFORM 4660-WRITE-PROFILE-CHILD-FILES
           END-IF
           PERFORM 8097-COMMIT-TRANSACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Merge complete: " WS-DUP-REPOINTED
       3756-REPOINT-TABLES.
           MOVE 0 TO WS-DUP-REPOINTED

      *>   PENDING.DAT and CONNECTIONS.DAT are repointed as they are
      *>   streamed through their .TMP files; the signed-on user's
      *>   working set is then reread so it shows the survivor.
           MOVE "R" TO WS-NETKEY-DROP-MODE
           MOVE WS-DUP-LOSER TO WS-NETKEY-DROP-A
           MOVE WS-DUP-SURVIVOR TO WS-NETKEY-DROP-B
           PERFORM 9310-REWRITE-PENDING-FILE
           ADD WS-NETKEY-DROP-COUNT TO WS-DUP-REPOINTED

           MOVE "R" TO WS-NETKEY-DROP-MODE
           MOVE WS-DUP-LOSER TO WS-NETKEY-DROP-A
           MOVE WS-DUP-SURVIVOR TO WS-NETKEY-DROP-B
           PERFORM 9450-REWRITE-CONNECTIONS-FILE
           ADD WS-NETKEY-DROP-COUNT TO WS-DUP-REPOINTED
           PERFORM 9255-LOAD-NETKEY-SET

           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-ALL-APPS-COUNT
           END-PERFORM
           PERFORM 7192-REWRITE-CERTS-FILE

           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF FUNCTION TRIM(WS-CRS-USERNAME(WS-CRS-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CRS-USERNAME(WS-CRS-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5633-REWRITE-COURSEWORK

           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-WKL-COUNT
               IF FUNCTION TRIM(WS-WKL-USERNAME(WS-DUP-SCAN)) =
           END-PERFORM
           PERFORM 5532-REWRITE-WORKLOG

           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
               UNTIL WS-CRQ-IDX > WS-CRQ-COUNT
               IF FUNCTION TRIM(WS-CRQ-USERNAME(WS-CRQ-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CRQ-USERNAME(WS-CRQ-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-CRQ-APPROVER(WS-CRQ-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CRQ-APPROVER(WS-CRQ-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5668-REWRITE-CREDITREQS

           PERFORM VARYING WS-EVL-IDX FROM 1 BY 1
               UNTIL WS-EVL-IDX > WS-EVL-COUNT
               IF FUNCTION TRIM(WS-EVL-USERNAME(WS-EVL-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-EVL-USERNAME(WS-EVL-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-EVL-EVALUATOR(WS-EVL-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-EVL-EVALUATOR(WS-EVL-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5678-REWRITE-EVALS

           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-COUNT
               IF FUNCTION TRIM(WS-CSL-STUDENT(WS-CSL-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CSL-STUDENT(WS-CSL-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-CSL-ADVISER(WS-CSL-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CSL-ADVISER(WS-CSL-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5691-REWRITE-CASELOAD

           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-APT-STUDENT(WS-APT-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-APT-ADVISER(WS-APT-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5707-REWRITE-APPTS

           PERFORM VARYING WS-ESV-IDX FROM 1 BY 1
               UNTIL WS-ESV-IDX > WS-ESV-COUNT
               IF FUNCTION TRIM(WS-ESV-USERNAME(WS-ESV-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-ESV-USERNAME(WS-ESV-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 6683-REWRITE-EVTSURVEY

           PERFORM VARYING WS-BTH-IDX FROM 1 BY 1
               UNTIL WS-BTH-IDX > WS-BTH-COUNT
               IF FUNCTION TRIM(WS-BTH-RECRUITER(WS-BTH-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-BTH-RECRUITER(WS-BTH-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 6692-REWRITE-BOOTHS

           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
               IF FUNCTION TRIM(WS-CXL-USERNAME(WS-CXL-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CXL-USERNAME(WS-CXL-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 6843-REWRITE-CALEXPORT

           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               IF FUNCTION TRIM(WS-PRJ-USERNAME(WS-PRJ-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-PRJ-USERNAME(WS-PRJ-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 7472-REWRITE-PROJECTS-FILE

           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-BLOCKS-COUNT
               IF FUNCTION TRIM(WS-BLOCK-BLOCKER(WS-DUP-SCAN)) =
           END-PERFORM
           PERFORM 5592-REWRITE-EMPREVIEWS

           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-RCT-COUNT
               IF FUNCTION TRIM(WS-RCT-USERNAME(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-RCT-USERNAME(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-RCT-ADDED-BY(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-RCT-ADDED-BY(WS-DUP-SCAN)
               END-IF
           END-PERFORM
           PERFORM 5602-REWRITE-RECRUITERS

           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-GJR-COUNT
               IF FUNCTION TRIM(WS-GJR-USERNAME(WS-DUP-SCAN)) =
           END-PERFORM
           PERFORM 6576-REWRITE-GRPMODS

      *>    Only a pending recertification follows the account;
      *>    decided rows stay under the name that was reviewed.
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-RCF-COUNT
               IF FUNCTION TRIM(WS-RCF-USERNAME(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   AND WS-RCF-PENDING(WS-DUP-SCAN)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-RCF-USERNAME(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5932-REWRITE-RECERT

      *>    Consent history moves whole; the ledger stays in date
      *>    order, so the latest choice of either name stands.
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-CNS-COUNT
               IF FUNCTION TRIM(WS-CNS-USERNAME(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-CNS-USERNAME(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5978-REWRITE-CONSENT

      *>    Milestones move with the account; the earliest date per
      *>    stage is what the funnel reads, so duplicates are harmless.
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-MLS-COUNT
               IF FUNCTION TRIM(WS-MLS-USERNAME(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-MLS-USERNAME(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5999-REWRITE-MILESTONES

      *>    Talent pools follow their owner; a pooled student moves
      *>    with their notes and stage.
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-PL-COUNT
               IF FUNCTION TRIM(WS-PL-OWNER(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-PL-OWNER(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4113-REWRITE-POOLS
           PERFORM VARYING WS-PLM-IDX FROM 1 BY 1
               UNTIL WS-PLM-IDX > WS-PLM-COUNT
               IF FUNCTION TRIM(WS-PLM-USERNAME(WS-PLM-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-PLM-USERNAME(WS-PLM-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4114-REWRITE-POOLMEMBERS

      *>    Off-platform applications are the student's own record.
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               IF FUNCTION TRIM(WS-EXA-USERNAME(WS-EXA-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-EXA-USERNAME(WS-EXA-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4142-REWRITE-EXTAPPS

      *>    References and reference checks: the applicant's list, the
      *>    in-system reference named on it, and the poster who asked.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF FUNCTION TRIM(WS-REF-OWNER(WS-REF-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-REF-OWNER(WS-REF-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-REF-USER(WS-REF-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-REF-USER(WS-REF-IDX)
                   MOVE WS-DUP-SURVIVOR TO WS-REF-NAME(WS-REF-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4159-REWRITE-REFERENCES
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF FUNCTION TRIM(WS-RFC-APPL(WS-RFC-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-RFC-APPL(WS-RFC-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-RFC-POSTER(WS-RFC-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-RFC-POSTER(WS-RFC-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-RFC-REF-USER(WS-RFC-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-RFC-REF-USER(WS-RFC-IDX)
                   MOVE WS-DUP-SURVIVOR TO WS-RFC-REF-NAME(WS-RFC-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4160-REWRITE-REFCHECKS

      *>    Help desk: the ticket's owner, its assignee, and who wrote
      *>    each history row.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF FUNCTION TRIM(WS-HD-USERNAME(WS-HD-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-HD-USERNAME(WS-HD-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
               IF FUNCTION TRIM(WS-HD-ASSIGNEE(WS-HD-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-HD-ASSIGNEE(WS-HD-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4179-REWRITE-TICKETS
           PERFORM VARYING WS-HDN-IDX FROM 1 BY 1
               UNTIL WS-HDN-IDX > WS-HDN-COUNT
               IF FUNCTION TRIM(WS-HDN-AUTHOR(WS-HDN-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-HDN-AUTHOR(WS-HDN-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4180-REWRITE-TICKETNOTES

      *>    Suspicious-posting reports: who filed each one.
           PERFORM VARYING WS-JRP-IDX FROM 1 BY 1
               UNTIL WS-JRP-IDX > WS-JRP-COUNT
               IF FUNCTION TRIM(WS-JRP-REPORTER(WS-JRP-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-JRP-REPORTER(WS-JRP-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4212-REWRITE-JOB-REPORTS

      *>    Monthly statement opt-outs, and the application-status
      *>    snapshot the next statement run compares against.
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-STO-COUNT
               IF FUNCTION TRIM(WS-STO-USERNAME(WS-STM-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-STO-USERNAME(WS-STM-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4222-REWRITE-STMT-OPTOUTS
           PERFORM 4228-LOAD-STMT-SNAPSHOT
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
               UNTIL WS-STM-IDX > WS-SAP-COUNT
               IF FUNCTION TRIM(WS-SAP-USERNAME(WS-STM-IDX)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR TO WS-SAP-USERNAME(WS-STM-IDX)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 4232-REWRITE-STMT-SNAPSHOT

      *>    ALUMNI.DAT is not a standing table; load it the way the
      *>    survey does, repoint, and rewrite.
           PERFORM 3251-LOAD-FDS-TABLE
           END-PERFORM
           PERFORM 3253-REWRITE-ALUMNI

      *>    Skill assessment attempts follow the student, so a
      *>    verification earned under the old name still shows.
           IF WS-SKT-LOADED = 0
               PERFORM 5725-LOAD-SKILLTEST
           END-IF
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
               UNTIL WS-DUP-SCAN > WS-SKV-COUNT
               IF FUNCTION TRIM(WS-SKV-USERNAME(WS-DUP-SCAN)) =
                   FUNCTION TRIM(WS-DUP-LOSER)
                   MOVE WS-DUP-SURVIVOR
                       TO WS-SKV-USERNAME(WS-DUP-SCAN)
                   ADD 1 TO WS-DUP-REPOINTED
               END-IF
           END-PERFORM
           PERFORM 5744-REWRITE-SKILLVERIFY

      *>    GROUPPOSTS.DAT is not table-resident; stream it like the
      *>    messages pass, swapping the author column.
           PERFORM 3765-REPOINT-GROUPPOSTS

           CLOSE MESSAGES-FILE
           CLOSE MESSAGES-TMP-FILE
           MOVE "MESSAGES.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MESSAGES-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MESSAGES-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MESSAGES-TMP-PATH
               WS-MESSAGES-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE ENDORSEMENTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ENDORSEMENTS-PATH
           MOVE "ENDORSEMENTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-ENDORSEMENTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-ENDORSE-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-ENDORSE-TMP-PATH
               WS-ENDORSEMENTS-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ATTENDANCE-PATH
           MOVE "ATTENDANCE.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-ATTENDANCE-PATH TO WS-JRN-OLD-PATH
           MOVE WS-ATTENDANCE-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-ATTENDANCE-TMP-PATH
               WS-ATTENDANCE-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE BLOCKS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BLOCKS-PATH
           MOVE "BLOCKS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-BLOCKS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BLOCKS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BLOCKS-TMP-PATH
               WS-BLOCKS-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE SCREENA-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SCREENA-PATH
           MOVE "SCREENA.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SCREENA-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SCREENA-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SCREENA-TMP-PATH
               WS-SCREENA-PATH
               RETURNING WS-CRASH-SAFE-RC
           END-PERFORM
           CLOSE MSHLOG-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MSHLOG-PATH
           MOVE "MSHLOG.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MSHLOG-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MSHLOG-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MSHLOG-TMP-PATH
               WS-MSHLOG-PATH
               RETURNING WS-CRASH-SAFE-RC
           PERFORM 3766-GPP-REPOINT-LOOP
           CLOSE BACKUP-IN-FILE
           CLOSE BACKUP-OUT-FILE
           MOVE "GROUPPOSTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-GROUPPOSTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-GROUPPOSTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-GROUPPOSTS-TMP-PATH
               WS-GROUPPOSTS-PATH
               RETURNING WS-CRASH-SAFE-RC
