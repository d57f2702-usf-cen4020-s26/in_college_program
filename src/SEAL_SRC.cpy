      *>*****************************************************************
      *> FILE:    SEAL_SRC.cpy
      *> PURPOSE: Tamper-evident seals on the security files.
      *>          ACCOUNTS.DAT (passwords, lockouts, admin flags),
      *>          PWDHIST.DAT, LOGINAUDIT.DAT and ENTITLE.DAT (admin
      *>          function grants) are plain line-sequential files,
      *>          so anyone with file access could clear a lockout,
      *>          set ACCT-ADMIN-FLAG or delete audit rows unseen.
      *>          Every legitimate write now re-seals the file: a
      *>          checksum over every byte, started from
      *>          WS-CONST-SEAL-KEY, plus the line count, kept in
      *>          SEALS.DAT. 1100-LOAD-ACCOUNTS verifies all of them
      *>          before anyone can sign in. On a mismatch admin
      *>          sign-in is refused, an I/O alert is raised per file
      *>          and the SEALCHECK report names the file. Once the
      *>          file has been repaired by hand, two admins re-seal
      *>          it together (option 66, dual control as in 2150).
      *>
      *>          A file whose seal failed is never re-sealed by an
      *>          ordinary write, so later activity cannot paper over
      *>          the change. The first run without SEALS.DAT seals
      *>          the files as found and raises an alert saying so -
      *>          but only on a fresh install (ACCOUNTS.DAT empty).
      *>          A seal file missing once accounts exist is treated
      *>          as tampering: every file is MISSING and admin
      *>          sign-in is refused until the option 66 re-seal.
      *>
      *> PARAGRAPHS:
      *>   7080-VERIFY-SEALS          - Startup check (from 1100)
      *>   7081-COMPUTE-SEAL          - Checksum one file
      *>   7082-RESEAL-FILE           - After a legitimate write
      *>   7083-SEAL-REPORT           - Per-file seal status lines
      *>   7084-LOAD-SEALS            - Read SEALS.DAT
      *>   7085-WRITE-SEALS           - Rewrite SEALS.DAT (crash-safe)
      *>   7086-RESEAL-SECURITY-FILES - Admin: dual-controlled re-seal
      *>   7087-FIND-SEAL-ROW         - Row and slot for a file name
      *>   7088-CHECK-ALL-SEALS       - Compare every file with its seal
      *>   7089-STORE-SEAL            - Store a computed seal
      *>   7090-SEAL-PRECHECK         - Seal still good before a rewrite
      *>
      *> DEPENDENCIES:
      *>   WS-SEAL.cpy, SEALS-FILE, BACKUP-IN-FILE, IOALERT_SRC.cpy
      *>   (8500), REPORTSPOOL_SRC.cpy (8400/8410), main.cob 2150
      *>*****************************************************************

      *>*****************************************************************
      *> 7080-VERIFY-SEALS: Run from 1100-LOAD-ACCOUNTS at startup.
      *>*****************************************************************
       7080-VERIFY-SEALS.
           MOVE 1 TO WS-SEAL-VERIFIED
           MOVE 0 TO WS-SEAL-BROKEN
           MOVE 0 TO WS-SEAL-CREATED
           PERFORM 7084-LOAD-SEALS
           PERFORM 7088-CHECK-ALL-SEALS

           IF WS-SEAL-CREATED = 1
               MOVE "SYSTEM" TO WS-SEAL-BY
               PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
                   MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-SEAL-FILE-NAME
                   PERFORM 7081-COMPUTE-SEAL
                   PERFORM 7089-STORE-SEAL
               END-PERFORM
               PERFORM 7085-WRITE-SEALS
               MOVE "SEALS.DAT" TO WS-ALERT-FILE
               MOVE "SEAL-CREATE" TO WS-ALERT-OP
               MOVE "00" TO WS-ALERT-FSTAT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING "No seal file was present; the security files "
                   "were sealed as found."
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM 8500-RAISE-IO-ALERT
               MOVE "Security files sealed for the first time."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           IF WS-SEAL-BROKEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SEAL-ON-FILE = 0
               MOVE "SEALS.DAT" TO WS-ALERT-FILE
               MOVE "SEAL-VERIFY" TO WS-ALERT-OP
               MOVE "SL" TO WS-ALERT-FSTAT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING "Seal file missing while accounts are on file: "
                   "removed outside the program. Admin sign-in "
                   "refused until re-sealed."
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM 8500-RAISE-IO-ALERT
           END-IF

           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
               IF WS-SEAL-CHK-RESULT(WS-SEAL-IDX) NOT = "OK"
                   AND WS-SEAL-CHK-RESULT(WS-SEAL-IDX) NOT = "MISSING"
                   MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-ALERT-FILE
                   MOVE "SEAL-VERIFY" TO WS-ALERT-OP
                   MOVE "SL" TO WS-ALERT-FSTAT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING "Seal check "
                       FUNCTION TRIM(WS-SEAL-CHK-RESULT(WS-SEAL-IDX))
                       ": changed outside the program. Admin sign-in "
                       "refused until re-sealed."
                       DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   END-STRING
                   PERFORM 8500-RAISE-IO-ALERT
               END-IF
           END-PERFORM

           MOVE "SEALCHECK" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "=== SECURITY FILE SEAL CHECK FAILED ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7083-SEAL-REPORT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Admin sign-in is refused until two admins re-seal "
               "the files (option 66) after an authorized repair."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=========================================="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT

           MOVE "SEALCHECK" TO WS-RESULT-TYPE
           MOVE SPACES TO WS-RESULT-KEY
           MOVE "FAIL" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 7081-COMPUTE-SEAL: Checksum of WS-SEAL-FILE-NAME in the data
      *> directory. Each line contributes its bytes up to the last
      *> non-blank, then a line mark, so reordering, editing, adding
      *> or removing a row all change the value. A missing file seals
      *> as the bare key with 0 lines.
      *>*****************************************************************
       7081-COMPUTE-SEAL.
           MOVE WS-CONST-SEAL-KEY TO WS-SEAL-VALUE
           MOVE 0 TO WS-SEAL-LINES
           MOVE SPACES TO WS-BACKUP-IN-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               MOVE WS-SEAL-FILE-NAME TO WS-BACKUP-IN-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/"
                   FUNCTION TRIM(WS-SEAL-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-BACKUP-IN-PATH
               END-STRING
           END-IF
           OPEN INPUT BACKUP-IN-FILE
           IF WS-BACKUP-IN-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SEAL-READ-EOF
           PERFORM UNTIL WS-SEAL-READ-EOF = "Y"
               READ BACKUP-IN-FILE
                   AT END
                       MOVE "Y" TO WS-SEAL-READ-EOF
                   NOT AT END
                       ADD 1 TO WS-SEAL-LINES
                       IF BACKUP-IN-RECORD = SPACES
                           MOVE 0 TO WS-SEAL-LEN
                       ELSE
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               BACKUP-IN-RECORD TRAILING))
                               TO WS-SEAL-LEN
                       END-IF
                       PERFORM VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
                           UNTIL WS-SEAL-CHAR-IDX > WS-SEAL-LEN
                           COMPUTE WS-SEAL-VALUE = FUNCTION MOD(
                               WS-SEAL-VALUE * 31 + FUNCTION ORD(
                               BACKUP-IN-RECORD(WS-SEAL-CHAR-IDX:1)),
                               9999999999)
                       END-PERFORM
                       COMPUTE WS-SEAL-VALUE = FUNCTION MOD(
                           WS-SEAL-VALUE * 31 + 11, 9999999999)
               END-READ
           END-PERFORM
           CLOSE BACKUP-IN-FILE
           EXIT.

      *>*****************************************************************
      *> 7082-RESEAL-FILE: Called with WS-SEAL-FILE-NAME after any write
      *> that may touch a sealed file; other names are ignored, so
      *> generic rewriters (restore, replay, rollback, retention) can
      *> call it for every file they touch.
      *>*****************************************************************
       7082-RESEAL-FILE.
           PERFORM 7087-FIND-SEAL-ROW
           IF WS-SEAL-SLOT = 0
               MOVE SPACES TO WS-SEAL-BY
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAL-VERIFIED = 1
               AND WS-SEAL-CHK-RESULT(WS-SEAL-SLOT) NOT = "OK"
               AND WS-SEAL-CHK-RESULT(WS-SEAL-SLOT) NOT = "CREATED"
               MOVE SPACES TO WS-SEAL-BY
               EXIT PARAGRAPH
           END-IF
           PERFORM 7084-LOAD-SEALS
      *> Before the startup check has run there is nothing to keep up
      *> to date yet; the check seals the files itself.
           IF WS-SEAL-ON-FILE = 0 AND WS-SEAL-VERIFIED = 0
               MOVE SPACES TO WS-SEAL-BY
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAL-BY = SPACES
               IF WS-CURRENT-USER-INDEX > 0
                   MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                       TO WS-SEAL-BY
               ELSE
                   MOVE "SYSTEM" TO WS-SEAL-BY
               END-IF
           END-IF
           PERFORM 7081-COMPUTE-SEAL
           PERFORM 7089-STORE-SEAL
           PERFORM 7085-WRITE-SEALS
           MOVE SPACES TO WS-SEAL-BY
           EXIT.

      *>*****************************************************************
      *> 7083-SEAL-REPORT: One line per sealed file from the last
      *> 7088 check.
      *>*****************************************************************
       7083-SEAL-REPORT.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
               MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-SEAL-FILE-NAME
               PERFORM 7087-FIND-SEAL-ROW
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-SEAL-ROW = 0
                   STRING "  " WS-SEAL-FILE-NAME " "
                       WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       " lines now " WS-SEAL-CHK-LINES(WS-SEAL-IDX)
                       "; no seal on file"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING "  " WS-SEAL-FILE-NAME " "
                       WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       " lines now " WS-SEAL-CHK-LINES(WS-SEAL-IDX)
                       ", sealed " WS-SL-LINES(WS-SEAL-ROW)
                       " at " WS-SL-STAMP(WS-SEAL-ROW) " by "
                       FUNCTION TRIM(WS-SL-BY(WS-SEAL-ROW))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

       7084-LOAD-SEALS.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 1 TO WS-SEAL-ON-FILE
           MOVE "N" TO WS-SEALS-EOF
           OPEN INPUT SEALS-FILE
           IF WS-SEALS-STATUS = WS-CONST-FS-NOT-FOUND
               MOVE 0 TO WS-SEAL-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEALS-STATUS NOT = WS-CONST-FS-OK
               MOVE "SEALS.DAT" TO WS-ALERT-FILE
               MOVE "OPEN-INPUT" TO WS-ALERT-OP
               MOVE WS-SEALS-STATUS TO WS-ALERT-FSTAT
               PERFORM 8500-RAISE-IO-ALERT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEALS-EOF = "Y"
               READ SEALS-FILE
                   AT END
                       MOVE "Y" TO WS-SEALS-EOF
                   NOT AT END
                       IF WS-SEAL-COUNT < 10
                           ADD 1 TO WS-SEAL-COUNT
                           MOVE SEAL-FILE TO WS-SL-FILE(WS-SEAL-COUNT)
                           MOVE SEAL-VALUE TO WS-SL-VALUE(WS-SEAL-COUNT)
                           MOVE SEAL-LINES TO WS-SL-LINES(WS-SEAL-COUNT)
                           MOVE SEAL-STAMP TO WS-SL-STAMP(WS-SEAL-COUNT)
                           MOVE SEAL-BY TO WS-SL-BY(WS-SEAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEALS-FILE
           EXIT.

       7085-WRITE-SEALS.
           MOVE WS-SEALS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-SEALS-TMP-PATH TO WS-SEALS-PATH
           OPEN OUTPUT SEALS-FILE
           IF WS-SEALS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SEALS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite SEALS.DAT. STATUS="
                   WS-SEALS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEAL-JDX FROM 1 BY 1
               UNTIL WS-SEAL-JDX > WS-SEAL-COUNT
               MOVE WS-SL-FILE(WS-SEAL-JDX)  TO SEAL-FILE
               MOVE WS-SL-VALUE(WS-SEAL-JDX) TO SEAL-VALUE
               MOVE WS-SL-LINES(WS-SEAL-JDX) TO SEAL-LINES
               MOVE WS-SL-STAMP(WS-SEAL-JDX) TO SEAL-STAMP
               MOVE WS-SL-BY(WS-SEAL-JDX)    TO SEAL-BY
               WRITE SEAL-RECORD
           END-PERFORM
           CLOSE SEALS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SEALS-PATH
           CALL "CBL_RENAME_FILE" USING WS-SEALS-TMP-PATH
               WS-SEALS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace SEALS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7086-RESEAL-SECURITY-FILES: Admin option 66. The first admin
      *> signs in through 2100 even though seals have failed
      *> (WS-SEAL-RESEAL-MODE); a second, different admin must approve
      *> through 2150 and the repair is described for the alert log.
      *>*****************************************************************
       7086-RESEAL-SECURITY-FILES.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== RE-SEAL SECURITY FILES ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 7084-LOAD-SEALS
           PERFORM 7088-CHECK-ALL-SEALS
           PERFORM 7083-SEAL-REPORT

           PERFORM 2150-REQUIRE-SECOND-ADMIN
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DUAL-OK NOT = 1
               MOVE "Re-seal cancelled; the seals are unchanged."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Describe the authorized repair being sealed: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD TO WS-SEAL-REASON
           MOVE WS-SEAL-REASON TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-SEAL-REASON = SPACES
               MOVE "A reason is required; the seals are unchanged."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SEAL-BY
           STRING FUNCTION TRIM(WS-ADMIN-USERNAME) "+"
               FUNCTION TRIM(WS-DUAL-SECOND-ADMIN)
               DELIMITED BY SIZE INTO WS-SEAL-BY
           END-STRING
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
               MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-SEAL-FILE-NAME
               PERFORM 7081-COMPUTE-SEAL
               PERFORM 7089-STORE-SEAL
               MOVE "OK" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
               MOVE WS-SEAL-LINES TO WS-SEAL-CHK-LINES(WS-SEAL-IDX)
           END-PERFORM
           PERFORM 7085-WRITE-SEALS
           MOVE 0 TO WS-SEAL-BROKEN

           MOVE "SEALS.DAT" TO WS-ALERT-FILE
           MOVE "RESEAL" TO WS-ALERT-OP
           MOVE "00" TO WS-ALERT-FSTAT
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "Re-sealed by " FUNCTION TRIM(WS-SEAL-BY) ": "
               FUNCTION TRIM(WS-SEAL-REASON)
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-STRING
           PERFORM 8500-RAISE-IO-ALERT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Security files re-sealed by "
               FUNCTION TRIM(WS-SEAL-BY) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "RESEAL" TO WS-RESULT-TYPE
           MOVE WS-DUAL-SECOND-ADMIN TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           MOVE SPACES TO WS-SEAL-BY
           EXIT.

      *>*****************************************************************
      *> 7087-FIND-SEAL-ROW: For WS-SEAL-FILE-NAME, WS-SEAL-SLOT is its
      *> place in the sealed-file list (0 = not sealed) and WS-SEAL-ROW
      *> its row in WS-SEAL-TABLE (0 = no seal loaded).
      *>*****************************************************************
       7087-FIND-SEAL-ROW.
           MOVE 0 TO WS-SEAL-SLOT
           MOVE 0 TO WS-SEAL-ROW
           PERFORM VARYING WS-SEAL-JDX FROM 1 BY 1
               UNTIL WS-SEAL-JDX > WS-SEAL-FILE-COUNT
               IF WS-SEAL-FILE(WS-SEAL-JDX) = WS-SEAL-FILE-NAME
                   MOVE WS-SEAL-JDX TO WS-SEAL-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SEAL-JDX FROM 1 BY 1
               UNTIL WS-SEAL-JDX > WS-SEAL-COUNT
               IF WS-SL-FILE(WS-SEAL-JDX) = WS-SEAL-FILE-NAME
                   MOVE WS-SEAL-JDX TO WS-SEAL-ROW
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7088-CHECK-ALL-SEALS: Fill WS-SEAL-CHECK-TABLE from the files
      *> on disk and the seals loaded by 7084. With no SEALS.DAT on a
      *> fresh install (ACCOUNTS.DAT empty) every file is CREATED and
      *> 7080 seals them; with accounts on file every file is MISSING
      *> and the seals are broken.
      *>*****************************************************************
       7088-CHECK-ALL-SEALS.
           MOVE 0 TO WS-SEAL-FIRST-RUN
           IF WS-SEAL-ON-FILE = 0
               MOVE "ACCOUNTS.DAT" TO WS-SEAL-FILE-NAME
               PERFORM 7081-COMPUTE-SEAL
               IF WS-SEAL-LINES = 0
                   MOVE 1 TO WS-SEAL-FIRST-RUN
               END-IF
           END-IF
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
               MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-SEAL-FILE-NAME
               PERFORM 7081-COMPUTE-SEAL
               PERFORM 7087-FIND-SEAL-ROW
               MOVE WS-SEAL-LINES TO WS-SEAL-CHK-LINES(WS-SEAL-IDX)
               EVALUATE TRUE
                   WHEN WS-SEAL-ON-FILE = 0 AND WS-SEAL-FIRST-RUN = 1
                       MOVE "CREATED" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       MOVE 1 TO WS-SEAL-CREATED
                   WHEN WS-SEAL-ON-FILE = 0
                       MOVE "MISSING" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       MOVE 1 TO WS-SEAL-BROKEN
                   WHEN WS-SEAL-ROW = 0
                       MOVE "NO SEAL" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       MOVE 1 TO WS-SEAL-BROKEN
                   WHEN WS-SL-VALUE(WS-SEAL-ROW) = WS-SEAL-VALUE
                       AND WS-SL-LINES(WS-SEAL-ROW) = WS-SEAL-LINES
                       MOVE "OK" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                   WHEN OTHER
                       MOVE "FAILED" TO WS-SEAL-CHK-RESULT(WS-SEAL-IDX)
                       MOVE 1 TO WS-SEAL-BROKEN
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7089-STORE-SEAL: Record WS-SEAL-VALUE / WS-SEAL-LINES for
      *> WS-SEAL-FILE-NAME, stamped now and signed WS-SEAL-BY.
      *>*****************************************************************
       7089-STORE-SEAL.
           PERFORM 7087-FIND-SEAL-ROW
           IF WS-SEAL-ROW = 0
               IF WS-SEAL-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEAL-COUNT
               MOVE WS-SEAL-COUNT TO WS-SEAL-ROW
               MOVE WS-SEAL-FILE-NAME TO WS-SL-FILE(WS-SEAL-ROW)
           END-IF
           MOVE WS-SEAL-VALUE TO WS-SL-VALUE(WS-SEAL-ROW)
           MOVE WS-SEAL-LINES TO WS-SL-LINES(WS-SEAL-ROW)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SL-STAMP(WS-SEAL-ROW)
           MOVE WS-SEAL-BY TO WS-SL-BY(WS-SEAL-ROW)
           EXIT.

      *>*****************************************************************
      *> 7090-SEAL-PRECHECK: For rewrites that run before 7080 has
      *> checked the files (startup rollback in 1096): WS-SEAL-PRE-OK
      *> is 1 when WS-SEAL-FILE-NAME is not sealed, there is no
      *> SEALS.DAT yet, or the file still matches its seal. The caller
      *> re-seals afterwards only then, so a rollback cannot absorb a
      *> change made outside the program.
      *>*****************************************************************
       7090-SEAL-PRECHECK.
           MOVE 1 TO WS-SEAL-PRE-OK
           PERFORM 7087-FIND-SEAL-ROW
           IF WS-SEAL-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7084-LOAD-SEALS
           IF WS-SEAL-ON-FILE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7081-COMPUTE-SEAL
           PERFORM 7087-FIND-SEAL-ROW
           IF WS-SEAL-ROW = 0
               MOVE 0 TO WS-SEAL-PRE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-VALUE(WS-SEAL-ROW) NOT = WS-SEAL-VALUE
               OR WS-SL-LINES(WS-SEAL-ROW) NOT = WS-SEAL-LINES
               MOVE 0 TO WS-SEAL-PRE-OK
           END-IF
           EXIT.
