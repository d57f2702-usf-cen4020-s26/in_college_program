      *>*****************************************************************
      *> FILE:    TXN_SRC.cpy
      *> PURPOSE: Rollback of unfinished multi-file transactions. One
      *>          user action often rewrites several files - closing a
      *>          posting touches JOBS, JOBARCHIVE, APPLICATIONS,
      *>          SAVEDJOBS and MESSAGES - and each rewrite is crash-
      *>          safe on its own, but a run that died half way left
      *>          the set inconsistent. Such actions now bracket their
      *>          journal entries with BEG/CMT markers (JOURNAL_SRC.cpy
      *>          8096/8097). At startup, before anything is loaded,
      *>          the journals are scanned for a BEG with neither a
      *>          CMT nor an RBK - yesterday's and today's, or every
      *>          day back to the one named by the TXNOPEN.DAT marker
      *>          an unfinished transaction leaves; that transaction's
      *>          entries are undone newest first from their before-
      *>          images, an RBK marker closes it, and TXNRBK.DAT
      *>          records what was rolled back for the admin report.
      *>          If any file of it cannot be rewritten (or holds more
      *>          rows than the undo table), the transaction is left
      *>          open with a FAIL row in TXNRBK.DAT and TXNOPEN.DAT is
      *>          kept, so the next start tries it again.
      *>
      *>          Undo, per file, newest entry first: CHG puts the
      *>          before-image back, DEL re-creates the removed line,
      *>          ADD at line N truncates to N - 1, and an append
      *>          (ADD at line 0) removes the last line matching it.
      *>          The rollback's own rewrites are journaled like any
      *>          other, so a later replay still ends in the same state.
      *>
      *> PARAGRAPHS:
      *>   1090-RECOVER-TRANSACTIONS - Startup: find and roll back
      *>   1091-SCAN-TXN-JOURNAL     - Track BEG/CMT/RBK in one journal
      *>   1092-NOTE-TXN-BEGIN       - Add a BEG to the open table
      *>   1093-CLOSE-TXN            - A CMT or RBK closes it again
      *>   1094-ROLLBACK-ONE-TXN     - Undo one open transaction
      *>   1095-COLLECT-TXN-ENTRIES  - Its entries from one journal
      *>   1096-UNDO-TXN-FILE        - Undo its entries in one file
      *>   1097-UNDO-TXN-APPEND      - Remove one appended line
      *>   1098-SET-TXN-JOURNAL-PATH - Journal path for WS-TXR-DAY
      *>   1099-ROLLBACK-REPORT      - Admin: rolled-back transactions
      *>
      *> DEPENDENCIES:
      *>   WS-TXN.cpy, WS-JOURNAL.cpy, JOURNAL_SRC.cpy (3992 / 8090 /
      *>   8092), main.cob JOURNAL-FILE, BACKUP-OUT-FILE, TXNRBK-FILE,
      *>   TXNOPEN-FILE
      *>*****************************************************************

      *>*****************************************************************
      *> 1090-RECOVER-TRANSACTIONS: Run once at startup, after the data
      *> lock is held and before any table is loaded, so nothing this
      *> run reads comes from a half-finished action.
      *>*****************************************************************
       1090-RECOVER-TRANSACTIONS.
           MOVE 0 TO WS-TXR-OPEN-COUNT
           MOVE 0 TO WS-TXR-ROLLED
           MOVE 0 TO WS-TXR-RECOVER-FAILED
           MOVE 0 TO WS-TXR-MARKER-HELD
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TXR-DATE
           COMPUTE WS-TXR-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-TXR-DATE) - 1
           OPEN INPUT TXNOPEN-FILE
           IF WS-TXNOPEN-STATUS = WS-CONST-FS-OK
               READ TXNOPEN-FILE
                   NOT AT END
                       IF TXO-DATE IS NUMERIC
                           AND TXO-DATE > 19000000
                           AND TXO-DATE < WS-TXR-DATE
                           COMPUTE WS-TXR-FIRST-INT =
                               FUNCTION INTEGER-OF-DATE(TXO-DATE)
                       END-IF
               END-READ
               CLOSE TXNOPEN-FILE
           END-IF
           COMPUTE WS-TXR-DAYS = FUNCTION INTEGER-OF-DATE(WS-TXR-DATE)
               - WS-TXR-FIRST-INT + 1
           PERFORM VARYING WS-TXR-DAY FROM 1 BY 1
               UNTIL WS-TXR-DAY > WS-TXR-DAYS
               PERFORM 1091-SCAN-TXN-JOURNAL
           END-PERFORM

           PERFORM VARYING WS-TXR-SEL FROM 1 BY 1
               UNTIL WS-TXR-SEL > WS-TXR-OPEN-COUNT
               IF WS-TXR-OPEN-LIVE(WS-TXR-SEL) = 1
                   PERFORM 1094-ROLLBACK-ONE-TXN
               END-IF
           END-PERFORM

      *>   The marker goes only once nothing is left open; otherwise
      *>   it stays (and this run's transactions leave it alone) so
      *>   the next start scans back to the same day and tries again.
           IF WS-TXR-RECOVER-FAILED = 0
               CALL "CBL_DELETE_FILE" USING WS-TXNOPEN-PATH
                   RETURNING WS-CRASH-SAFE-RC
           ELSE
               MOVE 1 TO WS-TXR-MARKER-HELD
               MOVE "WARNING: an unfinished transaction could not be "
                   & "rolled back; TXNOPEN.DAT is kept so the next "
                   & "start retries it." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           IF WS-TXR-ROLLED > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Recovered from an interrupted run: "
                   WS-TXR-ROLLED " unfinished transaction(s) rolled "
                   "back."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 1091-SCAN-TXN-JOURNAL: Day 1 is the oldest journal in the
      *> scan (yesterday's, or the day the TXNOPEN.DAT marker names)
      *> and the last day today's, read in date order so a transaction
      *> that began before midnight is still matched to its commit.
      *>*****************************************************************
       1091-SCAN-TXN-JOURNAL.
           PERFORM 1098-SET-TXN-JOURNAL-PATH
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TXR-EOF
           PERFORM UNTIL WS-TXR-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-TXR-EOF
                   NOT AT END
                       EVALUATE JRN-ACTION
                           WHEN "BEG"
                               PERFORM 1092-NOTE-TXN-BEGIN
                           WHEN "CMT"
                               MOVE JRN-SESSION TO WS-TXR-MATCH-SESSION
                               PERFORM 1093-CLOSE-TXN
                           WHEN "RBK"
                               MOVE JRN-BEFORE(1:14)
                                   TO WS-TXR-MATCH-SESSION
                               PERFORM 1093-CLOSE-TXN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           EXIT.

       1092-NOTE-TXN-BEGIN.
           IF WS-TXR-OPEN-COUNT >= WS-CONST-MAX-OPEN-TXN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXR-OPEN-COUNT
           MOVE JRN-SESSION TO WS-TXR-OPEN-SESSION(WS-TXR-OPEN-COUNT)
           MOVE JRN-LINE TO WS-TXR-OPEN-ID(WS-TXR-OPEN-COUNT)
           MOVE JRN-FILE TO WS-TXR-OPEN-NAME(WS-TXR-OPEN-COUNT)
           MOVE JRN-BEFORE(1:20) TO WS-TXR-OPEN-USER(WS-TXR-OPEN-COUNT)
           MOVE JRN-STAMP TO WS-TXR-OPEN-BEGAN(WS-TXR-OPEN-COUNT)
           MOVE 1 TO WS-TXR-OPEN-LIVE(WS-TXR-OPEN-COUNT)
           EXIT.

       1093-CLOSE-TXN.
           PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
               UNTIL WS-TXR-IDX > WS-TXR-OPEN-COUNT
               IF WS-TXR-OPEN-SESSION(WS-TXR-IDX) = WS-TXR-MATCH-SESSION
                   AND WS-TXR-OPEN-ID(WS-TXR-IDX) = JRN-LINE
                   MOVE 0 TO WS-TXR-OPEN-LIVE(WS-TXR-IDX)
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 1094-ROLLBACK-ONE-TXN: Undo open transaction WS-TXR-SEL. Each
      *> file it touched is loaded once, has that file's entries undone
      *> newest first, and is written back crash-safe.
      *>*****************************************************************
       1094-ROLLBACK-ONE-TXN.
           MOVE 0 TO WS-TXR-ENT-COUNT
           MOVE 0 TO WS-TXR-OVERFLOW
           MOVE 0 TO WS-TXR-UNDO-FAILED
           PERFORM VARYING WS-TXR-DAY FROM 1 BY 1
               UNTIL WS-TXR-DAY > WS-TXR-DAYS
               PERFORM 1095-COLLECT-TXN-ENTRIES
           END-PERFORM

           MOVE 0 TO WS-TXR-FILES
           IF WS-TXR-OVERFLOW = 1
               MOVE 1 TO WS-TXR-UNDO-FAILED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "WARNING: unfinished transaction "
                   WS-TXR-OPEN-ID(WS-TXR-SEL) " ("
                   FUNCTION TRIM(WS-TXR-OPEN-NAME(WS-TXR-SEL))
                   ") is too large to roll back automatically; "
                   "restore the last snapshot and replay the journal."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               PERFORM VARYING WS-TXR-JDX FROM 1 BY 1
                   UNTIL WS-TXR-JDX > WS-TXR-ENT-COUNT
                   IF WS-TXR-ENT-DONE(WS-TXR-JDX) = 0
                       MOVE WS-TXR-ENT-FILE(WS-TXR-JDX)
                           TO WS-JRN-CURRENT-FILE
                       PERFORM 1096-UNDO-TXN-FILE
                       ADD 1 TO WS-TXR-FILES
                   END-IF
               END-PERFORM
           END-IF

      *> --- Close it in the journal so it is never undone twice; a
      *>     failed undo is left open so the next start retries it ---
           IF WS-TXR-UNDO-FAILED = 0
               MOVE "RBK" TO WS-JRN-ACTION
               MOVE WS-TXR-OPEN-NAME(WS-TXR-SEL) TO WS-JRN-FILE-NAME
               MOVE WS-TXR-OPEN-ID(WS-TXR-SEL) TO WS-JRN-LINE
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE WS-TXR-OPEN-SESSION(WS-TXR-SEL)
                   TO WS-JRN-BEFORE(1:14)
               MOVE SPACES TO WS-JRN-AFTER
               PERFORM 8092-APPEND-JOURNAL-ENTRY
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO RBK-STAMP
           MOVE WS-TXR-OPEN-SESSION(WS-TXR-SEL) TO RBK-SESSION
           MOVE WS-TXR-OPEN-ID(WS-TXR-SEL) TO RBK-TXN-ID
           MOVE WS-TXR-OPEN-NAME(WS-TXR-SEL) TO RBK-NAME
           MOVE WS-TXR-OPEN-USER(WS-TXR-SEL) TO RBK-USER
           MOVE WS-TXR-OPEN-BEGAN(WS-TXR-SEL) TO RBK-BEGAN
           MOVE WS-TXR-ENT-COUNT TO RBK-ENTRIES
           MOVE WS-TXR-FILES TO RBK-FILES
           IF WS-TXR-UNDO-FAILED = 0
               MOVE "OK" TO RBK-RESULT
           ELSE
               MOVE "FAIL" TO RBK-RESULT
           END-IF
           OPEN EXTEND TXNRBK-FILE
           IF WS-TXNRBK-STATUS = WS-CONST-FS-NOT-FOUND
               OPEN OUTPUT TXNRBK-FILE
           END-IF
           IF WS-TXNRBK-STATUS = WS-CONST-FS-OK
               WRITE RBK-RECORD
               CLOSE TXNRBK-FILE
           END-IF

           MOVE "TXNROLLBACK" TO WS-RESULT-TYPE
           MOVE WS-TXR-OPEN-NAME(WS-TXR-SEL) TO WS-RESULT-KEY
           IF WS-TXR-UNDO-FAILED = 1
               MOVE 1 TO WS-TXR-RECOVER-FAILED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Unfinished transaction "
                   WS-TXR-OPEN-ID(WS-TXR-SEL) " ("
                   FUNCTION TRIM(WS-TXR-OPEN-NAME(WS-TXR-SEL))
                   ") was NOT rolled back; it stays open."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE "FAIL" TO WS-RESULT-OUTCOME
               PERFORM 8060-WRITE-RESULT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TXR-ROLLED
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Rolled back unfinished transaction "
               WS-TXR-OPEN-ID(WS-TXR-SEL) " ("
               FUNCTION TRIM(WS-TXR-OPEN-NAME(WS-TXR-SEL))
               ") begun " WS-TXR-OPEN-BEGAN(WS-TXR-SEL) " by "
               FUNCTION TRIM(WS-TXR-OPEN-USER(WS-TXR-SEL)) ": "
               WS-TXR-ENT-COUNT " change(s) in " WS-TXR-FILES
               " file(s) undone."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       1095-COLLECT-TXN-ENTRIES.
           PERFORM 1098-SET-TXN-JOURNAL-PATH
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TXR-EOF
           PERFORM UNTIL WS-TXR-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-TXR-EOF
                   NOT AT END
                       IF JRN-TXN IS NUMERIC
                           AND JRN-TXN = WS-TXR-OPEN-ID(WS-TXR-SEL)
                           AND JRN-SESSION =
                               WS-TXR-OPEN-SESSION(WS-TXR-SEL)
                           AND (JRN-ACTION = "ADD" OR "CHG" OR "DEL")
                           IF WS-TXR-ENT-COUNT >=
                               WS-CONST-MAX-TXN-ENTRIES
                               MOVE 1 TO WS-TXR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-TXR-ENT-COUNT
                               MOVE WS-TXR-ENT-COUNT TO WS-TXR-JDX
                               MOVE JRN-FILE
                                   TO WS-TXR-ENT-FILE(WS-TXR-JDX)
                               MOVE JRN-ACTION
                                   TO WS-TXR-ENT-ACTION(WS-TXR-JDX)
                               MOVE JRN-LINE
                                   TO WS-TXR-ENT-LINE(WS-TXR-JDX)
                               IF JRN-ACTION = "ADD"
                                   MOVE JRN-AFTER
                                       TO WS-TXR-ENT-IMAGE(WS-TXR-JDX)
                               ELSE
                                   MOVE JRN-BEFORE
                                       TO WS-TXR-ENT-IMAGE(WS-TXR-JDX)
                               END-IF
                               MOVE 0 TO WS-TXR-ENT-DONE(WS-TXR-JDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           EXIT.

      *>*****************************************************************
      *> 1096-UNDO-TXN-FILE: WS-JRN-CURRENT-FILE names the file. Loads
      *> it with the replay loader (3992), undoes this transaction's
      *> entries for it newest first, then writes it through a .TMP
      *> that is journaled and renamed over the live file.
      *>*****************************************************************
       1096-UNDO-TXN-FILE.
           MOVE WS-JRN-CURRENT-FILE TO WS-SEAL-FILE-NAME
           PERFORM 7090-SEAL-PRECHECK
           PERFORM 3992-REPLAY-LOAD-TARGET

           PERFORM VARYING WS-TXR-KDX FROM WS-TXR-ENT-COUNT BY -1
               UNTIL WS-TXR-KDX < 1
               IF WS-TXR-ENT-FILE(WS-TXR-KDX) = WS-JRN-CURRENT-FILE
                   MOVE 1 TO WS-TXR-ENT-DONE(WS-TXR-KDX)
                   EVALUATE TRUE
                       WHEN WS-TXR-ENT-ACTION(WS-TXR-KDX) = "CHG"
                           IF WS-TXR-ENT-LINE(WS-TXR-KDX) >= 1
                               AND WS-TXR-ENT-LINE(WS-TXR-KDX)
                                   <= WS-JRN-APPLY-COUNT
                               MOVE WS-TXR-ENT-IMAGE(WS-TXR-KDX)
                                   TO WS-JRN-APPLY-LINE(
                                       WS-TXR-ENT-LINE(WS-TXR-KDX))
                           END-IF
                       WHEN WS-TXR-ENT-ACTION(WS-TXR-KDX) = "DEL"
                           IF WS-TXR-ENT-LINE(WS-TXR-KDX) >= 1
                               AND WS-TXR-ENT-LINE(WS-TXR-KDX) <= 2000
                               IF WS-TXR-ENT-LINE(WS-TXR-KDX)
                                   > WS-JRN-APPLY-COUNT
                                   MOVE WS-TXR-ENT-LINE(WS-TXR-KDX)
                                       TO WS-JRN-APPLY-COUNT
                               END-IF
                               MOVE WS-TXR-ENT-IMAGE(WS-TXR-KDX)
                                   TO WS-JRN-APPLY-LINE(
                                       WS-TXR-ENT-LINE(WS-TXR-KDX))
                           END-IF
                       WHEN WS-TXR-ENT-LINE(WS-TXR-KDX) > 0
                           IF WS-JRN-APPLY-COUNT
                               >= WS-TXR-ENT-LINE(WS-TXR-KDX)
                               COMPUTE WS-JRN-APPLY-COUNT =
                                   WS-TXR-ENT-LINE(WS-TXR-KDX) - 1
                           END-IF
                       WHEN OTHER
                           PERFORM 1097-UNDO-TXN-APPEND
                   END-EVALUATE
               END-IF
           END-PERFORM

      *>   Only the first 2000 rows were loaded; writing the table
      *>   back would drop the rest, so the file is left untouched.
           IF WS-JRN-APPLY-OVERFLOW = 1
               MOVE 1 TO WS-TXR-UNDO-FAILED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: " FUNCTION TRIM(WS-JRN-CURRENT-FILE)
                   " has more than 2000 rows; it cannot be rolled "
                   "back automatically."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TXR-TMP-PATH
           STRING FUNCTION TRIM(WS-JRN-TARGET-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-TXR-TMP-PATH
           END-STRING
           MOVE WS-TXR-TMP-PATH TO WS-BACKUP-OUT-PATH
           OPEN OUTPUT BACKUP-OUT-FILE
           IF WS-BACKUP-OUT-STATUS NOT = WS-CONST-FS-OK
               MOVE 1 TO WS-TXR-UNDO-FAILED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite "
                   FUNCTION TRIM(WS-JRN-CURRENT-FILE)
                   " during rollback. STATUS=" WS-BACKUP-OUT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JRN-APPLY-IDX FROM 1 BY 1
               UNTIL WS-JRN-APPLY-IDX > WS-JRN-APPLY-COUNT
               MOVE SPACES TO BACKUP-OUT-RECORD
               MOVE WS-JRN-APPLY-LINE(WS-JRN-APPLY-IDX)
                   TO BACKUP-OUT-RECORD(1:600)
               WRITE BACKUP-OUT-RECORD
           END-PERFORM
           CLOSE BACKUP-OUT-FILE

           MOVE WS-JRN-CURRENT-FILE TO WS-JRN-FILE-NAME
           MOVE WS-JRN-TARGET-PATH TO WS-JRN-OLD-PATH
           MOVE WS-TXR-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-TXR-TMP-PATH
               WS-JRN-TARGET-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE 1 TO WS-TXR-UNDO-FAILED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace "
                   FUNCTION TRIM(WS-JRN-CURRENT-FILE)
                   " during rollback. RC=" WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-SEAL-PRE-OK = 1
               MOVE WS-JRN-CURRENT-FILE TO WS-SEAL-FILE-NAME
               PERFORM 7082-RESEAL-FILE
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  restored " FUNCTION TRIM(WS-JRN-CURRENT-FILE)
               " (" WS-JRN-APPLY-COUNT " row(s))"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 1097-UNDO-TXN-APPEND: Remove the last line equal to the
      *> appended image in entry WS-TXR-KDX.
      *>*****************************************************************
       1097-UNDO-TXN-APPEND.
           MOVE 0 TO WS-TXR-FOUND
           PERFORM VARYING WS-JRN-APPLY-IDX FROM WS-JRN-APPLY-COUNT
               BY -1 UNTIL WS-JRN-APPLY-IDX < 1 OR WS-TXR-FOUND > 0
               IF WS-JRN-APPLY-LINE(WS-JRN-APPLY-IDX)
                   = WS-TXR-ENT-IMAGE(WS-TXR-KDX)
                   MOVE WS-JRN-APPLY-IDX TO WS-TXR-FOUND
               END-IF
           END-PERFORM
           IF WS-TXR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JRN-APPLY-IDX FROM WS-TXR-FOUND BY 1
               UNTIL WS-JRN-APPLY-IDX >= WS-JRN-APPLY-COUNT
               MOVE WS-JRN-APPLY-LINE(WS-JRN-APPLY-IDX + 1)
                   TO WS-JRN-APPLY-LINE(WS-JRN-APPLY-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-JRN-APPLY-COUNT
           EXIT.

       1098-SET-TXN-JOURNAL-PATH.
           COMPUTE WS-TXR-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TXR-FIRST-INT + WS-TXR-DAY - 1)
           MOVE SPACES TO WS-JOURNAL-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               STRING "JOURNAL_" WS-TXR-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-JOURNAL-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/JOURNAL_"
                   WS-TXR-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-JOURNAL-PATH
               END-STRING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 1099-ROLLBACK-REPORT: Admin listing of every transaction the
      *> startup recovery has rolled back (TXNRBK.DAT).
      *>*****************************************************************
       1099-ROLLBACK-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== ROLLED-BACK TRANSACTIONS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-TXR-RPT-COUNT
           MOVE 0 TO WS-TXR-RPT-ENTRIES
           MOVE 0 TO WS-TXR-RPT-FAILED
           MOVE "N" TO WS-TXNRBK-EOF
           OPEN INPUT TXNRBK-FILE
           EVALUATE WS-TXNRBK-STATUS
               WHEN WS-CONST-FS-OK
                   PERFORM UNTIL WS-TXNRBK-EOF = "Y"
                       READ TXNRBK-FILE
                           AT END
                               MOVE "Y" TO WS-TXNRBK-EOF
                           NOT AT END
                               IF RBK-RESULT = "FAIL"
                                   ADD 1 TO WS-TXR-RPT-FAILED
                               ELSE
                                   ADD 1 TO WS-TXR-RPT-COUNT
                                   ADD RBK-ENTRIES TO WS-TXR-RPT-ENTRIES
                               END-IF
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "  " RBK-STAMP " txn " RBK-TXN-ID
                                   " " FUNCTION TRIM(RBK-NAME)
                                   " by " FUNCTION TRIM(RBK-USER)
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                               PERFORM 8000-WRITE-OUTPUT
                               MOVE SPACES TO WS-OUTPUT-LINE
                               IF RBK-RESULT = "FAIL"
                                   STRING "      began " RBK-BEGAN
                                       " in session " RBK-SESSION
                                       ": ROLLBACK FAILED, "
                                       RBK-ENTRIES " change(s) left "
                                       "open for the next start"
                                       DELIMITED BY SIZE
                                       INTO WS-OUTPUT-LINE
                                   END-STRING
                               ELSE
                                   STRING "      began " RBK-BEGAN
                                       " in session " RBK-SESSION ": "
                                       RBK-ENTRIES " change(s) in "
                                       RBK-FILES " file(s) undone"
                                       DELIMITED BY SIZE
                                       INTO WS-OUTPUT-LINE
                                   END-STRING
                               END-IF
                               PERFORM 8000-WRITE-OUTPUT
                       END-READ
                   END-PERFORM
                   CLOSE TXNRBK-FILE
               WHEN WS-CONST-FS-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "ERROR: Could not open TXNRBK.DAT. "
                       "STATUS=" WS-TXNRBK-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE

           IF WS-TXR-RPT-FAILED > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Failed rollback attempts: " WS-TXR-RPT-FAILED
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-TXR-RPT-COUNT = 0
               MOVE "No transactions have been rolled back."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Transactions rolled back: " WS-TXR-RPT-COUNT
                   "   Changes undone: " WS-TXR-RPT-ENTRIES
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "=========================================="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
