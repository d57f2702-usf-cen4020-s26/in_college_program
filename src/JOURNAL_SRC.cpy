      *>          replaces the line, the first DEL truncates, ADD
      *>          appends.
      *>
      *>          Transactions: an action that rewrites several files
      *>          brackets them with 8096/8097. Entries written in
      *>          between carry the transaction ID in JRN-TXN, and a
      *>          BEG without a CMT is rolled back at the next startup
      *>          (TXN_SRC.cpy). Replay skips the BEG/CMT/RBK markers.
      *>          While a transaction is open TXNOPEN.DAT names the
      *>          day it began, so recovery finds its journal however
      *>          long the system stays down after a crash.
      *>
      *> PARAGRAPHS:
      *>   8090-JOURNAL-REWRITE-DIFF - Diff old vs .TMP, one journal
      *>                               entry per changed line (called
      *>   8092-APPEND-JOURNAL-ENTRY - Write one entry to today's
      *>                               JOURNAL_YYYYMMDD.DAT
      *>   8094-JOURNAL-ADD-IMAGE    - ADD entry for an append
      *>   8096-BEGIN-TRANSACTION    - Open a multi-file transaction
      *>                               (BEG marker)
      *>   8097-COMMIT-TRANSACTION   - Close it (CMT marker)
      *>   3990-REPLAY-JOURNAL       - Admin: roll files forward from
      *>                               a journal up to a cutoff time
      *>   3991-REPLAY-READ-LOOP     - Recursive journal read
      *>   3992-REPLAY-LOAD-TARGET   - Load the named file for replay
      *>   3993-REPLAY-LOAD-LOOP     - One row of the load for 3992
      *>   3994-REPLAY-FLUSH-TARGET  - Write the work table back
      *>
      *> DEPENDENCIES:
      *>   WS-JOURNAL.cpy - journal fields and replay table
      *>   WS-TXN.cpy     - open transaction ID and depth
      *>   main.cob       - JOURNAL-FILE, BACKUP-IN-FILE,
      *>                     BACKUP-OUT-FILE, WS-DATA-DIR
      *>*****************************************************************
           PERFORM 8092-APPEND-JOURNAL-ENTRY
           EXIT.

      *>*****************************************************************
      *> 8096-BEGIN-TRANSACTION: Open a transaction named WS-TXN-NAME.
      *> A begin inside an open transaction only deepens it, so a
      *> cascade called from a larger action joins that action.
      *>*****************************************************************
       8096-BEGIN-TRANSACTION.
           IF WS-TXN-DEPTH > 0
               ADD 1 TO WS-TXN-DEPTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-NEXT-ID
           MOVE WS-TXN-NEXT-ID TO WS-TXN-ID
           MOVE 1 TO WS-TXN-DEPTH
           MOVE WS-TXN-NAME TO WS-TXN-OPEN-NAME

           MOVE "BEG" TO WS-JRN-ACTION
           MOVE WS-TXN-OPEN-NAME TO WS-JRN-FILE-NAME
           MOVE WS-TXN-ID TO WS-JRN-LINE
           MOVE SPACES TO WS-JRN-BEFORE
           IF WS-CURRENT-USER-INDEX > 0
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-JRN-BEFORE
           ELSE
               MOVE "SYSTEM" TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO WS-JRN-AFTER
           PERFORM 8092-APPEND-JOURNAL-ENTRY

      *> --- Marker naming the journal day the transaction began in ---
      *>   (one startup recovery could not finish keeps its older
      *>   marker for the run, so the next start scans back to it)
           IF WS-TXR-MARKER-HELD = 1
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TXNOPEN-FILE
           IF WS-TXNOPEN-STATUS = WS-CONST-FS-OK
               MOVE WS-SESSION-ID TO TXO-SESSION
               MOVE WS-TXN-ID TO TXO-TXN-ID
               MOVE WS-JRN-STAMP(1:8) TO TXO-DATE
               MOVE WS-TXN-OPEN-NAME TO TXO-NAME
               WRITE TXO-RECORD
               CLOSE TXNOPEN-FILE
           END-IF
           EXIT.

      *>*****************************************************************
      *> 8097-COMMIT-TRANSACTION: Close the innermost begin; the
      *> outermost one writes the CMT marker that makes every entry
      *> of the transaction permanent.
      *>*****************************************************************
       8097-COMMIT-TRANSACTION.
           IF WS-TXN-DEPTH = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-TXN-DEPTH
           IF WS-TXN-DEPTH > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CMT" TO WS-JRN-ACTION
           MOVE WS-TXN-OPEN-NAME TO WS-JRN-FILE-NAME
           MOVE WS-TXN-ID TO WS-JRN-LINE
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER
           PERFORM 8092-APPEND-JOURNAL-ENTRY
           IF WS-TXR-MARKER-HELD = 0
               CALL "CBL_DELETE_FILE" USING WS-TXNOPEN-PATH
                   RETURNING WS-CRASH-SAFE-RC
           END-IF
           MOVE 0 TO WS-TXN-ID
           MOVE SPACES TO WS-TXN-OPEN-NAME
           EXIT.

      *>*****************************************************************
      *> 8092-APPEND-JOURNAL-ENTRY: Append one entry to today's dated
      *> journal file, creating it on first use.
           MOVE WS-JRN-LINE      TO JRN-LINE
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE
           MOVE WS-JRN-AFTER     TO JRN-AFTER
           MOVE WS-TXN-ID        TO JRN-TXN
           WRITE JRN-RECORD
           CLOSE JOURNAL-FILE
           EXIT.
                   MOVE "Y" TO WS-JRN-REPLAY-EOF
               NOT AT END
                   IF JRN-STAMP > WS-JRN-CUTOFF
                       OR JRN-ACTION = "BEG" OR "CMT" OR "RBK"
                       IF JRN-STAMP > WS-JRN-CUTOFF
                           ADD 1 TO WS-JRN-SKIPPED-COUNT
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(JRN-FILE) NOT =
                           FUNCTION TRIM(WS-JRN-CURRENT-FILE)
                                   ADD 1 TO WS-JRN-APPLY-COUNT
                                   MOVE JRN-AFTER TO WS-JRN-APPLY-LINE(
                                       WS-JRN-APPLY-COUNT)
                               ELSE
                                   MOVE 1 TO WS-JRN-APPLY-OVERFLOW
                               END-IF
                           WHEN "CHG"
                               IF JRN-LINE >= 1
                   DELIMITED BY SIZE INTO WS-JRN-TARGET-PATH
           END-IF
           MOVE 0 TO WS-JRN-APPLY-COUNT
           MOVE 0 TO WS-JRN-APPLY-OVERFLOW
           MOVE WS-JRN-TARGET-PATH TO WS-BACKUP-IN-PATH
           MOVE "N" TO WS-JRN-OLD-EOF
           OPEN INPUT BACKUP-IN-FILE
           IF WS-BACKUP-IN-STATUS = WS-CONST-FS-OK
               PERFORM 3993-REPLAY-LOAD-LOOP
                   UNTIL WS-JRN-OLD-EOF = "Y"
               CLOSE BACKUP-IN-FILE
           END-IF
           EXIT.
                       ADD 1 TO WS-JRN-APPLY-COUNT
                       MOVE BACKUP-IN-RECORD(1:600) TO
                           WS-JRN-APPLY-LINE(WS-JRN-APPLY-COUNT)
                   ELSE
                       MOVE 1 TO WS-JRN-APPLY-OVERFLOW
                   END-IF
           END-READ
           EXIT.

       3994-REPLAY-FLUSH-TARGET.
      *>   A file longer than the work table was only partly loaded;
      *>   writing it back would drop every row past the table.
           IF WS-JRN-APPLY-OVERFLOW = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: " FUNCTION TRIM(WS-JRN-CURRENT-FILE)
                   " has more than 2000 rows; not rolled forward."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRN-TARGET-PATH TO WS-BACKUP-OUT-PATH
           OPEN OUTPUT BACKUP-OUT-FILE
           IF WS-BACKUP-OUT-STATUS NOT = WS-CONST-FS-OK
               WRITE BACKUP-OUT-RECORD
           END-PERFORM
           CLOSE BACKUP-OUT-FILE
           MOVE WS-JRN-CURRENT-FILE TO WS-SEAL-FILE-NAME
           PERFORM 7082-RESEAL-FILE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  rolled forward "
               FUNCTION TRIM(WS-JRN-CURRENT-FILE) " ("
