      *> FILE:    RETENTION_SRC.cpy
      *> PURPOSE: Retention and archival batch for the audit and
      *>          tracking files. Each run sweeps LOGINAUDIT.DAT,
      *>          PROFILEVIEWS.DAT, JOBVIEWS.DAT, PWDHIST.DAT, and
      *>          SESSION.LOG, moving rows older than that file's
      *>          configured age
      *>          (WS-CONST-RETAIN-*) into a dated archive file
      *>          (<NAME>_ARCH_YYYYMMDD.DAT) and reporting what
      *>          moved. The live file shrinks via the same crash-safe
      *>
      *> PARAGRAPHS:
      *>   9360-RETENTION-BATCH   - Entry point (admin menu): run all
      *>                            five files with their ages
      *>   9361-RETAIN-ONE-FILE   - Age one file (generic, line-based)
      *>   9362-RETAIN-READ-LOOP  - Recursive read for 9361
      *>   9363-EXTRACT-ROW-DATE  - Pull YYYYMMDD per WS-RET-KIND
           MOVE WS-CONST-RETAIN-PROFVIEWS-DAYS TO WS-RET-MAX-AGE-DAYS
           PERFORM 9361-RETAIN-ONE-FILE

           MOVE "JOBVIEWS.DAT" TO WS-RET-SRC-NAME
           MOVE "JVIEW" TO WS-RET-KIND
           MOVE WS-CONST-RETAIN-JOBVIEWS-DAYS TO WS-RET-MAX-AGE-DAYS
           PERFORM 9361-RETAIN-ONE-FILE

           MOVE "PWDHIST.DAT" TO WS-RET-SRC-NAME
           MOVE "PWDH" TO WS-RET-KIND
           MOVE WS-CONST-RETAIN-PWDHIST-DAYS TO WS-RET-MAX-AGE-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-SRC-NAME TO WS-SEAL-FILE-NAME
           PERFORM 7082-RESEAL-FILE
           ADD WS-RET-MOVED-COUNT TO WS-RET-TOTAL-MOVED
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-RET-SRC-NAME) ": kept "
      *> raw line per the file's layout. 0 = unparseable (row is
      *> kept): AUDIT = LA-TIMESTAMP after the 20-char username,
      *> PVIEW = PROFVIEW-TIMESTAMP after two 20-char usernames,
      *> JVIEW = JV-DATE after job ID and username,
      *> PWDH = PWH-SET-DATE after username+hash, SLOG = the
      *> "[YYYY-MM-DD " prefix 8050 stamps on every line.
      *>*****************************************************************
                   END-STRING
               WHEN "PWDH"
                   MOVE BACKUP-IN-RECORD(33:8) TO WS-RET-ROW-DATE-X
               WHEN "JVIEW"
                   MOVE BACKUP-IN-RECORD(28:8) TO WS-RET-ROW-DATE-X
               WHEN "SLOG"
                   STRING BACKUP-IN-RECORD(2:4)
                       BACKUP-IN-RECORD(7:2)
