      *>*****************************************************************
      *> FILE:    SYNDICATE_SRC.cpy
      *> PURPOSE: Outbound job syndication to consortium partners.
      *>          The reverse of the employer feed import (5520):
      *>          open, approved postings are written to a partner
      *>          extract in the documented layout (SYNDFEED-FILE in
      *>          main.cob) - a header, one detail per posting and a
      *>          trailer with the counts - instead of partner staff
      *>          re-keying them.
      *>
      *>          A full extract sends every eligible posting as an
      *>          add and replaces what the partner holds. A changes-
      *>          only extract sends what happened since the last
      *>          successful run: an add for a posting the partners
      *>          do not hold yet, a change for one they hold that the
      *>          change journal shows rewritten since then, and a
      *>          withdraw for one they hold that is no longer
      *>          eligible (closed, archived, pulled back for review,
      *>          rejected or opted out). SYNDSENT.DAT is what the
      *>          partners hold after each successful run.
      *>
      *>          Eligible: approved (review A), not past its closing
      *>          date, and not opted out by its employer from Manage
      *>          My Postings (SYNDOPTOUT.DAT).
      *>
      *>          Every run, good or failed, is logged to SYNDRUNS.DAT
      *>          with its counts. Run by admin option 71, and as a
      *>          changes-only extract by the nightly housekeeping
      *>          batch.
      *>
      *> PARAGRAPHS:
      *>   4242-LOAD-SYND-OPTOUTS / 4243 loop
      *>   4244-REWRITE-SYND-OPTOUTS
      *>   4245-FIND-SYND-OPTOUT      - Opt-out row for
      *>                                WS-SYND-QUERY-ID
      *>   4246-TOGGLE-SYND-OPTOUT    - Manage My Postings option 5
      *>   4247-SYNDICATION-FEED      - Admin entry point
      *>   4248-SYNDICATION-RUN       - The batch (WS-SYND-EXTRACT)
      *>   4249-FIND-LAST-SYND-RUN / 4250 loop
      *>   4251-LOAD-SYND-SENT / 4252 loop
      *>   4253-FIND-SYND-SENT        - Sent row for WS-SYND-QUERY-ID
      *>   4254-SCAN-SYND-JOURNALS / 4255 loop
      *>                              - Flag postings the journal shows
      *>                                rewritten since the last run
      *>   4256-CHECK-SYND-ELIGIBLE   - Posting at WS-SYND-JOB-IDX
      *>   4257-WRITE-SYND-DETAIL     - Detail for WS-SYND-JOB-IDX
      *>   4258-REWRITE-SYND-SENT
      *>   4259-LOG-SYND-RUN          - One SYNDRUNS.DAT row
      *>   4260-SYND-FILE-NAME        - Extract path for this run
      *>
      *> DEPENDENCIES:
      *>   WS-SYNDICATE.cpy, WS-JOBS.cpy, WS-JOURNAL.cpy,
      *>   JOURNAL_SRC.cpy (journal naming and layout), main.cob
      *>*****************************************************************

       4242-LOAD-SYND-OPTOUTS.
           MOVE 0 TO WS-SYO-COUNT
           MOVE "N" TO WS-SYNDOPTOUT-EOF
           OPEN INPUT SYNDOPTOUT-FILE
           IF WS-SYNDOPTOUT-STATUS = WS-CONST-FS-OK
               PERFORM 4243-READ-SYND-OPTOUTS-LOOP
               CLOSE SYNDOPTOUT-FILE
           END-IF
           EXIT.

       4243-READ-SYND-OPTOUTS-LOOP.
           READ SYNDOPTOUT-FILE
               AT END
                   MOVE "Y" TO WS-SYNDOPTOUT-EOF
               NOT AT END
                   IF WS-SYO-COUNT < WS-CONST-MAX-SYND-OPTOUTS
                       AND SYO-JOB-ID IS NUMERIC
                       ADD 1 TO WS-SYO-COUNT
                       MOVE SYO-JOB-ID TO WS-SYO-JOB-ID(WS-SYO-COUNT)
                       MOVE SYO-DATE   TO WS-SYO-DATE(WS-SYO-COUNT)
                   END-IF
           END-READ
           IF WS-SYNDOPTOUT-EOF = "N"
               PERFORM 4243-READ-SYND-OPTOUTS-LOOP
           END-IF
           EXIT.

       4244-REWRITE-SYND-OPTOUTS.
           MOVE WS-SYNDOPTOUT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-SYNDOPTOUT-TMP-PATH TO WS-SYNDOPTOUT-PATH
           OPEN OUTPUT SYNDOPTOUT-FILE
           IF WS-SYNDOPTOUT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SYNDOPTOUT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite SYNDOPTOUT.DAT. "
                   "STATUS=" WS-SYNDOPTOUT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SYND-IDX FROM 1 BY 1
               UNTIL WS-SYND-IDX > WS-SYO-COUNT
               MOVE WS-SYO-JOB-ID(WS-SYND-IDX) TO SYO-JOB-ID
               MOVE WS-SYO-DATE(WS-SYND-IDX)   TO SYO-DATE
               WRITE SYO-RECORD
           END-PERFORM
           CLOSE SYNDOPTOUT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SYNDOPTOUT-PATH
           MOVE "SYNDOPTOUT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SYNDOPTOUT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SYNDOPTOUT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SYNDOPTOUT-TMP-PATH
               WS-SYNDOPTOUT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace SYNDOPTOUT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4245-FIND-SYND-OPTOUT.
           MOVE 0 TO WS-SYND-FOUND
           PERFORM VARYING WS-SYND-IDX FROM 1 BY 1
               UNTIL WS-SYND-IDX > WS-SYO-COUNT
                   OR WS-SYND-FOUND > 0
               IF WS-SYO-JOB-ID(WS-SYND-IDX) = WS-SYND-QUERY-ID
                   MOVE WS-SYND-IDX TO WS-SYND-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4246-TOGGLE-SYND-OPTOUT: The employer keeps the posting at
      *> WS-MYJOB-SELECTED-IDX out of the partner feed (adds an opt-out
      *> row) or lets it back in (drops the row). A posting partners
      *> already hold is withdrawn by the next changes-only run.
      *>*****************************************************************
       4246-TOGGLE-SYND-OPTOUT.
           MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-SYND-QUERY-ID
           PERFORM 4245-FIND-SYND-OPTOUT
           IF WS-SYND-FOUND > 0
               PERFORM VARYING WS-SYND-IDX FROM WS-SYND-FOUND BY 1
                   UNTIL WS-SYND-IDX >= WS-SYO-COUNT
                   MOVE WS-SYO-ENTRY(WS-SYND-IDX + 1)
                       TO WS-SYO-ENTRY(WS-SYND-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SYO-COUNT
               PERFORM 4244-REWRITE-SYND-OPTOUTS
               MOVE "SYNDOPTIN" TO WS-RESULT-TYPE
               MOVE "This posting will be shared with partner schools "
                   & "again." TO WS-OUTPUT-LINE
           ELSE
               IF WS-SYO-COUNT >= WS-CONST-MAX-SYND-OPTOUTS
                   MOVE "The syndication opt-out list is full. Please "
                       & "contact support." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SYO-COUNT
               MOVE WS-SYND-QUERY-ID TO WS-SYO-JOB-ID(WS-SYO-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-SYO-DATE(WS-SYO-COUNT)
               PERFORM 4244-REWRITE-SYND-OPTOUTS
               MOVE "SYNDOPTOUT" TO WS-RESULT-TYPE
               MOVE "This posting will no longer be shared with "
                   & "partner schools." TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-SYND-QUERY-ID TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4247-SYNDICATION-FEED: Admin entry point. Shows the last
      *> successful run and asks for a full or changes-only extract.
      *>*****************************************************************
       4247-SYNDICATION-FEED.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== PARTNER SYNDICATION FEED ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 4249-FIND-LAST-SYND-RUN
           IF WS-SYND-SINCE = SPACES
               MOVE "No successful run on file yet." TO WS-OUTPUT-LINE
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Last successful run: "
                   WS-SYND-SINCE(1:4) "-" WS-SYND-SINCE(5:2) "-"
                   WS-SYND-SINCE(7:2) " " WS-SYND-SINCE(9:2) ":"
                   WS-SYND-SINCE(11:2) " (" WS-SYND-SINCE-EXTRACT ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE "F for a full extract, C for changes since the last "
               & "run (blank = C): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-SYND-CHOICE
           MOVE WS-SYND-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EVALUATE WS-SYND-CHOICE
               WHEN "F"
                   MOVE "FULL" TO WS-SYND-EXTRACT
               WHEN "C"
               WHEN SPACES
                   MOVE "CHNG" TO WS-SYND-EXTRACT
               WHEN OTHER
                   MOVE "Invalid choice. No extract written."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 4248-SYNDICATION-RUN
           EXIT.

      *>*****************************************************************
      *> 4248-SYNDICATION-RUN: Write one extract of the kind in
      *> WS-SYND-EXTRACT.
      *> With no successful run on file there is nothing to take
      *> changes since, so a changes-only request becomes a full one.
      *> SYNDSENT.DAT is replaced only after the extract is complete;
      *> a failed run leaves it alone so the next run covers the gap.
      *>*****************************************************************
       4248-SYNDICATION-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SYND-STAMP
           MOVE WS-SYND-STAMP(1:8) TO WS-SYND-TODAY
           MOVE 0 TO WS-SYND-ADDS
           MOVE 0 TO WS-SYND-CHANGES
           MOVE 0 TO WS-SYND-WITHDRAWS
           MOVE 0 TO WS-SYND-DETAILS
           PERFORM 4249-FIND-LAST-SYND-RUN
           IF WS-SYND-EXTRACT = "CHNG" AND WS-SYND-SINCE = SPACES
               MOVE "No earlier successful run: writing a full "
                   & "extract instead." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "FULL" TO WS-SYND-EXTRACT
           END-IF
           PERFORM 4251-LOAD-SYND-SENT
           MOVE ALL "N" TO WS-SYND-TOUCH-TABLE
           IF WS-SYND-EXTRACT = "CHNG"
               PERFORM 4254-SCAN-SYND-JOURNALS
           END-IF

           PERFORM 4260-SYND-FILE-NAME
           OPEN OUTPUT SYNDFEED-FILE
           IF WS-SYNDFEED-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not create "
                   FUNCTION TRIM(WS-SYND-FILE-NAME)
                   ". STATUS=" WS-SYNDFEED-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE "FAIL" TO SYR-STATUS
               PERFORM 4259-LOG-SYND-RUN
               MOVE "SYNDICATE" TO WS-RESULT-TYPE
               MOVE WS-SYND-EXTRACT TO WS-RESULT-KEY
               MOVE "FAIL" TO WS-RESULT-OUTCOME
               PERFORM 8060-WRITE-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES         TO SYF-HEADER
           MOVE "H"            TO SYF-H-REC-TYPE
           MOVE "INCOLLEGE"    TO SYF-H-SOURCE
           MOVE WS-SYND-EXTRACT TO SYF-H-EXTRACT
           MOVE WS-SYND-STAMP   TO SYF-H-CREATED
           IF WS-SYND-EXTRACT = "CHNG"
               MOVE WS-SYND-SINCE TO SYF-H-SINCE
           END-IF
           MOVE "V001"         TO SYF-H-LAYOUT
           WRITE SYF-HEADER

      *> Adds and changes: every eligible posting, marking the sent
      *> rows still eligible so what is left unmarked is withdrawn.
           PERFORM VARYING WS-SYND-JOB-IDX FROM 1 BY 1
               UNTIL WS-SYND-JOB-IDX > WS-JOB-COUNT
               PERFORM 4256-CHECK-SYND-ELIGIBLE
               IF WS-SYND-ELIGIBLE = "Y"
                   MOVE WS-JT-ID(WS-SYND-JOB-IDX) TO WS-SYND-QUERY-ID
                   PERFORM 4253-FIND-SYND-SENT
                   IF WS-SYND-FOUND > 0
                       MOVE "Y" TO WS-SYS-SEEN(WS-SYND-FOUND)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-SYND-EXTRACT = "FULL"
                       WHEN WS-SYND-FOUND = 0
                           MOVE "A" TO SYF-D-ACTION
                           ADD 1 TO WS-SYND-ADDS
                           PERFORM 4257-WRITE-SYND-DETAIL
                       WHEN WS-SYND-TOUCHED(WS-SYND-JOB-IDX) = "Y"
                           MOVE "C" TO SYF-D-ACTION
                           ADD 1 TO WS-SYND-CHANGES
                           PERFORM 4257-WRITE-SYND-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-SYND-EXTRACT = "CHNG"
               PERFORM VARYING WS-SYND-IDX FROM 1 BY 1
                   UNTIL WS-SYND-IDX > WS-SYS-COUNT
                   IF WS-SYS-SEEN(WS-SYND-IDX) = "N"
                       MOVE SPACES TO SYF-DETAIL
                       MOVE "D" TO SYF-D-REC-TYPE
                       MOVE "W" TO SYF-D-ACTION
                       MOVE WS-SYS-JOB-ID(WS-SYND-IDX) TO SYF-D-JOB-ID
                       MOVE 0 TO SYF-D-SALARY-MIN
                       MOVE 0 TO SYF-D-SALARY-MAX
                       MOVE 0 TO SYF-D-POSTED-DATE
                       MOVE 0 TO SYF-D-CLOSING-DATE
                       MOVE 0 TO SYF-D-OPENINGS
                       WRITE SYF-DETAIL
                       ADD 1 TO WS-SYND-WITHDRAWS
                       ADD 1 TO WS-SYND-DETAILS
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES           TO SYF-TRAILER
           MOVE "T"              TO SYF-T-REC-TYPE
           MOVE WS-SYND-DETAILS   TO SYF-T-DETAILS
           MOVE WS-SYND-ADDS      TO SYF-T-ADDS
           MOVE WS-SYND-CHANGES   TO SYF-T-CHANGES
           MOVE WS-SYND-WITHDRAWS TO SYF-T-WITHDRAWS
           WRITE SYF-TRAILER
           CLOSE SYNDFEED-FILE

           PERFORM 4258-REWRITE-SYND-SENT
           MOVE "OK" TO SYR-STATUS
           PERFORM 4259-LOG-SYND-RUN

           MOVE WS-SYND-ADDS      TO WS-SYND-N1
           MOVE WS-SYND-CHANGES   TO WS-SYND-N2
           MOVE WS-SYND-WITHDRAWS TO WS-SYND-N3
           MOVE WS-SYND-DETAILS   TO WS-SYND-N4
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Wrote " FUNCTION TRIM(WS-SYND-FILE-NAME) ": "
               FUNCTION TRIM(WS-SYND-N4) " posting(s) - "
               FUNCTION TRIM(WS-SYND-N1) " add, "
               FUNCTION TRIM(WS-SYND-N2) " change, "
               FUNCTION TRIM(WS-SYND-N3) " withdraw."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "SYNDICATE" TO WS-RESULT-TYPE
           MOVE WS-SYND-FILE-NAME TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *> The newest OK row in the run log; spaces when there is none.
       4249-FIND-LAST-SYND-RUN.
           MOVE SPACES TO WS-SYND-SINCE
           MOVE SPACES TO WS-SYND-SINCE-EXTRACT
           MOVE "N" TO WS-SYNDRUNS-EOF
           OPEN INPUT SYNDRUNS-FILE
           IF WS-SYNDRUNS-STATUS = WS-CONST-FS-OK
               PERFORM 4250-READ-SYND-RUNS-LOOP
               CLOSE SYNDRUNS-FILE
           END-IF
           EXIT.

       4250-READ-SYND-RUNS-LOOP.
           READ SYNDRUNS-FILE
               AT END
                   MOVE "Y" TO WS-SYNDRUNS-EOF
               NOT AT END
                   IF SYR-STATUS = "OK"
                       AND SYR-STAMP > WS-SYND-SINCE
                       MOVE SYR-STAMP   TO WS-SYND-SINCE
                       MOVE SYR-EXTRACT TO WS-SYND-SINCE-EXTRACT
                   END-IF
           END-READ
           IF WS-SYNDRUNS-EOF = "N"
               PERFORM 4250-READ-SYND-RUNS-LOOP
           END-IF
           EXIT.

       4251-LOAD-SYND-SENT.
           MOVE 0 TO WS-SYS-COUNT
           MOVE "N" TO WS-SYNDSENT-EOF
           OPEN INPUT SYNDSENT-FILE
           IF WS-SYNDSENT-STATUS = WS-CONST-FS-OK
               PERFORM 4252-READ-SYND-SENT-LOOP
               CLOSE SYNDSENT-FILE
           END-IF
           EXIT.

       4252-READ-SYND-SENT-LOOP.
           READ SYNDSENT-FILE
               AT END
                   MOVE "Y" TO WS-SYNDSENT-EOF
               NOT AT END
                   IF WS-SYS-COUNT < WS-CONST-MAX-JOBS
                       AND SYS-JOB-ID IS NUMERIC
                       ADD 1 TO WS-SYS-COUNT
                       MOVE SYS-JOB-ID TO WS-SYS-JOB-ID(WS-SYS-COUNT)
                       MOVE SYS-SENT-STAMP
                           TO WS-SYS-STAMP(WS-SYS-COUNT)
                       MOVE "N" TO WS-SYS-SEEN(WS-SYS-COUNT)
                   END-IF
           END-READ
           IF WS-SYNDSENT-EOF = "N"
               PERFORM 4252-READ-SYND-SENT-LOOP
           END-IF
           EXIT.

       4253-FIND-SYND-SENT.
           MOVE 0 TO WS-SYND-FOUND
           PERFORM VARYING WS-SYND-IDX FROM 1 BY 1
               UNTIL WS-SYND-IDX > WS-SYS-COUNT
                   OR WS-SYND-FOUND > 0
               IF WS-SYS-JOB-ID(WS-SYND-IDX) = WS-SYND-QUERY-ID
                   MOVE WS-SYND-IDX TO WS-SYND-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4254-SCAN-SYND-JOURNALS: Read each day's journal from the last
      *> successful run to today and flag every posting a JOBS.DAT
      *> entry stamped after that run touched. A rewrite journals by
      *> line position, so a CHG whose before and after images carry
      *> different job ids is only a row shifting up past a removed
      *> one, not a change to either posting, and is skipped.
      *>*****************************************************************
       4254-SCAN-SYND-JOURNALS.
           MOVE 0 TO WS-SYND-JOURNALS
           MOVE WS-SYND-SINCE(1:8) TO WS-SYND-DAY
           COMPUTE WS-SYND-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SYND-DAY)
           COMPUTE WS-SYND-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SYND-TODAY)
           PERFORM UNTIL WS-SYND-DAY-INT > WS-SYND-TODAY-INT
               COMPUTE WS-SYND-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-SYND-DAY-INT)
               MOVE SPACES TO WS-JOURNAL-PATH
               IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
                   STRING "JOURNAL_" WS-SYND-DAY ".DAT"
                       DELIMITED BY SIZE INTO WS-JOURNAL-PATH
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-DATA-DIR) "/JOURNAL_"
                       WS-SYND-DAY ".DAT"
                       DELIMITED BY SIZE INTO WS-JOURNAL-PATH
                   END-STRING
               END-IF
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = WS-CONST-FS-OK
                   ADD 1 TO WS-SYND-JOURNALS
                   MOVE "N" TO WS-SYND-EOF
                   PERFORM 4255-READ-SYND-JOURNAL-LOOP
                       UNTIL WS-SYND-EOF = "Y"
                   CLOSE JOURNAL-FILE
               END-IF
               ADD 1 TO WS-SYND-DAY-INT
           END-PERFORM
           EXIT.

       4255-READ-SYND-JOURNAL-LOOP.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-SYND-EOF
               NOT AT END
                   IF JRN-FILE = "JOBS.DAT"
                       AND JRN-STAMP > WS-SYND-SINCE
                       MOVE JRN-BEFORE(1:7) TO WS-SYND-ID-BEFORE
                       MOVE JRN-AFTER(1:7)  TO WS-SYND-ID-AFTER
                       EVALUATE JRN-ACTION
                           WHEN "CHG"
                               IF WS-SYND-ID-BEFORE = WS-SYND-ID-AFTER
                                   AND WS-SYND-ID-AFTER IS NUMERIC
                                   MOVE WS-SYND-ID-AFTER
                                       TO WS-SAVEDJOB-LOOKUP-ID
                                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                                   IF WS-SELECTED-JOB-IDX > 0
                                       MOVE "Y" TO WS-SYND-TOUCHED(
                                           WS-SELECTED-JOB-IDX)
                                   END-IF
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

      *> Approved, still open, and not held back by its employer.
       4256-CHECK-SYND-ELIGIBLE.
           MOVE "N" TO WS-SYND-ELIGIBLE
           IF WS-JT-REVIEW(WS-SYND-JOB-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-JT-CLOSING-DATE(WS-SYND-JOB-IDX) > 0
               AND WS-JT-CLOSING-DATE(WS-SYND-JOB-IDX) < WS-SYND-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JT-ID(WS-SYND-JOB-IDX) TO WS-SYND-QUERY-ID
           PERFORM 4245-FIND-SYND-OPTOUT
           IF WS-SYND-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SYND-ELIGIBLE
           EXIT.

      *> SYF-D-ACTION is set by the caller.
       4257-WRITE-SYND-DETAIL.
           MOVE "D" TO SYF-D-REC-TYPE
           MOVE WS-JT-ID(WS-SYND-JOB-IDX)        TO SYF-D-JOB-ID
           MOVE WS-JT-TITLE(WS-SYND-JOB-IDX)     TO SYF-D-TITLE
           MOVE WS-JT-EMPLOYER(WS-SYND-JOB-IDX)  TO SYF-D-EMPLOYER
           MOVE WS-JT-LOCATION(WS-SYND-JOB-IDX)  TO SYF-D-LOCATION
           MOVE WS-JT-TYPE(WS-SYND-JOB-IDX)      TO SYF-D-JOB-TYPE
           MOVE WS-JT-CATEGORY(WS-SYND-JOB-IDX)  TO SYF-D-CATEGORY
           MOVE WS-JT-SALARY-MIN(WS-SYND-JOB-IDX) TO SYF-D-SALARY-MIN
           MOVE WS-JT-SALARY-MAX(WS-SYND-JOB-IDX) TO SYF-D-SALARY-MAX
           MOVE WS-JT-PAY-PERIOD(WS-SYND-JOB-IDX) TO SYF-D-PAY-PERIOD
           MOVE WS-JT-POSTED-DATE(WS-SYND-JOB-IDX)
               TO SYF-D-POSTED-DATE
           MOVE WS-JT-CLOSING-DATE(WS-SYND-JOB-IDX)
               TO SYF-D-CLOSING-DATE
           MOVE WS-JT-OPENINGS(WS-SYND-JOB-IDX)  TO SYF-D-OPENINGS
           MOVE WS-JT-DESC(WS-SYND-JOB-IDX)      TO SYF-D-DESCRIPTION
           WRITE SYF-DETAIL
           ADD 1 TO WS-SYND-DETAILS
           EXIT.

      *> What the partners hold now: every posting this run found
      *> eligible, with the run that last sent it. A full run stamps
      *> them all; a changes-only run keeps the old stamp on postings
      *> it did not resend.
       4258-REWRITE-SYND-SENT.
           MOVE WS-SYNDSENT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-SYNDSENT-TMP-PATH TO WS-SYNDSENT-PATH
           OPEN OUTPUT SYNDSENT-FILE
           IF WS-SYNDSENT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SYNDSENT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite SYNDSENT.DAT. "
                   "STATUS=" WS-SYNDSENT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SYND-JOB-IDX FROM 1 BY 1
               UNTIL WS-SYND-JOB-IDX > WS-JOB-COUNT
               PERFORM 4256-CHECK-SYND-ELIGIBLE
               IF WS-SYND-ELIGIBLE = "Y"
                   MOVE WS-JT-ID(WS-SYND-JOB-IDX) TO SYS-JOB-ID
                   MOVE WS-SYND-STAMP TO SYS-SENT-STAMP
                   IF WS-SYND-EXTRACT = "CHNG"
                       AND WS-SYND-TOUCHED(WS-SYND-JOB-IDX) NOT = "Y"
                       MOVE WS-JT-ID(WS-SYND-JOB-IDX)
                           TO WS-SYND-QUERY-ID
                       PERFORM 4253-FIND-SYND-SENT
                       IF WS-SYND-FOUND > 0
                           MOVE WS-SYS-STAMP(WS-SYND-FOUND)
                               TO SYS-SENT-STAMP
                       END-IF
                   END-IF
                   WRITE SYS-RECORD
               END-IF
           END-PERFORM
           CLOSE SYNDSENT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SYNDSENT-PATH
           MOVE "SYNDSENT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SYNDSENT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SYNDSENT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SYNDSENT-TMP-PATH
               WS-SYNDSENT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace SYNDSENT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *> SYR-STATUS is set by the caller.
       4259-LOG-SYND-RUN.
           MOVE WS-SYND-STAMP     TO SYR-STAMP
           MOVE WS-SYND-EXTRACT   TO SYR-EXTRACT
           MOVE SPACES           TO SYR-SINCE
           IF WS-SYND-EXTRACT = "CHNG"
               MOVE WS-SYND-SINCE TO SYR-SINCE
           END-IF
           MOVE WS-SYND-ADDS      TO SYR-ADDS
           MOVE WS-SYND-CHANGES   TO SYR-CHANGES
           MOVE WS-SYND-WITHDRAWS TO SYR-WITHDRAWS
           MOVE WS-SYND-DETAILS   TO SYR-DETAILS
           MOVE WS-SYND-FILE-NAME TO SYR-FILE
           OPEN EXTEND SYNDRUNS-FILE
           IF WS-SYNDRUNS-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE SYNDRUNS-FILE
               OPEN OUTPUT SYNDRUNS-FILE
               CLOSE SYNDRUNS-FILE
               OPEN EXTEND SYNDRUNS-FILE
           END-IF
           IF WS-SYNDRUNS-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open SYNDRUNS.DAT. STATUS="
                   WS-SYNDRUNS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           WRITE SYR-RECORD
           CLOSE SYNDRUNS-FILE
           EXIT.

       4260-SYND-FILE-NAME.
           MOVE SPACES TO WS-SYND-FILE-NAME
           STRING "SYNDFEED_" WS-SYND-EXTRACT "_" WS-SYND-STAMP ".TXT"
               DELIMITED BY SIZE INTO WS-SYND-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-SYNDFEED-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               MOVE WS-SYND-FILE-NAME TO WS-SYNDFEED-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/"
                   FUNCTION TRIM(WS-SYND-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-SYNDFEED-PATH
               END-STRING
           END-IF
           EXIT.
