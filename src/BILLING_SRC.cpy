      *>*****************************************************************
      *> FILE:    BILLING_SRC.cpy
      *> PURPOSE: Employer billing ledger. The career center charges
      *>          employers a fee for each approved career-fair booth
      *>          and for each featured posting; both charges post to
      *>          LEDGER.DAT by themselves, the booth fee when the
      *>          booth is approved (6695) and the featured fee when
      *>          the featured listing goes live - at once for a
      *>          posting already visible, otherwise when the posting
      *>          clears review (5480). Finance records payments and
      *>          credits here, prints a monthly statement file per
      *>          employer and runs the aged receivables report.
      *>          A featured posting lists ahead of the rest in Browse
      *>          Jobs (5321) until its paid period ends.
      *>
      *> PARAGRAPHS:
      *>   5900-LOAD-BILLING / 5901, 5902 loops
      *>   5903-APPEND-LEDGER-ENTRY     - WS-BIL-NEW-* -> LEDGER.DAT
      *>   5904-REWRITE-FEATURED
      *>   5905-FEATURE-POSTING         - Employer action under My
      *>                                  Postings (5316)
      *>   5906-FEATURE-GO-LIVE         - Start the period, post fee
      *>   5907-START-FEATURE-FOR-JOB   - From posting approval (5480)
      *>   5908-IS-JOB-FEATURED         - WS-BIL-JOB-ID ->
      *>                                  WS-BIL-FEATURED / -FTR-IDX
      *>   5909-POST-BOOTH-CHARGE       - From booth approval (6695)
      *>   5910-BILLING-ADMIN-MENU      - Admin menu
      *>   5911-SHOW-EMPLOYER-LEDGER
      *>   5912-RECORD-PAYMENT-CREDIT   - WS-BIL-NEW-KIND "P" or "R"
      *>   5913-PROMPT-BILLING-EMPLOYER
      *>   5914-PROMPT-BILLING-AMOUNT
      *>   5915-EMPLOYER-BALANCE
      *>   5916-FIND-EMPLOYER-SLOT      - Per-employer table row
      *>   5917-MONTHLY-STATEMENTS / 5918-WRITE-ONE-STATEMENT
      *>   5919-STATEMENT-FILE-NAME
      *>   5920-AGED-RECEIVABLES
      *>   5921-AGE-ONE-EMPLOYER        - Payments and credits settle
      *>                                  the oldest charges first
      *>   5922-LEDGER-KIND-TEXT
      *>
      *> DEPENDENCIES:
      *>   WS-BILLING.cpy, main.cob LEDGER-FILE / FEATURED-FILE,
      *>   RESUME-FILE (statement text files), RESUME_SRC.cpy (7181),
      *>   JOBS_SRC.cpy (5303), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       5900-LOAD-BILLING.
           MOVE 0 TO WS-LDG-COUNT
           MOVE 1 TO WS-LDG-NEXT-ID
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = WS-CONST-FS-OK
               PERFORM 5901-READ-LEDGER-LOOP
               CLOSE LEDGER-FILE
           END-IF
           MOVE 0 TO WS-FTR-COUNT
           MOVE "N" TO WS-FEATURED-EOF
           OPEN INPUT FEATURED-FILE
           IF WS-FEATURED-STATUS = WS-CONST-FS-OK
               PERFORM 5902-READ-FEATURED-LOOP
               CLOSE FEATURED-FILE
           END-IF
           EXIT.

       5901-READ-LEDGER-LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF WS-LDG-COUNT < WS-CONST-MAX-LEDGER
                       AND LDG-EMPLOYER NOT = SPACES
                       ADD 1 TO WS-LDG-COUNT
                       MOVE LDG-ID       TO WS-LDG-ID(WS-LDG-COUNT)
                       MOVE LDG-EMPLOYER
                           TO WS-LDG-EMPLOYER(WS-LDG-COUNT)
                       MOVE LDG-DATE     TO WS-LDG-DATE(WS-LDG-COUNT)
                       MOVE LDG-KIND     TO WS-LDG-KIND(WS-LDG-COUNT)
                       MOVE LDG-AMOUNT   TO WS-LDG-AMOUNT(WS-LDG-COUNT)
                       MOVE LDG-SOURCE   TO WS-LDG-SOURCE(WS-LDG-COUNT)
                       MOVE LDG-REF      TO WS-LDG-REF(WS-LDG-COUNT)
                       MOVE LDG-MEMO     TO WS-LDG-MEMO(WS-LDG-COUNT)
                       MOVE LDG-BY       TO WS-LDG-BY(WS-LDG-COUNT)
                       IF LDG-ID >= WS-LDG-NEXT-ID
                           COMPUTE WS-LDG-NEXT-ID = LDG-ID + 1
                       END-IF
                   END-IF
           END-READ
           IF WS-LEDGER-EOF = "N"
               PERFORM 5901-READ-LEDGER-LOOP
           END-IF
           EXIT.

       5902-READ-FEATURED-LOOP.
           READ FEATURED-FILE
               AT END
                   MOVE "Y" TO WS-FEATURED-EOF
               NOT AT END
                   IF WS-FTR-COUNT < WS-CONST-MAX-FEATURED
                       AND FTR-JOB-ID > 0
                       ADD 1 TO WS-FTR-COUNT
                       MOVE FTR-JOB-ID TO WS-FTR-JOB-ID(WS-FTR-COUNT)
                       MOVE FTR-EMPLOYER
                           TO WS-FTR-EMPLOYER(WS-FTR-COUNT)
                       MOVE FTR-REQUESTED-BY
                           TO WS-FTR-REQUESTED-BY(WS-FTR-COUNT)
                       MOVE FTR-REQUESTED
                           TO WS-FTR-REQUESTED(WS-FTR-COUNT)
                       MOVE FTR-DAYS   TO WS-FTR-DAYS(WS-FTR-COUNT)
                       MOVE FTR-START  TO WS-FTR-START(WS-FTR-COUNT)
                       MOVE FTR-END    TO WS-FTR-END(WS-FTR-COUNT)
                   END-IF
           END-READ
           IF WS-FEATURED-EOF = "N"
               PERFORM 5902-READ-FEATURED-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5903-APPEND-LEDGER-ENTRY: Post WS-BIL-NEW-* dated today, to
      *> the table and to the end of LEDGER.DAT. Entries are never
      *> changed once written; a wrong charge is undone with a credit.
      *> WS-BIL-NEW-BY names a logged-in user who caused the entry;
      *> blank means the admin at the pre-login menu.
      *>*****************************************************************
       5903-APPEND-LEDGER-ENTRY.
           IF WS-LDG-COUNT >= WS-CONST-MAX-LEDGER
               MOVE "ERROR: The billing ledger is full; the entry "
                   & "was not posted." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open LEDGER.DAT. STATUS="
                   WS-LEDGER-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LDG-COUNT
           MOVE WS-LDG-NEXT-ID TO WS-LDG-ID(WS-LDG-COUNT)
           ADD 1 TO WS-LDG-NEXT-ID
           MOVE WS-BIL-NEW-EMPLOYER TO WS-LDG-EMPLOYER(WS-LDG-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-LDG-DATE(WS-LDG-COUNT)
           MOVE WS-BIL-NEW-KIND   TO WS-LDG-KIND(WS-LDG-COUNT)
           MOVE WS-BIL-NEW-AMOUNT TO WS-LDG-AMOUNT(WS-LDG-COUNT)
           MOVE WS-BIL-NEW-SOURCE TO WS-LDG-SOURCE(WS-LDG-COUNT)
           MOVE WS-BIL-NEW-REF    TO WS-LDG-REF(WS-LDG-COUNT)
           MOVE WS-BIL-NEW-MEMO   TO WS-LDG-MEMO(WS-LDG-COUNT)
           IF WS-BIL-NEW-BY NOT = SPACES
               MOVE WS-BIL-NEW-BY TO WS-LDG-BY(WS-LDG-COUNT)
               MOVE SPACES TO WS-BIL-NEW-BY
           ELSE
               IF WS-ADMIN-USERNAME = SPACES
                   MOVE "ADMIN" TO WS-LDG-BY(WS-LDG-COUNT)
               ELSE
                   MOVE WS-ADMIN-USERNAME TO WS-LDG-BY(WS-LDG-COUNT)
               END-IF
           END-IF

           MOVE WS-LDG-ID(WS-LDG-COUNT)       TO LDG-ID
           MOVE WS-LDG-EMPLOYER(WS-LDG-COUNT) TO LDG-EMPLOYER
           MOVE WS-LDG-DATE(WS-LDG-COUNT)     TO LDG-DATE
           MOVE WS-LDG-KIND(WS-LDG-COUNT)     TO LDG-KIND
           MOVE WS-LDG-AMOUNT(WS-LDG-COUNT)   TO LDG-AMOUNT
           MOVE WS-LDG-SOURCE(WS-LDG-COUNT)   TO LDG-SOURCE
           MOVE WS-LDG-REF(WS-LDG-COUNT)      TO LDG-REF
           MOVE WS-LDG-MEMO(WS-LDG-COUNT)     TO LDG-MEMO
           MOVE WS-LDG-BY(WS-LDG-COUNT)       TO LDG-BY
           WRITE LDG-RECORD
           CLOSE LEDGER-FILE

           MOVE "BILLING" TO WS-RESULT-TYPE
           MOVE WS-BIL-NEW-EMPLOYER TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5904-REWRITE-FEATURED.
           MOVE WS-FEATURED-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-FEATURED-TMP-PATH TO WS-FEATURED-PATH
           OPEN OUTPUT FEATURED-FILE
           IF WS-FEATURED-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-FEATURED-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite FEATURED.DAT. "
                   "STATUS=" WS-FEATURED-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-FTR-COUNT
               MOVE WS-FTR-JOB-ID(WS-BIL-IDX)    TO FTR-JOB-ID
               MOVE WS-FTR-EMPLOYER(WS-BIL-IDX)  TO FTR-EMPLOYER
               MOVE WS-FTR-REQUESTED-BY(WS-BIL-IDX)
                   TO FTR-REQUESTED-BY
               MOVE WS-FTR-REQUESTED(WS-BIL-IDX) TO FTR-REQUESTED
               MOVE WS-FTR-DAYS(WS-BIL-IDX)      TO FTR-DAYS
               MOVE WS-FTR-START(WS-BIL-IDX)     TO FTR-START
               MOVE WS-FTR-END(WS-BIL-IDX)       TO FTR-END
               WRITE FTR-RECORD
           END-PERFORM
           CLOSE FEATURED-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-FEATURED-PATH
           MOVE "FEATURED.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-FEATURED-PATH TO WS-JRN-OLD-PATH
           MOVE WS-FEATURED-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-FEATURED-TMP-PATH
               WS-FEATURED-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace FEATURED.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5905-FEATURE-POSTING: The poster asks for the posting at
      *> WS-MYJOB-SELECTED-IDX to be featured. A posting already out
      *> of review goes live now and is charged now; one still in the
      *> review queue waits for 5480 to approve it.
      *>*****************************************************************
       5905-FEATURE-POSTING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BIL-TODAY
           MOVE WS-JT-ID(WS-MYJOB-SELECTED-IDX) TO WS-BIL-JOB-ID
           PERFORM 5908-IS-JOB-FEATURED
           IF WS-BIL-FEATURED = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "This posting is already featured through "
                   WS-FTR-END(WS-BIL-FTR-IDX) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-BIL-FTR-IDX > 0
               IF WS-FTR-START(WS-BIL-FTR-IDX) = 0
                   MOVE "A featured listing is already requested; it "
                       & "starts when the posting is approved."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-JT-REVIEW(WS-MYJOB-SELECTED-IDX) = "R"
               MOVE "A rejected posting cannot be featured."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-JT-CLOSING-DATE(WS-MYJOB-SELECTED-IDX) > 0
               AND WS-JT-CLOSING-DATE(WS-MYJOB-SELECTED-IDX)
                   < WS-BIL-TODAY
               MOVE "This posting has closed; it cannot be featured."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-FTR-COUNT >= WS-CONST-MAX-FEATURED
               MOVE "ERROR: No room for another featured posting."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONST-FEATURED-FEE TO WS-BIL-AMT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Featured postings list first in Browse Jobs for "
               WS-CONST-FEATURED-DAYS " days. Fee: "
               FUNCTION TRIM(WS-BIL-AMT-DISP) ", billed to "
               FUNCTION TRIM(WS-JT-EMPLOYER(WS-MYJOB-SELECTED-IDX))
               " when the listing goes live."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Feature this posting? (Y/N): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-BIL-CONFIRM
           MOVE WS-BIL-CONFIRM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-BIL-CONFIRM NOT = "Y"
               MOVE "No change made." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FTR-COUNT
           MOVE WS-FTR-COUNT TO WS-BIL-FTR-IDX
           MOVE WS-BIL-JOB-ID TO WS-FTR-JOB-ID(WS-BIL-FTR-IDX)
           MOVE WS-JT-EMPLOYER(WS-MYJOB-SELECTED-IDX)
               TO WS-FTR-EMPLOYER(WS-BIL-FTR-IDX)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-FTR-REQUESTED-BY(WS-BIL-FTR-IDX)
           MOVE WS-BIL-TODAY TO WS-FTR-REQUESTED(WS-BIL-FTR-IDX)
           MOVE WS-CONST-FEATURED-DAYS TO WS-FTR-DAYS(WS-BIL-FTR-IDX)
           MOVE 0 TO WS-FTR-START(WS-BIL-FTR-IDX)
           MOVE 0 TO WS-FTR-END(WS-BIL-FTR-IDX)
           IF WS-JT-REVIEW(WS-MYJOB-SELECTED-IDX) = "P"
               PERFORM 5904-REWRITE-FEATURED
               MOVE "Featured listing requested. It starts, and the "
                   & "fee is charged, when career services approves "
                   & "the posting." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-BIL-NEW-BY
           PERFORM 5906-FEATURE-GO-LIVE
           PERFORM 5904-REWRITE-FEATURED
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Your posting is featured through "
               WS-FTR-END(WS-BIL-FTR-IDX) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5906-FEATURE-GO-LIVE: Start the paid period of the featured
      *> row at WS-BIL-FTR-IDX today and charge the employer for it.
      *> The caller rewrites FEATURED.DAT.
      *>*****************************************************************
       5906-FEATURE-GO-LIVE.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-FTR-START(WS-BIL-FTR-IDX)
           COMPUTE WS-FTR-END(WS-BIL-FTR-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       WS-FTR-START(WS-BIL-FTR-IDX))
                   + WS-FTR-DAYS(WS-BIL-FTR-IDX) - 1)
           MOVE WS-FTR-EMPLOYER(WS-BIL-FTR-IDX) TO WS-BIL-NEW-EMPLOYER
           MOVE "C" TO WS-BIL-NEW-KIND
           MOVE WS-CONST-FEATURED-FEE TO WS-BIL-NEW-AMOUNT
           MOVE "FEATURED" TO WS-BIL-NEW-SOURCE
           MOVE WS-FTR-JOB-ID(WS-BIL-FTR-IDX) TO WS-BIL-NEW-REF
           MOVE SPACES TO WS-BIL-NEW-MEMO
           STRING "Featured posting #" WS-FTR-JOB-ID(WS-BIL-FTR-IDX)
               " " WS-FTR-START(WS-BIL-FTR-IDX)
               "-" WS-FTR-END(WS-BIL-FTR-IDX)
               DELIMITED BY SIZE INTO WS-BIL-NEW-MEMO
           END-STRING
           PERFORM 5903-APPEND-LEDGER-ENTRY
           EXIT.

      *>*****************************************************************
      *> 5907-START-FEATURE-FOR-JOB: Posting WS-BIL-JOB-ID has just
      *> been approved; a featured listing waiting on it goes live.
      *>*****************************************************************
       5907-START-FEATURE-FOR-JOB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BIL-TODAY
           PERFORM 5908-IS-JOB-FEATURED
           IF WS-BIL-FTR-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FTR-START(WS-BIL-FTR-IDX) NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5906-FEATURE-GO-LIVE
           PERFORM 5904-REWRITE-FEATURED
           MOVE WS-CONST-FEATURED-FEE TO WS-BIL-AMT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Featured listing started through "
               WS-FTR-END(WS-BIL-FTR-IDX) "; "
               FUNCTION TRIM(WS-BIL-AMT-DISP) " charged to "
               FUNCTION TRIM(WS-FTR-EMPLOYER(WS-BIL-FTR-IDX)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5908-IS-JOB-FEATURED: WS-BIL-FTR-IDX is the latest featured
      *> row for WS-BIL-JOB-ID (0 = none); WS-BIL-FEATURED is 1 while
      *> today falls inside that row's paid period.
      *>*****************************************************************
       5908-IS-JOB-FEATURED.
           MOVE 0 TO WS-BIL-FEATURED
           MOVE 0 TO WS-BIL-FTR-IDX
           PERFORM VARYING WS-BIL-JDX FROM 1 BY 1
               UNTIL WS-BIL-JDX > WS-FTR-COUNT
               IF WS-FTR-JOB-ID(WS-BIL-JDX) = WS-BIL-JOB-ID
                   MOVE WS-BIL-JDX TO WS-BIL-FTR-IDX
               END-IF
           END-PERFORM
           IF WS-BIL-FTR-IDX > 0
               IF WS-FTR-START(WS-BIL-FTR-IDX) > 0
                   AND WS-FTR-START(WS-BIL-FTR-IDX) <= WS-BIL-TODAY
                   AND WS-FTR-END(WS-BIL-FTR-IDX) >= WS-BIL-TODAY
                   MOVE 1 TO WS-BIL-FEATURED
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5909-POST-BOOTH-CHARGE: Booth WS-BTH-IDX at the fair
      *> WS-BTH-EVT-IDX has just been approved.
      *>*****************************************************************
       5909-POST-BOOTH-CHARGE.
           MOVE WS-BTH-EMPLOYER(WS-BTH-IDX) TO WS-BIL-NEW-EMPLOYER
           MOVE "C" TO WS-BIL-NEW-KIND
           MOVE WS-CONST-BOOTH-FEE TO WS-BIL-NEW-AMOUNT
           MOVE "BOOTH" TO WS-BIL-NEW-SOURCE
           MOVE WS-BTH-ID(WS-BTH-IDX) TO WS-BIL-NEW-REF
           MOVE SPACES TO WS-BIL-NEW-MEMO
           STRING "Booth, " FUNCTION TRIM(WS-EVT-NAME(WS-BTH-EVT-IDX))
               " " WS-EVT-DATE(WS-BTH-EVT-IDX)
               DELIMITED BY SIZE INTO WS-BIL-NEW-MEMO
           END-STRING
           PERFORM 5903-APPEND-LEDGER-ENTRY
           MOVE WS-CONST-BOOTH-FEE TO WS-BIL-AMT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Booth fee of " FUNCTION TRIM(WS-BIL-AMT-DISP)
               " charged to "
               FUNCTION TRIM(WS-BTH-EMPLOYER(WS-BTH-IDX)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       5910-BILLING-ADMIN-MENU.
           MOVE "1" TO WS-BIL-MENU-CHOICE
           PERFORM UNTIL WS-BIL-MENU-CHOICE = "6"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Employer Billing ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. Employer Ledger" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Record a Payment" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Record a Credit" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Generate Monthly Statements" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Aged Receivables Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "6. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BIL-MENU-CHOICE
               MOVE WS-BIL-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-BIL-MENU-CHOICE
                   WHEN "1"
                       PERFORM 5911-SHOW-EMPLOYER-LEDGER
                   WHEN "2"
                       MOVE "P" TO WS-BIL-NEW-KIND
                       PERFORM 5912-RECORD-PAYMENT-CREDIT
                   WHEN "3"
                       MOVE "R" TO WS-BIL-NEW-KIND
                       PERFORM 5912-RECORD-PAYMENT-CREDIT
                   WHEN "4"
                       PERFORM 5917-MONTHLY-STATEMENTS
                   WHEN "5"
                       MOVE "AGED-AR" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 5920-AGED-RECEIVABLES
                       PERFORM 8410-END-REPORT
                   WHEN "6"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

       5911-SHOW-EMPLOYER-LEDGER.
           PERFORM 5913-PROMPT-BILLING-EMPLOYER
           IF WS-BIL-EMP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Ledger for " FUNCTION TRIM(WS-BIL-EMPLOYER) ":"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-BIL-BALANCE
           MOVE 0 TO WS-BIL-LINE-COUNT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(WS-BIL-EMPLOYER)
                   ADD 1 TO WS-BIL-LINE-COUNT
                   IF WS-LDG-CHARGE(WS-BIL-IDX)
                       ADD WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-BALANCE
                   ELSE
                       SUBTRACT WS-LDG-AMOUNT(WS-BIL-IDX)
                           FROM WS-BIL-BALANCE
                   END-IF
                   PERFORM 5922-LEDGER-KIND-TEXT
                   MOVE WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-AMT-DISP
                   MOVE WS-BIL-BALANCE TO WS-BIL-BAL-DISP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  #" WS-LDG-ID(WS-BIL-IDX)
                       " " WS-LDG-DATE(WS-BIL-IDX)
                       " " WS-BIL-KIND-TEXT
                       " " WS-BIL-AMT-DISP
                       "  balance " WS-BIL-BAL-DISP
                       "  " FUNCTION TRIM(WS-LDG-MEMO(WS-BIL-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-BIL-LINE-COUNT = 0
               MOVE "  No charges, payments or credits on file."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE WS-BIL-BALANCE TO WS-BIL-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Balance due: " FUNCTION TRIM(WS-BIL-BAL-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5912-RECORD-PAYMENT-CREDIT: WS-BIL-NEW-KIND is "P" (payment,
      *> memo optional - a check or remittance number) or "R" (credit,
      *> a reason is required).
      *>*****************************************************************
       5912-RECORD-PAYMENT-CREDIT.
           PERFORM 5913-PROMPT-BILLING-EMPLOYER
           IF WS-BIL-EMP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5914-PROMPT-BILLING-AMOUNT
           IF WS-BIL-AMOUNT-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BIL-NEW-KIND = "P"
               MOVE "Check or remittance reference (optional): "
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE "Reason for the credit: " TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BIL-NEW-MEMO
           MOVE WS-BIL-NEW-MEMO TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-BIL-NEW-KIND = "R" AND WS-BIL-NEW-MEMO = SPACES
               MOVE "A credit needs a reason; nothing posted."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BIL-EMPLOYER TO WS-BIL-NEW-EMPLOYER
           MOVE 0 TO WS-BIL-NEW-REF
           IF WS-BIL-NEW-KIND = "P"
               MOVE "PAYMENT" TO WS-BIL-NEW-SOURCE
           ELSE
               MOVE "CREDIT" TO WS-BIL-NEW-SOURCE
           END-IF
           PERFORM 5903-APPEND-LEDGER-ENTRY
           PERFORM 5915-EMPLOYER-BALANCE
           MOVE WS-BIL-NEW-AMOUNT TO WS-BIL-AMT-DISP
           MOVE WS-BIL-BALANCE TO WS-BIL-BAL-DISP
           IF WS-BIL-NEW-KIND = "P"
               MOVE "Payment" TO WS-BIL-KIND-TEXT
           ELSE
               MOVE "Credit" TO WS-BIL-KIND-TEXT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-BIL-KIND-TEXT) " of "
               FUNCTION TRIM(WS-BIL-AMT-DISP) " posted to "
               FUNCTION TRIM(WS-BIL-EMPLOYER) ". Balance due: "
               FUNCTION TRIM(WS-BIL-BAL-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5913-PROMPT-BILLING-EMPLOYER: An employer already on the
      *> ledger (matched without regard to case, keeping the ledger's
      *> spelling) or one in the employer directory.
      *>*****************************************************************
       5913-PROMPT-BILLING-EMPLOYER.
           MOVE 0 TO WS-BIL-EMP-FOUND
           MOVE "Employer name: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BIL-EMPLOYER
           MOVE WS-BIL-EMPLOYER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-BIL-EMPLOYER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
                   OR WS-BIL-EMP-FOUND = 1
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(WS-BIL-EMPLOYER)
                   MOVE WS-LDG-EMPLOYER(WS-BIL-IDX) TO WS-BIL-EMPLOYER
                   MOVE 1 TO WS-BIL-EMP-FOUND
               END-IF
           END-PERFORM
           IF WS-BIL-EMP-FOUND = 0 AND WS-EMPLOYER-COUNT > 0
               MOVE WS-BIL-EMPLOYER TO WS-TEMP-JOB-EMPLOYER
               PERFORM 5303-VALIDATE-EMPLOYER
               MOVE WS-EMPLOYER-VALID TO WS-BIL-EMP-FOUND
           END-IF
           IF WS-BIL-EMP-FOUND = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "No billing history or directory entry for "
                   FUNCTION TRIM(WS-BIL-EMPLOYER) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5914-PROMPT-BILLING-AMOUNT: Dollars with up to two decimals,
      *> above zero; a leading "$" and thousands commas are allowed.
      *>*****************************************************************
       5914-PROMPT-BILLING-AMOUNT.
           MOVE 0 TO WS-BIL-AMOUNT-OK
           MOVE 0 TO WS-BIL-NEW-AMOUNT
           MOVE "Amount: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BIL-AMOUNT-INPUT
           MOVE WS-BIL-AMOUNT-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 1 TO WS-BIL-AMOUNT-OK
           MOVE 0 TO WS-BIL-DOTS
           MOVE 0 TO WS-BIL-DECIMALS
           MOVE 0 TO WS-BIL-OUT-POS
           MOVE SPACES TO WS-BIL-FILE-KEY
           PERFORM VARYING WS-BIL-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BIL-CHAR-IDX > 20
               MOVE WS-BIL-AMOUNT-INPUT(WS-BIL-CHAR-IDX:1)
                   TO WS-BIL-CHAR
               EVALUATE TRUE
                   WHEN WS-BIL-CHAR = "$" OR WS-BIL-CHAR = ","
                       CONTINUE
                   WHEN WS-BIL-CHAR = "."
                       ADD 1 TO WS-BIL-DOTS
                       ADD 1 TO WS-BIL-OUT-POS
                       MOVE "." TO WS-BIL-FILE-KEY(WS-BIL-OUT-POS:1)
                   WHEN WS-BIL-CHAR IS NUMERIC
                       IF WS-BIL-DOTS > 0
                           ADD 1 TO WS-BIL-DECIMALS
                       END-IF
                       ADD 1 TO WS-BIL-OUT-POS
                       MOVE WS-BIL-CHAR
                           TO WS-BIL-FILE-KEY(WS-BIL-OUT-POS:1)
                   WHEN WS-BIL-CHAR = SPACE
                       IF WS-BIL-AMOUNT-INPUT(WS-BIL-CHAR-IDX:)
                           NOT = SPACES
                           MOVE 0 TO WS-BIL-AMOUNT-OK
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-BIL-AMOUNT-OK
               END-EVALUATE
           END-PERFORM
           IF WS-BIL-DOTS > 1 OR WS-BIL-DECIMALS > 2
               OR WS-BIL-OUT-POS = 0
               MOVE 0 TO WS-BIL-AMOUNT-OK
           END-IF
           IF WS-BIL-AMOUNT-OK = 1
               IF FUNCTION NUMVAL(WS-BIL-FILE-KEY) > 0
                   AND FUNCTION NUMVAL(WS-BIL-FILE-KEY) < 10000000
                   COMPUTE WS-BIL-NEW-AMOUNT =
                       FUNCTION NUMVAL(WS-BIL-FILE-KEY)
               ELSE
                   MOVE 0 TO WS-BIL-AMOUNT-OK
               END-IF
           END-IF
           IF WS-BIL-AMOUNT-OK = 0
               MOVE "Not a valid amount; nothing posted."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5915-EMPLOYER-BALANCE: Charges less payments and credits for
      *> WS-BIL-EMPLOYER, into WS-BIL-BALANCE (negative = credit).
      *>*****************************************************************
       5915-EMPLOYER-BALANCE.
           MOVE 0 TO WS-BIL-BALANCE
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(WS-BIL-EMPLOYER)
                   IF WS-LDG-CHARGE(WS-BIL-IDX)
                       ADD WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-BALANCE
                   ELSE
                       SUBTRACT WS-LDG-AMOUNT(WS-BIL-IDX)
                           FROM WS-BIL-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5916-FIND-EMPLOYER-SLOT: Row of WS-BIL-EMP-TABLE for the
      *> employer on ledger entry WS-BIL-IDX, added when new.
      *> WS-BIL-EMP-IDX = 0 when the table is full.
      *>*****************************************************************
       5916-FIND-EMPLOYER-SLOT.
           MOVE 0 TO WS-BIL-EMP-IDX
           PERFORM VARYING WS-BIL-JDX FROM 1 BY 1
               UNTIL WS-BIL-JDX > WS-BIL-EMP-COUNT
                   OR WS-BIL-EMP-IDX > 0
               IF FUNCTION UPPER-CASE(WS-BIL-EMP-NAME(WS-BIL-JDX))
                   = FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   MOVE WS-BIL-JDX TO WS-BIL-EMP-IDX
               END-IF
           END-PERFORM
           IF WS-BIL-EMP-IDX = 0 AND WS-BIL-EMP-COUNT < 300
               ADD 1 TO WS-BIL-EMP-COUNT
               MOVE WS-BIL-EMP-COUNT TO WS-BIL-EMP-IDX
               MOVE WS-LDG-EMPLOYER(WS-BIL-IDX)
                   TO WS-BIL-EMP-NAME(WS-BIL-EMP-IDX)
               MOVE 0 TO WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
               MOVE 0 TO WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 1)
               MOVE 0 TO WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 2)
               MOVE 0 TO WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 3)
               MOVE 0 TO WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 4)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5917-MONTHLY-STATEMENTS: One text file per employer with an
      *> opening balance or activity in the month asked for, written
      *> to STATEMENT_<employer>_<YYYYMM>.TXT in the data directory.
      *>*****************************************************************
       5917-MONTHLY-STATEMENTS.
           MOVE "Statement month (YYYYMM): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BIL-MONTH
           MOVE WS-BIL-MONTH TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-BIL-MONTH IS NOT NUMERIC
               OR WS-BIL-MONTH(5:2) < "01"
               OR WS-BIL-MONTH(5:2) > "12"
               MOVE "Enter the month as YYYYMM, for example 202609."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BIL-MONTH-START =
               FUNCTION NUMVAL(WS-BIL-MONTH) * 100 + 1
           IF WS-BIL-MONTH(5:2) = "12"
               COMPUTE WS-BIL-MONTH-END = WS-BIL-MONTH-START + 8900
           ELSE
               COMPUTE WS-BIL-MONTH-END = WS-BIL-MONTH-START + 100
           END-IF
           COMPUTE WS-BIL-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BIL-MONTH-END) - 1)

           MOVE 0 TO WS-BIL-EMP-COUNT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF WS-LDG-DATE(WS-BIL-IDX) <= WS-BIL-MONTH-END
                   PERFORM 5916-FIND-EMPLOYER-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BIL-STMT-COUNT
           PERFORM VARYING WS-BIL-EMP-IDX FROM 1 BY 1
               UNTIL WS-BIL-EMP-IDX > WS-BIL-EMP-COUNT
               PERFORM 5918-WRITE-ONE-STATEMENT
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-BIL-STMT-COUNT " statement(s) written for "
               WS-BIL-MONTH "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "STATEMENTS" TO WS-RESULT-TYPE
           MOVE WS-BIL-MONTH TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       5918-WRITE-ONE-STATEMENT.
           MOVE 0 TO WS-BIL-OPENING
           MOVE 0 TO WS-BIL-LINE-COUNT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(
                       WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
                   IF WS-LDG-DATE(WS-BIL-IDX) < WS-BIL-MONTH-START
                       IF WS-LDG-CHARGE(WS-BIL-IDX)
                           ADD WS-LDG-AMOUNT(WS-BIL-IDX)
                               TO WS-BIL-OPENING
                       ELSE
                           SUBTRACT WS-LDG-AMOUNT(WS-BIL-IDX)
                               FROM WS-BIL-OPENING
                       END-IF
                   ELSE
                       IF WS-LDG-DATE(WS-BIL-IDX) <= WS-BIL-MONTH-END
                           ADD 1 TO WS-BIL-LINE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BIL-OPENING = 0 AND WS-BIL-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 5919-STATEMENT-FILE-NAME
           OPEN OUTPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open "
                   FUNCTION TRIM(WS-RESUME-PATH) ". STATUS="
                   WS-RESUME-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "INCOLLEGE CAREER SERVICES - EMPLOYER STATEMENT"
               TO WS-RESUME-LINE
           PERFORM 7181-WRITE-RESUME-LINE
           STRING "Employer: "
               FUNCTION TRIM(WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
               DELIMITED BY SIZE INTO WS-RESUME-LINE
           END-STRING
           PERFORM 7181-WRITE-RESUME-LINE
           STRING "Statement period: " WS-BIL-MONTH-START
               " through " WS-BIL-MONTH-END
               DELIMITED BY SIZE INTO WS-RESUME-LINE
           END-STRING
           PERFORM 7181-WRITE-RESUME-LINE
           MOVE "==============================================="
               TO WS-RESUME-LINE
           PERFORM 7181-WRITE-RESUME-LINE
           MOVE WS-BIL-OPENING TO WS-BIL-BAL-DISP
           STRING "Opening balance                  "
               WS-BIL-BAL-DISP
               DELIMITED BY SIZE INTO WS-RESUME-LINE
           END-STRING
           PERFORM 7181-WRITE-RESUME-LINE

           MOVE WS-BIL-OPENING TO WS-BIL-BALANCE
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(
                       WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
                   AND WS-LDG-DATE(WS-BIL-IDX) >= WS-BIL-MONTH-START
                   AND WS-LDG-DATE(WS-BIL-IDX) <= WS-BIL-MONTH-END
                   IF WS-LDG-CHARGE(WS-BIL-IDX)
                       ADD WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-BALANCE
                   ELSE
                       SUBTRACT WS-LDG-AMOUNT(WS-BIL-IDX)
                           FROM WS-BIL-BALANCE
                   END-IF
                   PERFORM 5922-LEDGER-KIND-TEXT
                   MOVE WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-AMT-DISP
                   STRING WS-LDG-DATE(WS-BIL-IDX) " "
                       WS-BIL-KIND-TEXT " " WS-BIL-AMT-DISP "  "
                       FUNCTION TRIM(WS-LDG-MEMO(WS-BIL-IDX))
                       DELIMITED BY SIZE INTO WS-RESUME-LINE
                   END-STRING
                   PERFORM 7181-WRITE-RESUME-LINE
               END-IF
           END-PERFORM

           MOVE "==============================================="
               TO WS-RESUME-LINE
           PERFORM 7181-WRITE-RESUME-LINE
           MOVE WS-BIL-BALANCE TO WS-BIL-BAL-DISP
           STRING "Closing balance due              "
               WS-BIL-BAL-DISP
               DELIMITED BY SIZE INTO WS-RESUME-LINE
           END-STRING
           PERFORM 7181-WRITE-RESUME-LINE
           CLOSE RESUME-FILE
           ADD 1 TO WS-BIL-STMT-COUNT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " FUNCTION TRIM(WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
               ": closing " FUNCTION TRIM(WS-BIL-BAL-DISP)
               " -> " FUNCTION TRIM(WS-RESUME-PATH)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5919-STATEMENT-FILE-NAME: Employer name upper-cased, letters
      *> and digits kept, anything else "_", cut at 30 characters.
      *>*****************************************************************
       5919-STATEMENT-FILE-NAME.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-BIL-EMP-NAME(WS-BIL-EMP-IDX)))
               TO WS-BIL-FILE-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))) TO WS-BIL-KEY-LEN
           IF WS-BIL-KEY-LEN > 30
               MOVE 30 TO WS-BIL-KEY-LEN
           END-IF
           PERFORM VARYING WS-BIL-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BIL-CHAR-IDX > WS-BIL-KEY-LEN
               MOVE WS-BIL-FILE-KEY(WS-BIL-CHAR-IDX:1) TO WS-BIL-CHAR
               IF WS-BIL-CHAR IS NOT NUMERIC
                   AND (WS-BIL-CHAR < "A" OR WS-BIL-CHAR > "Z")
                   MOVE "_" TO WS-BIL-FILE-KEY(WS-BIL-CHAR-IDX:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RESUME-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               STRING "STATEMENT_" FUNCTION TRIM(WS-BIL-FILE-KEY)
                   "_" WS-BIL-MONTH ".TXT"
                   DELIMITED BY SIZE INTO WS-RESUME-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/STATEMENT_"
                   FUNCTION TRIM(WS-BIL-FILE-KEY)
                   "_" WS-BIL-MONTH ".TXT"
                   DELIMITED BY SIZE INTO WS-RESUME-PATH
               END-STRING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5920-AGED-RECEIVABLES: Open charges by age as of today -
      *> 0-30, 31-60, 61-90 and over 90 days - per employer, with
      *> totals. An employer whose payments exceed charges shows a
      *> credit balance and nothing aged.
      *>*****************************************************************
       5920-AGED-RECEIVABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BIL-TODAY
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Aged Receivables as of " WS-BIL-TODAY " ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-BIL-EMP-COUNT
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               PERFORM 5916-FIND-EMPLOYER-SLOT
           END-PERFORM
           IF WS-BIL-EMP-COUNT = 0
               MOVE "No employer charges on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Employer                       0-30 days     "
               & "31-60 days     61-90 days        90+ days  "
               & "    Balance" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-BIL-TOTAL-BALANCE
           MOVE 0 TO WS-BIL-TOTAL-AGED(1)
           MOVE 0 TO WS-BIL-TOTAL-AGED(2)
           MOVE 0 TO WS-BIL-TOTAL-AGED(3)
           MOVE 0 TO WS-BIL-TOTAL-AGED(4)
           PERFORM VARYING WS-BIL-EMP-IDX FROM 1 BY 1
               UNTIL WS-BIL-EMP-IDX > WS-BIL-EMP-COUNT
               PERFORM 5921-AGE-ONE-EMPLOYER
               IF WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX) NOT = 0
                   MOVE WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 1)
                       TO WS-BIL-B1-DISP
                   MOVE WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 2)
                       TO WS-BIL-B2-DISP
                   MOVE WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 3)
                       TO WS-BIL-B3-DISP
                   MOVE WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 4)
                       TO WS-BIL-B4-DISP
                   MOVE WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
                       TO WS-BIL-BAL-DISP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-BIL-EMP-NAME(WS-BIL-EMP-IDX)(1:25)
                       WS-BIL-B1-DISP WS-BIL-B2-DISP
                       WS-BIL-B3-DISP WS-BIL-B4-DISP
                       WS-BIL-BAL-DISP
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   ADD WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
                       TO WS-BIL-TOTAL-BALANCE
                   ADD WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 1)
                       TO WS-BIL-TOTAL-AGED(1)
                   ADD WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 2)
                       TO WS-BIL-TOTAL-AGED(2)
                   ADD WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 3)
                       TO WS-BIL-TOTAL-AGED(3)
                   ADD WS-BIL-EMP-AGED(WS-BIL-EMP-IDX, 4)
                       TO WS-BIL-TOTAL-AGED(4)
               END-IF
           END-PERFORM
           MOVE WS-BIL-TOTAL-AGED(1) TO WS-BIL-B1-DISP
           MOVE WS-BIL-TOTAL-AGED(2) TO WS-BIL-B2-DISP
           MOVE WS-BIL-TOTAL-AGED(3) TO WS-BIL-B3-DISP
           MOVE WS-BIL-TOTAL-AGED(4) TO WS-BIL-B4-DISP
           MOVE WS-BIL-TOTAL-BALANCE TO WS-BIL-BAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "TOTAL                    "
               WS-BIL-B1-DISP WS-BIL-B2-DISP
               WS-BIL-B3-DISP WS-BIL-B4-DISP
               WS-BIL-BAL-DISP
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "AGED-AR" TO WS-RESULT-TYPE
           MOVE WS-BIL-TODAY TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5921-AGE-ONE-EMPLOYER: Payments and credits for employer row
      *> WS-BIL-EMP-IDX are applied to its charges oldest first; what
      *> is left open on each charge is aged from the charge date.
      *>*****************************************************************
       5921-AGE-ONE-EMPLOYER.
           MOVE 0 TO WS-BIL-UNAPPLIED
           MOVE 0 TO WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(
                       WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
                   IF WS-LDG-CHARGE(WS-BIL-IDX)
                       ADD WS-LDG-AMOUNT(WS-BIL-IDX)
                           TO WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
                   ELSE
                       SUBTRACT WS-LDG-AMOUNT(WS-BIL-IDX)
                           FROM WS-BIL-EMP-BALANCE(WS-BIL-EMP-IDX)
                       ADD WS-LDG-AMOUNT(WS-BIL-IDX)
                           TO WS-BIL-UNAPPLIED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
               UNTIL WS-BIL-IDX > WS-LDG-COUNT
               IF FUNCTION UPPER-CASE(WS-LDG-EMPLOYER(WS-BIL-IDX))
                   = FUNCTION UPPER-CASE(
                       WS-BIL-EMP-NAME(WS-BIL-EMP-IDX))
                   AND WS-LDG-CHARGE(WS-BIL-IDX)
                   MOVE WS-LDG-AMOUNT(WS-BIL-IDX) TO WS-BIL-OPEN-AMT
                   IF WS-BIL-UNAPPLIED >= WS-BIL-OPEN-AMT
                       SUBTRACT WS-BIL-OPEN-AMT FROM WS-BIL-UNAPPLIED
                       MOVE 0 TO WS-BIL-OPEN-AMT
                   ELSE
                       SUBTRACT WS-BIL-UNAPPLIED FROM WS-BIL-OPEN-AMT
                       MOVE 0 TO WS-BIL-UNAPPLIED
                   END-IF
                   IF WS-BIL-OPEN-AMT > 0
                       COMPUTE WS-BIL-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-BIL-TODAY)
                           - FUNCTION INTEGER-OF-DATE(
                               WS-LDG-DATE(WS-BIL-IDX))
                       EVALUATE TRUE
                           WHEN WS-BIL-AGE-DAYS <= 30
                               MOVE 1 TO WS-BIL-BUCKET
                           WHEN WS-BIL-AGE-DAYS <= 60
                               MOVE 2 TO WS-BIL-BUCKET
                           WHEN WS-BIL-AGE-DAYS <= 90
                               MOVE 3 TO WS-BIL-BUCKET
                           WHEN OTHER
                               MOVE 4 TO WS-BIL-BUCKET
                       END-EVALUATE
                       ADD WS-BIL-OPEN-AMT TO WS-BIL-EMP-AGED(
                           WS-BIL-EMP-IDX, WS-BIL-BUCKET)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       5922-LEDGER-KIND-TEXT.
           EVALUATE TRUE
               WHEN WS-LDG-CHARGE(WS-BIL-IDX)
                   MOVE "CHARGE" TO WS-BIL-KIND-TEXT
               WHEN WS-LDG-PAYMENT(WS-BIL-IDX)
                   MOVE "PAYMENT" TO WS-BIL-KIND-TEXT
               WHEN OTHER
                   MOVE "CREDIT" TO WS-BIL-KIND-TEXT
           END-EVALUATE
           EXIT.
