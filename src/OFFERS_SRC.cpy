      *>                               accepts/declines a pending one
      *>   5385-SHOW-APPLICANT-OFFER - One-line offer summary shown to
      *>                               the poster per applicant
      *>   5389-CHECK-POSTING-FILLED - After an accept, close the posting
      *>                               once its openings are all taken
      *>   5397-RELEASE-OTHER-COMMITMENTS - After an accept, the student
      *>                               declines other pending offers and
      *>                               withdraws other live applications
      *>   5398-OFFER-RENEGE-REPORT  - Staff: students who accepted more
      *>                               than one offer
      *>
      *> DEPENDENCIES:
      *>   WS-OFFERS.cpy  - offer table and working variables
      *>                     5307-VALIDATE-CLOSING-DATE), WS-JT-TITLE,
      *>                     WS-JT-EMPLOYER
      *>   JOBS_SRC.cpy   - 5307-VALIDATE-CLOSING-DATE,
      *>                     5348-FIND-JOB-INDEX-BY-ID,
      *>                     5319-REWRITE-JOBS-FILE
      *>   JOBARCH_SRC.cpy - 5402/5403 archive and drop, 5407 cascade
      *>   JOBSEXT_SRC.cpy - 5342-WITHDRAW-APPLICATION
      *>   NOTIFY_SRC.cpy  - 8070-SPOOL-NOTIFICATION
      *>   main.cob       - 8000-WRITE-OUTPUT, 8100-READ-INPUT,
      *>                     OFFERS-FILE, OFR-RECORD
      *>*****************************************************************
                       END-IF
                       MOVE OFR-DECISION
                           TO WS-OFT-DECISION(WS-OFFER-COUNT)
                       IF OFR-DECIDED-DATE IS NUMERIC
                           MOVE OFR-DECIDED-DATE
                               TO WS-OFT-DECIDED-DATE(WS-OFFER-COUNT)
                       ELSE
                           MOVE 0 TO WS-OFT-DECIDED-DATE(WS-OFFER-COUNT)
                       END-IF
                   END-IF
           END-READ

               MOVE WS-OFT-START-DATE(WS-OFR-IDX) TO OFR-START-DATE
               MOVE WS-OFT-RESPOND-BY(WS-OFR-IDX) TO OFR-RESPOND-BY
               MOVE WS-OFT-DECISION(WS-OFR-IDX)   TO OFR-DECISION
               MOVE WS-OFT-DECIDED-DATE(WS-OFR-IDX) TO OFR-DECIDED-DATE
               WRITE OFR-RECORD
           END-PERFORM
           CLOSE OFFERS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-OFFERS-PATH
           MOVE "OFFERS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-OFFERS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-OFFERS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-OFFERS-TMP-PATH
               WS-OFFERS-PATH
               RETURNING WS-CRASH-SAFE-RC
           MOVE WS-OFR-USERNAME TO WS-OFT-USERNAME(WS-OFFER-COUNT)
           MOVE WS-OFR-TEMP-SALARY TO WS-OFT-SALARY(WS-OFFER-COUNT)
           MOVE "P" TO WS-OFT-DECISION(WS-OFFER-COUNT)
           MOVE 0 TO WS-OFT-DECIDED-DATE(WS-OFFER-COUNT)

           PERFORM 5386-PROMPT-OFFER-DATE
           IF WS-EOF-FLAG = 1

           PERFORM 5382-REWRITE-OFFERS-FILE

           MOVE WS-MYJOB-SELECTED-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "OFFER" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING FUNCTION TRIM(WS-OFR-USERNAME) " at "
               FUNCTION TRIM(WS-OFR-TEMP-SALARY)
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5614-LOG-JOB-ACTION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Offer recorded for "
               FUNCTION TRIM(WS-OFR-USERNAME)

      *>*****************************************************************
      *> 5388-ACCEPT-DECLINE-OFFER: Record the applicant's formal
      *> Accept/Decline on the offer at WS-OFR-IDX and persist. An
      *> accept, the release of other commitments and any fill close
      *> are one transaction, rolled back together after a crash.
      *>*****************************************************************
       5388-ACCEPT-DECLINE-OFFER.
           MOVE "1. Accept this offer" TO WS-OUTPUT-LINE

           EVALUATE FUNCTION TRIM(WS-OFR-MENU-CHOICE)
               WHEN "1"
      *> Accepting a second offer after already accepting one is a
      *> renege; say so now, and it shows on the staff renege report.
                   MOVE 0 TO WS-OFR-PRIOR-IDX
                   PERFORM VARYING WS-OFR-RPT-JDX FROM 1 BY 1
                       UNTIL WS-OFR-RPT-JDX > WS-OFFER-COUNT
                           OR WS-OFR-PRIOR-IDX > 0
                       IF WS-OFR-RPT-JDX NOT = WS-OFR-IDX
                           AND WS-OFT-DECISION(WS-OFR-RPT-JDX) = "A"
                           AND FUNCTION TRIM(
                               WS-OFT-USERNAME(WS-OFR-RPT-JDX))
                               = FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-IDX))
                           MOVE WS-OFR-RPT-JDX TO WS-OFR-PRIOR-IDX
                       END-IF
                   END-PERFORM
                   IF WS-OFR-PRIOR-IDX > 0
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Note: you had already accepted an offer "
                           "on job #" WS-OFT-JOB-ID(WS-OFR-PRIOR-IDX)
                           ". Career services is told when a student "
                           "accepts a second offer."
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   MOVE "A" TO WS-OFT-DECISION(WS-OFR-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-OFT-DECIDED-DATE(WS-OFR-IDX)
                   MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-OFR-JOB-ID
                   MOVE "ACCEPT-OFFER" TO WS-TXN-NAME
                   PERFORM 8096-BEGIN-TRANSACTION
                   PERFORM 5382-REWRITE-OFFERS-FILE
                   MOVE "Offer accepted. Congratulations!"
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 5397-RELEASE-OTHER-COMMITMENTS
                   IF WS-EOF-FLAG = 1
                       PERFORM 8097-COMMIT-TRANSACTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 5389-CHECK-POSTING-FILLED
                   PERFORM 8097-COMMIT-TRANSACTION
               WHEN "2"
                   MOVE "D" TO WS-OFT-DECISION(WS-OFR-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-OFT-DECIDED-DATE(WS-OFR-IDX)
                   PERFORM 5382-REWRITE-OFFERS-FILE
                   MOVE "Offer declined." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5389-CHECK-POSTING-FILLED: Run after an offer on posting
      *> WS-OFR-JOB-ID is accepted. Accepted offers on the posting are counted against
      *> its WS-JT-OPENINGS; when the last opening is taken, applicants
      *> still at "Applied" are moved to "Filled" and told so, the
      *> poster is told, and the posting is archived (reason "F") and
      *> closed through the same cascade as a withdrawal. Postings with
      *> 0 openings predate headcount and never close themselves.
      *>*****************************************************************
       5389-CHECK-POSTING-FILLED.
           MOVE WS-OFR-JOB-ID TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           IF WS-SELECTED-JOB-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECTED-JOB-IDX TO WS-OFR-FILL-IDX
           IF WS-JT-OPENINGS(WS-OFR-FILL-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OFR-ACCEPTED-COUNT
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
               UNTIL WS-OFR-IDX > WS-OFFER-COUNT
               IF WS-OFT-JOB-ID(WS-OFR-IDX) = WS-JT-ID(WS-OFR-FILL-IDX)
                   AND WS-OFT-DECISION(WS-OFR-IDX) = "A"
                   ADD 1 TO WS-OFR-ACCEPTED-COUNT
               END-IF
           END-PERFORM
           IF WS-OFR-ACCEPTED-COUNT < WS-JT-OPENINGS(WS-OFR-FILL-IDX)
               EXIT PARAGRAPH
           END-IF

      *> --- One transaction: a run that dies half way through closing
      *> the posting is rolled back at the next startup ---
           MOVE "FILL-POSTING" TO WS-TXN-NAME
           PERFORM 8096-BEGIN-TRANSACTION

      *> --- Remaining "Applied" applicants hear the posting filled ---
           MOVE 0 TO WS-OFR-FILLED-APPS
           PERFORM VARYING WS-CASCADE-IDX FROM 1 BY 1
               UNTIL WS-CASCADE-IDX > WS-ALL-APPS-COUNT
               IF WS-AT-JOB-ID(WS-CASCADE-IDX) = WS-JT-ID(WS-OFR-FILL-IDX)
                   AND FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                       = "Applied"
                   MOVE "Filled" TO WS-AT-STATUS(WS-CASCADE-IDX)
                   ADD 1 TO WS-OFR-FILLED-APPS
                   MOVE WS-AT-USERNAME(WS-CASCADE-IDX)
                       TO WS-MSG-RECIPIENT
                   MOVE SPACES TO WS-MSG-CONTENT
                   STRING "Every opening on '"
                       FUNCTION TRIM(WS-JT-TITLE(WS-OFR-FILL-IDX))
                       "' at "
                       FUNCTION TRIM(WS-JT-EMPLOYER(WS-OFR-FILL-IDX))
                       " (job #" WS-JT-ID(WS-OFR-FILL-IDX)
                       ") has been filled, so your application will"
                       " not go further. Thank you for applying."
                       DELIMITED BY SIZE INTO WS-MSG-CONTENT
                   END-STRING
                   PERFORM 7831-WRITE-SYSTEM-MESSAGE
               END-IF
           END-PERFORM
           IF WS-OFR-FILLED-APPS > 0
               PERFORM 5343-REWRITE-APPLICATIONS-FILE
           END-IF

      *> --- Tell the poster, then archive and close the posting ---
           MOVE WS-JT-POSTER(WS-OFR-FILL-IDX) TO WS-MSG-RECIPIENT
           MOVE SPACES TO WS-MSG-CONTENT
           STRING "All " WS-JT-OPENINGS(WS-OFR-FILL-IDX)
               " opening(s) on '"
               FUNCTION TRIM(WS-JT-TITLE(WS-OFR-FILL-IDX))
               "' (job #" WS-JT-ID(WS-OFR-FILL-IDX)
               ") are filled by accepted offers. The posting has been"
               " closed and moved to your archive."
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM 7831-WRITE-SYSTEM-MESSAGE

           MOVE WS-OFR-FILL-IDX TO WS-ARCH-SOURCE-IDX
           MOVE "F" TO WS-ARCH-REASON
           PERFORM 5402-APPEND-JOB-ARCHIVE
           MOVE WS-JT-ID(WS-OFR-FILL-IDX) TO WS-CASCADE-JOB-ID
           MOVE WS-JT-TITLE(WS-OFR-FILL-IDX) TO WS-CASCADE-JOB-TITLE
           PERFORM 5403-DROP-ARCHIVED-JOB-ROW
           PERFORM 5319-REWRITE-JOBS-FILE
           PERFORM 5407-CASCADE-CLOSED-POSTING
           PERFORM 8097-COMMIT-TRANSACTION

           MOVE "That was the last opening on this posting; it is now "
               & "closed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5397-RELEASE-OTHER-COMMITMENTS: Accepted-offer policy. Once the
      *> student accepts the offer on WS-OFR-JOB-ID they are committed,
      *> so each other pending offer and each other application still in
      *> play is put to them one at a time: they confirm which offers to
      *> decline and which applications to withdraw. Every poster
      *> affected hears about it through the notification spool.
      *>*****************************************************************
       5397-RELEASE-OTHER-COMMITMENTS.
           MOVE 0 TO WS-OFR-REL-COUNT

      *> --- Other offers still awaiting an answer ---
           PERFORM VARYING WS-OFR-REL-IDX FROM 1 BY 1
               UNTIL WS-OFR-REL-IDX > WS-OFFER-COUNT
               IF WS-OFT-DECISION(WS-OFR-REL-IDX) = "P"
                   AND WS-OFT-JOB-ID(WS-OFR-REL-IDX) NOT = WS-OFR-JOB-ID
                   AND FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-REL-IDX))
                       = FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE WS-OFT-JOB-ID(WS-OFR-REL-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-SELECTED-JOB-IDX > 0
                       STRING "You also hold an offer for "
                           FUNCTION TRIM(WS-JT-TITLE(WS-SELECTED-JOB-IDX))
                           " at "
                           FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX))
                           ". Decline it now? (Y/N)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "You also hold an offer on job #"
                           WS-OFT-JOB-ID(WS-OFR-REL-IDX)
                           ". Decline it now? (Y/N)"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OFR-REL-ANSWER
                   MOVE WS-OFR-REL-ANSWER TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF FUNCTION UPPER-CASE(WS-OFR-REL-ANSWER(1:1)) = "Y"
                       MOVE "D" TO WS-OFT-DECISION(WS-OFR-REL-IDX)
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-OFT-DECIDED-DATE(WS-OFR-REL-IDX)
                       ADD 1 TO WS-OFR-REL-COUNT
                       IF WS-SELECTED-JOB-IDX > 0
                           MOVE WS-JT-POSTER(WS-SELECTED-JOB-IDX)
                               TO WS-NSP-USER
                           MOVE "OFFERDECLINE" TO WS-NSP-KIND
                           MOVE SPACES TO WS-NSP-TEXT
                           STRING FUNCTION TRIM(
                                   WS-USERNAME(WS-CURRENT-USER-INDEX))
                               " declined your offer on job #"
                               WS-OFT-JOB-ID(WS-OFR-REL-IDX)
                               " after accepting another offer."
                               DELIMITED BY SIZE INTO WS-NSP-TEXT
                           END-STRING
                           PERFORM 8070-SPOOL-NOTIFICATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OFR-REL-COUNT > 0
      *>   The rewrite reuses WS-OFR-IDX as its loop index.
               PERFORM 5382-REWRITE-OFFERS-FILE
           END-IF

      *> --- Other applications still in play (not yet decided) ---
      *>   A job whose offer the student has declined - just above, or
      *>   earlier - is skipped: its poster already heard, and a
      *>   withdrawal would tell them a second time.
           MOVE 1 TO WS-OFR-REL-IDX
           PERFORM UNTIL WS-OFR-REL-IDX > WS-ALL-APPS-COUNT
               MOVE 0 TO WS-OFR-REL-SKIP
               PERFORM VARYING WS-OFR-RPT-JDX FROM 1 BY 1
                   UNTIL WS-OFR-RPT-JDX > WS-OFFER-COUNT
                   IF WS-OFT-JOB-ID(WS-OFR-RPT-JDX)
                       = WS-AT-JOB-ID(WS-OFR-REL-IDX)
                       AND WS-OFT-DECISION(WS-OFR-RPT-JDX) = "D"
                       AND FUNCTION TRIM(WS-OFT-USERNAME(WS-OFR-RPT-JDX))
                           = FUNCTION TRIM(WS-AT-USERNAME(WS-OFR-REL-IDX))
                       MOVE 1 TO WS-OFR-REL-SKIP
                   END-IF
               END-PERFORM
               IF WS-AT-JOB-ID(WS-OFR-REL-IDX) NOT = WS-OFR-JOB-ID
                   AND WS-OFR-REL-SKIP = 0
                   AND FUNCTION TRIM(WS-AT-USERNAME(WS-OFR-REL-IDX))
                       = FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   AND (FUNCTION TRIM(WS-AT-STATUS(WS-OFR-REL-IDX))
                           = "Applied"
                       OR FUNCTION TRIM(WS-AT-STATUS(WS-OFR-REL-IDX))
                           = "Interviewing"
                       OR FUNCTION TRIM(WS-AT-STATUS(WS-OFR-REL-IDX))
                           = "Offered")
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Your application for "
                       FUNCTION TRIM(WS-AT-JOB-TITLE(WS-OFR-REL-IDX))
                       " at "
                       FUNCTION TRIM(WS-AT-JOB-EMPLOYER(WS-OFR-REL-IDX))
                       " is still "
                       FUNCTION TRIM(WS-AT-STATUS(WS-OFR-REL-IDX))
                       ". Withdraw it now? (Y/N)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OFR-REL-ANSWER
                   MOVE WS-OFR-REL-ANSWER TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF FUNCTION UPPER-CASE(WS-OFR-REL-ANSWER(1:1)) = "Y"
                       MOVE WS-AT-JOB-ID(WS-OFR-REL-IDX)
                           TO WS-SAVEDJOB-LOOKUP-ID
                       PERFORM 5348-FIND-JOB-INDEX-BY-ID
                       IF WS-SELECTED-JOB-IDX > 0
                           MOVE WS-JT-POSTER(WS-SELECTED-JOB-IDX)
                               TO WS-NSP-USER
                           MOVE "APPWITHDRAW" TO WS-NSP-KIND
                           MOVE SPACES TO WS-NSP-TEXT
                           STRING FUNCTION TRIM(
                                   WS-USERNAME(WS-CURRENT-USER-INDEX))
                               " withdrew their application for job #"
                               WS-AT-JOB-ID(WS-OFR-REL-IDX)
                               " after accepting another offer."
                               DELIMITED BY SIZE INTO WS-NSP-TEXT
                           END-STRING
                           PERFORM 8070-SPOOL-NOTIFICATION
                       END-IF
                       ADD 1 TO WS-OFR-REL-COUNT
      *>   5342 closes the gap, so the next row is now at this index.
                       MOVE WS-OFR-REL-IDX TO WS-MYAPP-SELECTED-IDX
                       PERFORM 5342-WITHDRAW-APPLICATION
                   ELSE
                       ADD 1 TO WS-OFR-REL-IDX
                   END-IF
               ELSE
                   ADD 1 TO WS-OFR-REL-IDX
               END-IF
           END-PERFORM

           IF WS-OFR-REL-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Released " WS-OFR-REL-COUNT
                   " other offer(s)/application(s); the employers "
                   "have been notified."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5398-OFFER-RENEGE-REPORT: Staff report of students holding more
      *> than one accepted offer - they accepted one and later accepted
      *> another. Each such student is listed once, with every offer
      *> they accepted and the date they accepted it (offers accepted
      *> before decision dates were kept show "date unknown").
      *>*****************************************************************
       5398-OFFER-RENEGE-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== OFFER RENEGE REPORT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-OFR-RENEGE-COUNT
           PERFORM VARYING WS-OFR-RPT-IDX FROM 1 BY 1
               UNTIL WS-OFR-RPT-IDX > WS-OFFER-COUNT
               IF WS-OFT-DECISION(WS-OFR-RPT-IDX) = "A"
      *>   List each student once: skip if an earlier row named them.
                   MOVE 0 TO WS-OFR-RPT-SEEN
                   MOVE 0 TO WS-OFR-RPT-ACCEPTS
                   PERFORM VARYING WS-OFR-RPT-JDX FROM 1 BY 1
                       UNTIL WS-OFR-RPT-JDX > WS-OFFER-COUNT
                       IF WS-OFT-DECISION(WS-OFR-RPT-JDX) = "A"
                           AND WS-OFT-USERNAME(WS-OFR-RPT-JDX)
                               = WS-OFT-USERNAME(WS-OFR-RPT-IDX)
                           ADD 1 TO WS-OFR-RPT-ACCEPTS
                           IF WS-OFR-RPT-JDX < WS-OFR-RPT-IDX
                               MOVE 1 TO WS-OFR-RPT-SEEN
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-OFR-RPT-SEEN = 0 AND WS-OFR-RPT-ACCEPTS > 1
                       ADD 1 TO WS-OFR-RENEGE-COUNT
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING FUNCTION TRIM(
                               WS-OFT-USERNAME(WS-OFR-RPT-IDX))
                           " - " WS-OFR-RPT-ACCEPTS " accepted offers:"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM VARYING WS-OFR-RPT-JDX FROM 1 BY 1
                           UNTIL WS-OFR-RPT-JDX > WS-OFFER-COUNT
                           IF WS-OFT-DECISION(WS-OFR-RPT-JDX) = "A"
                               AND WS-OFT-USERNAME(WS-OFR-RPT-JDX)
                                   = WS-OFT-USERNAME(WS-OFR-RPT-IDX)
                               MOVE WS-OFT-JOB-ID(WS-OFR-RPT-JDX)
                                   TO WS-SAVEDJOB-LOOKUP-ID
                               PERFORM 5348-FIND-JOB-INDEX-BY-ID
                               MOVE SPACES TO WS-OUTPUT-LINE
                               IF WS-SELECTED-JOB-IDX > 0
                                   STRING "   Job #"
                                       WS-OFT-JOB-ID(WS-OFR-RPT-JDX) " "
                                       FUNCTION TRIM(WS-JT-TITLE(
                                           WS-SELECTED-JOB-IDX))
                                       " at "
                                       FUNCTION TRIM(WS-JT-EMPLOYER(
                                           WS-SELECTED-JOB-IDX))
                                       DELIMITED BY SIZE
                                       INTO WS-OUTPUT-LINE
                                   END-STRING
                               ELSE
                                   STRING "   Job #"
                                       WS-OFT-JOB-ID(WS-OFR-RPT-JDX)
                                       " (posting closed)"
                                       DELIMITED BY SIZE
                                       INTO WS-OUTPUT-LINE
                                   END-STRING
                               END-IF
                               PERFORM 8000-WRITE-OUTPUT
                               MOVE SPACES TO WS-OUTPUT-LINE
                               IF WS-OFT-DECIDED-DATE(WS-OFR-RPT-JDX) = 0
                                   MOVE "      accepted: date unknown"
                                       TO WS-OUTPUT-LINE
                               ELSE
                                   STRING "      accepted: "
                                       WS-OFT-DECIDED-DATE(WS-OFR-RPT-JDX)
                                       DELIMITED BY SIZE
                                       INTO WS-OUTPUT-LINE
                                   END-STRING
                               END-IF
                               PERFORM 8000-WRITE-OUTPUT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OFR-RENEGE-COUNT = 0
               MOVE "No student holds more than one accepted offer."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Students with reneged offers: "
                   WS-OFR-RENEGE-COUNT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.
