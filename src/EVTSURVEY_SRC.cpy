      *>*****************************************************************
      *> FILE:    EVTSURVEY_SRC.cpy
      *> PURPOSE: Post-event feedback survey and ratings report. After
      *>          a career fair the only record was who checked in
      *>          (ATTENDANCE.DAT). Now every checked-in attendee is
      *>          offered a three-question survey at login once the
      *>          event date has passed - the same skippable prompt
      *>          the first-destination survey uses (3250), asked
      *>          again next login until answered, for
      *>          WS-CONST-EVT-SURVEY-DAYS after the event. The
      *>          host (and staff, for every event) get a per-event
      *>          report of response rate, average rating, useful
      *>          employer contacts, and the comments.
      *>
      *> PARAGRAPHS:
      *>   6680-LOAD-EVTSURVEY        - Load EVTSURVEY.DAT at startup
      *>   6681-READ-EVTSURVEY-LOOP   - Recursive read for 6680
      *>   6682-APPEND-EVTSURVEY      - Append the newest table row
      *>   6683-REWRITE-EVTSURVEY     - Crash-safe rewrite (merge)
      *>   6684-OFFER-EVENT-SURVEYS   - Post-login prompt, one event
      *>                                at a time
      *>   6685-ASK-EVENT-SURVEY      - The three questions for the
      *>                                event at WS-ESV-EVT-IDX
      *>   6686-EVENT-FEEDBACK-REPORT - Per-event ratings report
      *>   6687-REPORT-ONE-EVENT      - One event's block of 6686
      *>
      *> DEPENDENCIES:
      *>   WS-EVTSURVEY.cpy - response table and scratch
      *>   WS-ATTEND.cpy    - WS-ATT-TABLE (who checked in)
      *>   WS-EVENTS.cpy    - WS-EVENT-TABLE
      *>   main.cob         - EVTSURVEY-FILE, 8000/8100, 8060
      *>*****************************************************************

       6680-LOAD-EVTSURVEY.
           MOVE 0   TO WS-ESV-COUNT
           MOVE "N" TO WS-EVTSURVEY-EOF

           OPEN INPUT EVTSURVEY-FILE

           EVALUATE WS-EVTSURVEY-STATUS
               WHEN "00"
                   PERFORM 6681-READ-EVTSURVEY-LOOP
                   CLOSE EVTSURVEY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open EVTSURVEY.DAT. "
                       "STATUS=" WS-EVTSURVEY-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       6681-READ-EVTSURVEY-LOOP.
           READ EVTSURVEY-FILE
               AT END
                   MOVE "Y" TO WS-EVTSURVEY-EOF
               NOT AT END
                   IF WS-ESV-COUNT < WS-CONST-MAX-EVTSURVEYS
                       ADD 1 TO WS-ESV-COUNT
                       IF ESV-EVENT-ID IS NUMERIC
                           MOVE ESV-EVENT-ID
                               TO WS-ESV-EVENT-ID(WS-ESV-COUNT)
                       ELSE
                           MOVE 0 TO WS-ESV-EVENT-ID(WS-ESV-COUNT)
                       END-IF
                       MOVE ESV-USERNAME
                           TO WS-ESV-USERNAME(WS-ESV-COUNT)
                       IF ESV-RATING IS NUMERIC
                           MOVE ESV-RATING
                               TO WS-ESV-RATING(WS-ESV-COUNT)
                       ELSE
                           MOVE 0 TO WS-ESV-RATING(WS-ESV-COUNT)
                       END-IF
                       MOVE ESV-CONTACTS
                           TO WS-ESV-CONTACTS(WS-ESV-COUNT)
                       MOVE ESV-COMMENT TO WS-ESV-COMMENT(WS-ESV-COUNT)
                       IF ESV-DATE IS NUMERIC
                           MOVE ESV-DATE TO WS-ESV-DATE(WS-ESV-COUNT)
                       ELSE
                           MOVE 0 TO WS-ESV-DATE(WS-ESV-COUNT)
                       END-IF
                   END-IF
           END-READ

           IF WS-EVTSURVEY-EOF = "N"
               PERFORM 6681-READ-EVTSURVEY-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6682-APPEND-EVTSURVEY: Append table row WS-ESV-COUNT.
      *>*****************************************************************
       6682-APPEND-EVTSURVEY.
           MOVE WS-ESV-EVENT-ID(WS-ESV-COUNT) TO ESV-EVENT-ID
           MOVE WS-ESV-USERNAME(WS-ESV-COUNT) TO ESV-USERNAME
           MOVE WS-ESV-RATING(WS-ESV-COUNT)   TO ESV-RATING
           MOVE WS-ESV-CONTACTS(WS-ESV-COUNT) TO ESV-CONTACTS
           MOVE WS-ESV-COMMENT(WS-ESV-COUNT)  TO ESV-COMMENT
           MOVE WS-ESV-DATE(WS-ESV-COUNT)     TO ESV-DATE

           OPEN EXTEND EVTSURVEY-FILE
           IF WS-EVTSURVEY-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE EVTSURVEY-FILE
               OPEN OUTPUT EVTSURVEY-FILE
               CLOSE EVTSURVEY-FILE
               OPEN EXTEND EVTSURVEY-FILE
           END-IF
           IF WS-EVTSURVEY-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open EVTSURVEY.DAT. STATUS="
                   WS-EVTSURVEY-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           WRITE ESV-RECORD
           CLOSE EVTSURVEY-FILE
           EXIT.

       6683-REWRITE-EVTSURVEY.
           MOVE WS-EVTSURVEY-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-EVTSURVEY-TMP-PATH TO WS-EVTSURVEY-PATH
           OPEN OUTPUT EVTSURVEY-FILE
           IF WS-EVTSURVEY-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EVTSURVEY-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open EVTSURVEY.DAT for "
                   & "rewrite. STATUS=" WS-EVTSURVEY-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ESV-WRT-IDX FROM 1 BY 1
               UNTIL WS-ESV-WRT-IDX > WS-ESV-COUNT
               MOVE WS-ESV-EVENT-ID(WS-ESV-WRT-IDX) TO ESV-EVENT-ID
               MOVE WS-ESV-USERNAME(WS-ESV-WRT-IDX) TO ESV-USERNAME
               MOVE WS-ESV-RATING(WS-ESV-WRT-IDX)   TO ESV-RATING
               MOVE WS-ESV-CONTACTS(WS-ESV-WRT-IDX) TO ESV-CONTACTS
               MOVE WS-ESV-COMMENT(WS-ESV-WRT-IDX)  TO ESV-COMMENT
               MOVE WS-ESV-DATE(WS-ESV-WRT-IDX)     TO ESV-DATE
               WRITE ESV-RECORD
           END-PERFORM
           CLOSE EVTSURVEY-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EVTSURVEY-PATH
           MOVE "EVTSURVEY.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-EVTSURVEY-PATH TO WS-JRN-OLD-PATH
           MOVE WS-EVTSURVEY-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-EVTSURVEY-TMP-PATH
               WS-EVTSURVEY-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace EVTSURVEY.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6684-OFFER-EVENT-SURVEYS: Right after login. Each event the
      *> user checked in to, dated before today and within the
      *> survey window, with no response on file, is offered in turn.
      *> Declining one stops the prompts until the next login.
      *>*****************************************************************
       6684-OFFER-EVENT-SURVEYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ESV-TODAY
           COMPUTE WS-ESV-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ESV-TODAY)
               - WS-CONST-EVT-SURVEY-DAYS)

           PERFORM VARYING WS-ESV-ATT-IDX FROM 1 BY 1
               UNTIL WS-ESV-ATT-IDX > WS-ATT-COUNT
                   OR WS-PROGRAM-RUNNING = 0
               IF FUNCTION TRIM(WS-ATT-USERNAME(WS-ESV-ATT-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE 0 TO WS-ESV-EVT-IDX
                   PERFORM VARYING WS-ESV-SCAN FROM 1 BY 1
                       UNTIL WS-ESV-SCAN > WS-EVENT-COUNT
                           OR WS-ESV-EVT-IDX > 0
                       IF WS-EVT-ID(WS-ESV-SCAN) =
                           WS-ATT-EVENT-ID(WS-ESV-ATT-IDX)
                           MOVE WS-ESV-SCAN TO WS-ESV-EVT-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ESV-EVT-IDX > 0
                       IF WS-EVT-DATE(WS-ESV-EVT-IDX) < WS-ESV-TODAY
                          AND WS-EVT-DATE(WS-ESV-EVT-IDX) >=
                              WS-ESV-CUTOFF
                           MOVE 0 TO WS-ESV-ANSWERED
                           PERFORM VARYING WS-ESV-IDX FROM 1 BY 1
                               UNTIL WS-ESV-IDX > WS-ESV-COUNT
                                   OR WS-ESV-ANSWERED = 1
                               IF WS-ESV-EVENT-ID(WS-ESV-IDX) =
                                   WS-EVT-ID(WS-ESV-EVT-IDX)
                                  AND WS-ESV-USERNAME(WS-ESV-IDX) =
                                   WS-USERNAME(WS-CURRENT-USER-INDEX)
                                   MOVE 1 TO WS-ESV-ANSWERED
                               END-IF
                           END-PERFORM
                           IF WS-ESV-ANSWERED = 0
                               PERFORM 6685-ASK-EVENT-SURVEY
                               IF WS-ESV-ANSWERED = 0
                                   EXIT PARAGRAPH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6685-ASK-EVENT-SURVEY: Three questions for the event at
      *> WS-ESV-EVT-IDX. WS-ESV-ANSWERED is 1 only when a response
      *> was recorded.
      *>*****************************************************************
       6685-ASK-EVENT-SURVEY.
           MOVE 0 TO WS-ESV-ANSWERED
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "You attended "
               FUNCTION TRIM(WS-EVT-NAME(WS-ESV-EVT-IDX))
               " on " WS-EVT-DATE(WS-ESV-EVT-IDX)
               ". Quick feedback survey - answer now? (YES/no): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ESV-ANSWER
           MOVE WS-ESV-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ESV-ANSWER NOT = "YES" AND WS-ESV-ANSWER NOT = "Y"
               MOVE "No problem - we will ask again next time."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Overall, how was it? 1 (poor) to 5 (excellent): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ESV-ANSWER
           MOVE WS-ESV-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ESV-ANSWER(1:1) < "1" OR WS-ESV-ANSWER(1:1) > "5"
               OR WS-ESV-ANSWER(2:1) NOT = SPACE
               MOVE "That was not 1 to 5; survey left open."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ESV-ANSWER(1:1) TO WS-ESV-RATING-IN

           MOVE "Did you make useful employer contacts? (Y/N): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) = "Y"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   = "YES"
               MOVE "Y" TO WS-ESV-CONTACTS-IN
           ELSE
               MOVE "N" TO WS-ESV-CONTACTS-IN
           END-IF
           MOVE WS-ESV-CONTACTS-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Any comments for the organizers? (blank for none): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ESV-COMMENT-IN
           MOVE WS-ESV-COMMENT-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           IF WS-ESV-COUNT >= WS-CONST-MAX-EVTSURVEYS
               MOVE "The survey file is full; your answers could not "
                   & "be saved." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESV-COUNT
           MOVE WS-EVT-ID(WS-ESV-EVT-IDX)
               TO WS-ESV-EVENT-ID(WS-ESV-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-ESV-USERNAME(WS-ESV-COUNT)
           MOVE WS-ESV-RATING-IN TO WS-ESV-RATING(WS-ESV-COUNT)
           MOVE WS-ESV-CONTACTS-IN TO WS-ESV-CONTACTS(WS-ESV-COUNT)
           MOVE WS-ESV-COMMENT-IN TO WS-ESV-COMMENT(WS-ESV-COUNT)
           MOVE WS-ESV-TODAY TO WS-ESV-DATE(WS-ESV-COUNT)
           PERFORM 6682-APPEND-EVTSURVEY
           MOVE 1 TO WS-ESV-ANSWERED

           MOVE "Thank you! Feedback recorded." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "EVTSURVEY" TO WS-RESULT-TYPE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 6686-EVENT-FEEDBACK-REPORT: Events menu. Hosts see the events
      *> they created; staff see every event. Only events whose date
      *> has arrived are reported. Comments are shown without names
      *> so attendees can be candid.
      *>*****************************************************************
       6686-EVENT-FEEDBACK-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== EVENT FEEDBACK REPORT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ESV-TODAY
           MOVE 0 TO WS-ESV-SHOWN

           PERFORM VARYING WS-ESV-EVT-IDX FROM 1 BY 1
               UNTIL WS-ESV-EVT-IDX > WS-EVENT-COUNT
               MOVE 0 TO WS-ESV-IN-SCOPE
               IF ROLE-STAFF
                   MOVE 1 TO WS-ESV-IN-SCOPE
               END-IF
               IF FUNCTION TRIM(WS-EVT-CREATOR(WS-ESV-EVT-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE 1 TO WS-ESV-IN-SCOPE
               END-IF
               IF WS-ESV-IN-SCOPE = 1
                  AND WS-EVT-DATE(WS-ESV-EVT-IDX) <= WS-ESV-TODAY
                   ADD 1 TO WS-ESV-SHOWN
                   PERFORM 6687-REPORT-ONE-EVENT
               END-IF
           END-PERFORM

           IF WS-ESV-SHOWN = 0
               IF ROLE-STAFF
                   MOVE "No events have taken place yet."
                       TO WS-OUTPUT-LINE
               ELSE
                   MOVE "None of your events has taken place yet."
                       TO WS-OUTPUT-LINE
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "=============================" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 6687-REPORT-ONE-EVENT: Response rate is responses over
      *> checked-in attendees; the average is over responses only.
      *>*****************************************************************
       6687-REPORT-ONE-EVENT.
           MOVE 0 TO WS-ESV-CHECKED-IN
           PERFORM VARYING WS-ESV-ATT-IDX FROM 1 BY 1
               UNTIL WS-ESV-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-EVENT-ID(WS-ESV-ATT-IDX) =
                   WS-EVT-ID(WS-ESV-EVT-IDX)
                   ADD 1 TO WS-ESV-CHECKED-IN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ESV-RESPONSES
           MOVE 0 TO WS-ESV-RATING-SUM
           MOVE 0 TO WS-ESV-CONTACTS-YES
           PERFORM VARYING WS-ESV-IDX FROM 1 BY 1
               UNTIL WS-ESV-IDX > WS-ESV-COUNT
               IF WS-ESV-EVENT-ID(WS-ESV-IDX) =
                   WS-EVT-ID(WS-ESV-EVT-IDX)
                   ADD 1 TO WS-ESV-RESPONSES
                   ADD WS-ESV-RATING(WS-ESV-IDX) TO WS-ESV-RATING-SUM
                   IF WS-ESV-CONTACTS(WS-ESV-IDX) = "Y"
                       ADD 1 TO WS-ESV-CONTACTS-YES
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ESV-RATE
           IF WS-ESV-CHECKED-IN > 0
               COMPUTE WS-ESV-RATE =
                   WS-ESV-RESPONSES * 100 / WS-ESV-CHECKED-IN
           END-IF

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-EVT-NAME(WS-ESV-EVT-IDX))
               " (#" WS-EVT-ID(WS-ESV-EVT-IDX) ", "
               WS-EVT-DATE(WS-ESV-EVT-IDX) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Checked in: " WS-ESV-CHECKED-IN
               "  Responses: " WS-ESV-RESPONSES
               "  Response rate: " WS-ESV-RATE "%"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ESV-RESPONSES = 0
               MOVE "  No feedback yet." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ESV-AVG ROUNDED =
               WS-ESV-RATING-SUM / WS-ESV-RESPONSES
           MOVE WS-ESV-AVG TO WS-ESV-AVG-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Average rating: " WS-ESV-AVG-DISP " / 5"
               "  Useful employer contacts: " WS-ESV-CONTACTS-YES
               " of " WS-ESV-RESPONSES
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-ESV-IDX FROM 1 BY 1
               UNTIL WS-ESV-IDX > WS-ESV-COUNT
               IF WS-ESV-EVENT-ID(WS-ESV-IDX) =
                   WS-EVT-ID(WS-ESV-EVT-IDX)
                  AND WS-ESV-COMMENT(WS-ESV-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  - [" WS-ESV-RATING(WS-ESV-IDX) "/5] "
                       FUNCTION TRIM(WS-ESV-COMMENT(WS-ESV-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.
