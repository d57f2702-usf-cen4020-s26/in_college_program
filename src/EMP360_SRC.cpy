      *>*****************************************************************
      *> FILE:    EMP360_SRC.cpy
      *> PURPOSE: Employer relationship (360) report. Employer
      *>          relations staff preparing for a meeting used to pull
      *>          posting, applicant, interview, offer, follower,
      *>          review, booth and co-op numbers from six menus. This
      *>          puts them on one page for one employer and one date
      *>          range, through the report spool so the file can be
      *>          sent ahead of the meeting.
      *>
      *>          Period rules: a posting is "opened" when posted in
      *>          the range and "archived" when closed in it; time-to-
      *>          fill is posted-to-closed for postings archived as
      *>          filled. Applications carry no date, so applicants are
      *>          counted on every posting that was open at some point
      *>          in the range. Interviews go by slot date, offers by
      *>          decision date (respond-by date while still pending),
      *>          reviews by review date, booths by event date and co-
      *>          op hours by week. Followers are a current count.
      *>
      *> PARAGRAPHS:
      *>   5980-EMPLOYER-360-REPORT - Entry point (admin menu)
      *>   5981-PROMPT-E360-EMPLOYER
      *>   5982-PROMPT-E360-DATE
      *>   5983-E360-GATHER-JOBS    - Open and archived postings
      *>   5984-E360-READ-ARCH-LOOP - Recursive JOBARCHIVE.DAT scan
      *>   5985-E360-FIND-JOB       - WS-E3-JOB-ID -> WS-E3-HIT
      *>   5986-E360-TALLY          - Everything but the postings
      *>   5987-E360-PRINT
      *>
      *> DEPENDENCIES:
      *>   WS-EMP360.cpy, WS-JOBS.cpy, WS-JOBARCH.cpy, WS-OFFERS.cpy,
      *>   WS-INTERVIEWS.cpy, WS-FOLLOWS.cpy, WS-EMPREVIEW.cpy,
      *>   WS-BOOTHS.cpy, WS-EVENTS.cpy, WS-WORKLOG.cpy,
      *>   JOBS_SRC.cpy (5303), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       5980-EMPLOYER-360-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Employer Relationship (360) Report ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5981-PROMPT-E360-EMPLOYER
           IF WS-E3-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-E3-TO-DATE
           MOVE WS-E3-TO-DATE TO WS-E3-FROM-DATE
           MOVE "0101" TO WS-E3-FROM-DATE(5:4)
           MOVE "From date (YYYYMMDD, blank = start of this year): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5982-PROMPT-E360-DATE
           IF WS-E3-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-E3-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-E3-INPUT) TO WS-E3-FROM-DATE
           END-IF
           MOVE "Through date (YYYYMMDD, blank = today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 5982-PROMPT-E360-DATE
           IF WS-E3-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-E3-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-E3-INPUT) TO WS-E3-TO-DATE
           END-IF
           IF WS-E3-FROM-DATE > WS-E3-TO-DATE
               MOVE "The start date is after the end date."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 5983-E360-GATHER-JOBS
           PERFORM 5986-E360-TALLY

           MOVE "EMPLOYER-360" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           PERFORM 5987-E360-PRINT
           PERFORM 8410-END-REPORT

           MOVE "EMP360" TO WS-RESULT-TYPE
           MOVE WS-E3-EMPLOYER TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 5981-PROMPT-E360-EMPLOYER: A directory employer, or any name
      *> that appears on an open posting (matched without regard to
      *> case, keeping the posting's spelling).
      *>*****************************************************************
       5981-PROMPT-E360-EMPLOYER.
           MOVE 0 TO WS-E3-FOUND
           MOVE "Employer name: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-E3-EMPLOYER
           MOVE WS-E3-EMPLOYER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-E3-EMPLOYER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-JOB-COUNT OR WS-E3-FOUND = 1
               IF FUNCTION UPPER-CASE(WS-JT-EMPLOYER(WS-E3-IDX))
                   = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                   MOVE WS-JT-EMPLOYER(WS-E3-IDX) TO WS-E3-EMPLOYER
                   MOVE 1 TO WS-E3-FOUND
               END-IF
           END-PERFORM
           IF WS-E3-FOUND = 0 AND WS-EMPLOYER-COUNT > 0
               MOVE WS-E3-EMPLOYER TO WS-TEMP-JOB-EMPLOYER
               PERFORM 5303-VALIDATE-EMPLOYER
               MOVE WS-EMPLOYER-VALID TO WS-E3-FOUND
           END-IF
           IF WS-E3-FOUND = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "No open posting or directory entry for "
                   FUNCTION TRIM(WS-E3-EMPLOYER) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       5982-PROMPT-E360-DATE.
           MOVE 0 TO WS-E3-DATE-OK
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-E3-INPUT
           MOVE WS-E3-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-E3-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-E3-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-E3-INPUT))
                       NOT = 8
                   MOVE "That is not a YYYYMMDD date." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-E3-DATE-OK
           EXIT.

      *>*****************************************************************
      *> 5983-E360-GATHER-JOBS: The employer's open postings, then its
      *> archived ones, with the posting counts for the period.
      *>*****************************************************************
       5983-E360-GATHER-JOBS.
           MOVE 0 TO WS-E3-JOB-COUNT
           MOVE 0 TO WS-E3-OPENED
           MOVE 0 TO WS-E3-STILL-OPEN
           MOVE 0 TO WS-E3-ARCHIVED
           MOVE 0 TO WS-E3-ARCH-FILLED
           MOVE 0 TO WS-E3-ARCH-EXPIRED
           MOVE 0 TO WS-E3-ARCH-WITHDRAWN
           MOVE 0 TO WS-E3-FILL-TOTAL
           MOVE 0 TO WS-E3-FILL-COUNT
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-JOB-COUNT
               IF FUNCTION UPPER-CASE(WS-JT-EMPLOYER(WS-E3-IDX))
                   = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                   AND WS-E3-JOB-COUNT < 500
                   ADD 1 TO WS-E3-JOB-COUNT
                   MOVE WS-JT-ID(WS-E3-IDX)
                       TO WS-E3-JOB-NUM(WS-E3-JOB-COUNT)
                   MOVE WS-JT-POSTED-DATE(WS-E3-IDX)
                       TO WS-E3-JOB-POSTED(WS-E3-JOB-COUNT)
                   MOVE 0 TO WS-E3-JOB-CLOSED(WS-E3-JOB-COUNT)
                   MOVE SPACE TO WS-E3-JOB-REASON(WS-E3-JOB-COUNT)
                   MOVE 0 TO WS-E3-JOB-ACTIVE(WS-E3-JOB-COUNT)
                   IF WS-JT-POSTED-DATE(WS-E3-IDX) <= WS-E3-TO-DATE
                       MOVE 1 TO WS-E3-JOB-ACTIVE(WS-E3-JOB-COUNT)
                       ADD 1 TO WS-E3-STILL-OPEN
                   END-IF
                   IF WS-JT-POSTED-DATE(WS-E3-IDX) >= WS-E3-FROM-DATE
                       AND WS-JT-POSTED-DATE(WS-E3-IDX)
                           <= WS-E3-TO-DATE
                       ADD 1 TO WS-E3-OPENED
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-JOBARCH-EOF
           OPEN INPUT JOBARCHIVE-FILE
           IF WS-JOBARCH-STATUS = WS-CONST-FS-OK
               PERFORM 5984-E360-READ-ARCH-LOOP
               CLOSE JOBARCHIVE-FILE
           END-IF
           IF WS-E3-FILL-COUNT > 0
               COMPUTE WS-E3-FILL-AVG ROUNDED =
                   WS-E3-FILL-TOTAL / WS-E3-FILL-COUNT
           ELSE
               MOVE 0 TO WS-E3-FILL-AVG
           END-IF
           EXIT.

       5984-E360-READ-ARCH-LOOP.
           READ JOBARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-JOBARCH-EOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(ARCH-EMPLOYER)
                       = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                       AND ARCH-POSTED-DATE IS NUMERIC
                       AND ARCH-CLOSED-DATE IS NUMERIC
                       AND WS-E3-JOB-COUNT < 500
                       ADD 1 TO WS-E3-JOB-COUNT
                       MOVE ARCH-JOB-ID
                           TO WS-E3-JOB-NUM(WS-E3-JOB-COUNT)
                       MOVE ARCH-POSTED-DATE
                           TO WS-E3-JOB-POSTED(WS-E3-JOB-COUNT)
                       MOVE ARCH-CLOSED-DATE
                           TO WS-E3-JOB-CLOSED(WS-E3-JOB-COUNT)
                       MOVE ARCH-REASON
                           TO WS-E3-JOB-REASON(WS-E3-JOB-COUNT)
                       MOVE 0 TO WS-E3-JOB-ACTIVE(WS-E3-JOB-COUNT)
                       IF ARCH-POSTED-DATE <= WS-E3-TO-DATE
                           AND ARCH-CLOSED-DATE >= WS-E3-FROM-DATE
                           MOVE 1 TO WS-E3-JOB-ACTIVE(WS-E3-JOB-COUNT)
                       END-IF
                       IF ARCH-POSTED-DATE >= WS-E3-FROM-DATE
                           AND ARCH-POSTED-DATE <= WS-E3-TO-DATE
                           ADD 1 TO WS-E3-OPENED
                       END-IF
                       IF ARCH-CLOSED-DATE >= WS-E3-FROM-DATE
                           AND ARCH-CLOSED-DATE <= WS-E3-TO-DATE
                           ADD 1 TO WS-E3-ARCHIVED
                           EVALUATE ARCH-REASON
                               WHEN "F"
                                   ADD 1 TO WS-E3-ARCH-FILLED
                                   IF ARCH-POSTED-DATE > 0
                                       COMPUTE WS-E3-FILL-DAYS =
                                           FUNCTION INTEGER-OF-DATE(
                                               ARCH-CLOSED-DATE)
                                           - FUNCTION INTEGER-OF-DATE(
                                               ARCH-POSTED-DATE)
                                       IF WS-E3-FILL-DAYS >= 0
                                           ADD WS-E3-FILL-DAYS
                                               TO WS-E3-FILL-TOTAL
                                           ADD 1 TO WS-E3-FILL-COUNT
                                       END-IF
                                   END-IF
                               WHEN "E"
                                   ADD 1 TO WS-E3-ARCH-EXPIRED
                               WHEN OTHER
                                   ADD 1 TO WS-E3-ARCH-WITHDRAWN
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ
           IF WS-JOBARCH-EOF = "N"
               PERFORM 5984-E360-READ-ARCH-LOOP
           END-IF
           EXIT.

       5985-E360-FIND-JOB.
           MOVE 0 TO WS-E3-HIT
           PERFORM VARYING WS-E3-JDX FROM 1 BY 1
               UNTIL WS-E3-JDX > WS-E3-JOB-COUNT OR WS-E3-HIT > 0
               IF WS-E3-JOB-NUM(WS-E3-JDX) = WS-E3-JOB-ID
                   MOVE WS-E3-JDX TO WS-E3-HIT
               END-IF
           END-PERFORM
           EXIT.

       5986-E360-TALLY.
           MOVE 0 TO WS-E3-APPLICANTS
           MOVE 0 TO WS-E3-HIRED-APPS
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-ALL-APPS-COUNT
               MOVE WS-AT-JOB-ID(WS-E3-IDX) TO WS-E3-JOB-ID
               PERFORM 5985-E360-FIND-JOB
               IF WS-E3-HIT > 0
                   IF WS-E3-JOB-ACTIVE(WS-E3-HIT) = 1
                       ADD 1 TO WS-E3-APPLICANTS
                       IF FUNCTION TRIM(WS-AT-STATUS(WS-E3-IDX))
                           = "Hired"
                           ADD 1 TO WS-E3-HIRED-APPS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-E3-IVW-PROPOSED
           MOVE 0 TO WS-E3-IVW-CONFIRMED
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-INTERVIEW-COUNT
               MOVE WS-IVT-JOB-ID(WS-E3-IDX) TO WS-E3-JOB-ID
               PERFORM 5985-E360-FIND-JOB
               IF WS-E3-HIT > 0
                   AND WS-IVT-SLOT-DATE(WS-E3-IDX) >= WS-E3-FROM-DATE
                   AND WS-IVT-SLOT-DATE(WS-E3-IDX) <= WS-E3-TO-DATE
                   IF WS-IVT-STATUS(WS-E3-IDX) = "C"
                       ADD 1 TO WS-E3-IVW-CONFIRMED
                   ELSE
                       ADD 1 TO WS-E3-IVW-PROPOSED
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-E3-OFFERS
           MOVE 0 TO WS-E3-OFR-ACCEPTED
           MOVE 0 TO WS-E3-OFR-DECLINED
           MOVE 0 TO WS-E3-OFR-PENDING
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-OFFER-COUNT
               MOVE WS-OFT-JOB-ID(WS-E3-IDX) TO WS-E3-JOB-ID
               PERFORM 5985-E360-FIND-JOB
               IF WS-OFT-DECISION(WS-E3-IDX) = "P"
                   MOVE WS-OFT-RESPOND-BY(WS-E3-IDX)
                       TO WS-E3-PERIOD-DATE
               ELSE
                   MOVE WS-OFT-DECIDED-DATE(WS-E3-IDX)
                       TO WS-E3-PERIOD-DATE
               END-IF
               IF WS-E3-HIT > 0
                   AND WS-E3-PERIOD-DATE >= WS-E3-FROM-DATE
                   AND WS-E3-PERIOD-DATE <= WS-E3-TO-DATE
                   ADD 1 TO WS-E3-OFFERS
                   EVALUATE WS-OFT-DECISION(WS-E3-IDX)
                       WHEN "A"
                           ADD 1 TO WS-E3-OFR-ACCEPTED
                       WHEN "D"
                           ADD 1 TO WS-E3-OFR-DECLINED
                       WHEN OTHER
                           ADD 1 TO WS-E3-OFR-PENDING
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-E3-OFR-ACCEPTED + WS-E3-OFR-DECLINED > 0
               COMPUTE WS-E3-ACCEPT-RATE ROUNDED =
                   WS-E3-OFR-ACCEPTED * 100
                   / (WS-E3-OFR-ACCEPTED + WS-E3-OFR-DECLINED)
           ELSE
               MOVE 0 TO WS-E3-ACCEPT-RATE
           END-IF

           MOVE 0 TO WS-E3-FOLLOWERS
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-FOLLOW-COUNT
               IF FUNCTION UPPER-CASE(WS-FOL-EMPLOYER(WS-E3-IDX))
                   = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                   ADD 1 TO WS-E3-FOLLOWERS
               END-IF
           END-PERFORM

           MOVE 0 TO WS-E3-RVW-COUNT
           MOVE 0 TO WS-E3-RVW-SUM
           MOVE 0 TO WS-E3-RVW-PENDING
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-ERV-COUNT
               IF FUNCTION UPPER-CASE(WS-ERV-EMPLOYER(WS-E3-IDX))
                   = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                   AND WS-ERV-DATE(WS-E3-IDX) >= WS-E3-FROM-DATE
                   AND WS-ERV-DATE(WS-E3-IDX) <= WS-E3-TO-DATE
                   EVALUATE WS-ERV-STATUS(WS-E3-IDX)
                       WHEN "A"
                           ADD 1 TO WS-E3-RVW-COUNT
                           ADD WS-ERV-RATING(WS-E3-IDX)
                               TO WS-E3-RVW-SUM
                       WHEN "P"
                           ADD 1 TO WS-E3-RVW-PENDING
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-E3-RVW-COUNT > 0
               COMPUTE WS-E3-RVW-AVG ROUNDED =
                   WS-E3-RVW-SUM / WS-E3-RVW-COUNT
           ELSE
               MOVE 0 TO WS-E3-RVW-AVG
           END-IF
           MOVE WS-E3-RVW-AVG TO WS-E3-RVW-AVG-DISP

           MOVE 0 TO WS-E3-BOOTH-REQUESTED
           MOVE 0 TO WS-E3-BOOTH-APPROVED
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-BTH-COUNT
               IF FUNCTION UPPER-CASE(WS-BTH-EMPLOYER(WS-E3-IDX))
                   = FUNCTION UPPER-CASE(WS-E3-EMPLOYER)
                   MOVE 0 TO WS-E3-EVENT-DATE
                   PERFORM VARYING WS-E3-JDX FROM 1 BY 1
                       UNTIL WS-E3-JDX > WS-EVENT-COUNT
                           OR WS-E3-EVENT-DATE > 0
                       IF WS-EVT-ID(WS-E3-JDX) =
                           WS-BTH-EVENT-ID(WS-E3-IDX)
                           MOVE WS-EVT-DATE(WS-E3-JDX)
                               TO WS-E3-EVENT-DATE
                       END-IF
                   END-PERFORM
                   IF WS-E3-EVENT-DATE = 0
                       MOVE WS-BTH-REQUESTED(WS-E3-IDX)
                           TO WS-E3-EVENT-DATE
                   END-IF
                   IF WS-E3-EVENT-DATE >= WS-E3-FROM-DATE
                       AND WS-E3-EVENT-DATE <= WS-E3-TO-DATE
                       ADD 1 TO WS-E3-BOOTH-REQUESTED
                       IF WS-BTH-APPROVED(WS-E3-IDX)
                           ADD 1 TO WS-E3-BOOTH-APPROVED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-E3-HOURS-VERIFIED
           MOVE 0 TO WS-E3-HOURS-PENDING
           PERFORM VARYING WS-E3-IDX FROM 1 BY 1
               UNTIL WS-E3-IDX > WS-WKL-COUNT
               MOVE WS-WKL-JOB-ID(WS-E3-IDX) TO WS-E3-JOB-ID
               PERFORM 5985-E360-FIND-JOB
               IF WS-E3-HIT > 0
                   AND WS-WKL-WEEK(WS-E3-IDX) >= WS-E3-FROM-DATE
                   AND WS-WKL-WEEK(WS-E3-IDX) <= WS-E3-TO-DATE
                   IF WS-WKL-VERIFIED(WS-E3-IDX) = "Y"
                       ADD WS-WKL-HOURS(WS-E3-IDX)
                           TO WS-E3-HOURS-VERIFIED
                   ELSE
                       ADD WS-WKL-HOURS(WS-E3-IDX)
                           TO WS-E3-HOURS-PENDING
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       5987-E360-PRINT.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Employer: " FUNCTION TRIM(WS-E3-EMPLOYER)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Period:   " WS-E3-FROM-DATE " - " WS-E3-TO-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Postings" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-OPENED TO WS-E3-NUM-DISP
           MOVE WS-E3-STILL-OPEN TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Opened in period:      "
               FUNCTION TRIM(WS-E3-NUM-DISP)
               "   (open today: " FUNCTION TRIM(WS-E3-NUM2-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-ARCHIVED TO WS-E3-NUM-DISP
           MOVE WS-E3-ARCH-FILLED TO WS-E3-NUM2-DISP
           MOVE WS-E3-ARCH-EXPIRED TO WS-E3-NUM3-DISP
           MOVE WS-E3-ARCH-WITHDRAWN TO WS-E3-NUM4-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Archived in period:    "
               FUNCTION TRIM(WS-E3-NUM-DISP) "   (filled "
               FUNCTION TRIM(WS-E3-NUM2-DISP) ", expired "
               FUNCTION TRIM(WS-E3-NUM3-DISP) ", withdrawn "
               FUNCTION TRIM(WS-E3-NUM4-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-E3-FILL-COUNT > 0
               MOVE WS-E3-FILL-AVG TO WS-E3-NUM-DISP
               STRING "  Average time-to-fill:  "
                   FUNCTION TRIM(WS-E3-NUM-DISP) " day(s)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               MOVE "  Average time-to-fill:  n/a (none filled)"
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Applicants and placements" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-APPLICANTS TO WS-E3-NUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Applicants:            "
               FUNCTION TRIM(WS-E3-NUM-DISP)
               "   (postings open in the period)"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-OFR-ACCEPTED TO WS-E3-NUM-DISP
           MOVE WS-E3-HIRED-APPS TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Hires:                 "
               FUNCTION TRIM(WS-E3-NUM-DISP)
               "   (accepted offers; applications marked Hired: "
               FUNCTION TRIM(WS-E3-NUM2-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Interviews and offers" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-IVW-CONFIRMED TO WS-E3-NUM-DISP
           MOVE WS-E3-IVW-PROPOSED TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Interviews:            "
               FUNCTION TRIM(WS-E3-NUM-DISP) " confirmed, "
               FUNCTION TRIM(WS-E3-NUM2-DISP) " proposed"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-OFFERS TO WS-E3-NUM-DISP
           MOVE WS-E3-OFR-ACCEPTED TO WS-E3-NUM2-DISP
           MOVE WS-E3-OFR-DECLINED TO WS-E3-NUM3-DISP
           MOVE WS-E3-OFR-PENDING TO WS-E3-NUM4-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Offers:                "
               FUNCTION TRIM(WS-E3-NUM-DISP) "   (accepted "
               FUNCTION TRIM(WS-E3-NUM2-DISP) ", declined "
               FUNCTION TRIM(WS-E3-NUM3-DISP) ", pending "
               FUNCTION TRIM(WS-E3-NUM4-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-E3-OFR-ACCEPTED + WS-E3-OFR-DECLINED > 0
               MOVE WS-E3-ACCEPT-RATE TO WS-E3-NUM-DISP
               STRING "  Acceptance rate:       "
                   FUNCTION TRIM(WS-E3-NUM-DISP)
                   "% of decided offers"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               MOVE "  Acceptance rate:       n/a (no decided offers)"
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Engagement" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-FOLLOWERS TO WS-E3-NUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Followers (today):     "
               FUNCTION TRIM(WS-E3-NUM-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-RVW-COUNT TO WS-E3-NUM-DISP
           MOVE WS-E3-RVW-PENDING TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-E3-RVW-COUNT > 0
               STRING "  Approved reviews:      "
                   FUNCTION TRIM(WS-E3-NUM-DISP) ", average "
                   WS-E3-RVW-AVG-DISP " / 5   (awaiting moderation: "
                   FUNCTION TRIM(WS-E3-NUM2-DISP) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "  Approved reviews:      0"
                   "   (awaiting moderation: "
                   FUNCTION TRIM(WS-E3-NUM2-DISP) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-BOOTH-APPROVED TO WS-E3-NUM-DISP
           MOVE WS-E3-BOOTH-REQUESTED TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Fair booths:           "
               FUNCTION TRIM(WS-E3-NUM-DISP) " approved of "
               FUNCTION TRIM(WS-E3-NUM2-DISP) " requested"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-E3-HOURS-VERIFIED TO WS-E3-NUM-DISP
           MOVE WS-E3-HOURS-PENDING TO WS-E3-NUM2-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Co-op hours verified:  "
               FUNCTION TRIM(WS-E3-NUM-DISP)
               "   (awaiting verification: "
               FUNCTION TRIM(WS-E3-NUM2-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--------------------" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
