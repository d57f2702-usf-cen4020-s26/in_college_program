      *>*****************************************************************
      *> FILE:    PAYRULE_SRC.cpy
      *> PURPOSE: Pay transparency compliance. Several states and
      *>          cities require a posting to show a good-faith salary
      *>          range, cap how wide that range may be, set a pay
      *>          floor, or forbid unpaid internships. PAYRULES.DAT
      *>          holds one rule per jurisdiction; a posting is held
      *>          to the rule for its city (its canonical location,
      *>          "Denver, CO") when there is one, otherwise to the
      *>          rule for its state (the code after the last comma).
      *>          A location no rule covers passes.
      *>
      *>          New postings (5310), feed imports (5522) and edits
      *>          (5317) all enter the posting review queue; one that
      *>          fails is held there with the reason shown to the
      *>          reviewer (5480), who cannot approve it until the
      *>          poster fixes the pay. Admin option 70 checks every
      *>          open posting and can pull live non-compliant ones
      *>          back into the queue.
      *>
      *> PARAGRAPHS:
      *>   4234-LOAD-PAY-RULES / 4235 loop
      *>   4236-CHECK-PAY-COMPLIANCE - Posting at WS-PAY-JOB-IDX
      *>   4237-FIND-PAY-RULE        - City rule, then state rule
      *>   4238-ANNOUNCE-PAY-HOLD    - After post, edit or import
      *>   4239-SHOW-PAY-HOLD        - Review queue listing line
      *>   4240-PAY-COMPLIANCE-REPORT - Admin report
      *>   4241-HOLD-LIVE-POSTINGS   - Pull failing live postings
      *>                               back into the review queue
      *>
      *> DEPENDENCIES:
      *>   WS-PAYRULE.cpy, WS-JOBS.cpy, JOBS_SRC.cpy (5319),
      *>   SENDMESSAGE.cpy (7831), REPORTSPOOL_SRC.cpy (8400/8410),
      *>   LOCATIONS_SRC.cpy (7042), main.cob
      *>*****************************************************************

       4234-LOAD-PAY-RULES.
           MOVE 0 TO WS-PRL-COUNT
           MOVE "N" TO WS-PAYRULES-EOF
           OPEN INPUT PAYRULES-FILE
           IF WS-PAYRULES-STATUS = WS-CONST-FS-OK
               PERFORM 4235-READ-PAY-RULES-LOOP
               CLOSE PAYRULES-FILE
           END-IF
           EXIT.

      *> A malformed number reads as 0 (no limit); anything but Y
      *> leaves the range optional, anything but N allows unpaid
      *> internships - a bad row never blocks more than it says.
       4235-READ-PAY-RULES-LOOP.
           READ PAYRULES-FILE
               AT END
                   MOVE "Y" TO WS-PAYRULES-EOF
               NOT AT END
                   IF WS-PRL-COUNT < WS-CONST-MAX-PAY-RULES
                       AND PRL-JURISDICTION NOT = SPACES
                       ADD 1 TO WS-PRL-COUNT
                       MOVE PRL-JURISDICTION
                           TO WS-PRL-JURISDICTION(WS-PRL-COUNT)
                       MOVE "N" TO WS-PRL-RANGE-REQ(WS-PRL-COUNT)
                       IF PRL-RANGE-REQUIRED = "Y"
                           MOVE "Y" TO WS-PRL-RANGE-REQ(WS-PRL-COUNT)
                       END-IF
                       MOVE 0 TO WS-PRL-MAX-SPREAD(WS-PRL-COUNT)
                       IF PRL-MAX-SPREAD-PCT IS NUMERIC
                           MOVE PRL-MAX-SPREAD-PCT
                               TO WS-PRL-MAX-SPREAD(WS-PRL-COUNT)
                       END-IF
                       MOVE 0 TO WS-PRL-MIN-HOURLY(WS-PRL-COUNT)
                       IF PRL-MIN-HOURLY IS NUMERIC
                           MOVE PRL-MIN-HOURLY
                               TO WS-PRL-MIN-HOURLY(WS-PRL-COUNT)
                       END-IF
                       MOVE 0 TO WS-PRL-MIN-ANNUAL(WS-PRL-COUNT)
                       IF PRL-MIN-ANNUAL IS NUMERIC
                           MOVE PRL-MIN-ANNUAL
                               TO WS-PRL-MIN-ANNUAL(WS-PRL-COUNT)
                       END-IF
                       MOVE "Y" TO WS-PRL-UNPAID-OK(WS-PRL-COUNT)
                       IF PRL-UNPAID-INTERN-OK = "N"
                           MOVE "N" TO WS-PRL-UNPAID-OK(WS-PRL-COUNT)
                       END-IF
                   END-IF
           END-READ
           IF WS-PAYRULES-EOF = "N"
               PERFORM 4235-READ-PAY-RULES-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4236-CHECK-PAY-COMPLIANCE: Hold the posting at WS-PAY-JOB-IDX
      *> to the rule for its location. The first failure found is the
      *> reason given: an unpaid internship where they are not allowed,
      *> a missing range where one is required, a maximum below the
      *> minimum, a range wider than allowed, then pay under the floor.
      *> The floor is compared on the lowest pay the posting states,
      *> converted to an hourly and a yearly amount.
      *>*****************************************************************
       4236-CHECK-PAY-COMPLIANCE.
           MOVE "Y" TO WS-PAY-COMPLIANT
           MOVE SPACES TO WS-PAY-REASON
           PERFORM 4237-FIND-PAY-RULE
           IF WS-PAY-RULE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PRL-JURISDICTION(WS-PAY-RULE-IDX))
               TO WS-PAY-JURIS

           IF WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) = 0
               AND WS-JT-SALARY-MAX(WS-PAY-JOB-IDX) = 0
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-JT-TYPE(WS-PAY-JOB-IDX)))
                   = "INTERNSHIP"
               IF WS-PRL-UNPAID-OK(WS-PAY-RULE-IDX) = "N"
                   MOVE "N" TO WS-PAY-COMPLIANT
                   STRING "unpaid internships may not be posted in "
                       FUNCTION TRIM(WS-PAY-JURIS)
                       DELIMITED BY SIZE INTO WS-PAY-REASON
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PRL-RANGE-REQ(WS-PAY-RULE-IDX) = "Y"
               AND (WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) = 0
                   OR WS-JT-SALARY-MAX(WS-PAY-JOB-IDX) = 0)
               MOVE "N" TO WS-PAY-COMPLIANT
               STRING "a salary minimum and maximum are required in "
                   FUNCTION TRIM(WS-PAY-JURIS)
                   DELIMITED BY SIZE INTO WS-PAY-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) > 0
               AND WS-JT-SALARY-MAX(WS-PAY-JOB-IDX) > 0
               AND WS-JT-SALARY-MAX(WS-PAY-JOB-IDX)
                   < WS-JT-SALARY-MIN(WS-PAY-JOB-IDX)
               MOVE "N" TO WS-PAY-COMPLIANT
               MOVE "the salary maximum is below the minimum"
                   TO WS-PAY-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-PRL-MAX-SPREAD(WS-PAY-RULE-IDX) > 0
               AND WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) > 0
               AND WS-JT-SALARY-MAX(WS-PAY-JOB-IDX)
                   > WS-JT-SALARY-MIN(WS-PAY-JOB-IDX)
               COMPUTE WS-PAY-SPREAD ROUNDED =
                   (WS-JT-SALARY-MAX(WS-PAY-JOB-IDX)
                    - WS-JT-SALARY-MIN(WS-PAY-JOB-IDX)) * 100
                   / WS-JT-SALARY-MIN(WS-PAY-JOB-IDX)
               IF WS-PAY-SPREAD > WS-PRL-MAX-SPREAD(WS-PAY-RULE-IDX)
                   MOVE "N" TO WS-PAY-COMPLIANT
                   MOVE WS-PAY-SPREAD TO WS-PAY-PCT-DISP
                   MOVE WS-PRL-MAX-SPREAD(WS-PAY-RULE-IDX)
                       TO WS-PAY-LIMIT-DISP
                   STRING "the range runs "
                       FUNCTION TRIM(WS-PAY-PCT-DISP)
                       "% above its minimum; "
                       FUNCTION TRIM(WS-PAY-JURIS) " allows at most "
                       FUNCTION TRIM(WS-PAY-LIMIT-DISP) "%"
                       DELIMITED BY SIZE INTO WS-PAY-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) > 0
               MOVE WS-JT-SALARY-MIN(WS-PAY-JOB-IDX) TO WS-PAY-LOWEST
           ELSE
               MOVE WS-JT-SALARY-MAX(WS-PAY-JOB-IDX) TO WS-PAY-LOWEST
           END-IF
           IF WS-PAY-LOWEST = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-JT-PAY-PERIOD(WS-PAY-JOB-IDX))
               WHEN "HOURLY"
                   MOVE WS-CONST-HOURS-PER-YEAR TO WS-PAY-FACTOR
               WHEN "MONTHLY"
                   MOVE WS-CONST-MONTHS-PER-YEAR TO WS-PAY-FACTOR
               WHEN OTHER
                   MOVE 1 TO WS-PAY-FACTOR
           END-EVALUATE
           COMPUTE WS-PAY-ANNUAL = WS-PAY-LOWEST * WS-PAY-FACTOR
           COMPUTE WS-PAY-HOURLY ROUNDED =
               WS-PAY-ANNUAL / WS-CONST-HOURS-PER-YEAR

           IF WS-PRL-MIN-HOURLY(WS-PAY-RULE-IDX) > 0
               AND WS-PAY-HOURLY < WS-PRL-MIN-HOURLY(WS-PAY-RULE-IDX)
               MOVE "N" TO WS-PAY-COMPLIANT
               MOVE WS-PAY-HOURLY TO WS-PAY-RATE-DISP
               MOVE WS-PRL-MIN-HOURLY(WS-PAY-RULE-IDX)
                   TO WS-PAY-MIN-RATE-DISP
               STRING "pay of " FUNCTION TRIM(WS-PAY-RATE-DISP)
                   " an hour is under the "
                   FUNCTION TRIM(WS-PAY-MIN-RATE-DISP)
                   " hourly minimum in " FUNCTION TRIM(WS-PAY-JURIS)
                   DELIMITED BY SIZE INTO WS-PAY-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-PRL-MIN-ANNUAL(WS-PAY-RULE-IDX) > 0
               AND WS-PAY-ANNUAL < WS-PRL-MIN-ANNUAL(WS-PAY-RULE-IDX)
               MOVE "N" TO WS-PAY-COMPLIANT
               MOVE WS-PAY-ANNUAL TO WS-PAY-AMT-DISP
               MOVE WS-PRL-MIN-ANNUAL(WS-PAY-RULE-IDX)
                   TO WS-PAY-FLOOR-DISP
               STRING "pay of " FUNCTION TRIM(WS-PAY-AMT-DISP)
                   " a year is under the "
                   FUNCTION TRIM(WS-PAY-FLOOR-DISP)
                   " annual minimum in " FUNCTION TRIM(WS-PAY-JURIS)
                   DELIMITED BY SIZE INTO WS-PAY-REASON
               END-STRING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4237-FIND-PAY-RULE: A rule whose jurisdiction is the whole
      *> location ("Denver, CO") wins; otherwise the rule for the
      *> text after the location's last comma ("CO"). The location
      *> is first mapped to its canonical name (7042), so a posting
      *> typed as "Denver" before locations were normalized still
      *> finds the Denver rule. Case is ignored on both sides.
      *>*****************************************************************
       4237-FIND-PAY-RULE.
           MOVE 0 TO WS-PAY-RULE-IDX
           MOVE WS-JT-LOCATION(WS-PAY-JOB-IDX) TO WS-LOC-INPUT
           PERFORM 7042-NORMALIZE-LOCATION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-OUTPUT))
               TO WS-PAY-LOCATION
           IF WS-PAY-LOCATION = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PRL-COUNT
                   OR WS-PAY-RULE-IDX > 0
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-PRL-JURISDICTION(WS-PAY-IDX)))
                   = WS-PAY-LOCATION
                   MOVE WS-PAY-IDX TO WS-PAY-RULE-IDX
               END-IF
           END-PERFORM
           IF WS-PAY-RULE-IDX > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PAY-SCAN FROM 50 BY -1
               UNTIL WS-PAY-SCAN < 1
                   OR WS-PAY-LOCATION(WS-PAY-SCAN:1) = ","
               CONTINUE
           END-PERFORM
           IF WS-PAY-SCAN < 1 OR WS-PAY-SCAN = 50
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PAY-LOCATION(WS-PAY-SCAN + 1:))
               TO WS-PAY-STATE
           IF WS-PAY-STATE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PRL-COUNT
                   OR WS-PAY-RULE-IDX > 0
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-PRL-JURISDICTION(WS-PAY-IDX)))
                   = WS-PAY-STATE
                   MOVE WS-PAY-IDX TO WS-PAY-RULE-IDX
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4238-ANNOUNCE-PAY-HOLD: Check a posting just written to the
      *> review queue; if it fails, say why and record the hold in
      *> RESULTS. The caller reads WS-PAY-COMPLIANT afterwards.
      *>*****************************************************************
       4238-ANNOUNCE-PAY-HOLD.
           PERFORM 4236-CHECK-PAY-COMPLIANCE
           IF WS-PAY-COMPLIANT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Held for pay transparency: "
               FUNCTION TRIM(WS-PAY-REASON) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "PAYHOLD" TO WS-RESULT-TYPE
           MOVE WS-JT-ID(WS-PAY-JOB-IDX) TO WS-RESULT-KEY
           MOVE "HOLD" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       4239-SHOW-PAY-HOLD.
           PERFORM 4236-CHECK-PAY-COMPLIANCE
           IF WS-PAY-COMPLIANT = "N"
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     PAY TRANSPARENCY HOLD: "
                   FUNCTION TRIM(WS-PAY-REASON)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4240-PAY-COMPLIANCE-REPORT: Check every open posting - live
      *> or waiting for review - against the rules on file and list
      *> the ones that fail. Rules change; a posting approved under
      *> last year's rules can fail this year's, so the admin may
      *> pull the failing live postings back into the review queue.
      *>*****************************************************************
       4240-PAY-COMPLIANCE-REPORT.
           MOVE 0 TO WS-PAY-CHECKED
           MOVE 0 TO WS-PAY-NO-RULE
           MOVE 0 TO WS-PAY-FAILED
           MOVE 0 TO WS-PAY-LIVE-FAILED

           MOVE "PAY-COMPLIANCE" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Pay Transparency Compliance ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-PRL-COUNT TO WS-PAY-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Jurisdiction rules on file: "
               FUNCTION TRIM(WS-PAY-N1)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           PERFORM VARYING WS-PAY-JOB-IDX FROM 1 BY 1
               UNTIL WS-PAY-JOB-IDX > WS-JOB-COUNT
               IF WS-JT-REVIEW(WS-PAY-JOB-IDX) NOT = "R"
                   ADD 1 TO WS-PAY-CHECKED
                   PERFORM 4236-CHECK-PAY-COMPLIANCE
                   IF WS-PAY-RULE-IDX = 0
                       ADD 1 TO WS-PAY-NO-RULE
                   END-IF
                   IF WS-PAY-COMPLIANT = "N"
                       ADD 1 TO WS-PAY-FAILED
                       IF WS-JT-REVIEW(WS-PAY-JOB-IDX) = "A"
                           ADD 1 TO WS-PAY-LIVE-FAILED
                           MOVE "LIVE" TO WS-PAY-STATE-TEXT
                       ELSE
                           MOVE "IN REVIEW" TO WS-PAY-STATE-TEXT
                       END-IF
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "  #" WS-JT-ID(WS-PAY-JOB-IDX) " "
                           FUNCTION TRIM(WS-JT-TITLE(WS-PAY-JOB-IDX))
                           " at "
                           FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-PAY-JOB-IDX))
                           ", "
                           FUNCTION TRIM(
                               WS-JT-LOCATION(WS-PAY-JOB-IDX))
                           " [" FUNCTION TRIM(WS-PAY-STATE-TEXT) "]"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "      " FUNCTION TRIM(WS-PAY-REASON)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAY-FAILED = 0
               MOVE "  (no open posting fails the rules on file)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE WS-PAY-CHECKED     TO WS-PAY-N1
           MOVE WS-PAY-NO-RULE     TO WS-PAY-N2
           MOVE WS-PAY-FAILED      TO WS-PAY-N3
           MOVE WS-PAY-LIVE-FAILED TO WS-PAY-N4
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Open postings checked: " FUNCTION TRIM(WS-PAY-N1)
               "  No rule for location: " FUNCTION TRIM(WS-PAY-N2)
               "  Non-compliant: " FUNCTION TRIM(WS-PAY-N3)
               " (live: " FUNCTION TRIM(WS-PAY-N4) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT

           MOVE "PAYREPORT" TO WS-RESULT-TYPE
           MOVE WS-PAY-FAILED TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT

           IF WS-PAY-LIVE-FAILED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Hold the " FUNCTION TRIM(WS-PAY-N4)
               " live non-compliant posting(s) for review? (Y/N): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-PAY-CONFIRM
           MOVE WS-PAY-CONFIRM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-PAY-CONFIRM = "Y"
               PERFORM 4241-HOLD-LIVE-POSTINGS
           ELSE
               MOVE "No postings held." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4241-HOLD-LIVE-POSTINGS: Move each failing approved posting
      *> back to pending review and tell its poster why, so it leaves
      *> Browse Jobs until the pay details are fixed by an edit.
      *>*****************************************************************
       4241-HOLD-LIVE-POSTINGS.
           MOVE 0 TO WS-PAY-HELD
           PERFORM VARYING WS-PAY-JOB-IDX FROM 1 BY 1
               UNTIL WS-PAY-JOB-IDX > WS-JOB-COUNT
               IF WS-JT-REVIEW(WS-PAY-JOB-IDX) = "A"
                   PERFORM 4236-CHECK-PAY-COMPLIANCE
                   IF WS-PAY-COMPLIANT = "N"
                       ADD 1 TO WS-PAY-HELD
                       MOVE "P" TO WS-JT-REVIEW(WS-PAY-JOB-IDX)
                       MOVE WS-JT-POSTER(WS-PAY-JOB-IDX)
                           TO WS-MSG-RECIPIENT
                       MOVE SPACES TO WS-MSG-CONTENT
                       STRING "Your posting '"
                           FUNCTION TRIM(WS-JT-TITLE(WS-PAY-JOB-IDX))
                           "' (job #" WS-JT-ID(WS-PAY-JOB-IDX)
                           ") is held for review: "
                           FUNCTION TRIM(WS-PAY-REASON)
                           ". Edit its pay details to resubmit it."
                           DELIMITED BY SIZE INTO WS-MSG-CONTENT
                       END-STRING
                       PERFORM 7831-WRITE-SYSTEM-MESSAGE
                       MOVE "PAYHOLD" TO WS-RESULT-TYPE
                       MOVE WS-JT-ID(WS-PAY-JOB-IDX) TO WS-RESULT-KEY
                       MOVE "HOLD" TO WS-RESULT-OUTCOME
                       PERFORM 8060-WRITE-RESULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAY-HELD > 0
               PERFORM 5319-REWRITE-JOBS-FILE
           END-IF
           MOVE WS-PAY-HELD TO WS-PAY-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-PAY-N1)
               " posting(s) moved back to the review queue."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
