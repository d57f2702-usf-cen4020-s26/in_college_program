      *>   JOBS_SRC.cpy   - 5303/5307/5412 validators,
      *>                     5330-WRITE-JOB-TO-FILE
      *>   DATALOAD_SRC.cpy - 1190-WRITE-REJECT
      *>   LOCATIONS_SRC.cpy - 7042-NORMALIZE-LOCATION
      *>   PAYRULE_SRC.cpy - 4238 pay transparency hold
      *>   main.cob       - JOBFEED-FILE, 3410-CHECK-ACCOUNT-EXISTS
      *>*****************************************************************

           MOVE 0 TO WS-FEED-LINE-NUM
           MOVE 0 TO WS-FEED-GOOD-COUNT
           MOVE 0 TO WS-FEED-BAD-COUNT
           MOVE 0 TO WS-FEED-DUP-COUNT
           MOVE 0 TO WS-FEED-PAY-HOLD-COUNT
           MOVE "N" TO WS-JOBFEED-EOF

           OPEN INPUT JOBFEED-FILE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-FEED-DUP-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-FEED-DUP-COUNT " imported posting(s) look like "
                   "duplicates and are flagged in the review queue."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-FEED-PAY-HOLD-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-FEED-PAY-HOLD-COUNT " imported posting(s) "
                   "fail the pay transparency rules and are held in "
                   "the review queue."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE "Imported postings wait in the editorial review "
               & "queue like any other new posting." TO WS-OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF

      *> The feed's location text is stored under its canonical name
      *> when the location table knows it, as typed otherwise.
           MOVE FEED-LOCATION              TO WS-LOC-INPUT
           PERFORM 7042-NORMALIZE-LOCATION
           MOVE WS-LOC-OUTPUT              TO FEED-LOCATION

      *> A feed row that repeats a posting already typed in (or one
      *> closed recently) still imports, flagged for the reviewer.
           MOVE FEED-TITLE                 TO WS-JDUP-CAND-TITLE
           MOVE FEED-EMPLOYER              TO WS-JDUP-CAND-EMPLOYER
           MOVE FEED-LOCATION              TO WS-JDUP-CAND-LOCATION
           MOVE 0                          TO WS-JDUP-SELF-ID
           PERFORM 5616-CHECK-DUPLICATE-POSTING

           ADD 1 TO WS-JOB-ID-COUNTER
           MOVE WS-JOB-ID-COUNTER          TO JOB-ID
           MOVE FEED-POSTER                TO JOB-POSTER
           MOVE FEED-CATEGORY              TO JOB-CATEGORY
           MOVE "P"                        TO JOB-REVIEW-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOB-POSTED-DATE
      *> The feed carries no headcount: one opening, the same default
      *> a manual posting gets.
           MOVE 1                          TO JOB-OPENINGS
           MOVE WS-JDUP-MATCH-ID           TO JOB-DUP-OF
           MOVE 0                          TO JOB-MIN-GPA
           MOVE SPACE                      TO JOB-SPONSOR
           MOVE "N"                        TO JOB-AUTH-REQ

           PERFORM 5330-WRITE-JOB-TO-FILE
           IF WS-JOB-WRITE-SUCCESS = 0
           MOVE JOB-CATEGORY     TO WS-JT-CATEGORY(WS-JOB-COUNT)
           MOVE JOB-REVIEW-STATUS TO WS-JT-REVIEW(WS-JOB-COUNT)
           MOVE JOB-POSTED-DATE  TO WS-JT-POSTED-DATE(WS-JOB-COUNT)
           MOVE JOB-OPENINGS     TO WS-JT-OPENINGS(WS-JOB-COUNT)
           MOVE JOB-DUP-OF       TO WS-JT-DUP-OF(WS-JOB-COUNT)
           MOVE JOB-MIN-GPA      TO WS-JT-MIN-GPA(WS-JOB-COUNT)
           MOVE JOB-SPONSOR      TO WS-JT-SPONSOR(WS-JOB-COUNT)
           MOVE JOB-AUTH-REQ     TO WS-JT-AUTH-REQ(WS-JOB-COUNT)
           PERFORM 5496-REBUILD-KEYWORD-INDEX

           ADD 1 TO WS-FEED-GOOD-COUNT
           IF JOB-DUP-OF > 0
               ADD 1 TO WS-FEED-DUP-COUNT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Imported job #" JOB-ID ": "
               FUNCTION TRIM(JOB-TITLE) " at "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

      *> The feed carries pay only as display text, so a jurisdiction
      *> that requires a range holds every row; the poster hears why
      *> by system message, since the import runs without them.
           MOVE WS-JOB-COUNT TO WS-PAY-JOB-IDX
           PERFORM 4238-ANNOUNCE-PAY-HOLD
           IF WS-PAY-COMPLIANT = "N"
               ADD 1 TO WS-FEED-PAY-HOLD-COUNT
               MOVE JOB-POSTER TO WS-MSG-RECIPIENT
               MOVE SPACES TO WS-MSG-CONTENT
               STRING "Your imported posting '"
                   FUNCTION TRIM(JOB-TITLE)
                   "' (job #" JOB-ID ") is held for review: "
                   FUNCTION TRIM(WS-PAY-REASON)
                   ". Edit its pay details to resubmit it."
                   DELIMITED BY SIZE INTO WS-MSG-CONTENT
               END-STRING
               PERFORM 7831-WRITE-SYSTEM-MESSAGE
           END-IF
           EXIT.
