      *>                     5319-REWRITE-JOBS-FILE, 5330-WRITE-JOB-TO-FILE
      *>   main.cob       - 8000-WRITE-OUTPUT, 8100-READ-INPUT,
      *>                     JOBARCHIVE-FILE, ARCH-RECORD
      *>   PAYRULE_SRC.cpy - 4238 pay transparency hold on a repost
      *>*****************************************************************

      *>*****************************************************************
               IF WS-JT-CLOSING-DATE(WS-ARCH-SOURCE-IDX) NOT = 0
                   AND WS-JT-CLOSING-DATE(WS-ARCH-SOURCE-IDX)
                       < WS-TODAY-DATE
                   IF WS-ARCH-EXPIRED-COUNT = 0
                       MOVE "ARCHIVE-EXPIRED" TO WS-TXN-NAME
                       PERFORM 8096-BEGIN-TRANSACTION
                   END-IF
                   MOVE "E" TO WS-ARCH-REASON
                   PERFORM 5402-APPEND-JOB-ARCHIVE
                   MOVE WS-JT-ID(WS-ARCH-SOURCE-IDX)

           IF WS-ARCH-EXPIRED-COUNT > 0
               PERFORM 5319-REWRITE-JOBS-FILE
               PERFORM 8097-COMMIT-TRANSACTION
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Archived " WS-ARCH-EXPIRED-COUNT
                   " expired job posting(s)."
      *>*****************************************************************
      *> 5402-APPEND-JOB-ARCHIVE: Append the posting at
      *> WS-ARCH-SOURCE-IDX to JOBARCHIVE.DAT with today's date and
      *> reason WS-ARCH-REASON ("W" withdrawn / "E" expired /
      *> "F" filled).
      *>*****************************************************************
       5402-APPEND-JOB-ARCHIVE.
           MOVE WS-JT-ID(WS-ARCH-SOURCE-IDX)           TO ARCH-JOB-ID
           MOVE WS-JT-TYPE(WS-ARCH-SOURCE-IDX)         TO ARCH-JOB-TYPE
           MOVE WS-JT-CATEGORY(WS-ARCH-SOURCE-IDX)     TO ARCH-CATEGORY
           MOVE WS-JT-POSTED-DATE(WS-ARCH-SOURCE-IDX)  TO ARCH-POSTED-DATE
           MOVE WS-JT-OPENINGS(WS-ARCH-SOURCE-IDX)     TO ARCH-OPENINGS
           MOVE WS-JT-MIN-GPA(WS-ARCH-SOURCE-IDX)      TO ARCH-MIN-GPA
           MOVE WS-JT-SPONSOR(WS-ARCH-SOURCE-IDX)      TO ARCH-SPONSOR
           MOVE WS-JT-AUTH-REQ(WS-ARCH-SOURCE-IDX)     TO ARCH-AUTH-REQ

           OPEN EXTEND JOBARCHIVE-FILE
           IF WS-JOBARCH-STATUS = WS-CONST-FS-NOT-FOUND
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE "JOBARCHIVE.DAT" TO WS-JRN-FILE-NAME
               MOVE ARCH-RECORD TO WS-JRN-AFTER
               PERFORM 8094-JOURNAL-ADD-IMAGE
           END-IF

           CLOSE JOBARCHIVE-FILE
      *> (and each applicant gets a system message saying why their
      *> application goes nowhere), and orphaned saved-job rows are
      *> dropped, instead of silently dangling.
      *> A posting closed because it filled (WS-ARCH-REASON "F") keeps
      *> the outcomes already reached on it - Filled, Offered, Hired,
      *> Rejected - and only closes applications still in progress.
      *>*****************************************************************
       5407-CASCADE-CLOSED-POSTING.
      *> --- Close affected applications and notify the applicants ---
               IF WS-AT-JOB-ID(WS-CASCADE-IDX) = WS-CASCADE-JOB-ID
                   AND FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                       NOT = "Closed"
                   AND (WS-ARCH-REASON NOT = "F"
                       OR (FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                           NOT = "Filled"
                       AND FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                           NOT = "Offered"
                       AND FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                           NOT = "Hired"
                       AND FUNCTION TRIM(WS-AT-STATUS(WS-CASCADE-IDX))
                           NOT = "Rejected"))
                   MOVE "Closed" TO WS-AT-STATUS(WS-CASCADE-IDX)
                   MOVE 1 TO WS-CASCADE-APPS-DIRTY
                   MOVE WS-AT-USERNAME(WS-CASCADE-IDX)
           END-PERFORM
           CLOSE SAVEDJOBS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SAVEDJOBS-PATH
           MOVE "SAVEDJOBS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SAVEDJOBS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SAVEDJOBS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SAVEDJOBS-TMP-PATH
               WS-SAVEDJOBS-PATH
               RETURNING WS-CRASH-SAFE-RC
                           TO WS-ARCH-T-TYPE(WS-ARCH-DISP-COUNT)
                       MOVE ARCH-CATEGORY
                           TO WS-ARCH-T-CATEGORY(WS-ARCH-DISP-COUNT)
                       IF ARCH-OPENINGS IS NUMERIC
                           MOVE ARCH-OPENINGS
                               TO WS-ARCH-T-OPENINGS(WS-ARCH-DISP-COUNT)
                       ELSE
                           MOVE 0
                               TO WS-ARCH-T-OPENINGS(WS-ARCH-DISP-COUNT)
                       END-IF
                       IF ARCH-MIN-GPA IS NUMERIC
                           MOVE ARCH-MIN-GPA
                               TO WS-ARCH-T-MIN-GPA(WS-ARCH-DISP-COUNT)
                       ELSE
                           MOVE 0
                               TO WS-ARCH-T-MIN-GPA(WS-ARCH-DISP-COUNT)
                       END-IF
                       IF ARCH-SPONSOR = "Y" OR ARCH-SPONSOR = "N"
                           MOVE ARCH-SPONSOR
                               TO WS-ARCH-T-SPONSOR(WS-ARCH-DISP-COUNT)
                       ELSE
                           MOVE SPACE
                               TO WS-ARCH-T-SPONSOR(WS-ARCH-DISP-COUNT)
                       END-IF
                       IF ARCH-AUTH-REQ = "Y"
                           MOVE "Y"
                               TO WS-ARCH-T-AUTH-REQ(WS-ARCH-DISP-COUNT)
                       ELSE
                           MOVE "N"
                               TO WS-ARCH-T-AUTH-REQ(WS-ARCH-DISP-COUNT)
                       END-IF

                       MOVE SPACES TO WS-OUTPUT-LINE
                       EVALUATE ARCH-REASON
                           WHEN "E"
                               STRING WS-ARCH-DISP-COUNT ". "
                                   FUNCTION TRIM(ARCH-TITLE)
                                   " at " FUNCTION TRIM(ARCH-EMPLOYER)
                                   " - expired " ARCH-CLOSED-DATE
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                           WHEN "F"
                               STRING WS-ARCH-DISP-COUNT ". "
                                   FUNCTION TRIM(ARCH-TITLE)
                                   " at " FUNCTION TRIM(ARCH-EMPLOYER)
                                   " - filled " ARCH-CLOSED-DATE
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                           WHEN OTHER
                               STRING WS-ARCH-DISP-COUNT ". "
                                   FUNCTION TRIM(ARCH-TITLE)
                                   " at " FUNCTION TRIM(ARCH-EMPLOYER)
                                   " - withdrawn " ARCH-CLOSED-DATE
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                       END-EVALUATE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
           END-READ
           MOVE WS-ARCH-T-PAY-PERIOD(WS-ARCH-CHOICE) TO JOB-PAY-PERIOD
           MOVE WS-ARCH-T-TYPE(WS-ARCH-CHOICE)       TO JOB-TYPE
           MOVE WS-ARCH-T-CATEGORY(WS-ARCH-CHOICE)   TO JOB-CATEGORY
*> Postings archived before headcount was recorded repost with the
*> single opening a new posting defaults to.
           IF WS-ARCH-T-OPENINGS(WS-ARCH-CHOICE) = 0
               MOVE 1                                TO JOB-OPENINGS
           ELSE
               MOVE WS-ARCH-T-OPENINGS(WS-ARCH-CHOICE) TO JOB-OPENINGS
           END-IF
*> A repost is a new posting: it re-enters the editorial review
*> queue like one (5310-POST-JOB sets the same state).
           MOVE "P"                                  TO JOB-REVIEW-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8)           TO JOB-POSTED-DATE
           MOVE 0                                    TO JOB-DUP-OF
           MOVE WS-ARCH-T-MIN-GPA(WS-ARCH-CHOICE)    TO JOB-MIN-GPA
           MOVE WS-ARCH-T-SPONSOR(WS-ARCH-CHOICE)    TO JOB-SPONSOR
           MOVE WS-ARCH-T-AUTH-REQ(WS-ARCH-CHOICE)   TO JOB-AUTH-REQ

           PERFORM 5330-WRITE-JOB-TO-FILE

               MOVE JOB-CATEGORY    TO WS-JT-CATEGORY(WS-JOB-COUNT)
               MOVE JOB-REVIEW-STATUS TO WS-JT-REVIEW(WS-JOB-COUNT)
               MOVE JOB-POSTED-DATE TO WS-JT-POSTED-DATE(WS-JOB-COUNT)
               MOVE JOB-OPENINGS    TO WS-JT-OPENINGS(WS-JOB-COUNT)
               MOVE JOB-DUP-OF      TO WS-JT-DUP-OF(WS-JOB-COUNT)
               MOVE JOB-MIN-GPA     TO WS-JT-MIN-GPA(WS-JOB-COUNT)
               MOVE JOB-SPONSOR     TO WS-JT-SPONSOR(WS-JOB-COUNT)
               MOVE JOB-AUTH-REQ    TO WS-JT-AUTH-REQ(WS-JOB-COUNT)
               PERFORM 5496-REBUILD-KEYWORD-INDEX

               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE "It will appear in Browse Jobs once career "
                   & "services approves it." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
*> The archived pay may predate the jurisdiction's rule: the
*> repost is checked like a new posting and stays in review ("P")
*> with the hold reason until the poster fixes the pay.
               MOVE WS-JOB-COUNT TO WS-PAY-JOB-IDX
               PERFORM 4238-ANNOUNCE-PAY-HOLD
           END-IF
           EXIT.
