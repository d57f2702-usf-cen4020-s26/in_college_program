      *>   6861-RBK-COLLECT          - Participant profiles
      *>   6862-RBK-ADD              - Dedup-append one profile
      *>   6863-RBK-SORT             - Order the TOC by major
      *>   6864-WRITE-RESUME-BOOK    - Write the book file (also used
      *>                               for fair exhibitors, 6697)
      *>
      *> DEPENDENCIES:
      *>   WS-RESUMEBOOK.cpy, ATTEND/EVENTS tables,
      *>   RESUME_SRC.cpy 7182, RESUME-FILE,
      *>   CONSENT_SRC.cpy 5972 (RESUMEBOOK purpose),
      *>   SKILLTEST_SRC.cpy 5736 (verified skills)
      *>*****************************************************************

       6860-GENERATE-RESUME-BOOK.
               END-STRING
           END-IF

           PERFORM 6864-WRITE-RESUME-BOOK
           IF WS-RBK-WRITE-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Resume book with " WS-RBK-COUNT
               " resume(s) written to "
               OR NOT PROFILE-VIS-PUBLIC(WS-RBK-SCAN)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-USERNAME(WS-RBK-SCAN) TO WS-CNS-USER
           MOVE "RESUMEBOOK" TO WS-CNS-PURPOSE
           PERFORM 5972-CHECK-CONSENT
           IF WS-CNS-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RBK-SEEN
           PERFORM VARYING WS-RBK-JDX FROM 1 BY 1
               UNTIL WS-RBK-JDX > WS-RBK-COUNT
               END-PERFORM
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6864-WRITE-RESUME-BOOK: Write the collected, sorted book for
      *> the event at WS-ATT-SELECTED-EVT to WS-RESUME-PATH.
      *> WS-RBK-WRITE-OK is 1 when the file was written.
      *>*****************************************************************
       6864-WRITE-RESUME-BOOK.
           MOVE 0 TO WS-RBK-WRITE-OK
           OPEN OUTPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open the resume book file. "
                   "STATUS=" WS-RESUME-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RESUME-LINE
           STRING "RESUME BOOK: "
               FUNCTION TRIM(WS-EVT-NAME(WS-ATT-SELECTED-EVT))
               " (" WS-EVT-DATE(WS-ATT-SELECTED-EVT) ")"
               DELIMITED BY SIZE INTO WS-RESUME-LINE
           END-STRING
           PERFORM 7181-WRITE-RESUME-LINE
           MOVE "TABLE OF CONTENTS (by major)" TO WS-RESUME-LINE
           PERFORM 7181-WRITE-RESUME-LINE
           PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
               UNTIL WS-RBK-IDX > WS-RBK-COUNT
               MOVE SPACES TO WS-RESUME-LINE
               STRING "  "
                   FUNCTION TRIM(WS-MAJOR(
                       WS-RBK-PROF-IDX(WS-RBK-IDX)))
                   " - "
                   FUNCTION TRIM(WS-FIRST-NAME(
                       WS-RBK-PROF-IDX(WS-RBK-IDX)))
                   " "
                   FUNCTION TRIM(WS-LAST-NAME(
                       WS-RBK-PROF-IDX(WS-RBK-IDX)))
                   DELIMITED BY SIZE INTO WS-RESUME-LINE
               END-STRING
               PERFORM 7181-WRITE-RESUME-LINE
           END-PERFORM

           PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
               UNTIL WS-RBK-IDX > WS-RBK-COUNT
               MOVE SPACES TO WS-RESUME-LINE
               PERFORM 7181-WRITE-RESUME-LINE
               MOVE ALL "*" TO WS-RESUME-LINE(1:46)
               PERFORM 7181-WRITE-RESUME-LINE
               MOVE WS-RBK-PROF-IDX(WS-RBK-IDX)
                   TO WS-DISPLAY-PROFILE-INDEX
               PERFORM 7182-WRITE-RESUME-BODY
               MOVE WS-PROF-USERNAME(WS-RBK-PROF-IDX(WS-RBK-IDX))
                   TO WS-SKT-USER
               PERFORM 5736-BUILD-VERIFIED-LIST
               IF WS-SKT-BADGE-COUNT > 0
                   MOVE "VERIFIED SKILLS (by assessment)"
                       TO WS-RESUME-LINE
                   PERFORM 7181-WRITE-RESUME-LINE
                   MOVE SPACES TO WS-RESUME-LINE
                   STRING "  " FUNCTION TRIM(WS-SKT-BADGE-LIST)
                       DELIMITED BY SIZE INTO WS-RESUME-LINE
                   END-STRING
                   PERFORM 7181-WRITE-RESUME-LINE
               END-IF
           END-PERFORM

           CLOSE RESUME-FILE
           MOVE 1 TO WS-RBK-WRITE-OK
           EXIT.
