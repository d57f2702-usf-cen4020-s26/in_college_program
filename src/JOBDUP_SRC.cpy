      *>*****************************************************************
      *> FILE:    JOBDUP_SRC.cpy
      *> PURPOSE: Duplicate job-posting detection. The same internship
      *>          kept landing in JOBS.DAT twice - once typed in at
      *>          5310-POST-JOB and again from the employer feed
      *>          (5522-IMPORT-ONE-FEED-ROW) - and students applied to
      *>          both. A new posting with the same employer, the same
      *>          location and a similar title to an open posting, or to
      *>          one archived within WS-CONST-JOBDUP-ARCHIVE-DAYS, is
      *>          flagged in JOB-DUP-OF; the review queue (5480) shows
      *>          the posting it matches so the reviewer can reject the
      *>          copy instead of letting it through to Browse Jobs.
      *>          Titles are "similar" when, upper-cased with spaces and
      *>          punctuation removed, they are equal or one (of at
      *>          least five characters) is contained in the other.
      *>
      *> PARAGRAPHS:
      *>   5616-CHECK-DUPLICATE-POSTING - Match WS-JDUP-CAND-* against
      *>                                  open and recent archived rows
      *>   5617-COMPARE-JOB-TITLES      - WS-JDUP-TITLE-A vs -B
      *>   5618-NORMALIZE-JOB-TITLE     - Squeeze WS-JDUP-NORM-WORK
      *>   5619-SHOW-DUPLICATE-MATCH    - Review-queue line for the
      *>                                  posting WS-JDUP-MATCH-ID
      *>   5620-DUPLICATE-CLUSTER-REPORT - Admin: open postings that
      *>                                  duplicate one another
      *>
      *> DEPENDENCIES:
      *>   WS-JOBDUP.cpy, WS-JOBS.cpy (WS-JOB-TABLE), WS-JOBARCH.cpy,
      *>   main.cob (JOBARCHIVE-FILE, ARCH-RECORD, 8000-WRITE-OUTPUT)
      *>*****************************************************************

      *>*****************************************************************
      *> 5616-CHECK-DUPLICATE-POSTING: Look for a posting that the one
      *> described by WS-JDUP-CAND-TITLE/-EMPLOYER/-LOCATION duplicates.
      *> Open postings (other than WS-JDUP-SELF-ID, and not rejected)
      *> are checked first, then JOBARCHIVE.DAT rows closed within the
      *> archive window. WS-JDUP-MATCH-ID is 0 when nothing matches.
      *>*****************************************************************
       5616-CHECK-DUPLICATE-POSTING.
           MOVE 0 TO WS-JDUP-MATCH-ID
           MOVE SPACE TO WS-JDUP-MATCH-WHERE
           MOVE 0 TO WS-JDUP-MATCH-CLOSED

           PERFORM VARYING WS-JDUP-IDX FROM 1 BY 1
               UNTIL WS-JDUP-IDX > WS-JOB-COUNT
                   OR WS-JDUP-MATCH-ID > 0
               IF WS-JT-ID(WS-JDUP-IDX) NOT = WS-JDUP-SELF-ID
                   AND WS-JT-REVIEW(WS-JDUP-IDX) NOT = "R"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-JT-EMPLOYER(WS-JDUP-IDX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-JDUP-CAND-EMPLOYER))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-JT-LOCATION(WS-JDUP-IDX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-JDUP-CAND-LOCATION))
                   MOVE WS-JDUP-CAND-TITLE TO WS-JDUP-TITLE-A
                   MOVE WS-JT-TITLE(WS-JDUP-IDX) TO WS-JDUP-TITLE-B
                   PERFORM 5617-COMPARE-JOB-TITLES
                   IF WS-JDUP-SIMILAR = 1
                       MOVE WS-JT-ID(WS-JDUP-IDX) TO WS-JDUP-MATCH-ID
                       MOVE "O" TO WS-JDUP-MATCH-WHERE
                       MOVE WS-JT-TITLE(WS-JDUP-IDX)
                           TO WS-JDUP-MATCH-TITLE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JDUP-MATCH-ID > 0
               EXIT PARAGRAPH
           END-IF

      *> --- Recently archived postings ---
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               TO WS-JDUP-TODAY-INT
           OPEN INPUT JOBARCHIVE-FILE
           IF WS-JOBARCH-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-JDUP-EOF
           PERFORM UNTIL WS-JDUP-EOF = "Y" OR WS-JDUP-MATCH-ID > 0
               READ JOBARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-JDUP-EOF
                   NOT AT END
                       IF ARCH-CLOSED-DATE IS NUMERIC
                           AND ARCH-CLOSED-DATE > 0
                           COMPUTE WS-JDUP-AGE-DAYS = WS-JDUP-TODAY-INT
                               - FUNCTION INTEGER-OF-DATE(
                                   ARCH-CLOSED-DATE)
                           END-COMPUTE
                       ELSE
                           MOVE 99999 TO WS-JDUP-AGE-DAYS
                       END-IF
                       IF WS-JDUP-AGE-DAYS
                               <= WS-CONST-JOBDUP-ARCHIVE-DAYS
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               ARCH-EMPLOYER))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JDUP-CAND-EMPLOYER))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               ARCH-LOCATION))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JDUP-CAND-LOCATION))
                           MOVE WS-JDUP-CAND-TITLE TO WS-JDUP-TITLE-A
                           MOVE ARCH-TITLE TO WS-JDUP-TITLE-B
                           PERFORM 5617-COMPARE-JOB-TITLES
                           IF WS-JDUP-SIMILAR = 1
                               MOVE ARCH-JOB-ID TO WS-JDUP-MATCH-ID
                               MOVE "A" TO WS-JDUP-MATCH-WHERE
                               MOVE ARCH-TITLE TO WS-JDUP-MATCH-TITLE
                               MOVE ARCH-CLOSED-DATE
                                   TO WS-JDUP-MATCH-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBARCHIVE-FILE
           EXIT.

      *>*****************************************************************
      *> 5617-COMPARE-JOB-TITLES: WS-JDUP-SIMILAR = 1 when the squeezed
      *> forms of WS-JDUP-TITLE-A and -B are equal, or the shorter (five
      *> characters or more) appears inside the longer - so "Data
      *> Analyst Intern" matches "Data Analyst Intern - Summer".
      *>*****************************************************************
       5617-COMPARE-JOB-TITLES.
           MOVE 0 TO WS-JDUP-SIMILAR
           MOVE WS-JDUP-TITLE-A TO WS-JDUP-NORM-WORK
           PERFORM 5618-NORMALIZE-JOB-TITLE
           MOVE WS-JDUP-NORM-WORK TO WS-JDUP-NORM-A
           MOVE WS-JDUP-NORM-LEN TO WS-JDUP-LEN-A
           MOVE WS-JDUP-TITLE-B TO WS-JDUP-NORM-WORK
           PERFORM 5618-NORMALIZE-JOB-TITLE
           MOVE WS-JDUP-NORM-WORK TO WS-JDUP-NORM-B
           MOVE WS-JDUP-NORM-LEN TO WS-JDUP-LEN-B

           IF WS-JDUP-LEN-A = 0 OR WS-JDUP-LEN-B = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JDUP-NORM-A = WS-JDUP-NORM-B
               MOVE 1 TO WS-JDUP-SIMILAR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JDUP-TALLY
           IF WS-JDUP-LEN-A <= WS-JDUP-LEN-B
               IF WS-JDUP-LEN-A >= 5
                   INSPECT WS-JDUP-NORM-B TALLYING WS-JDUP-TALLY
                       FOR ALL WS-JDUP-NORM-A(1:WS-JDUP-LEN-A)
               END-IF
           ELSE
               IF WS-JDUP-LEN-B >= 5
                   INSPECT WS-JDUP-NORM-A TALLYING WS-JDUP-TALLY
                       FOR ALL WS-JDUP-NORM-B(1:WS-JDUP-LEN-B)
               END-IF
           END-IF
           IF WS-JDUP-TALLY > 0
               MOVE 1 TO WS-JDUP-SIMILAR
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5618-NORMALIZE-JOB-TITLE: Upper-case WS-JDUP-NORM-WORK and keep
      *> only its letters and digits, left-justified; the count kept is
      *> returned in WS-JDUP-NORM-LEN.
      *>*****************************************************************
       5618-NORMALIZE-JOB-TITLE.
           MOVE FUNCTION UPPER-CASE(WS-JDUP-NORM-WORK)
               TO WS-JDUP-TITLE-B
           MOVE SPACES TO WS-JDUP-NORM-WORK
           MOVE 0 TO WS-JDUP-NORM-LEN
           PERFORM VARYING WS-JDUP-POS FROM 1 BY 1
               UNTIL WS-JDUP-POS > 50
               MOVE WS-JDUP-TITLE-B(WS-JDUP-POS:1) TO WS-JDUP-CHAR
               IF (WS-JDUP-CHAR >= "A" AND WS-JDUP-CHAR <= "Z")
                   OR (WS-JDUP-CHAR >= "0" AND WS-JDUP-CHAR <= "9")
                   ADD 1 TO WS-JDUP-NORM-LEN
                   MOVE WS-JDUP-CHAR
                       TO WS-JDUP-NORM-WORK(WS-JDUP-NORM-LEN:1)
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5619-SHOW-DUPLICATE-MATCH: For the review queue. Print the
      *> posting WS-JDUP-MATCH-ID that a queued posting appears to
      *> duplicate - from the job table if still open, otherwise from
      *> the archive.
      *>*****************************************************************
       5619-SHOW-DUPLICATE-MATCH.
           MOVE SPACE TO WS-JDUP-MATCH-WHERE
           PERFORM VARYING WS-JDUP-IDX FROM 1 BY 1
               UNTIL WS-JDUP-IDX > WS-JOB-COUNT
                   OR WS-JDUP-MATCH-WHERE NOT = SPACE
               IF WS-JT-ID(WS-JDUP-IDX) = WS-JDUP-MATCH-ID
                   MOVE "O" TO WS-JDUP-MATCH-WHERE
                   MOVE WS-JT-TITLE(WS-JDUP-IDX) TO WS-JDUP-MATCH-TITLE
                   MOVE WS-JT-EMPLOYER(WS-JDUP-IDX)
                       TO WS-JDUP-MATCH-EMPLOYER
                   MOVE WS-JT-LOCATION(WS-JDUP-IDX)
                       TO WS-JDUP-MATCH-LOCATION
               END-IF
           END-PERFORM

           IF WS-JDUP-MATCH-WHERE = SPACE
               OPEN INPUT JOBARCHIVE-FILE
               IF WS-JOBARCH-STATUS = WS-CONST-FS-OK
                   MOVE "N" TO WS-JDUP-EOF
                   PERFORM UNTIL WS-JDUP-EOF = "Y"
                       OR WS-JDUP-MATCH-WHERE NOT = SPACE
                       READ JOBARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-JDUP-EOF
                           NOT AT END
                               IF ARCH-JOB-ID = WS-JDUP-MATCH-ID
                                   MOVE "A" TO WS-JDUP-MATCH-WHERE
                                   MOVE ARCH-TITLE
                                       TO WS-JDUP-MATCH-TITLE
                                   MOVE ARCH-EMPLOYER
                                       TO WS-JDUP-MATCH-EMPLOYER
                                   MOVE ARCH-LOCATION
                                       TO WS-JDUP-MATCH-LOCATION
                                   MOVE ARCH-CLOSED-DATE
                                       TO WS-JDUP-MATCH-CLOSED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBARCHIVE-FILE
               END-IF
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE WS-JDUP-MATCH-WHERE
               WHEN "O"
                   STRING "     ** Possible duplicate of open job #"
                       WS-JDUP-MATCH-ID ": "
                       FUNCTION TRIM(WS-JDUP-MATCH-TITLE) " at "
                       FUNCTION TRIM(WS-JDUP-MATCH-EMPLOYER) ", "
                       FUNCTION TRIM(WS-JDUP-MATCH-LOCATION)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN "A"
                   STRING "     ** Possible duplicate of job #"
                       WS-JDUP-MATCH-ID ": "
                       FUNCTION TRIM(WS-JDUP-MATCH-TITLE) " at "
                       FUNCTION TRIM(WS-JDUP-MATCH-EMPLOYER) ", "
                       FUNCTION TRIM(WS-JDUP-MATCH-LOCATION)
                       " (archived " WS-JDUP-MATCH-CLOSED ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "     ** Possible duplicate of job #"
                       WS-JDUP-MATCH-ID " (no longer on file)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5620-DUPLICATE-CLUSTER-REPORT: Admin report of the duplicate
      *> clusters already in JOBS.DAT. Open (non-rejected) postings are
      *> grouped with every later posting at the same employer and
      *> location whose title is similar; each group of two or more is
      *> listed with its members' IDs, posters and review state.
      *>*****************************************************************
       5620-DUPLICATE-CLUSTER-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== DUPLICATE POSTING CLUSTERS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           INITIALIZE WS-JDUP-CLUSTER-TABLE
           MOVE 0 TO WS-JDUP-CLUSTER-COUNT
           PERFORM VARYING WS-JDUP-IDX FROM 1 BY 1
               UNTIL WS-JDUP-IDX > WS-JOB-COUNT
               IF WS-JDUP-CLUSTER(WS-JDUP-IDX) = 0
                   AND WS-JT-REVIEW(WS-JDUP-IDX) NOT = "R"
                   MOVE 0 TO WS-JDUP-CLUSTER-SIZE
                   COMPUTE WS-JDUP-JDX = WS-JDUP-IDX + 1
                   PERFORM UNTIL WS-JDUP-JDX > WS-JOB-COUNT
                       IF WS-JDUP-CLUSTER(WS-JDUP-JDX) = 0
                           AND WS-JT-REVIEW(WS-JDUP-JDX) NOT = "R"
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-JDUP-JDX)))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-JDUP-IDX)))
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JT-LOCATION(WS-JDUP-JDX)))
                               = FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-JT-LOCATION(WS-JDUP-IDX)))
                           MOVE WS-JT-TITLE(WS-JDUP-IDX)
                               TO WS-JDUP-TITLE-A
                           MOVE WS-JT-TITLE(WS-JDUP-JDX)
                               TO WS-JDUP-TITLE-B
                           PERFORM 5617-COMPARE-JOB-TITLES
                           IF WS-JDUP-SIMILAR = 1
                               IF WS-JDUP-CLUSTER-SIZE = 0
                                   ADD 1 TO WS-JDUP-CLUSTER-COUNT
                                   MOVE WS-JDUP-CLUSTER-COUNT
                                       TO WS-JDUP-CLUSTER(WS-JDUP-IDX)
                                   MOVE 1 TO WS-JDUP-CLUSTER-SIZE
                               END-IF
                               MOVE WS-JDUP-CLUSTER-COUNT
                                   TO WS-JDUP-CLUSTER(WS-JDUP-JDX)
                               ADD 1 TO WS-JDUP-CLUSTER-SIZE
                           END-IF
                       END-IF
                       ADD 1 TO WS-JDUP-JDX
                   END-PERFORM
                   IF WS-JDUP-CLUSTER-SIZE > 0
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Cluster " WS-JDUP-CLUSTER-COUNT ": "
                           FUNCTION TRIM(WS-JT-EMPLOYER(WS-JDUP-IDX))
                           ", "
                           FUNCTION TRIM(WS-JT-LOCATION(WS-JDUP-IDX))
                           " - " WS-JDUP-CLUSTER-SIZE " postings"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM VARYING WS-JDUP-JDX FROM WS-JDUP-IDX BY 1
                           UNTIL WS-JDUP-JDX > WS-JOB-COUNT
                           IF WS-JDUP-CLUSTER(WS-JDUP-JDX)
                               = WS-JDUP-CLUSTER-COUNT
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "   #" WS-JT-ID(WS-JDUP-JDX) " "
                                   FUNCTION TRIM(
                                       WS-JT-TITLE(WS-JDUP-JDX))
                                   " (posted by "
                                   FUNCTION TRIM(
                                       WS-JT-POSTER(WS-JDUP-JDX))
                                   ", review "
                                   WS-JT-REVIEW(WS-JDUP-JDX) ")"
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                               PERFORM 8000-WRITE-OUTPUT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-JDUP-CLUSTER-COUNT = 0
               MOVE "No duplicate postings found." TO WS-OUTPUT-LINE
           ELSE
               STRING "Duplicate clusters: " WS-JDUP-CLUSTER-COUNT
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
