      *>*****************************************************************
      *> FILE:    RESIMPORT_SRC.cpy
      *> PURPOSE: Import profile history from a resume file instead of
      *>          typing each entry through 7310/7320. The file uses
      *>          the sections Generate My Resume writes (RESUME_SRC.cpy
      *>          7182): a section name on its own line (EXPERIENCE,
      *>          EDUCATION, SKILLS), each entry indented two spaces,
      *>          and an experience's dates and description indented
      *>          four. Entries are staged, previewed, and kept or
      *>          discarded one at a time; kept entries are added to the
      *>          profile and each addition is written to the profile
      *>          history (PROFHIST_SRC.cpy 7451).
      *>
      *>          Layout read:
      *>            EXPERIENCE
      *>              <title>, <company>
      *>                YYYY-MM to present | YYYY-MM to YYYY-MM |
      *>                <free-text dates>
      *>                <description>
      *>            EDUCATION
      *>              <degree>, <university> (<years>)
      *>            SKILLS
      *>              - <skill> (<proficiency>)
      *>
      *> PARAGRAPHS:
      *>   7460-IMPORT-RESUME-FILE    - Entry point from the main menu
      *>   7461-READ-RESUME-IMPORT-LOOP - Recursive read of the file
      *>   7462-PARSE-RESUME-LINE     - Route one line by section and
      *>                                indentation
      *>   7463-STAGE-RESUME-ENTRY    - Start a staged entry of
      *>                                WS-RIM-SECTION's type
      *>   7464-PARSE-EXP-DETAIL      - Dates or description line for
      *>                                the experience at WS-RIM-SLOT
      *>   7465-SPLIT-RESUME-ENTRY    - WS-RIM-TEXT into WS-RIM-LEFT /
      *>                                -RIGHT at the first ", ", with a
      *>                                trailing "(...)" in WS-RIM-INSIDE
      *>                                when WS-RIM-PARENS = 1
      *>   7466-MARK-IMPORT-DUPLICATES - Flag entries the profile (or an
      *>                                earlier staged entry) already has
      *>   7467-BUILD-IMPORT-SUMMARY  - One-line text of entry WS-RIM-IDX
      *>   7468-REVIEW-RESUME-IMPORT  - Preview, then keep/discard each
      *>   7469-SAVE-RESUME-IMPORT    - Add kept entries, write history
      *>
      *> DEPENDENCIES:
      *>   WS-RESIMPORT.cpy - working-storage
      *>   WS-RESUME.cpy    - RESUME-FILE path and status (the file is
      *>                      read through the resume FD)
      *>   WS-PROFHIST.cpy  - 7451 history fields
      *>   PROFILE.cpy      - 7313-VALIDATE-YM, 4660 child-file rewrite
      *>   SKILLSYN_SRC.cpy - 7169-SKILLS-MATCH
      *>   main.cob         - 8000-WRITE-OUTPUT, 8100-READ-INPUT,
      *>                      8060-WRITE-RESULT, WS-USER-PROFILES
      *>*****************************************************************

      *>*****************************************************************
      *> 7460-IMPORT-RESUME-FILE: Ask for the file (default: the one
      *> Generate My Resume writes), read and stage its entries, then
      *> hand over to the review.
      *>*****************************************************************
       7460-IMPORT-RESUME-FILE.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== IMPORT PROFILE FROM RESUME FILE ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           IF ROLE-EMPLOYER
               MOVE "Resume import is for student and alumni accounts."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-PROFILE-INDEX = 0 OR
               WS-HAS-PROFILE(WS-CURRENT-PROFILE-INDEX) = 0
               MOVE "Create your profile first - imported entries are "
                   & "added to it." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Resume file in the data directory (blank for RESUME_"
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               ".TXT): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RIM-FILE-NAME
           IF WS-RIM-FILE-NAME = SPACES
               STRING "RESUME_"
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ".TXT"
                   DELIMITED BY SIZE INTO WS-RIM-FILE-NAME
               END-STRING
           END-IF
           MOVE WS-RIM-FILE-NAME TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

      *>    A bare file name only - nothing outside the data directory.
           MOVE 0 TO WS-RIM-POS
           INSPECT WS-RIM-FILE-NAME TALLYING WS-RIM-POS
               FOR ALL "/" ALL "\" ALL ".."
           IF WS-RIM-POS > 0
               MOVE "Enter just the file name; it must be in the data "
                   & "directory." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RESUME-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               MOVE WS-RIM-FILE-NAME TO WS-RESUME-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/"
                   FUNCTION TRIM(WS-RIM-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-RESUME-PATH
               END-STRING
           END-IF

           OPEN INPUT RESUME-FILE
           EVALUATE WS-RESUME-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "File not found: "
                       FUNCTION TRIM(WS-RIM-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "ERROR: Could not read the resume file. "
                       "STATUS=" WS-RESUME-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-RIM-COUNT
           MOVE 0 TO WS-RIM-SLOT
           MOVE SPACE TO WS-RIM-SECTION
           MOVE "N" TO WS-RIM-EOF
           PERFORM 7461-READ-RESUME-IMPORT-LOOP
           CLOSE RESUME-FILE

           IF WS-RIM-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "No EXPERIENCE, EDUCATION or SKILLS entries were "
                   "found in " FUNCTION TRIM(WS-RIM-FILE-NAME) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 7466-MARK-IMPORT-DUPLICATES
           PERFORM 7468-REVIEW-RESUME-IMPORT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-RIM-KEPT = 0
               MOVE "Nothing imported; your profile is unchanged."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 7469-SAVE-RESUME-IMPORT
           EXIT.

       7461-READ-RESUME-IMPORT-LOOP.
           READ RESUME-FILE
               AT END
                   MOVE "Y" TO WS-RIM-EOF
               NOT AT END
                   MOVE RESUME-RECORD TO WS-RIM-LINE
                   PERFORM 7462-PARSE-RESUME-LINE
           END-READ

           IF WS-RIM-EOF = "N"
               PERFORM 7461-READ-RESUME-IMPORT-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7462-PARSE-RESUME-LINE: An unindented line names a section (or
      *> is header/summary text to skip); a two-space line starts an
      *> entry; deeper lines belong to the experience above them.
      *>*****************************************************************
       7462-PARSE-RESUME-LINE.
           IF WS-RIM-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RIM-LEAD
           INSPECT WS-RIM-LINE TALLYING WS-RIM-LEAD FOR LEADING SPACES
           MOVE WS-RIM-LINE(WS-RIM-LEAD + 1:) TO WS-RIM-TEXT

           IF WS-RIM-LEAD = 0
               MOVE 0 TO WS-RIM-SLOT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RIM-TEXT))
                   TO WS-RIM-UPPER
               EVALUATE WS-RIM-UPPER
                   WHEN "EXPERIENCE"
                       MOVE "E" TO WS-RIM-SECTION
                   WHEN "EDUCATION"
                       MOVE "D" TO WS-RIM-SECTION
                   WHEN "SKILLS"
                       MOVE "S" TO WS-RIM-SECTION
                   WHEN OTHER
                       MOVE SPACE TO WS-RIM-SECTION
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           IF WS-RIM-SECTION = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-RIM-LEAD < 4
               PERFORM 7463-STAGE-RESUME-ENTRY
           ELSE
               IF WS-RIM-SECTION = "E" AND WS-RIM-SLOT > 0
                   PERFORM 7464-PARSE-EXP-DETAIL
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7463-STAGE-RESUME-ENTRY: WS-RIM-TEXT is an entry line of the
      *> current section. Entries past the staging limit are ignored.
      *>*****************************************************************
       7463-STAGE-RESUME-ENTRY.
           MOVE 0 TO WS-RIM-SLOT
           IF WS-RIM-COUNT >= WS-RIM-MAX-STAGED
               EXIT PARAGRAPH
           END-IF
           IF WS-RIM-SECTION = "S"
               IF WS-RIM-TEXT(1:2) NOT = "- "
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RIM-TEXT(3:) TO WS-RIM-RIGHT
               MOVE WS-RIM-RIGHT TO WS-RIM-TEXT
           END-IF

           IF WS-RIM-SECTION = "E"
               MOVE 0 TO WS-RIM-PARENS
           ELSE
               MOVE 1 TO WS-RIM-PARENS
           END-IF
           PERFORM 7465-SPLIT-RESUME-ENTRY
           IF WS-RIM-LEFT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RIM-COUNT
           MOVE WS-RIM-COUNT TO WS-RIM-SLOT
           MOVE SPACES TO WS-RIM-ENTRY(WS-RIM-SLOT)
           MOVE 0 TO WS-RIM-START-YM(WS-RIM-SLOT)
           MOVE 0 TO WS-RIM-END-YM(WS-RIM-SLOT)
           MOVE "N" TO WS-RIM-CURRENT(WS-RIM-SLOT)
           MOVE 0 TO WS-RIM-DUP(WS-RIM-SLOT)
           MOVE 0 TO WS-RIM-KEEP(WS-RIM-SLOT)
           MOVE WS-RIM-SECTION TO WS-RIM-TYPE(WS-RIM-SLOT)

           EVALUATE WS-RIM-SECTION
               WHEN "E"
                   MOVE FUNCTION TRIM(WS-RIM-LEFT)
                       TO WS-RIM-TEXT1(WS-RIM-SLOT)
                   MOVE FUNCTION TRIM(WS-RIM-RIGHT)
                       TO WS-RIM-TEXT2(WS-RIM-SLOT)
               WHEN "D"
                   MOVE FUNCTION TRIM(WS-RIM-LEFT)
                       TO WS-RIM-TEXT1(WS-RIM-SLOT)
                   MOVE FUNCTION TRIM(WS-RIM-RIGHT)
                       TO WS-RIM-TEXT2(WS-RIM-SLOT)
                   MOVE FUNCTION TRIM(WS-RIM-INSIDE)
                       TO WS-RIM-DATES(WS-RIM-SLOT)
               WHEN "S"
      *>            A skill name is not split at its comma.
                   IF WS-RIM-RIGHT = SPACES
                       MOVE FUNCTION TRIM(WS-RIM-LEFT)
                           TO WS-RIM-TEXT1(WS-RIM-SLOT)
                   ELSE
                       STRING FUNCTION TRIM(WS-RIM-LEFT) ", "
                           FUNCTION TRIM(WS-RIM-RIGHT)
                           DELIMITED BY SIZE
                           INTO WS-RIM-TEXT1(WS-RIM-SLOT)
                       END-STRING
                   END-IF
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RIM-INSIDE)) TO WS-RIM-UPPER
                   EVALUATE WS-RIM-UPPER
                       WHEN "INTERMEDIATE"
                           MOVE "Intermediate"
                               TO WS-RIM-TEXT2(WS-RIM-SLOT)
                       WHEN "ADVANCED"
                           MOVE "Advanced" TO WS-RIM-TEXT2(WS-RIM-SLOT)
                       WHEN "EXPERT"
                           MOVE "Expert" TO WS-RIM-TEXT2(WS-RIM-SLOT)
                       WHEN OTHER
                           MOVE "Beginner" TO WS-RIM-TEXT2(WS-RIM-SLOT)
                   END-EVALUATE
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 7464-PARSE-EXP-DETAIL: A four-space line under an experience.
      *> The first may be a YYYY-MM date range; otherwise the lines are
      *> the free-text dates and description the generator prints for
      *> entries without structured months.
      *>*****************************************************************
       7464-PARSE-EXP-DETAIL.
           MOVE 0 TO WS-RIM-DATE-LINE
           IF WS-RIM-DESC(WS-RIM-SLOT) = SPACES
              AND WS-RIM-DATES(WS-RIM-SLOT) = SPACES
              AND WS-RIM-START-YM(WS-RIM-SLOT) = 0
              AND WS-RIM-TEXT(5:1) = "-"
              AND WS-RIM-TEXT(8:4) = " to "
               MOVE SPACES TO WS-EXP-YM-INPUT
               STRING WS-RIM-TEXT(1:4) WS-RIM-TEXT(6:2)
                   DELIMITED BY SIZE INTO WS-EXP-YM-INPUT
               END-STRING
               PERFORM 7313-VALIDATE-YM
               IF WS-EXP-YM-VALID = 1
                   MOVE WS-EXP-YM-NUM TO WS-RIM-START-TRY
                   IF FUNCTION UPPER-CASE(WS-RIM-TEXT(12:7)) = "PRESENT"
                       MOVE WS-RIM-START-TRY
                           TO WS-RIM-START-YM(WS-RIM-SLOT)
                       MOVE 0 TO WS-RIM-END-YM(WS-RIM-SLOT)
                       MOVE "Y" TO WS-RIM-CURRENT(WS-RIM-SLOT)
                       MOVE 1 TO WS-RIM-DATE-LINE
                   ELSE
                       MOVE SPACES TO WS-EXP-YM-INPUT
                       IF WS-RIM-TEXT(16:1) = "-"
                           STRING WS-RIM-TEXT(12:4) WS-RIM-TEXT(17:2)
                               DELIMITED BY SIZE INTO WS-EXP-YM-INPUT
                           END-STRING
                       END-IF
                       PERFORM 7313-VALIDATE-YM
                       IF WS-EXP-YM-VALID = 1
                          AND WS-EXP-YM-NUM NOT < WS-RIM-START-TRY
                           MOVE WS-RIM-START-TRY
                               TO WS-RIM-START-YM(WS-RIM-SLOT)
                           MOVE WS-EXP-YM-NUM
                               TO WS-RIM-END-YM(WS-RIM-SLOT)
                           MOVE "N" TO WS-RIM-CURRENT(WS-RIM-SLOT)
                           MOVE 1 TO WS-RIM-DATE-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-RIM-DATE-LINE = 0
               IF WS-RIM-DESC(WS-RIM-SLOT) = SPACES
                   MOVE FUNCTION TRIM(WS-RIM-TEXT)
                       TO WS-RIM-DESC(WS-RIM-SLOT)
               ELSE
                   IF WS-RIM-START-YM(WS-RIM-SLOT) = 0
                      AND WS-RIM-DATES(WS-RIM-SLOT) = SPACES
                       MOVE WS-RIM-DESC(WS-RIM-SLOT)
                           TO WS-RIM-DATES(WS-RIM-SLOT)
                       MOVE FUNCTION TRIM(WS-RIM-TEXT)
                           TO WS-RIM-DESC(WS-RIM-SLOT)
                   END-IF
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7465-SPLIT-RESUME-ENTRY: Split WS-RIM-TEXT at its first ", "
      *> into WS-RIM-LEFT and WS-RIM-RIGHT. With WS-RIM-PARENS = 1 a
      *> trailing "(...)" is first taken off into WS-RIM-INSIDE.
      *>*****************************************************************
       7465-SPLIT-RESUME-ENTRY.
           MOVE SPACES TO WS-RIM-LEFT
           MOVE SPACES TO WS-RIM-RIGHT
           MOVE SPACES TO WS-RIM-INSIDE
           MOVE WS-RIM-TEXT TO WS-RIM-LEFT
           IF WS-RIM-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-RIM-PARENS = 1
               MOVE LENGTH OF WS-RIM-TEXT TO WS-RIM-LEN
               PERFORM UNTIL WS-RIM-TEXT(WS-RIM-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-RIM-LEN
               END-PERFORM
               MOVE 0 TO WS-RIM-OPEN-POS
               IF WS-RIM-TEXT(WS-RIM-LEN:1) = ")"
                   PERFORM VARYING WS-RIM-POS FROM WS-RIM-LEN BY -1
                       UNTIL WS-RIM-POS < 2 OR WS-RIM-OPEN-POS > 0
                       IF WS-RIM-TEXT(WS-RIM-POS:1) = "("
                           MOVE WS-RIM-POS TO WS-RIM-OPEN-POS
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RIM-OPEN-POS > 0
                   IF WS-RIM-LEN - WS-RIM-OPEN-POS > 1
                       MOVE WS-RIM-TEXT(WS-RIM-OPEN-POS + 1:
                           WS-RIM-LEN - WS-RIM-OPEN-POS - 1)
                           TO WS-RIM-INSIDE
                   END-IF
                   MOVE SPACES TO WS-RIM-LEFT
                   MOVE WS-RIM-TEXT(1:WS-RIM-OPEN-POS - 1)
                       TO WS-RIM-LEFT
               END-IF
           END-IF

           MOVE 0 TO WS-RIM-POS
           INSPECT WS-RIM-LEFT TALLYING WS-RIM-POS
               FOR CHARACTERS BEFORE INITIAL ", "
           IF WS-RIM-POS < LENGTH OF WS-RIM-LEFT - 2
               MOVE WS-RIM-LEFT(WS-RIM-POS + 3:) TO WS-RIM-RIGHT
               MOVE SPACES TO WS-RIM-LEFT(WS-RIM-POS + 1:)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7466-MARK-IMPORT-DUPLICATES: An entry the profile already has
      *> (same title and company, degree and school, or the same skill
      *> allowing for SKILLSYN.DAT variants) is shown but not offered.
      *>*****************************************************************
       7466-MARK-IMPORT-DUPLICATES.
           PERFORM VARYING WS-RIM-IDX FROM 1 BY 1
               UNTIL WS-RIM-IDX > WS-RIM-COUNT
               MOVE 0 TO WS-RIM-DUP(WS-RIM-IDX)
               EVALUATE WS-RIM-TYPE(WS-RIM-IDX)
                   WHEN "E"
                       PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                           UNTIL WS-RES-IDX >
                               WS-EXP-COUNT(WS-CURRENT-PROFILE-INDEX)
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-EXP-TITLE(WS-CURRENT-PROFILE-INDEX,
                               WS-RES-IDX))) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-RIM-TEXT1(WS-RIM-IDX)))
                              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-EXP-COMPANY(WS-CURRENT-PROFILE-INDEX,
                               WS-RES-IDX))) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-RIM-TEXT2(WS-RIM-IDX)))
                               MOVE 1 TO WS-RIM-DUP(WS-RIM-IDX)
                           END-IF
                       END-PERFORM
                   WHEN "D"
                       PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                           UNTIL WS-RES-IDX >
                               WS-EDU-COUNT(WS-CURRENT-PROFILE-INDEX)
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-EDU-DEGREE(WS-CURRENT-PROFILE-INDEX,
                               WS-RES-IDX))) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-RIM-TEXT1(WS-RIM-IDX)))
                              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-EDU-UNIVERSITY(
                               WS-CURRENT-PROFILE-INDEX, WS-RES-IDX))) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-RIM-TEXT2(WS-RIM-IDX)))
                               MOVE 1 TO WS-RIM-DUP(WS-RIM-IDX)
                           END-IF
                       END-PERFORM
                   WHEN "S"
                       PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                           UNTIL WS-RES-IDX >
                               WS-SKILL-COUNT(WS-CURRENT-PROFILE-INDEX)
                           MOVE WS-RIM-TEXT1(WS-RIM-IDX)
                               TO WS-SYN-INPUT
                           MOVE WS-SKILL-NAME(WS-CURRENT-PROFILE-INDEX,
                               WS-RES-IDX) TO WS-SYN-INPUT-B
                           PERFORM 7169-SKILLS-MATCH
                           IF WS-SYN-SEEN = 1
                               MOVE 1 TO WS-RIM-DUP(WS-RIM-IDX)
                           END-IF
                       END-PERFORM
               END-EVALUATE

      *>        The same entry twice in the file is offered once.
               PERFORM VARYING WS-RIM-SCAN FROM 1 BY 1
                   UNTIL WS-RIM-SCAN >= WS-RIM-IDX
                   IF WS-RIM-TYPE(WS-RIM-SCAN) = WS-RIM-TYPE(WS-RIM-IDX)
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-RIM-TEXT1(WS-RIM-SCAN))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-RIM-TEXT1(WS-RIM-IDX)))
                      AND (WS-RIM-TYPE(WS-RIM-IDX) = "S"
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-RIM-TEXT2(WS-RIM-SCAN))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-RIM-TEXT2(WS-RIM-IDX))))
                       MOVE 1 TO WS-RIM-DUP(WS-RIM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7467-BUILD-IMPORT-SUMMARY: WS-RIM-SUMMARY for entry WS-RIM-IDX,
      *> e.g. "Analyst, Acme (2024-05 to present)".
      *>*****************************************************************
       7467-BUILD-IMPORT-SUMMARY.
           MOVE SPACES TO WS-RIM-SUMMARY
           EVALUATE TRUE
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "E"
                AND WS-RIM-START-YM(WS-RIM-IDX) > 0
                AND WS-RIM-CURRENT(WS-RIM-IDX) = "Y"
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       " (" WS-RIM-START-YM(WS-RIM-IDX)(1:4) "-"
                       WS-RIM-START-YM(WS-RIM-IDX)(5:2) " to present)"
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "E"
                AND WS-RIM-START-YM(WS-RIM-IDX) > 0
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       " (" WS-RIM-START-YM(WS-RIM-IDX)(1:4) "-"
                       WS-RIM-START-YM(WS-RIM-IDX)(5:2) " to "
                       WS-RIM-END-YM(WS-RIM-IDX)(1:4) "-"
                       WS-RIM-END-YM(WS-RIM-IDX)(5:2) ")"
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "E"
                AND WS-RIM-DATES(WS-RIM-IDX) = SPACES
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "E"
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       " (" FUNCTION TRIM(WS-RIM-DATES(WS-RIM-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "D"
                AND WS-RIM-DATES(WS-RIM-IDX) = SPACES
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN WS-RIM-TYPE(WS-RIM-IDX) = "D"
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) ", "
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX))
                       " (" FUNCTION TRIM(WS-RIM-DATES(WS-RIM-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-RIM-TEXT1(WS-RIM-IDX)) " ("
                       FUNCTION TRIM(WS-RIM-TEXT2(WS-RIM-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-RIM-SUMMARY
                   END-STRING
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 7468-REVIEW-RESUME-IMPORT: List everything found, then ask
      *> about each new entry in turn. Sets WS-RIM-KEEP and WS-RIM-KEPT.
      *>*****************************************************************
       7468-REVIEW-RESUME-IMPORT.
           MOVE 0 TO WS-RIM-OFFERED
           MOVE 0 TO WS-RIM-KEPT
           MOVE WS-RIM-COUNT TO WS-RIM-DISP-COUNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Found " FUNCTION TRIM(WS-RIM-DISP-COUNT)
               " entr(ies) in " FUNCTION TRIM(WS-RIM-FILE-NAME) ":"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           PERFORM VARYING WS-RIM-IDX FROM 1 BY 1
               UNTIL WS-RIM-IDX > WS-RIM-COUNT
               PERFORM 7467-BUILD-IMPORT-SUMMARY
               MOVE WS-RIM-IDX TO WS-RIM-DISP-IDX
               MOVE SPACES TO WS-OUTPUT-LINE
               EVALUATE WS-RIM-TYPE(WS-RIM-IDX)
                   WHEN "E"
                       STRING WS-RIM-DISP-IDX ". Experience: "
                           FUNCTION TRIM(WS-RIM-SUMMARY)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   WHEN "D"
                       STRING WS-RIM-DISP-IDX ". Education:  "
                           FUNCTION TRIM(WS-RIM-SUMMARY)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING WS-RIM-DISP-IDX ". Skill:      "
                           FUNCTION TRIM(WS-RIM-SUMMARY)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
               END-EVALUATE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-RIM-TYPE(WS-RIM-IDX) = "E"
                  AND WS-RIM-DESC(WS-RIM-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "      "
                       FUNCTION TRIM(WS-RIM-DESC(WS-RIM-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               IF WS-RIM-DUP(WS-RIM-IDX) = 1
                   MOVE "      (already on your profile - skipped)"
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   ADD 1 TO WS-RIM-OFFERED
               END-IF
           END-PERFORM

           IF WS-RIM-OFFERED = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RIM-IDX FROM 1 BY 1
               UNTIL WS-RIM-IDX > WS-RIM-COUNT
               IF WS-RIM-DUP(WS-RIM-IDX) = 0
                   MOVE WS-RIM-IDX TO WS-RIM-DISP-IDX
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Keep entry " FUNCTION TRIM(WS-RIM-DISP-IDX)
                       "? (Y/n): "
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                       TO WS-RIM-ANSWER
                   IF WS-RIM-ANSWER = "N" OR WS-RIM-ANSWER = "NO"
                       MOVE 0 TO WS-RIM-KEEP(WS-RIM-IDX)
                       MOVE "Discarded." TO WS-OUTPUT-LINE
                   ELSE
                       MOVE 1 TO WS-RIM-KEEP(WS-RIM-IDX)
                       ADD 1 TO WS-RIM-KEPT
                       MOVE "Kept." TO WS-OUTPUT-LINE
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7469-SAVE-RESUME-IMPORT: Add the kept entries to the profile,
      *> one PROFHIST.DAT row each, then rewrite the child files.
      *>*****************************************************************
       7469-SAVE-RESUME-IMPORT.
           MOVE 0 TO WS-RIM-ADDED
           MOVE 0 TO WS-RIM-FULL
           MOVE WS-CURRENT-PROFILE-INDEX TO WS-PH-EDIT-IDX

           PERFORM VARYING WS-RIM-IDX FROM 1 BY 1
               UNTIL WS-RIM-IDX > WS-RIM-COUNT
               IF WS-RIM-KEEP(WS-RIM-IDX) = 0
                   EXIT PERFORM CYCLE
               END-IF
               MOVE 0 TO WS-RIM-SLOT
               EVALUATE TRUE
                   WHEN WS-RIM-TYPE(WS-RIM-IDX) = "E"
                    AND WS-EXP-COUNT(WS-PH-EDIT-IDX)
                        < WS-CONST-MAX-EXPERIENCES
                       ADD 1 TO WS-EXP-COUNT(WS-PH-EDIT-IDX)
                       MOVE WS-EXP-COUNT(WS-PH-EDIT-IDX) TO WS-RIM-SLOT
                       MOVE WS-RIM-TEXT1(WS-RIM-IDX)
                           TO WS-EXP-TITLE(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-TEXT2(WS-RIM-IDX)
                           TO WS-EXP-COMPANY(WS-PH-EDIT-IDX,
                               WS-RIM-SLOT)
                       MOVE WS-RIM-DATES(WS-RIM-IDX)
                           TO WS-EXP-DATES(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-DESC(WS-RIM-IDX)
                           TO WS-EXP-DESC(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-START-YM(WS-RIM-IDX)
                           TO WS-EXP-START-YM(WS-PH-EDIT-IDX,
                               WS-RIM-SLOT)
                       MOVE WS-RIM-END-YM(WS-RIM-IDX)
                           TO WS-EXP-END-YM(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-CURRENT(WS-RIM-IDX)
                           TO WS-EXP-CURRENT(WS-PH-EDIT-IDX,
                               WS-RIM-SLOT)
                       MOVE "EXPERIENCE-IMPORT" TO WS-PH-FIELD-NAME
                   WHEN WS-RIM-TYPE(WS-RIM-IDX) = "D"
                    AND WS-EDU-COUNT(WS-PH-EDIT-IDX)
                        < WS-CONST-MAX-EDUCATIONS
                       ADD 1 TO WS-EDU-COUNT(WS-PH-EDIT-IDX)
                       MOVE WS-EDU-COUNT(WS-PH-EDIT-IDX) TO WS-RIM-SLOT
                       MOVE WS-RIM-TEXT1(WS-RIM-IDX)
                           TO WS-EDU-DEGREE(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-TEXT2(WS-RIM-IDX)
                           TO WS-EDU-UNIVERSITY(WS-PH-EDIT-IDX,
                               WS-RIM-SLOT)
                       MOVE WS-RIM-DATES(WS-RIM-IDX)
                           TO WS-EDU-YEARS(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE "EDUCATION-IMPORT" TO WS-PH-FIELD-NAME
                   WHEN WS-RIM-TYPE(WS-RIM-IDX) = "S"
                    AND WS-SKILL-COUNT(WS-PH-EDIT-IDX)
                        < WS-CONST-MAX-SKILLS
                       ADD 1 TO WS-SKILL-COUNT(WS-PH-EDIT-IDX)
                       MOVE WS-SKILL-COUNT(WS-PH-EDIT-IDX)
                           TO WS-RIM-SLOT
                       MOVE WS-RIM-TEXT1(WS-RIM-IDX)
                           TO WS-SKILL-NAME(WS-PH-EDIT-IDX, WS-RIM-SLOT)
                       MOVE WS-RIM-TEXT2(WS-RIM-IDX)
                           TO WS-SKILL-PROFICIENCY(WS-PH-EDIT-IDX,
                               WS-RIM-SLOT)
                       MOVE "SKILL-IMPORT" TO WS-PH-FIELD-NAME
               END-EVALUATE

               PERFORM 7467-BUILD-IMPORT-SUMMARY
               IF WS-RIM-SLOT > 0
                   ADD 1 TO WS-RIM-ADDED
                   MOVE SPACES TO WS-PH-OLD-VALUE
                   MOVE WS-RIM-SUMMARY TO WS-PH-NEW-VALUE
                   PERFORM 7451-APPEND-PROFILE-HISTORY
               ELSE
                   ADD 1 TO WS-RIM-FULL
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Not added - that profile section is full: "
                       FUNCTION TRIM(WS-RIM-SUMMARY)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           IF WS-RIM-ADDED > 0
               PERFORM 4660-WRITE-PROFILE-CHILD-FILES
           END-IF

           MOVE WS-RIM-ADDED TO WS-RIM-DISP-COUNT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-RIM-DISP-COUNT)
               " entr(ies) added to your profile from "
               FUNCTION TRIM(WS-RIM-FILE-NAME) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE "RESIMPORT" TO WS-RESULT-TYPE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY
           IF WS-RIM-FULL > 0
               MOVE "PARTIAL" TO WS-RESULT-OUTCOME
           ELSE
               MOVE "OK" TO WS-RESULT-OUTCOME
           END-IF
           PERFORM 8060-WRITE-RESULT
           EXIT.
