      *>*****************************************************************
      *> FILE:    WORKAUTH_SRC.cpy
      *> PURPOSE: Work authorization and visa sponsorship. A student
      *>          states a work-authorization status on the profile:
      *>            A = authorized to work, no sponsorship needed
      *>            L = authorized now, will need sponsorship later
      *>            S = will need visa sponsorship to start
      *>            space = not stated
      *>          A poster states whether the posting can sponsor a
      *>          visa (Y/N, space = not stated) and whether applicants
      *>          must already be authorized to work (Y/N). A student
      *>          who needs sponsorship cannot apply where none is
      *>          available or where authorization is required; browse
      *>          can hide those postings and recommended jobs leave
      *>          them out.
      *>
      *> PARAGRAPHS:
      *>   5659-PROMPT-WORK-AUTH       - Profile status into
      *>                                 WS-TEMP-WORK-AUTH
      *>   5660-PROMPT-JOB-WORK-AUTH   - Posting flags into
      *>                                 WS-TEMP-JOB-SPONSOR/-AUTH-REQ
      *>   5661-CHECK-WORK-AUTH        - Signed-in student against the
      *>                                 posting at WS-WA-JOB-IDX
      *>   5662-DISPLAY-PROFILE-WORK-AUTH - Status line for the profile
      *>                                 at WS-DISPLAY-PROFILE-INDEX
      *>   5663-DISPLAY-JOB-WORK-AUTH  - Posting flag lines
      *>   5664-SHOW-APPLICANT-WORK-AUTH - Status line in the applicants
      *>                                 list for a posting
      *>   5665-WORK-AUTH-TEXT         - WS-WA-CODE in words
      *>*****************************************************************

      *>*****************************************************************
      *> 5659-PROMPT-WORK-AUTH: Optional work-authorization status.
      *> Blank leaves it unstated, like the other optional fields.
      *>*****************************************************************
       5659-PROMPT-WORK-AUTH.
           MOVE SPACE TO WS-TEMP-WORK-AUTH
           MOVE 0 TO WS-WA-INPUT-OK
           PERFORM UNTIL WS-WA-INPUT-OK = 1
               MOVE "Work authorization - 1=Authorized to work, 2=Authori"
                   & "zed now but will need sponsorship later, 3=Will nee"
                   & "d visa sponsorship (optional, blank to skip; shown o"
                   & "nly to you and to employers you apply to):"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-WA-INPUT
               MOVE 1 TO WS-WA-INPUT-OK
               EVALUATE WS-WA-INPUT
                   WHEN "1"
                       MOVE "A" TO WS-TEMP-WORK-AUTH
                   WHEN "2"
                       MOVE "L" TO WS-TEMP-WORK-AUTH
                   WHEN "3"
                       MOVE "S" TO WS-TEMP-WORK-AUTH
                   WHEN SPACES
                       MOVE SPACE TO WS-TEMP-WORK-AUTH
                   WHEN OTHER
                       MOVE 0 TO WS-WA-INPUT-OK
               END-EVALUATE
               IF WS-WA-INPUT-OK = 1
                   IF WS-TEMP-WORK-AUTH = SPACE
                       MOVE "(skipped)" TO WS-OUTPUT-LINE
                   ELSE
                       MOVE WS-TEMP-WORK-AUTH TO WS-WA-CODE
                       PERFORM 5665-WORK-AUTH-TEXT
                       MOVE WS-WA-TEXT TO WS-OUTPUT-LINE
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   MOVE WS-WA-INPUT TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "Enter 1, 2, 3 or a blank line. Please try again."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5660-PROMPT-JOB-WORK-AUTH: Sponsorship available (Y/N, blank
      *> = not stated) and authorization required (Y/N, default N).
      *>*****************************************************************
       5660-PROMPT-JOB-WORK-AUTH.
           MOVE SPACE TO WS-TEMP-JOB-SPONSOR
           MOVE "N" TO WS-TEMP-JOB-AUTH-REQ
           MOVE 0 TO WS-WA-INPUT-OK
           PERFORM UNTIL WS-WA-INPUT-OK = 1
               MOVE "Visa sponsorship available? (Y/N, blank = not "
                   & "stated): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-WA-INPUT
               MOVE WS-WA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-WA-INPUT = "Y" OR WS-WA-INPUT = "N"
                   OR WS-WA-INPUT = SPACES
                   MOVE WS-WA-INPUT(1:1) TO WS-TEMP-JOB-SPONSOR
                   MOVE 1 TO WS-WA-INPUT-OK
               ELSE
                   MOVE "Enter Y, N or a blank line. Please try again."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-WA-INPUT-OK
           PERFORM UNTIL WS-WA-INPUT-OK = 1
               MOVE "Must applicants already be authorized to work? "
                   & "(Y/N, default N): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-WA-INPUT
               MOVE WS-WA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EVALUATE WS-WA-INPUT
                   WHEN "Y"
                       MOVE "Y" TO WS-TEMP-JOB-AUTH-REQ
                       MOVE 1 TO WS-WA-INPUT-OK
                   WHEN "N"
                   WHEN SPACES
                       MOVE "N" TO WS-TEMP-JOB-AUTH-REQ
                       MOVE 1 TO WS-WA-INPUT-OK
                   WHEN OTHER
                       MOVE "Enter Y or N. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5661-CHECK-WORK-AUTH: Sets WS-WA-ELIGIBILITY (and WS-WA-REASON
      *> when ineligible) for the signed-in user against the posting
      *> at WS-WA-JOB-IDX. A posting with no restriction is open to
      *> everyone; a restricted one against an unstated status is
      *> "not stated", which warns but does not block.
      *>*****************************************************************
       5661-CHECK-WORK-AUTH.
           SET WS-WA-ELIGIBLE TO TRUE
           MOVE SPACES TO WS-WA-REASON
           IF WS-WA-JOB-IDX = 0 OR WS-WA-JOB-IDX > WS-JOB-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-JT-SPONSOR(WS-WA-JOB-IDX) NOT = "N"
               AND WS-JT-AUTH-REQ(WS-WA-JOB-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-WA-STUDENT-CODE
           IF WS-CURRENT-PROFILE-INDEX > 0
               MOVE WS-WORK-AUTH(WS-CURRENT-PROFILE-INDEX)
                   TO WS-WA-STUDENT-CODE
           END-IF
           EVALUATE WS-WA-STUDENT-CODE
               WHEN "A"
                   CONTINUE
               WHEN "L"
                   IF WS-JT-SPONSOR(WS-WA-JOB-IDX) = "N"
                       SET WS-WA-INELIGIBLE TO TRUE
                       MOVE "the employer cannot sponsor a visa"
                           TO WS-WA-REASON
                   END-IF
               WHEN "S"
                   SET WS-WA-INELIGIBLE TO TRUE
                   IF WS-JT-AUTH-REQ(WS-WA-JOB-IDX) = "Y"
                       MOVE "applicants must already be authorized to "
                           & "work" TO WS-WA-REASON
                   ELSE
                       MOVE "the employer cannot sponsor a visa"
                           TO WS-WA-REASON
                   END-IF
               WHEN OTHER
                   SET WS-WA-NOT-STATED TO TRUE
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5662-DISPLAY-PROFILE-WORK-AUTH: Status line for the profile at
      *> WS-DISPLAY-PROFILE-INDEX. Callers decide visibility first.
      *>*****************************************************************
       5662-DISPLAY-PROFILE-WORK-AUTH.
           MOVE WS-WORK-AUTH(WS-DISPLAY-PROFILE-INDEX) TO WS-WA-CODE
           PERFORM 5665-WORK-AUTH-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Work Authorization: " FUNCTION TRIM(WS-WA-TEXT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5663-DISPLAY-JOB-WORK-AUTH: Posting flag lines for the posting
      *> at WS-WA-JOB-IDX; nothing when neither was stated.
      *>*****************************************************************
       5663-DISPLAY-JOB-WORK-AUTH.
           EVALUATE WS-JT-SPONSOR(WS-WA-JOB-IDX)
               WHEN "Y"
                   MOVE "Visa Sponsorship: Available" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               WHEN "N"
                   MOVE "Visa Sponsorship: Not available"
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           IF WS-JT-AUTH-REQ(WS-WA-JOB-IDX) = "Y"
               MOVE "Applicants must already be authorized to work."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5664-SHOW-APPLICANT-WORK-AUTH: Status line for the applicant at
      *> WS-BROWSE-IDX in 5344-VIEW-APPLICANTS-FOR-POSTING.
      *>*****************************************************************
       5664-SHOW-APPLICANT-WORK-AUTH.
           MOVE SPACE TO WS-WA-CODE
           PERFORM VARYING WS-WA-PROF-IDX FROM 1 BY 1
               UNTIL WS-WA-PROF-IDX > WS-PROFILE-COUNT
               IF WS-PROF-USERNAME(WS-WA-PROF-IDX)
                   = WS-AT-USERNAME(WS-BROWSE-IDX)
                   MOVE WS-WORK-AUTH(WS-WA-PROF-IDX) TO WS-WA-CODE
               END-IF
           END-PERFORM
           PERFORM 5665-WORK-AUTH-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "     Work Authorization: " FUNCTION TRIM(WS-WA-TEXT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5665-WORK-AUTH-TEXT: WS-WA-CODE in words into WS-WA-TEXT.
      *>*****************************************************************
       5665-WORK-AUTH-TEXT.
           EVALUATE WS-WA-CODE
               WHEN "A"
                   MOVE "Authorized to work" TO WS-WA-TEXT
               WHEN "L"
                   MOVE "Authorized now, will need sponsorship later"
                       TO WS-WA-TEXT
               WHEN "S"
                   MOVE "Will need visa sponsorship" TO WS-WA-TEXT
               WHEN OTHER
                   MOVE "Not stated" TO WS-WA-TEXT
           END-EVALUATE
           EXIT.
