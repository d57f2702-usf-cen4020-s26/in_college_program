      *>*****************************************************************
      *> FILE:    UNISEARCH_SRC.cpy
      *> PURPOSE: One search box on the main menu. A keyword is
      *>          matched, case-insensitively, against
      *>            - profiles: name, university and major for
      *>              everyone; About Me, skills and experience only
      *>              where the viewer could read them (public
      *>              profile, or a connection). Blocked and
      *>              deactivated accounts never appear (7651).
      *>            - open postings: approved and not past closing,
      *>              the same test Browse Jobs applies (5321/5309)
      *>            - groups: name and description
      *>            - upcoming events the user could see in Browse
      *>              Events (6630/6634)
      *>            - employer pages: name, industry, location and
      *>              description
      *>          Hits are ranked within each kind - the name equal to
      *>          the keyword first, then names starting with it, then
      *>          names containing it, then matches on another field -
      *>          and listed grouped, numbered across the whole list.
      *>          Picking a number opens the screen the item already
      *>          has elsewhere: the found-profile view (7520), job
      *>          details (5322), the group screen (6530), the event
      *>          with its RSVP toggle (6636), or the company page
      *>          (5424).
      *>
      *> PARAGRAPHS:
      *>   4261-UNIFIED-SEARCH        - Main menu entry point
      *>   4262-RANK-NAME             - Rank WS-USRCH-TEXT as the name
      *>   4263-RANK-OTHER-FIELD      - Rank WS-USRCH-TEXT as another
      *>                                field
      *>   4264-ADD-SEARCH-HIT        - Keep the row when it ranked
      *>   4265-SEARCH-PEOPLE
      *>   4266-SEARCH-POSTINGS
      *>   4267-SEARCH-GROUPS
      *>   4268-SEARCH-EVENTS
      *>   4269-SEARCH-EMPLOYERS
      *>   4270-SORT-SEARCH-HITS      - Kind order, best rank first
      *>   4271-LIST-SEARCH-HITS      - Grouped, numbered listing
      *>   4272-SEARCH-HIT-LINE       - One hit's line
      *>   4273-OPEN-SEARCH-HIT       - Open the picked hit
      *>   4274-OPEN-SEARCH-EVENT     - Event summary and RSVP
      *>
      *> DEPENDENCIES:
      *>   WS-UNISEARCH.cpy, SEARCH.cpy (7520), PROFILE.cpy (7126),
      *>   BLOCKUSER.cpy (7651), JOBSEXT_SRC.cpy (5322),
      *>   GROUPS_SRC.cpy (6530/6532), EVENTS_SRC.cpy (6631/6634/
      *>   6635/6636), EMPPAGE_SRC.cpy (5424), main.cob
      *>*****************************************************************

      *>*****************************************************************
      *> 4261-UNIFIED-SEARCH: Read the keyword, gather and rank the
      *> hits, then list them until the user goes back.
      *>*****************************************************************
       4261-UNIFIED-SEARCH.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== SEARCH EVERYTHING ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Search people, jobs, groups, events and employers "
               & "for: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-USRCH-KEYWORD
           MOVE WS-USRCH-KEYWORD TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           IF WS-USRCH-KEYWORD = SPACES
               MOVE "No search entered." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LOWER-CASE(WS-USRCH-KEYWORD)
               TO WS-USRCH-KEY-LOWER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-USRCH-KEYWORD))
               TO WS-USRCH-KEY-LEN

           MOVE 0 TO WS-USRCH-COUNT
           INITIALIZE WS-USRCH-KIND-TOTALS
           PERFORM 4265-SEARCH-PEOPLE
           PERFORM 4266-SEARCH-POSTINGS
           PERFORM 4267-SEARCH-GROUPS
           PERFORM 4268-SEARCH-EVENTS
           PERFORM 4269-SEARCH-EMPLOYERS
           PERFORM 4270-SORT-SEARCH-HITS

           MOVE "UNISEARCH" TO WS-RESULT-TYPE
           MOVE WS-USRCH-KEYWORD TO WS-RESULT-KEY
           IF WS-USRCH-COUNT = 0
               MOVE "NONE" TO WS-RESULT-OUTCOME
           ELSE
               MOVE "OK" TO WS-RESULT-OUTCOME
           END-IF
           PERFORM 8060-WRITE-RESULT

           IF WS-USRCH-COUNT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Nothing matched """
                   FUNCTION TRIM(WS-USRCH-KEYWORD) """."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-USRCH-CHOICE
           PERFORM UNTIL WS-USRCH-CHOICE = 0
               OR WS-PROGRAM-RUNNING = 0
               PERFORM 4271-LIST-SEARCH-HITS
               MOVE "Enter a result number to open it, or 0 to go "
                   & "back:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-USRCH-CHOICE-TEXT
               MOVE WS-USRCH-CHOICE-TEXT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               IF WS-USRCH-CHOICE-TEXT = SPACES
                   OR FUNCTION TRIM(WS-USRCH-CHOICE-TEXT)
                       IS NOT NUMERIC
                   MOVE 9999 TO WS-USRCH-CHOICE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-USRCH-CHOICE-TEXT)
                       TO WS-USRCH-CHOICE
               END-IF

               EVALUATE TRUE
                   WHEN WS-USRCH-CHOICE = 0
                       CONTINUE
                   WHEN WS-USRCH-CHOICE <= WS-USRCH-SHOWN
                       MOVE WS-USRCH-SHOWN-MAP(WS-USRCH-CHOICE)
                           TO WS-USRCH-IDX
                       PERFORM 4273-OPEN-SEARCH-HIT
                   WHEN OTHER
                       MOVE "Invalid selection. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4262-RANK-NAME: WS-USRCH-TEXT is the row's name or title.
      *> Raises WS-USRCH-RANK-NOW to 4 when it is the keyword, 3 when
      *> it starts with it, 2 when it contains it.
      *>*****************************************************************
       4262-RANK-NAME.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-USRCH-TEXT))
               TO WS-USRCH-TEXT
           IF WS-USRCH-TEXT = WS-USRCH-KEY-LOWER
               MOVE 4 TO WS-USRCH-RANK-NOW
               EXIT PARAGRAPH
           END-IF
           IF WS-USRCH-TEXT(1:WS-USRCH-KEY-LEN) =
               WS-USRCH-KEY-LOWER(1:WS-USRCH-KEY-LEN)
               IF WS-USRCH-RANK-NOW < 3
                   MOVE 3 TO WS-USRCH-RANK-NOW
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USRCH-HIT
           INSPECT WS-USRCH-TEXT TALLYING WS-USRCH-HIT
               FOR ALL WS-USRCH-KEY-LOWER(1:WS-USRCH-KEY-LEN)
           IF WS-USRCH-HIT > 0
               AND WS-USRCH-RANK-NOW < 2
               MOVE 2 TO WS-USRCH-RANK-NOW
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4263-RANK-OTHER-FIELD: WS-USRCH-TEXT is any other searched
      *> field; raises WS-USRCH-RANK-NOW to 1 when it contains the
      *> keyword.
      *>*****************************************************************
       4263-RANK-OTHER-FIELD.
           IF WS-USRCH-RANK-NOW > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-USRCH-TEXT) TO WS-USRCH-TEXT
           MOVE 0 TO WS-USRCH-HIT
           INSPECT WS-USRCH-TEXT TALLYING WS-USRCH-HIT
               FOR ALL WS-USRCH-KEY-LOWER(1:WS-USRCH-KEY-LEN)
           IF WS-USRCH-HIT > 0
               MOVE 1 TO WS-USRCH-RANK-NOW
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4264-ADD-SEARCH-HIT: Keep row WS-USRCH-NEW-ROW of kind
      *> WS-USRCH-NEW-KIND when it ranked. The table holds every row
      *> of every kind, so nothing is dropped before ranking.
      *>*****************************************************************
       4264-ADD-SEARCH-HIT.
           IF WS-USRCH-RANK-NOW = 0
               OR WS-USRCH-COUNT >= WS-CONST-MAX-SEARCH-RESULTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USRCH-COUNT
           MOVE WS-USRCH-NEW-KIND TO WS-USRCH-KIND(WS-USRCH-COUNT)
           MOVE WS-USRCH-NEW-ROW TO WS-USRCH-ROW(WS-USRCH-COUNT)
           MOVE WS-USRCH-RANK-NOW TO WS-USRCH-RANK(WS-USRCH-COUNT)
           ADD 1 TO WS-USRCH-KIND-TOTAL(WS-USRCH-NEW-KIND)
           EXIT.

      *>*****************************************************************
      *> 4265-SEARCH-PEOPLE: Name, university and major are on every
      *> profile's public header (7110); the rest only counts where the
      *> full profile would be shown to this viewer (7520).
      *>*****************************************************************
       4265-SEARCH-PEOPLE.
           MOVE 1 TO WS-USRCH-NEW-KIND
           PERFORM VARYING WS-USRCH-SCAN FROM 1 BY 1
               UNTIL WS-USRCH-SCAN > WS-PROFILE-COUNT
               IF WS-HAS-PROFILE(WS-USRCH-SCAN) = 1
                   AND FUNCTION TRIM(WS-PROF-USERNAME(WS-USRCH-SCAN))
                       NOT = FUNCTION TRIM(
                           WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE WS-PROF-USERNAME(WS-USRCH-SCAN)
                       TO WS-BLOCK-TARGET-USERNAME
                   PERFORM 7651-CHECK-BLOCKED
                   IF WS-BLOCK-IS-BLOCKED = 0
                       MOVE 0 TO WS-USRCH-RANK-NOW
                       MOVE SPACES TO WS-USRCH-TEXT
                       STRING
                           FUNCTION TRIM(WS-FIRST-NAME(WS-USRCH-SCAN))
                           " "
                           FUNCTION TRIM(WS-LAST-NAME(WS-USRCH-SCAN))
                           DELIMITED BY SIZE INTO WS-USRCH-TEXT
                       END-STRING
                       PERFORM 4262-RANK-NAME
                       MOVE WS-UNIVERSITY(WS-USRCH-SCAN)
                           TO WS-USRCH-TEXT
                       PERFORM 4263-RANK-OTHER-FIELD
                       MOVE WS-MAJOR(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                       PERFORM 4263-RANK-OTHER-FIELD

                       MOVE 1 TO WS-USRCH-DETAILS-OK
                       IF PROFILE-VIS-CONNECTIONS(WS-USRCH-SCAN)
                           MOVE WS-USRCH-SCAN
                               TO WS-DISPLAY-PROFILE-INDEX
                           PERFORM 7126-CHECK-VIEWER-CONNECTED
                           MOVE WS-PROFILE-VIEWER-CONNECTED
                               TO WS-USRCH-DETAILS-OK
                       END-IF
                       IF WS-USRCH-DETAILS-OK = 1
                           MOVE WS-ABOUT-ME(WS-USRCH-SCAN)
                               TO WS-USRCH-TEXT
                           PERFORM 4263-RANK-OTHER-FIELD
                           PERFORM VARYING WS-USRCH-SUB FROM 1 BY 1
                               UNTIL WS-USRCH-SUB >
                                   WS-SKILL-COUNT(WS-USRCH-SCAN)
                               MOVE WS-SKILL-NAME(WS-USRCH-SCAN,
                                   WS-USRCH-SUB) TO WS-USRCH-TEXT
                               PERFORM 4263-RANK-OTHER-FIELD
                           END-PERFORM
                           PERFORM VARYING WS-USRCH-SUB FROM 1 BY 1
                               UNTIL WS-USRCH-SUB >
                                   WS-EXP-COUNT(WS-USRCH-SCAN)
                               MOVE SPACES TO WS-USRCH-TEXT
                               STRING WS-EXP-TITLE(WS-USRCH-SCAN,
                                       WS-USRCH-SUB) " "
                                   WS-EXP-COMPANY(WS-USRCH-SCAN,
                                       WS-USRCH-SUB)
                                   DELIMITED BY SIZE INTO WS-USRCH-TEXT
                               END-STRING
                               PERFORM 4263-RANK-OTHER-FIELD
                           END-PERFORM
                       END-IF

                       MOVE WS-USRCH-SCAN TO WS-USRCH-NEW-ROW
                       PERFORM 4264-ADD-SEARCH-HIT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4266-SEARCH-POSTINGS: Open postings only - approved and not
      *> past closing, as Browse Jobs lists them.
      *>*****************************************************************
       4266-SEARCH-POSTINGS.
           MOVE 2 TO WS-USRCH-NEW-KIND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM VARYING WS-USRCH-SCAN FROM 1 BY 1
               UNTIL WS-USRCH-SCAN > WS-JOB-COUNT
               IF WS-JT-REVIEW(WS-USRCH-SCAN) NOT = "P"
                   AND WS-JT-REVIEW(WS-USRCH-SCAN) NOT = "R"
                   AND (WS-JT-CLOSING-DATE(WS-USRCH-SCAN) = 0
                       OR WS-JT-CLOSING-DATE(WS-USRCH-SCAN)
                           >= WS-TODAY-DATE)
                   MOVE 0 TO WS-USRCH-RANK-NOW
                   MOVE WS-JT-TITLE(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4262-RANK-NAME
                   MOVE WS-JT-EMPLOYER(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-JT-LOCATION(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-JT-CATEGORY(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-JT-TYPE(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-JT-DESC(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-USRCH-SCAN TO WS-USRCH-NEW-ROW
                   PERFORM 4264-ADD-SEARCH-HIT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4267-SEARCH-GROUPS: Every group is listed in Browse Groups,
      *> private ones included (their board is what is members-only).
      *>*****************************************************************
       4267-SEARCH-GROUPS.
           MOVE 3 TO WS-USRCH-NEW-KIND
           PERFORM VARYING WS-USRCH-SCAN FROM 1 BY 1
               UNTIL WS-USRCH-SCAN > WS-GROUP-COUNT
               MOVE 0 TO WS-USRCH-RANK-NOW
               MOVE WS-GRT-NAME(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4262-RANK-NAME
               MOVE WS-GRT-DESC(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4263-RANK-OTHER-FIELD
               MOVE WS-USRCH-SCAN TO WS-USRCH-NEW-ROW
               PERFORM 4264-ADD-SEARCH-HIT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4268-SEARCH-EVENTS: The events Browse Events would show this
      *> user - upcoming, for their school or campus-wide, and group
      *> events only for the group's members.
      *>*****************************************************************
       4268-SEARCH-EVENTS.
           MOVE 4 TO WS-USRCH-NEW-KIND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM VARYING WS-USRCH-SCAN FROM 1 BY 1
               UNTIL WS-USRCH-SCAN > WS-EVENT-COUNT
               MOVE WS-USRCH-SCAN TO WS-EVT-IDX
               PERFORM 6634-CHECK-EVENT-ACCESS
               IF WS-EVT-DATE(WS-USRCH-SCAN) >= WS-TODAY-DATE
                  AND WS-EVT-ACCESS-OK = 1
                  AND (WS-EVT-UNIVERSITY(WS-USRCH-SCAN) = SPACES
                       OR WS-CURRENT-PROFILE-INDEX = 0
                       OR FUNCTION TRIM(
                              WS-EVT-UNIVERSITY(WS-USRCH-SCAN))
                          = FUNCTION TRIM(
                              WS-UNIVERSITY(WS-CURRENT-PROFILE-INDEX)))
                   MOVE 0 TO WS-USRCH-RANK-NOW
                   MOVE WS-EVT-NAME(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4262-RANK-NAME
                   MOVE WS-EVT-LOCATION(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-EVT-HOST(WS-USRCH-SCAN) TO WS-USRCH-TEXT
                   PERFORM 4263-RANK-OTHER-FIELD
                   MOVE WS-USRCH-SCAN TO WS-USRCH-NEW-ROW
                   PERFORM 4264-ADD-SEARCH-HIT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4269-SEARCH-EMPLOYERS: Approved employers' company pages.
      *>*****************************************************************
       4269-SEARCH-EMPLOYERS.
           MOVE 5 TO WS-USRCH-NEW-KIND
           PERFORM VARYING WS-USRCH-SCAN FROM 1 BY 1
               UNTIL WS-USRCH-SCAN > WS-EMPLOYER-COUNT
               MOVE 0 TO WS-USRCH-RANK-NOW
               MOVE WS-ET-NAME(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4262-RANK-NAME
               MOVE WS-ET-INDUSTRY(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4263-RANK-OTHER-FIELD
               MOVE WS-ET-LOCATION(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4263-RANK-OTHER-FIELD
               MOVE WS-ET-DESC(WS-USRCH-SCAN) TO WS-USRCH-TEXT
               PERFORM 4263-RANK-OTHER-FIELD
               MOVE WS-USRCH-SCAN TO WS-USRCH-NEW-ROW
               PERFORM 4264-ADD-SEARCH-HIT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4270-SORT-SEARCH-HITS: Insertion sort on kind, then rank
      *> descending. Stable, so equal ranks keep file order.
      *>*****************************************************************
       4270-SORT-SEARCH-HITS.
           PERFORM VARYING WS-USRCH-IDX FROM 2 BY 1
               UNTIL WS-USRCH-IDX > WS-USRCH-COUNT
               MOVE WS-USRCH-ENTRY(WS-USRCH-IDX) TO WS-USRCH-HOLD
               MOVE WS-USRCH-IDX TO WS-USRCH-SCAN
               MOVE "Y" TO WS-USRCH-MOVING
               PERFORM UNTIL WS-USRCH-MOVING = "N"
                   IF WS-USRCH-SCAN = 1
                       MOVE "N" TO WS-USRCH-MOVING
                   ELSE
                       IF WS-USRCH-KIND(WS-USRCH-SCAN - 1)
                           > WS-USRCH-HOLD-KIND
                          OR (WS-USRCH-KIND(WS-USRCH-SCAN - 1)
                           = WS-USRCH-HOLD-KIND
                          AND WS-USRCH-RANK(WS-USRCH-SCAN - 1)
                           < WS-USRCH-HOLD-RANK)
                           MOVE WS-USRCH-ENTRY(WS-USRCH-SCAN - 1)
                               TO WS-USRCH-ENTRY(WS-USRCH-SCAN)
                           SUBTRACT 1 FROM WS-USRCH-SCAN
                       ELSE
                           MOVE "N" TO WS-USRCH-MOVING
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-USRCH-HOLD TO WS-USRCH-ENTRY(WS-USRCH-SCAN)
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4271-LIST-SEARCH-HITS: One block per kind with hits, the best
      *> WS-CONST-SEARCH-PER-GROUP of each numbered for picking.
      *>*****************************************************************
       4271-LIST-SEARCH-HITS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "--- Results for """
               FUNCTION TRIM(WS-USRCH-KEYWORD) """ ---"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-USRCH-SHOWN
           MOVE 0 TO WS-USRCH-KIND-NOW
           PERFORM VARYING WS-USRCH-IDX FROM 1 BY 1
               UNTIL WS-USRCH-IDX > WS-USRCH-COUNT
               IF WS-USRCH-KIND(WS-USRCH-IDX) NOT = WS-USRCH-KIND-NOW
                   MOVE WS-USRCH-KIND(WS-USRCH-IDX) TO WS-USRCH-KIND-NOW
                   MOVE 0 TO WS-USRCH-IN-KIND
                   MOVE WS-USRCH-KIND-TOTAL(WS-USRCH-KIND-NOW)
                       TO WS-USRCH-N1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   EVALUATE WS-USRCH-KIND-NOW
                       WHEN 1
                           STRING "People (" FUNCTION TRIM(WS-USRCH-N1)
                               "):" DELIMITED BY SIZE
                               INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN 2
                           STRING "Jobs (" FUNCTION TRIM(WS-USRCH-N1)
                               "):" DELIMITED BY SIZE
                               INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN 3
                           STRING "Groups (" FUNCTION TRIM(WS-USRCH-N1)
                               "):" DELIMITED BY SIZE
                               INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN 4
                           STRING "Events (" FUNCTION TRIM(WS-USRCH-N1)
                               "):" DELIMITED BY SIZE
                               INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN OTHER
                           STRING "Employers ("
                               FUNCTION TRIM(WS-USRCH-N1)
                               "):" DELIMITED BY SIZE
                               INTO WS-OUTPUT-LINE
                           END-STRING
                   END-EVALUATE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               ADD 1 TO WS-USRCH-IN-KIND
               IF WS-USRCH-IN-KIND <= WS-CONST-SEARCH-PER-GROUP
                   ADD 1 TO WS-USRCH-SHOWN
                   MOVE WS-USRCH-IDX
                       TO WS-USRCH-SHOWN-MAP(WS-USRCH-SHOWN)
                   PERFORM 4272-SEARCH-HIT-LINE
               END-IF
               IF WS-USRCH-IN-KIND = WS-CONST-SEARCH-PER-GROUP
                   AND WS-USRCH-KIND-TOTAL(WS-USRCH-KIND-NOW)
                       > WS-CONST-SEARCH-PER-GROUP
                   SUBTRACT WS-CONST-SEARCH-PER-GROUP
                       FROM WS-USRCH-KIND-TOTAL(WS-USRCH-KIND-NOW)
                       GIVING WS-USRCH-N2
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "   ... and " FUNCTION TRIM(WS-USRCH-N2)
                       " more; add words to narrow the search."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           MOVE "-----------------------------" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4272-SEARCH-HIT-LINE: Listed number WS-USRCH-SHOWN for hit
      *> WS-USRCH-IDX, in the style of the kind's own list.
      *>*****************************************************************
       4272-SEARCH-HIT-LINE.
           MOVE WS-USRCH-SHOWN TO WS-USRCH-N1
           MOVE WS-USRCH-ROW(WS-USRCH-IDX) TO WS-USRCH-SCAN
           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN USRCH-KIND-PERSON(WS-USRCH-IDX)
                   STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                       FUNCTION TRIM(WS-FIRST-NAME(WS-USRCH-SCAN)) " "
                       FUNCTION TRIM(WS-LAST-NAME(WS-USRCH-SCAN))
                       " - " FUNCTION TRIM(WS-UNIVERSITY(WS-USRCH-SCAN))
                       ", " FUNCTION TRIM(WS-MAJOR(WS-USRCH-SCAN))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN USRCH-KIND-POSTING(WS-USRCH-IDX)
                   STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                       FUNCTION TRIM(WS-JT-TITLE(WS-USRCH-SCAN))
                       " at "
                       FUNCTION TRIM(WS-JT-EMPLOYER(WS-USRCH-SCAN))
                       " (" FUNCTION TRIM(WS-JT-LOCATION(WS-USRCH-SCAN))
                       ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN USRCH-KIND-GROUP(WS-USRCH-IDX)
                   MOVE WS-USRCH-SCAN TO WS-GRP-SELECTED-IDX
                   PERFORM 6532-COUNT-GROUP-MEMBERS
                   STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                       FUNCTION TRIM(WS-GRT-NAME(WS-USRCH-SCAN))
                       " (" WS-GRP-MEMBER-COUNT " member(s))"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN USRCH-KIND-EVENT(WS-USRCH-IDX)
                   STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                       FUNCTION TRIM(WS-EVT-NAME(WS-USRCH-SCAN))
                       " on " WS-EVT-DATE(WS-USRCH-SCAN)
                       " at "
                       FUNCTION TRIM(WS-EVT-LOCATION(WS-USRCH-SCAN))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               WHEN OTHER
                   IF WS-ET-INDUSTRY(WS-USRCH-SCAN) = SPACES
                       STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                           FUNCTION TRIM(WS-ET-NAME(WS-USRCH-SCAN))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "  " FUNCTION TRIM(WS-USRCH-N1) ". "
                           FUNCTION TRIM(WS-ET-NAME(WS-USRCH-SCAN))
                           " - "
                           FUNCTION TRIM(WS-ET-INDUSTRY(WS-USRCH-SCAN))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
           END-EVALUATE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4273-OPEN-SEARCH-HIT: Open hit WS-USRCH-IDX on its own screen.
      *>*****************************************************************
       4273-OPEN-SEARCH-HIT.
           MOVE WS-USRCH-ROW(WS-USRCH-IDX) TO WS-USRCH-SCAN
           EVALUATE TRUE
               WHEN USRCH-KIND-PERSON(WS-USRCH-IDX)
                   MOVE WS-USRCH-SCAN TO WS-SEARCH-FOUND-INDEX
                   PERFORM 7520-DISPLAY-FOUND-PROFILE
               WHEN USRCH-KIND-POSTING(WS-USRCH-IDX)
                   MOVE WS-USRCH-SCAN TO WS-SELECTED-JOB-IDX
                   PERFORM 5322-SHOW-JOB-DETAILS
               WHEN USRCH-KIND-GROUP(WS-USRCH-IDX)
                   MOVE WS-USRCH-SCAN TO WS-GRP-SELECTED-IDX
                   PERFORM 6530-GROUP-SCREEN
               WHEN USRCH-KIND-EVENT(WS-USRCH-IDX)
                   PERFORM 4274-OPEN-SEARCH-EVENT
               WHEN OTHER
                   MOVE WS-ET-NAME(WS-USRCH-SCAN) TO WS-EMP-LOOKUP-NAME
                   PERFORM 5424-SHOW-EMPLOYER-PAGE
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 4274-OPEN-SEARCH-EVENT: The event as Browse Events lists it,
      *> then the same RSVP toggle (6636) after a YES.
      *>*****************************************************************
       4274-OPEN-SEARCH-EVENT.
           MOVE WS-USRCH-SCAN TO WS-EVT-IDX
           MOVE WS-USRCH-SCAN TO WS-EVT-SELECTED-IDX
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Event ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-EVT-NAME(WS-EVT-IDX))
               " on " WS-EVT-DATE(WS-EVT-IDX)
               " at " FUNCTION TRIM(WS-EVT-LOCATION(WS-EVT-IDX))
               " (host: " FUNCTION TRIM(WS-EVT-HOST(WS-EVT-IDX)) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 6635-FIND-EVENT-GROUP-NAME
           IF WS-EVT-GRP-NAME NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Group event: " FUNCTION TRIM(WS-EVT-GRP-NAME)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-EVT-BOOTHS(WS-EVT-IDX) > 0
               PERFORM 6696-SHOW-FAIR-EXHIBITORS
           END-IF

           PERFORM 6631-CHECK-EVENT-RSVP
           IF WS-EVT-RSVP-FLAG = 1
               MOVE "You have RSVP'd. Cancel your RSVP? (YES/NO): "
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE "RSVP to this event? (YES/NO): " TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-USRCH-ANSWER
           MOVE WS-USRCH-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-USRCH-ANSWER = "YES" OR WS-USRCH-ANSWER = "Y"
               PERFORM 6636-TOGGLE-EVENT-RSVP
           END-IF
           EXIT.
