      *>          events for their school, RSVP, and see their
      *>          upcoming events at login; an event's creator sees
      *>          the attendee list. Events persist in EVENTS.DAT
      *>          (append-only), RSVPs in RSVPS.DAT. A group's creator
      *>          or moderators can also hold an event for the group
      *>          alone (club meetings): only members see it in
      *>          Browse, it is announced on the group's board, and
      *>          members find it in their feed.
      *>
      *> PARAGRAPHS:
      *>   6610-LOAD-EVENTS        - Load EVENTS.DAT at startup
      *>   6600-EVENTS-MENU        - Entry point
      *>   6620-CREATE-EVENT       - Create an event (host must pass
      *>                             the approved-employer check)
      *>   6621-CREATE-GROUP-EVENT - Create an event owned by the
      *>                             group at WS-GRP-SELECTED-IDX
      *>   6622-APPEND-EVENT       - Append the newest table row to
      *>                             EVENTS.DAT
      *>   6630-BROWSE-EVENTS      - Upcoming events for the user's
      *>                             university (or campus-wide ones);
      *>                             pick one to toggle an RSVP
      *>   6636-TOGGLE-EVENT-RSVP  - Cancel or record the user's RSVP
      *>                             to the event at WS-EVT-SELECTED-IDX
      *>   6631-CHECK-EVENT-RSVP   - Has the user RSVP'd to the event
      *>                             at WS-EVT-SELECTED-IDX?
      *>   6634-CHECK-EVENT-ACCESS - May the user see the event at
      *>                             WS-EVT-IDX (group events are for
      *>                             members only)?
      *>   6635-FIND-EVENT-GROUP-NAME - Owning group's name
      *>   6640-MY-EVENTS          - The user's upcoming RSVPs
      *>   6650-EVENT-ATTENDEES    - Attendee list for events the user
      *>                             created
      *>                    WS-TODAY-DATE
      *>   JOBS_SRC.cpy  - 5303-VALIDATE-EMPLOYER,
      *>                    5307-VALIDATE-CLOSING-DATE
      *>   WS-GROUPS.cpy - WS-GROUP-TABLE, WS-GRPMEM-TABLE
      *>   main.cob      - 8000-WRITE-OUTPUT, 8100-READ-INPUT,
      *>                    EVENTS-FILE, RSVPS-FILE, GROUPPOSTS-FILE
      *>   EVTSURVEY_SRC.cpy - 6686-EVENT-FEEDBACK-REPORT (menu 8)
      *>   BOOTHS_SRC.cpy    - 6693-REGISTER-BOOTH (menu 9),
      *>                       6696-SHOW-FAIR-EXHIBITORS (Browse)
      *>*****************************************************************

      *>*****************************************************************
                       ELSE
                           MOVE 0 TO WS-EVT-CAPACITY(WS-EVENT-COUNT)
                       END-IF
      *> Rows from before group events are campus events.
                       IF EVT-GROUP-ID IS NUMERIC
                           MOVE EVT-GROUP-ID
                               TO WS-EVT-GROUP-ID(WS-EVENT-COUNT)
                       ELSE
                           MOVE 0 TO WS-EVT-GROUP-ID(WS-EVENT-COUNT)
                       END-IF
                       IF EVT-POSTED IS NUMERIC
                           MOVE EVT-POSTED
                               TO WS-EVT-POSTED(WS-EVENT-COUNT)
                       ELSE
                           MOVE 0 TO WS-EVT-POSTED(WS-EVENT-COUNT)
                       END-IF
                       IF EVT-BOOTHS IS NUMERIC
                           MOVE EVT-BOOTHS
                               TO WS-EVT-BOOTHS(WS-EVENT-COUNT)
                       ELSE
                           MOVE 0 TO WS-EVT-BOOTHS(WS-EVENT-COUNT)
                       END-IF
                       IF WS-EVT-ID(WS-EVENT-COUNT) >= WS-EVT-NEXT-ID
                           COMPUTE WS-EVT-NEXT-ID =
                               WS-EVT-ID(WS-EVENT-COUNT) + 1
           END-PERFORM
           CLOSE RSVPS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-RSVPS-PATH
           MOVE "RSVPS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-RSVPS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-RSVPS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-RSVPS-TMP-PATH
               WS-RSVPS-PATH
               RETURNING WS-CRASH-SAFE-RC
       6600-EVENTS-MENU.
           MOVE "1" TO WS-EVT-MENU-CHOICE

           PERFORM UNTIL WS-EVT-MENU-CHOICE = "10"
               OR WS-PROGRAM-RUNNING = 0

               MOVE " " TO WS-OUTPUT-LINE
               MOVE "7. Generate Resume Book (my events)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "8. Event Feedback Report (my events)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "9. Register a Career Fair Booth (recruiters)"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "10. Back to Main Menu" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
                   WHEN "7"
                       PERFORM 6860-GENERATE-RESUME-BOOK
                   WHEN "8"
                       PERFORM 6686-EVENT-FEEDBACK-REPORT
                   WHEN "9"
                       PERFORM 6693-REGISTER-BOOTH
                   WHEN "10"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
           MOVE WS-EVT-TEMP-CAPACITY TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Employer booths if this is a career fair (blank or "
               & "0 = not a fair): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVT-TEMP-BOOTHS
           MOVE WS-EVT-TEMP-BOOTHS TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-EVT-TEMP-BOOTHS) NOT = SPACES
              AND (FUNCTION TRIM(WS-EVT-TEMP-BOOTHS) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-EVT-TEMP-BOOTHS) > 999)
               MOVE "Booths must be a number from 0 to 999."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-EVT-NEXT-ID TO WS-EVT-ID(WS-EVENT-COUNT)
           MOVE WS-EVT-TEMP-NAME TO WS-EVT-NAME(WS-EVENT-COUNT)
           ELSE
               MOVE 0 TO WS-EVT-CAPACITY(WS-EVENT-COUNT)
           END-IF
           MOVE 0 TO WS-EVT-GROUP-ID(WS-EVENT-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-EVT-POSTED(WS-EVENT-COUNT)
           IF FUNCTION TRIM(WS-EVT-TEMP-BOOTHS) = SPACES
               MOVE 0 TO WS-EVT-BOOTHS(WS-EVENT-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(WS-EVT-TEMP-BOOTHS)
                   TO WS-EVT-BOOTHS(WS-EVENT-COUNT)
           END-IF

           PERFORM 6622-APPEND-EVENT
           IF WS-EVT-WRITE-OK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Event created (#" WS-EVT-ID(WS-EVENT-COUNT) ")."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 6622-APPEND-EVENT: Append the table row at WS-EVENT-COUNT to
      *> EVENTS.DAT. On failure the row is dropped again and
      *> WS-EVT-WRITE-OK is 0.
      *>*****************************************************************
       6622-APPEND-EVENT.
           MOVE 0 TO WS-EVT-WRITE-OK
           MOVE WS-EVT-ID(WS-EVENT-COUNT)         TO EVT-ID
           MOVE WS-EVT-NAME(WS-EVENT-COUNT)       TO EVT-NAME
           MOVE WS-EVT-DATE(WS-EVENT-COUNT)       TO EVT-DATE
           MOVE WS-EVT-UNIVERSITY(WS-EVENT-COUNT) TO EVT-UNIVERSITY
           MOVE WS-EVT-CREATOR(WS-EVENT-COUNT)    TO EVT-CREATOR
           MOVE WS-EVT-CAPACITY(WS-EVENT-COUNT)   TO EVT-CAPACITY
           MOVE WS-EVT-GROUP-ID(WS-EVENT-COUNT)   TO EVT-GROUP-ID
           MOVE WS-EVT-POSTED(WS-EVENT-COUNT)     TO EVT-POSTED
           MOVE WS-EVT-BOOTHS(WS-EVENT-COUNT)     TO EVT-BOOTHS

           OPEN EXTEND EVENTS-FILE
           IF WS-EVENTS-STATUS = WS-CONST-FS-NOT-FOUND
           WRITE EVT-RECORD
           CLOSE EVENTS-FILE
           ADD 1 TO WS-EVT-NEXT-ID
           MOVE 1 TO WS-EVT-WRITE-OK
           EXIT.

      *>*****************************************************************
      *> 6621-CREATE-GROUP-EVENT: A club meeting owned by the group at
      *> WS-GRP-SELECTED-IDX, from the group's Manage screen (creator
      *> and moderators only, 6580). No approved-employer host: the
      *> group itself hosts. The event is announced on the group's
      *> board; members also see it in My Feed (6850).
      *>*****************************************************************
       6621-CREATE-GROUP-EVENT.
           IF WS-EVENT-COUNT >= WS-CONST-MAX-EVENTS
               MOVE "The event list is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Event name (max 50 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVT-TEMP-NAME
           MOVE WS-EVT-TEMP-NAME TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EVT-TEMP-NAME = SPACES
               MOVE "Event name is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLOSING-DATE-VALID
           PERFORM UNTIL WS-CLOSING-DATE-VALID = 1
               MOVE "Event date (YYYYMMDD): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE INPUT-RECORD TO WS-TEMP-JOB-CLOSING-DATE
               MOVE WS-TEMP-JOB-CLOSING-DATE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 5307-VALIDATE-CLOSING-DATE
               IF WS-CLOSING-DATE-VALID = 0
                   MOVE "Invalid date. Must be YYYYMMDD."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           MOVE "Location (max 50 chars): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVT-TEMP-LOCATION
           MOVE WS-EVT-TEMP-LOCATION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Seat capacity (blank or 0 = unlimited): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVT-TEMP-CAPACITY
           MOVE WS-EVT-TEMP-CAPACITY TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-EVT-NEXT-ID TO WS-EVT-ID(WS-EVENT-COUNT)
           MOVE WS-EVT-TEMP-NAME TO WS-EVT-NAME(WS-EVENT-COUNT)
           MOVE WS-TEMP-CLOSING-DATE-NUM
               TO WS-EVT-DATE(WS-EVENT-COUNT)
           MOVE WS-EVT-TEMP-LOCATION
               TO WS-EVT-LOCATION(WS-EVENT-COUNT)
           MOVE WS-GRT-NAME(WS-GRP-SELECTED-IDX)
               TO WS-EVT-HOST(WS-EVENT-COUNT)
           MOVE SPACES TO WS-EVT-UNIVERSITY(WS-EVENT-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-EVT-CREATOR(WS-EVENT-COUNT)
           IF FUNCTION TRIM(WS-EVT-TEMP-CAPACITY) IS NUMERIC
               AND FUNCTION TRIM(WS-EVT-TEMP-CAPACITY) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EVT-TEMP-CAPACITY)
                   TO WS-EVT-CAPACITY(WS-EVENT-COUNT)
           ELSE
               MOVE 0 TO WS-EVT-CAPACITY(WS-EVENT-COUNT)
           END-IF
           MOVE WS-GRT-ID(WS-GRP-SELECTED-IDX)
               TO WS-EVT-GROUP-ID(WS-EVENT-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-EVT-POSTED(WS-EVENT-COUNT)
           MOVE 0 TO WS-EVT-BOOTHS(WS-EVENT-COUNT)

           PERFORM 6622-APPEND-EVENT
           IF WS-EVT-WRITE-OK = 0
               EXIT PARAGRAPH
           END-IF

      *>    Announce it on the board, the same way 6545 posts.
           MOVE FUNCTION CURRENT-DATE TO WS-GRP-CURRENT-DATE
           MOVE SPACES TO WS-GRP-TIMESTAMP
           STRING WS-GRP-CURRENT-DATE(1:4) "-"
                  WS-GRP-CURRENT-DATE(5:2) "-"
                  WS-GRP-CURRENT-DATE(7:2) " "
                  WS-GRP-CURRENT-DATE(9:2) ":"
                  WS-GRP-CURRENT-DATE(11:2) ":"
                  WS-GRP-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-GRP-TIMESTAMP
           END-STRING
           MOVE WS-GRT-ID(WS-GRP-SELECTED-IDX) TO GP-GROUP-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO GP-AUTHOR
           MOVE SPACES TO GP-TEXT
           STRING "NEW GROUP EVENT: "
               FUNCTION TRIM(WS-EVT-NAME(WS-EVENT-COUNT))
               " on " WS-EVT-DATE(WS-EVENT-COUNT) " at "
               FUNCTION TRIM(WS-EVT-LOCATION(WS-EVENT-COUNT))
               ". RSVP under Career Events > Browse."
               DELIMITED BY SIZE INTO GP-TEXT
           END-STRING
           MOVE WS-GRP-TIMESTAMP TO GP-TIMESTAMP
           OPEN EXTEND GROUPPOSTS-FILE
           IF WS-GRPPOST-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE GROUPPOSTS-FILE
               OPEN OUTPUT GROUPPOSTS-FILE
               CLOSE GROUPPOSTS-FILE
               OPEN EXTEND GROUPPOSTS-FILE
           END-IF
           IF WS-GRPPOST-STATUS = WS-CONST-FS-OK
               WRITE GP-RECORD
               CLOSE GROUPPOSTS-FILE
           ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "WARNING: Could not post the event to the "
                   "group board. STATUS=" WS-GRPPOST-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Group event created (#" WS-EVT-ID(WS-EVENT-COUNT)
               ") and posted to the group board."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6634-CHECK-EVENT-ACCESS: WS-EVT-ACCESS-OK is 1 when the
      *> current user may see the event at WS-EVT-IDX - every campus
      *> event, and a group event only for members of the group. A
      *> private group's join approval (GRPMOD_SRC.cpy) therefore
      *> gates its events too.
      *>*****************************************************************
       6634-CHECK-EVENT-ACCESS.
           MOVE 1 TO WS-EVT-ACCESS-OK
           IF WS-EVT-GROUP-ID(WS-EVT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVT-ACCESS-OK
           PERFORM VARYING WS-EVT-GRP-SCAN FROM 1 BY 1
               UNTIL WS-EVT-GRP-SCAN > WS-GRPMEM-COUNT
                   OR WS-EVT-ACCESS-OK = 1
               IF WS-GMT-GROUP-ID(WS-EVT-GRP-SCAN) =
                   WS-EVT-GROUP-ID(WS-EVT-IDX)
                  AND FUNCTION TRIM(WS-GMT-USERNAME(WS-EVT-GRP-SCAN)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE 1 TO WS-EVT-ACCESS-OK
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6635-FIND-EVENT-GROUP-NAME: WS-EVT-GRP-NAME for the group
      *> owning the event at WS-EVT-IDX (spaces for campus events).
      *>*****************************************************************
       6635-FIND-EVENT-GROUP-NAME.
           MOVE SPACES TO WS-EVT-GRP-NAME
           IF WS-EVT-GROUP-ID(WS-EVT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVT-GRP-SCAN FROM 1 BY 1
               UNTIL WS-EVT-GRP-SCAN > WS-GROUP-COUNT
               IF WS-GRT-ID(WS-EVT-GRP-SCAN) =
                   WS-EVT-GROUP-ID(WS-EVT-IDX)
                   MOVE WS-GRT-NAME(WS-EVT-GRP-SCAN) TO WS-EVT-GRP-NAME
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6630-BROWSE-EVENTS: Upcoming events for the user's university
      *> (campus-wide events always show), filtered the way the
      *> "Who's Hiring Near My School" report filters by
      *> WS-UNIVERSITY. Group events show to the group's members
      *> only (6634). Picking one toggles the user's RSVP.
      *>*****************************************************************
       6630-BROWSE-EVENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               PERFORM 6634-CHECK-EVENT-ACCESS
               IF WS-EVT-DATE(WS-EVT-IDX) >= WS-TODAY-DATE
                  AND WS-EVT-ACCESS-OK = 1
                  AND (WS-EVT-UNIVERSITY(WS-EVT-IDX) = SPACES
                       OR WS-CURRENT-PROFILE-INDEX = 0
                       OR FUNCTION TRIM(WS-EVT-UNIVERSITY(WS-EVT-IDX)) =
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-EVT-BOOTHS(WS-EVT-IDX) > 0
                       PERFORM 6696-SHOW-FAIR-EXHIBITORS
                   END-IF
               END-IF
           END-PERFORM

           END-IF

           MOVE WS-EVT-INDEX-MAP(WS-EVT-CHOICE) TO WS-EVT-SELECTED-IDX
           PERFORM 6636-TOGGLE-EVENT-RSVP
           EXIT.

      *>*****************************************************************
      *> 6636-TOGGLE-EVENT-RSVP: Cancel the user's RSVP to the event at
      *> WS-EVT-SELECTED-IDX, or record one (waitlisted when the event
      *> is at capacity). Browse Events and the unified search
      *> (UNISEARCH_SRC.cpy) both land here.
      *>*****************************************************************
       6636-TOGGLE-EVENT-RSVP.
           PERFORM 6631-CHECK-EVENT-RSVP

           IF WS-EVT-RSVP-FLAG = 1
