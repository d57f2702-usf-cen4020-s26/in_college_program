      *>*****************************************************************
      *> FILE:    HELPDESK_SRC.cpy
      *> PURPOSE: Help desk tickets. A signed-in user opens a ticket
      *>          from Contact Support on the main menu with a category
      *>          and a description, follows it under My Tickets and can
      *>          add to it while it is open. Admins work the queue
      *>          (pre-login option 67): assign a ticket, move its
      *>          status, keep internal notes the user never sees, and
      *>          reply - replies reach the user's inbox as SYSTEM
      *>          messages (7831). The weekly report (option 68) gives
      *>          ticket volume, time to first response and time to
      *>          close by category.
      *>
      *> PARAGRAPHS:
      *>   4176-LOAD-HELPDESK / 4177, 4178 loops
      *>   4179-REWRITE-TICKETS        - Crash-safe full rewrite
      *>   4180-REWRITE-TICKETNOTES    - Crash-safe full rewrite
      *>   4181-SUPPORT-MENU           - Main menu entry point
      *>   4182-OPEN-TICKET
      *>   4183-MY-TICKETS             - Own tickets with replies
      *>   4184-ADD-TICKET-INFO        - User follow-up on an open one
      *>   4185-PRINT-TICKET-HISTORY   - History of WS-HD-SEL-IDX
      *>   4186-ADD-TICKET-NOTE        - Append WS-HD-NEW-* to it
      *>   4187-TICKET-QUEUE           - Admin entry point
      *>   4188-WORK-TICKET            - Admin actions on one ticket
      *>   4189-ASSIGN-TICKET
      *>   4190-SET-TICKET-STATUS
      *>   4191-REPLY-TO-TICKET        - Note + SYSTEM message
      *>   4192-FORMAT-HD-STAMP        - WS-HD-STAMP -> display text
      *>   4193-HD-ELAPSED-MINUTES     - WS-HD-FROM to WS-HD-TO
      *>   4194-HELPDESK-WEEKLY-REPORT
      *>   4195-FIND-TICKET            - Ticket number -> WS-HD-SEL-IDX
      *>   4196-PRINT-TICKET-LINE      - Summary line for WS-HD-IDX
      *>   4197-HD-REPORT-ROW          - One report row
      *>
      *> DEPENDENCIES:
      *>   WS-HELPDESK.cpy, main.cob (TICKETS-FILE, TICKETNOTES-FILE),
      *>   SENDMESSAGE.cpy (7831), ACCTINDEX_SRC.cpy (3262),
      *>   REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       4176-LOAD-HELPDESK.
           MOVE 0 TO WS-HD-COUNT
           MOVE 1 TO WS-HD-NEXT-ID
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT TICKETS-FILE
           IF WS-TICKETS-STATUS = WS-CONST-FS-OK
               PERFORM 4177-READ-TICKETS-LOOP
                   UNTIL WS-TICKETS-EOF = "Y"
               CLOSE TICKETS-FILE
           END-IF
           MOVE 0 TO WS-HDN-COUNT
           MOVE "N" TO WS-TICKETNOTES-EOF
           OPEN INPUT TICKETNOTES-FILE
           IF WS-TICKETNOTES-STATUS = WS-CONST-FS-OK
               PERFORM 4178-READ-TICKETNOTES-LOOP
                   UNTIL WS-TICKETNOTES-EOF = "Y"
               CLOSE TICKETNOTES-FILE
           END-IF
           EXIT.

       4177-READ-TICKETS-LOOP.
           READ TICKETS-FILE
               AT END
                   MOVE "Y" TO WS-TICKETS-EOF
               NOT AT END
                   IF WS-HD-COUNT < WS-CONST-MAX-TICKETS
                       AND TKT-ID IS NUMERIC
                       AND FUNCTION TRIM(TKT-USERNAME) NOT = SPACES
                       ADD 1 TO WS-HD-COUNT
                       MOVE TKT-ID       TO WS-HD-ID(WS-HD-COUNT)
                       MOVE TKT-USERNAME TO WS-HD-USERNAME(WS-HD-COUNT)
                       MOVE TKT-CATEGORY TO WS-HD-CATEGORY(WS-HD-COUNT)
                       MOVE TKT-DESC     TO WS-HD-DESC(WS-HD-COUNT)
                       MOVE TKT-STATUS   TO WS-HD-STATUS(WS-HD-COUNT)
                       IF WS-HD-STATUS(WS-HD-COUNT) = SPACES
                           MOVE "OPEN" TO WS-HD-STATUS(WS-HD-COUNT)
                       END-IF
                       MOVE TKT-ASSIGNEE TO WS-HD-ASSIGNEE(WS-HD-COUNT)
                       IF TKT-OPENED IS NUMERIC
                           MOVE TKT-OPENED TO WS-HD-OPENED(WS-HD-COUNT)
                       ELSE
                           MOVE 0 TO WS-HD-OPENED(WS-HD-COUNT)
                       END-IF
                       IF TKT-FIRST-RESP IS NUMERIC
                           MOVE TKT-FIRST-RESP
                               TO WS-HD-FIRST-RESP(WS-HD-COUNT)
                       ELSE
                           MOVE 0 TO WS-HD-FIRST-RESP(WS-HD-COUNT)
                       END-IF
                       IF TKT-CLOSED IS NUMERIC
                           MOVE TKT-CLOSED TO WS-HD-CLOSED(WS-HD-COUNT)
                       ELSE
                           MOVE 0 TO WS-HD-CLOSED(WS-HD-COUNT)
                       END-IF
                       IF TKT-UPDATED IS NUMERIC
                           MOVE TKT-UPDATED
                               TO WS-HD-UPDATED(WS-HD-COUNT)
                       ELSE
                           MOVE 0 TO WS-HD-UPDATED(WS-HD-COUNT)
                       END-IF
                       IF TKT-ID >= WS-HD-NEXT-ID
                           COMPUTE WS-HD-NEXT-ID = TKT-ID + 1
                       END-IF
                   END-IF
           END-READ
           EXIT.

       4178-READ-TICKETNOTES-LOOP.
           READ TICKETNOTES-FILE
               AT END
                   MOVE "Y" TO WS-TICKETNOTES-EOF
               NOT AT END
                   IF WS-HDN-COUNT < WS-CONST-MAX-TICKETNOTES
                       AND TKN-TKT-ID IS NUMERIC
                       ADD 1 TO WS-HDN-COUNT
                       MOVE TKN-TKT-ID TO WS-HDN-TKT-ID(WS-HDN-COUNT)
                       MOVE TKN-KIND   TO WS-HDN-KIND(WS-HDN-COUNT)
                       MOVE TKN-AUTHOR TO WS-HDN-AUTHOR(WS-HDN-COUNT)
                       IF TKN-STAMP IS NUMERIC
                           MOVE TKN-STAMP TO WS-HDN-STAMP(WS-HDN-COUNT)
                       ELSE
                           MOVE 0 TO WS-HDN-STAMP(WS-HDN-COUNT)
                       END-IF
                       MOVE TKN-TEXT   TO WS-HDN-TEXT(WS-HDN-COUNT)
                   END-IF
           END-READ
           EXIT.

       4179-REWRITE-TICKETS.
           MOVE WS-TICKETS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-TICKETS-TMP-PATH TO WS-TICKETS-PATH
           OPEN OUTPUT TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-TICKETS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite TICKETS.DAT. "
                   "STATUS=" WS-TICKETS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               MOVE WS-HD-ID(WS-HD-IDX)         TO TKT-ID
               MOVE WS-HD-USERNAME(WS-HD-IDX)   TO TKT-USERNAME
               MOVE WS-HD-CATEGORY(WS-HD-IDX)   TO TKT-CATEGORY
               MOVE WS-HD-DESC(WS-HD-IDX)       TO TKT-DESC
               MOVE WS-HD-STATUS(WS-HD-IDX)     TO TKT-STATUS
               MOVE WS-HD-ASSIGNEE(WS-HD-IDX)   TO TKT-ASSIGNEE
               MOVE WS-HD-OPENED(WS-HD-IDX)     TO TKT-OPENED
               MOVE WS-HD-FIRST-RESP(WS-HD-IDX) TO TKT-FIRST-RESP
               MOVE WS-HD-CLOSED(WS-HD-IDX)     TO TKT-CLOSED
               MOVE WS-HD-UPDATED(WS-HD-IDX)    TO TKT-UPDATED
               WRITE TKT-RECORD
           END-PERFORM
           CLOSE TICKETS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-TICKETS-PATH
           MOVE "TICKETS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-TICKETS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-TICKETS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-TICKETS-TMP-PATH
               WS-TICKETS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace TICKETS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4180-REWRITE-TICKETNOTES.
           MOVE WS-TICKETNOTES-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-TICKETNOTES-TMP-PATH TO WS-TICKETNOTES-PATH
           OPEN OUTPUT TICKETNOTES-FILE
           IF WS-TICKETNOTES-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-TICKETNOTES-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite TICKETNOTES.DAT. "
                   "STATUS=" WS-TICKETNOTES-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HDN-IDX FROM 1 BY 1
               UNTIL WS-HDN-IDX > WS-HDN-COUNT
               MOVE WS-HDN-TKT-ID(WS-HDN-IDX) TO TKN-TKT-ID
               MOVE WS-HDN-KIND(WS-HDN-IDX)   TO TKN-KIND
               MOVE WS-HDN-AUTHOR(WS-HDN-IDX) TO TKN-AUTHOR
               MOVE WS-HDN-STAMP(WS-HDN-IDX)  TO TKN-STAMP
               MOVE WS-HDN-TEXT(WS-HDN-IDX)   TO TKN-TEXT
               WRITE TKN-RECORD
           END-PERFORM
           CLOSE TICKETNOTES-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-TICKETNOTES-PATH
           MOVE "TICKETNOTES.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-TICKETNOTES-PATH TO WS-JRN-OLD-PATH
           MOVE WS-TICKETNOTES-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-TICKETNOTES-TMP-PATH
               WS-TICKETNOTES-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace TICKETNOTES.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4181-SUPPORT-MENU: Contact Support on the main menu.
      *>*****************************************************************
       4181-SUPPORT-MENU.
           MOVE "1" TO WS-HD-ACTION
           PERFORM UNTIL WS-HD-ACTION = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Contact Support ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. Open a New Ticket" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. My Tickets" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Add Information to a Ticket" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-4): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-ACTION
               MOVE WS-HD-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-HD-ACTION
                   WHEN "1"
                       PERFORM 4182-OPEN-TICKET
                   WHEN "2"
                       PERFORM 4183-MY-TICKETS
                   WHEN "3"
                       PERFORM 4184-ADD-TICKET-INFO
                   WHEN "4"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4182-OPEN-TICKET: Category from the fixed list, then a
      *> description, which is required.
      *>*****************************************************************
       4182-OPEN-TICKET.
           IF WS-HD-COUNT >= WS-CONST-MAX-TICKETS
               MOVE "The support queue is full. Please try again "
                   & "later." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "What is this about?" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-HD-CAT-IDX FROM 1 BY 1
               UNTIL WS-HD-CAT-IDX > WS-HD-CAT-TOTAL
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-HD-CAT-IDX ". "
                   FUNCTION TRIM(WS-HD-CAT-LABEL(WS-HD-CAT-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter category (1-5): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-INPUT(1:1) < "1" OR WS-HD-INPUT(1:1) > "5"
               OR WS-HD-INPUT(2:1) NOT = SPACE
               MOVE "Invalid category. No ticket opened."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-INPUT(1:1) TO WS-HD-CAT-IDX

           MOVE "Describe the problem (what happened, and when): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-INPUT = SPACES
               MOVE "A description is required. No ticket opened."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-HD-NOW
           ADD 1 TO WS-HD-COUNT
           MOVE WS-HD-NEXT-ID TO WS-HD-ID(WS-HD-COUNT)
           ADD 1 TO WS-HD-NEXT-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-HD-USERNAME(WS-HD-COUNT)
           MOVE WS-HD-CAT-CODE(WS-HD-CAT-IDX)
               TO WS-HD-CATEGORY(WS-HD-COUNT)
           MOVE WS-HD-INPUT TO WS-HD-DESC(WS-HD-COUNT)
           MOVE "OPEN" TO WS-HD-STATUS(WS-HD-COUNT)
           MOVE SPACES TO WS-HD-ASSIGNEE(WS-HD-COUNT)
           MOVE WS-HD-NOW TO WS-HD-OPENED(WS-HD-COUNT)
           MOVE 0 TO WS-HD-FIRST-RESP(WS-HD-COUNT)
           MOVE 0 TO WS-HD-CLOSED(WS-HD-COUNT)
           MOVE WS-HD-NOW TO WS-HD-UPDATED(WS-HD-COUNT)
           PERFORM 4179-REWRITE-TICKETS

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Ticket " WS-HD-ID(WS-HD-COUNT)
               " opened. Replies from support will arrive in your "
               "Messages."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TICKET" TO WS-RESULT-TYPE
           MOVE WS-HD-ID(WS-HD-COUNT) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4183-MY-TICKETS: The user's tickets, newest first, each with
      *> its replies and the user's own follow-ups. Internal notes are
      *> never shown here.
      *>*****************************************************************
       4183-MY-TICKETS.
           MOVE 0 TO WS-HD-DISP-COUNT
           MOVE 0 TO WS-HD-SHOW-INTERNAL
           PERFORM VARYING WS-HD-IDX FROM WS-HD-COUNT BY -1
               UNTIL WS-HD-IDX < 1
               IF WS-HD-USERNAME(WS-HD-IDX) =
                   WS-USERNAME(WS-CURRENT-USER-INDEX)
                   IF WS-HD-DISP-COUNT = 0
                       MOVE "--- My Support Tickets ---"
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   ADD 1 TO WS-HD-DISP-COUNT
                   PERFORM 4196-PRINT-TICKET-LINE
                   MOVE WS-HD-IDX TO WS-HD-SEL-IDX
                   PERFORM 4185-PRINT-TICKET-HISTORY
               END-IF
           END-PERFORM
           IF WS-HD-DISP-COUNT = 0
               MOVE "You have not opened any support tickets."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4184-ADD-TICKET-INFO: A follow-up from the user on one of
      *> their tickets that is not closed. A ticket waiting on the user
      *> goes back to the queue.
      *>*****************************************************************
       4184-ADD-TICKET-INFO.
           MOVE "Ticket number: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-HD-LOOKUP-ID
           IF FUNCTION TRIM(WS-HD-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-HD-INPUT) TO WS-HD-LOOKUP-ID
           END-IF
           PERFORM 4195-FIND-TICKET
           IF WS-HD-SEL-IDX = 0
               MOVE "You have no ticket with that number."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-USERNAME(WS-HD-SEL-IDX) NOT =
               WS-USERNAME(WS-CURRENT-USER-INDEX)
               MOVE "You have no ticket with that number."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "CLOSED"
               MOVE "That ticket is closed. Please open a new one."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Additional information: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-NEW-TEXT
           MOVE WS-HD-NEW-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-NEW-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO WS-HD-NEW-KIND
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-HD-ACTOR
           PERFORM 4186-ADD-TICKET-NOTE
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "WAITING"
               IF WS-HD-ASSIGNEE(WS-HD-SEL-IDX) = SPACES
                   MOVE "OPEN" TO WS-HD-STATUS(WS-HD-SEL-IDX)
               ELSE
                   MOVE "IN PROGRESS" TO WS-HD-STATUS(WS-HD-SEL-IDX)
               END-IF
           END-IF
           PERFORM 4179-REWRITE-TICKETS
           MOVE "Added to your ticket." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4185-PRINT-TICKET-HISTORY: History rows for ticket
      *> WS-HD-SEL-IDX in the order they were written; internal notes
      *> only when WS-HD-SHOW-INTERNAL = 1.
      *>*****************************************************************
       4185-PRINT-TICKET-HISTORY.
           PERFORM VARYING WS-HDN-IDX FROM 1 BY 1
               UNTIL WS-HDN-IDX > WS-HDN-COUNT
               IF WS-HDN-TKT-ID(WS-HDN-IDX) = WS-HD-ID(WS-HD-SEL-IDX)
                   AND (WS-HDN-KIND(WS-HDN-IDX) NOT = "N"
                        OR WS-HD-SHOW-INTERNAL = 1)
                   EVALUATE WS-HDN-KIND(WS-HDN-IDX)
                       WHEN "N"
                           MOVE "Internal note" TO WS-HD-KIND-TEXT
                       WHEN "R"
                           MOVE "Support reply" TO WS-HD-KIND-TEXT
                       WHEN OTHER
                           MOVE "User added" TO WS-HD-KIND-TEXT
                   END-EVALUATE
                   MOVE WS-HDN-STAMP(WS-HDN-IDX) TO WS-HD-STAMP
                   PERFORM 4192-FORMAT-HD-STAMP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-HD-SHOW-INTERNAL = 1
                       STRING "     " WS-HD-STAMP-DISP " "
                           FUNCTION TRIM(WS-HD-KIND-TEXT) " ("
                           FUNCTION TRIM(WS-HDN-AUTHOR(WS-HDN-IDX))
                           "): "
                           FUNCTION TRIM(WS-HDN-TEXT(WS-HDN-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "     " WS-HD-STAMP-DISP " "
                           FUNCTION TRIM(WS-HD-KIND-TEXT) ": "
                           FUNCTION TRIM(WS-HDN-TEXT(WS-HDN-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4186-ADD-TICKET-NOTE: Append a WS-HD-NEW-KIND row by
      *> WS-HD-ACTOR to ticket WS-HD-SEL-IDX and stamp the ticket
      *> updated. The caller rewrites TICKETS.DAT.
      *>*****************************************************************
       4186-ADD-TICKET-NOTE.
           IF WS-HDN-COUNT >= WS-CONST-MAX-TICKETNOTES
               MOVE "Ticket history storage is full. Entry not saved."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-HD-NOW
           ADD 1 TO WS-HDN-COUNT
           MOVE WS-HD-ID(WS-HD-SEL-IDX) TO WS-HDN-TKT-ID(WS-HDN-COUNT)
           MOVE WS-HD-NEW-KIND TO WS-HDN-KIND(WS-HDN-COUNT)
           MOVE WS-HD-ACTOR TO WS-HDN-AUTHOR(WS-HDN-COUNT)
           MOVE WS-HD-NOW TO WS-HDN-STAMP(WS-HDN-COUNT)
           MOVE WS-HD-NEW-TEXT TO WS-HDN-TEXT(WS-HDN-COUNT)
           PERFORM 4180-REWRITE-TICKETNOTES
           MOVE WS-HD-NOW TO WS-HD-UPDATED(WS-HD-SEL-IDX)
           EXIT.

      *>*****************************************************************
      *> 4187-TICKET-QUEUE: Admin option 67. Every ticket not yet
      *> closed, oldest first; any ticket, closed ones included, can
      *> be opened by number.
      *>*****************************************************************
       4187-TICKET-QUEUE.
           MOVE WS-ADMIN-USERNAME TO WS-HD-ACTOR
           IF WS-HD-ACTOR = SPACES
               MOVE "ADMIN" TO WS-HD-ACTOR
           END-IF
           MOVE 1 TO WS-HD-LOOKUP-ID
           PERFORM UNTIL WS-HD-LOOKUP-ID = 0
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "=== HELP DESK TICKET QUEUE ===" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE 0 TO WS-HD-DISP-COUNT
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
                   IF WS-HD-STATUS(WS-HD-IDX) NOT = "CLOSED"
                       ADD 1 TO WS-HD-DISP-COUNT
                       PERFORM 4196-PRINT-TICKET-LINE
                   END-IF
               END-PERFORM
               IF WS-HD-DISP-COUNT = 0
                   MOVE "No open tickets." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE "Enter ticket number to work, or 0 to go back: "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
               MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE 0 TO WS-HD-LOOKUP-ID
               IF FUNCTION TRIM(WS-HD-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-HD-INPUT) TO WS-HD-LOOKUP-ID
               END-IF
               IF WS-HD-LOOKUP-ID = 0
                   EXIT PERFORM
               END-IF
               PERFORM 4195-FIND-TICKET
               IF WS-HD-SEL-IDX = 0
                   MOVE "No ticket with that number." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               ELSE
                   PERFORM 4188-WORK-TICKET
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4188-WORK-TICKET: Full ticket with its history, internal notes
      *> included, and the admin actions on it.
      *>*****************************************************************
       4188-WORK-TICKET.
           MOVE "1" TO WS-HD-WORK-ACTION
           PERFORM UNTIL WS-HD-WORK-ACTION = "5"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE WS-HD-SEL-IDX TO WS-HD-IDX
               MOVE 1 TO WS-HD-SHOW-INTERNAL
               PERFORM 4196-PRINT-TICKET-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     Description: "
                   FUNCTION TRIM(WS-HD-DESC(WS-HD-SEL-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 4185-PRINT-TICKET-HISTORY
               MOVE 0 TO WS-HD-SHOW-INTERNAL
               MOVE "1. Assign" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Change Status" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Add Internal Note" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Reply to User" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Back to Queue" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-5): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-WORK-ACTION
               MOVE WS-HD-WORK-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-HD-WORK-ACTION
                   WHEN "1"
                       PERFORM 4189-ASSIGN-TICKET
                   WHEN "2"
                       PERFORM 4190-SET-TICKET-STATUS
                   WHEN "3"
                       MOVE "Internal note (not shown to the user): "
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM 8100-READ-INPUT
                       IF WS-EOF-FLAG = 1
                           MOVE 0 TO WS-PROGRAM-RUNNING
                           EXIT PERFORM
                       END-IF
                       MOVE FUNCTION TRIM(INPUT-RECORD)
                           TO WS-HD-NEW-TEXT
                       MOVE WS-HD-NEW-TEXT TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       IF WS-HD-NEW-TEXT NOT = SPACES
                           MOVE "N" TO WS-HD-NEW-KIND
                           PERFORM 4186-ADD-TICKET-NOTE
                           PERFORM 4179-REWRITE-TICKETS
                           MOVE "Note added." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   WHEN "4"
                       PERFORM 4191-REPLY-TO-TICKET
                   WHEN "5"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4189-ASSIGN-TICKET: To an admin account; blank takes it for
      *> the signed-in admin. An OPEN ticket moves to IN PROGRESS.
      *>*****************************************************************
       4189-ASSIGN-TICKET.
           MOVE "Assign to admin username (blank = me): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-INPUT = SPACES
               MOVE WS-HD-ACTOR TO WS-HD-ASSIGN-DISP
           ELSE
               MOVE WS-HD-INPUT TO WS-AIX-QUERY
               PERFORM 3262-ACCT-INDEX-LOOKUP
               IF WS-AIX-FOUND = 0
                   MOVE "No account with that username."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               IF WS-ADMIN-FLAG(WS-AIX-FOUND) NOT = "Y"
                   MOVE "Tickets can only be assigned to admin "
                       & "accounts." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USERNAME(WS-AIX-FOUND) TO WS-HD-ASSIGN-DISP
           END-IF
           MOVE WS-HD-ASSIGN-DISP TO WS-HD-ASSIGNEE(WS-HD-SEL-IDX)
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "OPEN"
               MOVE "IN PROGRESS" TO WS-HD-STATUS(WS-HD-SEL-IDX)
           END-IF
           MOVE "N" TO WS-HD-NEW-KIND
           MOVE SPACES TO WS-HD-NEW-TEXT
           STRING "Assigned to " FUNCTION TRIM(WS-HD-ASSIGN-DISP) "."
               DELIMITED BY SIZE INTO WS-HD-NEW-TEXT
           END-STRING
           PERFORM 4186-ADD-TICKET-NOTE
           PERFORM 4179-REWRITE-TICKETS
           MOVE WS-HD-NEW-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TICKETASSIGN" TO WS-RESULT-TYPE
           MOVE WS-HD-ID(WS-HD-SEL-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4190-SET-TICKET-STATUS: Closing stamps the close time and
      *> tells the user; moving a closed ticket back reopens it and
      *> clears that stamp.
      *>*****************************************************************
       4190-SET-TICKET-STATUS.
           PERFORM VARYING WS-HD-STATUS-IDX FROM 1 BY 1
               UNTIL WS-HD-STATUS-IDX > WS-HD-STATUS-TOTAL
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-HD-STATUS-IDX ". "
                   WS-HD-STATUS-NAME(WS-HD-STATUS-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "New status (1-4, blank = keep): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-INPUT(1:1) < "1" OR WS-HD-INPUT(1:1) > "4"
               OR WS-HD-INPUT(2:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-INPUT(1:1) TO WS-HD-STATUS-IDX
           IF WS-HD-STATUS-NAME(WS-HD-STATUS-IDX) =
               WS-HD-STATUS(WS-HD-SEL-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-STATUS-NAME(WS-HD-STATUS-IDX)
               TO WS-HD-STATUS(WS-HD-SEL-IDX)
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "CLOSED"
               MOVE FUNCTION CURRENT-DATE(1:12)
                   TO WS-HD-CLOSED(WS-HD-SEL-IDX)
           ELSE
               MOVE 0 TO WS-HD-CLOSED(WS-HD-SEL-IDX)
           END-IF
           MOVE "N" TO WS-HD-NEW-KIND
           MOVE SPACES TO WS-HD-NEW-TEXT
           STRING "Status set to "
               FUNCTION TRIM(WS-HD-STATUS(WS-HD-SEL-IDX)) "."
               DELIMITED BY SIZE INTO WS-HD-NEW-TEXT
           END-STRING
           PERFORM 4186-ADD-TICKET-NOTE
           PERFORM 4179-REWRITE-TICKETS
           MOVE WS-HD-NEW-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "CLOSED"
               MOVE WS-HD-USERNAME(WS-HD-SEL-IDX) TO WS-MSG-RECIPIENT
               MOVE SPACES TO WS-MSG-CONTENT
               STRING "Your support ticket " WS-HD-ID(WS-HD-SEL-IDX)
                   " has been closed. If you still need help, open "
                   "a new ticket from Contact Support."
                   DELIMITED BY SIZE INTO WS-MSG-CONTENT
               END-STRING
               PERFORM 7831-WRITE-SYSTEM-MESSAGE
           END-IF
           MOVE "TICKETSTATUS" TO WS-RESULT-TYPE
           MOVE WS-HD-ID(WS-HD-SEL-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4191-REPLY-TO-TICKET: The reply goes on the ticket's history
      *> and to the user's inbox as a SYSTEM message. The first reply
      *> stamps the first-response time; an OPEN ticket moves to IN
      *> PROGRESS.
      *>*****************************************************************
       4191-REPLY-TO-TICKET.
           MOVE "Reply to the user: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-NEW-TEXT
           MOVE WS-HD-NEW-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-NEW-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-HD-NEW-KIND
           PERFORM 4186-ADD-TICKET-NOTE
           IF WS-HD-FIRST-RESP(WS-HD-SEL-IDX) = 0
               MOVE WS-HD-NOW TO WS-HD-FIRST-RESP(WS-HD-SEL-IDX)
           END-IF
           IF WS-HD-STATUS(WS-HD-SEL-IDX) = "OPEN"
               MOVE "IN PROGRESS" TO WS-HD-STATUS(WS-HD-SEL-IDX)
           END-IF
           PERFORM 4179-REWRITE-TICKETS

           MOVE WS-HD-USERNAME(WS-HD-SEL-IDX) TO WS-MSG-RECIPIENT
           MOVE SPACES TO WS-MSG-CONTENT
           STRING "Support ticket " WS-HD-ID(WS-HD-SEL-IDX) ": "
               FUNCTION TRIM(WS-HD-NEW-TEXT)
               DELIMITED BY SIZE INTO WS-MSG-CONTENT
           END-STRING
           PERFORM 7831-WRITE-SYSTEM-MESSAGE
           MOVE "Reply sent to the user's inbox." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "TICKETREPLY" TO WS-RESULT-TYPE
           MOVE WS-HD-ID(WS-HD-SEL-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       4192-FORMAT-HD-STAMP.
           MOVE SPACES TO WS-HD-STAMP-DISP
           IF WS-HD-STAMP = 0
               MOVE "-" TO WS-HD-STAMP-DISP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-STAMP TO WS-HD-FROM
           STRING WS-HD-FROM-DATE(1:4) "-" WS-HD-FROM-DATE(5:2) "-"
               WS-HD-FROM-DATE(7:2) " " WS-HD-FROM-HH ":" WS-HD-FROM-MI
               DELIMITED BY SIZE INTO WS-HD-STAMP-DISP
           END-STRING
           EXIT.

      *>*****************************************************************
      *> 4193-HD-ELAPSED-MINUTES: Minutes from WS-HD-FROM to WS-HD-TO
      *> (both YYYYMMDDHHMM) into WS-HD-MINUTES; never negative.
      *>*****************************************************************
       4193-HD-ELAPSED-MINUTES.
           COMPUTE WS-HD-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-HD-TO-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-HD-FROM-DATE)) * 1440
               + (WS-HD-TO-HH * 60 + WS-HD-TO-MI)
               - (WS-HD-FROM-HH * 60 + WS-HD-FROM-MI)
           IF WS-HD-MINUTES < 0
               MOVE 0 TO WS-HD-MINUTES
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4194-HELPDESK-WEEKLY-REPORT: Admin option 68. For the seven
      *> days ending on the date given, by category: tickets opened;
      *> tickets first answered in the week and the average hours from
      *> opening to that answer; tickets closed in the week and the
      *> average hours from opening to close; and the backlog still
      *> open at the end of the week.
      *>*****************************************************************
       4194-HELPDESK-WEEKLY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HD-RPT-END
           MOVE "Week ending (YYYYMMDD, blank = today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-HD-INPUT
           MOVE WS-HD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-INPUT NOT = SPACES
               MOVE 0 TO WS-HD-RPT-DATE-OK
               IF WS-HD-INPUT(1:8) IS NUMERIC
                   AND WS-HD-INPUT(9:1) = SPACE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-HD-INPUT(1:8))) = 0
                       MOVE 1 TO WS-HD-RPT-DATE-OK
                   END-IF
               END-IF
               IF WS-HD-RPT-DATE-OK = 0
                   MOVE "Invalid date. Must be YYYYMMDD."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HD-INPUT(1:8) TO WS-HD-RPT-END
           END-IF
           COMPUTE WS-HD-RPT-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HD-RPT-END) - 6)

           INITIALIZE WS-HD-RPT-TABLE
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               MOVE WS-HD-CAT-TOTAL TO WS-HD-RPT-ROW-IDX
               PERFORM VARYING WS-HD-CAT-IDX FROM 1 BY 1
                   UNTIL WS-HD-CAT-IDX > WS-HD-CAT-TOTAL
                   IF WS-HD-CATEGORY(WS-HD-IDX) =
                       WS-HD-CAT-CODE(WS-HD-CAT-IDX)
                       MOVE WS-HD-CAT-IDX TO WS-HD-RPT-ROW-IDX
                   END-IF
               END-PERFORM
               MOVE WS-HD-OPENED(WS-HD-IDX) TO WS-HD-FROM
               IF WS-HD-FROM-DATE >= WS-HD-RPT-START
                   AND WS-HD-FROM-DATE <= WS-HD-RPT-END
                   ADD 1 TO WS-HD-RPT-OPENED(WS-HD-RPT-ROW-IDX)
               END-IF
               IF WS-HD-FIRST-RESP(WS-HD-IDX) > 0
                   MOVE WS-HD-FIRST-RESP(WS-HD-IDX) TO WS-HD-TO
                   IF WS-HD-TO-DATE >= WS-HD-RPT-START
                       AND WS-HD-TO-DATE <= WS-HD-RPT-END
                       PERFORM 4193-HD-ELAPSED-MINUTES
                       ADD 1 TO WS-HD-RPT-RESP(WS-HD-RPT-ROW-IDX)
                       ADD WS-HD-MINUTES
                           TO WS-HD-RPT-RESP-MIN(WS-HD-RPT-ROW-IDX)
                   END-IF
               END-IF
               IF WS-HD-CLOSED(WS-HD-IDX) > 0
                   MOVE WS-HD-CLOSED(WS-HD-IDX) TO WS-HD-TO
                   IF WS-HD-TO-DATE >= WS-HD-RPT-START
                       AND WS-HD-TO-DATE <= WS-HD-RPT-END
                       PERFORM 4193-HD-ELAPSED-MINUTES
                       ADD 1 TO WS-HD-RPT-CLOSED(WS-HD-RPT-ROW-IDX)
                       ADD WS-HD-MINUTES
                           TO WS-HD-RPT-CLOSE-MIN(WS-HD-RPT-ROW-IDX)
                   END-IF
               END-IF
               MOVE WS-HD-CLOSED(WS-HD-IDX) TO WS-HD-TO
               IF WS-HD-FROM-DATE <= WS-HD-RPT-END
                   AND (WS-HD-CLOSED(WS-HD-IDX) = 0
                        OR WS-HD-TO-DATE > WS-HD-RPT-END)
                   ADD 1 TO WS-HD-RPT-BACKLOG(WS-HD-RPT-ROW-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HD-RPT-ROW-IDX FROM 1 BY 1
               UNTIL WS-HD-RPT-ROW-IDX > WS-HD-CAT-TOTAL
               ADD WS-HD-RPT-OPENED(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-OPENED(6)
               ADD WS-HD-RPT-RESP(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-RESP(6)
               ADD WS-HD-RPT-RESP-MIN(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-RESP-MIN(6)
               ADD WS-HD-RPT-CLOSED(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-CLOSED(6)
               ADD WS-HD-RPT-CLOSE-MIN(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-CLOSE-MIN(6)
               ADD WS-HD-RPT-BACKLOG(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-BACKLOG(6)
           END-PERFORM

           MOVE "HELPDESK-WEEKLY" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== WEEKLY HELP DESK REPORT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Week: " WS-HD-RPT-START(1:4) "-"
               WS-HD-RPT-START(5:2) "-" WS-HD-RPT-START(7:2)
               " to " WS-HD-RPT-END(1:4) "-" WS-HD-RPT-END(5:2) "-"
               WS-HD-RPT-END(7:2)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Category   Opened Answered Avg 1st reply h Closed "
               & "Avg to close h Backlog" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-HD-RPT-ROW-IDX FROM 1 BY 1
               UNTIL WS-HD-RPT-ROW-IDX > WS-HD-CAT-TOTAL
               MOVE WS-HD-CAT-CODE(WS-HD-RPT-ROW-IDX)
                   TO WS-HD-RPT-LABEL
               PERFORM 4197-HD-REPORT-ROW
           END-PERFORM
           MOVE "TOTAL" TO WS-HD-RPT-LABEL
           MOVE 6 TO WS-HD-RPT-ROW-IDX
           PERFORM 4197-HD-REPORT-ROW
           MOVE "Hours are elapsed clock hours from the ticket being "
               & "opened." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           EXIT.

       4195-FIND-TICKET.
           MOVE 0 TO WS-HD-SEL-IDX
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-ID(WS-HD-IDX) = WS-HD-LOOKUP-ID
                   MOVE WS-HD-IDX TO WS-HD-SEL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

       4196-PRINT-TICKET-LINE.
           MOVE WS-HD-OPENED(WS-HD-IDX) TO WS-HD-STAMP
           PERFORM 4192-FORMAT-HD-STAMP
           IF WS-HD-ASSIGNEE(WS-HD-IDX) = SPACES
               MOVE "(unassigned)" TO WS-HD-ASSIGN-DISP
           ELSE
               MOVE WS-HD-ASSIGNEE(WS-HD-IDX) TO WS-HD-ASSIGN-DISP
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "#" WS-HD-ID(WS-HD-IDX) " "
               FUNCTION TRIM(WS-HD-STATUS(WS-HD-IDX)) " ["
               FUNCTION TRIM(WS-HD-CATEGORY(WS-HD-IDX)) "] "
               FUNCTION TRIM(WS-HD-USERNAME(WS-HD-IDX))
               " opened " WS-HD-STAMP-DISP
               " - " FUNCTION TRIM(WS-HD-ASSIGN-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-HD-SHOW-INTERNAL = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "     " WS-HD-DESC(WS-HD-IDX)(1:70)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4197-HD-REPORT-ROW.
           MOVE "    n/a" TO WS-HD-RPT-RESP-DISP
           IF WS-HD-RPT-RESP(WS-HD-RPT-ROW-IDX) > 0
               COMPUTE WS-HD-RPT-HOURS ROUNDED =
                   WS-HD-RPT-RESP-MIN(WS-HD-RPT-ROW-IDX)
                   / WS-HD-RPT-RESP(WS-HD-RPT-ROW-IDX) / 60
               MOVE WS-HD-RPT-HOURS TO WS-HD-RPT-HOURS-ED
               MOVE WS-HD-RPT-HOURS-ED TO WS-HD-RPT-RESP-DISP
           END-IF
           MOVE "    n/a" TO WS-HD-RPT-CLOSE-DISP
           IF WS-HD-RPT-CLOSED(WS-HD-RPT-ROW-IDX) > 0
               COMPUTE WS-HD-RPT-HOURS ROUNDED =
                   WS-HD-RPT-CLOSE-MIN(WS-HD-RPT-ROW-IDX)
                   / WS-HD-RPT-CLOSED(WS-HD-RPT-ROW-IDX) / 60
               MOVE WS-HD-RPT-HOURS TO WS-HD-RPT-HOURS-ED
               MOVE WS-HD-RPT-HOURS-ED TO WS-HD-RPT-CLOSE-DISP
           END-IF
           MOVE WS-HD-RPT-OPENED(WS-HD-RPT-ROW-IDX) TO WS-HD-RPT-CNT-ED
           MOVE WS-HD-RPT-RESP(WS-HD-RPT-ROW-IDX) TO WS-HD-RPT-CNT-ED2
           MOVE WS-HD-RPT-CLOSED(WS-HD-RPT-ROW-IDX) TO WS-HD-RPT-CNT-ED3
           MOVE WS-HD-RPT-BACKLOG(WS-HD-RPT-ROW-IDX)
               TO WS-HD-RPT-CNT-ED4
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-HD-RPT-LABEL " " WS-HD-RPT-CNT-ED "    "
               WS-HD-RPT-CNT-ED2 "        " WS-HD-RPT-RESP-DISP
               " " WS-HD-RPT-CNT-ED3 "       " WS-HD-RPT-CLOSE-DISP
               " " WS-HD-RPT-CNT-ED4
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
