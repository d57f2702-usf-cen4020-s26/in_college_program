      *>*****************************************************************
      *> FILE:    APPTS_SRC.cpy
      *> PURPOSE: Career adviser appointment booking. Students have
      *>          been booking advisers by email; this puts office
      *>          hours in the system. A staff ("F" role) adviser
      *>          publishes slots - never on a campus blackout day
      *>          (BLACKOUT_SRC.cpy 5545), the same rule interview
      *>          slots follow. Students book one, cancel it, or move
      *>          it to another open slot; a student holds at most one
      *>          upcoming appointment per adviser. Booked appointments
      *>          show on My Calendar (6800) for both sides, and the
      *>          startup sweep spools a reminder to both the day
      *>          before. Afterwards the adviser records attended or
      *>          no-show; the no-show count is shown next to the
      *>          student's later bookings, and the admin report gives
      *>          each adviser's monthly slot utilization.
      *>
      *> PARAGRAPHS:
      *>   5705-LOAD-APPTS             - Load APPTS.DAT at startup
      *>   5706-READ-APPT-LOOP         - Recursive read for 5705
      *>   5707-REWRITE-APPTS          - Crash-safe rewrite
      *>   5708-APPOINTMENTS-MENU      - Main-menu entry (staff and
      *>                                 student menus)
      *>   5709-PUBLISH-OFFICE-HOURS   - Staff: add slots, date by date
      *>   5710-ADD-SLOT-TIMES         - Staff: times for one date
      *>   5711-LIST-ADVISER-SCHEDULE  - Staff: upcoming slots
      *>   5712-RECORD-APPT-OUTCOME    - Staff: attended / no-show
      *>   5713-WITHDRAW-APPT-SLOT     - Staff: take a slot down
      *>   5714-PICK-APPT-SLOT         - Numbered pick list by
      *>                                 WS-APT-SELECT-MODE
      *>   5715-BOOK-APPOINTMENT       - Student: book an open slot
      *>   5716-LIST-MY-APPOINTMENTS   - Student: all my appointments
      *>   5717-CANCEL-APPOINTMENT     - Student: give a slot back
      *>   5718-RESCHEDULE-APPOINTMENT - Student: move to another slot
      *>   5719-RELEASE-APPT-SLOT      - Reopen the slot at WS-APT-IDX
      *>   5720-SPOOL-APPT-REMINDERS   - Startup: day-before reminders
      *>   5721-APPT-UTILIZATION-REPORT - Admin: monthly by adviser
      *>   5722-FORMAT-APPT-STATUS     - WS-APT-IDX -> status text
      *>   5723-COUNT-STUDENT-NOSHOWS  - No-shows for WS-APT-STUDENT
      *>
      *> DEPENDENCIES:
      *>   WS-APPTS.cpy        - table and scratch
      *>   WS-CASELOAD.cpy     - 5692 the student's own adviser
      *>   BLACKOUT_SRC.cpy    - 5545-CHECK-BLACKOUT
      *>   JOBS_SRC.cpy        - 5307 date validation
      *>   NOTIFY_SRC.cpy      - 8070 notification spool
      *>   main.cob            - APPTS-FILE, 8000/8100
      *>*****************************************************************

       5705-LOAD-APPTS.
           MOVE 0   TO WS-APT-COUNT
           MOVE 0   TO WS-APT-NEXT-ID
           MOVE "N" TO WS-APPTS-EOF

           OPEN INPUT APPTS-FILE

           EVALUATE WS-APPTS-STATUS
               WHEN "00"
                   PERFORM 5706-READ-APPT-LOOP
                   CLOSE APPTS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open APPTS.DAT. "
                       "STATUS=" WS-APPTS-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           ADD 1 TO WS-APT-NEXT-ID
           EXIT.

       5706-READ-APPT-LOOP.
           READ APPTS-FILE
               AT END
                   MOVE "Y" TO WS-APPTS-EOF
               NOT AT END
                   IF WS-APT-COUNT < WS-CONST-MAX-APPTS
                       ADD 1 TO WS-APT-COUNT
                       MOVE SPACES TO WS-APT-ENTRY(WS-APT-COUNT)
                       IF APT-ID IS NUMERIC
                           MOVE APT-ID TO WS-APT-ID(WS-APT-COUNT)
                       ELSE
                           MOVE 0 TO WS-APT-ID(WS-APT-COUNT)
                       END-IF
                       IF WS-APT-ID(WS-APT-COUNT) > WS-APT-NEXT-ID
                           MOVE WS-APT-ID(WS-APT-COUNT)
                               TO WS-APT-NEXT-ID
                       END-IF
                       MOVE APT-ADVISER TO WS-APT-ADVISER(WS-APT-COUNT)
                       IF APT-DATE IS NUMERIC
                           MOVE APT-DATE TO WS-APT-DATE(WS-APT-COUNT)
                       ELSE
                           MOVE 0 TO WS-APT-DATE(WS-APT-COUNT)
                       END-IF
                       MOVE APT-TIME TO WS-APT-TIME(WS-APT-COUNT)
                       IF APT-MINUTES IS NUMERIC
                           MOVE APT-MINUTES
                               TO WS-APT-MINUTES(WS-APT-COUNT)
                       ELSE
                           MOVE 0 TO WS-APT-MINUTES(WS-APT-COUNT)
                       END-IF
                       MOVE APT-STUDENT TO WS-APT-STUDENT(WS-APT-COUNT)
                       MOVE APT-TOPIC TO WS-APT-TOPIC(WS-APT-COUNT)
                       MOVE APT-STATUS TO WS-APT-STATUS(WS-APT-COUNT)
                       IF APT-BOOKED-ON IS NUMERIC
                           MOVE APT-BOOKED-ON
                               TO WS-APT-BOOKED-ON(WS-APT-COUNT)
                       ELSE
                           MOVE 0 TO WS-APT-BOOKED-ON(WS-APT-COUNT)
                       END-IF
                       MOVE APT-REMINDED
                           TO WS-APT-REMINDED(WS-APT-COUNT)
                   END-IF
           END-READ

           IF WS-APPTS-EOF = "N"
               PERFORM 5706-READ-APPT-LOOP
           END-IF
           EXIT.

       5707-REWRITE-APPTS.
           MOVE WS-APPTS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-APPTS-TMP-PATH TO WS-APPTS-PATH
           OPEN OUTPUT APPTS-FILE
           IF WS-APPTS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-APPTS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open APPTS.DAT for "
                   & "rewrite. STATUS=" WS-APPTS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APT-WRT-IDX FROM 1 BY 1
               UNTIL WS-APT-WRT-IDX > WS-APT-COUNT
               MOVE WS-APT-ID(WS-APT-WRT-IDX) TO APT-ID
               MOVE WS-APT-ADVISER(WS-APT-WRT-IDX) TO APT-ADVISER
               MOVE WS-APT-DATE(WS-APT-WRT-IDX) TO APT-DATE
               MOVE WS-APT-TIME(WS-APT-WRT-IDX) TO APT-TIME
               MOVE WS-APT-MINUTES(WS-APT-WRT-IDX) TO APT-MINUTES
               MOVE WS-APT-STUDENT(WS-APT-WRT-IDX) TO APT-STUDENT
               MOVE WS-APT-TOPIC(WS-APT-WRT-IDX) TO APT-TOPIC
               MOVE WS-APT-STATUS(WS-APT-WRT-IDX) TO APT-STATUS
               MOVE WS-APT-BOOKED-ON(WS-APT-WRT-IDX) TO APT-BOOKED-ON
               MOVE WS-APT-REMINDED(WS-APT-WRT-IDX) TO APT-REMINDED
               WRITE APT-RECORD
           END-PERFORM
           CLOSE APPTS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-APPTS-PATH
           MOVE "APPTS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-APPTS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-APPTS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-APPTS-TMP-PATH
               WS-APPTS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace APPTS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5708-APPOINTMENTS-MENU: Main-menu entry. Staff manage their
      *> office hours; students and alumni book them.
      *>*****************************************************************
       5708-APPOINTMENTS-MENU.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Career Adviser Appointments ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF ROLE-EMPLOYER
               MOVE "Adviser appointments are for students and staff."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           IF ROLE-STAFF
               MOVE "1. Publish Office-Hour Slots" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. View My Schedule" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Record Attendance / No-Show" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Withdraw a Slot" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE "1. Book an Appointment" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. My Appointments" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Cancel an Appointment" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Reschedule an Appointment" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "5. Back" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Enter your choice (1-5): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-MENU-CHOICE
           MOVE WS-APT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APT-TODAY
           EVALUATE TRUE
               WHEN WS-APT-MENU-CHOICE = "1" AND ROLE-STAFF
                   PERFORM 5709-PUBLISH-OFFICE-HOURS
               WHEN WS-APT-MENU-CHOICE = "2" AND ROLE-STAFF
                   PERFORM 5711-LIST-ADVISER-SCHEDULE
               WHEN WS-APT-MENU-CHOICE = "3" AND ROLE-STAFF
                   PERFORM 5712-RECORD-APPT-OUTCOME
               WHEN WS-APT-MENU-CHOICE = "4" AND ROLE-STAFF
                   PERFORM 5713-WITHDRAW-APPT-SLOT
               WHEN WS-APT-MENU-CHOICE = "1"
                   PERFORM 5715-BOOK-APPOINTMENT
               WHEN WS-APT-MENU-CHOICE = "2"
                   PERFORM 5716-LIST-MY-APPOINTMENTS
               WHEN WS-APT-MENU-CHOICE = "3"
                   PERFORM 5717-CANCEL-APPOINTMENT
               WHEN WS-APT-MENU-CHOICE = "4"
                   PERFORM 5718-RESCHEDULE-APPOINTMENT
               WHEN WS-APT-MENU-CHOICE = "5"
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid choice." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5709-PUBLISH-OFFICE-HOURS: One slot length for the session,
      *> then dates until DONE; each date takes any number of times.
      *> Past dates and blackout days are refused outright.
      *>*****************************************************************
       5709-PUBLISH-OFFICE-HOURS.
           MOVE "Slot length in minutes (blank for 30): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-NUM-INPUT
           MOVE WS-APT-NUM-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-APT-NUM-INPUT = SPACES
               MOVE 30 TO WS-APT-MINUTES-IN
           ELSE
               IF FUNCTION TRIM(WS-APT-NUM-INPUT) IS NOT NUMERIC
                   MOVE "Slot length must be a number of minutes."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-APT-NUM-INPUT)
                   TO WS-APT-MINUTES-IN
           END-IF
           IF WS-APT-MINUTES-IN < 10 OR WS-APT-MINUTES-IN > 240
               MOVE "Slot length must be 10 to 240 minutes."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APT-ADDED
           PERFORM UNTIL WS-PROGRAM-RUNNING = 0
               MOVE "Office-hour date (YYYYMMDD), or DONE: "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD TO WS-TEMP-JOB-CLOSING-DATE
               MOVE WS-TEMP-JOB-CLOSING-DATE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-TEMP-JOB-CLOSING-DATE)) = "DONE"
                   EXIT PERFORM
               END-IF

               PERFORM 5307-VALIDATE-CLOSING-DATE
               IF WS-CLOSING-DATE-VALID = 0
                   MOVE "Invalid date. Must be YYYYMMDD or 'DONE'."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM CYCLE
               END-IF
               MOVE WS-TEMP-CLOSING-DATE-NUM TO WS-APT-DATE-IN
               IF WS-APT-DATE-IN < WS-APT-TODAY
                   MOVE "That date has already passed."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM CYCLE
               END-IF
      *>        5307 only warns; office hours, like interviews, are
      *>        never offered on a day students are away.
               IF WS-BLK-HIT = 1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "That day is "
                       FUNCTION TRIM(WS-BLK-HIT-DESC)
                       " - students are away. Choose another day."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM 5710-ADD-SLOT-TIMES
           END-PERFORM

           IF WS-APT-ADDED > 0
               PERFORM 5707-REWRITE-APPTS
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Office-hour slots published: " WS-APT-ADDED
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5710-ADD-SLOT-TIMES: Times for WS-APT-DATE-IN until DONE. A
      *> time the adviser already has on that date is skipped.
      *>*****************************************************************
       5710-ADD-SLOT-TIMES.
           PERFORM UNTIL WS-PROGRAM-RUNNING = 0
               MOVE "Slot time (HH:MM, 24-hour), or DONE for this date: "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE INPUT-RECORD TO WS-IVW-TEMP-TIME
               MOVE WS-IVW-TEMP-TIME TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF FUNCTION UPPER-CASE(WS-IVW-TEMP-TIME(1:4)) = "DONE"
                   EXIT PERFORM
               END-IF
               IF WS-IVW-TEMP-TIME(1:2) IS NOT NUMERIC
                   OR WS-IVW-TEMP-TIME(3:1) NOT = ":"
                   OR WS-IVW-TEMP-TIME(4:2) IS NOT NUMERIC
                   OR WS-IVW-TEMP-TIME(1:2) > "23"
                   OR WS-IVW-TEMP-TIME(4:2) > "59"
                   MOVE "Invalid time. Must be HH:MM, e.g. 14:30."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM CYCLE
               END-IF

               MOVE 0 TO WS-APT-DUP
               PERFORM VARYING WS-APT-SCAN FROM 1 BY 1
                   UNTIL WS-APT-SCAN > WS-APT-COUNT
                   IF FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN)) =
                       FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                      AND WS-APT-DATE(WS-APT-SCAN) = WS-APT-DATE-IN
                      AND WS-APT-TIME(WS-APT-SCAN) = WS-IVW-TEMP-TIME
                      AND NOT WS-APT-WITHDRAWN(WS-APT-SCAN)
                       MOVE 1 TO WS-APT-DUP
                   END-IF
               END-PERFORM
               IF WS-APT-DUP = 1
                   MOVE "You already have a slot at that time."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM CYCLE
               END-IF
               IF WS-APT-COUNT >= WS-CONST-MAX-APPTS
                   MOVE "The appointment file is full."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PERFORM
               END-IF

               ADD 1 TO WS-APT-COUNT
               MOVE SPACES TO WS-APT-ENTRY(WS-APT-COUNT)
               MOVE WS-APT-NEXT-ID TO WS-APT-ID(WS-APT-COUNT)
               ADD 1 TO WS-APT-NEXT-ID
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                   TO WS-APT-ADVISER(WS-APT-COUNT)
               MOVE WS-APT-DATE-IN TO WS-APT-DATE(WS-APT-COUNT)
               MOVE WS-IVW-TEMP-TIME TO WS-APT-TIME(WS-APT-COUNT)
               MOVE WS-APT-MINUTES-IN TO WS-APT-MINUTES(WS-APT-COUNT)
               MOVE "O" TO WS-APT-STATUS(WS-APT-COUNT)
               MOVE 0 TO WS-APT-BOOKED-ON(WS-APT-COUNT)
               MOVE "N" TO WS-APT-REMINDED(WS-APT-COUNT)
               ADD 1 TO WS-APT-ADDED
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5711-LIST-ADVISER-SCHEDULE: The signed-in adviser's slots from
      *> today on, booked ones with the student, topic and any
      *> earlier no-shows.
      *>*****************************************************************
       5711-LIST-ADVISER-SCHEDULE.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- My Office Hours ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-APT-DISP-COUNT
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND WS-APT-DATE(WS-APT-IDX) >= WS-APT-TODAY
                  AND (WS-APT-OPEN(WS-APT-IDX)
                       OR WS-APT-BOOKED(WS-APT-IDX))
                   ADD 1 TO WS-APT-DISP-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-APT-OPEN(WS-APT-IDX)
                       STRING WS-APT-DATE(WS-APT-IDX) " "
                           WS-APT-TIME(WS-APT-IDX) " ("
                           WS-APT-MINUTES(WS-APT-IDX) " min)  open"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   ELSE
                       STRING WS-APT-DATE(WS-APT-IDX) " "
                           WS-APT-TIME(WS-APT-IDX) " ("
                           WS-APT-MINUTES(WS-APT-IDX) " min)  "
                           FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                           " - " FUNCTION TRIM(WS-APT-TOPIC(WS-APT-IDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                       PERFORM 5723-COUNT-STUDENT-NOSHOWS
                       IF WS-APT-NOSHOW-COUNT > 0
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "      NOTE: " WS-APT-NOSHOW-COUNT
                               " earlier no-show(s)"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-APT-DISP-COUNT = 0
               MOVE "No upcoming office hours published."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5712-RECORD-APPT-OUTCOME: For a booked appointment whose day
      *> has come, mark attended or no-show. A no-show is told so.
      *>*****************************************************************
       5712-RECORD-APPT-OUTCOME.
           MOVE "R" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "No booked appointments are awaiting an outcome."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX

           MOVE "1. Attended   2. No-show" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Outcome: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-MENU-CHOICE
           MOVE WS-APT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EVALUATE WS-APT-MENU-CHOICE
               WHEN "1"
                   MOVE "A" TO WS-APT-STATUS(WS-APT-IDX)
                   PERFORM 5707-REWRITE-APPTS
                   MOVE "Recorded as attended." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               WHEN "2"
                   MOVE "N" TO WS-APT-STATUS(WS-APT-IDX)
                   PERFORM 5707-REWRITE-APPTS
                   MOVE WS-APT-STUDENT(WS-APT-IDX) TO WS-NSP-USER
                   MOVE "APPT" TO WS-NSP-KIND
                   MOVE SPACES TO WS-NSP-TEXT
                   STRING "You were recorded as a no-show for your "
                       "advising appointment with "
                       FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX))
                       " on " WS-APT-DATE(WS-APT-IDX) "."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
                   PERFORM 8070-SPOOL-NOTIFICATION
                   PERFORM 5723-COUNT-STUDENT-NOSHOWS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Recorded as a no-show. "
                       FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                       " now has " WS-APT-NOSHOW-COUNT
                       " no-show(s) on record."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               WHEN OTHER
                   MOVE "Invalid choice; nothing recorded."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5713-WITHDRAW-APPT-SLOT: Take down one of the adviser's
      *> upcoming slots. A booked student is notified.
      *>*****************************************************************
       5713-WITHDRAW-APPT-SLOT.
           MOVE "W" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "No upcoming office hours published."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX

           IF WS-APT-BOOKED(WS-APT-IDX)
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "This slot is booked by "
                   FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                   ". Withdraw it anyway? (YES/NO): "
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-APT-MENU-CHOICE
               MOVE WS-APT-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-APT-MENU-CHOICE NOT = "YES"
                   MOVE "Slot kept." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-APT-STUDENT(WS-APT-IDX) TO WS-NSP-USER
               MOVE "APPT" TO WS-NSP-KIND
               MOVE SPACES TO WS-NSP-TEXT
               STRING FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX))
                   " cancelled your advising appointment on "
                   WS-APT-DATE(WS-APT-IDX) " at "
                   WS-APT-TIME(WS-APT-IDX)
                   ". Please book another slot."
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
               PERFORM 8070-SPOOL-NOTIFICATION
           END-IF
           MOVE "X" TO WS-APT-STATUS(WS-APT-IDX)
           PERFORM 5707-REWRITE-APPTS
           MOVE "Slot withdrawn." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5714-PICK-APPT-SLOT: Number and print the slots for
      *> WS-APT-SELECT-MODE, then read a pick. WS-APT-DISP-COUNT is
      *> how many were listed; WS-APT-MATCH-IDX the table row picked
      *> (0 for none or back).
      *>   "O" open slots from today on (students booking)
      *>   "M" my upcoming booked appointments (student)
      *>   "R" adviser's booked appointments due an outcome
      *>   "W" adviser's open or booked slots from today on
      *>*****************************************************************
       5714-PICK-APPT-SLOT.
           MOVE 0 TO WS-APT-DISP-COUNT
           MOVE 0 TO WS-APT-MATCH-IDX
           PERFORM VARYING WS-APT-SCAN FROM 1 BY 1
               UNTIL WS-APT-SCAN > WS-APT-COUNT
               MOVE 0 TO WS-APT-DUP
               EVALUATE WS-APT-SELECT-MODE
                   WHEN "O"
                       IF WS-APT-OPEN(WS-APT-SCAN)
                          AND WS-APT-DATE(WS-APT-SCAN) >= WS-APT-TODAY
                           MOVE 1 TO WS-APT-DUP
                       END-IF
                   WHEN "M"
                       IF WS-APT-BOOKED(WS-APT-SCAN)
                          AND WS-APT-DATE(WS-APT-SCAN) >= WS-APT-TODAY
                          AND FUNCTION TRIM(WS-APT-STUDENT(WS-APT-SCAN))
                            = FUNCTION TRIM(
                                WS-USERNAME(WS-CURRENT-USER-INDEX))
                           MOVE 1 TO WS-APT-DUP
                       END-IF
                   WHEN "R"
                       IF WS-APT-BOOKED(WS-APT-SCAN)
                          AND WS-APT-DATE(WS-APT-SCAN) <= WS-APT-TODAY
                          AND FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN))
                            = FUNCTION TRIM(
                                WS-USERNAME(WS-CURRENT-USER-INDEX))
                           MOVE 1 TO WS-APT-DUP
                       END-IF
                   WHEN "W"
                       IF (WS-APT-OPEN(WS-APT-SCAN)
                           OR WS-APT-BOOKED(WS-APT-SCAN))
                          AND WS-APT-DATE(WS-APT-SCAN) >= WS-APT-TODAY
                          AND FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN))
                            = FUNCTION TRIM(
                                WS-USERNAME(WS-CURRENT-USER-INDEX))
                           MOVE 1 TO WS-APT-DUP
                       END-IF
               END-EVALUATE
               IF WS-APT-DUP = 1
                   ADD 1 TO WS-APT-DISP-COUNT
                   MOVE WS-APT-SCAN
                       TO WS-APT-INDEX-MAP(WS-APT-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   EVALUATE TRUE
                       WHEN WS-APT-SELECT-MODE = "O"
                        AND WS-APT-MY-ADVISER NOT = SPACES
                        AND FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN))
                          = FUNCTION TRIM(WS-APT-MY-ADVISER)
                           STRING WS-APT-DISP-COUNT ". "
                               WS-APT-DATE(WS-APT-SCAN) " "
                               WS-APT-TIME(WS-APT-SCAN) " ("
                               WS-APT-MINUTES(WS-APT-SCAN) " min) with "
                               FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN))
                               " (your adviser)"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN WS-APT-SELECT-MODE = "O"
                        OR WS-APT-SELECT-MODE = "M"
                           STRING WS-APT-DISP-COUNT ". "
                               WS-APT-DATE(WS-APT-SCAN) " "
                               WS-APT-TIME(WS-APT-SCAN) " ("
                               WS-APT-MINUTES(WS-APT-SCAN) " min) with "
                               FUNCTION TRIM(WS-APT-ADVISER(WS-APT-SCAN))
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN WS-APT-OPEN(WS-APT-SCAN)
                           STRING WS-APT-DISP-COUNT ". "
                               WS-APT-DATE(WS-APT-SCAN) " "
                               WS-APT-TIME(WS-APT-SCAN) "  open"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                       WHEN OTHER
                           STRING WS-APT-DISP-COUNT ". "
                               WS-APT-DATE(WS-APT-SCAN) " "
                               WS-APT-TIME(WS-APT-SCAN) "  "
                               FUNCTION TRIM(WS-APT-STUDENT(WS-APT-SCAN))
                               " - "
                               FUNCTION TRIM(WS-APT-TOPIC(WS-APT-SCAN))
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                   END-EVALUATE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-APT-DISP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Select a slot (0 to go back):" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-MENU-CHOICE
           MOVE WS-APT-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-APT-MENU-CHOICE = SPACES
               OR FUNCTION TRIM(WS-APT-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-APT-MENU-CHOICE) TO WS-APT-CHOICE
           IF WS-APT-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-CHOICE > WS-APT-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APT-INDEX-MAP(WS-APT-CHOICE) TO WS-APT-MATCH-IDX
           EXIT.

      *>*****************************************************************
      *> 5715-BOOK-APPOINTMENT: Pick an open slot (the student's own
      *> caseload adviser is marked) and say what it is about. One
      *> upcoming appointment per adviser; move it to change it.
      *>*****************************************************************
       5715-BOOK-APPOINTMENT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Open Office Hours ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CSL-LOOKUP-USER
           PERFORM 5692-FIND-STUDENT-ADVISER
           MOVE WS-CSL-LOOKUP-ADVISER TO WS-APT-MY-ADVISER

           MOVE "O" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "No open office-hour slots right now."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APT-DUP
           PERFORM VARYING WS-APT-SCAN FROM 1 BY 1
               UNTIL WS-APT-SCAN > WS-APT-COUNT
               IF WS-APT-BOOKED(WS-APT-SCAN)
                  AND WS-APT-DATE(WS-APT-SCAN) >= WS-APT-TODAY
                  AND FUNCTION TRIM(WS-APT-STUDENT(WS-APT-SCAN)) =
                      FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND WS-APT-ADVISER(WS-APT-SCAN) =
                      WS-APT-ADVISER(WS-APT-MATCH-IDX)
                   MOVE 1 TO WS-APT-DUP
               END-IF
           END-PERFORM
           IF WS-APT-DUP = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "You already have an upcoming appointment with "
                   FUNCTION TRIM(WS-APT-ADVISER(WS-APT-MATCH-IDX))
                   ". Reschedule it instead."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "What would you like to discuss? " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-TOPIC-IN
           MOVE WS-APT-TOPIC-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-APT-TOPIC-IN = SPACES
               MOVE "General career advising" TO WS-APT-TOPIC-IN
           END-IF

           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-APT-STUDENT(WS-APT-IDX)
           MOVE WS-APT-TOPIC-IN TO WS-APT-TOPIC(WS-APT-IDX)
           MOVE "B" TO WS-APT-STATUS(WS-APT-IDX)
           MOVE WS-APT-TODAY TO WS-APT-BOOKED-ON(WS-APT-IDX)
           MOVE "N" TO WS-APT-REMINDED(WS-APT-IDX)
           PERFORM 5707-REWRITE-APPTS

           MOVE WS-APT-ADVISER(WS-APT-IDX) TO WS-NSP-USER
           MOVE "APPT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           STRING FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               " booked your office hours on " WS-APT-DATE(WS-APT-IDX)
               " at " WS-APT-TIME(WS-APT-IDX) ": "
               FUNCTION TRIM(WS-APT-TOPIC-IN)
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Booked with "
               FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX)) " on "
               WS-APT-DATE(WS-APT-IDX) " at " WS-APT-TIME(WS-APT-IDX)
               "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5716-LIST-MY-APPOINTMENTS: Every appointment the student has
      *> held, upcoming and past, with its outcome.
      *>*****************************************************************
       5716-LIST-MY-APPOINTMENTS.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- My Adviser Appointments ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-APT-DISP-COUNT
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND NOT WS-APT-OPEN(WS-APT-IDX)
                   ADD 1 TO WS-APT-DISP-COUNT
                   PERFORM 5722-FORMAT-APPT-STATUS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-APT-DATE(WS-APT-IDX) " "
                       WS-APT-TIME(WS-APT-IDX) " with "
                       FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX))
                       " - " FUNCTION TRIM(WS-APT-TOPIC(WS-APT-IDX))
                       " [" FUNCTION TRIM(WS-APT-STATUS-TEXT) "]"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-APT-DISP-COUNT = 0
               MOVE "You have no adviser appointments."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5717-CANCEL-APPOINTMENT: Give an upcoming booking back; the
      *> slot reopens for other students and the adviser is told.
      *>*****************************************************************
       5717-CANCEL-APPOINTMENT.
           MOVE "M" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "You have no upcoming appointments."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX

           MOVE WS-APT-ADVISER(WS-APT-IDX) TO WS-NSP-USER
           MOVE "APPT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           STRING FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               " cancelled the appointment on "
               WS-APT-DATE(WS-APT-IDX) " at " WS-APT-TIME(WS-APT-IDX)
               ". The slot is open again."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION

           PERFORM 5719-RELEASE-APPT-SLOT
           PERFORM 5707-REWRITE-APPTS
           MOVE "Appointment cancelled." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5718-RESCHEDULE-APPOINTMENT: Move an upcoming booking to
      *> another open slot. The topic travels with it; the old slot
      *> reopens; one rewrite covers both rows.
      *>*****************************************************************
       5718-RESCHEDULE-APPOINTMENT.
           MOVE "M" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "You have no upcoming appointments."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APT-MATCH-IDX TO WS-APT-OLD-IDX

           MOVE "Move it to which open slot?" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CSL-LOOKUP-USER
           PERFORM 5692-FIND-STUDENT-ADVISER
           MOVE WS-CSL-LOOKUP-ADVISER TO WS-APT-MY-ADVISER
           MOVE "O" TO WS-APT-SELECT-MODE
           PERFORM 5714-PICK-APPT-SLOT
           IF WS-APT-DISP-COUNT = 0
               MOVE "No open office-hour slots right now; your "
                   & "appointment is unchanged." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-APT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-APT-STUDENT(WS-APT-IDX)
           MOVE WS-APT-TOPIC(WS-APT-OLD-IDX) TO WS-APT-TOPIC(WS-APT-IDX)
           MOVE "B" TO WS-APT-STATUS(WS-APT-IDX)
           MOVE WS-APT-TODAY TO WS-APT-BOOKED-ON(WS-APT-IDX)
           MOVE "N" TO WS-APT-REMINDED(WS-APT-IDX)

           MOVE WS-APT-ADVISER(WS-APT-IDX) TO WS-NSP-USER
           MOVE "APPT" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           STRING FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               " booked your office hours on " WS-APT-DATE(WS-APT-IDX)
               " at " WS-APT-TIME(WS-APT-IDX) " (moved from "
               WS-APT-DATE(WS-APT-OLD-IDX) " "
               WS-APT-TIME(WS-APT-OLD-IDX) ")."
               DELIMITED BY SIZE INTO WS-NSP-TEXT
           END-STRING
           PERFORM 8070-SPOOL-NOTIFICATION
           IF WS-APT-ADVISER(WS-APT-OLD-IDX) NOT =
               WS-APT-ADVISER(WS-APT-IDX)
               MOVE WS-APT-ADVISER(WS-APT-OLD-IDX) TO WS-NSP-USER
               MOVE SPACES TO WS-NSP-TEXT
               STRING FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   " cancelled the appointment on "
                   WS-APT-DATE(WS-APT-OLD-IDX) " at "
                   WS-APT-TIME(WS-APT-OLD-IDX)
                   ". The slot is open again."
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
               PERFORM 8070-SPOOL-NOTIFICATION
           END-IF

           MOVE WS-APT-OLD-IDX TO WS-APT-IDX
           PERFORM 5719-RELEASE-APPT-SLOT
           PERFORM 5707-REWRITE-APPTS
           MOVE WS-APT-MATCH-IDX TO WS-APT-IDX
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Rescheduled to " WS-APT-DATE(WS-APT-IDX) " at "
               WS-APT-TIME(WS-APT-IDX) " with "
               FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX)) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5719-RELEASE-APPT-SLOT: Reopen the slot at WS-APT-IDX.
      *>*****************************************************************
       5719-RELEASE-APPT-SLOT.
           MOVE SPACES TO WS-APT-STUDENT(WS-APT-IDX)
           MOVE SPACES TO WS-APT-TOPIC(WS-APT-IDX)
           MOVE "O" TO WS-APT-STATUS(WS-APT-IDX)
           MOVE 0 TO WS-APT-BOOKED-ON(WS-APT-IDX)
           MOVE "N" TO WS-APT-REMINDED(WS-APT-IDX)
           EXIT.

      *>*****************************************************************
      *> 5720-SPOOL-APPT-REMINDERS: Startup sweep. Every booked
      *> appointment falling today or tomorrow that has not been
      *> reminded yet spools one reminder to the student and one to
      *> the adviser, then is flagged so the next run skips it.
      *>*****************************************************************
       5720-SPOOL-APPT-REMINDERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APT-TODAY
           COMPUTE WS-APT-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-APT-TODAY) + 1)
           MOVE 0 TO WS-APT-REMIND-COUNT
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF WS-APT-BOOKED(WS-APT-IDX)
                  AND WS-APT-REMINDED(WS-APT-IDX) NOT = "Y"
                  AND (WS-APT-DATE(WS-APT-IDX) = WS-APT-TODAY
                       OR WS-APT-DATE(WS-APT-IDX) = WS-APT-TOMORROW)
                   MOVE WS-APT-STUDENT(WS-APT-IDX) TO WS-NSP-USER
                   MOVE "APPTREMIND" TO WS-NSP-KIND
                   MOVE SPACES TO WS-NSP-TEXT
                   STRING "Reminder: advising appointment with "
                       FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX))
                       " on " WS-APT-DATE(WS-APT-IDX) " at "
                       WS-APT-TIME(WS-APT-IDX) "."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
                   PERFORM 8070-SPOOL-NOTIFICATION
                   MOVE WS-APT-ADVISER(WS-APT-IDX) TO WS-NSP-USER
                   MOVE SPACES TO WS-NSP-TEXT
                   STRING "Reminder: advising appointment with "
                       FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                       " on " WS-APT-DATE(WS-APT-IDX) " at "
                       WS-APT-TIME(WS-APT-IDX) " - "
                       FUNCTION TRIM(WS-APT-TOPIC(WS-APT-IDX))
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
                   PERFORM 8070-SPOOL-NOTIFICATION
                   MOVE "Y" TO WS-APT-REMINDED(WS-APT-IDX)
                   ADD 1 TO WS-APT-REMIND-COUNT
               END-IF
           END-PERFORM
           IF WS-APT-REMIND-COUNT > 0
               PERFORM 5707-REWRITE-APPTS
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5721-APPT-UTILIZATION-REPORT: Admin. For one month (blank =
      *> this month), per adviser: slots published (withdrawn ones
      *> excluded), slots booked and the utilization percentage,
      *> attended, and no-shows.
      *>*****************************************************************
       5721-APPT-UTILIZATION-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== ADVISER APPOINTMENT UTILIZATION ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Month (YYYYMM, blank for this month): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APT-MONTH-IN
           MOVE WS-APT-MONTH-IN TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-APT-MONTH-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-APT-MONTH-IN
           END-IF
           IF WS-APT-MONTH-IN IS NOT NUMERIC
               OR WS-APT-MONTH-IN(5:2) < "01"
               OR WS-APT-MONTH-IN(5:2) > "12"
               MOVE "Invalid month. Must be YYYYMM." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APT-ADV-USED
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF WS-APT-DATE(WS-APT-IDX)(1:6) = WS-APT-MONTH-IN
                  AND NOT WS-APT-WITHDRAWN(WS-APT-IDX)
                   MOVE 0 TO WS-APT-MATCH-IDX
                   PERFORM VARYING WS-APT-ADV-IDX FROM 1 BY 1
                       UNTIL WS-APT-ADV-IDX > WS-APT-ADV-USED
                           OR WS-APT-MATCH-IDX > 0
                       IF WS-APT-ADV-NAME(WS-APT-ADV-IDX) =
                           WS-APT-ADVISER(WS-APT-IDX)
                           MOVE WS-APT-ADV-IDX TO WS-APT-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF WS-APT-MATCH-IDX = 0
                      AND WS-APT-ADV-USED < 100
                       ADD 1 TO WS-APT-ADV-USED
                       MOVE WS-APT-ADV-USED TO WS-APT-MATCH-IDX
                       MOVE WS-APT-ADVISER(WS-APT-IDX)
                           TO WS-APT-ADV-NAME(WS-APT-MATCH-IDX)
                       MOVE 0 TO WS-APT-ADV-SLOTS(WS-APT-MATCH-IDX)
                       MOVE 0 TO WS-APT-ADV-BOOKED(WS-APT-MATCH-IDX)
                       MOVE 0 TO WS-APT-ADV-ATTENDED(WS-APT-MATCH-IDX)
                       MOVE 0 TO WS-APT-ADV-NOSHOW(WS-APT-MATCH-IDX)
                   END-IF
                   IF WS-APT-MATCH-IDX > 0
                       ADD 1 TO WS-APT-ADV-SLOTS(WS-APT-MATCH-IDX)
                       IF NOT WS-APT-OPEN(WS-APT-IDX)
                           ADD 1 TO WS-APT-ADV-BOOKED(WS-APT-MATCH-IDX)
                       END-IF
                       IF WS-APT-ATTENDED(WS-APT-IDX)
                           ADD 1
                               TO WS-APT-ADV-ATTENDED(WS-APT-MATCH-IDX)
                       END-IF
                       IF WS-APT-NO-SHOW(WS-APT-IDX)
                           ADD 1 TO WS-APT-ADV-NOSHOW(WS-APT-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Month: " WS-APT-MONTH-IN(1:4) "-"
               WS-APT-MONTH-IN(5:2)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-APT-ADV-USED = 0
               MOVE "No office hours were published that month."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APT-ADV-IDX FROM 1 BY 1
               UNTIL WS-APT-ADV-IDX > WS-APT-ADV-USED
               COMPUTE WS-APT-UTIL-PCT =
                   WS-APT-ADV-BOOKED(WS-APT-ADV-IDX) * 100
                   / WS-APT-ADV-SLOTS(WS-APT-ADV-IDX)
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  "
                   FUNCTION TRIM(WS-APT-ADV-NAME(WS-APT-ADV-IDX))
                   ": slots " WS-APT-ADV-SLOTS(WS-APT-ADV-IDX)
                   ", booked " WS-APT-ADV-BOOKED(WS-APT-ADV-IDX)
                   " (" WS-APT-UTIL-PCT "%), attended "
                   WS-APT-ADV-ATTENDED(WS-APT-ADV-IDX)
                   ", no-shows " WS-APT-ADV-NOSHOW(WS-APT-ADV-IDX)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 5722-FORMAT-APPT-STATUS: WS-APT-STATUS(WS-APT-IDX) as text.
      *>*****************************************************************
       5722-FORMAT-APPT-STATUS.
           EVALUATE TRUE
               WHEN WS-APT-BOOKED(WS-APT-IDX)
                   MOVE "Booked" TO WS-APT-STATUS-TEXT
               WHEN WS-APT-ATTENDED(WS-APT-IDX)
                   MOVE "Attended" TO WS-APT-STATUS-TEXT
               WHEN WS-APT-NO-SHOW(WS-APT-IDX)
                   MOVE "No-show" TO WS-APT-STATUS-TEXT
               WHEN WS-APT-WITHDRAWN(WS-APT-IDX)
                   MOVE "Cancelled" TO WS-APT-STATUS-TEXT
               WHEN OTHER
                   MOVE "Open" TO WS-APT-STATUS-TEXT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 5723-COUNT-STUDENT-NOSHOWS: No-shows on record, across all
      *> advisers, for the student booked at WS-APT-IDX.
      *>*****************************************************************
       5723-COUNT-STUDENT-NOSHOWS.
           MOVE 0 TO WS-APT-NOSHOW-COUNT
           PERFORM VARYING WS-APT-SCAN FROM 1 BY 1
               UNTIL WS-APT-SCAN > WS-APT-COUNT
               IF WS-APT-NO-SHOW(WS-APT-SCAN)
                  AND WS-APT-STUDENT(WS-APT-SCAN) =
                      WS-APT-STUDENT(WS-APT-IDX)
                   ADD 1 TO WS-APT-NOSHOW-COUNT
               END-IF
           END-PERFORM
           EXIT.
