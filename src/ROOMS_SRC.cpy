      *>*****************************************************************
      *> FILE:    ROOMS_SRC.cpy
      *> PURPOSE: Career center interview rooms. Staff keep ROOMS.DAT
      *>          (room, building, seats, bookable hours); a poster
      *>          proposing an on-campus slot (5373) picks from the
      *>          rooms free at that date and time. A slot holds its
      *>          room for WS-CONST-INTERVIEW-MINUTES from the start,
      *>          whether still proposed or confirmed, so no room can
      *>          hold two interviews at once; blackout days (5545)
      *>          and times outside the room's hours are never free.
      *>          The front desk prints each day's bookings room by
      *>          room (5559).
      *>
      *> PARAGRAPHS:
      *>   5550-LOAD-ROOMS / 5551 loop
      *>   5552-REWRITE-ROOMS
      *>   5553-MAINTAIN-ROOMS        - Admin list/add/remove
      *>   5554-ADD-ROOM
      *>   5555-REMOVE-ROOM           - Refused while future slots
      *>                                hold the room
      *>   5556-CHECK-ROOM-FREE       - WS-RMS-IDX at WS-RMS-CHECK-
      *>                                DATE/-TIME -> WS-RMS-FREE
      *>   5557-PICK-INTERVIEW-ROOM   - 5373's on-campus prompt
      *>   5558-DESCRIBE-ROOM         - WS-RMS-FIND-ROOM -> WS-RMS-WHERE
      *>   5559-DAILY-ROOM-SCHEDULE   - Front desk printout for a day
      *>
      *> DEPENDENCIES:
      *>   WS-ROOMS.cpy, ROOMS-FILE, WS-INTERVIEWS.cpy,
      *>   BLACKOUT_SRC.cpy (5545), JOBS_SRC.cpy (5348),
      *>   REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       5550-LOAD-ROOMS.
           MOVE 0 TO WS-RMS-COUNT
           MOVE "N" TO WS-ROOMS-EOF
           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS = WS-CONST-FS-OK
               PERFORM 5551-READ-ROOMS-LOOP
               CLOSE ROOMS-FILE
           END-IF
           EXIT.

       5551-READ-ROOMS-LOOP.
           READ ROOMS-FILE
               AT END
                   MOVE "Y" TO WS-ROOMS-EOF
               NOT AT END
                   IF WS-RMS-COUNT < WS-CONST-MAX-ROOMS
                       AND RMS-ROOM NOT = SPACES
                       ADD 1 TO WS-RMS-COUNT
                       MOVE RMS-ROOM TO WS-RMS-ROOM(WS-RMS-COUNT)
                       MOVE RMS-BUILDING
                           TO WS-RMS-BUILDING(WS-RMS-COUNT)
                       IF RMS-CAPACITY IS NUMERIC
                           MOVE RMS-CAPACITY
                               TO WS-RMS-CAPACITY(WS-RMS-COUNT)
                       ELSE
                           MOVE 0 TO WS-RMS-CAPACITY(WS-RMS-COUNT)
                       END-IF
                       MOVE RMS-OPEN TO WS-RMS-OPEN(WS-RMS-COUNT)
                       MOVE RMS-CLOSE TO WS-RMS-CLOSE(WS-RMS-COUNT)
                   END-IF
           END-READ
           IF WS-ROOMS-EOF = "N"
               PERFORM 5551-READ-ROOMS-LOOP
           END-IF
           EXIT.

       5552-REWRITE-ROOMS.
           MOVE WS-ROOMS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-ROOMS-TMP-PATH TO WS-ROOMS-PATH
           OPEN OUTPUT ROOMS-FILE
           IF WS-ROOMS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ROOMS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite ROOMS.DAT. "
                   "STATUS=" WS-ROOMS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RMS-IDX FROM 1 BY 1
               UNTIL WS-RMS-IDX > WS-RMS-COUNT
               MOVE WS-RMS-ROOM(WS-RMS-IDX) TO RMS-ROOM
               MOVE WS-RMS-BUILDING(WS-RMS-IDX) TO RMS-BUILDING
               MOVE WS-RMS-CAPACITY(WS-RMS-IDX) TO RMS-CAPACITY
               MOVE WS-RMS-OPEN(WS-RMS-IDX) TO RMS-OPEN
               MOVE WS-RMS-CLOSE(WS-RMS-IDX) TO RMS-CLOSE
               WRITE RMS-RECORD
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ROOMS-PATH
           MOVE "ROOMS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-ROOMS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-ROOMS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-ROOMS-TMP-PATH
               WS-ROOMS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace ROOMS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5553-MAINTAIN-ROOMS: Admin screen.
      *>*****************************************************************
       5553-MAINTAIN-ROOMS.
           MOVE "1" TO WS-RMS-MENU-CHOICE
           PERFORM UNTIL WS-RMS-MENU-CHOICE = "4"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Career Center Interview Rooms ---"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List Rooms" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Room" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Room" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-MENU-CHOICE
               MOVE WS-RMS-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-RMS-MENU-CHOICE
                   WHEN "1"
                       IF WS-RMS-COUNT = 0
                           MOVE "No interview rooms on file."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                       PERFORM VARYING WS-RMS-IDX FROM 1 BY 1
                           UNTIL WS-RMS-IDX > WS-RMS-COUNT
                           MOVE WS-RMS-IDX TO WS-RMS-N1
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  " WS-RMS-N1 ". "
                               FUNCTION TRIM(WS-RMS-ROOM(WS-RMS-IDX))
                               " - "
                               FUNCTION TRIM(
                                   WS-RMS-BUILDING(WS-RMS-IDX))
                               " (seats "
                               WS-RMS-CAPACITY(WS-RMS-IDX)
                               ", open " WS-RMS-OPEN(WS-RMS-IDX)
                               "-" WS-RMS-CLOSE(WS-RMS-IDX) ")"
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-PERFORM
                   WHEN "2"
                       PERFORM 5554-ADD-ROOM
                   WHEN "3"
                       PERFORM 5555-REMOVE-ROOM
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
      *> 5554-ADD-ROOM: Room id (unique), building, seats and the
      *> hours it can be booked. Nothing is kept until every answer
      *> checks out.
      *>*****************************************************************
       5554-ADD-ROOM.
           IF WS-RMS-COUNT >= WS-CONST-MAX-ROOMS
               MOVE "The room table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Room (e.g. CC-101): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-RMS-FIND-ROOM
           MOVE WS-RMS-FIND-ROOM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RMS-FIND-ROOM = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) > 10
               MOVE "A room is 1 to 10 characters." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5558-DESCRIBE-ROOM
           IF WS-RMS-FOUND > 0
               MOVE "That room is already on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RMS-COUNT
           MOVE WS-RMS-FIND-ROOM TO WS-RMS-ROOM(WS-RMS-COUNT)

           MOVE "Building: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD)
               TO WS-RMS-BUILDING(WS-RMS-COUNT)
           MOVE WS-RMS-BUILDING(WS-RMS-COUNT) TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "Seats: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-INPUT
           MOVE WS-RMS-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-RMS-INPUT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-RMS-INPUT)) > 3
               OR FUNCTION NUMVAL(WS-RMS-INPUT) = 0
               MOVE "Seats must be a number from 1 to 999."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RMS-INPUT)
               TO WS-RMS-CAPACITY(WS-RMS-COUNT)

           MOVE "Bookable from (HH:MM, 24-hour): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-TIME-TEXT
           MOVE WS-RMS-TIME-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-RMS-TIME-TEXT TO WS-RMS-OPEN(WS-RMS-COUNT)

           MOVE "Bookable until (HH:MM, 24-hour): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-TIME-TEXT
           MOVE WS-RMS-TIME-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-RMS-TIME-TEXT TO WS-RMS-CLOSE(WS-RMS-COUNT)

      *>    Same HH:MM rule as interview slot times (5377).
           MOVE 1 TO WS-RMS-TIME-VALID
           MOVE WS-RMS-OPEN(WS-RMS-COUNT) TO WS-RMS-TIME-TEXT
           IF WS-RMS-TIME-TEXT(1:2) IS NOT NUMERIC
               OR WS-RMS-TIME-TEXT(3:1) NOT = ":"
               OR WS-RMS-TIME-TEXT(4:2) IS NOT NUMERIC
               OR WS-RMS-TIME-TEXT(1:2) > "23"
               OR WS-RMS-TIME-TEXT(4:2) > "59"
               MOVE 0 TO WS-RMS-TIME-VALID
           END-IF
           MOVE WS-RMS-CLOSE(WS-RMS-COUNT) TO WS-RMS-TIME-TEXT
           IF WS-RMS-TIME-TEXT(1:2) IS NOT NUMERIC
               OR WS-RMS-TIME-TEXT(3:1) NOT = ":"
               OR WS-RMS-TIME-TEXT(4:2) IS NOT NUMERIC
               OR WS-RMS-TIME-TEXT(1:2) > "24"
               OR WS-RMS-TIME-TEXT(4:2) > "59"
               OR (WS-RMS-TIME-TEXT(1:2) = "24"
                   AND WS-RMS-TIME-TEXT(4:2) NOT = "00")
               MOVE 0 TO WS-RMS-TIME-VALID
           END-IF
           IF WS-RMS-TIME-VALID = 1
               AND WS-RMS-CLOSE(WS-RMS-COUNT)
                   <= WS-RMS-OPEN(WS-RMS-COUNT)
               MOVE 0 TO WS-RMS-TIME-VALID
           END-IF
           IF WS-RMS-TIME-VALID = 0
               MOVE "Hours must be HH:MM, e.g. 09:00 until 17:00."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               SUBTRACT 1 FROM WS-RMS-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM 5552-REWRITE-ROOMS
           MOVE "Room added." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5555-REMOVE-ROOM: A room still held by a proposed or confirmed
      *> slot from today on stays until those slots are moved.
      *>*****************************************************************
       5555-REMOVE-ROOM.
           MOVE "Number of the room to remove: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-MENU-CHOICE
           MOVE WS-RMS-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-RMS-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RMS-MENU-CHOICE) TO WS-RMS-JDX
           IF WS-RMS-JDX = 0 OR WS-RMS-JDX > WS-RMS-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 0 TO WS-RMS-BOOKED
           PERFORM VARYING WS-IVW-IDX FROM 1 BY 1
               UNTIL WS-IVW-IDX > WS-INTERVIEW-COUNT
               IF WS-IVT-ROOM(WS-IVW-IDX) = WS-RMS-ROOM(WS-RMS-JDX)
                   AND WS-IVT-SLOT-DATE(WS-IVW-IDX) >= WS-TODAY-DATE
                   ADD 1 TO WS-RMS-BOOKED
               END-IF
           END-PERFORM
           IF WS-RMS-BOOKED > 0
               MOVE WS-RMS-BOOKED TO WS-RMS-N2
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Room " FUNCTION TRIM(WS-RMS-ROOM(WS-RMS-JDX))
                   " still holds " FUNCTION TRIM(WS-RMS-N2)
                   " interview slot(s) from today on; it was not"
                   " removed."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RMS-IDX FROM WS-RMS-JDX BY 1
               UNTIL WS-RMS-IDX >= WS-RMS-COUNT
               MOVE WS-RMS-ENTRY(WS-RMS-IDX + 1)
                   TO WS-RMS-ENTRY(WS-RMS-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RMS-COUNT
           PERFORM 5552-REWRITE-ROOMS
           MOVE "Room removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 5556-CHECK-ROOM-FREE: May room WS-RMS-IDX take an interview at
      *> WS-RMS-CHECK-DATE / WS-RMS-CHECK-TIME? Not on a blackout day,
      *> only inside the room's hours (the whole interview), and not
      *> overlapping any slot - proposed or confirmed - already
      *> holding the room that day.
      *>*****************************************************************
       5556-CHECK-ROOM-FREE.
           MOVE 0 TO WS-RMS-FREE
           MOVE WS-RMS-CHECK-DATE TO WS-BLK-CHECK-DATE
           PERFORM 5545-CHECK-BLACKOUT
           IF WS-BLK-HIT = 1
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RMS-START-MIN =
               FUNCTION NUMVAL(WS-RMS-CHECK-TIME(1:2)) * 60
               + FUNCTION NUMVAL(WS-RMS-CHECK-TIME(4:2))
           COMPUTE WS-RMS-OPEN-MIN =
               FUNCTION NUMVAL(WS-RMS-OPEN(WS-RMS-IDX)(1:2)) * 60
               + FUNCTION NUMVAL(WS-RMS-OPEN(WS-RMS-IDX)(4:2))
           COMPUTE WS-RMS-CLOSE-MIN =
               FUNCTION NUMVAL(WS-RMS-CLOSE(WS-RMS-IDX)(1:2)) * 60
               + FUNCTION NUMVAL(WS-RMS-CLOSE(WS-RMS-IDX)(4:2))
           IF WS-RMS-START-MIN < WS-RMS-OPEN-MIN
               OR WS-RMS-START-MIN + WS-CONST-INTERVIEW-MINUTES
                   > WS-RMS-CLOSE-MIN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IVW-IDX FROM 1 BY 1
               UNTIL WS-IVW-IDX > WS-INTERVIEW-COUNT
               IF WS-IVT-ROOM(WS-IVW-IDX) = WS-RMS-ROOM(WS-RMS-IDX)
                   AND WS-IVT-SLOT-DATE(WS-IVW-IDX) = WS-RMS-CHECK-DATE
                   MOVE WS-IVT-SLOT-TIME(WS-IVW-IDX) TO WS-RMS-TIME-TEXT
                   COMPUTE WS-RMS-OTHER-MIN =
                       FUNCTION NUMVAL(WS-RMS-TIME-TEXT(1:2)) * 60
                       + FUNCTION NUMVAL(WS-RMS-TIME-TEXT(4:2))
                   IF WS-RMS-START-MIN
                       < WS-RMS-OTHER-MIN + WS-CONST-INTERVIEW-MINUTES
                       AND WS-RMS-OTHER-MIN
                       < WS-RMS-START-MIN + WS-CONST-INTERVIEW-MINUTES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-RMS-FREE
           EXIT.

      *>*****************************************************************
      *> 5557-PICK-INTERVIEW-ROOM: 5373 has a valid date and time in
      *> WS-RMS-CHECK-DATE / WS-RMS-CHECK-TIME. With rooms on file, ask
      *> whether the slot is on campus and, if so, offer only the rooms
      *> free then. WS-RMS-PICKED gets the room (spaces = not on
      *> campus); WS-RMS-PICK-OK = 0 drops the slot.
      *>*****************************************************************
       5557-PICK-INTERVIEW-ROOM.
           MOVE SPACES TO WS-RMS-PICKED
           MOVE 1 TO WS-RMS-PICK-OK
           IF WS-RMS-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "On campus in a career center room? (YES/NO): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               MOVE 0 TO WS-RMS-PICK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-RMS-ANSWER
           MOVE WS-RMS-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RMS-ANSWER NOT = "YES" AND WS-RMS-ANSWER NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RMS-FREE-COUNT
           PERFORM VARYING WS-RMS-IDX FROM 1 BY 1
               UNTIL WS-RMS-IDX > WS-RMS-COUNT
               PERFORM 5556-CHECK-ROOM-FREE
               IF WS-RMS-FREE = 1
                   ADD 1 TO WS-RMS-FREE-COUNT
                   MOVE WS-RMS-IDX
                       TO WS-RMS-FREE-MAP(WS-RMS-FREE-COUNT)
                   IF WS-RMS-FREE-COUNT = 1
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Rooms free on " WS-RMS-CHECK-DATE
                           " at " WS-RMS-CHECK-TIME ":"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   MOVE WS-RMS-FREE-COUNT TO WS-RMS-N1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " WS-RMS-N1 ". "
                       FUNCTION TRIM(WS-RMS-ROOM(WS-RMS-IDX))
                       " - "
                       FUNCTION TRIM(WS-RMS-BUILDING(WS-RMS-IDX))
                       " (seats " WS-RMS-CAPACITY(WS-RMS-IDX) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           IF WS-RMS-FREE-COUNT = 0
               MOVE 0 TO WS-RMS-PICK-OK
               MOVE "No interview room is free then - all are booked "
                   & "or closed. Choose another slot." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Room number (0 to drop this slot): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               MOVE 0 TO WS-RMS-PICK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-MENU-CHOICE
           MOVE WS-RMS-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-RMS-JDX
           IF FUNCTION TRIM(WS-RMS-MENU-CHOICE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-RMS-MENU-CHOICE) TO WS-RMS-JDX
           END-IF
           IF WS-RMS-JDX = 0 OR WS-RMS-JDX > WS-RMS-FREE-COUNT
               MOVE 0 TO WS-RMS-PICK-OK
               MOVE "No room picked; slot not added." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RMS-FREE-MAP(WS-RMS-JDX) TO WS-RMS-IDX
           MOVE WS-RMS-ROOM(WS-RMS-IDX) TO WS-RMS-PICKED
           EXIT.

      *>*****************************************************************
      *> 5558-DESCRIBE-ROOM: Row and "room, building" text for room
      *> WS-RMS-FIND-ROOM. A room since removed is described by its id
      *> alone.
      *>*****************************************************************
       5558-DESCRIBE-ROOM.
           MOVE 0 TO WS-RMS-FOUND
           MOVE WS-RMS-FIND-ROOM TO WS-RMS-WHERE
           PERFORM VARYING WS-RMS-IDX FROM 1 BY 1
               UNTIL WS-RMS-IDX > WS-RMS-COUNT
                   OR WS-RMS-FOUND > 0
               IF WS-RMS-ROOM(WS-RMS-IDX) = WS-RMS-FIND-ROOM
                   MOVE WS-RMS-IDX TO WS-RMS-FOUND
                   MOVE SPACES TO WS-RMS-WHERE
                   STRING "room " FUNCTION TRIM(WS-RMS-FIND-ROOM) ", "
                       FUNCTION TRIM(WS-RMS-BUILDING(WS-RMS-IDX))
                       DELIMITED BY SIZE INTO WS-RMS-WHERE
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-RMS-FOUND = 0
               MOVE SPACES TO WS-RMS-WHERE
               STRING "room " FUNCTION TRIM(WS-RMS-FIND-ROOM)
                   DELIMITED BY SIZE INTO WS-RMS-WHERE
               END-STRING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 5559-DAILY-ROOM-SCHEDULE: Front desk printout for one day -
      *> every room with its bookings in time order, confirmed and
      *> still-proposed (the room is held either way).
      *>*****************************************************************
       5559-DAILY-ROOM-SCHEDULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "Schedule date (YYYYMMDD, blank for today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RMS-INPUT
           MOVE WS-RMS-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RMS-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-RMS-CHECK-DATE
           ELSE
               IF FUNCTION TRIM(WS-RMS-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-RMS-INPUT))
                       NOT = 8
                   MOVE "That is not a YYYYMMDD date." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-RMS-INPUT) TO WS-RMS-CHECK-DATE
           END-IF

           MOVE "ROOM-SCHEDULE" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "=== INTERVIEW ROOM SCHEDULE FOR " WS-RMS-CHECK-DATE
               " ===" DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-RMS-CHECK-DATE TO WS-BLK-CHECK-DATE
           PERFORM 5545-CHECK-BLACKOUT
           IF WS-BLK-HIT = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Campus blackout: " FUNCTION TRIM(WS-BLK-HIT-DESC)
                   " - no interviews may be booked."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-RMS-COUNT = 0
               MOVE "No interview rooms on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE 0 TO WS-RMS-BOOKED
           PERFORM VARYING WS-RMS-JDX FROM 1 BY 1
               UNTIL WS-RMS-JDX > WS-RMS-COUNT
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-RMS-ROOM(WS-RMS-JDX)) " - "
                   FUNCTION TRIM(WS-RMS-BUILDING(WS-RMS-JDX))
                   " (seats " WS-RMS-CAPACITY(WS-RMS-JDX)
                   ", open " WS-RMS-OPEN(WS-RMS-JDX)
                   "-" WS-RMS-CLOSE(WS-RMS-JDX) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT

      *>        The day's slots in this room, insertion-sorted by time.
               MOVE 0 TO WS-RMS-DAY-COUNT
               PERFORM VARYING WS-IVW-IDX FROM 1 BY 1
                   UNTIL WS-IVW-IDX > WS-INTERVIEW-COUNT
                   IF WS-IVT-ROOM(WS-IVW-IDX) = WS-RMS-ROOM(WS-RMS-JDX)
                       AND WS-IVT-SLOT-DATE(WS-IVW-IDX)
                           = WS-RMS-CHECK-DATE
                       ADD 1 TO WS-RMS-DAY-COUNT
                       MOVE WS-RMS-DAY-COUNT TO WS-RMS-IDX
                       MOVE "Y" TO WS-RMS-MOVING
                       PERFORM UNTIL WS-RMS-MOVING = "N"
                           IF WS-RMS-IDX = 1
                               MOVE "N" TO WS-RMS-MOVING
                           ELSE
                               MOVE WS-RMS-DAY-MAP(WS-RMS-IDX - 1)
                                   TO WS-RMS-HOLD
                               IF WS-IVT-SLOT-TIME(WS-RMS-HOLD)
                                   > WS-IVT-SLOT-TIME(WS-IVW-IDX)
                                   MOVE WS-RMS-HOLD
                                       TO WS-RMS-DAY-MAP(WS-RMS-IDX)
                                   SUBTRACT 1 FROM WS-RMS-IDX
                               ELSE
                                   MOVE "N" TO WS-RMS-MOVING
                               END-IF
                           END-IF
                       END-PERFORM
                       MOVE WS-IVW-IDX TO WS-RMS-DAY-MAP(WS-RMS-IDX)
                   END-IF
               END-PERFORM

               IF WS-RMS-DAY-COUNT = 0
                   MOVE "   (no interviews booked)" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               PERFORM VARYING WS-RMS-IDX FROM 1 BY 1
                   UNTIL WS-RMS-IDX > WS-RMS-DAY-COUNT
                   MOVE WS-RMS-DAY-MAP(WS-RMS-IDX) TO WS-IVW-IDX
                   ADD 1 TO WS-RMS-BOOKED
                   MOVE WS-IVT-SLOT-TIME(WS-IVW-IDX) TO WS-RMS-TIME-TEXT
                   COMPUTE WS-RMS-END-MIN =
                       FUNCTION NUMVAL(WS-RMS-TIME-TEXT(1:2)) * 60
                       + FUNCTION NUMVAL(WS-RMS-TIME-TEXT(4:2))
                       + WS-CONST-INTERVIEW-MINUTES
                   DIVIDE WS-RMS-END-MIN BY 60 GIVING WS-RMS-END-HH
                       REMAINDER WS-RMS-END-MM
                   MOVE SPACES TO WS-RMS-END-TIME
                   STRING WS-RMS-END-HH ":" WS-RMS-END-MM
                       DELIMITED BY SIZE INTO WS-RMS-END-TIME
                   END-STRING
                   MOVE WS-IVT-JOB-ID(WS-IVW-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-IVT-STATUS(WS-IVW-IDX) = "C"
                       MOVE "CONFIRMED" TO WS-RMS-ANSWER
                   ELSE
                       MOVE "PROPOSED" TO WS-RMS-ANSWER
                   END-IF
                   IF WS-SELECTED-JOB-IDX > 0
                       STRING "   " WS-IVT-SLOT-TIME(WS-IVW-IDX) "-"
                           WS-RMS-END-TIME "  " WS-RMS-ANSWER " "
                           FUNCTION TRIM(WS-IVT-USERNAME(WS-IVW-IDX))
                           " - "
                           FUNCTION TRIM(
                               WS-JT-TITLE(WS-SELECTED-JOB-IDX))
                           " ("
                           FUNCTION TRIM(
                               WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX))
                           ")"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "   " WS-IVT-SLOT-TIME(WS-IVW-IDX) "-"
                           WS-RMS-END-TIME "  " WS-RMS-ANSWER " "
                           FUNCTION TRIM(WS-IVT-USERNAME(WS-IVW-IDX))
                           " - job #" WS-IVT-JOB-ID(WS-IVW-IDX)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-PERFORM
           END-PERFORM

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-RMS-COUNT TO WS-RMS-N1
           MOVE WS-RMS-BOOKED TO WS-RMS-N2
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Rooms: " FUNCTION TRIM(WS-RMS-N1)
               "   Interviews booked: " FUNCTION TRIM(WS-RMS-N2)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           EXIT.
