      *>*****************************************************************
      *> FILE:    WS-ROOMS.cpy
      *> PURPOSE: Working-storage for the career center interview
      *>          rooms (ROOMS_SRC.cpy). ROOMS.DAT lists each room, its
      *>          building, seats and bookable hours; an on-campus
      *>          interview slot holds its room (WS-IVT-ROOM) for
      *>          WS-CONST-INTERVIEW-MINUTES from the slot time, so two
      *>          slots in one room can never overlap.
      *>
      *> VARIABLES:
      *>   WS-RMS-TABLE         - Rooms: id, building, seats, open and
      *>                          close time (HH:MM)
      *>   WS-RMS-CHECK-DATE / WS-RMS-CHECK-TIME
      *>                        - 5556/5557 argument: the slot asked for
      *>   WS-RMS-FREE          - 5556 result for room WS-RMS-IDX
      *>   WS-RMS-PICKED / WS-RMS-PICK-OK
      *>                        - 5557 result: the room chosen (spaces
      *>                          = not on campus) and 0 when the slot
      *>                          should be dropped
      *>   WS-RMS-FIND-ROOM / WS-RMS-FOUND / WS-RMS-WHERE
      *>                        - 5558 argument, table row and
      *>                          "room, building" text
      *>   WS-RMS-DAY-MAP       - 5559: the day's bookings in one room,
      *>                          sorted by slot time
      *>   WS-RMS-* scratch     - Loop, minute, input and display fields
      *>
      *> USED BY: ROOMS_SRC.cpy, INTERVIEWS_SRC.cpy, CALENDAR_SRC.cpy,
      *>          EXPORT_SRC.cpy
      *>*****************************************************************
      01  WS-ROOMS-STATUS             PIC XX.
      01  WS-ROOMS-EOF                PIC X VALUE "N".
      01  WS-RMS-COUNT                PIC 999 VALUE 0.
      01  WS-RMS-TABLE.
          05  WS-RMS-ENTRY OCCURS 50 TIMES.
              10  WS-RMS-ROOM        PIC X(10).
              10  WS-RMS-BUILDING    PIC X(30).
              10  WS-RMS-CAPACITY    PIC 9(3).
              10  WS-RMS-OPEN        PIC X(5).
              10  WS-RMS-CLOSE       PIC X(5).
      01  WS-RMS-IDX                  PIC 999 VALUE 0.
      01  WS-RMS-JDX                  PIC 999 VALUE 0.
      01  WS-RMS-CHECK-DATE           PIC 9(8) VALUE 0.
      01  WS-RMS-CHECK-TIME           PIC X(5) VALUE SPACES.
      01  WS-RMS-FREE                 PIC 9 VALUE 0.
      01  WS-RMS-PICKED               PIC X(10) VALUE SPACES.
      01  WS-RMS-PICK-OK              PIC 9 VALUE 1.
      01  WS-RMS-FIND-ROOM            PIC X(10) VALUE SPACES.
      01  WS-RMS-FOUND                PIC 999 VALUE 0.
      01  WS-RMS-WHERE                PIC X(50) VALUE SPACES.
      01  WS-RMS-FREE-COUNT           PIC 999 VALUE 0.
      01  WS-RMS-FREE-TABLE.
          05  WS-RMS-FREE-MAP OCCURS 50 TIMES PIC 999.
      01  WS-RMS-DAY-COUNT            PIC 999 VALUE 0.
      01  WS-RMS-DAY-TABLE.
          05  WS-RMS-DAY-MAP OCCURS 200 TIMES PIC 999.
      01  WS-RMS-HOLD                 PIC 999 VALUE 0.
      01  WS-RMS-MOVING               PIC X VALUE "N".
      01  WS-RMS-START-MIN            PIC 9(4) VALUE 0.
      01  WS-RMS-OTHER-MIN            PIC 9(4) VALUE 0.
      01  WS-RMS-OPEN-MIN             PIC 9(4) VALUE 0.
      01  WS-RMS-CLOSE-MIN            PIC 9(4) VALUE 0.
      01  WS-RMS-END-MIN              PIC 9(4) VALUE 0.
      01  WS-RMS-END-TIME             PIC X(5) VALUE SPACES.
      01  WS-RMS-END-HH               PIC 99 VALUE 0.
      01  WS-RMS-END-MM               PIC 99 VALUE 0.
      01  WS-RMS-TIME-TEXT            PIC X(5) VALUE SPACES.
      01  WS-RMS-TIME-VALID           PIC 9 VALUE 0.
      01  WS-RMS-BOOKED               PIC 9(4) VALUE 0.
      01  WS-RMS-PTR                  PIC 999 VALUE 0.
      01  WS-RMS-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-RMS-ANSWER               PIC X(10) VALUE SPACES.
      01  WS-RMS-INPUT                PIC X(30) VALUE SPACES.
      01  WS-RMS-N1                   PIC ZZ9.
      01  WS-RMS-N2                   PIC ZZZ9.
