      *>*****************************************************************
      *> FILE:    WS-APPTS.cpy
      *> PURPOSE: Working-storage for career adviser appointments
      *>          (APPTS_SRC.cpy). Staff advisers publish office-hour
      *>          slots; students book, cancel or reschedule them; the
      *>          adviser records whether the student came. Booked
      *>          appointments are reminded through the notification
      *>          spool the day before.
      *>
      *> VARIABLES:
      *>   WS-APPTS-STATUS      - File status for APPTS.DAT
      *>   WS-APT-COUNT         - Slots loaded
      *>   WS-APT-NEXT-ID       - Next slot number
      *>   WS-APT-TABLE         - All slots (OCCURS 500)
      *>     WS-APT-ID(n)         - Slot number (PIC 9(7))
      *>     WS-APT-ADVISER(n)    - Staff adviser holding the slot
      *>     WS-APT-DATE(n)       - YYYYMMDD
      *>     WS-APT-TIME(n)       - HH:MM, 24-hour
      *>     WS-APT-MINUTES(n)    - Length of the slot
      *>     WS-APT-STUDENT(n)    - Student booked (spaces when open)
      *>     WS-APT-TOPIC(n)      - What the student wants to discuss
      *>     WS-APT-STATUS(n)     - "O" open, "B" booked, "A" attended,
      *>                            "N" no-show, "X" withdrawn
      *>     WS-APT-BOOKED-ON(n)  - Date booked, YYYYMMDD
      *>     WS-APT-REMINDED(n)   - "Y" once the reminder is spooled
      *>   WS-APT-* scratch     - Loop indexes, menu maps, report
      *>                          tallies
      *>
      *> USED BY: APPTS_SRC.cpy, CALENDAR_SRC.cpy, DUPMERGE_SRC.cpy,
      *>          main.cob
      *>*****************************************************************
      01  WS-APPTS-STATUS             PIC XX.
      01  WS-APPTS-EOF                PIC X VALUE "N".
      01  WS-APT-COUNT                PIC 999 VALUE 0.
      01  WS-APT-NEXT-ID              PIC 9(7) VALUE 0.
      01  WS-APT-TABLE.
          05  WS-APT-ENTRY OCCURS 500 TIMES.
              10  WS-APT-ID          PIC 9(7).
              10  WS-APT-ADVISER     PIC X(20).
              10  WS-APT-DATE        PIC 9(8).
              10  WS-APT-TIME        PIC X(5).
              10  WS-APT-MINUTES     PIC 999.
              10  WS-APT-STUDENT     PIC X(20).
              10  WS-APT-TOPIC       PIC X(60).
              10  WS-APT-STATUS      PIC X.
                  88  WS-APT-OPEN         VALUE "O".
                  88  WS-APT-BOOKED       VALUE "B".
                  88  WS-APT-ATTENDED     VALUE "A".
                  88  WS-APT-NO-SHOW      VALUE "N".
                  88  WS-APT-WITHDRAWN    VALUE "X".
              10  WS-APT-BOOKED-ON   PIC 9(8).
              10  WS-APT-REMINDED    PIC X.
      01  WS-APT-IDX                  PIC 999 VALUE 0.
      01  WS-APT-WRT-IDX              PIC 999 VALUE 0.
      01  WS-APT-SCAN                 PIC 999 VALUE 0.
      01  WS-APT-MATCH-IDX            PIC 999 VALUE 0.
      01  WS-APT-OLD-IDX              PIC 999 VALUE 0.
      01  WS-APT-MENU-CHOICE          PIC X(4) VALUE SPACES.
      01  WS-APT-CHOICE               PIC 999 VALUE 0.
      01  WS-APT-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-APT-INDEX-TABLE.
          05  WS-APT-INDEX-MAP OCCURS 500 TIMES  PIC 999.
      01  WS-APT-TODAY                PIC 9(8) VALUE 0.
      01  WS-APT-TOMORROW             PIC 9(8) VALUE 0.
      01  WS-APT-DATE-IN              PIC 9(8) VALUE 0.
      01  WS-APT-MINUTES-IN           PIC 999 VALUE 0.
      01  WS-APT-NUM-INPUT            PIC X(10) VALUE SPACES.
      01  WS-APT-TOPIC-IN             PIC X(60) VALUE SPACES.
      01  WS-APT-ADDED                PIC 999 VALUE 0.
      01  WS-APT-DUP                  PIC 9 VALUE 0.
      01  WS-APT-SELECT-MODE          PIC X VALUE SPACE.
          88  WS-APT-SELECT-OPEN          VALUE "O".
          88  WS-APT-SELECT-MINE          VALUE "M".
          88  WS-APT-SELECT-OUTCOME       VALUE "R".
          88  WS-APT-SELECT-WITHDRAW      VALUE "W".
      01  WS-APT-MY-ADVISER           PIC X(20) VALUE SPACES.
      01  WS-APT-STATUS-TEXT          PIC X(12) VALUE SPACES.
      01  WS-APT-NOSHOW-COUNT         PIC 999 VALUE 0.
      01  WS-APT-REMIND-COUNT         PIC 999 VALUE 0.
      01  WS-APT-MONTH-IN             PIC X(6) VALUE SPACES.
      01  WS-APT-ADV-USED             PIC 999 VALUE 0.
      01  WS-APT-ADV-TABLE.
          05  WS-APT-ADV-ENTRY OCCURS 100 TIMES.
              10  WS-APT-ADV-NAME     PIC X(20).
              10  WS-APT-ADV-SLOTS    PIC 999.
              10  WS-APT-ADV-BOOKED   PIC 999.
              10  WS-APT-ADV-ATTENDED PIC 999.
              10  WS-APT-ADV-NOSHOW   PIC 999.
      01  WS-APT-ADV-IDX              PIC 999 VALUE 0.
      01  WS-APT-UTIL-PCT             PIC 999 VALUE 0.
