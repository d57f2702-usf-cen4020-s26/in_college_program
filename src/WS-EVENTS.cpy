      *>   WS-EVENTS-STATUS     - File status for EVENTS.DAT
      *>   WS-RSVPS-STATUS      - File status for RSVPS.DAT
      *>   WS-EVENT-COUNT       - Number of events loaded
      *>   WS-EVENT-TABLE       - All events (OCCURS 100); a
      *>                          non-zero WS-EVT-GROUP-ID makes the
      *>                          event visible to that group only;
      *>                          a non-zero WS-EVT-BOOTHS makes it a
      *>                          career fair with employer booths
      *>   WS-RSVP-COUNT        - Number of RSVP rows loaded
      *>   WS-RSVP-TABLE        - All RSVPs (OCCURS 300)
      *>   WS-EVT-NEXT-ID       - Next event ID to assign
              10  WS-EVT-UNIVERSITY  PIC X(50).
              10  WS-EVT-CREATOR     PIC X(20).
              10  WS-EVT-CAPACITY    PIC 9(4).
              10  WS-EVT-GROUP-ID    PIC 9(7).
              10  WS-EVT-POSTED      PIC 9(8).
              10  WS-EVT-BOOTHS      PIC 9(3).
      01  WS-RSVP-COUNT               PIC 999 VALUE 0.
      01  WS-RSVP-TABLE.
          05  WS-RSVP-ENTRY OCCURS 300 TIMES.
      01  WS-EVT-TEMP-HOST            PIC X(50) VALUE SPACES.
      01  WS-EVT-TEMP-UNIVERSITY      PIC X(50) VALUE SPACES.
      01  WS-EVT-TEMP-CAPACITY        PIC X(5) VALUE SPACES.
      01  WS-EVT-TEMP-BOOTHS          PIC X(5) VALUE SPACES.
      01  WS-EVT-CONFIRMED-COUNT      PIC 9(4) VALUE 0.
      01  WS-EVT-PROMOTE-IDX          PIC 999 VALUE 0.
      01  WS-EVT-CANCELLED-STATUS     PIC X VALUE "C".
      01  WS-EVT-ACCESS-OK            PIC 9 VALUE 0.
      01  WS-EVT-WRITE-OK             PIC 9 VALUE 0.
      01  WS-EVT-GRP-SCAN             PIC 999 VALUE 0.
      01  WS-EVT-GRP-NAME             PIC X(50) VALUE SPACES.
