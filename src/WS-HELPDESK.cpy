      *>*****************************************************************
      *> FILE:    WS-HELPDESK.cpy
      *> PURPOSE: Working-storage for help desk tickets
      *>          (HELPDESK_SRC.cpy). TICKETS.DAT holds one row per
      *>          ticket a user opens from Contact Support;
      *>          TICKETNOTES.DAT holds its history - staff internal
      *>          notes, replies to the user and the user's own
      *>          follow-ups.
      *>
      *> VARIABLES:
      *>   WS-HD-TABLE          - Ticket rows (id, user, category,
      *>                          description, status, assignee and the
      *>                          opened / first-response / closed /
      *>                          updated stamps, YYYYMMDDHHMM)
      *>   WS-HDN-TABLE         - History rows (ticket id, kind N/R/U,
      *>                          author, stamp, text)
      *>   WS-HD-CAT-CODE(n) / WS-HD-CAT-LABEL(n)
      *>                        - The ticket categories
      *>   WS-HD-STATUS-NAME(n) - The ticket statuses
      *>   WS-HD-SEL-IDX        - Ticket row being shown or worked
      *>   WS-HD-SHOW-INTERNAL  - 1 = 4185 includes internal notes
      *>   WS-HD-NEW-*          - History row for 4186 to add
      *>   WS-HD-FROM / WS-HD-TO / WS-HD-MINUTES
      *>                        - 4193 elapsed-time arguments
      *>   WS-HD-RPT-*          - Weekly report window and per-category
      *>                          tallies
      *>   WS-HD-* scratch      - Menu, loop and input fields
      *>
      *> USED BY: HELPDESK_SRC.cpy, main.cob (main menu, pre-login
      *>          menu), CMDPROTO_SRC.cpy (5050),
      *>          DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-TICKETS-STATUS           PIC XX.
      01  WS-TICKETS-EOF              PIC X VALUE "N".
      01  WS-TICKETNOTES-STATUS       PIC XX.
      01  WS-TICKETNOTES-EOF          PIC X VALUE "N".
      01  WS-HD-COUNT                 PIC 9(4) VALUE 0.
      01  WS-HD-TABLE.
          05  WS-HD-ENTRY OCCURS 2000 TIMES.
              10  WS-HD-ID           PIC 9(5).
              10  WS-HD-USERNAME     PIC X(20).
              10  WS-HD-CATEGORY     PIC X(10).
              10  WS-HD-DESC         PIC X(200).
              10  WS-HD-STATUS       PIC X(12).
              10  WS-HD-ASSIGNEE     PIC X(20).
              10  WS-HD-OPENED       PIC 9(12).
              10  WS-HD-FIRST-RESP   PIC 9(12).
              10  WS-HD-CLOSED       PIC 9(12).
              10  WS-HD-UPDATED      PIC 9(12).
      01  WS-HD-NEXT-ID               PIC 9(5) VALUE 1.
      01  WS-HDN-COUNT                PIC 9(4) VALUE 0.
      01  WS-HDN-TABLE.
          05  WS-HDN-ENTRY OCCURS 6000 TIMES.
              10  WS-HDN-TKT-ID      PIC 9(5).
              10  WS-HDN-KIND        PIC X(1).
              10  WS-HDN-AUTHOR      PIC X(20).
              10  WS-HDN-STAMP       PIC 9(12).
              10  WS-HDN-TEXT        PIC X(200).
      01  WS-HD-CAT-VALUES.
          05  FILLER                  PIC X(40)
              VALUE "ACCOUNT   Account access / locked out".
          05  FILLER                  PIC X(40)
              VALUE "DATA      Lost or wrong data".
          05  FILLER                  PIC X(40)
              VALUE "POSTING   Bad or suspicious job posting".
          05  FILLER                  PIC X(40)
              VALUE "TECHNICAL Something is not working".
          05  FILLER                  PIC X(40)
              VALUE "OTHER     Anything else".
      01  WS-HD-CAT-LIST REDEFINES WS-HD-CAT-VALUES.
          05  WS-HD-CAT-ROW OCCURS 5 TIMES.
              10  WS-HD-CAT-CODE     PIC X(10).
              10  WS-HD-CAT-LABEL    PIC X(30).
      01  WS-HD-CAT-TOTAL             PIC 9 VALUE 5.
      01  WS-HD-CAT-IDX               PIC 9 VALUE 0.
      01  WS-HD-STATUS-VALUES.
          05  FILLER                  PIC X(12) VALUE "OPEN".
          05  FILLER                  PIC X(12) VALUE "IN PROGRESS".
          05  FILLER                  PIC X(12) VALUE "WAITING".
          05  FILLER                  PIC X(12) VALUE "CLOSED".
      01  WS-HD-STATUS-LIST REDEFINES WS-HD-STATUS-VALUES.
          05  WS-HD-STATUS-NAME OCCURS 4 TIMES  PIC X(12).
      01  WS-HD-STATUS-TOTAL          PIC 9 VALUE 4.
      01  WS-HD-STATUS-IDX            PIC 9 VALUE 0.
      01  WS-HD-IDX                   PIC 9(4) VALUE 0.
      01  WS-HD-SEL-IDX               PIC 9(4) VALUE 0.
      01  WS-HDN-IDX                  PIC 9(4) VALUE 0.
      01  WS-HD-DISP-COUNT            PIC 9(4) VALUE 0.
      01  WS-HD-ACTION                PIC X(3) VALUE SPACES.
      01  WS-HD-WORK-ACTION           PIC X(3) VALUE SPACES.
      01  WS-HD-INPUT                 PIC X(200) VALUE SPACES.
      01  WS-HD-LOOKUP-ID             PIC 9(5) VALUE 0.
      01  WS-HD-NOW                   PIC 9(12) VALUE 0.
      01  WS-HD-SHOW-INTERNAL         PIC 9 VALUE 0.
      01  WS-HD-ACTOR                 PIC X(20) VALUE SPACES.
      01  WS-HD-NEW-KIND              PIC X(1) VALUE SPACES.
      01  WS-HD-NEW-TEXT              PIC X(200) VALUE SPACES.
      01  WS-HD-STAMP                 PIC 9(12) VALUE 0.
      01  WS-HD-STAMP-DISP            PIC X(16) VALUE SPACES.
      01  WS-HD-KIND-TEXT             PIC X(20) VALUE SPACES.
      01  WS-HD-FROM.
          05  WS-HD-FROM-DATE         PIC 9(8) VALUE 0.
          05  WS-HD-FROM-HH           PIC 99 VALUE 0.
          05  WS-HD-FROM-MI           PIC 99 VALUE 0.
      01  WS-HD-TO.
          05  WS-HD-TO-DATE           PIC 9(8) VALUE 0.
          05  WS-HD-TO-HH             PIC 99 VALUE 0.
          05  WS-HD-TO-MI             PIC 99 VALUE 0.
      01  WS-HD-MINUTES               PIC S9(9) VALUE 0.
      01  WS-HD-ASSIGN-DISP           PIC X(20) VALUE SPACES.
      01  WS-HD-RPT-END               PIC 9(8) VALUE 0.
      01  WS-HD-RPT-START             PIC 9(8) VALUE 0.
      01  WS-HD-RPT-DATE-OK           PIC 9 VALUE 0.
      01  WS-HD-RPT-TABLE.
          05  WS-HD-RPT-ROW OCCURS 6 TIMES.
              10  WS-HD-RPT-OPENED   PIC 9(5).
              10  WS-HD-RPT-RESP     PIC 9(5).
              10  WS-HD-RPT-RESP-MIN PIC 9(9).
              10  WS-HD-RPT-CLOSED   PIC 9(5).
              10  WS-HD-RPT-CLOSE-MIN PIC 9(9).
              10  WS-HD-RPT-BACKLOG  PIC 9(5).
      01  WS-HD-RPT-ROW-IDX           PIC 9 VALUE 0.
      01  WS-HD-RPT-LABEL             PIC X(10) VALUE SPACES.
      01  WS-HD-RPT-HOURS             PIC 9(7)V9 VALUE 0.
      01  WS-HD-RPT-RESP-DISP         PIC X(8) VALUE SPACES.
      01  WS-HD-RPT-CLOSE-DISP        PIC X(8) VALUE SPACES.
      01  WS-HD-RPT-HOURS-ED          PIC ZZZZ9.9 VALUE ZERO.
      01  WS-HD-RPT-CNT-ED            PIC ZZZZ9 VALUE ZERO.
      01  WS-HD-RPT-CNT-ED2           PIC ZZZZ9 VALUE ZERO.
      01  WS-HD-RPT-CNT-ED3           PIC ZZZZ9 VALUE ZERO.
      01  WS-HD-RPT-CNT-ED4           PIC ZZZZ9 VALUE ZERO.
