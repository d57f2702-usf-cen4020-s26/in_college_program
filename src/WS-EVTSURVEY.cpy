      *>*****************************************************************
      *> FILE:    WS-EVTSURVEY.cpy
      *> PURPOSE: Working-storage for the post-event feedback survey
      *>          (EVTSURVEY_SRC.cpy). Check-in (ATTENDANCE.DAT) only
      *>          tells us who came; after the event date each
      *>          checked-in attendee is offered three questions at
      *>          login - overall rating, useful employer contacts,
      *>          and a comment. Responses are appended to
      *>          EVTSURVEY.DAT; no row means not yet answered.
      *>
      *> VARIABLES:
      *>   WS-EVTSURVEY-STATUS  - File status for EVTSURVEY.DAT
      *>   WS-ESV-COUNT         - Responses loaded
      *>   WS-ESV-TABLE         - All responses (OCCURS 300, kept in
      *>                          sync with WS-CONST-MAX-EVTSURVEYS)
      *>     WS-ESV-EVENT-ID(n)   - Event answered for (PIC 9(7))
      *>     WS-ESV-USERNAME(n)   - Attendee
      *>     WS-ESV-RATING(n)     - 1 (poor) to 5 (excellent)
      *>     WS-ESV-CONTACTS(n)   - "Y" useful employer contacts made
      *>     WS-ESV-COMMENT(n)    - Free-text comment
      *>     WS-ESV-DATE(n)       - Date answered, YYYYMMDD
      *>   WS-ESV-* scratch     - Indexes, prompt buffers, report
      *>                          tallies
      *>
      *> USED BY: EVTSURVEY_SRC.cpy, DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-EVTSURVEY-STATUS         PIC XX.
      01  WS-EVTSURVEY-EOF            PIC X VALUE "N".
      01  WS-ESV-COUNT                PIC 999 VALUE 0.
      01  WS-ESV-TABLE.
          05  WS-ESV-ENTRY OCCURS 300 TIMES.
              10  WS-ESV-EVENT-ID    PIC 9(7).
              10  WS-ESV-USERNAME    PIC X(20).
              10  WS-ESV-RATING      PIC 9.
              10  WS-ESV-CONTACTS    PIC X.
              10  WS-ESV-COMMENT     PIC X(150).
              10  WS-ESV-DATE        PIC 9(8).
      01  WS-ESV-IDX                  PIC 999 VALUE 0.
      01  WS-ESV-WRT-IDX              PIC 999 VALUE 0.
      01  WS-ESV-ATT-IDX              PIC 999 VALUE 0.
      01  WS-ESV-EVT-IDX              PIC 999 VALUE 0.
      01  WS-ESV-SCAN                 PIC 999 VALUE 0.
      01  WS-ESV-TODAY                PIC 9(8) VALUE 0.
      01  WS-ESV-CUTOFF               PIC 9(8) VALUE 0.
      01  WS-ESV-ANSWERED             PIC 9 VALUE 0.
      01  WS-ESV-ANSWER               PIC X(5) VALUE SPACES.
      01  WS-ESV-RATING-IN            PIC 9 VALUE 0.
      01  WS-ESV-CONTACTS-IN          PIC X VALUE SPACE.
      01  WS-ESV-COMMENT-IN           PIC X(150) VALUE SPACES.
      01  WS-ESV-IN-SCOPE             PIC 9 VALUE 0.
      01  WS-ESV-SHOWN                PIC 999 VALUE 0.
      01  WS-ESV-CHECKED-IN           PIC 999 VALUE 0.
      01  WS-ESV-RESPONSES            PIC 999 VALUE 0.
      01  WS-ESV-RATING-SUM           PIC 9(5) VALUE 0.
      01  WS-ESV-CONTACTS-YES         PIC 999 VALUE 0.
      01  WS-ESV-RATE                 PIC 999 VALUE 0.
      01  WS-ESV-AVG                  PIC 9V9 VALUE 0.
      01  WS-ESV-AVG-DISP             PIC 9.9.
