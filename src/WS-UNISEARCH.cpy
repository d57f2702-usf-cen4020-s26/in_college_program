      *>*****************************************************************
      *> FILE:    WS-UNISEARCH.cpy
      *> PURPOSE: Working-storage for the unified search on the main
      *>          menu (UNISEARCH_SRC.cpy). One keyword is matched
      *>          against profiles, open postings, groups, upcoming
      *>          events and employer pages; the hits are ranked
      *>          within each kind and listed grouped, each numbered
      *>          so the user can open it on its usual screen.
      *>
      *> VARIABLES:
      *>   WS-USRCH-KEYWORD     - What the user typed
      *>   WS-USRCH-KEY-LOWER / -KEY-LEN
      *>                        - Lower-cased keyword and its length
      *>   WS-USRCH-TABLE       - Hits: kind (1 person, 2 posting,
      *>                          3 group, 4 event, 5 employer), row
      *>                          in that kind's table, and rank
      *>                          (4 name is the keyword, 3 name starts
      *>                          with it, 2 name contains it, 1 another
      *>                          field contains it)
      *>   WS-USRCH-KIND-TOTAL  - Hits per kind
      *>   WS-USRCH-SHOWN-MAP   - Listed number -> hit row
      *>   WS-USRCH-TEXT / WS-USRCH-RANK-NOW
      *>                        - 4262/4263 argument and the best rank
      *>                          so far for the row being scored
      *>   WS-USRCH-* scratch   - Loop, sort, input and display fields
      *>
      *> USED BY: UNISEARCH_SRC.cpy
      *>*****************************************************************
      01  WS-USRCH-KEYWORD             PIC X(50) VALUE SPACES.
      01  WS-USRCH-KEY-LOWER           PIC X(50) VALUE SPACES.
      01  WS-USRCH-KEY-LEN             PIC 99 VALUE 0.
      01  WS-USRCH-COUNT               PIC 9(4) VALUE 0.
      01  WS-USRCH-TABLE.
          05  WS-USRCH-ENTRY OCCURS 1400 TIMES.
              10  WS-USRCH-KIND        PIC 9.
                  88  USRCH-KIND-PERSON     VALUE 1.
                  88  USRCH-KIND-POSTING    VALUE 2.
                  88  USRCH-KIND-GROUP      VALUE 3.
                  88  USRCH-KIND-EVENT      VALUE 4.
                  88  USRCH-KIND-EMPLOYER   VALUE 5.
              10  WS-USRCH-ROW         PIC 999.
              10  WS-USRCH-RANK        PIC 9.
      01  WS-USRCH-HOLD.
          05  WS-USRCH-HOLD-KIND       PIC 9.
          05  WS-USRCH-HOLD-ROW        PIC 999.
          05  WS-USRCH-HOLD-RANK       PIC 9.
      01  WS-USRCH-KIND-TOTALS.
          05  WS-USRCH-KIND-TOTAL OCCURS 5 TIMES PIC 9(4).
      01  WS-USRCH-SHOWN               PIC 99 VALUE 0.
      01  WS-USRCH-SHOWN-TABLE.
          05  WS-USRCH-SHOWN-MAP OCCURS 50 TIMES PIC 9(4).
      01  WS-USRCH-TEXT                PIC X(200) VALUE SPACES.
      01  WS-USRCH-HIT                 PIC 999 VALUE 0.
      01  WS-USRCH-RANK-NOW            PIC 9 VALUE 0.
      01  WS-USRCH-NEW-KIND            PIC 9 VALUE 0.
      01  WS-USRCH-NEW-ROW             PIC 999 VALUE 0.
      01  WS-USRCH-DETAILS-OK          PIC 9 VALUE 0.
      01  WS-USRCH-IDX                 PIC 9(4) VALUE 0.
      01  WS-USRCH-SCAN                PIC 9(4) VALUE 0.
      01  WS-USRCH-SUB                 PIC 99 VALUE 0.
      01  WS-USRCH-KIND-NOW            PIC 9 VALUE 0.
      01  WS-USRCH-IN-KIND             PIC 9(4) VALUE 0.
      01  WS-USRCH-MOVING              PIC X VALUE "N".
      01  WS-USRCH-CHOICE-TEXT         PIC X(10) VALUE SPACES.
      01  WS-USRCH-CHOICE              PIC 9(4) VALUE 0.
      01  WS-USRCH-ANSWER              PIC X(10) VALUE SPACES.
      01  WS-USRCH-N1                  PIC Z(3)9.
      01  WS-USRCH-N2                  PIC Z(3)9.
