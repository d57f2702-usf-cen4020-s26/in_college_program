      *>*****************************************************************
      *> FILE:    WS-ACCTINDEX.cpy
      *> PURPOSE: Working-storage for the sorted username index over
      *>          WS-USER-ACCOUNTS (ACCTINDEX_SRC.cpy). Login, message
      *>          delivery, the admin tools and every module that
      *>          checks "does this user exist" used to walk the whole
      *>          account table; they now binary-search this index.
      *>
      *> VARIABLES:
      *>   WS-AIX-COUNT/TABLE  - (username, account-table index) pairs
      *>                         in ascending username order
      *>   WS-AIX-QUERY        - Username to look up
      *>   WS-AIX-FOUND        - Account-table index found (0 = none)
      *>   WS-AIX-NEW-KEY/ACCT - Entry to insert (3261)
      *>   WS-AIX-LOOKUPS/HITS - Lookup counters for the capacity
      *>                         health report (this run)
      *>   WS-AIX-BUILD-*      - Rebuild count and timings
      *>   WS-AIX-* scratch    - Search bounds, clock work fields
      *>
      *> USED BY: ACCTINDEX_SRC.cpy, CAPACITY_SRC.cpy, main.cob and
      *>          every module that looks an account up by username
      *>*****************************************************************
      01  WS-AIX-COUNT                PIC 999 VALUE 0.
      01  WS-AIX-TABLE.
          05  WS-AIX-ENTRY OCCURS 500 TIMES.
              10  WS-AIX-KEY         PIC X(20).
              10  WS-AIX-ACCT        PIC 999.
      01  WS-AIX-QUERY                PIC X(20) VALUE SPACES.
      01  WS-AIX-FOUND                PIC 999 VALUE 0.
      01  WS-AIX-NEW-KEY              PIC X(20) VALUE SPACES.
      01  WS-AIX-NEW-ACCT             PIC 999 VALUE 0.
      01  WS-AIX-POS                  PIC 999 VALUE 0.
      01  WS-AIX-LOW                  PIC 999 VALUE 0.
      01  WS-AIX-HIGH                 PIC 999 VALUE 0.
      01  WS-AIX-MID                  PIC 999 VALUE 0.
      01  WS-AIX-SHIFT-DONE           PIC 9 VALUE 0.
      01  WS-AIX-LOOKUPS              PIC 9(9) VALUE 0.
      01  WS-AIX-HITS                 PIC 9(9) VALUE 0.
      01  WS-AIX-BUILD-COUNT          PIC 9(5) VALUE 0.
      01  WS-AIX-LOAD-CS              PIC 9(7) VALUE 0.
      01  WS-AIX-LAST-CS              PIC 9(7) VALUE 0.
      01  WS-AIX-CLOCK                PIC X(8) VALUE SPACES.
      01  WS-AIX-START-CS             PIC 9(7) VALUE 0.
      01  WS-AIX-END-CS               PIC 9(7) VALUE 0.
      01  WS-AIX-CLOCK-CS             PIC 9(7) VALUE 0.
      01  WS-AIX-SECS-DISP            PIC ZZZZ9.99.
      01  WS-AIX-NUM-DISP             PIC ZZZZZZZZ9.
      01  WS-AIX-HITS-DISP            PIC ZZZZZZZZ9.
