      *>       WS-ATR-SIG-LOGIN       - No recent successful login
      *>     WS-ATR-SCORE             - How many signals fired (0-4)
      *>     WS-ATR-PRINTED           - Grouping pass bookkeeping
      *>     WS-ATR-SELF-REP          - Y = only self-reported
      *>                                off-platform applications
      *>                                cleared the APPS signal
      *>   WS-ATR-LAST-LOGIN table    - Latest OK login date per row,
      *>                                filled by one LOGINAUDIT pass
      *>
              10  WS-ATR-SIG-LOGIN    PIC X.
              10  WS-ATR-SCORE        PIC 9.
              10  WS-ATR-PRINTED      PIC 9.
              10  WS-ATR-SELF-REP     PIC X.
      01  WS-ATR-COUNT                PIC 999 VALUE 0.
      01  WS-ATR-LOGIN-TABLE.
          05  WS-ATR-LAST-LOGIN OCCURS 300 TIMES  PIC 9(8).
      01  WS-ATR-ROW-DATE-X           PIC X(8) VALUE SPACES.
      01  WS-ATR-ROW-DATE             PIC 9(8) VALUE 0.
      01  WS-ATR-LISTED               PIC 999 VALUE 0.
      01  WS-ATR-SELF-REP-COUNT       PIC 999 VALUE 0.
      01  WS-ATR-GROUP-UNIV           PIC X(50) VALUE SPACES.
      01  WS-ATR-SIG-TEXT             PIC X(60) VALUE SPACES.
