      *>*****************************************************************
      *> FILE:    WS-TREND.cpy
      *> PURPOSE: Working-storage for the month-over-month activity
      *>          trend report (TREND_SRC.cpy). One row per calendar
      *>          month in the chosen range, one counter per measure.
      *>
      *> VARIABLES:
      *>   WS-TRD-FROM/TO-YM    - Range, YYYYMM inclusive
      *>   WS-TRD-MONTH-TABLE   - One row per month (OCCURS 36)
      *>     WS-TRD-CNT(m, k)   - Measure k in month m
      *>   WS-TRD-MEASURE-TABLE - The seven measures in print order:
      *>                          1 new accounts, 2 logins, 3 job
      *>                          postings, 4 applications, 5 messages,
      *>                          6 connections, 7 event RSVPs
      *>   WS-TRD-KEY / WS-TRD-MEASURE - Month (YYYYMM) and measure
      *>                          3021-TRD-TALLY adds one to
      *>   WS-TRD-* scratch     - Scan flags, journal day, edited output
      *>
      *> USED BY: TREND_SRC.cpy
      *>*****************************************************************
      01  WS-TRD-INPUT                PIC X(20) VALUE SPACES.
      01  WS-TRD-OK                   PIC 9 VALUE 0.
      01  WS-TRD-TODAY                PIC 9(8) VALUE 0.
      01  WS-TRD-FROM-YM              PIC 9(6) VALUE 0.
      01  WS-TRD-TO-YM                PIC 9(6) VALUE 0.
      01  WS-TRD-YM                   PIC 9(6) VALUE 0.
      01  WS-TRD-YM-PARTS REDEFINES WS-TRD-YM.
          05  WS-TRD-YM-YEAR          PIC 9(4).
          05  WS-TRD-YM-MONTH         PIC 99.
      01  WS-TRD-MONTH-COUNT          PIC 99 VALUE 0.
      01  WS-TRD-MONTH-TABLE.
          05  WS-TRD-MONTH-ENTRY OCCURS 36 TIMES.
              10  WS-TRD-MONTH-YM    PIC 9(6).
              10  WS-TRD-CNT         PIC 9(7) OCCURS 7 TIMES.
      01  WS-TRD-MEASURE-TABLE.
          05  FILLER                  PIC X(20) VALUE "New accounts".
          05  FILLER                  PIC X(20) VALUE "Logins".
          05  FILLER                  PIC X(20) VALUE "Job postings".
          05  FILLER                  PIC X(20) VALUE "Applications".
          05  FILLER                  PIC X(20) VALUE "Messages".
          05  FILLER                  PIC X(20) VALUE "Connections".
          05  FILLER                  PIC X(20) VALUE "Event RSVPs".
      01  WS-TRD-MEASURE-REDEF REDEFINES WS-TRD-MEASURE-TABLE.
          05  WS-TRD-MEASURE-NAME OCCURS 7 TIMES PIC X(20).
      01  WS-TRD-MEASURE-COUNT        PIC 9 VALUE 7.
      01  WS-TRD-KEY                  PIC 9(6) VALUE 0.
      01  WS-TRD-KEY-PARTS REDEFINES WS-TRD-KEY.
          05  WS-TRD-KEY-YEAR         PIC 9(4).
          05  WS-TRD-KEY-MONTH        PIC 99.
      01  WS-TRD-MEASURE              PIC 9 VALUE 0.
      01  WS-TRD-SLOT                 PIC S9(5) VALUE 0.
      01  WS-TRD-MDX                  PIC 99 VALUE 0.
      01  WS-TRD-KDX                  PIC 9 VALUE 0.
      01  WS-TRD-IDX                  PIC 9(4) VALUE 0.
      01  WS-TRD-DAY                  PIC 99 VALUE 0.
      01  WS-TRD-EOF                  PIC X VALUE "N".
      01  WS-TRD-HIT-COUNT            PIC 9(3) VALUE 0.
      01  WS-TRD-JOURNALS             PIC 9(4) VALUE 0.
      01  WS-TRD-MAX                  PIC 9(7) VALUE 0.
      01  WS-TRD-TOTAL                PIC 9(9) VALUE 0.
      01  WS-TRD-PREV                 PIC 9(7) VALUE 0.
      01  WS-TRD-CHANGE               PIC S9(7) VALUE 0.
      01  WS-TRD-PCT                  PIC S9(5) VALUE 0.
      01  WS-TRD-BAR-LEN              PIC 99 VALUE 0.
      01  WS-TRD-BAR                  PIC X(30) VALUE ALL "#".
      01  WS-TRD-NUM-DISP             PIC Z(6)9 VALUE SPACES.
      01  WS-TRD-TOTAL-DISP           PIC Z(8)9 VALUE SPACES.
      01  WS-TRD-CHANGE-DISP          PIC +(6)9 VALUE SPACES.
      01  WS-TRD-PCT-DISP             PIC +(4)9 VALUE SPACES.
      01  WS-TRD-CHANGE-TEXT          PIC X(20) VALUE SPACES.
