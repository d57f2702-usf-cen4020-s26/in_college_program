      *>*****************************************************************
      *> FILE:    WS-RUNREG.cpy
      *> PURPOSE: Working-storage for the run registry
      *>          (RUNREG_SRC.cpy). Every execution appends a START
      *>          row once it holds the data lock and an END row from
      *>          9000 at a clean shutdown; the run history report
      *>          pairs them by session ID.
      *>
      *> VARIABLES:
      *>   WS-RRG-START-STAMP  - When this run started (1085)
      *>   WS-RRG-MODE         - INTERACTIVE / DRY-RUN / HOUSEKEEPING /
      *>                         BATCH
      *>   WS-RRG-INPUT        - Input script path, or TERMINAL
      *>   WS-RRG-DISK         - Rows on disk per balancing-summary row,
      *>                         filled by 9061 as it counts them
      *>   WS-RRG-ROW          - One registry row, same layout as
      *>                         RRG-RECORD, for the report to print
      *>   WS-RRG-OPEN-TABLE   - Runs whose START the report has read
      *>                         and whose END it has not (OCCURS 50,
      *>                         kept in sync with
      *>                         WS-CONST-MAX-OPEN-RUNS)
      *>   WS-RRG-FROM/TO-DATE - Report date filter, on the start date
      *>   WS-RRG-OUTCOME-FILTER - Report outcome filter; blank = all
      *>   WS-RRG-CNT-*        - Report totals by outcome
      *>
      *> USED BY: RUNREG_SRC.cpy, BALANCE_SRC.cpy (9061)
      *>*****************************************************************
      01  WS-RUNREG-STATUS            PIC XX.
      01  WS-RUNREG-EOF               PIC X VALUE "N".
      01  WS-RRG-START-STAMP          PIC X(14) VALUE SPACES.
      01  WS-RRG-MODE                 PIC X(12) VALUE SPACES.
      01  WS-RRG-INPUT                PIC X(80) VALUE SPACES.
      01  WS-RRG-DISK-TABLE.
          05  WS-RRG-DISK OCCURS 30 TIMES PIC 9(7).
      01  WS-RRG-IDX                  PIC 99 VALUE 0.
      01  WS-RRG-JDX                  PIC 99 VALUE 0.
      01  WS-RRG-ROW.
          05  WS-RRG-R-KIND          PIC X(5).
          05  WS-RRG-R-SESSION-ID    PIC X(14).
          05  WS-RRG-R-START-STAMP   PIC X(14).
          05  WS-RRG-R-END-STAMP     PIC X(14).
          05  WS-RRG-R-MODE          PIC X(12).
          05  WS-RRG-R-INPUT         PIC X(80).
          05  WS-RRG-R-RESUMED-AFTER PIC 9(8).
          05  WS-RRG-R-LINES         PIC 9(8).
          05  WS-RRG-R-ALERTS        PIC 9(5).
          05  WS-RRG-R-REJECTS       PIC 9(5).
          05  WS-RRG-R-UNBALANCED    PIC 99.
          05  WS-RRG-R-DRY-ERRORS    PIC 9(5).
          05  WS-RRG-R-OUTCOME       PIC X(10).
          05  WS-RRG-R-FILE-COUNT    PIC 99.
          05  WS-RRG-R-FILE OCCURS 20 TIMES.
              10  WS-RRG-R-FILE-NAME     PIC X(20).
              10  WS-RRG-R-FILE-CHECKED  PIC X.
              10  WS-RRG-R-FILE-LOADED   PIC 9(7).
              10  WS-RRG-R-FILE-ON-DISK  PIC 9(7).
      01  WS-RRG-OPEN-COUNT           PIC 99 VALUE 0.
      01  WS-RRG-OPEN-TABLE.
          05  WS-RRG-OPEN-ENTRY OCCURS 50 TIMES.
              10  WS-RRG-OPEN-SESSION  PIC X(14).
              10  WS-RRG-OPEN-START    PIC X(14).
              10  WS-RRG-OPEN-MODE     PIC X(12).
              10  WS-RRG-OPEN-INPUT    PIC X(80).
              10  WS-RRG-OPEN-RESUMED  PIC 9(8).
      01  WS-RRG-FROM-DATE            PIC 9(8) VALUE 0.
      01  WS-RRG-TO-DATE              PIC 9(8) VALUE 99999999.
      01  WS-RRG-OUTCOME-FILTER       PIC X(10) VALUE SPACES.
      01  WS-RRG-SHOW-FILES           PIC X VALUE "N".
      01  WS-RRG-ROW-DATE-X           PIC X(8) VALUE SPACES.
      01  WS-RRG-ROW-DATE REDEFINES WS-RRG-ROW-DATE-X PIC 9(8).
      01  WS-RRG-ANSWER               PIC X(60) VALUE SPACES.
      01  WS-RRG-OK                   PIC 9 VALUE 0.
      01  WS-RRG-LISTED               PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-COMPLETED        PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-WARNINGS         PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-UNBALANCED       PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-INVALID          PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-FAILED           PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-INCOMPLETE       PIC 9(5) VALUE 0.
      01  WS-RRG-CNT-RUNNING          PIC 9(5) VALUE 0.
      01  WS-RRG-N1                   PIC Z(7)9.
      01  WS-RRG-N2                   PIC Z(7)9.
      01  WS-RRG-N3                   PIC Z(6)9.
