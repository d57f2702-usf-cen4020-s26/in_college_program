      *> VARIABLES:
      *>   WS-BAL-SNAP-TABLE  - (file name, rows loaded) captured at
      *>                        the end of startup (OCCURS 30, kept in
      *>                        sync with WS-CONST-MAX-BALANCE-FILES);
      *>                        one fixed row per file, TAKEN = 1 once
      *>                        its module has loaded and been counted
      *>   WS-BAL-AVAILABLE   - 1080 input: the file's module is loaded
      *>   WS-BAL-* scratch   - Per-file final/disk counts, deltas
      *>
      *> USED BY: BALANCE_SRC.cpy, main.cob (1000/9000)
          05  WS-BAL-SNAP-ENTRY OCCURS 30 TIMES.
              10  WS-BAL-SNAP-NAME   PIC X(20).
              10  WS-BAL-SNAP-LOADED PIC 9(7).
              10  WS-BAL-SNAP-TAKEN  PIC 9 VALUE 0.
      01  WS-BAL-IDX                  PIC 99 VALUE 0.
      01  WS-BAL-FILE-NAME            PIC X(20) VALUE SPACES.
      01  WS-BAL-FINAL                PIC 9(7) VALUE 0.
      01  WS-BAL-AVAILABLE            PIC 9 VALUE 0.
      01  WS-BAL-LOADED               PIC 9(7) VALUE 0.
      01  WS-BAL-DISK                 PIC 9(7) VALUE 0.
      01  WS-BAL-NET                  PIC S9(7) VALUE 0.
