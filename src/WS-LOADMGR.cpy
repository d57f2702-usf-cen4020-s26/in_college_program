      *>*****************************************************************
      *> FILE:    WS-LOADMGR.cpy
      *> PURPOSE: Working-storage for on-demand module loading
      *>          (LOADMGR_SRC.cpy). Startup loads only the account
      *>          core; every other module's files are read the first
      *>          time a menu option, the login notifications or an
      *>          admin function needs them. Each module has a loaded
      *>          switch so it is read at most once per run, and each
      *>          file's load time goes to SESSION.LOG.
      *>
      *> VARIABLES:
      *>   WS-LDM-<module>      - 1 once that module's files are in
      *>                          memory this run
      *>   WS-LDM-MODULE        - Module being loaded (log and notes)
      *>   WS-LDM-FILE          - File or step being timed
      *>   WS-LDM-START-HS      - Clock at the start of one file, in
      *>                          hundredths of a second since midnight
      *>   WS-LDM-MOD-START-HS  - Clock at the start of the module
      *>   WS-LDM-REJ-BEFORE    - WS-REJ-RUN-COUNT when the module
      *>                          started, to report its own rejects
      *>   WS-LDM-* scratch     - Clock, elapsed and log line fields
      *>
      *> USED BY: LOADMGR_SRC.cpy, main.cob (1000, 2000, 3100, 5000,
      *>          2050, 5050, 2090), BALANCE_SRC.cpy
      *>*****************************************************************
      01  WS-LDM-JOBBOARD             PIC 9 VALUE 0.
      01  WS-LDM-EMPLOYER             PIC 9 VALUE 0.
      01  WS-LDM-NETWORK              PIC 9 VALUE 0.
      01  WS-LDM-SOCIAL               PIC 9 VALUE 0.
      01  WS-LDM-MESSAGING            PIC 9 VALUE 0.
      01  WS-LDM-PROFILE              PIC 9 VALUE 0.
      01  WS-LDM-GROUPS               PIC 9 VALUE 0.
      01  WS-LDM-EVENTS               PIC 9 VALUE 0.
      01  WS-LDM-MENTORING            PIC 9 VALUE 0.
      01  WS-LDM-ADVISING             PIC 9 VALUE 0.
      01  WS-LDM-MODULE               PIC X(12) VALUE SPACES.
      01  WS-LDM-FILE                 PIC X(30) VALUE SPACES.
      01  WS-LDM-CLOCK                PIC X(21) VALUE SPACES.
      01  WS-LDM-CLOCK-PARTS REDEFINES WS-LDM-CLOCK.
          05  FILLER                  PIC X(8).
          05  WS-LDM-CLK-HH           PIC 99.
          05  WS-LDM-CLK-MM           PIC 99.
          05  WS-LDM-CLK-SS           PIC 99.
          05  WS-LDM-CLK-CC           PIC 99.
          05  FILLER                  PIC X(5).
      01  WS-LDM-NOW-HS               PIC 9(7) VALUE 0.
      01  WS-LDM-START-HS             PIC 9(7) VALUE 0.
      01  WS-LDM-MOD-START-HS         PIC 9(7) VALUE 0.
      01  WS-LDM-FROM-HS              PIC 9(7) VALUE 0.
      01  WS-LDM-ELAPSED-HS           PIC S9(7) VALUE 0.
      01  WS-LDM-SECONDS              PIC 9(5)V99 VALUE 0.
      01  WS-LDM-SECONDS-DISP         PIC ZZZZ9.99.
      01  WS-LDM-REJ-BEFORE           PIC 9(5) VALUE 0.
      01  WS-LDM-REJ-DIFF             PIC 9(5) VALUE 0.
      01  WS-LDM-SAVE-LINE            PIC X(500) VALUE SPACES.
