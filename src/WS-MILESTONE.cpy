      *>*****************************************************************
      *> FILE:    WS-MILESTONE.cpy
      *> PURPOSE: Working-storage for career-readiness milestones and
      *>          the cohort funnel report (MILESTONE_SRC.cpy).
      *>          MILESTONE.DAT holds the date each account first
      *>          reached each stage of the funnel; the stages are
      *>          derived from the standing tables, so nothing else in
      *>          the system has to report them.
      *>
      *> VARIABLES:
      *>   WS-MLS-TABLE        - Ledger rows (username, stage, date)
      *>   WS-MLS-STAGE-TABLE  - The six stages in funnel order:
      *>                           1 account created, 2 profile
      *>                           complete, 3 first application,
      *>                           4 first interview, 5 offer,
      *>                           6 accepted or placed
      *>   WS-MLS-ACCT-TABLE   - Per account (same index as
      *>                         WS-ACCOUNT): earliest date on file per
      *>                         stage (99999999 = not reached) and
      *>                         whether the tables show it reached now
      *>   WS-MLS-FIRST-RUN    - 1 when MILESTONE.DAT did not exist;
      *>                         stages found on that run are dated 0
      *>                         ("before tracking")
      *>   WS-MLS-CNT-TABLE    - Stage counts for one cohort/as-of date
      *>   WS-MLS-GRP-TABLE    - Per-university or per-major counts
      *>   WS-MLS-* scratch    - Indexes, prompts, edited numbers
      *>
      *> USED BY: MILESTONE_SRC.cpy, DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-MILESTONE-STATUS         PIC XX.
      01  WS-MILESTONE-EOF            PIC X VALUE "N".
      01  WS-MLS-FIRST-RUN            PIC 9 VALUE 0.
      01  WS-MLS-COUNT                PIC 9(4) VALUE 0.
      01  WS-MLS-TABLE.
          05  WS-MLS-ENTRY OCCURS 5000 TIMES.
              10  WS-MLS-USERNAME    PIC X(20).
              10  WS-MLS-STAGE       PIC 9.
              10  WS-MLS-DATE        PIC 9(8).
      01  WS-MLS-STAGE-TABLE.
          05  FILLER                  PIC X(20)
              VALUE "Account created".
          05  FILLER                  PIC X(20)
              VALUE "Profile complete".
          05  FILLER                  PIC X(20)
              VALUE "First application".
          05  FILLER                  PIC X(20)
              VALUE "First interview".
          05  FILLER                  PIC X(20)
              VALUE "Offer".
          05  FILLER                  PIC X(20)
              VALUE "Accepted or placed".
      01  WS-MLS-STAGE-REDEF REDEFINES WS-MLS-STAGE-TABLE.
          05  WS-MLS-STAGE-NAME OCCURS 6 TIMES PIC X(20).
      01  WS-MLS-STAGE-COUNT          PIC 9 VALUE 6.
      01  WS-MLS-ACCT-TABLE.
          05  WS-MLS-ACCT-ENTRY OCCURS 500 TIMES.
              10  WS-MLS-REACHED     PIC 9(8) OCCURS 6 TIMES.
              10  WS-MLS-NOW         PIC 9 OCCURS 6 TIMES.
      01  WS-MLS-NEVER                PIC 9(8) VALUE 99999999.
      01  WS-MLS-IDX                  PIC 9(4) VALUE 0.
      01  WS-MLS-ACCT-IDX             PIC 999 VALUE 0.
      01  WS-MLS-PROF-IDX             PIC 999 VALUE 0.
      01  WS-MLS-SDX                  PIC 9 VALUE 0.
      01  WS-MLS-NOTE-STAGE           PIC 9 VALUE 0.
      01  WS-MLS-NOTE-USER            PIC X(20) VALUE SPACES.
      01  WS-MLS-STAMP                PIC 9(8) VALUE 0.
      01  WS-MLS-ADDED                PIC 9(4) VALUE 0.
      01  WS-MLS-TODAY                PIC 9(8) VALUE 0.
      01  WS-MLS-INPUT                PIC X(20) VALUE SPACES.
      01  WS-MLS-YEAR                 PIC 9(4) VALUE 0.
      01  WS-MLS-PRIOR-YEAR           PIC 9(4) VALUE 0.
      01  WS-MLS-CUR-YEAR-X           PIC X(4) VALUE SPACES.
      01  WS-MLS-PRIOR-YEAR-X         PIC X(4) VALUE SPACES.
      01  WS-MLS-PRIOR-ASOF           PIC 9(8) VALUE 0.
      01  WS-MLS-ASOF                 PIC 9(8) VALUE 0.
      01  WS-MLS-COHORT-YEAR          PIC X(4) VALUE SPACES.
      01  WS-MLS-IN-COHORT            PIC 9 VALUE 0.
      01  WS-MLS-CNT-TABLE.
          05  WS-MLS-CNT              PIC 9(5) OCCURS 6 TIMES.
      01  WS-MLS-CUR-TABLE.
          05  WS-MLS-CUR              PIC 9(5) OCCURS 6 TIMES.
      01  WS-MLS-PRI-TABLE.
          05  WS-MLS-PRI              PIC 9(5) OCCURS 6 TIMES.
      01  WS-MLS-GRP-BY               PIC 9 VALUE 0.
          88  WS-MLS-BY-UNIVERSITY        VALUE 1.
          88  WS-MLS-BY-MAJOR             VALUE 2.
      01  WS-MLS-GRP-KEY              PIC X(50) VALUE SPACES.
      01  WS-MLS-GRP-USED             PIC 999 VALUE 0.
      01  WS-MLS-GRP-IDX              PIC 999 VALUE 0.
      01  WS-MLS-GRP-HIT              PIC 999 VALUE 0.
      01  WS-MLS-GRP-TABLE.
          05  WS-MLS-GRP-ENTRY OCCURS 100 TIMES.
              10  WS-MLS-GRP-NAME    PIC X(50).
              10  WS-MLS-GRP-CNT     PIC 9(5) OCCURS 6 TIMES.
      01  WS-MLS-PCT                  PIC 999 VALUE 0.
      01  WS-MLS-NUM-DISP             PIC ZZZZ9 VALUE SPACES.
      01  WS-MLS-PCT-DISP             PIC ZZ9 VALUE SPACES.
