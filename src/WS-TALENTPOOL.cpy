      *>*****************************************************************
      *> FILE:    WS-TALENTPOOL.cpy
      *> PURPOSE: Working-storage for job posters' talent pools
      *>          (TALENTPOOL_SRC.cpy). POOLS.DAT holds the named pools,
      *>          each private to the poster who created it;
      *>          POOLMEMBERS.DAT holds one row per (pool, student) with
      *>          the pipeline stage, where the student came from and
      *>          the poster's private note.
      *>
      *> VARIABLES:
      *>   WS-PL-TABLE          - Pool rows (id, owner, name, created)
      *>   WS-PLM-TABLE         - Member rows (pool id, user, stage,
      *>                          source, added/updated dates, note)
      *>   WS-PL-STAGE-NAME(n)  - The pipeline stages, in order
      *>   WS-PL-SEL-IDX        - Pool row picked by 4118
      *>   WS-PL-CHECK-USER     - Student for 4121-CHECK-POOL-ELIGIBLE
      *>   WS-PL-ELIGIBLE       - 4121 result: 1 = consent and profile
      *>                          visibility allow the current poster
      *>   WS-PL-PROF-IDX       - That student's profile row (0=none)
      *>   WS-PL-SOURCE         - SEARCH or APPLICANT, for 4122
      *>   WS-PL-* scratch      - Menu, loop, count and input fields
      *>
      *> USED BY: TALENTPOOL_SRC.cpy, JOBS_SRC.cpy (5300),
      *>          DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-POOLS-STATUS             PIC XX.
      01  WS-POOLS-EOF                PIC X VALUE "N".
      01  WS-POOLMEMBERS-STATUS       PIC XX.
      01  WS-POOLMEMBERS-EOF          PIC X VALUE "N".
      01  WS-PL-COUNT                 PIC 999 VALUE 0.
      01  WS-PL-TABLE.
          05  WS-PL-ENTRY OCCURS 300 TIMES.
              10  WS-PL-ID           PIC 9(5).
              10  WS-PL-OWNER        PIC X(20).
              10  WS-PL-NAME         PIC X(30).
              10  WS-PL-CREATED      PIC 9(8).
      01  WS-PL-NEXT-ID               PIC 9(5) VALUE 1.
      01  WS-PLM-COUNT                PIC 9(4) VALUE 0.
      01  WS-PLM-TABLE.
          05  WS-PLM-ENTRY OCCURS 3000 TIMES.
              10  WS-PLM-POOL-ID     PIC 9(5).
              10  WS-PLM-USERNAME    PIC X(20).
              10  WS-PLM-STAGE       PIC X(12).
              10  WS-PLM-SOURCE      PIC X(10).
              10  WS-PLM-ADDED       PIC 9(8).
              10  WS-PLM-UPDATED     PIC 9(8).
              10  WS-PLM-NOTE        PIC X(200).
      01  WS-PL-STAGE-VALUES.
          05  FILLER                  PIC X(12) VALUE "NEW".
          05  FILLER                  PIC X(12) VALUE "CONTACTED".
          05  FILLER                  PIC X(12) VALUE "INTERESTED".
          05  FILLER                  PIC X(12) VALUE "INTERVIEWING".
          05  FILLER                  PIC X(12) VALUE "HIRED".
          05  FILLER                  PIC X(12) VALUE "NOT A FIT".
      01  WS-PL-STAGE-LIST REDEFINES WS-PL-STAGE-VALUES.
          05  WS-PL-STAGE-NAME OCCURS 6 TIMES   PIC X(12).
      01  WS-PL-STAGE-TOTAL           PIC 9 VALUE 6.
      01  WS-PL-STAGE-COUNTS.
          05  WS-PL-STAGE-COUNT OCCURS 6 TIMES  PIC 9(4).
      01  WS-PL-STAGE-IDX             PIC 9 VALUE 0.
      01  WS-PL-IDX                   PIC 999 VALUE 0.
      01  WS-PL-SEL-IDX               PIC 999 VALUE 0.
      01  WS-PLM-IDX                  PIC 9(4) VALUE 0.
      01  WS-PLM-JDX                  PIC 9(4) VALUE 0.
      01  WS-PLM-SEL-IDX              PIC 9(4) VALUE 0.
      01  WS-PL-MENU-CHOICE           PIC X(3) VALUE SPACES.
      01  WS-PL-CHOICE                PIC 9(4) VALUE 0.
      01  WS-PL-ACTION                PIC X(3) VALUE SPACES.
      01  WS-PL-DISP-COUNT            PIC 999 VALUE 0.
      01  WS-PL-INDEX-TABLE.
          05  WS-PL-INDEX-MAP OCCURS 300 TIMES  PIC 999.
      01  WS-PLM-DISP-COUNT           PIC 9(4) VALUE 0.
      01  WS-PLM-INDEX-TABLE.
          05  WS-PLM-INDEX-MAP OCCURS 3000 TIMES PIC 9(4).
      01  WS-PL-APP-DISP-COUNT        PIC 9(4) VALUE 0.
      01  WS-PL-APP-TABLE.
          05  WS-PL-APP-MAP OCCURS 500 TIMES    PIC 9(4).
      01  WS-PL-APP-IDX               PIC 9(4) VALUE 0.
      01  WS-PL-JOB-INPUT             PIC X(10) VALUE SPACES.
      01  WS-PL-NEW-NAME              PIC X(30) VALUE SPACES.
      01  WS-PL-NOTE-INPUT            PIC X(200) VALUE SPACES.
      01  WS-PL-CHECK-USER            PIC X(20) VALUE SPACES.
      01  WS-PL-PROF-IDX              PIC 999 VALUE 0.
      01  WS-PL-ELIGIBLE              PIC 9 VALUE 0.
      01  WS-PL-SOURCE                PIC X(10) VALUE SPACES.
      01  WS-PL-ADD-RESULT            PIC 9 VALUE 0.
      01  WS-PL-ADDED-COUNT           PIC 9(4) VALUE 0.
      01  WS-PL-SKIPPED-COUNT         PIC 9(4) VALUE 0.
      01  WS-PL-MEMBER-COUNT          PIC 9(4) VALUE 0.
      01  WS-PL-SENT-COUNT            PIC 9(4) VALUE 0.
      01  WS-PL-SAVE-SKILL            PIC X(30) VALUE SPACES.
      01  WS-PL-SAVE-MAJOR            PIC X(50) VALUE SPACES.
      01  WS-PL-SAVE-YEAR             PIC X(4) VALUE SPACES.
      01  WS-PL-SAVE-CERT             PIC X(50) VALUE SPACES.
      01  WS-PL-TODAY                 PIC 9(8) VALUE 0.
      01  WS-PL-STATE-TEXT            PIC X(20) VALUE SPACES.
