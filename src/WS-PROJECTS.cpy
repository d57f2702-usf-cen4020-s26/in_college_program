      *>*****************************************************************
      *> FILE:    WS-PROJECTS.cpy
      *> PURPOSE: Working-storage for the projects and portfolio
      *>          section of a profile (PROJECTS_SRC.cpy). Class
      *>          projects, hackathon builds and open-source work do
      *>          not fit the experience entries (no employer, no
      *>          title), so they are kept as their own rows in
      *>          PROJECTS.DAT keyed by username (crash-safe rewrite on
      *>          change, like CERTS.DAT).
      *>
      *> VARIABLES:
      *>   WS-PROJECTS-STATUS  - File status for PROJECTS.DAT
      *>   WS-PRJ-COUNT        - Project rows loaded
      *>   WS-PRJ-TABLE        - All projects (OCCURS 300)
      *>     WS-PRJ-USERNAME(n)  - Owner (PIC X(20))
      *>     WS-PRJ-TITLE(n)     - Project title (PIC X(50))
      *>     WS-PRJ-ROLE(n)      - Owner's role on it (PIC X(30))
      *>     WS-PRJ-DATES(n)     - Free-text dates (PIC X(30))
      *>     WS-PRJ-DESC(n)      - Description (PIC X(150))
      *>     WS-PRJ-LINK(n)      - Portfolio / repository link
      *>     WS-PRJ-SKILL(n,s)   - Skills used, up to 5 (PIC X(30))
      *>   WS-PRJ-* scratch    - Loop indexes, buffers, counters
      *>
      *> USED BY: PROJECTS_SRC.cpy, PROFILE.cpy, SEARCH.cpy,
      *>          RESUME_SRC.cpy, EXPORT_SRC.cpy, CANDSEARCH_SRC.cpy,
      *>          DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-PROJECTS-STATUS          PIC XX.
      01  WS-PROJECTS-EOF             PIC X VALUE "N".
      01  WS-PRJ-COUNT                PIC 999 VALUE 0.
      01  WS-PRJ-TABLE.
          05  WS-PRJ-ENTRY OCCURS 300 TIMES.
              10  WS-PRJ-USERNAME    PIC X(20).
              10  WS-PRJ-TITLE       PIC X(50).
              10  WS-PRJ-ROLE        PIC X(30).
              10  WS-PRJ-DATES       PIC X(30).
              10  WS-PRJ-DESC        PIC X(150).
              10  WS-PRJ-LINK        PIC X(100).
              10  WS-PRJ-SKILL OCCURS 5 TIMES PIC X(30).
      01  WS-PRJ-MAX-SKILLS           PIC 9 VALUE 5.
      01  WS-PRJ-IDX                  PIC 999 VALUE 0.
      01  WS-PRJ-SKILL-IDX            PIC 9 VALUE 0.
      01  WS-PRJ-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-PRJ-CHOICE               PIC 999 VALUE 0.
      01  WS-PRJ-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-PRJ-INDEX-TABLE.
          05  WS-PRJ-INDEX-MAP OCCURS 300 TIMES  PIC 999.
      01  WS-PRJ-SHOW-USER            PIC X(20) VALUE SPACES.
      01  WS-PRJ-TEMP-TITLE           PIC X(50) VALUE SPACES.
      01  WS-PRJ-TEMP-ROLE            PIC X(30) VALUE SPACES.
      01  WS-PRJ-TEMP-DATES           PIC X(30) VALUE SPACES.
      01  WS-PRJ-TEMP-DESC            PIC X(150) VALUE SPACES.
      01  WS-PRJ-TEMP-LINK            PIC X(100) VALUE SPACES.
      01  WS-PRJ-SKILL-INPUT          PIC X(200) VALUE SPACES.
      01  WS-PRJ-SKILL-WORK.
          05  WS-PRJ-SKILL-PART OCCURS 5 TIMES PIC X(30).
      01  WS-PRJ-SKILL-TEXT           PIC X(160) VALUE SPACES.
      01  WS-PRJ-SKILL-PTR            PIC 999 VALUE 0.
      01  WS-PRJ-HAS-SKILL            PIC 9 VALUE 0.
      01  WS-PRJ-FOR-USER             PIC X(20) VALUE SPACES.
      01  WS-PRJ-CHECK-SKILL          PIC X(30) VALUE SPACES.
