      *>*****************************************************************
      *> FILE:    WS-LOCATIONS.cpy
      *> PURPOSE: Working-storage for the location reference table
      *>          (LOCATIONS_SRC.cpy). Job locations were free text,
      *>          so a student filtering on "Tampa Bay" never saw a
      *>          posting entered as "Tampa, FL". Staff maintain
      *>          variant -> canonical place rows in LOCATIONS.DAT,
      *>          each carrying the metro region and the work
      *>          arrangement; postings are stored under the canonical
      *>          name and filters compare regions.
      *>
      *> VARIABLES:
      *>   WS-LOC-TABLE        - Variant/canonical/region/arrangement
      *>                         rows (OCCURS 300)
      *>     WS-LOC-ARRANGE(n) - R remote, H hybrid, O on-site,
      *>                         space = not stated
      *>   WS-LOC-INPUT / WS-LOC-OUTPUT / WS-LOC-HIT - 7041 contract:
      *>                         text in; canonical name (or the input
      *>                         unchanged), its region and arrangement
      *>                         out; WS-LOC-HIT = row (0 = unmapped)
      *>   WS-LOC-REGION-OUT   - Region of the matched row
      *>   WS-LOC-ARRANGE-OUT  - Arrangement of the matched row
      *>   WS-LOC-FILTER-REGION - Region a browse filter resolves to
      *>   WS-LOC-* scratch    - Indexes, prompts, match flag
      *>
      *> USED BY: LOCATIONS_SRC.cpy, JOBS_SRC.cpy (post/edit),
      *>          JOBFEED_SRC.cpy, JOBSEXT_SRC.cpy (5309 filter,
      *>          details), SALARYRPT_SRC.cpy
      *>*****************************************************************
      01  WS-LOCATIONS-STATUS         PIC XX.
      01  WS-LOCATIONS-EOF            PIC X VALUE "N".
      01  WS-LOC-COUNT                PIC 999 VALUE 0.
      01  WS-LOC-TABLE.
          05  WS-LOC-ENTRY OCCURS 300 TIMES.
              10  WS-LOC-VARIANT     PIC X(50).
              10  WS-LOC-CANONICAL   PIC X(50).
              10  WS-LOC-REGION      PIC X(30).
              10  WS-LOC-ARRANGE     PIC X.
      01  WS-LOC-IDX                  PIC 999 VALUE 0.
      01  WS-LOC-JDX                  PIC 999 VALUE 0.
      01  WS-LOC-HIT                  PIC 999 VALUE 0.
      01  WS-LOC-INPUT                PIC X(50) VALUE SPACES.
      01  WS-LOC-OUTPUT               PIC X(50) VALUE SPACES.
      01  WS-LOC-UPPER                PIC X(50) VALUE SPACES.
      01  WS-LOC-REGION-OUT           PIC X(30) VALUE SPACES.
      01  WS-LOC-ARRANGE-OUT          PIC X VALUE SPACE.
      01  WS-LOC-ARRANGE-TEXT         PIC X(8) VALUE SPACES.
      01  WS-LOC-FILTER-REGION        PIC X(30) VALUE SPACES.
      01  WS-LOC-REGION-MATCH         PIC 9 VALUE 0.
      01  WS-LOC-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-LOC-TEMP-VARIANT         PIC X(50) VALUE SPACES.
      01  WS-LOC-TEMP-CANONICAL       PIC X(50) VALUE SPACES.
      01  WS-LOC-TEMP-REGION          PIC X(30) VALUE SPACES.
      01  WS-LOC-TEMP-ARRANGE         PIC X VALUE SPACE.
      01  WS-LOC-UNMATCHED-COUNT      PIC 999 VALUE 0.
