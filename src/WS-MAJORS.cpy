      *>*****************************************************************
      *> FILE:    WS-MAJORS.cpy
      *> PURPOSE: Working-storage for the controlled majors catalog
      *>          (MAJORS_SRC.cpy). PROF-MAJOR was free text, so the
      *>          headcount, success-by-major, placement and first-
      *>          destination reports split "CS", "Comp Sci" and
      *>          "Computer Science" into separate rows. MAJORS.DAT
      *>          holds one row per official program (code, name,
      *>          college, CIP code); MAJORVAR.DAT maps variant
      *>          spellings onto a program code, as SKILLSYN.DAT does
      *>          for skills.
      *>
      *> VARIABLES:
      *>   WS-MJR-TABLE        - Catalog rows (OCCURS 100)
      *>   WS-MJV-TABLE        - Variant -> code rows (OCCURS 200)
      *>   WS-MJR-INPUT/OUTPUT - 7188-NORMALIZE-MAJOR contract
      *>   WS-MJR-FOUND        - Catalog row matched (0 = unmapped)
      *>   WS-MJR-VALID        - 1 when matched or no catalog on file
      *>   WS-MJU-TABLE        - Distinct unmapped profile majors
      *>   WS-MJR-* scratch    - Indexes, prompt buffers, counters
      *>
      *> USED BY: MAJORS_SRC.cpy, PROFILE.cpy (7000), main.cob (3520,
      *>          3620), MAJORCONV_SRC.cpy, PLACEMENT_SRC.cpy,
      *>          FDSURVEY_SRC.cpy
      *>*****************************************************************
      01  WS-MAJORS-STATUS            PIC XX.
      01  WS-MAJORS-EOF               PIC X VALUE "N".
      01  WS-MAJVAR-STATUS            PIC XX.
      01  WS-MAJVAR-EOF               PIC X VALUE "N".
      01  WS-MJR-COUNT                PIC 999 VALUE 0.
      01  WS-MJR-TABLE.
          05  WS-MJR-ENTRY OCCURS 100 TIMES.
              10  WS-MJR-CODE        PIC X(10).
              10  WS-MJR-NAME        PIC X(50).
              10  WS-MJR-COLLEGE     PIC X(40).
              10  WS-MJR-CIP         PIC X(7).
      01  WS-MJV-COUNT                PIC 999 VALUE 0.
      01  WS-MJV-TABLE.
          05  WS-MJV-ENTRY OCCURS 200 TIMES.
              10  WS-MJV-VARIANT     PIC X(50).
              10  WS-MJV-CODE        PIC X(10).
      01  WS-MJR-INPUT                PIC X(50) VALUE SPACES.
      01  WS-MJR-OUTPUT               PIC X(50) VALUE SPACES.
      01  WS-MJR-FOUND                PIC 999 VALUE 0.
      01  WS-MJR-VALID                PIC 9 VALUE 0.
      01  WS-MJR-KEY                  PIC X(50) VALUE SPACES.
      01  WS-MJR-IDX                  PIC 999 VALUE 0.
      01  WS-MJR-JDX                  PIC 999 VALUE 0.
      01  WS-MJR-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-MJR-TEMP-CODE            PIC X(10) VALUE SPACES.
      01  WS-MJR-TEMP-NAME            PIC X(50) VALUE SPACES.
      01  WS-MJR-TEMP-COLLEGE         PIC X(40) VALUE SPACES.
      01  WS-MJR-TEMP-CIP             PIC X(7) VALUE SPACES.
      01  WS-MJR-TEMP-TEXT            PIC X(50) VALUE SPACES.
      01  WS-MJR-TARGET               PIC 999 VALUE 0.
      01  WS-MJR-REMAP-COUNT          PIC 999 VALUE 0.
      01  WS-MJR-VARIANT-COUNT        PIC 999 VALUE 0.
      01  WS-MJU-COUNT                PIC 999 VALUE 0.
      01  WS-MJU-TABLE.
          05  WS-MJU-ENTRY OCCURS 200 TIMES.
              10  WS-MJU-TEXT        PIC X(50).
              10  WS-MJU-PROFILES    PIC 999.
