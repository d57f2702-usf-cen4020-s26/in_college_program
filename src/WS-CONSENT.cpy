      *>*****************************************************************
      *> FILE:    WS-CONSENT.cpy
      *> PURPOSE: Working-storage for the data-sharing consent ledger
      *>          (CONSENT_SRC.cpy). CONSENT.DAT is append-only: one
      *>          row each time a student opts in or out of a purpose,
      *>          so the latest row per student and purpose is the
      *>          standing choice and the rest is its history.
      *>
      *> VARIABLES:
      *>   WS-CNS-TABLE        - Ledger rows in file (date) order
      *>   WS-CNS-PURPOSE-TABLE - Purpose codes and their wording:
      *>                           SEARCH     employer candidate search
      *>                           RESUMEBOOK event/fair resume books
      *>                           WAREHOUSE  data-warehouse extract
      *>   WS-CNS-USER / WS-CNS-PURPOSE - Key for 5972
      *>   WS-CNS-OK           - 1 = the student's data may be shared
      *>   WS-CNS-RECORDED     - 1 = an explicit choice is on file
      *>   WS-CNS-* scratch    - Indexes, prompts, report counters
      *>
      *> USED BY: CONSENT_SRC.cpy, CANDSEARCH_SRC.cpy (5451),
      *>          RESUMEBOOK_SRC.cpy (6862), DWEXTRACT_SRC.cpy (3785),
      *>          PROFILE.cpy (7300/7100), DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-CONSENT-STATUS           PIC XX.
      01  WS-CONSENT-EOF              PIC X VALUE "N".
      01  WS-CNS-COUNT                PIC 9(4) VALUE 0.
      01  WS-CNS-TABLE.
          05  WS-CNS-ENTRY OCCURS 5000 TIMES.
              10  WS-CNS-USERNAME    PIC X(20).
              10  WS-CNS-ROW-PURPOSE PIC X(10).
              10  WS-CNS-CHOICE      PIC X.
              10  WS-CNS-DATE        PIC 9(8).
              10  WS-CNS-BY          PIC X(20).
      01  WS-CNS-PURPOSE-TABLE.
          05  FILLER                  PIC X(10) VALUE "SEARCH".
          05  FILLER                  PIC X(40)
              VALUE "Employer candidate search".
          05  FILLER                  PIC X(10) VALUE "RESUMEBOOK".
          05  FILLER                  PIC X(40)
              VALUE "Event and career-fair resume books".
          05  FILLER                  PIC X(10) VALUE "WAREHOUSE".
          05  FILLER                  PIC X(40)
              VALUE "Institutional data-warehouse extract".
      01  WS-CNS-PURPOSE-REDEF REDEFINES WS-CNS-PURPOSE-TABLE.
          05  WS-CNS-PURPOSE-ROW OCCURS 3 TIMES.
              10  WS-CNS-PURPOSE-CODE PIC X(10).
              10  WS-CNS-PURPOSE-TEXT PIC X(40).
      01  WS-CNS-PURPOSE-COUNT        PIC 9 VALUE 3.
      01  WS-CNS-USER                 PIC X(20) VALUE SPACES.
      01  WS-CNS-PURPOSE              PIC X(10) VALUE SPACES.
      01  WS-CNS-NEW-CHOICE           PIC X VALUE SPACE.
      01  WS-CNS-OK                   PIC 9 VALUE 0.
      01  WS-CNS-RECORDED             PIC 9 VALUE 0.
      01  WS-CNS-IDX                  PIC 9(4) VALUE 0.
      01  WS-CNS-OUT-IDX              PIC 9(4) VALUE 0.
      01  WS-CNS-PDX                  PIC 9 VALUE 0.
      01  WS-CNS-PROF-IDX             PIC 9(4) VALUE 0.
      01  WS-CNS-CHAR-IDX             PIC 99 VALUE 0.
      01  WS-CNS-INPUT                PIC X(20) VALUE SPACES.
      01  WS-CNS-FLAGS                PIC X(3) VALUE SPACES.
      01  WS-CNS-CHANGED              PIC 9 VALUE 0.
      01  WS-CNS-FROM-DATE            PIC 9(8) VALUE 0.
      01  WS-CNS-TO-DATE              PIC 9(8) VALUE 0.
      01  WS-CNS-DATE-OK              PIC 9 VALUE 0.
      01  WS-CNS-POPULATION           PIC 9(5) VALUE 0.
      01  WS-CNS-IN-COUNT             PIC 9(5) VALUE 0.
      01  WS-CNS-OUT-COUNT            PIC 9(5) VALUE 0.
      01  WS-CNS-NONE-COUNT           PIC 9(5) VALUE 0.
      01  WS-CNS-CHANGE-COUNT         PIC 9(5) VALUE 0.
      01  WS-CNS-STATE-TEXT           PIC X(24) VALUE SPACES.
