      *>*****************************************************************
      *> FILE:    WS-CASELOAD.cpy
      *> PURPOSE: Working-storage for adviser caseloads (CASELOAD_SRC
      *>          .cpy). Each student or alumni account is owned by at
      *>          most one staff ("F" role) adviser. The career office
      *>          assigns students in bulk by university, major or
      *>          last-name range; every assignment and reassignment
      *>          is appended to CASELOG.DAT. Advisers work their
      *>          caseload from a dashboard on the main menu.
      *>
      *> VARIABLES:
      *>   WS-CASELOAD-STATUS   - File status for CASELOAD.DAT
      *>   WS-CASELOG-STATUS    - File status for CASELOG.DAT
      *>   WS-CSL-COUNT         - Caseload rows loaded
      *>   WS-CSL-TABLE         - One row per assigned student
      *>                          (OCCURS 500, one per account)
      *>     WS-CSL-STUDENT(n)    - Student/alumni username
      *>     WS-CSL-ADVISER(n)    - Owning staff adviser
      *>     WS-CSL-ASSIGNED(n)   - Date assigned, YYYYMMDD
      *>   WS-CSL-LOOKUP-USER   - 5692 input: student username
      *>   WS-CSL-LOOKUP-ADVISER - 5692 output: adviser, or spaces
      *>   WS-CSL-DSH-*         - Dashboard rows for one adviser
      *>   WS-CSL-* scratch     - Loop indexes, buffers, counters
      *>
      *> USED BY: CASELOAD_SRC.cpy, ATRISK_SRC.cpy, DUPMERGE_SRC.cpy,
      *>          main.cob
      *>*****************************************************************
      01  WS-CASELOAD-STATUS          PIC XX.
      01  WS-CASELOAD-EOF             PIC X VALUE "N".
      01  WS-CASELOG-STATUS           PIC XX.
      01  WS-CASELOG-EOF              PIC X VALUE "N".
      01  WS-CSL-COUNT                PIC 999 VALUE 0.
      01  WS-CSL-TABLE.
          05  WS-CSL-ENTRY OCCURS 500 TIMES.
              10  WS-CSL-STUDENT     PIC X(20).
              10  WS-CSL-ADVISER     PIC X(20).
              10  WS-CSL-ASSIGNED    PIC 9(8).
      01  WS-CSL-IDX                  PIC 999 VALUE 0.
      01  WS-CSL-WRT-IDX              PIC 999 VALUE 0.
      01  WS-CSL-MATCH-IDX            PIC 999 VALUE 0.
      01  WS-CSL-ACCT-IDX             PIC 999 VALUE 0.
      01  WS-CSL-PROF-IDX             PIC 999 VALUE 0.
      01  WS-CSL-SCAN                 PIC 999 VALUE 0.
      01  WS-CSL-LOOKUP-USER          PIC X(20) VALUE SPACES.
      01  WS-CSL-LOOKUP-ADVISER       PIC X(20) VALUE SPACES.
      01  WS-CSL-MENU-CHOICE          PIC X(4) VALUE SPACES.
      01  WS-CSL-CHOICE               PIC 999 VALUE 0.
      01  WS-CSL-MODE                 PIC X VALUE SPACE.
          88  WS-CSL-BY-UNIVERSITY        VALUE "1".
          88  WS-CSL-BY-MAJOR             VALUE "2".
          88  WS-CSL-BY-LASTNAME          VALUE "3".
          88  WS-CSL-BY-STUDENT           VALUE "4".
      01  WS-CSL-ADVISER-IN           PIC X(20) VALUE SPACES.
      01  WS-CSL-CRITERION            PIC X(50) VALUE SPACES.
      01  WS-CSL-RANGE-FROM           PIC X(20) VALUE SPACES.
      01  WS-CSL-RANGE-TO             PIC X(20) VALUE SPACES.
      01  WS-CSL-RANGE-LEN            PIC 99 VALUE 0.
      01  WS-CSL-LAST-UPPER           PIC X(20) VALUE SPACES.
      01  WS-CSL-SELECTED             PIC 9 VALUE 0.
      01  WS-CSL-CONFIRM              PIC X(4) VALUE SPACES.
      01  WS-CSL-MATCHED              PIC 999 VALUE 0.
      01  WS-CSL-NEW-COUNT            PIC 999 VALUE 0.
      01  WS-CSL-MOVED-COUNT          PIC 999 VALUE 0.
      01  WS-CSL-SAME-COUNT           PIC 999 VALUE 0.
      01  WS-CSL-SKIPPED-COUNT        PIC 999 VALUE 0.
      01  WS-CSL-TODAY                PIC 9(8) VALUE 0.
      01  WS-CSL-BY-USER              PIC X(20) VALUE SPACES.
      01  WS-CSL-OLD-ADVISER          PIC X(20) VALUE SPACES.
      01  WS-CSL-STUDENT-IN           PIC X(20) VALUE SPACES.
      01  WS-CSL-LOG-COUNT            PIC 9(5) VALUE 0.
      01  WS-CSL-DSH-COUNT            PIC 999 VALUE 0.
      01  WS-CSL-DSH-TABLE.
          05  WS-CSL-DSH-ENTRY OCCURS 500 TIMES.
              10  WS-CSL-DSH-USER     PIC X(20).
              10  WS-CSL-DSH-LOGIN    PIC 9(8).
      01  WS-CSL-DSH-IDX              PIC 999 VALUE 0.
      01  WS-CSL-LA-EOF               PIC X VALUE "N".
      01  WS-CSL-LOGIN-DATE-X         PIC X(8) VALUE SPACES.
      01  WS-CSL-LOGIN-DATE           PIC 9(8) VALUE 0.
      01  WS-CSL-LOGIN-TEXT           PIC X(10) VALUE SPACES.
      01  WS-CSL-PCT-TEXT             PIC X(5) VALUE SPACES.
      01  WS-CSL-APP-COUNT            PIC 999 VALUE 0.
      01  WS-CSL-IVW-COUNT            PIC 999 VALUE 0.
      01  WS-CSL-OFR-COUNT            PIC 999 VALUE 0.
