      *>*****************************************************************
      *> FILE:    WS-BOOTHS.cpy
      *> PURPOSE: Working-storage for career-fair employer booths
      *>          (BOOTHS_SRC.cpy). An event created with a booth
      *>          count (WS-EVT-BOOTHS > 0) is a fair; recruiters
      *>          register a booth for their employer, an admin
      *>          approves it within the booth limit, students see the
      *>          approved exhibitors and their open postings, and each
      *>          exhibitor receives the fair's resume book once the
      *>          fair is over.
      *>
      *> VARIABLES:
      *>   WS-BOOTHS-STATUS     - File status for BOOTHS.DAT
      *>   WS-BTH-COUNT         - Registrations loaded
      *>   WS-BTH-NEXT-ID       - Next registration number
      *>   WS-BTH-TABLE         - All registrations (OCCURS 300)
      *>     WS-BTH-ID(n)         - Registration number (PIC 9(7))
      *>     WS-BTH-EVENT-ID(n)   - Fair (WS-EVT-ID)
      *>     WS-BTH-EMPLOYER(n)   - Employer name (EMPLOYERS.DAT)
      *>     WS-BTH-RECRUITER(n)  - Account that registered the booth
      *>     WS-BTH-STATUS(n)     - "P" pending, "A" approved,
      *>                            "R" declined
      *>     WS-BTH-REQUESTED(n)  - Date registered, YYYYMMDD
      *>     WS-BTH-DECIDED-BY(n) - Admin who approved or declined
      *>     WS-BTH-DECIDED(n)    - Date decided, YYYYMMDD
      *>     WS-BTH-BOOK-SENT(n)  - "Y" once the resume book is out
      *>   WS-BTH-* scratch     - Loop indexes, menu maps, counts
      *>
      *> USED BY: BOOTHS_SRC.cpy, EVENTS_SRC.cpy, DUPMERGE_SRC.cpy,
      *>          main.cob
      *>*****************************************************************
      01  WS-BOOTHS-STATUS            PIC XX.
      01  WS-BOOTHS-EOF               PIC X VALUE "N".
      01  WS-BTH-COUNT                PIC 999 VALUE 0.
      01  WS-BTH-NEXT-ID              PIC 9(7) VALUE 1.
      01  WS-BTH-TABLE.
          05  WS-BTH-ENTRY OCCURS 300 TIMES.
              10  WS-BTH-ID          PIC 9(7).
              10  WS-BTH-EVENT-ID    PIC 9(7).
              10  WS-BTH-EMPLOYER    PIC X(50).
              10  WS-BTH-RECRUITER   PIC X(20).
              10  WS-BTH-STATUS      PIC X.
                  88  WS-BTH-PENDING      VALUE "P".
                  88  WS-BTH-APPROVED     VALUE "A".
                  88  WS-BTH-DECLINED     VALUE "R".
              10  WS-BTH-REQUESTED   PIC 9(8).
              10  WS-BTH-DECIDED-BY  PIC X(20).
              10  WS-BTH-DECIDED     PIC 9(8).
              10  WS-BTH-BOOK-SENT   PIC X.
      01  WS-BTH-IDX                  PIC 999 VALUE 0.
      01  WS-BTH-WRT-IDX              PIC 999 VALUE 0.
      01  WS-BTH-SCAN                 PIC 999 VALUE 0.
      01  WS-BTH-EVT-IDX              PIC 999 VALUE 0.
      01  WS-BTH-JOB-IDX              PIC 999 VALUE 0.
      01  WS-BTH-MENU-CHOICE          PIC X(4) VALUE SPACES.
      01  WS-BTH-CHOICE               PIC 999 VALUE 0.
      01  WS-BTH-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-BTH-INDEX-TABLE.
          05  WS-BTH-INDEX-MAP OCCURS 300 TIMES  PIC 999.
      01  WS-BTH-TODAY                PIC 9(8) VALUE 0.
      01  WS-BTH-EMPLOYER-IN          PIC X(50) VALUE SPACES.
      01  WS-BTH-APPROVED-COUNT       PIC 999 VALUE 0.
      01  WS-BTH-DUP                  PIC 9 VALUE 0.
      01  WS-BTH-DECISION             PIC X(4) VALUE SPACES.
      01  WS-BTH-STATUS-TEXT          PIC X(10) VALUE SPACES.
      01  WS-BTH-OPEN-JOBS            PIC 999 VALUE 0.
      01  WS-BTH-BOOKS-SENT           PIC 999 VALUE 0.
      01  WS-BTH-TEXT-IDX             PIC 999 VALUE 0.
