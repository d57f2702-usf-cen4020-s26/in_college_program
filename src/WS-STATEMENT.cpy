      *>*****************************************************************
      *> FILE:    WS-STATEMENT.cpy
      *> PURPOSE: Working-storage for the monthly personal activity
      *>          statement (STATEMENT_SRC.cpy). STMTOPTOUT.DAT lists
      *>          the users who asked not to receive it; STMTAPPS.DAT
      *>          keeps every application's status as of the last
      *>          run so the next statement can report what changed.
      *>
      *> VARIABLES:
      *>   WS-STO-TABLE         - Opt-out rows (username, date)
      *>   WS-SAP-TABLE         - Application-status snapshot rows
      *>                          (username, job id, status)
      *>   WS-STM-ACCT-TABLE    - Per-account tallies, same subscript
      *>                          as WS-USER-ACCOUNTS: profile views
      *>                          and new connection requests in the
      *>                          month, unread messages, application
      *>                          status changes, upcoming interviews,
      *>                          offers awaiting a reply and saved
      *>                          jobs closing soon (with the nearest
      *>                          date of each)
      *>   WS-STM-MONTH / -START / -END
      *>                        - Statement month, YYYYMM, and its first
      *>                          and last day
      *>   WS-STM-SOON-END      - Last day a saved job counts as
      *>                          closing soon (today plus
      *>                          WS-CONST-CLOSING-SOON-DAYS)
      *>   WS-STM-SENT / WS-STM-SKIP-*
      *>                        - Run totals for the summary
      *>   WS-STM-QUERY / WS-STM-FOUND
      *>                        - 4223 argument and result
      *>   WS-STM-* scratch     - Loop, input and display fields
      *>
      *> USED BY: STATEMENT_SRC.cpy, CONTACT_SRC.cpy (7985),
      *>          HOUSEKEEP_SRC.cpy (2090), DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-STMTOPTOUT-STATUS        PIC XX.
      01  WS-STMTOPTOUT-EOF           PIC X VALUE "N".
      01  WS-STMTAPPS-STATUS          PIC XX.
      01  WS-STMTAPPS-EOF             PIC X VALUE "N".
      01  WS-STO-COUNT                PIC 999 VALUE 0.
      01  WS-STO-TABLE.
          05  WS-STO-ENTRY OCCURS 500 TIMES.
              10  WS-STO-USERNAME    PIC X(20).
              10  WS-STO-DATE        PIC 9(8).
      01  WS-SAP-COUNT                PIC 999 VALUE 0.
      01  WS-SAP-TABLE.
          05  WS-SAP-ENTRY OCCURS 500 TIMES.
              10  WS-SAP-USERNAME    PIC X(20).
              10  WS-SAP-JOB-ID      PIC 9(7).
              10  WS-SAP-STATUS      PIC X(15).
      01  WS-STM-ACCT-TABLE.
          05  WS-STM-ACCT-ROW OCCURS 500 TIMES.
              10  WS-STM-VIEWS       PIC 9(5).
              10  WS-STM-REQUESTS    PIC 9(5).
              10  WS-STM-UNREAD      PIC 9(5).
              10  WS-STM-CHANGES     PIC 9(5).
              10  WS-STM-INTERVIEWS  PIC 9(5).
              10  WS-STM-NEXT-IVW    PIC 9(8).
              10  WS-STM-OFFERS      PIC 9(5).
              10  WS-STM-NEXT-OFFER  PIC 9(8).
              10  WS-STM-CLOSING     PIC 9(5).
              10  WS-STM-NEXT-CLOSE  PIC 9(8).
      01  WS-STM-MONTH                PIC X(6) VALUE SPACES.
      01  WS-STM-MONTH-DASH           PIC X(7) VALUE SPACES.
      01  WS-STM-MONTH-NUM            PIC 9(6) VALUE 0.
      01  WS-STM-MONTH-START          PIC 9(8) VALUE 0.
      01  WS-STM-MONTH-END            PIC 9(8) VALUE 0.
      01  WS-STM-TODAY                PIC 9(8) VALUE 0.
      01  WS-STM-SOON-END             PIC 9(8) VALUE 0.
      01  WS-STM-IDX                  PIC 9(4) VALUE 0.
      01  WS-STM-ACCT-IDX             PIC 999 VALUE 0.
      01  WS-STM-SCAN                 PIC 999 VALUE 0.
      01  WS-STM-JOB-IDX              PIC 999 VALUE 0.
      01  WS-STM-CTC-IDX              PIC 999 VALUE 0.
      01  WS-STM-QUERY                PIC X(20) VALUE SPACES.
      01  WS-STM-FOUND                PIC 999 VALUE 0.
      01  WS-STM-EOF                  PIC X VALUE "N".
      01  WS-STM-SENT                 PIC 9(4) VALUE 0.
      01  WS-STM-SKIP-OPTOUT          PIC 9(4) VALUE 0.
      01  WS-STM-SKIP-DEACT           PIC 9(4) VALUE 0.
      01  WS-STM-SKIP-SUSP            PIC 9(4) VALUE 0.
      01  WS-STM-SKIP-UNVERIFIED      PIC 9(4) VALUE 0.
      01  WS-STM-SKIP-QUIET           PIC 9(4) VALUE 0.
      01  WS-STM-N1                   PIC Z(4)9.
      01  WS-STM-N2                   PIC Z(4)9.
      01  WS-STM-N3                   PIC Z(4)9.
      01  WS-STM-DATE-IN              PIC 9(8) VALUE 0.
      01  WS-STM-DATE-DISP            PIC X(10) VALUE SPACES.
      01  WS-STM-NEXT-TEXT            PIC X(30) VALUE SPACES.
      01  WS-STM-NEXT-TEXT2           PIC X(30) VALUE SPACES.
