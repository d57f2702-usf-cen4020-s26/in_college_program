      *>*****************************************************************
      *> FILE:    WS-CAMPAIGN.cpy
      *> PURPOSE: Working-storage for staff outreach campaigns
      *>          (CAMPAIGN_SRC.cpy). CAMPAIGNS.DAT keeps each
      *>          campaign's segment, follow-up action and raw body;
      *>          CAMPRCPT.DAT keeps one row per recipient with the
      *>          message id delivered and the counts the follow-up
      *>          action is measured against.
      *>
      *> VARIABLES:
      *>   WS-CMP-TABLE         - Every campaign on file (OCCURS 200)
      *>   WS-CMP-NEW-ENTRY     - The campaign being built; same
      *>                          layout as one WS-CMP-ENTRY row
      *>   WS-CMP-SEL           - Table row 7857 evaluates
      *>   WS-CRC-TABLE         - Recipients: the segment being sent
      *>                          to, or the campaign evaluated, with
      *>                          read and acted flags
      *>   WS-CMP-LAST-LOGIN    - Latest successful login per account
      *>                          row (7892)
      *>   WS-CMP-CHECK-USER    - 7894 argument; WS-CMP-APPS /
      *>                          WS-CMP-RSVPS / WS-CMP-HIT-* results
      *>   WS-CMP-* scratch     - Indexes, counters, input and display
      *>                          fields
      *>
      *> USED BY: CAMPAIGN_SRC.cpy
      *>*****************************************************************
      01  WS-CAMPAIGNS-STATUS         PIC XX.
      01  WS-CAMPAIGNS-EOF            PIC X VALUE "N".
      01  WS-CAMPRCPT-STATUS          PIC XX.
      01  WS-CAMPRCPT-EOF             PIC X VALUE "N".
      01  WS-CMP-COUNT                PIC 999 VALUE 0.
      01  WS-CMP-TABLE.
          05  WS-CMP-ENTRY OCCURS 200 TIMES.
              10  WS-CMP-ID          PIC 9(5).
              10  WS-CMP-PARENT-ID   PIC 9(5).
              10  WS-CMP-OWNER       PIC X(20).
              10  WS-CMP-DATE        PIC 9(8).
              10  WS-CMP-NAME        PIC X(40).
              10  WS-CMP-SEG-ROLE    PIC X.
              10  WS-CMP-SEG-UNIV    PIC X(50).
              10  WS-CMP-SEG-MAJOR   PIC X(50).
              10  WS-CMP-SEG-GRAD    PIC X(4).
              10  WS-CMP-SEG-APPS-MIN PIC 999.
              10  WS-CMP-SEG-APPS-MAX PIC 999.
              10  WS-CMP-SEG-EVT-RULE PIC X.
              10  WS-CMP-SEG-EVT-ID  PIC 9(7).
              10  WS-CMP-SEG-LOG-RULE PIC X.
              10  WS-CMP-SEG-LOG-DAYS PIC 999.
              10  WS-CMP-GOAL        PIC X.
              10  WS-CMP-JOB-TITLE   PIC X(50).
              10  WS-CMP-BODY        PIC X(200).
              10  WS-CMP-SENT        PIC 9(4).
      01  WS-CMP-NEW-ENTRY.
          05  WS-CMP-N-ID            PIC 9(5).
          05  WS-CMP-N-PARENT-ID     PIC 9(5).
          05  WS-CMP-N-OWNER         PIC X(20).
          05  WS-CMP-N-DATE          PIC 9(8).
          05  WS-CMP-N-NAME          PIC X(40).
          05  WS-CMP-N-SEG-ROLE      PIC X.
          05  WS-CMP-N-SEG-UNIV      PIC X(50).
          05  WS-CMP-N-SEG-MAJOR     PIC X(50).
          05  WS-CMP-N-SEG-GRAD      PIC X(4).
          05  WS-CMP-N-SEG-APPS-MIN  PIC 999.
          05  WS-CMP-N-SEG-APPS-MAX  PIC 999.
          05  WS-CMP-N-SEG-EVT-RULE  PIC X.
          05  WS-CMP-N-SEG-EVT-ID    PIC 9(7).
          05  WS-CMP-N-SEG-LOG-RULE  PIC X.
          05  WS-CMP-N-SEG-LOG-DAYS  PIC 999.
          05  WS-CMP-N-GOAL          PIC X.
          05  WS-CMP-N-JOB-TITLE     PIC X(50).
          05  WS-CMP-N-BODY          PIC X(200).
          05  WS-CMP-N-SENT          PIC 9(4).
      01  WS-CMP-NEXT-ID              PIC 9(5) VALUE 1.
      01  WS-CMP-IDX                  PIC 999 VALUE 0.
      01  WS-CMP-JDX                  PIC 999 VALUE 0.
      01  WS-CMP-SEL                  PIC 999 VALUE 0.
      01  WS-CRC-COUNT                PIC 999 VALUE 0.
      01  WS-CRC-TABLE.
          05  WS-CRC-ENTRY OCCURS 500 TIMES.
              10  WS-CRC-USER        PIC X(20).
              10  WS-CRC-MSG-ID      PIC 9(7).
              10  WS-CRC-BASE-APPS   PIC 999.
              10  WS-CRC-BASE-RSVPS  PIC 999.
              10  WS-CRC-READ        PIC X.
              10  WS-CRC-ACTED       PIC X.
      01  WS-CRC-IDX                  PIC 999 VALUE 0.
      01  WS-CRC-KEEP                 PIC 999 VALUE 0.
      01  WS-CMP-LOGIN-TABLE.
          05  WS-CMP-LAST-LOGIN OCCURS 500 TIMES PIC 9(8).
      01  WS-CMP-LA-EOF               PIC X VALUE "N".
      01  WS-CMP-MSG-EOF              PIC X VALUE "N".
      01  WS-CMP-ROW-DATE-X           PIC X(8) VALUE SPACES.
      01  WS-CMP-ROW-DATE             PIC 9(8) VALUE 0.
      01  WS-CMP-TODAY                PIC 9(8) VALUE 0.
      01  WS-CMP-CUTOFF-INT           PIC 9(8) VALUE 0.
      01  WS-CMP-CUTOFF-DATE          PIC 9(8) VALUE 0.
      01  WS-CMP-ACCT-IDX             PIC 999 VALUE 0.
      01  WS-CMP-PROF-IDX             PIC 999 VALUE 0.
      01  WS-CMP-SCAN                 PIC 999 VALUE 0.
      01  WS-CMP-EVT-IDX              PIC 999 VALUE 0.
      01  WS-CMP-MATCH                PIC 9 VALUE 0.
      01  WS-CMP-CHECK-USER           PIC X(20) VALUE SPACES.
      01  WS-CMP-APPS                 PIC 999 VALUE 0.
      01  WS-CMP-RSVPS                PIC 999 VALUE 0.
      01  WS-CMP-HIT-RSVP             PIC 9 VALUE 0.
      01  WS-CMP-HIT-ATTEND           PIC 9 VALUE 0.
      01  WS-CMP-HIT-NOSHOW           PIC 9 VALUE 0.
      01  WS-CMP-SHOWED               PIC 9 VALUE 0.
      01  WS-CMP-READ-COUNT           PIC 9(4) VALUE 0.
      01  WS-CMP-ACTED-COUNT          PIC 9(4) VALUE 0.
      01  WS-CMP-TOTAL-SENT           PIC 9(5) VALUE 0.
      01  WS-CMP-TOTAL-READ           PIC 9(5) VALUE 0.
      01  WS-CMP-TOTAL-ACTED          PIC 9(5) VALUE 0.
      01  WS-CMP-PCT                  PIC 999 VALUE 0.
      01  WS-CMP-OK                   PIC 9 VALUE 0.
      01  WS-CMP-CHOICE               PIC 9(5) VALUE 0.
      01  WS-CMP-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-CMP-ANSWER               PIC X(10) VALUE SPACES.
      01  WS-CMP-INPUT                PIC X(60) VALUE SPACES.
      01  WS-CMP-SENDER               PIC X(20) VALUE SPACES.
      01  WS-CMP-GOAL-TEXT            PIC X(30) VALUE SPACES.
      01  WS-CMP-SEG-TEXT             PIC X(200) VALUE SPACES.
      01  WS-CMP-PTR                  PIC 999 VALUE 0.
      01  WS-CMP-N1                   PIC ZZZ9.
      01  WS-CMP-N2                   PIC ZZZ9.
      01  WS-CMP-P1                   PIC ZZ9.
      01  WS-CMP-P2                   PIC ZZ9.
