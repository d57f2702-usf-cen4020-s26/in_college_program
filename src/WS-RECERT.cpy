      *>*****************************************************************
      *> FILE:    WS-RECERT.cpy
      *> PURPOSE: Working-storage for access recertification
      *>          (RECERT_SRC.cpy). The admin flag and the staff role
      *>          were granted and never looked at again. A super-admin
      *>          opens a campaign; RECERT.DAT gets one row per admin
      *>          or staff account, each of which another admin must
      *>          confirm before the deadline. Rows still pending when
      *>          the deadline passes are demoted to the base role.
      *>
      *> VARIABLES:
      *>   WS-RCF-TABLE        - Every campaign row ever written
      *>     WS-RCF-KIND(n)      - "A" admin, "F" staff, "B" both
      *>     WS-RCF-STATUS(n)    - "P" pending, "C" confirmed,
      *>                           "R" revoked by the reviewer,
      *>                           "D" demoted at the deadline,
      *>                           "X" account gone before review
      *>     WS-RCF-OLD/NEW-ROLE - Role before and after a demotion
      *>   WS-RCF-OPEN-ID      - Campaign still open (0 = none)
      *>   WS-RCF-* scratch    - Indexes, prompts, counts
      *>
      *> USED BY: RECERT_SRC.cpy, DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-RECERT-STATUS            PIC XX.
      01  WS-RECERT-EOF               PIC X VALUE "N".
      01  WS-RCF-COUNT                PIC 9(4) VALUE 0.
      01  WS-RCF-TABLE.
          05  WS-RCF-ENTRY OCCURS 1000 TIMES.
              10  WS-RCF-CAMPAIGN    PIC 9(4).
              10  WS-RCF-USERNAME    PIC X(20).
              10  WS-RCF-KIND        PIC X.
              10  WS-RCF-CAMPUS      PIC X(50).
              10  WS-RCF-STARTED     PIC 9(8).
              10  WS-RCF-DEADLINE    PIC 9(8).
              10  WS-RCF-STARTED-BY  PIC X(20).
              10  WS-RCF-STATUS      PIC X.
                  88  WS-RCF-PENDING      VALUE "P".
                  88  WS-RCF-CONFIRMED    VALUE "C".
                  88  WS-RCF-REVOKED      VALUE "R".
                  88  WS-RCF-DEMOTED      VALUE "D".
                  88  WS-RCF-GONE         VALUE "X".
              10  WS-RCF-DECIDED-BY  PIC X(20).
              10  WS-RCF-DECIDED     PIC 9(8).
              10  WS-RCF-OLD-ROLE    PIC X.
              10  WS-RCF-NEW-ROLE    PIC X.
      01  WS-RCF-OPEN-ID              PIC 9(4) VALUE 0.
      01  WS-RCF-LAST-ID              PIC 9(4) VALUE 0.
      01  WS-RCF-REPORT-ID            PIC 9(4) VALUE 0.
      01  WS-RCF-IDX                  PIC 9(4) VALUE 0.
      01  WS-RCF-OUT-IDX              PIC 9(4) VALUE 0.
      01  WS-RCF-ACCT-IDX             PIC 9(4) VALUE 0.
      01  WS-RCF-PROF-IDX             PIC 9(4) VALUE 0.
      01  WS-RCF-TODAY                PIC 9(8) VALUE 0.
      01  WS-RCF-DEADLINE-IN          PIC 9(8) VALUE 0.
      01  WS-RCF-DAYS                 PIC 999 VALUE 0.
      01  WS-RCF-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-RCF-INPUT                PIC X(20) VALUE SPACES.
      01  WS-RCF-CHOICE               PIC 9(4) VALUE 0.
      01  WS-RCF-DECISION             PIC X VALUE SPACE.
      01  WS-RCF-DISP-COUNT           PIC 9(4) VALUE 0.
      01  WS-RCF-INDEX-TABLE.
          05  WS-RCF-INDEX-MAP OCCURS 1000 TIMES PIC 9(4).
      01  WS-RCF-ADDED                PIC 9(4) VALUE 0.
      01  WS-RCF-DEMOTE-COUNT         PIC 9(4) VALUE 0.
      01  WS-RCF-PENDING-COUNT        PIC 9(4) VALUE 0.
      01  WS-RCF-CONFIRMED-COUNT      PIC 9(4) VALUE 0.
      01  WS-RCF-REVOKED-COUNT        PIC 9(4) VALUE 0.
      01  WS-RCF-GONE-COUNT           PIC 9(4) VALUE 0.
      01  WS-RCF-KIND-TEXT            PIC X(13) VALUE SPACES.
      01  WS-RCF-STATUS-TEXT          PIC X(30) VALUE SPACES.
