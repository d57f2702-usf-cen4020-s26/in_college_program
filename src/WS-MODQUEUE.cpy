      *>*****************************************************************
      *> FILE:    WS-MODQUEUE.cpy
      *> PURPOSE: Working-storage for content screening and the
      *>          moderation queue (MODQUEUE_SRC.cpy). BANNED.DAT holds
      *>          the admin-maintained banned terms and link patterns;
      *>          MODQUEUE.DAT holds every message or group post that
      *>          matched one, until an admin releases or rejects it.
      *>
      *> VARIABLES:
      *>   WS-BAN-TABLE         - Banned entries (OCCURS 200)
      *>     WS-BAN-TERM(n)     - Text matched anywhere, case-blind
      *>     WS-BAN-KIND(n)     - T = term, L = link pattern
      *>   WS-MQ-TABLE          - Queue rows (OCCURS 1000); a held
      *>                          multi-part message is one row per
      *>                          part, all under one WS-MQT-ID
      *>     WS-MQT-KIND(n)     - M = message, G = group post
      *>     WS-MQT-TARGET(n)   - Recipient (M) or blank (G)
      *>     WS-MQT-GROUP-ID(n) - Group board (G)
      *>     WS-MQT-MATCH(n)    - Banned entry that caught it
      *>     WS-MQT-STATUS(n)   - P pending, R released, X rejected
      *>   WS-MQ-NEXT-ID        - Next queue item ID
      *>   WS-CSC-TEXT / WS-CSC-HIT / WS-CSC-MATCH - 7064 contract:
      *>                          text in; 1 + the entry it matched out
      *>   WS-CSC-HELD-COUNT    - Sends held since the caller zeroed it
      *>   WS-MQ-* scratch      - Indexes, prompts, review and
      *>                          suspension work fields
      *>
      *> USED BY: MODQUEUE_SRC.cpy, SENDMESSAGE.cpy (7810/7830),
      *>          GROUPS_SRC.cpy (6545), RATELIMIT_SRC.cpy (7660)
      *>*****************************************************************
      01  WS-BANNED-STATUS            PIC XX.
      01  WS-BANNED-EOF               PIC X VALUE "N".
      01  WS-BAN-COUNT                PIC 999 VALUE 0.
      01  WS-BAN-TABLE.
          05  WS-BAN-ENTRY OCCURS 200 TIMES.
              10  WS-BAN-TERM        PIC X(60).
              10  WS-BAN-KIND        PIC X.
      01  WS-MODQUEUE-STATUS          PIC XX.
      01  WS-MODQUEUE-EOF             PIC X VALUE "N".
      01  WS-MQ-COUNT                 PIC 9(4) VALUE 0.
      01  WS-MQ-TABLE.
          05  WS-MQ-ENTRY OCCURS 1000 TIMES.
              10  WS-MQT-ID          PIC 9(7).
              10  WS-MQT-KIND        PIC X.
              10  WS-MQT-AUTHOR      PIC X(20).
              10  WS-MQT-TARGET      PIC X(20).
              10  WS-MQT-GROUP-ID    PIC 9(7).
              10  WS-MQT-PART        PIC 99.
              10  WS-MQT-TEXT        PIC X(200).
              10  WS-MQT-MATCH       PIC X(60).
              10  WS-MQT-STAMP       PIC X(20).
              10  WS-MQT-STATUS      PIC X.
              10  WS-MQT-REVIEWER    PIC X(20).
              10  WS-MQT-DECIDED     PIC 9(8).
      01  WS-MQ-NEXT-ID               PIC 9(7) VALUE 1.
      01  WS-CSC-TEXT                 PIC X(200) VALUE SPACES.
      01  WS-CSC-UPPER                PIC X(200) VALUE SPACES.
      01  WS-CSC-TERM-UPPER           PIC X(60) VALUE SPACES.
      01  WS-CSC-TERM-LEN             PIC 99 VALUE 0.
      01  WS-CSC-HITS                 PIC 999 VALUE 0.
      01  WS-CSC-HIT                  PIC 9 VALUE 0.
      01  WS-CSC-MATCH                PIC X(60) VALUE SPACES.
      01  WS-CSC-IDX                  PIC 999 VALUE 0.
      01  WS-CSC-PART-IDX             PIC 99 VALUE 0.
      01  WS-CSC-PARTS                PIC 99 VALUE 0.
      01  WS-CSC-HELD-COUNT           PIC 999 VALUE 0.
      01  WS-CSC-STAMP-RAW            PIC X(21).
      01  WS-CSC-STAMP                PIC X(20) VALUE SPACES.
      01  WS-MQ-IDX                   PIC 9(4) VALUE 0.
      01  WS-MQ-JDX                   PIC 9(4) VALUE 0.
      01  WS-MQ-SEL-ID                PIC 9(7) VALUE 0.
      01  WS-MQ-SEL-ROW               PIC 9(4) VALUE 0.
      01  WS-MQ-PENDING               PIC 9(4) VALUE 0.
      01  WS-MQ-DONE                  PIC 9 VALUE 0.
      01  WS-MQ-MENU-CHOICE           PIC X(3) VALUE SPACES.
      01  WS-MQ-DECISION              PIC X VALUE SPACE.
      01  WS-MQ-NEW-STATUS            PIC X VALUE SPACE.
      01  WS-MQ-AUTHOR                PIC X(20) VALUE SPACES.
      01  WS-MQ-REJECTS               PIC 999 VALUE 0.
      01  WS-MQ-TODAY                 PIC 9(8) VALUE 0.
      01  WS-MQ-UNTIL                 PIC 9(8) VALUE 0.
      01  WS-MQ-ACCT-IDX              PIC 9(4) VALUE 0.
      01  WS-MQ-GRP-IDX               PIC 999 VALUE 0.
      01  WS-MQ-GROUP-NAME            PIC X(50) VALUE SPACES.
      01  WS-MQ-TEMP-TERM             PIC X(60) VALUE SPACES.
      01  WS-MQ-TEMP-KIND             PIC X VALUE SPACE.
      01  WS-MQ-REJECTS-DISP          PIC ZZ9 VALUE SPACES.
