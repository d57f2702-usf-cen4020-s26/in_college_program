      *>   WS-RATE-BLOCKED       - 1 when the current action is over
      *>                           a limit (caller aborts)
      *>   WS-ABL-* fields       - Abuse-log record build/review
      *>   WS-ABL-AUTHOR         - Log against this user instead of
      *>                           the current one (cleared by 7660)
      *>
      *> USED BY: RATELIMIT_SRC.cpy, SENDREQ.cpy, SENDMESSAGE.cpy
      *>*****************************************************************
      01  WS-ABL-CURRENT-DATE         PIC X(21).
      01  WS-ABL-TIMESTAMP            PIC X(20) VALUE SPACES.
      01  WS-ABL-LINE-COUNT           PIC 9(5) VALUE 0.
      01  WS-ABL-AUTHOR               PIC X(20) VALUE SPACES.
