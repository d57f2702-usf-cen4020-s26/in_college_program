      *>
      *> USED BY: BACKUP_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-BAK-FILE-COUNT           PIC 999 VALUE 0.
      01  WS-BAK-FILE-TABLE.
          05  WS-BAK-FILE-NAME OCCURS 150 TIMES  PIC X(30).
      01  WS-BAK-IDX                  PIC 999 VALUE 0.
      01  WS-BAK-STAMP                PIC X(14) VALUE SPACES.
      01  WS-BAK-DIR                  PIC X(200) VALUE SPACES.
      01  WS-BACKUP-IN-PATH           PIC X(250) VALUE SPACES.
      01  WS-BACKUP-OUT-STATUS        PIC XX.
      01  WS-BAK-COPY-EOF             PIC X VALUE "N".
      01  WS-BAK-LINE-COUNT           PIC 9(7) VALUE 0.
      01  WS-BAK-COPIED-COUNT         PIC 999 VALUE 0.
      01  WS-BAK-MANIFEST-STATUS      PIC XX.
      01  WS-BAK-MANIFEST-PATH        PIC X(250) VALUE SPACES.
      01  WS-BAK-MANIFEST-EOF         PIC X VALUE "N".
      01  WS-BAK-MANIFEST-NAME        PIC X(30) VALUE SPACES.
      01  WS-BAK-MANIFEST-LINES       PIC 9(7) VALUE 0.
      01  WS-BAK-VERIFY-OK            PIC 9 VALUE 0.
      01  WS-BAK-RESTORED-COUNT       PIC 999 VALUE 0.
      01  WS-BAK-DIR-RC               PIC 9(9) VALUE 0.
