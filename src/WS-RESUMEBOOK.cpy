      *>          profiles are treated as not consenting - with a
      *>          table of contents ordered by major.
      *>
      *> USED BY: RESUMEBOOK_SRC.cpy, BOOTHS_SRC.cpy
      *>*****************************************************************
      01  WS-RBK-COUNT                PIC 999 VALUE 0.
      01  WS-RBK-TABLE.
      01  WS-RBK-SWAP                 PIC 999 VALUE 0.
      01  WS-RBK-SEEN                 PIC 9 VALUE 0.
      01  WS-RBK-SCAN                 PIC 999 VALUE 0.
      01  WS-RBK-WRITE-OK             PIC 9 VALUE 0.
