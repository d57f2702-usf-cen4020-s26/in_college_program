      *>*****************************************************************
      *> FILE:    WS-SCRIPT.cpy
      *> PURPOSE: Working-storage for batch-script directives
      *>          (SCRIPT_SRC.cpy). INPUT.TXT may pull in a shared
      *>          fragment with "#INCLUDE <file>" and define a named
      *>          value with "#SET NAME=value"; "${NAME}" in any later
      *>          line is replaced before the line reaches a prompt or
      *>          the named-command parser (2060).
      *>
      *> VARIABLES:
      *>   WS-INCLUDE-PATH/STATUS - The fragment being read
      *>   WS-SCR-IN-INCLUDE      - 1 while lines come from a fragment
      *>   WS-SCR-FROM-INCLUDE    - 1 when the line now being acted on
      *>                            came from a fragment
      *>   WS-SCR-INCLUDE-NAME    - Fragment file name as written
      *>   WS-SCR-INCLUDE-LINE    - Line number within the fragment
      *>   WS-SCR-MAIN-LINE       - Line number within INPUT.TXT
      *>   WS-SCR-EOF             - 1 once INPUT.TXT is exhausted
      *>   WS-SCR-REPLAY          - 1 while 1060 replays to a checkpoint
      *>   WS-SCR-DIRECTIVE-ERR   - 1 while a directive error is shown
      *>   WS-SCR-WHERE           - "input line n[, FILE line m]"
      *>   WS-SCR-VAR-TABLE       - Script variables (OCCURS 30)
      *>   WS-SCR-* scratch       - Parse and substitution work fields
      *>
      *> USED BY: SCRIPT_SRC.cpy, main.cob (1060, 8000, 8050, 8100)
      *>*****************************************************************
      01  WS-INCLUDE-PATH             PIC X(200) VALUE SPACES.
      01  WS-INCLUDE-STATUS           PIC XX.
      01  WS-SCR-IN-INCLUDE           PIC 9 VALUE 0.
      01  WS-SCR-FROM-INCLUDE         PIC 9 VALUE 0.
      01  WS-SCR-INCLUDE-NAME         PIC X(100) VALUE SPACES.
      01  WS-SCR-INCLUDE-LINE         PIC 9(8) VALUE 0.
      01  WS-SCR-INCLUDE-AT           PIC 9(8) VALUE 0.
      01  WS-SCR-MAIN-LINE            PIC 9(8) VALUE 0.
      01  WS-SCR-EOF                  PIC 9 VALUE 0.
      01  WS-SCR-REPLAY               PIC 9 VALUE 0.
      01  WS-SCR-DIRECTIVE-ERR        PIC 9 VALUE 0.
      01  WS-SCR-GOT-LINE             PIC 9 VALUE 0.
      01  WS-SCR-WHERE                PIC X(160) VALUE SPACES.
      01  WS-SCR-MAX-VARS             PIC 99 VALUE 30.
      01  WS-SCR-VAR-COUNT            PIC 99 VALUE 0.
      01  WS-SCR-VAR-TABLE.
          05  WS-SCR-VAR-ENTRY OCCURS 30 TIMES.
              10  WS-SCR-VAR-NAME    PIC X(20).
              10  WS-SCR-VAR-VALUE   PIC X(100).
              10  WS-SCR-VAR-LEN     PIC 999.
      01  WS-SCR-VAR-IDX              PIC 99 VALUE 0.
      01  WS-SCR-VAR-FOUND            PIC 99 VALUE 0.
      01  WS-SCR-LINE                 PIC X(200) VALUE SPACES.
      01  WS-SCR-OUT                  PIC X(200) VALUE SPACES.
      01  WS-SCR-OUT-PTR              PIC 999 VALUE 0.
      01  WS-SCR-LEN                  PIC 999 VALUE 0.
      01  WS-SCR-POS                  PIC 999 VALUE 0.
      01  WS-SCR-SCAN                 PIC 999 VALUE 0.
      01  WS-SCR-CLOSE                PIC 999 VALUE 0.
      01  WS-SCR-MARKS                PIC 999 VALUE 0.
      01  WS-SCR-DIRECTIVE            PIC X(10) VALUE SPACES.
      01  WS-SCR-REST                 PIC X(200) VALUE SPACES.
      01  WS-SCR-NAME                 PIC X(30) VALUE SPACES.
      01  WS-SCR-NAME-LEN             PIC 999 VALUE 0.
      01  WS-SCR-VALUE                PIC X(200) VALUE SPACES.
      01  WS-SCR-EQ-POS               PIC 999 VALUE 0.
      01  WS-SCR-BAD-CHARS            PIC 999 VALUE 0.
      01  WS-SCR-DIR-LEN              PIC 999 VALUE 0.
      01  WS-SCR-LINE-DISP            PIC Z(7)9.
