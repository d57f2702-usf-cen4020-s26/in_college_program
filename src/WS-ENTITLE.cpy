      *>*****************************************************************
      *> FILE:    WS-ENTITLE.cpy
      *> PURPOSE: Working-storage for per-function admin entitlements
      *>          (ENTITLE_SRC.cpy). ENTITLE.DAT grants each admin
      *>          account individual admin functions (the two-digit
      *>          pre-login menu option, or HK for HOUSEKEEPING) or
      *>          whole bundles; ALL grants every function. While the
      *>          file is empty every admin keeps every function.
      *>
      *> VARIABLES:
      *>   WS-ENTL-TABLE        - Grant rows from ENTITLE.DAT
      *>   WS-ENTL-FUNC-TABLE   - Every admin function and its bundle:
      *>                           REPORTING, MODERATION, DATAOPS,
      *>                           SUPPORT, SECURITY
      *>   WS-ENTL-FUNC         - Function being asked for (set by the
      *>                         caller of 2120)
      *>   WS-ENTL-GRANTED      - 1 = the admin may run WS-ENTL-FUNC
      *>   WS-ENTL-* scratch    - Indexes, prompts, report fields
      *>
      *> USED BY: ENTITLE_SRC.cpy, main.cob pre-login menu,
      *>          CMDPROTO_SRC.cpy (2050)
      *>*****************************************************************
      01  WS-ENTITLE-STATUS           PIC XX.
      01  WS-ENTITLE-EOF              PIC X VALUE "N".
      01  WS-ENTL-COUNT               PIC 999 VALUE 0.
      01  WS-ENTL-TABLE.
          05  WS-ENTL-ENTRY OCCURS 501 TIMES.
              10  WS-ENTL-USERNAME   PIC X(20).
              10  WS-ENTL-GRANT      PIC X(12).
              10  WS-ENTL-BY         PIC X(20).
              10  WS-ENTL-DATE       PIC 9(8).
      01  WS-ENTL-FUNC-TABLE.
          05  FILLER                  PIC X(14) VALUE "05REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "06REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "07SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "08SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "09MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "10MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "11REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "12DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "13DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "14DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "15REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "16REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "17DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "18MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "19REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "20DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "21DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "22DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "23DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "24DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "25REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "26REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "27REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "28MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "29SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "30SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "31SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "32DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "33REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "34DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "35REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "36REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "37DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "38REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "39DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "40MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "41SECURITY    ".
          05  FILLER                  PIC X(14) VALUE "42SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "43DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "44REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "45DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "46REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "47REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "48DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "49REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "50REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "51SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "52REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "53MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "54DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "55SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "56SECURITY    ".
          05  FILLER                  PIC X(14) VALUE "57SECURITY    ".
          05  FILLER                  PIC X(14) VALUE "58REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "59REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "60REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "61REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "62DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "63REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "64MODERATION  ".
          05  FILLER                  PIC X(14) VALUE "65REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "66SECURITY    ".
          05  FILLER                  PIC X(14) VALUE "67SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "68REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "69DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "70REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "71DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "72SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "73REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "74SUPPORT     ".
          05  FILLER                  PIC X(14) VALUE "75REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "76DATAOPS     ".
          05  FILLER                  PIC X(14) VALUE "77REPORTING   ".
          05  FILLER                  PIC X(14) VALUE "HKDATAOPS     ".
      01  WS-ENTL-FUNC-REDEF REDEFINES WS-ENTL-FUNC-TABLE.
          05  WS-ENTL-FUNC-ROW OCCURS 74 TIMES.
              10  WS-ENTL-FUNC-CODE  PIC XX.
              10  WS-ENTL-FUNC-BUNDLE PIC X(12).
      01  WS-ENTL-FUNC-COUNT          PIC 99 VALUE 74.
      01  WS-ENTL-FUNC                PIC XX VALUE SPACES.
      01  WS-ENTL-GRANTED             PIC 9 VALUE 0.
      01  WS-ENTL-BUNDLE              PIC X(12) VALUE SPACES.
      01  WS-ENTL-IDX                 PIC 999 VALUE 0.
      01  WS-ENTL-OUT-IDX             PIC 999 VALUE 0.
      01  WS-ENTL-FDX                 PIC 99 VALUE 0.
      01  WS-ENTL-ACCT-IDX            PIC 9(4) VALUE 0.
      01  WS-ENTL-MENU-CHOICE         PIC X(3) VALUE SPACES.
      01  WS-ENTL-USER-IN             PIC X(20) VALUE SPACES.
      01  WS-ENTL-GRANT-IN            PIC X(12) VALUE SPACES.
      01  WS-ENTL-CODE-OK             PIC 9 VALUE 0.
      01  WS-ENTL-FOUND               PIC 999 VALUE 0.
      01  WS-ENTL-HOLDER-COUNT        PIC 999 VALUE 0.
      01  WS-ENTL-FN-COUNT            PIC 99 VALUE 0.
      01  WS-ENTL-LIST                PIC X(200) VALUE SPACES.
      01  WS-ENTL-PTR                 PIC 999 VALUE 0.
      01  WS-ENTL-SAVE-USER           PIC X(20) VALUE SPACES.
      01  WS-ENTL-SAVE-GRANT          PIC X(12) VALUE SPACES.
