      *>*****************************************************************
      *> FILE:    WS-SEAL.cpy
      *> PURPOSE: Working-storage for the tamper-evident seals on the
      *>          security files (SEAL_SRC.cpy). SEALS.DAT keeps, per
      *>          sealed file, a keyed checksum and line count taken
      *>          after every legitimate write; 1100-LOAD-ACCOUNTS
      *>          compares them with the files as found on disk.
      *>
      *> VARIABLES:
      *>   WS-SEAL-FILE(n)      - The sealed files (OCCURS 4)
      *>   WS-SEAL-TABLE        - SEALS.DAT rows (OCCURS 10)
      *>   WS-SEAL-FILE-NAME    - 7081/7082 input: bare file name
      *>   WS-SEAL-VALUE / WS-SEAL-LINES
      *>                        - 7081 output: checksum and lines
      *>   WS-SEAL-CHK-RESULT(n) - 7080 outcome per sealed file:
      *>                          OK, CREATED, MISSING, NO SEAL or
      *>                          FAILED
      *>   WS-SEAL-BROKEN       - 1 = a seal failed this run; admin
      *>                          sign-in is refused until re-sealed
      *>   WS-SEAL-RESEAL-MODE  - 1 while option 66 signs its first
      *>                          admin in, the one sign-in allowed
      *>   WS-SEAL-VERIFIED     - 1 once 7080 has run this session
      *>   WS-SEAL-PRE-OK       - 7090 output: 1 = file matched its
      *>                          seal before a pre-check rewrite
      *>   WS-SEAL-* scratch    - Loop, path and report fields
      *>
      *> USED BY: SEAL_SRC.cpy, DATALOAD_SRC.cpy (1100), main.cob
      *>          (2100/2150, 4600, 8220, login audit), ENTITLE_SRC,
      *>          RENAME_SRC, RETENTION_SRC, BACKUP_SRC, JOURNAL_SRC,
      *>          TXN_SRC
      *>*****************************************************************
      01  WS-SEALS-STATUS             PIC XX.
      01  WS-SEALS-EOF                PIC X VALUE "N".
      01  WS-SEAL-FILE-VALUES.
          05  FILLER                  PIC X(20) VALUE "ACCOUNTS.DAT".
          05  FILLER                  PIC X(20) VALUE "PWDHIST.DAT".
          05  FILLER                  PIC X(20) VALUE "LOGINAUDIT.DAT".
          05  FILLER                  PIC X(20) VALUE "ENTITLE.DAT".
      01  WS-SEAL-FILE-LIST REDEFINES WS-SEAL-FILE-VALUES.
          05  WS-SEAL-FILE OCCURS 4 TIMES   PIC X(20).
      01  WS-SEAL-FILE-COUNT          PIC 9 VALUE 4.
      01  WS-SEAL-COUNT               PIC 99 VALUE 0.
      01  WS-SEAL-TABLE.
          05  WS-SEAL-ENTRY OCCURS 10 TIMES.
              10  WS-SL-FILE          PIC X(20).
              10  WS-SL-VALUE         PIC 9(10).
              10  WS-SL-LINES         PIC 9(7).
              10  WS-SL-STAMP         PIC X(14).
              10  WS-SL-BY            PIC X(41).
      01  WS-SEAL-CHECK-TABLE.
          05  WS-SEAL-CHECK OCCURS 4 TIMES.
              10  WS-SEAL-CHK-RESULT  PIC X(8).
              10  WS-SEAL-CHK-LINES   PIC 9(7).
      01  WS-SEAL-FILE-NAME           PIC X(20) VALUE SPACES.
      01  WS-SEAL-VALUE               PIC 9(10) VALUE 0.
      01  WS-SEAL-LINES               PIC 9(7) VALUE 0.
      01  WS-SEAL-BY                  PIC X(41) VALUE SPACES.
      01  WS-SEAL-BROKEN              PIC 9 VALUE 0.
      01  WS-SEAL-RESEAL-MODE         PIC 9 VALUE 0.
      01  WS-SEAL-VERIFIED            PIC 9 VALUE 0.
      01  WS-SEAL-ON-FILE             PIC 9 VALUE 0.
      01  WS-SEAL-CREATED             PIC 9 VALUE 0.
      01  WS-SEAL-FIRST-RUN           PIC 9 VALUE 0.
      01  WS-SEAL-PRE-OK              PIC 9 VALUE 0.
      01  WS-SEAL-IDX                 PIC 9 VALUE 0.
      01  WS-SEAL-SLOT                PIC 9 VALUE 0.
      01  WS-SEAL-ROW                 PIC 99 VALUE 0.
      01  WS-SEAL-JDX                 PIC 99 VALUE 0.
      01  WS-SEAL-LEN                 PIC 9(4) VALUE 0.
      01  WS-SEAL-CHAR-IDX            PIC 9(4) VALUE 0.
      01  WS-SEAL-READ-EOF            PIC X VALUE "N".
      01  WS-SEAL-REASON              PIC X(80) VALUE SPACES.
