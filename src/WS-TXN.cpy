      *>*****************************************************************
      *> FILE:    WS-TXN.cpy
      *> PURPOSE: Working-storage for transaction boundaries in the
      *>          change journal (TXN_SRC.cpy, JOURNAL_SRC.cpy 8096 /
      *>          8097). A user action that rewrites several files
      *>          journals a BEG marker, its per-line entries tagged
      *>          with the transaction ID, then a CMT marker. A run
      *>          that dies in between leaves a BEG with no CMT, and
      *>          the next startup undoes those entries.
      *>
      *> VARIABLES:
      *>   WS-TXN-ID            - Open transaction (0 = none); copied
      *>                          to JRN-TXN on every journal entry
      *>   WS-TXN-NEXT-ID       - Last transaction ID used this session
      *>   WS-TXN-DEPTH         - Nesting depth; only the outermost
      *>                          begin/commit write markers
      *>   WS-TXN-NAME          - 8096 input: what the action is
      *>   WS-TXN-OPEN-NAME     - Name of the outermost open transaction
      *>   WS-TXR-DAYS / -FIRST-INT
      *>                        - Startup scan: journals to read, from
      *>                          the TXNOPEN.DAT marker's date (or
      *>                          yesterday) through today
      *>   WS-TXR-OPEN-TABLE    - Startup scan: transactions begun and
      *>                          not yet committed or rolled back
      *>   WS-TXR-ENT-TABLE     - Journal entries of the transaction
      *>                          being rolled back, in written order
      *>   WS-TXR-UNDO-FAILED   - 1096: a file of the transaction
      *>                          being rolled back could not be
      *>                          rewritten, so it stays open
      *>   WS-TXR-RECOVER-FAILED
      *>                        - 1090: some transaction stayed open;
      *>                          TXNOPEN.DAT is kept for the next start
      *>   WS-TXR-MARKER-HELD   - The kept marker is not replaced or
      *>                          deleted by this run's 8096/8097
      *>   WS-TXR-* scratch     - Scan, undo and report state
      *>
      *> USED BY: TXN_SRC.cpy, JOURNAL_SRC.cpy, JOBARCH_SRC.cpy,
      *>          JOBS_SRC.cpy, OFFERS_SRC.cpy, ROSTERSYNC_SRC.cpy,
      *>          SOFTDEL_SRC.cpy, JOBREPORT_SRC.cpy, DUPMERGE_SRC.cpy,
      *>          RENAME_SRC.cpy
      *>*****************************************************************
      01  WS-TXNRBK-STATUS            PIC XX.
      01  WS-TXNRBK-EOF               PIC X VALUE "N".
      01  WS-TXNOPEN-STATUS           PIC XX.
      01  WS-TXN-ID                   PIC 9(7) VALUE 0.
      01  WS-TXN-NEXT-ID              PIC 9(7) VALUE 0.
      01  WS-TXN-DEPTH                PIC 99 VALUE 0.
      01  WS-TXN-NAME                 PIC X(20) VALUE SPACES.
      01  WS-TXN-OPEN-NAME            PIC X(20) VALUE SPACES.

      *> --- Startup recovery (1090) ---
      01  WS-TXR-DAY                  PIC 9(5) VALUE 0.
      01  WS-TXR-DAYS                 PIC 9(5) VALUE 0.
      01  WS-TXR-FIRST-INT            PIC 9(7) VALUE 0.
      01  WS-TXR-DATE                 PIC 9(8) VALUE 0.
      01  WS-TXR-EOF                  PIC X VALUE "N".
      01  WS-TXR-OPEN-COUNT           PIC 99 VALUE 0.
      01  WS-TXR-OPEN-TABLE.
          05  WS-TXR-OPEN-ENTRY OCCURS 20 TIMES.
              10  WS-TXR-OPEN-SESSION PIC X(14).
              10  WS-TXR-OPEN-ID      PIC 9(7).
              10  WS-TXR-OPEN-NAME    PIC X(20).
              10  WS-TXR-OPEN-USER    PIC X(20).
              10  WS-TXR-OPEN-BEGAN   PIC X(14).
              10  WS-TXR-OPEN-LIVE    PIC 9.
      01  WS-TXR-ENT-COUNT            PIC 9(4) VALUE 0.
      01  WS-TXR-ENT-TABLE.
          05  WS-TXR-ENT OCCURS 1000 TIMES.
              10  WS-TXR-ENT-FILE     PIC X(20).
              10  WS-TXR-ENT-ACTION   PIC X(3).
              10  WS-TXR-ENT-LINE     PIC 9(7).
              10  WS-TXR-ENT-IMAGE    PIC X(600).
              10  WS-TXR-ENT-DONE     PIC 9.
      01  WS-TXR-MATCH-SESSION        PIC X(14) VALUE SPACES.
      01  WS-TXR-OVERFLOW             PIC 9 VALUE 0.
      01  WS-TXR-UNDO-FAILED          PIC 9 VALUE 0.
      01  WS-TXR-RECOVER-FAILED       PIC 9 VALUE 0.
      01  WS-TXR-MARKER-HELD          PIC 9 VALUE 0.
      01  WS-TXR-IDX                  PIC 99 VALUE 0.
      01  WS-TXR-SEL                  PIC 99 VALUE 0.
      01  WS-TXR-JDX                  PIC 9(4) VALUE 0.
      01  WS-TXR-KDX                  PIC 9(4) VALUE 0.
      01  WS-TXR-FILES                PIC 999 VALUE 0.
      01  WS-TXR-ROLLED               PIC 99 VALUE 0.
      01  WS-TXR-FOUND                PIC 9(5) VALUE 0.
      01  WS-TXR-TMP-PATH             PIC X(200) VALUE SPACES.

      *> --- Rolled-back transactions report (1099) ---
      01  WS-TXR-RPT-COUNT            PIC 9(5) VALUE 0.
      01  WS-TXR-RPT-ENTRIES          PIC 9(7) VALUE 0.
      01  WS-TXR-RPT-FAILED           PIC 9(5) VALUE 0.
