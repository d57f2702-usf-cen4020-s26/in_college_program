      *> FILE:    WS-CONNECTIONS.cpy
      *> PURPOSE: In-memory tables and variables for pending requests,
      *>          accepted connections, and network display.
      *>          PENDING.DAT and CONNECTIONS.DAT are no longer loaded
      *>          whole: the tables below hold one user's rows only (the
      *>          "keyed working set" for WS-NETKEY-USER), read by key
      *>          at login by NETKEY_SRC.cpy 9255. Startup (DATALOAD.cpy
      *>          9200/9250) only validates and counts the file rows.
      *>
      *> VARIABLES:
      *>   --- Pending Requests ---
      *>   WS-PENDING-COUNT          - Number of pending entries loaded
      *>   WS-PENDING-TABLE          - The keyed user's pending requests
      *>                               (sent or received), up to
      *>                               WS-CONST-MAX-PENDING
      *>     WS-PEND-SENDER-USERNAME(n)    - Sender username (PIC X(20))
      *>     WS-PEND-RECIPIENT-USERNAME(n) - Recipient username (PIC X(20))
      *>     WS-PEND-STATUS(n)             - "P" = pending
      *>   --- Accepted Connections ---
      *>   WS-CONNECTIONS-STATUS     - File status for CONNECTIONS.DAT
      *>   WS-CONNECTIONS-COUNT      - Number of accepted connections loaded
      *>   WS-CONNECTIONS-TABLE      - The keyed user's connection pairs,
      *>                               up to WS-CONST-MAX-CONNECTIONS
      *>     WS-CONN-USER-A(n)       - First user (PIC X(20))
      *>     WS-CONN-USER-B(n)       - Second user (PIC X(20))
      *>   WS-CONNECTIONS-EOF        - "Y" when file read is done
      *>   WS-RECON-DUP-FOUND        - Result flag from 3420
      *>*****************************************************************

01  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
01  WS-PENDING-TABLE.
    05  WS-PENDING-ENTRY OCCURS 1000 TIMES.
        10  WS-PEND-SENDER-USERNAME     PIC X(20).
        10  WS-PEND-RECIPIENT-USERNAME  PIC X(20).
        10  WS-PEND-STATUS              PIC X(1).

01  WS-SENDREQ-TARGET-INDEX     PIC 999 VALUE 0.

01  WS-PEND-IDX                  PIC 9(4) VALUE 0.

*> ===== Auto-Purge Stale Pending Requests (CONNMGMT.cpy 9320) =====
01  WS-PURGE-TODAY-DATE          PIC 9(8) VALUE 0.
01  WS-PURGE-AGE-DAYS            PIC S9(8) VALUE 0.
01  WS-PURGE-COUNT               PIC 9(4) VALUE 0.


01  WS-VIEWREQ-FOUND-FLAG        PIC X VALUE "N".
01  WS-VIEWREQ-PEND-IDX          PIC 9(4) VALUE 0.
01  WS-VIEWREQ-SENDER-USERNAME   PIC x(20).
01  WS-VIEWREQ-SENDER-IDX        PIC 999 VALUE 0.

*> ===== View Pending Requests (VIEWREQ_SRC) working-storage =====
01  WS-VIEWREQ-DISP-COUNT           PIC 999 VALUE 0.
01  WS-VIEWREQ-SELECTED-PEND-IDX    PIC 9(4) VALUE 0.
01  WS-VIEWREQ-BULK-COUNT           PIC 999 VALUE 0.

01  WS-CONNECTIONS-COUNT       PIC 9(4) VALUE 0.
01  WS-CONNECTIONS-TABLE.
    05  WS-CONNECTION-ENTRY OCCURS 500 TIMES.
        10  WS-CONN-USER-A     PIC X(20).
        10  WS-CONN-USER-B     PIC X(20).
01  WS-CONNECTIONS-EOF         PIC X VALUE "N".
01  WS-CONN-IDX                PIC 9(4) VALUE 0.

*> ===== Network List (VIEW NETWORK) working-storage =====
01  WS-NETWORK-DISP-COUNT       PIC 999 VALUE 0.
01  WS-NETWORK-FOUND-FLAG       PIC X VALUE "N".
01  WS-NETWORK-OTHER-USERNAME   PIC X(20).
01  WS-NETWORK-OTHER-IDX        PIC 999 VALUE 0.
01  WS-NETWORK-PAGE-START       PIC 999 VALUE 1.
01  WS-NETWORK-PAGE-END         PIC 999 VALUE 0.
01  WS-NETWORK-HAS-MORE         PIC 9  VALUE 0.

*> ===== Remove Connection (NETWORK.cpy 7720) working-storage =====
*> to the actual WS-CONNECTIONS-TABLE index, same pattern as
*> WS-MYAPP-INDEX-MAP/WS-MYJOB-INDEX-MAP.
01  WS-NETWORK-INDEX-TABLE.
    05  WS-NETWORK-INDEX-MAP OCCURS 500 TIMES  PIC 9(4).
01  WS-NETWORK-MENU-CHOICE       PIC X(3).
01  WS-NETWORK-SELECTED-IDX      PIC 9(4) VALUE 0.

*> ===== Login Notifications Summary (main.cob 3220) working-storage =====
01  WS-NOTIF-PENDING-COUNT       PIC 999 VALUE 0.

*> ===== Data Integrity Reconciliation Report (main.cob 3400) =====
01  WS-RECON-ORPHAN-COUNT        PIC 9(4) VALUE 0.
01  WS-RECON-DUP-COUNT           PIC 9(4) VALUE 0.
01  WS-RECON-CHECK-USERNAME      PIC X(20).
01  WS-RECON-ACCT-FOUND          PIC 9 VALUE 0.
01  WS-RECON-SENDER-FOUND        PIC 9 VALUE 0.
01  WS-RECON-RECIP-FOUND         PIC 9 VALUE 0.
01  WS-RECON-DUP-FOUND           PIC 9 VALUE 0.

*> ===== Keyed Network Access (NETKEY_SRC.cpy 9251-9259) =====
*> PENDING.DAT and CONNECTIONS.DAT are read by key: one filtered
*> pass selects only the rows naming the key user, so the size of
*> the campus graph is bounded by the files, not by a table.
*> WS-NETKEY-USER is the user whose rows sit in the pending and
*> connection tables above (the logged-in user, or spaces).
*> WS-PENDING-FILE-ROWS / WS-CONNECTIONS-FILE-ROWS track the rows
*> on disk (counted at startup, adjusted on every append/removal)
*> for the balancing and capacity reports.
01  WS-NETKEY-USER               PIC X(20) VALUE SPACES.
01  WS-NETKEY-SAVE-USER          PIC X(20) VALUE SPACES.
01  WS-PENDING-FILE-ROWS         PIC 9(6) VALUE 0.
01  WS-CONNECTIONS-FILE-ROWS     PIC 9(6) VALUE 0.
01  WS-NETKEY-EOF                PIC X VALUE "N".
01  WS-NETKEY-TRUNCATED          PIC 9 VALUE 0.
*> Pair probe (9257): is WS-NETKEY-PAIR-A connected to -B?
01  WS-NETKEY-PAIR-A             PIC X(20).
01  WS-NETKEY-PAIR-B             PIC X(20).
01  WS-NETKEY-PAIR-HIT           PIC 9 VALUE 0.
*> Neighbor list (9256): every user connected to WS-NBR-KEY-USER.
01  WS-NBR-KEY-USER              PIC X(20).
01  WS-NBR-COUNT                 PIC 9(4) VALUE 0.
01  WS-NBR-TABLE.
    05  WS-NBR-USER OCCURS 500 TIMES  PIC X(20).
01  WS-NBR-IDX                   PIC 9(4) VALUE 0.
*> Keyed rewrite (CONNMGMT.cpy 9310 / CONNWRITE.cpy 9450): rows are
*> streamed through the .TMP file and WS-NETKEY-DROP-MODE says which
*> are dropped or repointed on the way:
*>   "P" - the one pair WS-NETKEY-DROP-A / -B (either order)
*>   "U" - every row naming WS-NETKEY-DROP-A
*>   "S" - stale pending rows (9320 auto-purge)
*>   "R" - rename WS-NETKEY-DROP-A to WS-NETKEY-DROP-B (merge)
01  WS-NETKEY-DROP-MODE          PIC X VALUE SPACE.
01  WS-NETKEY-DROP-A             PIC X(20).
01  WS-NETKEY-DROP-B             PIC X(20).
01  WS-NETKEY-DROP-COUNT         PIC 9(6) VALUE 0.
01  WS-NETKEY-KEEP-ROW           PIC 9 VALUE 1.
01  WS-PENDTMP-STATUS            PIC XX.
01  WS-CONNTMP-STATUS            PIC XX.
