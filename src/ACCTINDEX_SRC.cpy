      *>*****************************************************************
      *> FILE:    ACCTINDEX_SRC.cpy
      *> PURPOSE: Sorted username index over WS-USER-ACCOUNTS. Built
      *>          at startup right after the accounts load and kept
      *>          current wherever the account table changes shape:
      *>          a new account is inserted in place (4500); a rename
      *>          (7975), a duplicate merge (3755) or a roster-sync
      *>          removal (3660) shifts or rekeys rows, so those
      *>          rebuild it whole (it is one insertion pass over at
      *>          most 500 rows). Every
      *>          lookup by username goes through 3262, a binary
      *>          search, instead of walking the account table.
      *>          Exact match on the stored 20-character username, the
      *>          same rule the old scans applied.
      *>
      *> PARAGRAPHS:
      *>   3260-REBUILD-ACCOUNT-INDEX - Full rebuild, timed
      *>   3261-ACCT-INDEX-INSERT     - Insert WS-AIX-NEW-KEY/ACCT in
      *>                                username order
      *>   3262-ACCT-INDEX-LOOKUP     - WS-AIX-QUERY -> WS-AIX-FOUND
      *>   3263-READ-INDEX-CLOCK      - Time of day in hundredths
      *>
      *> DEPENDENCIES:
      *>   WS-ACCTINDEX.cpy - index table, counters and scratch
      *>   main.cob         - WS-USER-ACCOUNTS, WS-ACCOUNT-COUNT
      *>*****************************************************************

       3260-REBUILD-ACCOUNT-INDEX.
           PERFORM 3263-READ-INDEX-CLOCK
           MOVE WS-AIX-CLOCK-CS TO WS-AIX-START-CS
           MOVE 0 TO WS-AIX-COUNT
           PERFORM VARYING WS-AIX-NEW-ACCT FROM 1 BY 1
               UNTIL WS-AIX-NEW-ACCT > WS-ACCOUNT-COUNT
               MOVE WS-USERNAME(WS-AIX-NEW-ACCT) TO WS-AIX-NEW-KEY
               PERFORM 3261-ACCT-INDEX-INSERT
           END-PERFORM
           PERFORM 3263-READ-INDEX-CLOCK
           MOVE WS-AIX-CLOCK-CS TO WS-AIX-END-CS
      *>    A rebuild that straddles midnight wraps the clock.
           IF WS-AIX-END-CS < WS-AIX-START-CS
               ADD 8640000 TO WS-AIX-END-CS
           END-IF
           COMPUTE WS-AIX-LAST-CS = WS-AIX-END-CS - WS-AIX-START-CS
           IF WS-AIX-BUILD-COUNT = 0
               MOVE WS-AIX-LAST-CS TO WS-AIX-LOAD-CS
           END-IF
           ADD 1 TO WS-AIX-BUILD-COUNT
           EXIT.

      *>*****************************************************************
      *> 3261-ACCT-INDEX-INSERT: Append the new entry and slide it down
      *> past every larger key. Equal keys stay in account order, so a
      *> lookup returns the lowest account index as the scans did.
      *>*****************************************************************
       3261-ACCT-INDEX-INSERT.
           IF WS-AIX-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AIX-COUNT
           MOVE WS-AIX-COUNT TO WS-AIX-POS
           MOVE 0 TO WS-AIX-SHIFT-DONE
           PERFORM UNTIL WS-AIX-POS <= 1 OR WS-AIX-SHIFT-DONE = 1
               IF WS-AIX-KEY(WS-AIX-POS - 1) > WS-AIX-NEW-KEY
                   MOVE WS-AIX-ENTRY(WS-AIX-POS - 1)
                       TO WS-AIX-ENTRY(WS-AIX-POS)
                   SUBTRACT 1 FROM WS-AIX-POS
               ELSE
                   MOVE 1 TO WS-AIX-SHIFT-DONE
               END-IF
           END-PERFORM
           MOVE WS-AIX-NEW-KEY TO WS-AIX-KEY(WS-AIX-POS)
           MOVE WS-AIX-NEW-ACCT TO WS-AIX-ACCT(WS-AIX-POS)
           EXIT.

      *>*****************************************************************
      *> 3262-ACCT-INDEX-LOOKUP: Binary search for the first entry not
      *> below WS-AIX-QUERY; WS-AIX-FOUND is its account index when the
      *> key matches, else 0. Should the entry count ever disagree with
      *> the account table (a change path that forgot to maintain the
      *> index) the index is rebuilt before searching rather than
      *> answering from stale rows.
      *>*****************************************************************
       3262-ACCT-INDEX-LOOKUP.
           MOVE 0 TO WS-AIX-FOUND
           ADD 1 TO WS-AIX-LOOKUPS
           IF WS-AIX-COUNT NOT = WS-ACCOUNT-COUNT
               PERFORM 3260-REBUILD-ACCOUNT-INDEX
           END-IF
           IF WS-AIX-QUERY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AIX-LOW
           COMPUTE WS-AIX-HIGH = WS-AIX-COUNT + 1
           PERFORM UNTIL WS-AIX-LOW >= WS-AIX-HIGH
               COMPUTE WS-AIX-MID = (WS-AIX-LOW + WS-AIX-HIGH) / 2
               IF WS-AIX-KEY(WS-AIX-MID) < WS-AIX-QUERY
                   COMPUTE WS-AIX-LOW = WS-AIX-MID + 1
               ELSE
                   MOVE WS-AIX-MID TO WS-AIX-HIGH
               END-IF
           END-PERFORM
           IF WS-AIX-LOW <= WS-AIX-COUNT
               IF WS-AIX-KEY(WS-AIX-LOW) = WS-AIX-QUERY
                   MOVE WS-AIX-ACCT(WS-AIX-LOW) TO WS-AIX-FOUND
                   ADD 1 TO WS-AIX-HITS
               END-IF
           END-IF
           EXIT.

       3263-READ-INDEX-CLOCK.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-AIX-CLOCK
           COMPUTE WS-AIX-CLOCK-CS =
               FUNCTION NUMVAL(WS-AIX-CLOCK(1:2)) * 360000
               + FUNCTION NUMVAL(WS-AIX-CLOCK(3:2)) * 6000
               + FUNCTION NUMVAL(WS-AIX-CLOCK(5:2)) * 100
               + FUNCTION NUMVAL(WS-AIX-CLOCK(7:2))
           EXIT.
