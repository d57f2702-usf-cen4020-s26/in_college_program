      *>   WS-FEED-LINE-NUM     - Feed row number for reject reporting
      *>   WS-FEED-GOOD-COUNT   - Rows imported as postings
      *>   WS-FEED-BAD-COUNT    - Rows diverted to REJECTS.DAT
      *>   WS-FEED-DUP-COUNT    - Imported rows flagged as duplicates
      *>   WS-FEED-PAY-HOLD-COUNT - Imported rows held for failing the
      *>                          pay transparency rules (4238)
      *>   WS-FEED-ROW-OK       - 1 while the current row still passes
      *>
      *> USED BY: JOBFEED_SRC.cpy, main.cob
      01  WS-FEED-LINE-NUM            PIC 9(7) VALUE 0.
      01  WS-FEED-GOOD-COUNT          PIC 9(5) VALUE 0.
      01  WS-FEED-BAD-COUNT           PIC 9(5) VALUE 0.
      01  WS-FEED-DUP-COUNT           PIC 9(5) VALUE 0.
      01  WS-FEED-PAY-HOLD-COUNT      PIC 9(5) VALUE 0.
      01  WS-FEED-ROW-OK              PIC 9 VALUE 0.
