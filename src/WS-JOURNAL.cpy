      *>                          file (OCCURS 2000; images captured
      *>                          at 600 bytes, wider than any row in
      *>                          the journaled record layouts)
      *>   WS-JRN-APPLY-OVERFLOW - 1 when the target has more rows
      *>                          than the table holds; it must then
      *>                          not be written back
      *>   WS-JRN-* scratch     - Diff/replay loop state
      *>
      *> USED BY: JOURNAL_SRC.cpy and the rewrite/append paragraphs
      01  WS-JRN-APPLY-TABLE.
          05  WS-JRN-APPLY-LINE OCCURS 2000 TIMES  PIC X(600).
      01  WS-JRN-APPLY-IDX            PIC 9(5) VALUE 0.
      01  WS-JRN-APPLY-OVERFLOW       PIC 9 VALUE 0.
      01  WS-JRN-APPLIED-COUNT        PIC 9(7) VALUE 0.
      01  WS-JRN-SKIPPED-COUNT        PIC 9(7) VALUE 0.
      01  WS-JRN-FLUSH-COUNT          PIC 9(5) VALUE 0.
