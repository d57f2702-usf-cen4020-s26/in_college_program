      *>*****************************************************************
      *> FILE:    WS-SYNDICATE.cpy
      *> PURPOSE: Working-storage for the outbound partner syndication
      *>          feed (SYNDICATE_SRC.cpy). SYNDOPTOUT.DAT lists the
      *>          postings their employer keeps out of the feed,
      *>          SYNDSENT.DAT the postings partners hold as of the
      *>          last successful run, and SYNDRUNS.DAT logs every run.
      *>
      *> VARIABLES:
      *>   WS-SYO-TABLE         - Opt-out rows (job id, date)
      *>   WS-SYS-TABLE         - Postings sent (job id, run stamp),
      *>                          with a seen flag set while a run
      *>                          finds each still eligible
      *>   WS-SYND-TOUCHED       - Y per job table row the journal shows
      *>                          changed since the last run
      *>   WS-SYND-EXTRACT       - FULL or CHNG for this run
      *>   WS-SYND-STAMP / WS-SYND-SINCE
      *>                        - This run's time and the last
      *>                          successful run's (spaces = none)
      *>   WS-SYND-ADDS / -CHANGES / -WITHDRAWS / -DETAILS
      *>                        - Run counts for the trailer and log
      *>   WS-SYND-QUERY-ID / WS-SYND-FOUND
      *>                        - 4245 and 4253 argument and result
      *>   WS-SYND-ELIGIBLE      - 4256 result for WS-SYND-JOB-IDX
      *>   WS-SYND-* scratch     - Loop, date and display fields
      *>
      *> USED BY: SYNDICATE_SRC.cpy, JOBS_SRC.cpy (5316),
      *>          HOUSEKEEP_SRC.cpy (2090)
      *>*****************************************************************
      01  WS-SYNDOPTOUT-STATUS        PIC XX.
      01  WS-SYNDOPTOUT-EOF           PIC X VALUE "N".
      01  WS-SYNDSENT-STATUS          PIC XX.
      01  WS-SYNDSENT-EOF             PIC X VALUE "N".
      01  WS-SYNDRUNS-STATUS          PIC XX.
      01  WS-SYNDRUNS-EOF             PIC X VALUE "N".
      01  WS-SYNDFEED-STATUS          PIC XX.
      01  WS-SYO-COUNT                PIC 999 VALUE 0.
      01  WS-SYO-TABLE.
          05  WS-SYO-ENTRY OCCURS 500 TIMES.
              10  WS-SYO-JOB-ID      PIC 9(7).
              10  WS-SYO-DATE        PIC 9(8).
      01  WS-SYS-COUNT                PIC 999 VALUE 0.
      01  WS-SYS-TABLE.
          05  WS-SYS-ENTRY OCCURS 500 TIMES.
              10  WS-SYS-JOB-ID      PIC 9(7).
              10  WS-SYS-STAMP       PIC X(14).
              10  WS-SYS-SEEN        PIC X(1).
      01  WS-SYND-TOUCH-TABLE.
          05  WS-SYND-TOUCHED OCCURS 500 TIMES PIC X(1).
      01  WS-SYND-EXTRACT              PIC X(4) VALUE SPACES.
      01  WS-SYND-STAMP                PIC X(14) VALUE SPACES.
      01  WS-SYND-SINCE                PIC X(14) VALUE SPACES.
      01  WS-SYND-SINCE-EXTRACT        PIC X(4) VALUE SPACES.
      01  WS-SYND-FILE-NAME            PIC X(60) VALUE SPACES.
      01  WS-SYND-ADDS                 PIC 9(5) VALUE 0.
      01  WS-SYND-CHANGES              PIC 9(5) VALUE 0.
      01  WS-SYND-WITHDRAWS            PIC 9(5) VALUE 0.
      01  WS-SYND-DETAILS              PIC 9(5) VALUE 0.
      01  WS-SYND-QUERY-ID             PIC 9(7) VALUE 0.
      01  WS-SYND-FOUND                PIC 999 VALUE 0.
      01  WS-SYND-ELIGIBLE             PIC X VALUE "N".
      01  WS-SYND-IDX                  PIC 999 VALUE 0.
      01  WS-SYND-JOB-IDX              PIC 999 VALUE 0.
      01  WS-SYND-TODAY                PIC 9(8) VALUE 0.
      01  WS-SYND-DAY                  PIC 9(8) VALUE 0.
      01  WS-SYND-DAY-INT              PIC 9(8) VALUE 0.
      01  WS-SYND-TODAY-INT            PIC 9(8) VALUE 0.
      01  WS-SYND-JOURNALS             PIC 9(5) VALUE 0.
      01  WS-SYND-EOF                  PIC X VALUE "N".
      01  WS-SYND-ID-BEFORE            PIC X(7) VALUE SPACES.
      01  WS-SYND-ID-AFTER             PIC X(7) VALUE SPACES.
      01  WS-SYND-CHOICE               PIC X(10) VALUE SPACES.
      01  WS-SYND-N1                   PIC Z(4)9.
      01  WS-SYND-N2                   PIC Z(4)9.
      01  WS-SYND-N3                   PIC Z(4)9.
      01  WS-SYND-N4                   PIC Z(4)9.
