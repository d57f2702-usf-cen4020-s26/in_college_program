      *>*****************************************************************
      *> FILE:    WS-JOBREPORT.cpy
      *> PURPOSE: Working-storage for suspicious-posting reports
      *>          (JOBREPORT_SRC.cpy). JOBREPORTS.DAT holds one row per
      *>          (posting, reporter); enough open reports from
      *>          different users put the posting back in the posting
      *>          review queue, where an admin clears it, rejects it or
      *>          confirms it as fraud.
      *>
      *> VARIABLES:
      *>   WS-JRP-TABLE         - Report rows (job id, reporter, reason
      *>                          code, note, date, status, decided
      *>                          date, reviewer)
      *>   WS-JRP-STATUS values - O open, D dismissed, R posting
      *>                          rejected, F confirmed fraud
      *>   WS-JRP-REASON-CODE(n) / WS-JRP-REASON-LABEL(n)
      *>                        - The reason codes a reporter picks from
      *>   WS-JRP-HOLD-LIMIT    - Open reports that hold a posting
      *>                          (WS-CONST-POSTING-REPORT-HOLD, or
      *>                          INCOLLEGE_REPORT_HOLD when set)
      *>   WS-JRP-JOB-IDX       - Job table row being reported/reviewed
      *>   WS-JRP-OPEN-COUNT    - 4214 result: open reports on it
      *>   WS-JRP-NEW-STATUS    - Status 4216 settles open reports to
      *>   WS-JRP-* scratch     - Loop, input and count fields
      *>
      *> USED BY: JOBREPORT_SRC.cpy, JOBSEXT_SRC.cpy (5322),
      *>          JOBS_SRC.cpy (5480), RATELIMIT_SRC.cpy (3729),
      *>          DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-JOBREPORTS-STATUS        PIC XX.
      01  WS-JOBREPORTS-EOF           PIC X VALUE "N".
      01  WS-JRP-COUNT                PIC 9(4) VALUE 0.
      01  WS-JRP-TABLE.
          05  WS-JRP-ENTRY OCCURS 2000 TIMES.
              10  WS-JRP-JOB-ID      PIC 9(7).
              10  WS-JRP-REPORTER    PIC X(20).
              10  WS-JRP-REASON      PIC X(10).
              10  WS-JRP-NOTE        PIC X(100).
              10  WS-JRP-DATE        PIC 9(8).
              10  WS-JRP-STATUS      PIC X(1).
              10  WS-JRP-DECIDED     PIC 9(8).
              10  WS-JRP-REVIEWER    PIC X(20).
      01  WS-JRP-REASON-VALUES.
          05  FILLER                  PIC X(50)
              VALUE "FEES      Asks me to pay fees or buy equipment".
          05  FILLER                  PIC X(50)
              VALUE "BANKINFO  Asks for bank or ID details up front".
          05  FILLER                  PIC X(50)
              VALUE "FAKEEMP   Fake or impersonated employer".
          05  FILLER                  PIC X(50)
              VALUE "MISLEAD   Misleading job, pay or location".
          05  FILLER                  PIC X(50)
              VALUE "OTHER     Something else".
      01  WS-JRP-REASON-LIST REDEFINES WS-JRP-REASON-VALUES.
          05  WS-JRP-REASON-ROW OCCURS 5 TIMES.
              10  WS-JRP-REASON-CODE  PIC X(10).
              10  WS-JRP-REASON-LABEL PIC X(40).
      01  WS-JRP-REASON-TOTAL         PIC 9 VALUE 5.
      01  WS-JRP-REASON-IDX           PIC 9 VALUE 0.
      01  WS-JRP-HOLD-LIMIT           PIC 99 VALUE 0.
      01  WS-JRP-HOLD-TEXT            PIC X(10) VALUE SPACES.
      01  WS-JRP-IDX                  PIC 9(4) VALUE 0.
      01  WS-JRP-JOB-IDX              PIC 999 VALUE 0.
      01  WS-JRP-OPEN-COUNT           PIC 9(4) VALUE 0.
      01  WS-JRP-OPEN-DISP            PIC Z(3)9.
      01  WS-JRP-NEW-STATUS           PIC X(1) VALUE SPACES.
      01  WS-JRP-INPUT                PIC X(100) VALUE SPACES.
      01  WS-JRP-TODAY                PIC 9(8) VALUE 0.
      01  WS-JRP-SCAN                 PIC 999 VALUE 0.
      01  WS-JRP-KEEP                 PIC 999 VALUE 0.
      01  WS-JRP-APPS-DIRTY           PIC 9 VALUE 0.
      01  WS-JRP-NOTIFIED             PIC 9(4) VALUE 0.
      01  WS-JRP-NOTIFIED-DISP        PIC Z(3)9.
