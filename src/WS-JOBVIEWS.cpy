      *>*****************************************************************
      *> FILE:    WS-JOBVIEWS.cpy
      *> PURPOSE: Working-storage for posting view tracking
      *>          (JOBVIEWS_SRC.cpy). JOBVIEWS.DAT is append-only and
      *>          read on demand, like PROFILEVIEWS.DAT; a student's
      *>          repeat opens of one posting on one day are one row.
      *>
      *> VARIABLES:
      *>   WS-JOBVIEWS-STATUS / WS-JOBVIEWS-EOF - File status, EOF
      *>   WS-JV-TODAY          - Date (YYYYMMDD) stamped on a new view
      *>   WS-JV-SEEN           - 1 = today's view already on file
      *>   WS-JV-JOB-ID         - Posting 7052 tallies
      *>   WS-JV-VIEWS / WS-JV-UNIQUE / WS-JV-SAVES / WS-JV-APPS
      *>                        - 7052 results: student-days, distinct
      *>                          students, bookmarks, applications
      *>   WS-JV-PCT            - Applications per hundred viewers
      *>   WS-JV-VIEWER-TABLE   - Distinct viewers seen while tallying
      *>                          one posting (OCCURS 500)
      *>   WS-JV-JOB-VIEWS(n)   - 7054 report: views per WS-JOB-TABLE
      *>                          row n, filled in one pass of the file
      *>   WS-JV-MIN-VIEWS      - Report threshold (default 10)
      *>   WS-JV-* scratch      - Indexes, prompt, edited output
      *>
      *> USED BY: JOBVIEWS_SRC.cpy, JOBSEXT_SRC.cpy (5322),
      *>          JOBS_SRC.cpy (5315)
      *>*****************************************************************
      01  WS-JOBVIEWS-STATUS          PIC XX.
      01  WS-JOBVIEWS-EOF             PIC X VALUE "N".
      01  WS-JV-TODAY                 PIC 9(8) VALUE 0.
      01  WS-JV-SEEN                  PIC 9 VALUE 0.
      01  WS-JV-JOB-ID                PIC 9(7) VALUE 0.
      01  WS-JV-VIEWS                 PIC 9(5) VALUE 0.
      01  WS-JV-UNIQUE                PIC 9(5) VALUE 0.
      01  WS-JV-SAVES                 PIC 9(5) VALUE 0.
      01  WS-JV-APPS                  PIC 9(5) VALUE 0.
      01  WS-JV-PCT                   PIC 9(3) VALUE 0.
      01  WS-JV-VIEWER-COUNT          PIC 999 VALUE 0.
      01  WS-JV-VIEWER-TABLE.
          05  WS-JV-VIEWER OCCURS 500 TIMES PIC X(20).
      01  WS-JV-VDX                   PIC 999 VALUE 0.
      01  WS-JV-FOUND                 PIC 9 VALUE 0.
      01  WS-JV-IDX                   PIC 999 VALUE 0.
      01  WS-JV-JOB-VIEW-TABLE.
          05  WS-JV-JOB-VIEWS OCCURS 500 TIMES PIC 9(5).
      01  WS-JV-MIN-VIEWS             PIC 9(5) VALUE 10.
      01  WS-JV-INPUT                 PIC X(10) VALUE SPACES.
      01  WS-JV-HIT-COUNT             PIC 999 VALUE 0.
      01  WS-JV-VIEWS-DISP            PIC Z(4)9 VALUE SPACES.
      01  WS-JV-UNIQUE-DISP           PIC Z(4)9 VALUE SPACES.
      01  WS-JV-SAVES-DISP            PIC Z(4)9 VALUE SPACES.
      01  WS-JV-APPS-DISP             PIC Z(4)9 VALUE SPACES.
      01  WS-JV-PCT-DISP              PIC ZZ9 VALUE SPACES.
