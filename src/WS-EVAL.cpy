      *>*****************************************************************
      *> FILE:    WS-EVAL.cpy
      *> PURPOSE: Working-storage for supervisor end-of-term
      *>          evaluations of placed students (EVAL_SRC.cpy). Once
      *>          the work term of an accepted offer has ended, whoever
      *>          manages the posting rates the student on a fixed set
      *>          of competencies, gives an overall recommendation and
      *>          comments. The co-op office report summarizes the
      *>          results by the student's major and by employer.
      *>
      *> VARIABLES:
      *>   WS-EVALS-STATUS      - File status for EVALS.DAT
      *>   WS-EVL-COUNT         - Evaluations loaded
      *>   WS-EVL-TABLE         - All evaluations (OCCURS 300)
      *>     WS-EVL-JOB-ID(n)     - Placement's JOB-ID
      *>     WS-EVL-USERNAME(n)   - Student evaluated
      *>     WS-EVL-EVALUATOR(n)  - Poster/team member who rated
      *>     WS-EVL-EMPLOYER(n)   - Employer at the time of rating
      *>     WS-EVL-TERM(n)       - Work term, e.g. "Summer 2026"
      *>     WS-EVL-RATING(n,c)   - 1-5 per competency (OCCURS 5)
      *>     WS-EVL-RECOMMEND(n)  - "H" highly recommend, "R"
      *>                            recommend, "Q" with reservations,
      *>                            "N" do not recommend
      *>     WS-EVL-COMMENTS(n)   - Supervisor comments
      *>     WS-EVL-DATE(n)       - Date completed, YYYYMMDD
      *>   WS-EVL-COMP-NAME(c)  - Fixed competency names
      *>   WS-EVL-DUE-*         - Placements awaiting the signed-in
      *>                          user's evaluation (5683)
      *>   WS-EVL-TLY-*         - Report tallies by major / employer
      *>   WS-EVL-* scratch     - Loop indexes, buffers
      *>
      *> USED BY: EVAL_SRC.cpy, DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-EVALS-STATUS             PIC XX.
      01  WS-EVALS-EOF                PIC X VALUE "N".
      01  WS-EVL-COUNT                PIC 999 VALUE 0.
      01  WS-EVL-TABLE.
          05  WS-EVL-ENTRY OCCURS 300 TIMES.
              10  WS-EVL-JOB-ID      PIC 9(7).
              10  WS-EVL-USERNAME    PIC X(20).
              10  WS-EVL-EVALUATOR   PIC X(20).
              10  WS-EVL-EMPLOYER    PIC X(50).
              10  WS-EVL-TERM        PIC X(11).
              10  WS-EVL-RATING OCCURS 5 TIMES  PIC 9.
              10  WS-EVL-RECOMMEND   PIC X.
              10  WS-EVL-COMMENTS    PIC X(200).
              10  WS-EVL-DATE        PIC 9(8).
      01  WS-EVL-COMP-TABLE.
          05  FILLER                  PIC X(20) VALUE "Technical Skills".
          05  FILLER                  PIC X(20) VALUE "Communication".
          05  FILLER                  PIC X(20) VALUE "Teamwork".
          05  FILLER                  PIC X(20) VALUE "Initiative".
          05  FILLER                  PIC X(20) VALUE "Professionalism".
      01  WS-EVL-COMP-REDEF REDEFINES WS-EVL-COMP-TABLE.
          05  WS-EVL-COMP-NAME OCCURS 5 TIMES  PIC X(20).
      01  WS-EVL-IDX                  PIC 999 VALUE 0.
      01  WS-EVL-WRT-IDX              PIC 999 VALUE 0.
      01  WS-EVL-COMP-IDX             PIC 9 VALUE 0.
      01  WS-EVL-FOUND                PIC 9 VALUE 0.
      01  WS-EVL-MENU-CHOICE          PIC X(4) VALUE SPACES.
      01  WS-EVL-CHOICE               PIC 999 VALUE 0.
      01  WS-EVL-INPUT-OK             PIC 9 VALUE 0.
      01  WS-EVL-TODAY                PIC 9(8) VALUE 0.
      01  WS-EVL-TERM-LABEL           PIC X(11) VALUE SPACES.
      01  WS-EVL-TERM-END             PIC 9(8) VALUE 0.
      01  WS-EVL-CAN-EVALUATE         PIC 9 VALUE 0.
      01  WS-EVL-JOB-ID-IN            PIC 9(7) VALUE 0.
      01  WS-EVL-STUDENT-IN           PIC X(20) VALUE SPACES.
      01  WS-EVL-EMPLOYER-IN          PIC X(50) VALUE SPACES.
      01  WS-EVL-TITLE-IN             PIC X(50) VALUE SPACES.
      01  WS-EVL-RATINGS-IN.
          05  WS-EVL-RATING-IN OCCURS 5 TIMES  PIC 9.
      01  WS-EVL-RECOMMEND-IN         PIC X VALUE SPACE.
      01  WS-EVL-RECOMMEND-TEXT       PIC X(30) VALUE SPACES.
      01  WS-EVL-DUE-COUNT            PIC 999 VALUE 0.
      01  WS-EVL-DUE-TABLE.
          05  WS-EVL-DUE-ENTRY OCCURS 100 TIMES.
              10  WS-EVL-DUE-OFR-IDX  PIC 999.
              10  WS-EVL-DUE-EMPLOYER PIC X(50).
              10  WS-EVL-DUE-TITLE    PIC X(50).
              10  WS-EVL-DUE-TERM     PIC X(11).
      01  WS-EVL-TLY-USED             PIC 999 VALUE 0.
      01  WS-EVL-TLY-TABLE.
          05  WS-EVL-TLY-ENTRY OCCURS 100 TIMES.
              10  WS-EVL-TLY-KEY      PIC X(50).
              10  WS-EVL-TLY-COUNT    PIC 999.
              10  WS-EVL-TLY-POINTS   PIC 9(5).
              10  WS-EVL-TLY-RECOMMENDED PIC 999.
      01  WS-EVL-TLY-IDX              PIC 999 VALUE 0.
      01  WS-EVL-TLY-MATCH            PIC 999 VALUE 0.
      01  WS-EVL-GROUP-KEY            PIC X(50) VALUE SPACES.
      01  WS-EVL-POINTS               PIC 99 VALUE 0.
      01  WS-EVL-COMP-TOTALS.
          05  WS-EVL-COMP-TOTAL OCCURS 5 TIMES  PIC 9(5).
      01  WS-EVL-AVG                  PIC 9V99 VALUE 0.
      01  WS-EVL-AVG-DISPLAY          PIC 9.99.
      01  WS-EVL-PROF-IDX             PIC 999 VALUE 0.
