      *>*****************************************************************
      *> FILE:    WS-EMP360.cpy
      *> PURPOSE: Working-storage for the employer relationship (360)
      *>          report (EMP360_SRC.cpy). One employer, one date range;
      *>          every posting the employer ever had (open ones from
      *>          the job table, closed ones from JOBARCHIVE.DAT) is
      *>          gathered into WS-E3-JOB-TABLE first so applications,
      *>          interviews, offers and co-op hours can be tied back
      *>          to the employer by job ID.
      *>
      *> VARIABLES:
      *>   WS-E3-EMPLOYER      - Employer the report is for
      *>   WS-E3-FROM/TO-DATE  - Reporting period, YYYYMMDD inclusive
      *>   WS-E3-JOB-TABLE     - The employer's postings
      *>     WS-E3-JOB-CLOSED(n) - Archive date (0 = still open)
      *>     WS-E3-JOB-REASON(n) - Archive reason E/W/F (space = open)
      *>     WS-E3-JOB-ACTIVE(n) - 1 = open at some point in the period
      *>   WS-E3-JOB-ID / WS-E3-HIT - Key and result for 5985
      *>   WS-E3-* counters    - One per line of the report
      *>
      *> USED BY: EMP360_SRC.cpy
      *>*****************************************************************
      01  WS-E3-EMPLOYER              PIC X(50) VALUE SPACES.
      01  WS-E3-FOUND                 PIC 9 VALUE 0.
      01  WS-E3-INPUT                 PIC X(20) VALUE SPACES.
      01  WS-E3-DATE-OK               PIC 9 VALUE 0.
      01  WS-E3-FROM-DATE             PIC 9(8) VALUE 0.
      01  WS-E3-TO-DATE               PIC 9(8) VALUE 0.
      01  WS-E3-JOB-COUNT             PIC 999 VALUE 0.
      01  WS-E3-JOB-TABLE.
          05  WS-E3-JOB-ENTRY OCCURS 500 TIMES.
              10  WS-E3-JOB-NUM      PIC 9(7).
              10  WS-E3-JOB-POSTED   PIC 9(8).
              10  WS-E3-JOB-CLOSED   PIC 9(8).
              10  WS-E3-JOB-REASON   PIC X.
              10  WS-E3-JOB-ACTIVE   PIC 9.
      01  WS-E3-JOB-ID                PIC 9(7) VALUE 0.
      01  WS-E3-HIT                   PIC 999 VALUE 0.
      01  WS-E3-IDX                   PIC 999 VALUE 0.
      01  WS-E3-JDX                   PIC 999 VALUE 0.
      01  WS-E3-EVENT-DATE            PIC 9(8) VALUE 0.
      01  WS-E3-PERIOD-DATE           PIC 9(8) VALUE 0.
      01  WS-E3-OPENED                PIC 9(5) VALUE 0.
      01  WS-E3-STILL-OPEN            PIC 9(5) VALUE 0.
      01  WS-E3-ARCHIVED              PIC 9(5) VALUE 0.
      01  WS-E3-ARCH-FILLED           PIC 9(5) VALUE 0.
      01  WS-E3-ARCH-EXPIRED          PIC 9(5) VALUE 0.
      01  WS-E3-ARCH-WITHDRAWN        PIC 9(5) VALUE 0.
      01  WS-E3-FILL-DAYS             PIC S9(7) VALUE 0.
      01  WS-E3-FILL-TOTAL            PIC 9(9) VALUE 0.
      01  WS-E3-FILL-COUNT            PIC 9(5) VALUE 0.
      01  WS-E3-FILL-AVG              PIC 9(5) VALUE 0.
      01  WS-E3-APPLICANTS            PIC 9(5) VALUE 0.
      01  WS-E3-HIRED-APPS            PIC 9(5) VALUE 0.
      01  WS-E3-IVW-PROPOSED          PIC 9(5) VALUE 0.
      01  WS-E3-IVW-CONFIRMED         PIC 9(5) VALUE 0.
      01  WS-E3-OFFERS                PIC 9(5) VALUE 0.
      01  WS-E3-OFR-ACCEPTED          PIC 9(5) VALUE 0.
      01  WS-E3-OFR-DECLINED          PIC 9(5) VALUE 0.
      01  WS-E3-OFR-PENDING           PIC 9(5) VALUE 0.
      01  WS-E3-ACCEPT-RATE           PIC 999 VALUE 0.
      01  WS-E3-FOLLOWERS             PIC 9(5) VALUE 0.
      01  WS-E3-RVW-COUNT             PIC 9(5) VALUE 0.
      01  WS-E3-RVW-SUM               PIC 9(7) VALUE 0.
      01  WS-E3-RVW-PENDING           PIC 9(5) VALUE 0.
      01  WS-E3-RVW-AVG               PIC 9V9 VALUE 0.
      01  WS-E3-RVW-AVG-DISP          PIC 9.9 VALUE ZEROS.
      01  WS-E3-BOOTH-REQUESTED       PIC 9(5) VALUE 0.
      01  WS-E3-BOOTH-APPROVED        PIC 9(5) VALUE 0.
      01  WS-E3-HOURS-VERIFIED        PIC 9(7) VALUE 0.
      01  WS-E3-HOURS-PENDING         PIC 9(7) VALUE 0.
      01  WS-E3-NUM-DISP              PIC Z(6)9 VALUE SPACES.
      01  WS-E3-NUM2-DISP             PIC Z(6)9 VALUE SPACES.
      01  WS-E3-NUM3-DISP             PIC Z(6)9 VALUE SPACES.
      01  WS-E3-NUM4-DISP             PIC Z(6)9 VALUE SPACES.
