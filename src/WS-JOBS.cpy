      *>     WS-JT-SALARY(n)       - Salary string (PIC X(20))
      *>     WS-JT-CLOSING-DATE(n) - Optional closing date, YYYYMMDD, 0 if
      *>                             the posting never expires (PIC 9(8))
      *>     WS-JT-OPENINGS(n)     - Number of openings; the posting closes
      *>                             once that many offers are accepted.
      *>                             0 on postings made before headcount
      *>                             was recorded (never auto-closes)
      *>     WS-JT-DUP-OF(n)       - Job ID this posting appeared to
      *>                             duplicate when it was posted or
      *>                             imported (JOBDUP_SRC.cpy); 0 if none
      *>     WS-JT-MIN-GPA(n)      - Minimum GPA an applicant needs
      *>                             (GPA_SRC.cpy); 0 = no minimum
      *>     WS-JT-SPONSOR(n)      - Visa sponsorship Y/N, space = not
      *>                             stated (WORKAUTH_SRC.cpy)
      *>     WS-JT-AUTH-REQ(n)     - Y = applicants must already be
      *>                             authorized to work
      *>   WS-SELECTED-JOB-IDX     - Index of job chosen in browse view
      *>   WS-BROWSE-CHOICE        - User's numeric choice in browse loop
      *>   WS-BROWSE-INDEX-MAP     - Maps a number shown in 5320-BROWSE-JOBS
              10  WS-SALRPT-MAX       PIC 9(8).
      01  WS-SALRPT-IDX               PIC 999   VALUE 0.
      01  WS-SALRPT-MATCH-IDX         PIC 999   VALUE 0.
      01  WS-SALRPT-REGION            PIC X(30) VALUE SPACES.
      01  WS-SALRPT-IN                PIC 9     VALUE 1.
      01  WS-SALRPT-UNSPEC-COUNT      PIC 999   VALUE 0.

      *> ===== Job Type / Category Taxonomy (JOBS_SRC.cpy 5410-5414) =====
              10  WS-CAT-NAME         PIC X(30).
      01  WS-TEMP-JOB-TYPE            PIC X(12) VALUE SPACES.
      01  WS-TEMP-JOB-CATEGORY        PIC X(30) VALUE SPACES.
      01  WS-TEMP-JOB-OPENINGS        PIC 9(3) VALUE 0.
      01  WS-TEMP-OPENINGS-INPUT      PIC X(10) VALUE SPACES.
      01  WS-TEMP-JOB-MIN-GPA         PIC 9V99 VALUE 0.
      01  WS-FILTER-JOB-TYPE          PIC X(12) VALUE SPACES.
      01  WS-FILTER-GPA-ELIGIBLE      PIC X VALUE "N".
      01  WS-FILTER-WA-ELIGIBLE       PIC X VALUE "N".
      01  WS-JOB-TYPE-MATCH           PIC 9 VALUE 0.
      01  WS-RPT-TYPE-INTERN-COUNT    PIC 999 VALUE 0.
      01  WS-RPT-TYPE-PART-COUNT      PIC 999 VALUE 0.
              10  WS-JT-CATEGORY     PIC X(30).
              10  WS-JT-REVIEW       PIC X.
              10  WS-JT-POSTED-DATE  PIC 9(8).
              10  WS-JT-OPENINGS     PIC 9(3).
              10  WS-JT-DUP-OF       PIC 9(7).
              10  WS-JT-MIN-GPA      PIC 9V99.
              10  WS-JT-SPONSOR      PIC X.
              10  WS-JT-AUTH-REQ     PIC X.

      *> ===== Job Posting Expiration (JOBS_SRC.cpy 5306/5307) =====
      01  WS-TEMP-JOB-CLOSING-DATE   PIC X(8).
