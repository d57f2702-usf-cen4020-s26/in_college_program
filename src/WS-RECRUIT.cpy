      *>*****************************************************************
      *> FILE:    WS-RECRUIT.cpy
      *> PURPOSE: Working-storage for employer recruiting teams
      *>          (RECRUIT_SRC.cpy). RECRUITERS.DAT ties poster
      *>          accounts to an employer name from EMPLOYERS.DAT; every
      *>          member may manage all of that employer's postings and
      *>          applicants, and team-admin ("A") members add and
      *>          remove recruiters. RECRUITLOG.DAT is the append-only
      *>          action history naming the recruiter behind each
      *>          posting and applicant action.
      *>
      *> VARIABLES:
      *>   WS-RCT-TABLE          - Roster rows (employer, user, role)
      *>   WS-RCT-CHECK-EMPLOYER - Employer for 5604-FIND-TEAM-MEMBER
      *>   WS-RCT-CHECK-USER     - Username for 5604-FIND-TEAM-MEMBER
      *>   WS-RCT-FOUND-IDX      - Roster row of that member (0=none)
      *>   WS-RCT-TEAM-SIZE      - Rows on that employer's roster
      *>   WS-RCT-ADMIN-COUNT    - Team admins on that roster
      *>   WS-RCT-CHECK-JOB-IDX  - WS-JOB-TABLE row for 5603
      *>   WS-RCT-CAN-MANAGE     - 5603 result: 1 = may manage posting
      *>   WS-RCL-*              - One action-history row to append
      *>
      *> USED BY: RECRUIT_SRC.cpy, JOBS_SRC.cpy, JOBSEXT_SRC.cpy,
      *>          OFFERS_SRC.cpy, SCORECARD_SRC.cpy, OFFERLTR_SRC.cpy,
      *>          WORKLOG_SRC.cpy, DUPMERGE_SRC.cpy
      *>*****************************************************************
      01  WS-RECRUITERS-STATUS        PIC XX.
      01  WS-RECRUITERS-EOF           PIC X VALUE "N".
      01  WS-RECRUITLOG-STATUS        PIC XX.
      01  WS-RECRUITLOG-EOF           PIC X VALUE "N".
      01  WS-RCT-COUNT                PIC 999 VALUE 0.
      01  WS-RCT-TABLE.
          05  WS-RCT-ENTRY OCCURS 300 TIMES.
              10  WS-RCT-EMPLOYER    PIC X(50).
              10  WS-RCT-USERNAME    PIC X(20).
              10  WS-RCT-ROLE        PIC X.
                  88  WS-RCT-IS-ADMIN      VALUE "A".
              10  WS-RCT-ADDED-DATE  PIC 9(8).
              10  WS-RCT-ADDED-BY    PIC X(20).
      01  WS-RCT-IDX                  PIC 999 VALUE 0.
      01  WS-RCT-JDX                  PIC 999 VALUE 0.
      01  WS-RCT-CHECK-EMPLOYER       PIC X(50) VALUE SPACES.
      01  WS-RCT-CHECK-USER           PIC X(20) VALUE SPACES.
      01  WS-RCT-FOUND-IDX            PIC 999 VALUE 0.
      01  WS-RCT-TEAM-SIZE            PIC 999 VALUE 0.
      01  WS-RCT-ADMIN-COUNT          PIC 999 VALUE 0.
      01  WS-RCT-CHECK-JOB-IDX        PIC 999 VALUE 0.
      01  WS-RCT-CAN-MANAGE           PIC 9 VALUE 0.
      01  WS-RCT-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-RCT-CHOICE               PIC 999 VALUE 0.
      01  WS-RCT-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-RCT-INDEX-TABLE.
          05  WS-RCT-INDEX-MAP OCCURS 300 TIMES  PIC 999.
      01  WS-RCT-TEAM-EMPLOYER        PIC X(50) VALUE SPACES.
      01  WS-RCT-NEW-USER             PIC X(20) VALUE SPACES.
      01  WS-RCT-NEW-ROLE             PIC X VALUE SPACES.
      01  WS-RCT-ROLE-TEXT            PIC X(10) VALUE SPACES.
      01  WS-RCT-HIST-SHOWN           PIC 9(5) VALUE 0.
      01  WS-RCL-DATE-TIME            PIC X(21) VALUE SPACES.
      01  WS-RCL-EMPLOYER             PIC X(50) VALUE SPACES.
      01  WS-RCL-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-RCL-ACTION               PIC X(12) VALUE SPACES.
      01  WS-RCL-DETAIL               PIC X(80) VALUE SPACES.
      01  WS-RCT-EMP-COUNT            PIC 999 VALUE 0.
      01  WS-RCT-EMP-TABLE.
          05  WS-RCT-EMP-ENTRY OCCURS 300 TIMES.
              10  WS-RCT-EMP-NAME    PIC X(50).
              10  WS-RCT-EMP-NEW     PIC X.
      01  WS-RCT-EMP-SEEN             PIC 9 VALUE 0.
      01  WS-RCT-EMP-IDX              PIC 999 VALUE 0.
