      *>*****************************************************************
      *> FILE:    WS-WORKAUTH.cpy
      *> PURPOSE: Working-storage for work-authorization eligibility
      *>          (WORKAUTH_SRC.cpy). The profile carries the student's
      *>          work-authorization status (PROF-WORK-AUTH) and a
      *>          posting says whether it can sponsor a visa
      *>          (JOB-SPONSOR) and whether applicants must already be
      *>          authorized to work (JOB-AUTH-REQ). Browse, recommended
      *>          jobs and the apply step hold the two against each
      *>          other. The status is shown to the same audience as
      *>          the GPA: the student and the posters of jobs the
      *>          student has applied to.
      *>
      *> VARIABLES:
      *>   WS-TEMP-WORK-AUTH     - Status being entered on the profile
      *>   WS-TEMP-JOB-SPONSOR   - Posting's sponsorship answer
      *>   WS-TEMP-JOB-AUTH-REQ  - Posting's authorization-required
      *>   WS-WA-JOB-IDX         - WS-JOB-TABLE row for 5661/5663
      *>   WS-WA-ELIGIBILITY     - 5661 result for the signed-in student
      *>   WS-WA-REASON          - 5661: why the student is ineligible
      *>   WS-WA-CODE            - Status code for 5665
      *>   WS-WA-TEXT            - 5665 result: status in words
      *>
      *> USED BY: WORKAUTH_SRC.cpy, PROFILE.cpy, SEARCH.cpy,
      *>          JOBS_SRC.cpy, JOBSEXT_SRC.cpy, JOBMATCH_SRC.cpy,
      *>          PROFHIST_SRC.cpy
      *>*****************************************************************
      01  WS-TEMP-WORK-AUTH           PIC X VALUE SPACE.
      01  WS-TEMP-JOB-SPONSOR         PIC X VALUE SPACE.
      01  WS-TEMP-JOB-AUTH-REQ        PIC X VALUE "N".
      01  WS-WA-INPUT                 PIC X(10) VALUE SPACES.
      01  WS-WA-INPUT-OK              PIC 9 VALUE 0.
      01  WS-WA-JOB-IDX               PIC 999 VALUE 0.
      01  WS-WA-ELIGIBILITY           PIC X VALUE "Y".
          88  WS-WA-ELIGIBLE               VALUE "Y".
          88  WS-WA-INELIGIBLE             VALUE "N".
          88  WS-WA-NOT-STATED             VALUE "U".
      01  WS-WA-REASON                PIC X(60) VALUE SPACES.
      01  WS-WA-STUDENT-CODE          PIC X VALUE SPACE.
      01  WS-WA-CODE                  PIC X VALUE SPACE.
      01  WS-WA-TEXT                  PIC X(50) VALUE SPACES.
      01  WS-WA-PROF-IDX              PIC 999 VALUE 0.
