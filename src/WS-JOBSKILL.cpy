      *>*****************************************************************
      *> FILE:    WS-JOBSKILL.cpy
      *> PURPOSE: Working-storage for structured posting skills
      *>          (JOBSKILL_SRC.cpy). JOBSKILLS.DAT is a child of
      *>          JOBS.DAT keyed by job ID: one row per skill, kind "R"
      *>          required or "P" preferred, the name stored in its
      *>          canonical form from the skill synonym table so it
      *>          compares directly with a profile skill run through
      *>          7168-NORMALIZE-SKILL. Applicant fit in
      *>          5344-VIEW-APPLICANTS-FOR-POSTING is scored from it.
      *>
      *> VARIABLES:
      *>   WS-JSK-TABLE          - Skill rows (job ID, kind, skill)
      *>   WS-JSK-JOB-ID         - Posting the paragraphs work on
      *>   WS-JSK-KIND           - "R" or "P" while prompting/appending
      *>   WS-JSK-SKILL          - Canonical skill name to append
      *>   WS-JSK-USERNAME       - Applicant scored by 5627
      *>   WS-JSK-REQ-TOTAL/-HAVE, WS-JSK-PREF-TOTAL/-HAVE
      *>                         - 5627 result counts
      *>   WS-JSK-HAS-LIST, WS-JSK-MISSING-LIST, WS-JSK-PREF-LIST
      *>                         - 5627 result names, comma-separated
      *>   WS-JSK-SCORE-MAP      - Fit score per 5344 applicant line
      *>
      *> USED BY: JOBSKILL_SRC.cpy, JOBS_SRC.cpy, JOBSEXT_SRC.cpy
      *>*****************************************************************
      01  WS-JOBSKILL-STATUS          PIC XX.
      01  WS-JOBSKILL-EOF             PIC X VALUE "N".
      01  WS-JSK-COUNT                PIC 9(4) VALUE 0.
      01  WS-JSK-TABLE.
          05  WS-JSK-ENTRY OCCURS 2000 TIMES.
              10  WS-JSK-T-JOB-ID    PIC 9(7).
              10  WS-JSK-T-KIND      PIC X.
                  88  WS-JSK-T-REQUIRED    VALUE "R".
                  88  WS-JSK-T-PREFERRED   VALUE "P".
              10  WS-JSK-T-SKILL     PIC X(30).
      01  WS-JSK-IDX                  PIC 9(4) VALUE 0.
      01  WS-JSK-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-JSK-KIND                 PIC X VALUE SPACE.
      01  WS-JSK-KIND-TEXT            PIC X(9) VALUE SPACES.
      01  WS-JSK-SKILL                PIC X(30) VALUE SPACES.
      01  WS-JSK-ENTERED              PIC 9 VALUE 0.
      01  WS-JSK-NTH                  PIC 9 VALUE 0.
      01  WS-JSK-DONE                 PIC 9 VALUE 0.
      01  WS-JSK-DUPLICATE            PIC 9 VALUE 0.
      01  WS-JSK-USERNAME             PIC X(20) VALUE SPACES.
      01  WS-JSK-PROF-IDX             PIC 999 VALUE 0.
      01  WS-JSK-PROF-SCAN            PIC 999 VALUE 0.
      01  WS-JSK-SKL-IDX              PIC 99 VALUE 0.
      01  WS-JSK-FOUND                PIC 9 VALUE 0.
      01  WS-JSK-REQ-TOTAL            PIC 99 VALUE 0.
      01  WS-JSK-REQ-HAVE             PIC 99 VALUE 0.
      01  WS-JSK-PREF-TOTAL           PIC 99 VALUE 0.
      01  WS-JSK-PREF-HAVE            PIC 99 VALUE 0.
      01  WS-JSK-HAS-LIST             PIC X(200) VALUE SPACES.
      01  WS-JSK-HAS-PTR              PIC 999 VALUE 1.
      01  WS-JSK-MISSING-LIST         PIC X(200) VALUE SPACES.
      01  WS-JSK-MISSING-PTR          PIC 999 VALUE 1.
      01  WS-JSK-PREF-LIST            PIC X(200) VALUE SPACES.
      01  WS-JSK-PREF-PTR             PIC 999 VALUE 1.
      01  WS-JSK-SCORE-TABLE.
          05  WS-JSK-SCORE-MAP OCCURS 500 TIMES  PIC 999.
      01  WS-JSK-SORT-I               PIC 999 VALUE 0.
      01  WS-JSK-SORT-J               PIC 999 VALUE 0.
      01  WS-JSK-SWAP-IDX             PIC 999 VALUE 0.
      01  WS-JSK-SWAP-SCORE           PIC 999 VALUE 0.
      01  WS-JSK-RANK                 PIC 999 VALUE 0.
