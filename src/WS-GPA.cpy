      *>*****************************************************************
      *> FILE:    WS-GPA.cpy
      *> PURPOSE: Working-storage for GPA eligibility (GPA_SRC.cpy).
      *>          A student may record a GPA on the profile (PROF-GPA,
      *>          0 = not reported) and a poster may set a minimum GPA
      *>          on a posting (JOB-MIN-GPA, 0 = no minimum). Applying
      *>          below the minimum is refused, browse can hide the
      *>          postings a student does not qualify for, and the GPA
      *>          itself is shown only to the student and to whoever
      *>          manages a posting the student has applied to.
      *>
      *> VARIABLES:
      *>   WS-GPA-INPUT          - Raw GPA answer for 5653
      *>   WS-GPA-VALUE          - 5653 result: parsed GPA (0 if blank)
      *>   WS-GPA-INPUT-OK       - 5653 result: 1 = valid answer
      *>   WS-GPA-JOB-IDX        - WS-JOB-TABLE row for 5654
      *>   WS-GPA-ELIGIBILITY    - 5654 result for the signed-in student
      *>   WS-GPA-STUDENT        - Student whose GPA 5655 checks
      *>   WS-GPA-VISIBLE        - 5655 result: 1 = viewer may see it
      *>   WS-GPA-DISPLAY        - Edited GPA for output lines
      *>
      *> USED BY: GPA_SRC.cpy, PROFILE.cpy, SEARCH.cpy, JOBS_SRC.cpy,
      *>          JOBSEXT_SRC.cpy, PROFHIST_SRC.cpy
      *>*****************************************************************
      01  WS-TEMP-GPA                 PIC 9V99 VALUE 0.
      01  WS-GPA-INPUT                PIC X(20) VALUE SPACES.
      01  WS-GPA-VALUE                PIC 9V99 VALUE 0.
      01  WS-GPA-INPUT-OK             PIC 9 VALUE 0.
      01  WS-GPA-DOT-COUNT            PIC 9 VALUE 0.
      01  WS-GPA-DIGIT-COUNT          PIC 99 VALUE 0.
      01  WS-GPA-POS                  PIC 99 VALUE 0.
      01  WS-GPA-LEN                  PIC 99 VALUE 0.
      01  WS-GPA-CHAR                 PIC X VALUE SPACE.
      01  WS-GPA-JOB-IDX              PIC 999 VALUE 0.
      01  WS-GPA-ELIGIBILITY          PIC X VALUE "Y".
          88  WS-GPA-ELIGIBLE              VALUE "Y".
          88  WS-GPA-BELOW-MINIMUM         VALUE "B".
          88  WS-GPA-NOT-REPORTED          VALUE "U".
      01  WS-GPA-STUDENT              PIC X(20) VALUE SPACES.
      01  WS-GPA-VISIBLE              PIC 9 VALUE 0.
      01  WS-GPA-APP-IDX              PIC 999 VALUE 0.
      01  WS-GPA-PROF-IDX             PIC 999 VALUE 0.
      01  WS-GPA-DISPLAY              PIC 9.99.
