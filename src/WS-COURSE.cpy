      *>*****************************************************************
      *> FILE:    WS-COURSE.cpy
      *> PURPOSE: Working-storage for profile coursework (COURSE_SRC.cpy).
      *>          COURSEWORK.DAT is a profile child file like PROFEXP,
      *>          PROFEDU and PROFSKILL: one row per course a student has
      *>          taken, entered by the student ("S") or loaded from the
      *>          registrar's COURSEFEED.DAT ("R"). COURSESKILL.DAT maps
      *>          a course code to the skills it teaches, so coursework
      *>          with a passing grade counts as evidence of those skills
      *>          in recommended jobs, the skills gap report, candidate
      *>          search and applicant fit.
      *>
      *> VARIABLES:
      *>   WS-CRS-TABLE          - Coursework rows
      *>   WS-CSM-TABLE          - Course code -> skill map rows
      *>   WS-CRS-FOR-USER       - Student for 5643-BUILD-COURSE-SKILLS
      *>   WS-CRS-USKILL-TABLE   - 5643 result: canonical skills backed
      *>                           by that student's passed courses
      *>   WS-CRS-CHECK-SKILL    - Skill for 5644-CHECK-COURSE-SKILL
      *>   WS-CRS-HAS-SKILL      - 5644 result: 1 = coursework-backed
      *>   WS-CRS-CODE-WORK      - Course code being squeezed by 5646
      *>
      *> USED BY: COURSE_SRC.cpy, JOBMATCH_SRC.cpy, SKILLGAP_SRC.cpy,
      *>          CANDSEARCH_SRC.cpy, JOBSKILL_SRC.cpy, PROFILE.cpy,
      *>          ROSTERSYNC_SRC.cpy, DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-COURSEWORK-STATUS        PIC XX.
      01  WS-COURSEWORK-EOF           PIC X VALUE "N".
      01  WS-COURSESKILL-STATUS       PIC XX.
      01  WS-COURSESKILL-EOF          PIC X VALUE "N".
      01  WS-COURSEFEED-STATUS        PIC XX.
      01  WS-COURSEFEED-EOF           PIC X VALUE "N".
      01  WS-CRS-COUNT                PIC 9(4) VALUE 0.
      01  WS-CRS-TABLE.
          05  WS-CRS-ENTRY OCCURS 3000 TIMES.
              10  WS-CRS-USERNAME    PIC X(20).
              10  WS-CRS-CODE        PIC X(10).
              10  WS-CRS-TITLE       PIC X(50).
              10  WS-CRS-TERM        PIC X(10).
              10  WS-CRS-GRADE       PIC X(2).
              10  WS-CRS-SOURCE      PIC X.
                  88  WS-CRS-FROM-REGISTRAR VALUE "R".
      01  WS-CRS-IDX                  PIC 9(4) VALUE 0.
      01  WS-CRS-JDX                  PIC 9(4) VALUE 0.
      01  WS-CRS-FOUND-IDX            PIC 9(4) VALUE 0.
      01  WS-CSM-COUNT                PIC 999 VALUE 0.
      01  WS-CSM-TABLE.
          05  WS-CSM-ENTRY OCCURS 300 TIMES.
              10  WS-CSM-CODE        PIC X(10).
              10  WS-CSM-SKILL       PIC X(30).
      01  WS-CSM-IDX                  PIC 999 VALUE 0.
      01  WS-CRS-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-CRS-CHOICE               PIC 9(4) VALUE 0.
      01  WS-CRS-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-CRS-INDEX-TABLE.
          05  WS-CRS-INDEX-MAP OCCURS 100 TIMES  PIC 9(4).
      01  WS-CRS-NEW-CODE             PIC X(10) VALUE SPACES.
      01  WS-CRS-NEW-TITLE            PIC X(50) VALUE SPACES.
      01  WS-CRS-NEW-TERM             PIC X(10) VALUE SPACES.
      01  WS-CRS-NEW-GRADE            PIC X(2) VALUE SPACES.
      01  WS-CRS-NEW-SKILL            PIC X(30) VALUE SPACES.
      01  WS-CRS-SHOW-USER            PIC X(20) VALUE SPACES.
      01  WS-CRS-SOURCE-TAG           PIC X(12) VALUE SPACES.
      01  WS-CRS-SKILL-LIST           PIC X(200) VALUE SPACES.
      01  WS-CRS-SKILL-PTR            PIC 999 VALUE 1.
      01  WS-CRS-CODE-WORK            PIC X(50) VALUE SPACES.
      01  WS-CRS-CODE-POS             PIC 99 VALUE 0.
      01  WS-CRS-CODE-LEN             PIC 99 VALUE 0.
      01  WS-CRS-CODE-CHAR            PIC X VALUE SPACE.
      01  WS-CRS-CODE-UPPER           PIC X(50) VALUE SPACES.
      01  WS-CRS-FOR-USER             PIC X(20) VALUE SPACES.
      01  WS-CRS-USKILL-COUNT         PIC 99 VALUE 0.
      01  WS-CRS-USKILL-TABLE.
          05  WS-CRS-USKILL OCCURS 40 TIMES  PIC X(30).
      01  WS-CRS-USKILL-IDX           PIC 99 VALUE 0.
      01  WS-CRS-CHECK-SKILL          PIC X(30) VALUE SPACES.
      01  WS-CRS-HAS-SKILL            PIC 9 VALUE 0.
      01  WS-CRS-PASSED               PIC 9 VALUE 0.
      01  WS-CRS-ACCT-FOUND           PIC 9 VALUE 0.
      01  WS-CRS-FEED-LINE            PIC 9(7) VALUE 0.
      01  WS-CRS-FEED-ADDED           PIC 9(5) VALUE 0.
      01  WS-CRS-FEED-UPDATED         PIC 9(5) VALUE 0.
      01  WS-CRS-FEED-REJECTED        PIC 9(5) VALUE 0.
