      *>*****************************************************************
      *> FILE:    WS-JOBDUP.cpy
      *> PURPOSE: Working-storage for duplicate job-posting detection
      *>          (JOBDUP_SRC.cpy). A new posting - typed in at
      *>          5310-POST-JOB or imported by the employer feed - is
      *>          compared against the open postings and the postings
      *>          archived within WS-CONST-JOBDUP-ARCHIVE-DAYS: same
      *>          employer, same location and a similar title make it a
      *>          suspected duplicate, recorded in JOB-DUP-OF so the
      *>          review queue (5480) shows the matching posting.
      *>
      *> VARIABLES:
      *>   WS-JDUP-CAND-TITLE/-EMPLOYER/-LOCATION - Posting to check
      *>   WS-JDUP-SELF-ID       - Its own JOB-ID (0 when not yet saved)
      *>   WS-JDUP-MATCH-ID      - JOB-ID it duplicates (0 = none)
      *>   WS-JDUP-MATCH-WHERE   - "O" open posting / "A" archived
      *>   WS-JDUP-TITLE-A/-B    - Titles for 5617-COMPARE-JOB-TITLES
      *>   WS-JDUP-NORM-A/-B     - Those titles upper-cased with every
      *>                           space and punctuation mark removed
      *>   WS-JDUP-SIMILAR       - 5617 result: 1 = similar titles
      *>   WS-JDUP-CLUSTER       - Report: cluster number per job row
      *>
      *> USED BY: JOBDUP_SRC.cpy, JOBS_SRC.cpy, JOBFEED_SRC.cpy
      *>*****************************************************************
      01  WS-JDUP-CAND-TITLE          PIC X(50) VALUE SPACES.
      01  WS-JDUP-CAND-EMPLOYER       PIC X(50) VALUE SPACES.
      01  WS-JDUP-CAND-LOCATION       PIC X(50) VALUE SPACES.
      01  WS-JDUP-SELF-ID             PIC 9(7) VALUE 0.
      01  WS-JDUP-MATCH-ID            PIC 9(7) VALUE 0.
      01  WS-JDUP-MATCH-WHERE         PIC X VALUE SPACE.
      01  WS-JDUP-MATCH-TITLE         PIC X(50) VALUE SPACES.
      01  WS-JDUP-MATCH-EMPLOYER      PIC X(50) VALUE SPACES.
      01  WS-JDUP-MATCH-LOCATION      PIC X(50) VALUE SPACES.
      01  WS-JDUP-MATCH-CLOSED        PIC 9(8) VALUE 0.
      01  WS-JDUP-IDX                 PIC 999 VALUE 0.
      01  WS-JDUP-JDX                 PIC 999 VALUE 0.
      01  WS-JDUP-POS                 PIC 99 VALUE 0.
      01  WS-JDUP-LEN-A               PIC 99 VALUE 0.
      01  WS-JDUP-LEN-B               PIC 99 VALUE 0.
      01  WS-JDUP-TALLY               PIC 99 VALUE 0.
      01  WS-JDUP-TITLE-A             PIC X(50) VALUE SPACES.
      01  WS-JDUP-TITLE-B             PIC X(50) VALUE SPACES.
      01  WS-JDUP-NORM-A              PIC X(50) VALUE SPACES.
      01  WS-JDUP-NORM-B              PIC X(50) VALUE SPACES.
      01  WS-JDUP-NORM-WORK           PIC X(50) VALUE SPACES.
      01  WS-JDUP-NORM-LEN            PIC 99 VALUE 0.
      01  WS-JDUP-CHAR                PIC X VALUE SPACE.
      01  WS-JDUP-SIMILAR             PIC 9 VALUE 0.
      01  WS-JDUP-TODAY-INT           PIC 9(8) VALUE 0.
      01  WS-JDUP-AGE-DAYS            PIC S9(8) VALUE 0.
      01  WS-JDUP-EOF                 PIC X VALUE "N".
      01  WS-JDUP-CLUSTER-COUNT       PIC 999 VALUE 0.
      01  WS-JDUP-CLUSTER-SIZE        PIC 999 VALUE 0.
      01  WS-JDUP-CLUSTER-TABLE.
          05  WS-JDUP-CLUSTER OCCURS 500 TIMES  PIC 999.
