      *>*****************************************************************
      *> FILE:    WS-BILLING.cpy
      *> PURPOSE: Working-storage for the employer billing ledger
      *>          (BILLING_SRC.cpy). The career center charges
      *>          employers for career-fair booths and for featured
      *>          postings; LEDGER.DAT holds every charge, payment and
      *>          credit keyed by employer name, and FEATURED.DAT holds
      *>          each featured posting's paid period.
      *>
      *> VARIABLES:
      *>   WS-LDG-TABLE        - Ledger rows in posting order
      *>     WS-LDG-KIND(n)      - "C" charge, "P" payment, "R" credit
      *>     WS-LDG-SOURCE(n)    - FEATURED, BOOTH, PAYMENT, CREDIT
      *>     WS-LDG-REF(n)       - Job ID or booth request number
      *>   WS-FTR-TABLE        - Featured postings
      *>     WS-FTR-START/END(n) - Paid period, YYYYMMDD (0 until the
      *>                           posting goes live)
      *>   WS-BIL-NEW-*        - Entry for 5903 to post
      *>   WS-BIL-EMP-TABLE    - Per-employer totals and aging buckets
      *>                         for statements and the aged report
      *>   WS-BIL-* scratch    - Indexes, prompts, edited amounts
      *>
      *> USED BY: BILLING_SRC.cpy, JOBS_SRC.cpy (5316, 5480),
      *>          JOBSEXT_SRC.cpy (5320/5321), BOOTHS_SRC.cpy (6695)
      *>*****************************************************************
      01  WS-LEDGER-STATUS            PIC XX.
      01  WS-LEDGER-EOF               PIC X VALUE "N".
      01  WS-FEATURED-STATUS          PIC XX.
      01  WS-FEATURED-EOF             PIC X VALUE "N".
      01  WS-LDG-COUNT                PIC 9(4) VALUE 0.
      01  WS-LDG-NEXT-ID              PIC 9(7) VALUE 1.
      01  WS-LDG-TABLE.
          05  WS-LDG-ENTRY OCCURS 2000 TIMES.
              10  WS-LDG-ID          PIC 9(7).
              10  WS-LDG-EMPLOYER    PIC X(50).
              10  WS-LDG-DATE        PIC 9(8).
              10  WS-LDG-KIND        PIC X.
                  88  WS-LDG-CHARGE       VALUE "C".
                  88  WS-LDG-PAYMENT      VALUE "P".
                  88  WS-LDG-CREDIT       VALUE "R".
              10  WS-LDG-AMOUNT      PIC 9(7)V99.
              10  WS-LDG-SOURCE      PIC X(10).
              10  WS-LDG-REF         PIC 9(7).
              10  WS-LDG-MEMO        PIC X(60).
              10  WS-LDG-BY          PIC X(20).
      01  WS-FTR-COUNT                PIC 999 VALUE 0.
      01  WS-FTR-TABLE.
          05  WS-FTR-ENTRY OCCURS 500 TIMES.
              10  WS-FTR-JOB-ID      PIC 9(7).
              10  WS-FTR-EMPLOYER    PIC X(50).
              10  WS-FTR-REQUESTED-BY PIC X(20).
              10  WS-FTR-REQUESTED   PIC 9(8).
              10  WS-FTR-DAYS        PIC 999.
              10  WS-FTR-START       PIC 9(8).
              10  WS-FTR-END         PIC 9(8).
      01  WS-BIL-NEW-EMPLOYER         PIC X(50) VALUE SPACES.
      01  WS-BIL-NEW-KIND             PIC X VALUE SPACE.
      01  WS-BIL-NEW-AMOUNT           PIC 9(7)V99 VALUE 0.
      01  WS-BIL-NEW-SOURCE           PIC X(10) VALUE SPACES.
      01  WS-BIL-NEW-REF              PIC 9(7) VALUE 0.
      01  WS-BIL-NEW-MEMO             PIC X(60) VALUE SPACES.
      01  WS-BIL-NEW-BY               PIC X(20) VALUE SPACES.
      01  WS-BIL-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-BIL-FEATURED             PIC 9 VALUE 0.
      01  WS-BIL-FTR-IDX              PIC 999 VALUE 0.
      01  WS-BIL-BROWSE-PASS          PIC 9 VALUE 0.
      01  WS-BIL-TAG                  PIC X(11) VALUE SPACES.
      01  WS-BIL-TODAY                PIC 9(8) VALUE 0.
      01  WS-BIL-IDX                  PIC 9(4) VALUE 0.
      01  WS-BIL-JDX                  PIC 9(4) VALUE 0.
      01  WS-BIL-MENU-CHOICE          PIC X(3) VALUE SPACES.
      01  WS-BIL-CONFIRM              PIC X(3) VALUE SPACES.
      01  WS-BIL-EMPLOYER             PIC X(50) VALUE SPACES.
      01  WS-BIL-EMP-FOUND            PIC 9 VALUE 0.
      01  WS-BIL-AMOUNT-INPUT         PIC X(20) VALUE SPACES.
      01  WS-BIL-AMOUNT-OK            PIC 9 VALUE 0.
      01  WS-BIL-MONTH                PIC X(6) VALUE SPACES.
      01  WS-BIL-MONTH-START          PIC 9(8) VALUE 0.
      01  WS-BIL-MONTH-END            PIC 9(8) VALUE 0.
      01  WS-BIL-BALANCE              PIC S9(9)V99 VALUE 0.
      01  WS-BIL-OPENING              PIC S9(9)V99 VALUE 0.
      01  WS-BIL-UNAPPLIED            PIC S9(9)V99 VALUE 0.
      01  WS-BIL-OPEN-AMT             PIC S9(9)V99 VALUE 0.
      01  WS-BIL-AGE-DAYS             PIC S9(7) VALUE 0.
      01  WS-BIL-BUCKET               PIC 9 VALUE 0.
      01  WS-BIL-STMT-COUNT           PIC 999 VALUE 0.
      01  WS-BIL-LINE-COUNT           PIC 999 VALUE 0.
      01  WS-BIL-FILE-KEY             PIC X(30) VALUE SPACES.
      01  WS-BIL-CHAR-IDX             PIC 99 VALUE 0.
      01  WS-BIL-KEY-LEN              PIC 99 VALUE 0.
      01  WS-BIL-DOTS                 PIC 99 VALUE 0.
      01  WS-BIL-DECIMALS             PIC 99 VALUE 0.
      01  WS-BIL-OUT-POS              PIC 99 VALUE 0.
      01  WS-BIL-CHAR                 PIC X VALUE SPACE.
      01  WS-BIL-EMP-COUNT            PIC 999 VALUE 0.
      01  WS-BIL-EMP-IDX              PIC 999 VALUE 0.
      01  WS-BIL-EMP-TABLE.
          05  WS-BIL-EMP-ENTRY OCCURS 300 TIMES.
              10  WS-BIL-EMP-NAME    PIC X(50).
              10  WS-BIL-EMP-BALANCE PIC S9(9)V99.
              10  WS-BIL-EMP-AGED    PIC S9(9)V99 OCCURS 4 TIMES.
      01  WS-BIL-TOTAL-BALANCE        PIC S9(9)V99 VALUE 0.
      01  WS-BIL-TOTAL-AGED-TABLE.
          05  WS-BIL-TOTAL-AGED       PIC S9(9)V99 OCCURS 4 TIMES.
      01  WS-BIL-AMT-DISP             PIC $$$,$$$,$$9.99.
      01  WS-BIL-BAL-DISP             PIC $$$,$$$,$$9.99-.
      01  WS-BIL-B1-DISP              PIC $$$,$$$,$$9.99-.
      01  WS-BIL-B2-DISP              PIC $$$,$$$,$$9.99-.
      01  WS-BIL-B3-DISP              PIC $$$,$$$,$$9.99-.
      01  WS-BIL-B4-DISP              PIC $$$,$$$,$$9.99-.
      01  WS-BIL-KIND-TEXT            PIC X(8) VALUE SPACES.
