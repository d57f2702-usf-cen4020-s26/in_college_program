      *>*****************************************************************
      *> FILE:    WS-PAYRULE.cpy
      *> PURPOSE: Working-storage for the pay transparency check
      *>          (PAYRULE_SRC.cpy). PAYRULES.DAT holds one rule per
      *>          jurisdiction - a city by its canonical location name
      *>          or a state by its code - and every new, imported or
      *>          edited posting is checked against the rule for its
      *>          location before career services can approve it.
      *>
      *> VARIABLES:
      *>   WS-PRL-TABLE         - Rule rows (jurisdiction, range
      *>                          required Y/N, widest spread percent,
      *>                          hourly floor, annual floor, unpaid
      *>                          internships allowed Y/N)
      *>   WS-PAY-JOB-IDX       - 4236 argument: job table row to check
      *>   WS-PAY-COMPLIANT     - 4236 result: Y passes (or no rule
      *>                          applies), N fails
      *>   WS-PAY-REASON        - 4236 result: why it fails
      *>   WS-PAY-RULE-IDX      - 4237 result: rule row that applies to
      *>                          the posting's location (0 = none)
      *>   WS-PAY-ANNUAL / -HOURLY
      *>                        - Lowest stated pay as a yearly and an
      *>                          hourly amount
      *>   WS-PAY-CHECKED / -NO-RULE / -FAILED / -LIVE-FAILED
      *>                        - Compliance report totals
      *>   WS-PAY-* scratch     - Loop, match and display fields
      *>
      *> USED BY: PAYRULE_SRC.cpy, JOBS_SRC.cpy (5310, 5317, 5480),
      *>          JOBFEED_SRC.cpy (5520, 5522)
      *>*****************************************************************
      01  WS-PAYRULES-STATUS          PIC XX.
      01  WS-PAYRULES-EOF             PIC X VALUE "N".
      01  WS-PRL-COUNT                PIC 999 VALUE 0.
      01  WS-PRL-TABLE.
          05  WS-PRL-ENTRY OCCURS 200 TIMES.
              10  WS-PRL-JURISDICTION PIC X(30).
              10  WS-PRL-RANGE-REQ   PIC X(1).
              10  WS-PRL-MAX-SPREAD  PIC 9(3).
              10  WS-PRL-MIN-HOURLY  PIC 9(3)V99.
              10  WS-PRL-MIN-ANNUAL  PIC 9(7).
              10  WS-PRL-UNPAID-OK   PIC X(1).
      01  WS-PAY-JOB-IDX              PIC 999 VALUE 0.
      01  WS-PAY-COMPLIANT            PIC X VALUE "Y".
      01  WS-PAY-REASON               PIC X(100) VALUE SPACES.
      01  WS-PAY-RULE-IDX             PIC 999 VALUE 0.
      01  WS-PAY-IDX                  PIC 999 VALUE 0.
      01  WS-PAY-SCAN                 PIC 99 VALUE 0.
      01  WS-PAY-LOCATION             PIC X(50) VALUE SPACES.
      01  WS-PAY-STATE                PIC X(30) VALUE SPACES.
      01  WS-PAY-JURIS                PIC X(30) VALUE SPACES.
      01  WS-PAY-LOWEST               PIC 9(8) VALUE 0.
      01  WS-PAY-FACTOR               PIC 9(4) VALUE 0.
      01  WS-PAY-ANNUAL               PIC 9(11)V99 VALUE 0.
      01  WS-PAY-HOURLY               PIC 9(9)V99 VALUE 0.
      01  WS-PAY-SPREAD               PIC 9(7)V99 VALUE 0.
      01  WS-PAY-PCT-DISP             PIC Z(6)9.
      01  WS-PAY-LIMIT-DISP           PIC ZZ9.
      01  WS-PAY-AMT-DISP             PIC Z(10)9.
      01  WS-PAY-FLOOR-DISP           PIC Z(6)9.
      01  WS-PAY-RATE-DISP            PIC Z(8)9.99.
      01  WS-PAY-MIN-RATE-DISP        PIC ZZ9.99.
      01  WS-PAY-CHECKED              PIC 9(4) VALUE 0.
      01  WS-PAY-NO-RULE              PIC 9(4) VALUE 0.
      01  WS-PAY-FAILED               PIC 9(4) VALUE 0.
      01  WS-PAY-LIVE-FAILED          PIC 9(4) VALUE 0.
      01  WS-PAY-HELD                 PIC 9(4) VALUE 0.
      01  WS-PAY-N1                   PIC Z(3)9.
      01  WS-PAY-N2                   PIC Z(3)9.
      01  WS-PAY-N3                   PIC Z(3)9.
      01  WS-PAY-N4                   PIC Z(3)9.
      01  WS-PAY-STATE-TEXT           PIC X(10) VALUE SPACES.
      01  WS-PAY-CONFIRM              PIC X(10) VALUE SPACES.
