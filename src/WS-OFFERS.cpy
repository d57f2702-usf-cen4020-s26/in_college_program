      *>     WS-OFT-RESPOND-BY(n) - Respond-by deadline, YYYYMMDD
      *>     WS-OFT-DECISION(n)  - "P" pending / "A" accepted /
      *>                           "D" declined
      *>     WS-OFT-DECIDED-DATE(n) - YYYYMMDD the applicant accepted or
      *>                           declined; 0 while pending or on rows
      *>                           decided before the date was kept
      *>   WS-OFR-JOB-ID         - Job ID the current operation targets
      *>   WS-OFR-USERNAME       - Applicant the current operation targets
      *>   WS-OFR-IDX            - Loop index into WS-OFFER-TABLE
      *>   WS-OFR-CHOICE         - Parsed numeric selection
      *>   WS-OFR-TEMP-SALARY    - Salary-offered input buffer
      *>   WS-OFR-FOUND          - 1 if a matching offer row was found
      *>   WS-OFR-ACCEPTED-COUNT - Accepted offers on one posting, counted
      *>                           against its WS-JT-OPENINGS
      *>   WS-OFR-FILL-IDX       - WS-JOB-TABLE row 5389 is checking
      *>   WS-OFR-FILLED-APPS    - "Applied" rows moved to "Filled"
      *>   WS-OFR-REL-*          - Release step after an accept (5397):
      *>                           scan index, Y/N answer, items released,
      *>                           declined-offer skip flag
      *>   WS-OFR-PRIOR-IDX      - Earlier accepted offer found at accept
      *>   WS-OFR-RPT-*          - Renege report (5398) scan and tallies
      *>
      *> USED BY: OFFERS_SRC.cpy, JOBSEXT_SRC.cpy, JOBARCH_SRC.cpy
      *>*****************************************************************
      01  WS-OFFERS-STATUS            PIC XX.
      01  WS-OFFERS-EOF               PIC X VALUE "N".
              10  WS-OFT-START-DATE  PIC 9(8).
              10  WS-OFT-RESPOND-BY  PIC 9(8).
              10  WS-OFT-DECISION    PIC X(1).
              10  WS-OFT-DECIDED-DATE PIC 9(8).
      01  WS-OFR-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-OFR-USERNAME             PIC X(20) VALUE SPACES.
      01  WS-OFR-IDX                  PIC 999 VALUE 0.
      01  WS-OFR-CHOICE               PIC 999 VALUE 0.
      01  WS-OFR-TEMP-SALARY          PIC X(20) VALUE SPACES.
      01  WS-OFR-FOUND                PIC 9 VALUE 0.
      01  WS-OFR-ACCEPTED-COUNT       PIC 999 VALUE 0.
      01  WS-OFR-FILL-IDX             PIC 999 VALUE 0.
      01  WS-OFR-FILLED-APPS          PIC 999 VALUE 0.
      01  WS-OFR-REL-IDX              PIC 9(4) VALUE 0.
      01  WS-OFR-REL-ANSWER           PIC X(3) VALUE SPACES.
      01  WS-OFR-REL-COUNT            PIC 999 VALUE 0.
      01  WS-OFR-REL-SKIP             PIC 9 VALUE 0.
      01  WS-OFR-PRIOR-IDX            PIC 999 VALUE 0.
      01  WS-OFR-RPT-IDX              PIC 999 VALUE 0.
      01  WS-OFR-RPT-JDX              PIC 999 VALUE 0.
      01  WS-OFR-RPT-SEEN             PIC 9 VALUE 0.
      01  WS-OFR-RPT-ACCEPTS          PIC 999 VALUE 0.
      01  WS-OFR-RENEGE-COUNT         PIC 999 VALUE 0.
