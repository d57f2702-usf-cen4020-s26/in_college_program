      *>*****************************************************************
      *> FILE:    WS-CREDIT.cpy
      *> PURPOSE: Working-storage for academic credit requests on
      *>          internships (CREDIT_SRC.cpy). A placed student files
      *>          a request against an accepted offer naming a staff
      *>          ("F" role) approver, the credit hours sought and the
      *>          learning objectives; the approver approves it (with
      *>          the work hours required) or returns it with
      *>          comments. Approved requests are measured against the
      *>          verified hours in WORKLOG.DAT for the same placement.
      *>
      *> VARIABLES:
      *>   WS-CREDITREQ-STATUS  - File status for CREDITREQ.DAT
      *>   WS-CRQ-COUNT         - Credit requests loaded
      *>   WS-CRQ-TABLE         - All requests (OCCURS 300)
      *>     WS-CRQ-ID(n)         - Request number (PIC 9(7))
      *>     WS-CRQ-USERNAME(n)   - Student filing the request
      *>     WS-CRQ-JOB-ID(n)     - Accepted offer's JOB-ID
      *>     WS-CRQ-APPROVER(n)   - Staff account asked to approve
      *>     WS-CRQ-CREDIT-HRS(n) - Academic credit hours sought
      *>     WS-CRQ-REQ-HOURS(n)  - Work hours required (set when
      *>                            approved; 0 until then)
      *>     WS-CRQ-OBJECTIVES(n) - Learning objectives
      *>     WS-CRQ-STATUS(n)     - "P" pending, "A" approved,
      *>                            "R" returned to the student
      *>     WS-CRQ-FILED(n)      - Date filed/resubmitted, YYYYMMDD
      *>     WS-CRQ-DECIDED(n)    - Date approved/returned, YYYYMMDD
      *>     WS-CRQ-COMMENTS(n)   - Approver's comments
      *>   WS-CRQ-VERIFIED-HRS  - 5672 result: verified work hours
      *>   WS-CRQ-* scratch     - Loop indexes, buffers, menu maps
      *>
      *> USED BY: CREDIT_SRC.cpy, DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-CREDITREQ-STATUS         PIC XX.
      01  WS-CREDITREQ-EOF            PIC X VALUE "N".
      01  WS-CRQ-COUNT                PIC 999 VALUE 0.
      01  WS-CRQ-NEXT-ID              PIC 9(7) VALUE 0.
      01  WS-CRQ-TABLE.
          05  WS-CRQ-ENTRY OCCURS 300 TIMES.
              10  WS-CRQ-ID          PIC 9(7).
              10  WS-CRQ-USERNAME    PIC X(20).
              10  WS-CRQ-JOB-ID      PIC 9(7).
              10  WS-CRQ-APPROVER    PIC X(20).
              10  WS-CRQ-CREDIT-HRS  PIC 99.
              10  WS-CRQ-REQ-HOURS   PIC 9(4).
              10  WS-CRQ-OBJECTIVES  PIC X(200).
              10  WS-CRQ-STATUS      PIC X.
                  88  WS-CRQ-PENDING      VALUE "P".
                  88  WS-CRQ-APPROVED     VALUE "A".
                  88  WS-CRQ-RETURNED     VALUE "R".
              10  WS-CRQ-FILED       PIC 9(8).
              10  WS-CRQ-DECIDED     PIC 9(8).
              10  WS-CRQ-COMMENTS    PIC X(100).
      01  WS-CRQ-IDX                  PIC 999 VALUE 0.
      01  WS-CRQ-WRT-IDX              PIC 999 VALUE 0.
      01  WS-CRQ-MATCH-IDX            PIC 999 VALUE 0.
      01  WS-CRQ-MENU-CHOICE          PIC X(4) VALUE SPACES.
      01  WS-CRQ-CHOICE               PIC 999 VALUE 0.
      01  WS-CRQ-DISP-COUNT           PIC 999 VALUE 0.
      01  WS-CRQ-INDEX-TABLE.
          05  WS-CRQ-INDEX-MAP OCCURS 300 TIMES  PIC 999.
      01  WS-CRQ-OFFER-COUNT          PIC 999 VALUE 0.
      01  WS-CRQ-OFFER-TABLE.
          05  WS-CRQ-OFFER-MAP OCCURS 100 TIMES  PIC 999.
      01  WS-CRQ-JOB-ID-IN            PIC 9(7) VALUE 0.
      01  WS-CRQ-APPROVER-IN          PIC X(20) VALUE SPACES.
      01  WS-CRQ-APPROVER-IDX         PIC 999 VALUE 0.
      01  WS-CRQ-NUM-INPUT            PIC X(10) VALUE SPACES.
      01  WS-CRQ-CREDIT-IN            PIC 99 VALUE 0.
      01  WS-CRQ-REQ-HOURS-IN         PIC 9(4) VALUE 0.
      01  WS-CRQ-TODAY                PIC 9(8) VALUE 0.
      01  WS-CRQ-VERIFIED-HRS         PIC 9(5) VALUE 0.
      01  WS-CRQ-STATUS-TEXT          PIC X(10) VALUE SPACES.
      01  WS-CRQ-MET-COUNT            PIC 999 VALUE 0.
      01  WS-CRQ-SHORT-COUNT          PIC 999 VALUE 0.
