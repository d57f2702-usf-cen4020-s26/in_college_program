      *>     WS-IVT-SLOT-DATE(n)  - Proposed date, YYYYMMDD (PIC 9(8))
      *>     WS-IVT-SLOT-TIME(n)  - Proposed time, HH:MM (PIC X(5))
      *>     WS-IVT-STATUS(n)     - "P" proposed / "C" confirmed
      *>     WS-IVT-ROOM(n)       - Interview room (ROOMS.DAT), blank
      *>                            when the slot is not on campus
      *>   WS-IVW-JOB-ID          - Job ID the current operation targets
      *>   WS-IVW-USERNAME        - Applicant the current operation targets
      *>   WS-IVW-IDX             - Loop index into WS-INTERVIEW-TABLE
      *>   WS-IVW-TIME-VALID      - 1 if WS-IVW-TEMP-TIME is valid HH:MM
      *>   WS-IVW-FOUND           - 1 if a matching slot row was found
      *>
      *> USED BY: INTERVIEWS_SRC.cpy, JOBSEXT_SRC.cpy, ROOMS_SRC.cpy
      *>*****************************************************************
      01  WS-INTERVIEWS-STATUS        PIC XX.
      01  WS-INTERVIEWS-EOF           PIC X VALUE "N".
              10  WS-IVT-SLOT-DATE   PIC 9(8).
              10  WS-IVT-SLOT-TIME   PIC X(5).
              10  WS-IVT-STATUS      PIC X(1).
              10  WS-IVT-ROOM        PIC X(10).
      01  WS-IVW-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-IVW-USERNAME             PIC X(20) VALUE SPACES.
      01  WS-IVW-IDX                  PIC 999 VALUE 0.
