      *>*****************************************************************
      *> FILE:    WS-EXTAPP.cpy
      *> PURPOSE: Working-storage for off-platform applications
      *>          (EXTAPP_SRC.cpy). EXTAPPS.DAT holds the applications
      *>          a student made outside InCollege - company, role,
      *>          date applied, where they found it, how it stands and
      *>          any interview date - so their own list, My Calendar
      *>          and the adviser and cohort reporting see the whole
      *>          search. None of it is verified; every report that
      *>          uses it says so.
      *>
      *> VARIABLES:
      *>   WS-EXA-TABLE         - Application rows (id, owner, company,
      *>                          role, applied, source, status,
      *>                          interview date/time, updated)
      *>   WS-EXA-STATUS-NAME(n) - The statuses a student can set
      *>   WS-EXA-SEL-IDX       - Row picked from the student's list
      *>   WS-EXA-CHECK-USER    - Account for 4150 and 4151
      *>   WS-EXA-DATE-OK / WS-EXA-DATE-VAL
      *>                        - 4154 result for WS-EXA-INPUT
      *>   WS-EXA-USER-*        - 4151 tallies for that account:
      *>                          applications, interviews, offers
      *>                          and hires
      *>   WS-EXA-COH-*         - Class tallies for 4153
      *>   WS-EXA-* scratch     - Menu, loop and input fields
      *>
      *> USED BY: EXTAPP_SRC.cpy, JOBS_SRC.cpy (5300), JOBSEXT_SRC.cpy
      *>          (5340), CALENDAR_SRC.cpy (6810), CASELOAD_SRC.cpy
      *>          (5703/5704), ATRISK_SRC.cpy, MILESTONE_SRC.cpy
      *>          (5994), DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-EXTAPPS-STATUS           PIC XX.
      01  WS-EXTAPPS-EOF              PIC X VALUE "N".
      01  WS-EXA-COUNT                PIC 9(4) VALUE 0.
      01  WS-EXA-TABLE.
          05  WS-EXA-ENTRY OCCURS 2000 TIMES.
              10  WS-EXA-ID          PIC 9(5).
              10  WS-EXA-USERNAME    PIC X(20).
              10  WS-EXA-COMPANY     PIC X(50).
              10  WS-EXA-ROLE        PIC X(50).
              10  WS-EXA-APPLIED     PIC 9(8).
              10  WS-EXA-SOURCE      PIC X(20).
              10  WS-EXA-STATUS      PIC X(12).
              10  WS-EXA-IVW-DATE    PIC 9(8).
              10  WS-EXA-IVW-TIME    PIC X(5).
              10  WS-EXA-UPDATED     PIC 9(8).
      01  WS-EXA-NEXT-ID              PIC 9(5) VALUE 1.
      01  WS-EXA-STATUS-VALUES.
          05  FILLER                  PIC X(12) VALUE "APPLIED".
          05  FILLER                  PIC X(12) VALUE "INTERVIEWING".
          05  FILLER                  PIC X(12) VALUE "OFFERED".
          05  FILLER                  PIC X(12) VALUE "HIRED".
          05  FILLER                  PIC X(12) VALUE "REJECTED".
          05  FILLER                  PIC X(12) VALUE "WITHDRAWN".
      01  WS-EXA-STATUS-LIST REDEFINES WS-EXA-STATUS-VALUES.
          05  WS-EXA-STATUS-NAME OCCURS 6 TIMES PIC X(12).
      01  WS-EXA-STATUS-TOTAL         PIC 9 VALUE 6.
      01  WS-EXA-STATUS-IDX           PIC 9 VALUE 0.
      01  WS-EXA-IDX                  PIC 9(4) VALUE 0.
      01  WS-EXA-SEL-IDX              PIC 9(4) VALUE 0.
      01  WS-EXA-DISP-COUNT           PIC 9(4) VALUE 0.
      01  WS-EXA-INDEX-TABLE.
          05  WS-EXA-INDEX-MAP OCCURS 2000 TIMES PIC 9(4).
      01  WS-EXA-ACTION               PIC X(3) VALUE SPACES.
      01  WS-EXA-CHOICE               PIC 9(4) VALUE 0.
      01  WS-EXA-INPUT                PIC X(50) VALUE SPACES.
      01  WS-EXA-NEW-COMPANY          PIC X(50) VALUE SPACES.
      01  WS-EXA-NEW-ROLE             PIC X(50) VALUE SPACES.
      01  WS-EXA-NEW-SOURCE           PIC X(20) VALUE SPACES.
      01  WS-EXA-NEW-APPLIED          PIC 9(8) VALUE 0.
      01  WS-EXA-NEW-IVW-DATE         PIC 9(8) VALUE 0.
      01  WS-EXA-NEW-IVW-TIME         PIC X(5) VALUE SPACES.
      01  WS-EXA-IVW-OK               PIC 9 VALUE 0.
      01  WS-EXA-DATE-OK              PIC 9 VALUE 0.
      01  WS-EXA-DATE-VAL             PIC 9(8) VALUE 0.
      01  WS-EXA-TODAY                PIC 9(8) VALUE 0.
      01  WS-EXA-CHECK-USER           PIC X(20) VALUE SPACES.
      01  WS-EXA-SHOWN                PIC 9(4) VALUE 0.
      01  WS-EXA-USER-APPS            PIC 9(4) VALUE 0.
      01  WS-EXA-USER-IVWS            PIC 9(4) VALUE 0.
      01  WS-EXA-USER-OFFERS          PIC 9(4) VALUE 0.
      01  WS-EXA-USER-HIRED           PIC 9(4) VALUE 0.
      01  WS-EXA-COH-TABLE.
          05  WS-EXA-COH-CNT          PIC 9(5) OCCURS 4 TIMES.
      01  WS-EXA-COH-ONLY             PIC 9(5) VALUE 0.
      01  WS-EXA-NUM-DISP             PIC ZZZZ9 VALUE SPACES.
