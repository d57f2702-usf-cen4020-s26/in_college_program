      *>          in memory - confirmed interview slots
      *>          (WS-INTERVIEW-TABLE), upcoming RSVP'd events
      *>          (WS-EVENT-TABLE/WS-RSVP-TABLE), and pending offer
      *>          respond-by deadlines (WS-OFFER-TABLE), booked
      *>          adviser appointments and saved-job closing dates.
      *>          The only thing kept on disk is CALEXPORT.DAT, the
      *>          log of what each user last exported to their .ics
      *>          file, so that a re-export updates entries by UID and
      *>          sends anything that has since dropped off as a
      *>          cancelled entry.
      *>
      *> VARIABLES:
      *>   WS-AGENDA-COUNT      - Agenda rows collected for this view
      *>                          sync with WS-CONST-MAX-CALENDAR)
      *>     WS-AGN-DATE(n)     - Item date, YYYYMMDD (PIC 9(8))
      *>     WS-AGN-TIME(n)     - Item time HH:MM, spaces = all-day
      *>     WS-AGN-KIND(n)     - "INTERVIEW"/"EVENT"/"OFFER DUE"/
      *>                          "ADVISING"/"JOB CLOSES"
      *>     WS-AGN-DETAIL(n)   - One-line description
      *>     WS-AGN-CONFLICT(n) - 1 when this row collides with another
      *>     WS-AGN-UID(n)      - Stable calendar UID for the item
      *>     WS-AGN-MINUTES(n)  - Length of a timed item, for DTEND
      *>   WS-AGN-* scratch     - Sort and loop indexes, swap buffer
      *>   WS-CALEXPORT-STATUS  - File status for CALEXPORT.DAT
      *>   WS-CXL-TABLE         - Export log (OCCURS 500, kept in sync
      *>                          with WS-CONST-MAX-CALEXPORT)
      *>     WS-CXL-USERNAME(n)   - Whose calendar
      *>     WS-CXL-UID(n)        - Item UID as last exported
      *>     WS-CXL-DATE/TIME(n)  - When the item was, as exported
      *>     WS-CXL-KIND(n)       - Agenda kind
      *>     WS-CXL-DETAIL(n)     - Description as exported
      *>     WS-CXL-SEQ(n)        - iCalendar SEQUENCE last sent
      *>     WS-CXL-STATUS(n)     - "A" live, "X" sent as cancelled
      *>     WS-CXL-EXPORTED(n)   - Date of the last export carrying it
      *>   WS-ICS-* scratch     - Line building, escaping, folding
      *>
      *> USED BY: CALENDAR_SRC.cpy, DUPMERGE_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-AGENDA-COUNT             PIC 999 VALUE 0.
      01  WS-AGENDA-TABLE.
              10  WS-AGN-KIND        PIC X(10).
              10  WS-AGN-DETAIL      PIC X(120).
              10  WS-AGN-CONFLICT    PIC 9.
              10  WS-AGN-UID         PIC X(60).
              10  WS-AGN-MINUTES     PIC 999.
      01  WS-AGN-SWAP-ENTRY.
          05  WS-AGN-SWAP-DATE       PIC 9(8).
          05  WS-AGN-SWAP-TIME       PIC X(5).
          05  WS-AGN-SWAP-KIND       PIC X(10).
          05  WS-AGN-SWAP-DETAIL     PIC X(120).
          05  WS-AGN-SWAP-CONFLICT   PIC 9.
          05  WS-AGN-SWAP-UID        PIC X(60).
          05  WS-AGN-SWAP-MINUTES    PIC 999.
      01  WS-AGN-IDX                  PIC 999 VALUE 0.
      01  WS-AGN-JDX                  PIC 999 VALUE 0.
      01  WS-AGN-CONFLICT-COUNT       PIC 999 VALUE 0.
      01  WS-AGN-MARKER               PIC X(22) VALUE SPACES.
      01  WS-AGN-UID-PREFIX           PIC X(4) VALUE SPACES.
      01  WS-AGN-UID-NUM              PIC 9(7) VALUE 0.
      01  WS-CALEXPORT-STATUS         PIC XX.
      01  WS-CALEXPORT-EOF            PIC X VALUE "N".
      01  WS-CXL-COUNT                PIC 999 VALUE 0.
      01  WS-CXL-TABLE.
          05  WS-CXL-ENTRY OCCURS 500 TIMES.
              10  WS-CXL-USERNAME    PIC X(20).
              10  WS-CXL-UID         PIC X(60).
              10  WS-CXL-DATE        PIC 9(8).
              10  WS-CXL-TIME        PIC X(5).
              10  WS-CXL-KIND        PIC X(10).
              10  WS-CXL-DETAIL      PIC X(120).
              10  WS-CXL-SEQ         PIC 999.
              10  WS-CXL-STATUS      PIC X.
                  88  WS-CXL-LIVE         VALUE "A".
                  88  WS-CXL-CANCELLED    VALUE "X".
              10  WS-CXL-EXPORTED    PIC 9(8).
              10  WS-CXL-SEEN        PIC 9.
              10  WS-CXL-DROP        PIC 9.
      01  WS-CXL-IDX                  PIC 999 VALUE 0.
      01  WS-CXL-WRT-IDX              PIC 999 VALUE 0.
      01  WS-CXL-KEEP                 PIC 999 VALUE 0.
      01  WS-CXL-FOUND-IDX            PIC 999 VALUE 0.
      01  WS-CXL-MINE                 PIC 999 VALUE 0.
      01  WS-CXL-CANCEL-COUNT         PIC 999 VALUE 0.
      01  WS-ICS-STATUS               PIC XX.
      01  WS-ICS-PATH                 PIC X(200) VALUE SPACES.
      01  WS-ICS-ANSWER               PIC X(5) VALUE SPACES.
      01  WS-ICS-LINE                 PIC X(300) VALUE SPACES.
      01  WS-ICS-LEN                  PIC 999 VALUE 0.
      01  WS-ICS-POS                  PIC 999 VALUE 0.
      01  WS-ICS-CHUNK                PIC 999 VALUE 0.
      01  WS-ICS-IN                   PIC X(150) VALUE SPACES.
      01  WS-ICS-ESC                  PIC X(300) VALUE SPACES.
      01  WS-ICS-ESC-LEN              PIC 999 VALUE 0.
      01  WS-ICS-CHAR-IDX             PIC 999 VALUE 0.
      01  WS-ICS-IN-LEN               PIC 999 VALUE 0.
      01  WS-ICS-STAMP                PIC X(21) VALUE SPACES.
      01  WS-ICS-DATE                 PIC 9(8) VALUE 0.
      01  WS-ICS-TIME                 PIC X(5) VALUE SPACES.
      01  WS-ICS-MINUTES              PIC 999 VALUE 0.
      01  WS-ICS-KIND                 PIC X(10) VALUE SPACES.
      01  WS-ICS-UID                  PIC X(60) VALUE SPACES.
      01  WS-ICS-SEQ                  PIC 999 VALUE 0.
      01  WS-ICS-SEQ-DISP             PIC ZZ9.
      01  WS-ICS-CANCELLED            PIC 9 VALUE 0.
      01  WS-ICS-NEXT-DAY             PIC 9(8) VALUE 0.
      01  WS-ICS-START-MIN            PIC 9(4) VALUE 0.
      01  WS-ICS-END-MIN              PIC 9(4) VALUE 0.
      01  WS-ICS-END-HH               PIC 99 VALUE 0.
      01  WS-ICS-END-MM               PIC 99 VALUE 0.
      01  WS-ICS-VEVENTS              PIC 999 VALUE 0.
