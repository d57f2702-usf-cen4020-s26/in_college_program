      *>   WS-JOBARCH-STATUS     - File status for JOBARCHIVE.DAT
      *>   WS-JOBARCH-EOF        - "Y" when the archive scan is done
      *>   WS-ARCH-SOURCE-IDX    - WS-JOB-TABLE index being archived
      *>   WS-ARCH-REASON        - "W" withdrawn / "E" expired /
      *>                           "F" filled (every opening taken)
      *>   WS-ARCH-EXPIRED-COUNT - Postings swept to archive at startup
      *>   WS-ARCH-DISP-COUNT    - Archive rows shown to the poster
      *>   WS-ARCH-TABLE         - Transient copy of the poster's
              10  WS-ARCH-T-REASON     PIC X.
              10  WS-ARCH-T-TYPE       PIC X(12).
              10  WS-ARCH-T-CATEGORY   PIC X(30).
              10  WS-ARCH-T-OPENINGS   PIC 9(3).
              10  WS-ARCH-T-MIN-GPA    PIC 9V99.
              10  WS-ARCH-T-SPONSOR    PIC X.
              10  WS-ARCH-T-AUTH-REQ   PIC X.
      01  WS-ARCH-IDX                 PIC 99 VALUE 0.
      01  WS-ARCH-MENU-CHOICE         PIC X(3) VALUE SPACES.
      01  WS-ARCH-CHOICE              PIC 999 VALUE 0.
