      *>*****************************************************************
      *> FILE:    WS-CONTACTFIND.cpy
      *> PURPOSE: Working-storage for finding people from an uploaded
      *>          contact list (CONTACTFIND_SRC.cpy). The user names a
      *>          file of email addresses in the data directory; each
      *>          address is matched against the verified rows of
      *>          CONTACTS.DAT. Only matches are kept - an address that
      *>          matches no member is dropped as soon as it is read,
      *>          never shown, logged or written anywhere.
      *>
      *> VARIABLES:
      *>   WS-CONTACTLIST-PATH   - Full path of the uploaded list
      *>   WS-CONTACTLIST-STATUS - File status for it
      *>   WS-CFD-FILE-NAME      - File name typed by the user
      *>   WS-CFD-COUNT          - Members matched
      *>   WS-CFD-TABLE          - Matches (OCCURS 50)
      *>     WS-CFD-PROF-IDX(n)    - Member's profile index
      *>     WS-CFD-EMAIL(n)       - The address that matched
      *>     WS-CFD-STATE(n)       - "C" connected, "S" request sent,
      *>                             "R" request received, "N" neither
      *>     WS-CFD-PICKED(n)      - 1 = chosen for a request
      *>   WS-CFD-* scratch      - Counters, parse buffers, selection
      *>
      *> USED BY: CONTACTFIND_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-CONTACTLIST-PATH         PIC X(200) VALUE SPACES.
      01  WS-CONTACTLIST-STATUS       PIC XX.
      01  WS-CONTACTLIST-EOF          PIC X VALUE "N".
      01  WS-CFD-FILE-NAME            PIC X(100) VALUE SPACES.
      01  WS-CFD-COUNT                PIC 99 VALUE 0.
      01  WS-CFD-TABLE.
          05  WS-CFD-ENTRY OCCURS 50 TIMES.
              10  WS-CFD-PROF-IDX    PIC 999.
              10  WS-CFD-EMAIL       PIC X(80).
              10  WS-CFD-STATE       PIC X.
                  88  WS-CFD-CONNECTED    VALUE "C".
                  88  WS-CFD-SENT         VALUE "S".
                  88  WS-CFD-RECEIVED     VALUE "R".
                  88  WS-CFD-NEITHER      VALUE "N".
              10  WS-CFD-PICKED      PIC 9.
      01  WS-CFD-MAX-MATCHES          PIC 99 VALUE 50.
      01  WS-CFD-IDX                  PIC 99 VALUE 0.
      01  WS-CFD-SCAN                 PIC 99 VALUE 0.
      01  WS-CFD-READ-COUNT           PIC 9(5) VALUE 0.
      01  WS-CFD-OVERFLOW             PIC 9(5) VALUE 0.
      01  WS-CFD-PART-PTR             PIC 999 VALUE 0.
      01  WS-CFD-PART                 PIC X(100) VALUE SPACES.
      01  WS-CFD-ADDRESS              PIC X(80) VALUE SPACES.
      01  WS-CFD-AT-COUNT             PIC 99 VALUE 0.
      01  WS-CFD-CTC-IDX              PIC 999 VALUE 0.
      01  WS-CFD-USER                 PIC X(20) VALUE SPACES.
      01  WS-CFD-ME                   PIC X(20) VALUE SPACES.
      01  WS-CFD-PROFILE-IDX          PIC 999 VALUE 0.
      01  WS-CFD-PROF-SCAN            PIC 999 VALUE 0.
      01  WS-CFD-STATE-TEXT           PIC X(30) VALUE SPACES.
      01  WS-CFD-DISP-IDX             PIC Z9.
      01  WS-CFD-DISP-READ            PIC ZZZZ9.
      01  WS-CFD-SELECTION            PIC X(200) VALUE SPACES.
      01  WS-CFD-PICK-TEXT            PIC X(10) VALUE SPACES.
      01  WS-CFD-PICK                 PIC 99 VALUE 0.
      01  WS-CFD-PICK-COUNT           PIC 99 VALUE 0.
      01  WS-CFD-SENT-COUNT           PIC 99 VALUE 0.
      01  WS-CFD-STOP                 PIC 9 VALUE 0.
