      *>*****************************************************************
      *> FILE:    WS-RESIMPORT.cpy
      *> PURPOSE: Working-storage for importing profile history from a
      *>          resume file (RESIMPORT_SRC.cpy). The file is read in
      *>          the sectioned layout Generate My Resume writes
      *>          (RESUME_SRC.cpy 7182); each EXPERIENCE, EDUCATION and
      *>          SKILLS entry is staged here, previewed, and kept or
      *>          discarded one at a time before it is added to the
      *>          profile.
      *>
      *> VARIABLES:
      *>   WS-RIM-FILE-NAME     - File name typed by the student
      *>   WS-RIM-EOF           - End of the resume file
      *>   WS-RIM-SECTION       - Section being read: "E" experience,
      *>                          "D" education, "S" skills, space
      *>                          for anything else (header, summary)
      *>   WS-RIM-LINE          - Current line of the file
      *>   WS-RIM-LEAD          - Leading spaces on the current line
      *>   WS-RIM-TEXT          - The line without its indentation
      *>   WS-RIM-COUNT         - Entries staged
      *>   WS-RIM-TABLE         - Staged entries (OCCURS 40)
      *>     WS-RIM-TYPE(n)       - "E", "D" or "S"
      *>     WS-RIM-TEXT1(n)      - Title / degree / skill name
      *>     WS-RIM-TEXT2(n)      - Company / university / proficiency
      *>     WS-RIM-DATES(n)      - Free-text dates / education years
      *>     WS-RIM-DESC(n)       - Experience description
      *>     WS-RIM-START-YM(n)   - Experience start, YYYYMM (0 = none)
      *>     WS-RIM-END-YM(n)     - Experience end, YYYYMM
      *>     WS-RIM-CURRENT(n)    - "Y" current position
      *>     WS-RIM-DUP(n)        - 1 = already on the profile
      *>     WS-RIM-KEEP(n)       - 1 = student chose to keep it
      *>   WS-RIM-* scratch     - Splitting, counts, prompt buffers
      *>
      *> USED BY: RESIMPORT_SRC.cpy, main.cob
      *>*****************************************************************
      01  WS-RIM-FILE-NAME            PIC X(100) VALUE SPACES.
      01  WS-RIM-EOF                  PIC X VALUE "N".
      01  WS-RIM-SECTION              PIC X VALUE SPACE.
      01  WS-RIM-LINE                 PIC X(250) VALUE SPACES.
      01  WS-RIM-LEAD                 PIC 999 VALUE 0.
      01  WS-RIM-TEXT                 PIC X(250) VALUE SPACES.
      01  WS-RIM-COUNT                PIC 99 VALUE 0.
      01  WS-RIM-TABLE.
          05  WS-RIM-ENTRY OCCURS 40 TIMES.
              10  WS-RIM-TYPE        PIC X.
              10  WS-RIM-TEXT1       PIC X(50).
              10  WS-RIM-TEXT2       PIC X(50).
              10  WS-RIM-DATES       PIC X(30).
              10  WS-RIM-DESC        PIC X(100).
              10  WS-RIM-START-YM    PIC 9(6).
              10  WS-RIM-END-YM      PIC 9(6).
              10  WS-RIM-CURRENT     PIC X.
              10  WS-RIM-DUP         PIC 9.
              10  WS-RIM-KEEP        PIC 9.
      01  WS-RIM-MAX-STAGED           PIC 99 VALUE 40.
      01  WS-RIM-IDX                  PIC 99 VALUE 0.
      01  WS-RIM-SCAN                 PIC 99 VALUE 0.
      01  WS-RIM-SLOT                 PIC 99 VALUE 0.
      01  WS-RIM-POS                  PIC 999 VALUE 0.
      01  WS-RIM-LEN                  PIC 999 VALUE 0.
      01  WS-RIM-OPEN-POS             PIC 999 VALUE 0.
      01  WS-RIM-LEFT                 PIC X(250) VALUE SPACES.
      01  WS-RIM-RIGHT                PIC X(250) VALUE SPACES.
      01  WS-RIM-INSIDE               PIC X(50) VALUE SPACES.
      01  WS-RIM-UPPER                PIC X(50) VALUE SPACES.
      01  WS-RIM-DATE-LINE            PIC 9 VALUE 0.
      01  WS-RIM-PARENS               PIC 9 VALUE 0.
      01  WS-RIM-START-TRY            PIC 9(6) VALUE 0.
      01  WS-RIM-ANSWER               PIC X(5) VALUE SPACES.
      01  WS-RIM-OFFERED              PIC 99 VALUE 0.
      01  WS-RIM-KEPT                 PIC 99 VALUE 0.
      01  WS-RIM-ADDED                PIC 99 VALUE 0.
      01  WS-RIM-FULL                 PIC 99 VALUE 0.
      01  WS-RIM-DISP-IDX             PIC Z9.
      01  WS-RIM-DISP-COUNT           PIC Z9.
      01  WS-RIM-SUMMARY              PIC X(200) VALUE SPACES.
