      *>*****************************************************************
      *> FILE:    WS-REFCHECK.cpy
      *> PURPOSE: Working-storage for reference checks
      *>          (REFCHECK_SRC.cpy). REFERENCES.DAT holds the people an
      *>          applicant lists as references - a connection on
      *>          InCollege or an outside contact with an email address;
      *>          REFCHECKS.DAT holds the checks job posters ask for,
      *>          one per (posting, applicant, reference), with the
      *>          questionnaire answers once they come back.
      *>
      *> VARIABLES:
      *>   WS-REF-TABLE         - Reference rows (id, owner, type I/O,
      *>                          account, name, email, relation, added)
      *>   WS-RFC-TABLE         - Check rows (id, reference id, job id,
      *>                          applicant, poster, reference account,
      *>                          name and email, status, requested and
      *>                          completed dates, answers, answered by)
      *>   WS-RFC-STATUS values - R = requested, C = completed,
      *>                          D = declined by the reference
      *>   WS-RFC-JOB-ID / WS-RFC-APPLICANT
      *>                        - Posting and applicant for 4170, 4171
      *>   WS-RFC-JOB-TITLE     - 4172 result for WS-RFC-LOOKUP-ID
      *>   WS-RFC-ANS-*         - Questionnaire answers being entered
      *>   WS-REF-* / WS-RFC-* scratch
      *>                        - Menu, loop, count and input fields
      *>
      *> USED BY: REFCHECK_SRC.cpy, JOBS_SRC.cpy (5300),
      *>          JOBSEXT_SRC.cpy (5344), DUPMERGE_SRC.cpy (3756)
      *>*****************************************************************
      01  WS-REFERENCES-STATUS        PIC XX.
      01  WS-REFERENCES-EOF           PIC X VALUE "N".
      01  WS-REFCHECKS-STATUS         PIC XX.
      01  WS-REFCHECKS-EOF            PIC X VALUE "N".
      01  WS-REF-COUNT                PIC 9(4) VALUE 0.
      01  WS-REF-TABLE.
          05  WS-REF-ENTRY OCCURS 2000 TIMES.
              10  WS-REF-ID          PIC 9(5).
              10  WS-REF-OWNER       PIC X(20).
              10  WS-REF-TYPE        PIC X(1).
              10  WS-REF-USER        PIC X(20).
              10  WS-REF-NAME        PIC X(40).
              10  WS-REF-EMAIL       PIC X(60).
              10  WS-REF-RELATION    PIC X(40).
              10  WS-REF-ADDED       PIC 9(8).
      01  WS-REF-NEXT-ID              PIC 9(5) VALUE 1.
      01  WS-RFC-COUNT                PIC 9(4) VALUE 0.
      01  WS-RFC-TABLE.
          05  WS-RFC-ENTRY OCCURS 2000 TIMES.
              10  WS-RFC-ID          PIC 9(5).
              10  WS-RFC-REF-ID      PIC 9(5).
              10  WS-RFC-JOB         PIC 9(7).
              10  WS-RFC-APPL        PIC X(20).
              10  WS-RFC-POSTER      PIC X(20).
              10  WS-RFC-REF-USER    PIC X(20).
              10  WS-RFC-REF-NAME    PIC X(40).
              10  WS-RFC-REF-EMAIL   PIC X(60).
              10  WS-RFC-STATUS      PIC X(1).
              10  WS-RFC-REQUESTED   PIC 9(8).
              10  WS-RFC-COMPLETED   PIC 9(8).
              10  WS-RFC-KNOWN-HOW   PIC X(100).
              10  WS-RFC-RELIABILITY PIC 9(1).
              10  WS-RFC-TEAMWORK    PIC 9(1).
              10  WS-RFC-AGAIN       PIC X(1).
              10  WS-RFC-COMMENTS    PIC X(200).
              10  WS-RFC-ANSWERED-BY PIC X(20).
      01  WS-RFC-NEXT-ID              PIC 9(5) VALUE 1.
      01  WS-REF-IDX                  PIC 9(4) VALUE 0.
      01  WS-REF-SEL-IDX              PIC 9(4) VALUE 0.
      01  WS-REF-DISP-COUNT           PIC 9(4) VALUE 0.
      01  WS-REF-INDEX-TABLE.
          05  WS-REF-INDEX-MAP OCCURS 2000 TIMES PIC 9(4).
      01  WS-REF-ACTION               PIC X(3) VALUE SPACES.
      01  WS-REF-CHOICE               PIC 9(4) VALUE 0.
      01  WS-REF-INPUT                PIC X(200) VALUE SPACES.
      01  WS-REF-NEW-TYPE             PIC X(1) VALUE SPACES.
      01  WS-REF-NEW-USER             PIC X(20) VALUE SPACES.
      01  WS-REF-NEW-NAME             PIC X(40) VALUE SPACES.
      01  WS-REF-NEW-EMAIL            PIC X(60) VALUE SPACES.
      01  WS-REF-NEW-RELATION         PIC X(40) VALUE SPACES.
      01  WS-REF-TODAY                PIC 9(8) VALUE 0.
      01  WS-REF-FOUND                PIC 9 VALUE 0.
      01  WS-RFC-IDX                  PIC 9(4) VALUE 0.
      01  WS-RFC-SEL-IDX              PIC 9(4) VALUE 0.
      01  WS-RFC-DISP-COUNT           PIC 9(4) VALUE 0.
      01  WS-RFC-INDEX-TABLE.
          05  WS-RFC-INDEX-MAP OCCURS 2000 TIMES PIC 9(4).
      01  WS-RFC-JOB-ID               PIC 9(7) VALUE 0.
      01  WS-RFC-APPLICANT            PIC X(20) VALUE SPACES.
      01  WS-RFC-LOOKUP-ID            PIC 9(7) VALUE 0.
      01  WS-RFC-JOB-TITLE            PIC X(50) VALUE SPACES.
      01  WS-RFC-JOB-SCAN             PIC 999 VALUE 0.
      01  WS-RFC-SHOWN                PIC 9(4) VALUE 0.
      01  WS-RFC-PENDING              PIC 9(4) VALUE 0.
      01  WS-RFC-ANS-KNOWN-HOW        PIC X(100) VALUE SPACES.
      01  WS-RFC-ANS-RELIABILITY      PIC 9 VALUE 0.
      01  WS-RFC-ANS-TEAMWORK         PIC 9 VALUE 0.
      01  WS-RFC-ANS-AGAIN            PIC X(1) VALUE SPACES.
      01  WS-RFC-ANS-COMMENTS         PIC X(200) VALUE SPACES.
      01  WS-RFC-ANS-BY               PIC X(20) VALUE SPACES.
      01  WS-RFC-SCORE-PROMPT         PIC X(80) VALUE SPACES.
      01  WS-RFC-SCORE                PIC 9 VALUE 0.
      01  WS-RFC-DATE-DISP            PIC X(10) VALUE SPACES.
      01  WS-RFC-STATE-TEXT           PIC X(40) VALUE SPACES.
