      *>*****************************************************************
      *> FILE:    WS-SKILLTEST.cpy
      *> PURPOSE: Working-storage for skill assessments
      *>          (SKILLTEST_SRC.cpy). SKILLQ.DAT is the admin-kept
      *>          question bank, one multiple-choice question per row
      *>          under a canonical skill name; SKILLVERIFY.DAT logs
      *>          every attempt - score, result, the level a pass
      *>          earned and, after a fail, the first day a retake is
      *>          allowed. A skill's best pass is its verification.
      *>
      *> VARIABLES:
      *>   WS-SKQ-TABLE         - Question bank: skill, id, question,
      *>                          four choices, answer letter
      *>   WS-SKV-TABLE         - Attempt log, in file order
      *>   WS-SKT-LOADED        - 1 once both files are in memory
      *>   WS-SKT-USER / WS-SKT-SKILL
      *>                        - 5735 argument: whose skill, canonical
      *>   WS-SKT-VERIFIED / -VER-LEVEL / -VER-DATE / -BEST-IDX
      *>                        - 5735 result: best pass, if any
      *>   WS-SKT-ATTEMPTS / -RETAKE-DATE
      *>                        - 5735 result: attempts so far and the
      *>                          retake date the latest fail set
      *>   WS-SKT-BADGE-LIST / -BADGE-COUNT
      *>                        - 5736 result: "SKILL (LEVEL), ..."
      *>   WS-SKT-ASK-TABLE     - 5733: the bank rows this test asks
      *>   WS-SKT-RATE-TABLE    - 5741: per-skill attempt tallies
      *>   WS-SKT-* scratch     - Loop, clock, input and display fields
      *>
      *> USED BY: SKILLTEST_SRC.cpy, PROFILE.cpy, CANDSEARCH_SRC.cpy,
      *>          RESUMEBOOK_SRC.cpy, JOBSKILL_SRC.cpy
      *>*****************************************************************
      01  WS-SKILLQ-STATUS            PIC XX.
      01  WS-SKILLQ-EOF               PIC X VALUE "N".
      01  WS-SKILLVER-STATUS          PIC XX.
      01  WS-SKILLVER-EOF             PIC X VALUE "N".
      01  WS-SKT-LOADED               PIC 9 VALUE 0.
      01  WS-SKQ-COUNT                PIC 999 VALUE 0.
      01  WS-SKQ-TABLE.
          05  WS-SKQ-ENTRY OCCURS 300 TIMES.
              10  WS-SKQ-SKILL       PIC X(30).
              10  WS-SKQ-ID          PIC 9(5).
              10  WS-SKQ-TEXT        PIC X(150).
              10  WS-SKQ-CHOICE      PIC X(60) OCCURS 4 TIMES.
              10  WS-SKQ-ANSWER      PIC X.
      01  WS-SKV-COUNT                PIC 999 VALUE 0.
      01  WS-SKV-TABLE.
          05  WS-SKV-ENTRY OCCURS 999 TIMES.
              10  WS-SKV-USERNAME    PIC X(20).
              10  WS-SKV-SKILL       PIC X(30).
              10  WS-SKV-DATE        PIC 9(8).
              10  WS-SKV-TIME        PIC X(6).
              10  WS-SKV-SECONDS     PIC 9(5).
              10  WS-SKV-ASKED       PIC 99.
              10  WS-SKV-CORRECT     PIC 99.
              10  WS-SKV-SCORE       PIC 999.
              10  WS-SKV-RESULT      PIC X.
                  88  SKV-PASSED           VALUE "P".
                  88  SKV-FAILED           VALUE "F".
                  88  SKV-TIMED-OUT        VALUE "T".
              10  WS-SKV-LEVEL       PIC X(12).
              10  WS-SKV-RETAKE-DATE PIC 9(8).

      01  WS-SKT-USER                 PIC X(20) VALUE SPACES.
      01  WS-SKT-SKILL                PIC X(30) VALUE SPACES.
      01  WS-SKT-VERIFIED             PIC 9 VALUE 0.
      01  WS-SKT-VER-LEVEL            PIC X(12) VALUE SPACES.
      01  WS-SKT-VER-DATE             PIC 9(8) VALUE 0.
      01  WS-SKT-BEST-IDX             PIC 999 VALUE 0.
      01  WS-SKT-ATTEMPTS             PIC 999 VALUE 0.
      01  WS-SKT-RETAKE-DATE          PIC 9(8) VALUE 0.
      01  WS-SKT-BADGE-LIST           PIC X(200) VALUE SPACES.
      01  WS-SKT-BADGE-PTR            PIC 999 VALUE 1.
      01  WS-SKT-BADGE-COUNT          PIC 99 VALUE 0.

      01  WS-SKT-ASK-COUNT            PIC 99 VALUE 0.
      01  WS-SKT-ASK-TABLE.
          05  WS-SKT-ASK-MAP OCCURS 20 TIMES PIC 999.
      01  WS-SKT-BANK-COUNT           PIC 999 VALUE 0.
      01  WS-SKT-BANK-TABLE.
          05  WS-SKT-BANK-MAP OCCURS 300 TIMES PIC 999.
      01  WS-SKT-ASK-NUM              PIC 99 VALUE 0.
      01  WS-SKT-CORRECT              PIC 99 VALUE 0.
      01  WS-SKT-SCORE                PIC 999 VALUE 0.
      01  WS-SKT-TIMED-OUT            PIC 9 VALUE 0.
      01  WS-SKT-OFFSET               PIC 999 VALUE 0.
      01  WS-SKT-START-SECS           PIC 9(12) VALUE 0.
      01  WS-SKT-NOW-SECS             PIC 9(12) VALUE 0.
      01  WS-SKT-ELAPSED              PIC 9(5) VALUE 0.
      01  WS-SKT-LEFT-MIN             PIC 999 VALUE 0.
      01  WS-SKT-LIMIT-SECS           PIC 9(5) VALUE 0.
      01  WS-SKT-STAMP                PIC X(21) VALUE SPACES.
      01  WS-SKT-START-DATE           PIC 9(8) VALUE 0.
      01  WS-SKT-START-TIME           PIC X(6) VALUE SPACES.
      01  WS-SKT-LETTERS              PIC X(4) VALUE "ABCD".

      01  WS-SKT-RATE-COUNT           PIC 999 VALUE 0.
      01  WS-SKT-RATE-TABLE.
          05  WS-SKT-RATE-ENTRY OCCURS 300 TIMES.
              10  WS-SKT-RATE-SKILL  PIC X(30).
              10  WS-SKT-RATE-TRIES  PIC 9(5).
              10  WS-SKT-RATE-PASS   PIC 9(5).
              10  WS-SKT-RATE-TIMED  PIC 9(5).
              10  WS-SKT-RATE-ADV    PIC 9(5).
              10  WS-SKT-RATE-INT    PIC 9(5).
              10  WS-SKT-RATE-BEG    PIC 9(5).
              10  WS-SKT-RATE-QS     PIC 999.
      01  WS-SKT-FROM-DATE            PIC 9(8) VALUE 0.
      01  WS-SKT-PCT                  PIC 999 VALUE 0.
      01  WS-SKT-TOT-TRIES            PIC 9(5) VALUE 0.
      01  WS-SKT-TOT-PASS             PIC 9(5) VALUE 0.

      01  WS-SKT-IDX                  PIC 999 VALUE 0.
      01  WS-SKT-JDX                  PIC 999 VALUE 0.
      01  WS-SKT-KDX                  PIC 999 VALUE 0.
      01  WS-SKT-CHOICE-IDX           PIC 9 VALUE 0.
      01  WS-SKT-FOUND                PIC 999 VALUE 0.
      01  WS-SKT-SKILL-NUM            PIC 9 VALUE 0.
      01  WS-SKT-NEXT-ID              PIC 9(5) VALUE 0.
      01  WS-SKT-MENU-CHOICE          PIC X(10) VALUE SPACES.
      01  WS-SKT-INPUT                PIC X(150) VALUE SPACES.
      01  WS-SKT-N1                   PIC ZZ9.
      01  WS-SKT-N2                   PIC ZZ9.
      01  WS-SKT-N3                   PIC Z(4)9.
      01  WS-SKT-N4                   PIC Z(4)9.
      01  WS-SKT-N5                   PIC ZZ9.
      01  WS-SKT-N6                   PIC Z(4)9.
      01  WS-SKT-N7                   PIC Z(4)9.
      01  WS-SKT-N8                   PIC Z(4)9.
      01  WS-SKT-N9                   PIC Z(4)9.
