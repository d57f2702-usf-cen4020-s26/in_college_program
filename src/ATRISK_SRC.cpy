      *>   3891-ATR-LOGIN-LOOP   - Recursive LOGINAUDIT read keeping
      *>                           the latest OK login date per row
      *>   3892-ATR-PRINT-GROUP  - Prints every flagged row for the
      *>                           university in WS-ATR-GROUP-UNIV,
      *>                           with the owning caseload adviser
      *>
      *> DEPENDENCIES:
      *>   WS-ATRISK.cpy, profiles, WS-APP-TABLE, event RSVPs,
      *>   LOGINAUDIT.DAT, 7134-COMPUTE-COMPLETENESS, EXTAPP_SRC.cpy
      *>   (4151 off-platform applications)
      *>*****************************************************************

       3890-AT-RISK-REPORT.
                   AND WS-GRAD-YEAR(WS-ATR-IDX) = WS-ATR-THIS-YEAR
                   AND WS-ALUMNI-FLAG(WS-ATR-IDX) NOT = "Y"
                   MOVE 0 TO WS-USER-FOUND
                   MOVE FUNCTION TRIM(WS-PROF-USERNAME(WS-ATR-IDX))
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       IF WS-ACCT-ROLE(WS-AIX-FOUND) = "E"
                           OR WS-ACCT-ROLE(WS-AIX-FOUND) = "F"
                           MOVE 1 TO WS-USER-FOUND
                       END-IF
                   END-IF
                   IF WS-USER-FOUND = 0
                       ADD 1 TO WS-ATR-COUNT
                       MOVE WS-PROF-USERNAME(WS-ATR-IDX)

      *>    Pass 2: applications. One scan of the application table
      *>    clears the APPS signal for anyone with a row.
           MOVE 0 TO WS-ATR-SELF-REP-COUNT
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
               UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE "Y" TO WS-ATR-SIG-APPS(WS-ATR-IDX)
                       MOVE "N" TO WS-ATR-SIG-APPS(WS-ATR-IDX)
                   END-IF
               END-PERFORM
      *>        Applications logged as made off the platform clear
      *>        the signal too, but the row says they are unverified.
               MOVE "N" TO WS-ATR-SELF-REP(WS-ATR-IDX)
               IF WS-ATR-SIG-APPS(WS-ATR-IDX) = "Y"
                   MOVE WS-ATR-USERNAME(WS-ATR-IDX)
                       TO WS-EXA-CHECK-USER
                   PERFORM 4151-TALLY-USER-EXTAPPS
                   IF WS-EXA-USER-APPS > 0
                       MOVE "N" TO WS-ATR-SIG-APPS(WS-ATR-IDX)
                       MOVE "Y" TO WS-ATR-SELF-REP(WS-ATR-IDX)
                       ADD 1 TO WS-ATR-SELF-REP-COUNT
                   END-IF
               END-IF
           END-PERFORM

      *>    Pass 3: event RSVPs, waitlisted rows included - showing
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ATR-SELF-REP-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "APPS cleared by self-reported off-platform "
                   "applications only: " WS-ATR-SELF-REP-COUNT
                   " student(s)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
                       MOVE FUNCTION TRIM(WS-OUTPUT-LINE LEADING)
                           TO WS-ATR-SIG-TEXT
                   END-IF
                   MOVE WS-ATR-USERNAME(WS-ATR-JDX)
                       TO WS-CSL-LOOKUP-USER
                   PERFORM 5692-FIND-STUDENT-ADVISER
                   IF WS-CSL-LOOKUP-ADVISER = SPACES
                       MOVE "unassigned" TO WS-CSL-LOOKUP-ADVISER
                   END-IF
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  "
                       FUNCTION TRIM(WS-ATR-USERNAME(WS-ATR-JDX))
                       ") - " WS-ATR-SCORE(WS-ATR-JDX)
                       " signal(s): "
                       FUNCTION TRIM(WS-ATR-SIG-TEXT)
                       " - adviser: "
                       FUNCTION TRIM(WS-CSL-LOOKUP-ADVISER)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-ATR-SELF-REP(WS-ATR-JDX) = "Y"
                       MOVE "    (applications self-reported, made "
                           & "off the platform)" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
