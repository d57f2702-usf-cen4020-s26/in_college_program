      *>*****************************************************************
      *> FILE:    SCRIPT_SRC.cpy
      *> PURPOSE: Batch-script directives. Dozens of INPUT.TXT files
      *>          repeat the same login and navigation lines and drift
      *>          apart; a script can now pull shared lines in and name
      *>          the values that differ:
      *>
      *>            #INCLUDE LOGIN_STU1.TXT   - read that file's lines
      *>                                        here, then carry on
      *>            #SET USER=stu1            - define a variable
      *>            LOGIN ${USER}             - substituted before the
      *>                                        line is used
      *>
      *>          The fragment must sit beside INPUT.TXT (a plain file
      *>          name, no path) and may itself use #SET and ${...} but
      *>          not a further #INCLUDE. Variable names are case-blind,
      *>          up to 20 characters; a value may use earlier ones.
      *>          Any other line starting "#" is ordinary input.
      *>
      *>          Every line consumed - directives and fragment lines
      *>          included - advances WS-INPUT-LINE-NUM, and 1060 replays
      *>          the directives through this same reader, so a
      *>          checkpoint taken inside a fragment resumes at the same
      *>          place and with the same variables set. Messages about
      *>          a fragment line name the fragment and its line number
      *>          (8116), as does the session log (8050).
      *>
      *> PARAGRAPHS:
      *>   8110-NEXT-SCRIPT-LINE   - Next data line into INPUT-RECORD
      *>   8111-READ-SCRIPT-LINE   - One raw line, fragment first
      *>   8112-START-INCLUDE      - #INCLUDE
      *>   8113-SET-VARIABLE       - #SET
      *>   8114-SUBSTITUTE-VARIABLES - WS-SCR-LINE -> WS-SCR-OUT
      *>   8115-FIND-VARIABLE      - WS-SCR-NAME -> WS-SCR-VAR-FOUND
      *>   8116-BUILD-SCRIPT-WHERE - Location text for messages
      *>   8117-SCRIPT-ERROR       - Show a directive error
      *>   8118-SCRIPT-LOG         - Session-log-only note
      *>
      *> DEPENDENCIES:
      *>   WS-SCRIPT.cpy - directive state, variables, scratch
      *>   main.cob      - INPUT-FILE, SCRIPT-INCLUDE-FILE, 8000, 8050
      *>*****************************************************************

       8110-NEXT-SCRIPT-LINE.
           MOVE 0 TO WS-SCR-GOT-LINE
           PERFORM UNTIL WS-SCR-GOT-LINE = 1 OR WS-SCR-EOF = 1
               PERFORM 8111-READ-SCRIPT-LINE
               IF WS-SCR-GOT-LINE = 1
                   AND WS-SCR-LINE(1:1) = "#"
                   MOVE SPACES TO WS-SCR-DIRECTIVE
                   MOVE SPACES TO WS-SCR-REST
                   MOVE 1 TO WS-SCR-POS
                   UNSTRING WS-SCR-LINE DELIMITED BY " "
                       INTO WS-SCR-DIRECTIVE
                       WITH POINTER WS-SCR-POS
                   END-UNSTRING
                   IF WS-SCR-POS <= 200
                       MOVE WS-SCR-LINE(WS-SCR-POS:) TO WS-SCR-REST
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-SCR-DIRECTIVE)
                       TO WS-SCR-DIRECTIVE
                   EVALUATE WS-SCR-DIRECTIVE
                       WHEN "#INCLUDE"
                           MOVE 0 TO WS-SCR-GOT-LINE
                           PERFORM 8112-START-INCLUDE
                       WHEN "#SET"
                           MOVE 0 TO WS-SCR-GOT-LINE
                           PERFORM 8113-SET-VARIABLE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-SCR-GOT-LINE = 1
               PERFORM 8114-SUBSTITUTE-VARIABLES
               MOVE WS-SCR-OUT TO INPUT-RECORD
           ELSE
               MOVE SPACES TO INPUT-RECORD
           END-IF
           EXIT.

      *>*****************************************************************
      *> 8111-READ-SCRIPT-LINE: Take the next line from the open
      *> fragment, falling back to INPUT.TXT once the fragment ends.
      *>*****************************************************************
       8111-READ-SCRIPT-LINE.
           MOVE 0 TO WS-SCR-GOT-LINE
           IF WS-SCR-EOF = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-IN-INCLUDE = 1
               READ SCRIPT-INCLUDE-FILE
                   AT END
                       CLOSE SCRIPT-INCLUDE-FILE
                       MOVE 0 TO WS-SCR-IN-INCLUDE
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "Script: end of "
                           FUNCTION TRIM(WS-SCR-INCLUDE-NAME)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8118-SCRIPT-LOG
                   NOT AT END
                       ADD 1 TO WS-SCR-INCLUDE-LINE
                       ADD 1 TO WS-INPUT-LINE-NUM
                       MOVE INC-RECORD TO WS-SCR-LINE
                       MOVE 1 TO WS-SCR-FROM-INCLUDE
                       MOVE 1 TO WS-SCR-GOT-LINE
               END-READ
               IF WS-SCR-GOT-LINE = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-SCR-EOF
               NOT AT END
                   ADD 1 TO WS-SCR-MAIN-LINE
                   ADD 1 TO WS-INPUT-LINE-NUM
                   MOVE INPUT-RECORD TO WS-SCR-LINE
                   MOVE 0 TO WS-SCR-FROM-INCLUDE
                   MOVE 1 TO WS-SCR-GOT-LINE
           END-READ
           EXIT.

      *>*****************************************************************
      *> 8112-START-INCLUDE: Open the named fragment beside INPUT.TXT.
      *> WS-INPUT-PATH always ends in "INPUT.TXT" (1001), and keeps its
      *> live value under a dry run, so the fragment is found in the
      *> same place either way.
      *>*****************************************************************
       8112-START-INCLUDE.
           MOVE FUNCTION TRIM(WS-SCR-REST) TO WS-SCR-VALUE
           IF WS-SCR-VALUE = SPACES
               MOVE "ERROR: #INCLUDE needs a file name."
                   TO WS-OUTPUT-LINE
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-IN-INCLUDE = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: #INCLUDE " FUNCTION TRIM(WS-SCR-VALUE)
                   " skipped - an included file cannot include "
                   "another."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCR-BAD-CHARS
           INSPECT WS-SCR-VALUE TALLYING WS-SCR-BAD-CHARS
               FOR ALL "/" ALL "\" ALL ".."
           IF WS-SCR-BAD-CHARS > 0 OR WS-SCR-VALUE(101:) NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: #INCLUDE " FUNCTION TRIM(WS-SCR-VALUE)
                   " skipped - give a file name in the script's own "
                   "directory, not a path."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INCLUDE-PATH
           COMPUTE WS-SCR-DIR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-PATH)) - 9
           IF WS-SCR-DIR-LEN > 0
               STRING WS-INPUT-PATH(1:WS-SCR-DIR-LEN)
                   FUNCTION TRIM(WS-SCR-VALUE)
                   DELIMITED BY SIZE INTO WS-INCLUDE-PATH
               END-STRING
           ELSE
               MOVE WS-SCR-VALUE TO WS-INCLUDE-PATH
           END-IF
           OPEN INPUT SCRIPT-INCLUDE-FILE
           IF WS-INCLUDE-STATUS NOT = "00"
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: #INCLUDE could not open "
                   FUNCTION TRIM(WS-SCR-VALUE)
                   " (file status " WS-INCLUDE-STATUS ")."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SCR-IN-INCLUDE
           MOVE WS-SCR-VALUE TO WS-SCR-INCLUDE-NAME
           MOVE 0 TO WS-SCR-INCLUDE-LINE
           MOVE WS-SCR-MAIN-LINE TO WS-SCR-INCLUDE-AT
           MOVE WS-SCR-MAIN-LINE TO WS-SCR-LINE-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Script: including "
               FUNCTION TRIM(WS-SCR-INCLUDE-NAME)
               " at input line " FUNCTION TRIM(WS-SCR-LINE-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8118-SCRIPT-LOG
           EXIT.

      *>*****************************************************************
      *> 8113-SET-VARIABLE: "#SET NAME=value". Spaces around the name
      *> and value are dropped; the value may use ${...} of variables
      *> already set. Setting a name again replaces its value. Only the
      *> name goes to the session log - values are often passwords.
      *>*****************************************************************
       8113-SET-VARIABLE.
           MOVE 0 TO WS-SCR-EQ-POS
           INSPECT WS-SCR-REST TALLYING WS-SCR-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="
           MOVE SPACES TO WS-SCR-NAME
           IF WS-SCR-EQ-POS > 0 AND WS-SCR-EQ-POS < 200
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-SCR-REST(1:WS-SCR-EQ-POS)))
                   TO WS-SCR-NAME
           END-IF
           MOVE 0 TO WS-SCR-BAD-CHARS
           IF WS-SCR-NAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-NAME))
                   TO WS-SCR-NAME-LEN
               INSPECT WS-SCR-NAME(1:WS-SCR-NAME-LEN)
                   TALLYING WS-SCR-BAD-CHARS
                   FOR ALL " " ALL "$" ALL "{" ALL "}"
           END-IF
           IF WS-SCR-NAME = SPACES
               OR WS-SCR-BAD-CHARS > 0
               OR WS-SCR-NAME(21:) NOT = SPACES
               MOVE "ERROR: #SET needs NAME=value, with a name of up "
                   & "to 20 characters and no spaces." TO WS-OUTPUT-LINE
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCR-LINE
           IF WS-SCR-EQ-POS < 199
               MOVE FUNCTION TRIM(WS-SCR-REST(WS-SCR-EQ-POS + 2:))
                   TO WS-SCR-LINE
           END-IF
           PERFORM 8114-SUBSTITUTE-VARIABLES
           MOVE WS-SCR-OUT TO WS-SCR-VALUE
           IF WS-SCR-VALUE(101:) NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: #SET " FUNCTION TRIM(WS-SCR-NAME)
                   " skipped - values are limited to 100 characters."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8117-SCRIPT-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM 8115-FIND-VARIABLE
           IF WS-SCR-VAR-FOUND = 0
               IF WS-SCR-VAR-COUNT >= WS-SCR-MAX-VARS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "ERROR: #SET " FUNCTION TRIM(WS-SCR-NAME)
                       " skipped - a script may define at most "
                       WS-SCR-MAX-VARS " variables."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8117-SCRIPT-ERROR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCR-VAR-COUNT
               MOVE WS-SCR-VAR-COUNT TO WS-SCR-VAR-FOUND
               MOVE WS-SCR-NAME TO WS-SCR-VAR-NAME(WS-SCR-VAR-FOUND)
           END-IF
           MOVE WS-SCR-VALUE TO WS-SCR-VAR-VALUE(WS-SCR-VAR-FOUND)
           IF WS-SCR-VALUE = SPACES
               MOVE 0 TO WS-SCR-VAR-LEN(WS-SCR-VAR-FOUND)
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SCR-VALUE TRAILING))
                   TO WS-SCR-VAR-LEN(WS-SCR-VAR-FOUND)
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Script: set " FUNCTION TRIM(WS-SCR-NAME)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8118-SCRIPT-LOG
           EXIT.

      *>*****************************************************************
      *> 8114-SUBSTITUTE-VARIABLES: Copy WS-SCR-LINE to WS-SCR-OUT with
      *> each ${NAME} replaced by its value. An unknown name is
      *> reported and left in the line as written, so the prompt that
      *> receives it rejects it visibly rather than silently.
      *>*****************************************************************
       8114-SUBSTITUTE-VARIABLES.
           MOVE WS-SCR-LINE TO WS-SCR-OUT
           MOVE 0 TO WS-SCR-MARKS
           INSPECT WS-SCR-LINE TALLYING WS-SCR-MARKS FOR ALL "${"
           IF WS-SCR-MARKS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SCR-LEN FROM 200 BY -1
               UNTIL WS-SCR-LEN < 2
                   OR WS-SCR-LINE(WS-SCR-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-SCR-OUT
           MOVE 1 TO WS-SCR-OUT-PTR
           MOVE 1 TO WS-SCR-POS
           PERFORM UNTIL WS-SCR-POS > WS-SCR-LEN
               MOVE 0 TO WS-SCR-CLOSE
               IF WS-SCR-POS < WS-SCR-LEN
                   IF WS-SCR-LINE(WS-SCR-POS:2) = "${"
                       PERFORM VARYING WS-SCR-SCAN FROM WS-SCR-POS BY 1
                           UNTIL WS-SCR-SCAN > WS-SCR-LEN
                               OR WS-SCR-CLOSE > 0
                           IF WS-SCR-LINE(WS-SCR-SCAN:1) = "}"
                               MOVE WS-SCR-SCAN TO WS-SCR-CLOSE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-SCR-CLOSE > WS-SCR-POS + 2
                   COMPUTE WS-SCR-NAME-LEN =
                       WS-SCR-CLOSE - WS-SCR-POS - 2
                   MOVE 0 TO WS-SCR-VAR-FOUND
                   IF WS-SCR-NAME-LEN <= 20
                       MOVE FUNCTION UPPER-CASE(
                           WS-SCR-LINE(WS-SCR-POS + 2:WS-SCR-NAME-LEN))
                           TO WS-SCR-NAME
                       PERFORM 8115-FIND-VARIABLE
                   END-IF
                   IF WS-SCR-VAR-FOUND > 0
                       IF WS-SCR-VAR-LEN(WS-SCR-VAR-FOUND) > 0
                           STRING WS-SCR-VAR-VALUE(WS-SCR-VAR-FOUND)
                               (1:WS-SCR-VAR-LEN(WS-SCR-VAR-FOUND))
                               DELIMITED BY SIZE INTO WS-SCR-OUT
                               WITH POINTER WS-SCR-OUT-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "ERROR: script variable "
                           WS-SCR-LINE(WS-SCR-POS:
                               WS-SCR-CLOSE - WS-SCR-POS + 1)
                           " is not set."
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8117-SCRIPT-ERROR
                       STRING WS-SCR-LINE(WS-SCR-POS:
                               WS-SCR-CLOSE - WS-SCR-POS + 1)
                           DELIMITED BY SIZE INTO WS-SCR-OUT
                           WITH POINTER WS-SCR-OUT-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   COMPUTE WS-SCR-POS = WS-SCR-CLOSE + 1
               ELSE
                   STRING WS-SCR-LINE(WS-SCR-POS:1)
                       DELIMITED BY SIZE INTO WS-SCR-OUT
                       WITH POINTER WS-SCR-OUT-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-SCR-POS
               END-IF
           END-PERFORM
           EXIT.

       8115-FIND-VARIABLE.
           MOVE 0 TO WS-SCR-VAR-FOUND
           PERFORM VARYING WS-SCR-VAR-IDX FROM 1 BY 1
               UNTIL WS-SCR-VAR-IDX > WS-SCR-VAR-COUNT
                   OR WS-SCR-VAR-FOUND > 0
               IF WS-SCR-VAR-NAME(WS-SCR-VAR-IDX) = WS-SCR-NAME
                   MOVE WS-SCR-VAR-IDX TO WS-SCR-VAR-FOUND
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 8116-BUILD-SCRIPT-WHERE: "input line n" for a line of
      *> INPUT.TXT itself; "input line n, FILE line m" for a line read
      *> from a fragment, n being the #INCLUDE line.
      *>*****************************************************************
       8116-BUILD-SCRIPT-WHERE.
           MOVE SPACES TO WS-SCR-WHERE
           IF WS-INTERACTIVE-MODE = 1
               STRING "input line " WS-INPUT-LINE-NUM
                   DELIMITED BY SIZE INTO WS-SCR-WHERE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-FROM-INCLUDE = 1
               STRING "input line " WS-SCR-INCLUDE-AT ", "
                   FUNCTION TRIM(WS-SCR-INCLUDE-NAME)
                   " line " WS-SCR-INCLUDE-LINE
                   DELIMITED BY SIZE INTO WS-SCR-WHERE
               END-STRING
           ELSE
               STRING "input line " WS-SCR-MAIN-LINE
                   DELIMITED BY SIZE INTO WS-SCR-WHERE
               END-STRING
           END-IF
           EXIT.

      *>*****************************************************************
      *> 8117-SCRIPT-ERROR: Show the directive error in WS-OUTPUT-LINE;
      *> 8000 appends where it happened. While 1060 replays to a
      *> checkpoint the error was already shown by the earlier run.
      *>*****************************************************************
       8117-SCRIPT-ERROR.
           IF WS-SCR-REPLAY = 1
               MOVE SPACES TO WS-OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SCR-DIRECTIVE-ERR
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-SCR-DIRECTIVE-ERR
           EXIT.

      *>*****************************************************************
      *> 8118-SCRIPT-LOG: Note a directive in the session log only -
      *> the transcript shows what the script did, not how it is built.
      *>*****************************************************************
       8118-SCRIPT-LOG.
           PERFORM 8050-WRITE-SESSION-LOG
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.
