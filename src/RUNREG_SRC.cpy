      *>*****************************************************************
      *> FILE:    RUNREG_SRC.cpy
      *> PURPOSE: Run registry. Every execution appends a START row to
      *>          RUNREG.DAT as soon as it holds the data lock and its
      *>          mode, input and resume point are known, and an END
      *>          row from 9000 once the balancing summary and alert
      *>          count are in. The END row carries lines processed,
      *>          the rows loaded and on disk per balancing file, the
      *>          alert and reject counts and the run's outcome, so
      *>          "did last Tuesday's housekeeping finish?" is one
      *>          report instead of a dig through SESSION.LOG.
      *>
      *>          A START with no END is a run that died (or is still
      *>          going - the current session is shown as RUNNING).
      *>          A dry run records into the live registry, not the
      *>          scratch copy, so it shows in the history too.
      *>
      *>          Outcomes, worst first:
      *>            INVALID    - dry run with validation errors
      *>            FAILED     - housekeeping step(s) failed (RC 8)
      *>            UNBALANCED - a file out of balance at shutdown
      *>            WARNINGS   - I/O alerts or load rejects
      *>            COMPLETED  - none of the above
      *>
      *> PARAGRAPHS:
      *>   1085-RUNREG-START          - START row (1000-INITIALIZE)
      *>   1086-RUNREG-APPEND         - WS-RRG-ROW -> RUNREG.DAT
      *>   9066-RUNREG-END            - END row (9000-TERMINATE)
      *>   9070-RUN-HISTORY-REPORT    - Admin menu, spooled report
      *>   9071-PROMPT-RRG-DATE       - One YYYYMMDD answer
      *>   9072-READ-RUNREG-ROW       - One registry row
      *>   9073-RRG-OPEN-RUN          - START row -> open table
      *>   9074-RRG-CLOSE-RUN         - END row: drop from open table
      *>   9075-RRG-PRINT-RUN         - Filter, tally and print one run
      *>   9076-RRG-PRINT-OPEN        - Open entry WS-RRG-IDX -> print
      *>
      *> DEPENDENCIES:
      *>   WS-RUNREG.cpy, RUNREG-FILE, WS-BALANCE.cpy (snapshot rows),
      *>   BALANCE_SRC.cpy (9061 fills WS-RRG-DISK),
      *>   REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

      *>*****************************************************************
      *> 1085-RUNREG-START: Housekeeping is not switched on until the
      *> end of 1000, so its environment flag is read here as well.
      *>*****************************************************************
       1085-RUNREG-START.
           INITIALIZE WS-RRG-DISK-TABLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RRG-START-STAMP

           MOVE SPACES TO WS-HKP-FLAG-TEXT
           ACCEPT WS-HKP-FLAG-TEXT FROM ENVIRONMENT
               "INCOLLEGE_HOUSEKEEPING"
           EVALUATE TRUE
               WHEN WS-DRYRUN-ACTIVE = 1
                   MOVE "DRY-RUN" TO WS-RRG-MODE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HKP-FLAG-TEXT))
                   = "Y"
                   MOVE "HOUSEKEEPING" TO WS-RRG-MODE
               WHEN WS-INTERACTIVE-MODE = 1
                   MOVE "INTERACTIVE" TO WS-RRG-MODE
               WHEN OTHER
                   MOVE "BATCH" TO WS-RRG-MODE
           END-EVALUATE

           IF WS-INTERACTIVE-MODE = 1
               MOVE "TERMINAL" TO WS-RRG-INPUT
           ELSE
               MOVE WS-INPUT-PATH TO WS-RRG-INPUT
           END-IF

           INITIALIZE WS-RRG-ROW
           MOVE "START" TO WS-RRG-R-KIND
           MOVE WS-SESSION-ID TO WS-RRG-R-SESSION-ID
           MOVE WS-RRG-START-STAMP TO WS-RRG-R-START-STAMP
           MOVE WS-RRG-MODE TO WS-RRG-R-MODE
           MOVE WS-RRG-INPUT TO WS-RRG-R-INPUT
           MOVE WS-RESUME-LINE-NUM TO WS-RRG-R-RESUMED-AFTER
           PERFORM 1086-RUNREG-APPEND
           EXIT.

       1086-RUNREG-APPEND.
           OPEN EXTEND RUNREG-FILE
           IF WS-RUNREG-STATUS = WS-CONST-FS-NOT-FOUND
               CLOSE RUNREG-FILE
               OPEN OUTPUT RUNREG-FILE
               CLOSE RUNREG-FILE
               OPEN EXTEND RUNREG-FILE
           END-IF
           IF WS-RUNREG-STATUS NOT = WS-CONST-FS-OK
               MOVE "RUNREG.DAT" TO WS-ALERT-FILE
               MOVE "OPEN-EXTEND" TO WS-ALERT-OP
               MOVE WS-RUNREG-STATUS TO WS-ALERT-FSTAT
               PERFORM 8500-RAISE-IO-ALERT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RRG-ROW TO RRG-RECORD
           WRITE RRG-RECORD
           CLOSE RUNREG-FILE
           EXIT.

      *>*****************************************************************
      *> 9066-RUNREG-END: Runs after 9060/9065, so the balancing disk
      *> counts and the session alert count are final. Lines processed
      *> exclude the ones a resumed run skipped.
      *>*****************************************************************
       9066-RUNREG-END.
           INITIALIZE WS-RRG-ROW
           MOVE "END" TO WS-RRG-R-KIND
           MOVE WS-SESSION-ID TO WS-RRG-R-SESSION-ID
           MOVE WS-RRG-START-STAMP TO WS-RRG-R-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RRG-R-END-STAMP
           MOVE WS-RRG-MODE TO WS-RRG-R-MODE
           MOVE WS-RRG-INPUT TO WS-RRG-R-INPUT
           MOVE WS-RESUME-LINE-NUM TO WS-RRG-R-RESUMED-AFTER
           IF WS-INPUT-LINE-NUM > WS-RESUME-LINE-NUM
               COMPUTE WS-RRG-R-LINES =
                   WS-INPUT-LINE-NUM - WS-RESUME-LINE-NUM
           END-IF
           MOVE WS-ALERT-SESSION-COUNT TO WS-RRG-R-ALERTS
           MOVE WS-REJ-RUN-COUNT TO WS-RRG-R-REJECTS
           MOVE WS-BAL-BAD-COUNT TO WS-RRG-R-UNBALANCED
           MOVE WS-DRYRUN-ERROR-COUNT TO WS-RRG-R-DRY-ERRORS

           EVALUATE TRUE
               WHEN WS-DRYRUN-ACTIVE = 1 AND WS-DRYRUN-ERROR-COUNT > 0
                   MOVE "INVALID" TO WS-RRG-R-OUTCOME
               WHEN WS-HKP-ERROR-COUNT > 0
                   MOVE "FAILED" TO WS-RRG-R-OUTCOME
               WHEN WS-BAL-BAD-COUNT > 0
                   MOVE "UNBALANCED" TO WS-RRG-R-OUTCOME
               WHEN WS-ALERT-SESSION-COUNT > 0 OR WS-REJ-RUN-COUNT > 0
                   MOVE "WARNINGS" TO WS-RRG-R-OUTCOME
               WHEN OTHER
                   MOVE "COMPLETED" TO WS-RRG-R-OUTCOME
           END-EVALUATE

           MOVE 0 TO WS-RRG-R-FILE-COUNT
           PERFORM VARYING WS-RRG-IDX FROM 1 BY 1
               UNTIL WS-RRG-IDX > WS-BAL-SNAP-USED
                  OR WS-RRG-IDX > WS-CONST-RUNREG-FILE-SLOTS
               ADD 1 TO WS-RRG-R-FILE-COUNT
               MOVE WS-BAL-SNAP-NAME(WS-RRG-IDX)
                   TO WS-RRG-R-FILE-NAME(WS-RRG-IDX)
               IF WS-BAL-SNAP-TAKEN(WS-RRG-IDX) = 1
                   MOVE "Y" TO WS-RRG-R-FILE-CHECKED(WS-RRG-IDX)
                   MOVE WS-BAL-SNAP-LOADED(WS-RRG-IDX)
                       TO WS-RRG-R-FILE-LOADED(WS-RRG-IDX)
                   MOVE WS-RRG-DISK(WS-RRG-IDX)
                       TO WS-RRG-R-FILE-ON-DISK(WS-RRG-IDX)
               ELSE
                   MOVE "N" TO WS-RRG-R-FILE-CHECKED(WS-RRG-IDX)
               END-IF
           END-PERFORM

           PERFORM 1086-RUNREG-APPEND

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Run " WS-SESSION-ID " recorded in the run registry"
               " as " FUNCTION TRIM(WS-RRG-R-OUTCOME) "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 9070-RUN-HISTORY-REPORT: Runs are listed in the order they
      *> finished; runs with no END row follow at the bottom. The date
      *> range applies to the day each run started.
      *>*****************************************************************
       9070-RUN-HISTORY-REPORT.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "--- Run History ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-RRG-FROM-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RRG-TO-DATE
           MOVE "From date (YYYYMMDD, blank = beginning of time): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 9071-PROMPT-RRG-DATE
           IF WS-RRG-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RRG-ANSWER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RRG-ANSWER) TO WS-RRG-FROM-DATE
           END-IF
           MOVE "Through date (YYYYMMDD, blank = today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 9071-PROMPT-RRG-DATE
           IF WS-RRG-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RRG-ANSWER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RRG-ANSWER) TO WS-RRG-TO-DATE
           END-IF
           IF WS-RRG-FROM-DATE > WS-RRG-TO-DATE
               MOVE "The start date is after the end date."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Outcome (COMPLETED, WARNINGS, UNBALANCED, FAILED, "
               & "INVALID, INCOMPLETE; blank = all): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-RRG-OUTCOME-FILTER
           MOVE WS-RRG-OUTCOME-FILTER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RRG-OUTCOME-FILTER NOT = SPACES
               AND NOT = "COMPLETED" AND NOT = "WARNINGS"
               AND NOT = "UNBALANCED" AND NOT = "FAILED"
               AND NOT = "INVALID" AND NOT = "INCOMPLETE"
               AND NOT = "RUNNING"
               MOVE "Unknown outcome." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Show rows loaded and on disk per file? (Y/N): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1))
               TO WS-RRG-SHOW-FILES
           MOVE WS-RRG-SHOW-FILES TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "RUN-HISTORY" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Run history " WS-RRG-FROM-DATE " - " WS-RRG-TO-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RRG-OUTCOME-FILTER NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Outcome: " FUNCTION TRIM(WS-RRG-OUTCOME-FILTER)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE 0 TO WS-RRG-OPEN-COUNT
           MOVE 0 TO WS-RRG-LISTED
           MOVE 0 TO WS-RRG-CNT-COMPLETED
           MOVE 0 TO WS-RRG-CNT-WARNINGS
           MOVE 0 TO WS-RRG-CNT-UNBALANCED
           MOVE 0 TO WS-RRG-CNT-FAILED
           MOVE 0 TO WS-RRG-CNT-INVALID
           MOVE 0 TO WS-RRG-CNT-INCOMPLETE
           MOVE 0 TO WS-RRG-CNT-RUNNING

      *>    The registry grows by two rows a run and is never trimmed,
      *>    so it is read by a plain loop rather than by recursion.
           MOVE "N" TO WS-RUNREG-EOF
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS = WS-CONST-FS-OK
               PERFORM 9072-READ-RUNREG-ROW
                   UNTIL WS-RUNREG-EOF = "Y"
               CLOSE RUNREG-FILE
           END-IF

           PERFORM VARYING WS-RRG-IDX FROM 1 BY 1
               UNTIL WS-RRG-IDX > WS-RRG-OPEN-COUNT
               PERFORM 9076-RRG-PRINT-OPEN
           END-PERFORM

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RRG-LISTED = 0
               MOVE "No runs match." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE WS-RRG-LISTED TO WS-RRG-N1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Runs listed: " FUNCTION TRIM(WS-RRG-N1)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  Completed " WS-RRG-CNT-COMPLETED
                   "  Warnings " WS-RRG-CNT-WARNINGS
                   "  Unbalanced " WS-RRG-CNT-UNBALANCED
                   "  Failed " WS-RRG-CNT-FAILED
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  Invalid " WS-RRG-CNT-INVALID
                   "  Incomplete " WS-RRG-CNT-INCOMPLETE
                   "  Running " WS-RRG-CNT-RUNNING
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM 8410-END-REPORT

           MOVE "RUNHIST" TO WS-RESULT-TYPE
           MOVE WS-RRG-LISTED TO WS-RRG-N1
           MOVE FUNCTION TRIM(WS-RRG-N1) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       9071-PROMPT-RRG-DATE.
           MOVE 0 TO WS-RRG-OK
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RRG-ANSWER
           MOVE WS-RRG-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RRG-ANSWER NOT = SPACES
               IF FUNCTION TRIM(WS-RRG-ANSWER) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-RRG-ANSWER))
                       NOT = 8
                   MOVE "That is not a YYYYMMDD date." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-RRG-OK
           EXIT.

       9072-READ-RUNREG-ROW.
           READ RUNREG-FILE
               AT END
                   MOVE "Y" TO WS-RUNREG-EOF
               NOT AT END
                   MOVE RRG-RECORD TO WS-RRG-ROW
                   EVALUATE WS-RRG-R-KIND
                       WHEN "START"
                           PERFORM 9073-RRG-OPEN-RUN
                       WHEN "END"
                           PERFORM 9074-RRG-CLOSE-RUN
                           PERFORM 9075-RRG-PRINT-RUN
                   END-EVALUATE
           END-READ
           EXIT.

      *>*****************************************************************
      *> 9073-RRG-OPEN-RUN: Hold a START until its END turns up. If
      *> more runs than the table holds are open at once, the oldest
      *> can no longer be waited for and is printed as incomplete.
      *>*****************************************************************
       9073-RRG-OPEN-RUN.
           IF WS-RRG-OPEN-COUNT >= WS-CONST-MAX-OPEN-RUNS
               MOVE 1 TO WS-RRG-IDX
               PERFORM 9076-RRG-PRINT-OPEN
               PERFORM VARYING WS-RRG-JDX FROM 2 BY 1
                   UNTIL WS-RRG-JDX > WS-RRG-OPEN-COUNT
                   MOVE WS-RRG-OPEN-ENTRY(WS-RRG-JDX)
                       TO WS-RRG-OPEN-ENTRY(WS-RRG-JDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-RRG-OPEN-COUNT
               MOVE RRG-RECORD TO WS-RRG-ROW
           END-IF
           ADD 1 TO WS-RRG-OPEN-COUNT
           MOVE WS-RRG-R-SESSION-ID
               TO WS-RRG-OPEN-SESSION(WS-RRG-OPEN-COUNT)
           MOVE WS-RRG-R-START-STAMP
               TO WS-RRG-OPEN-START(WS-RRG-OPEN-COUNT)
           MOVE WS-RRG-R-MODE TO WS-RRG-OPEN-MODE(WS-RRG-OPEN-COUNT)
           MOVE WS-RRG-R-INPUT TO WS-RRG-OPEN-INPUT(WS-RRG-OPEN-COUNT)
           MOVE WS-RRG-R-RESUMED-AFTER
               TO WS-RRG-OPEN-RESUMED(WS-RRG-OPEN-COUNT)
           EXIT.

      *>*****************************************************************
      *> 9074-RRG-CLOSE-RUN: The END row carries everything the START
      *> did, so an END whose START was lost still prints in full.
      *>*****************************************************************
       9074-RRG-CLOSE-RUN.
           MOVE 0 TO WS-RRG-OK
           PERFORM VARYING WS-RRG-IDX FROM 1 BY 1
               UNTIL WS-RRG-IDX > WS-RRG-OPEN-COUNT OR WS-RRG-OK = 1
               IF WS-RRG-OPEN-SESSION(WS-RRG-IDX) = WS-RRG-R-SESSION-ID
                   AND WS-RRG-OPEN-START(WS-RRG-IDX)
                       = WS-RRG-R-START-STAMP
                   PERFORM VARYING WS-RRG-JDX FROM WS-RRG-IDX BY 1
                       UNTIL WS-RRG-JDX >= WS-RRG-OPEN-COUNT
                       MOVE WS-RRG-OPEN-ENTRY(WS-RRG-JDX + 1)
                           TO WS-RRG-OPEN-ENTRY(WS-RRG-JDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-RRG-OPEN-COUNT
                   MOVE 1 TO WS-RRG-OK
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 9075-RRG-PRINT-RUN: WS-RRG-ROW -> two lines, plus one per
      *> balancing file when asked, if it passes the filters.
      *>*****************************************************************
       9075-RRG-PRINT-RUN.
           MOVE WS-RRG-R-START-STAMP(1:8) TO WS-RRG-ROW-DATE-X
           IF WS-RRG-ROW-DATE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-RRG-ROW-DATE < WS-RRG-FROM-DATE
               OR WS-RRG-ROW-DATE > WS-RRG-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RRG-OUTCOME-FILTER NOT = SPACES
               AND WS-RRG-OUTCOME-FILTER NOT = WS-RRG-R-OUTCOME
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RRG-LISTED
           EVALUATE WS-RRG-R-OUTCOME
               WHEN "COMPLETED"  ADD 1 TO WS-RRG-CNT-COMPLETED
               WHEN "WARNINGS"   ADD 1 TO WS-RRG-CNT-WARNINGS
               WHEN "UNBALANCED" ADD 1 TO WS-RRG-CNT-UNBALANCED
               WHEN "FAILED"     ADD 1 TO WS-RRG-CNT-FAILED
               WHEN "INVALID"    ADD 1 TO WS-RRG-CNT-INVALID
               WHEN "INCOMPLETE" ADD 1 TO WS-RRG-CNT-INCOMPLETE
               WHEN "RUNNING"    ADD 1 TO WS-RRG-CNT-RUNNING
           END-EVALUATE

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-RRG-R-END-STAMP = SPACES
               STRING "Session " WS-RRG-R-SESSION-ID
                   "  " FUNCTION TRIM(WS-RRG-R-MODE)
                   "  started " WS-RRG-R-START-STAMP(1:8) " "
                   WS-RRG-R-START-STAMP(9:6)
                   "  no end recorded  "
                   FUNCTION TRIM(WS-RRG-R-OUTCOME)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "Session " WS-RRG-R-SESSION-ID
                   "  " FUNCTION TRIM(WS-RRG-R-MODE)
                   "  " WS-RRG-R-START-STAMP(1:8) " "
                   WS-RRG-R-START-STAMP(9:6)
                   " to " WS-RRG-R-END-STAMP(1:8) " "
                   WS-RRG-R-END-STAMP(9:6)
                   "  " FUNCTION TRIM(WS-RRG-R-OUTCOME)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Input: " FUNCTION TRIM(WS-RRG-R-INPUT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RRG-R-END-STAMP NOT = SPACES
               MOVE WS-RRG-R-LINES TO WS-RRG-N1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  Lines processed " FUNCTION TRIM(WS-RRG-N1)
                   "  alerts " WS-RRG-R-ALERTS
                   "  load rejects " WS-RRG-R-REJECTS
                   "  files out of balance " WS-RRG-R-UNBALANCED
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-RRG-R-RESUMED-AFTER > 0
               MOVE WS-RRG-R-RESUMED-AFTER TO WS-RRG-N2
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  Resumed after input line "
                   FUNCTION TRIM(WS-RRG-N2)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-RRG-R-MODE = "DRY-RUN" AND WS-RRG-R-END-STAMP NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  Validation errors " WS-RRG-R-DRY-ERRORS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           IF WS-RRG-SHOW-FILES = "Y"
               PERFORM VARYING WS-RRG-JDX FROM 1 BY 1
                   UNTIL WS-RRG-JDX > WS-RRG-R-FILE-COUNT
                      OR WS-RRG-JDX > WS-CONST-RUNREG-FILE-SLOTS
                   MOVE SPACES TO WS-OUTPUT-LINE
                   IF WS-RRG-R-FILE-CHECKED(WS-RRG-JDX) = "Y"
                       MOVE WS-RRG-R-FILE-LOADED(WS-RRG-JDX)
                           TO WS-RRG-N3
                       MOVE WS-RRG-R-FILE-ON-DISK(WS-RRG-JDX)
                           TO WS-RRG-N2
                       STRING "    "
                           WS-RRG-R-FILE-NAME(WS-RRG-JDX)
                           " loaded " WS-RRG-N3
                           "  on disk " WS-RRG-N2
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   ELSE
                       STRING "    "
                           WS-RRG-R-FILE-NAME(WS-RRG-JDX)
                           " not loaded"
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8000-WRITE-OUTPUT
               END-PERFORM
           END-IF
           EXIT.

      *>*****************************************************************
      *> 9076-RRG-PRINT-OPEN: A run with a START and no END. This
      *> session's own START is still running; any other never
      *> finished.
      *>*****************************************************************
       9076-RRG-PRINT-OPEN.
           INITIALIZE WS-RRG-ROW
           MOVE "START" TO WS-RRG-R-KIND
           MOVE WS-RRG-OPEN-SESSION(WS-RRG-IDX) TO WS-RRG-R-SESSION-ID
           MOVE WS-RRG-OPEN-START(WS-RRG-IDX) TO WS-RRG-R-START-STAMP
           MOVE WS-RRG-OPEN-MODE(WS-RRG-IDX) TO WS-RRG-R-MODE
           MOVE WS-RRG-OPEN-INPUT(WS-RRG-IDX) TO WS-RRG-R-INPUT
           MOVE WS-RRG-OPEN-RESUMED(WS-RRG-IDX)
               TO WS-RRG-R-RESUMED-AFTER
           MOVE SPACES TO WS-RRG-R-END-STAMP
           IF WS-RRG-R-SESSION-ID = WS-SESSION-ID
               AND WS-RRG-R-START-STAMP = WS-RRG-START-STAMP
               MOVE "RUNNING" TO WS-RRG-R-OUTCOME
           ELSE
               MOVE "INCOMPLETE" TO WS-RRG-R-OUTCOME
           END-IF
           PERFORM 9075-RRG-PRINT-RUN
           EXIT.
