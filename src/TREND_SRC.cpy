      *>*****************************************************************
      *> FILE:    TREND_SRC.cpy
      *> PURPOSE: Month-over-month activity trend. The daily digest
      *>          (3900) gives one day at a time and the capacity
      *>          report (3995) gives today's counts; neither says
      *>          whether usage is growing. This report totals each
      *>          month in a chosen range and prints the change from
      *>          the month before with a text bar. Every measure is
      *>          counted from a file that keeps history, so rows
      *>          purged from the live tables still count:
      *>            new accounts   - journal ADDs to ACCOUNTS.DAT
      *>            logins         - LOGINAUDIT.DAT, result OK
      *>            job postings   - posted date, live jobs plus
      *>                             JOBARCHIVE.DAT
      *>            applications   - journal ADDs to APPLICATIONS.DAT
      *>            messages       - MESSAGES.DAT plus MSGARCHIVE.DAT
      *>                             (first part of each message)
      *>            connections    - journal ADDs to CONNECTIONS.DAT
      *>            event RSVPs    - SESSION.LOG confirmations (seat or
      *>                             waitlist); RSVPS.DAT holds no date
      *>
      *> PARAGRAPHS:
      *>   3020-ACTIVITY-TREND-REPORT - Admin report entry point
      *>   3021-TRD-TALLY            - Add one to WS-TRD-MEASURE in
      *>                               month WS-TRD-KEY, if in range
      *>   3022-TRD-PROMPT-MONTH     - Read a YYYYMM into WS-TRD-YM
      *>   3023-TRD-SCAN-LOGINS      - LOGINAUDIT.DAT
      *>   3024-TRD-SCAN-JOURNALS    - Every JOURNAL_YYYYMMDD.DAT in
      *>                               the range
      *>   3025-TRD-SCAN-POSTINGS    - Live jobs and JOBARCHIVE.DAT
      *>   3026-TRD-SCAN-MESSAGES    - MESSAGES.DAT and MSGARCHIVE.DAT
      *>   3027-TRD-SCAN-SESSION-LOG - SESSION.LOG
      *>   3028-TRD-PRINT-MEASURE    - One measure, month by month
      *>   3029-TRD-READ-LOOP        - One read of the file being
      *>                               scanned (WS-TRD-KDX says which)
      *>
      *> DEPENDENCIES:
      *>   WS-TREND.cpy, main.cob FDs named above, JOURNAL_SRC.cpy
      *>   (journal naming), REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       3020-ACTIVITY-TREND-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TRD-TODAY
           COMPUTE WS-TRD-TO-YM = WS-TRD-TODAY / 100
           MOVE WS-TRD-TO-YM TO WS-TRD-YM
           SUBTRACT 1 FROM WS-TRD-YM-YEAR
           ADD 1 TO WS-TRD-YM-MONTH
           IF WS-TRD-YM-MONTH > 12
               MOVE 1 TO WS-TRD-YM-MONTH
               ADD 1 TO WS-TRD-YM-YEAR
           END-IF
           MOVE WS-TRD-YM TO WS-TRD-FROM-YM

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "From month (YYYYMM, blank = " WS-TRD-FROM-YM "): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 3022-TRD-PROMPT-MONTH
           IF WS-TRD-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-YM > 0
               MOVE WS-TRD-YM TO WS-TRD-FROM-YM
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "To month (YYYYMM, blank = " WS-TRD-TO-YM "): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 3022-TRD-PROMPT-MONTH
           IF WS-TRD-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-YM > 0
               MOVE WS-TRD-YM TO WS-TRD-TO-YM
           END-IF
           IF WS-TRD-FROM-YM > WS-TRD-TO-YM
               MOVE "The from month is after the to month."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

      *>    Lay out the month rows; the slot for any YYYYMM is then
      *>    plain arithmetic from the first one.
           MOVE 0 TO WS-TRD-MONTH-COUNT
           MOVE WS-TRD-FROM-YM TO WS-TRD-YM
           PERFORM UNTIL WS-TRD-YM > WS-TRD-TO-YM
               OR WS-TRD-MONTH-COUNT >= 36
               ADD 1 TO WS-TRD-MONTH-COUNT
               MOVE WS-TRD-YM TO WS-TRD-MONTH-YM(WS-TRD-MONTH-COUNT)
               PERFORM VARYING WS-TRD-KDX FROM 1 BY 1
                   UNTIL WS-TRD-KDX > WS-TRD-MEASURE-COUNT
                   MOVE 0 TO WS-TRD-CNT(WS-TRD-MONTH-COUNT, WS-TRD-KDX)
               END-PERFORM
               ADD 1 TO WS-TRD-YM-MONTH
               IF WS-TRD-YM-MONTH > 12
                   MOVE 1 TO WS-TRD-YM-MONTH
                   ADD 1 TO WS-TRD-YM-YEAR
               END-IF
           END-PERFORM
           IF WS-TRD-YM <= WS-TRD-TO-YM
               MOVE WS-TRD-MONTH-YM(WS-TRD-MONTH-COUNT)
                   TO WS-TRD-TO-YM
               MOVE "Only the first 36 months of the range are shown."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           PERFORM 3023-TRD-SCAN-LOGINS
           PERFORM 3024-TRD-SCAN-JOURNALS
           PERFORM 3025-TRD-SCAN-POSTINGS
           PERFORM 3026-TRD-SCAN-MESSAGES
           PERFORM 3027-TRD-SCAN-SESSION-LOG

           MOVE "ACTIVITY-TREND" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE "--- Month-over-Month Activity Trend ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Months " WS-TRD-FROM-YM " to " WS-TRD-TO-YM
               "; change is against the month before."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-TRD-KDX FROM 1 BY 1
               UNTIL WS-TRD-KDX > WS-TRD-MEASURE-COUNT
               PERFORM 3028-TRD-PRINT-MEASURE
           END-PERFORM
           MOVE WS-TRD-JOURNALS TO WS-TRD-NUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Accounts, applications and connections come from "
               "the journal; " FUNCTION TRIM(WS-TRD-NUM-DISP)
               " daily journal(s) found in the range."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           MOVE "TREND" TO WS-RESULT-TYPE
           MOVE SPACES TO WS-RESULT-KEY
           STRING WS-TRD-FROM-YM "-" WS-TRD-TO-YM
               DELIMITED BY SIZE INTO WS-RESULT-KEY
           END-STRING
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       3021-TRD-TALLY.
           IF WS-TRD-KEY < WS-TRD-FROM-YM
               OR WS-TRD-KEY > WS-TRD-TO-YM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRD-FROM-YM TO WS-TRD-YM
           COMPUTE WS-TRD-SLOT =
               (WS-TRD-KEY-YEAR - WS-TRD-YM-YEAR) * 12
               + WS-TRD-KEY-MONTH - WS-TRD-YM-MONTH + 1
           IF WS-TRD-SLOT >= 1 AND WS-TRD-SLOT <= WS-TRD-MONTH-COUNT
               ADD 1 TO WS-TRD-CNT(WS-TRD-SLOT, WS-TRD-MEASURE)
           END-IF
           EXIT.

       3022-TRD-PROMPT-MONTH.
           MOVE 0 TO WS-TRD-OK
           MOVE 0 TO WS-TRD-YM
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRD-INPUT
           MOVE WS-TRD-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-TRD-INPUT = SPACES
               MOVE 1 TO WS-TRD-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TRD-INPUT) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-TRD-INPUT)) NOT = 6
               MOVE "That is not a YYYYMM month." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRD-INPUT(1:6) TO WS-TRD-YM
           IF WS-TRD-YM-MONTH < 1 OR WS-TRD-YM-MONTH > 12
               MOVE 0 TO WS-TRD-YM
               MOVE "That is not a YYYYMM month." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TRD-OK
           EXIT.

       3023-TRD-SCAN-LOGINS.
           MOVE 2 TO WS-TRD-MEASURE
           OPEN INPUT LOGINAUDIT-FILE
           IF WS-LOGINAUDIT-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TRD-KDX
           MOVE "N" TO WS-TRD-EOF
           PERFORM 3029-TRD-READ-LOOP UNTIL WS-TRD-EOF = "Y"
           CLOSE LOGINAUDIT-FILE
           EXIT.

      *>*****************************************************************
      *> 3024-TRD-SCAN-JOURNALS: The journal is one file per day, so
      *> try every day of every month in the range. Only ADD entries
      *> count: a rewrite that grows a file journals its new lines as
      *> ADDs exactly as an append does.
      *>*****************************************************************
       3024-TRD-SCAN-JOURNALS.
           MOVE 0 TO WS-TRD-JOURNALS
           MOVE 2 TO WS-TRD-KDX
           PERFORM VARYING WS-TRD-MDX FROM 1 BY 1
               UNTIL WS-TRD-MDX > WS-TRD-MONTH-COUNT
               PERFORM VARYING WS-TRD-DAY FROM 1 BY 1
                   UNTIL WS-TRD-DAY > 31
                   MOVE SPACES TO WS-JOURNAL-PATH
                   IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
                       STRING "JOURNAL_"
                           WS-TRD-MONTH-YM(WS-TRD-MDX) WS-TRD-DAY
                           ".DAT"
                           DELIMITED BY SIZE INTO WS-JOURNAL-PATH
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-DATA-DIR) "/JOURNAL_"
                           WS-TRD-MONTH-YM(WS-TRD-MDX) WS-TRD-DAY
                           ".DAT"
                           DELIMITED BY SIZE INTO WS-JOURNAL-PATH
                       END-STRING
                   END-IF
                   OPEN INPUT JOURNAL-FILE
                   IF WS-JOURNAL-STATUS = WS-CONST-FS-OK
                       ADD 1 TO WS-TRD-JOURNALS
                       MOVE "N" TO WS-TRD-EOF
                       PERFORM 3029-TRD-READ-LOOP
                           UNTIL WS-TRD-EOF = "Y"
                       CLOSE JOURNAL-FILE
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       3025-TRD-SCAN-POSTINGS.
           MOVE 3 TO WS-TRD-MEASURE
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-JOB-COUNT
               COMPUTE WS-TRD-KEY = WS-JT-POSTED-DATE(WS-TRD-IDX) / 100
               PERFORM 3021-TRD-TALLY
           END-PERFORM
           OPEN INPUT JOBARCHIVE-FILE
           IF WS-JOBARCH-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO WS-TRD-KDX
           MOVE "N" TO WS-TRD-EOF
           PERFORM 3029-TRD-READ-LOOP UNTIL WS-TRD-EOF = "Y"
           CLOSE JOBARCHIVE-FILE
           EXIT.

       3026-TRD-SCAN-MESSAGES.
           MOVE 5 TO WS-TRD-MEASURE
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS = WS-CONST-FS-OK
               MOVE 4 TO WS-TRD-KDX
               MOVE "N" TO WS-TRD-EOF
               PERFORM 3029-TRD-READ-LOOP UNTIL WS-TRD-EOF = "Y"
               CLOSE MESSAGES-FILE
           END-IF
           OPEN INPUT MSGARCHIVE-FILE
           IF WS-MSGARCH-STATUS = WS-CONST-FS-OK
               MOVE 5 TO WS-TRD-KDX
               MOVE "N" TO WS-TRD-EOF
               PERFORM 3029-TRD-READ-LOOP UNTIL WS-TRD-EOF = "Y"
               CLOSE MSGARCHIVE-FILE
           END-IF
           EXIT.

       3027-TRD-SCAN-SESSION-LOG.
           MOVE 7 TO WS-TRD-MEASURE
           OPEN INPUT SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-TRD-KDX
           MOVE "N" TO WS-TRD-EOF
           PERFORM 3029-TRD-READ-LOOP UNTIL WS-TRD-EOF = "Y"
           CLOSE SESSION-LOG-FILE
           EXIT.

       3028-TRD-PRINT-MEASURE.
           MOVE 0 TO WS-TRD-MAX
           MOVE 0 TO WS-TRD-TOTAL
           PERFORM VARYING WS-TRD-MDX FROM 1 BY 1
               UNTIL WS-TRD-MDX > WS-TRD-MONTH-COUNT
               ADD WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX) TO WS-TRD-TOTAL
               IF WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX) > WS-TRD-MAX
                   MOVE WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX)
                       TO WS-TRD-MAX
               END-IF
           END-PERFORM
           MOVE WS-TRD-TOTAL TO WS-TRD-TOTAL-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-TRD-MEASURE-NAME(WS-TRD-KDX) DELIMITED BY "  "
               " (total " FUNCTION TRIM(WS-TRD-TOTAL-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-TRD-MDX FROM 1 BY 1
               UNTIL WS-TRD-MDX > WS-TRD-MONTH-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE WS-TRD-MONTH-YM(WS-TRD-MDX) TO WS-TRD-YM
               STRING WS-TRD-YM-YEAR "-" WS-TRD-YM-MONTH
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE(3:7)
               END-STRING
               MOVE WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX)
                   TO WS-TRD-NUM-DISP
               MOVE WS-TRD-NUM-DISP TO WS-OUTPUT-LINE(11:7)
               MOVE SPACES TO WS-TRD-CHANGE-TEXT
               IF WS-TRD-MDX > 1
                   MOVE WS-TRD-CNT(WS-TRD-MDX - 1, WS-TRD-KDX)
                       TO WS-TRD-PREV
                   COMPUTE WS-TRD-CHANGE =
                       WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX) - WS-TRD-PREV
                   MOVE WS-TRD-CHANGE TO WS-TRD-CHANGE-DISP
                   IF WS-TRD-PREV > 0
                       COMPUTE WS-TRD-PCT ROUNDED =
                           WS-TRD-CHANGE * 100 / WS-TRD-PREV
                       MOVE WS-TRD-PCT TO WS-TRD-PCT-DISP
                       STRING FUNCTION TRIM(WS-TRD-CHANGE-DISP) " ("
                           FUNCTION TRIM(WS-TRD-PCT-DISP) "%)"
                           DELIMITED BY SIZE INTO WS-TRD-CHANGE-TEXT
                       END-STRING
                   ELSE
                       IF WS-TRD-CHANGE > 0
                           STRING FUNCTION TRIM(WS-TRD-CHANGE-DISP)
                               " (new)"
                               DELIMITED BY SIZE
                               INTO WS-TRD-CHANGE-TEXT
                           END-STRING
                       ELSE
                           MOVE "0" TO WS-TRD-CHANGE-TEXT
                       END-IF
                   END-IF
               END-IF
               MOVE WS-TRD-CHANGE-TEXT TO WS-OUTPUT-LINE(20:16)
               IF WS-TRD-MAX > 0
                   AND WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX) > 0
                   COMPUTE WS-TRD-BAR-LEN =
                       WS-TRD-CNT(WS-TRD-MDX, WS-TRD-KDX) * 30
                       / WS-TRD-MAX
                   IF WS-TRD-BAR-LEN = 0
                       MOVE 1 TO WS-TRD-BAR-LEN
                   END-IF
                   MOVE WS-TRD-BAR(1:WS-TRD-BAR-LEN)
                       TO WS-OUTPUT-LINE(37:WS-TRD-BAR-LEN)
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 3029-TRD-READ-LOOP: One record of the file WS-TRD-KDX names
      *> (1 login audit, 2 journal, 3 job archive, 4 messages,
      *> 5 message archive, 6 session log), tallied into its month.
      *> Driven iteratively by the callers - these files only grow.
      *>*****************************************************************
       3029-TRD-READ-LOOP.
           EVALUATE WS-TRD-KDX
               WHEN 1
                   READ LOGINAUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           IF LA-RESULT = "OK"
                               AND LA-TIMESTAMP(1:4) IS NUMERIC
                               AND LA-TIMESTAMP(6:2) IS NUMERIC
                               MOVE LA-TIMESTAMP(1:4)
                                   TO WS-TRD-KEY-YEAR
                               MOVE LA-TIMESTAMP(6:2)
                                   TO WS-TRD-KEY-MONTH
                               PERFORM 3021-TRD-TALLY
                           END-IF
                   END-READ
               WHEN 2
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           MOVE 0 TO WS-TRD-MEASURE
                           IF JRN-ACTION = "ADD"
                               AND JRN-STAMP(1:6) IS NUMERIC
                               EVALUATE FUNCTION TRIM(JRN-FILE)
                                   WHEN "ACCOUNTS.DAT"
                                       MOVE 1 TO WS-TRD-MEASURE
                                   WHEN "APPLICATIONS.DAT"
                                       MOVE 4 TO WS-TRD-MEASURE
                                   WHEN "CONNECTIONS.DAT"
                                       MOVE 6 TO WS-TRD-MEASURE
                               END-EVALUATE
                           END-IF
                           IF WS-TRD-MEASURE > 0
                               MOVE JRN-STAMP(1:6) TO WS-TRD-KEY
                               PERFORM 3021-TRD-TALLY
                           END-IF
                   END-READ
               WHEN 3
                   READ JOBARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           IF ARCH-POSTED-DATE IS NUMERIC
                               COMPUTE WS-TRD-KEY =
                                   ARCH-POSTED-DATE / 100
                               PERFORM 3021-TRD-TALLY
                           END-IF
                   END-READ
               WHEN 4
                   READ MESSAGES-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           IF (MSG-PART IS NOT NUMERIC
                               OR MSG-PART <= 1)
                               AND MSG-TIMESTAMP(1:4) IS NUMERIC
                               AND MSG-TIMESTAMP(6:2) IS NUMERIC
                               MOVE MSG-TIMESTAMP(1:4)
                                   TO WS-TRD-KEY-YEAR
                               MOVE MSG-TIMESTAMP(6:2)
                                   TO WS-TRD-KEY-MONTH
                               PERFORM 3021-TRD-TALLY
                           END-IF
                   END-READ
               WHEN 5
                   READ MSGARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           IF (MSGA-PART IS NOT NUMERIC
                               OR MSGA-PART <= 1)
                               AND MSGA-TIMESTAMP(1:4) IS NUMERIC
                               AND MSGA-TIMESTAMP(6:2) IS NUMERIC
                               MOVE MSGA-TIMESTAMP(1:4)
                                   TO WS-TRD-KEY-YEAR
                               MOVE MSGA-TIMESTAMP(6:2)
                                   TO WS-TRD-KEY-MONTH
                               PERFORM 3021-TRD-TALLY
                           END-IF
                   END-READ
               WHEN 6
                   READ SESSION-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-TRD-EOF
                       NOT AT END
                           IF SESSION-LOG-RECORD(1:1) = "["
                               AND SESSION-LOG-RECORD(2:4) IS NUMERIC
                               AND SESSION-LOG-RECORD(7:2) IS NUMERIC
                               MOVE 0 TO WS-TRD-HIT-COUNT
                               INSPECT SESSION-LOG-RECORD TALLYING
                                   WS-TRD-HIT-COUNT FOR ALL
                                   "RSVP recorded."
                                   "you are on the WAITLIST"
                               IF WS-TRD-HIT-COUNT > 0
                                   MOVE SESSION-LOG-RECORD(2:4)
                                       TO WS-TRD-KEY-YEAR
                                   MOVE SESSION-LOG-RECORD(7:2)
                                       TO WS-TRD-KEY-MONTH
                                   PERFORM 3021-TRD-TALLY
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE
           EXIT.
