      *>*****************************************************************
      *> FILE:    EXTAPP_SRC.cpy
      *> PURPOSE: Off-platform applications. Most students apply to
      *>          far more places than the job board carries, so their
      *>          list here, their calendar and what advisers see
      *>          show only part of the search. A student or alumnus
      *>          logs each outside application - company, role, date
      *>          applied, where they found it and how it stands - and
      *>          an interview date once they have one. The rows are
      *>          listed beside in-system applications (5340), their
      *>          interviews go on My Calendar (6810), and the adviser
      *>          dashboard, the students-at-risk report and the cohort
      *>          funnel count them, always marked self-reported. They
      *>          never reach MILESTONE.DAT, which records only what
      *>          the system itself saw.
      *>
      *> PARAGRAPHS:
      *>   4140-LOAD-EXTAPPS / 4141 loop
      *>   4142-REWRITE-EXTAPPS        - Crash-safe full rewrite
      *>   4143-EXTAPPS-MENU           - Jobs menu entry point
      *>   4144-LIST-MY-EXTAPPS        - Numbered list of own rows
      *>   4145-LOG-EXTAPP             - Record a new application
      *>   4146-UPDATE-EXTAPP          - Status and interview date
      *>   4147-REMOVE-EXTAPP
      *>   4148-PROMPT-EXTAPP-STATUS   - WS-EXA-STATUS-IDX (0 = none)
      *>   4149-PROMPT-EXTAPP-INTERVIEW - Interview date and time into
      *>                                 WS-EXA-NEW-IVW-DATE/-TIME
      *>   4150-SHOW-USER-EXTAPPS      - WS-EXA-CHECK-USER's rows, for
      *>                                 5340 and the adviser view
      *>   4151-TALLY-USER-EXTAPPS     - WS-EXA-USER-* for
      *>                                 WS-EXA-CHECK-USER
      *>   4152-PRINT-EXTAPP-ROW       - One row (WS-EXA-IDX)
      *>   4153-COHORT-SELF-REPORTED   - Cohort funnel section
      *>   4154-VALIDATE-EXTAPP-DATE   - WS-EXA-INPUT as YYYYMMDD
      *>   4155-PICK-EXTAPP            - WS-EXA-SEL-IDX (0 = none)
      *>
      *> DEPENDENCIES:
      *>   WS-EXTAPP.cpy, main.cob (EXTAPPS-FILE), ACCTINDEX_SRC.cpy
      *>   (3262), WS-MILESTONE.cpy (4153)
      *>*****************************************************************

       4140-LOAD-EXTAPPS.
           MOVE 0 TO WS-EXA-COUNT
           MOVE 1 TO WS-EXA-NEXT-ID
           MOVE "N" TO WS-EXTAPPS-EOF
           OPEN INPUT EXTAPPS-FILE
           IF WS-EXTAPPS-STATUS = WS-CONST-FS-OK
               PERFORM 4141-READ-EXTAPPS-LOOP
                   UNTIL WS-EXTAPPS-EOF = "Y"
               CLOSE EXTAPPS-FILE
           END-IF
           EXIT.

       4141-READ-EXTAPPS-LOOP.
           READ EXTAPPS-FILE
               AT END
                   MOVE "Y" TO WS-EXTAPPS-EOF
               NOT AT END
                   IF WS-EXA-COUNT < WS-CONST-MAX-EXTAPPS
                       AND EXA-ID IS NUMERIC
                       AND FUNCTION TRIM(EXA-USERNAME) NOT = SPACES
                       ADD 1 TO WS-EXA-COUNT
                       MOVE EXA-ID       TO WS-EXA-ID(WS-EXA-COUNT)
                       MOVE EXA-USERNAME
                           TO WS-EXA-USERNAME(WS-EXA-COUNT)
                       MOVE EXA-COMPANY  TO WS-EXA-COMPANY(WS-EXA-COUNT)
                       MOVE EXA-ROLE     TO WS-EXA-ROLE(WS-EXA-COUNT)
                       MOVE EXA-SOURCE   TO WS-EXA-SOURCE(WS-EXA-COUNT)
                       MOVE EXA-STATUS   TO WS-EXA-STATUS(WS-EXA-COUNT)
                       IF WS-EXA-STATUS(WS-EXA-COUNT) = SPACES
                           MOVE "APPLIED"
                               TO WS-EXA-STATUS(WS-EXA-COUNT)
                       END-IF
                       IF EXA-APPLIED IS NUMERIC
                           MOVE EXA-APPLIED
                               TO WS-EXA-APPLIED(WS-EXA-COUNT)
                       ELSE
                           MOVE 0 TO WS-EXA-APPLIED(WS-EXA-COUNT)
                       END-IF
                       IF EXA-IVW-DATE IS NUMERIC
                           MOVE EXA-IVW-DATE
                               TO WS-EXA-IVW-DATE(WS-EXA-COUNT)
                       ELSE
                           MOVE 0 TO WS-EXA-IVW-DATE(WS-EXA-COUNT)
                       END-IF
                       MOVE EXA-IVW-TIME
                           TO WS-EXA-IVW-TIME(WS-EXA-COUNT)
                       IF EXA-UPDATED IS NUMERIC
                           MOVE EXA-UPDATED
                               TO WS-EXA-UPDATED(WS-EXA-COUNT)
                       ELSE
                           MOVE 0 TO WS-EXA-UPDATED(WS-EXA-COUNT)
                       END-IF
                       IF EXA-ID >= WS-EXA-NEXT-ID
                           COMPUTE WS-EXA-NEXT-ID = EXA-ID + 1
                       END-IF
                   END-IF
           END-READ
           EXIT.

       4142-REWRITE-EXTAPPS.
           MOVE WS-EXTAPPS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-EXTAPPS-TMP-PATH TO WS-EXTAPPS-PATH
           OPEN OUTPUT EXTAPPS-FILE
           IF WS-EXTAPPS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EXTAPPS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite EXTAPPS.DAT. "
                   "STATUS=" WS-EXTAPPS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               MOVE WS-EXA-ID(WS-EXA-IDX)       TO EXA-ID
               MOVE WS-EXA-USERNAME(WS-EXA-IDX) TO EXA-USERNAME
               MOVE WS-EXA-COMPANY(WS-EXA-IDX)  TO EXA-COMPANY
               MOVE WS-EXA-ROLE(WS-EXA-IDX)     TO EXA-ROLE
               MOVE WS-EXA-APPLIED(WS-EXA-IDX)  TO EXA-APPLIED
               MOVE WS-EXA-SOURCE(WS-EXA-IDX)   TO EXA-SOURCE
               MOVE WS-EXA-STATUS(WS-EXA-IDX)   TO EXA-STATUS
               MOVE WS-EXA-IVW-DATE(WS-EXA-IDX) TO EXA-IVW-DATE
               MOVE WS-EXA-IVW-TIME(WS-EXA-IDX) TO EXA-IVW-TIME
               MOVE WS-EXA-UPDATED(WS-EXA-IDX)  TO EXA-UPDATED
               WRITE EXA-RECORD
           END-PERFORM
           CLOSE EXTAPPS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-EXTAPPS-PATH
           MOVE "EXTAPPS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-EXTAPPS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-EXTAPPS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-EXTAPPS-TMP-PATH
               WS-EXTAPPS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace EXTAPPS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4143-EXTAPPS-MENU: Job Search/Internship menu option for
      *> students and alumni.
      *>*****************************************************************
       4143-EXTAPPS-MENU.
           IF NOT ROLE-STUDENT AND NOT ROLE-ALUMNI
               MOVE "Off-platform applications are tracked for "
                   & "student and alumni accounts." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO WS-EXA-ACTION
           PERFORM UNTIL WS-EXA-ACTION = "5"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Off-Platform Applications ---"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List My Off-Platform Applications"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Log an Application Made Elsewhere"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Update Status or Interview Date"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Remove an Application" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-5): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-ACTION
               MOVE WS-EXA-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-EXA-ACTION
                   WHEN "1"
                       PERFORM 4144-LIST-MY-EXTAPPS
                   WHEN "2"
                       PERFORM 4145-LOG-EXTAPP
                   WHEN "3"
                       PERFORM 4146-UPDATE-EXTAPP
                   WHEN "4"
                       PERFORM 4147-REMOVE-EXTAPP
                   WHEN "5"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4144-LIST-MY-EXTAPPS: Number the signed-on user's rows into
      *> WS-EXA-INDEX-MAP (WS-EXA-DISP-COUNT of them) and print them.
      *>*****************************************************************
       4144-LIST-MY-EXTAPPS.
           MOVE 0 TO WS-EXA-DISP-COUNT
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               IF FUNCTION TRIM(WS-EXA-USERNAME(WS-EXA-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-EXA-DISP-COUNT
                   MOVE WS-EXA-IDX
                       TO WS-EXA-INDEX-MAP(WS-EXA-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-EXA-DISP-COUNT = 0
               MOVE "You have not logged any off-platform "
                   & "applications." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "--- My Off-Platform Applications (self-reported) ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-EXA-CHOICE FROM 1 BY 1
               UNTIL WS-EXA-CHOICE > WS-EXA-DISP-COUNT
               MOVE WS-EXA-INDEX-MAP(WS-EXA-CHOICE) TO WS-EXA-IDX
               PERFORM 4152-PRINT-EXTAPP-ROW
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4145-LOG-EXTAPP: Company and role are required; the date
      *> applied defaults to today and may not be in the future. An
      *> application logged as INTERVIEWING is asked for its date.
      *>*****************************************************************
       4145-LOG-EXTAPP.
           IF WS-EXA-COUNT >= WS-CONST-MAX-EXTAPPS
               MOVE "Off-platform application storage is full."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXA-TODAY

           MOVE "Company: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-NEW-COMPANY
           MOVE WS-EXA-NEW-COMPANY TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-NEW-COMPANY = SPACES
               MOVE "Company cannot be blank." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Role / job title: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-NEW-ROLE
           MOVE WS-EXA-NEW-ROLE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-NEW-ROLE = SPACES
               MOVE "Role cannot be blank." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Date applied (YYYYMMDD, blank = today): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-INPUT
           MOVE WS-EXA-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-INPUT = SPACES
               MOVE WS-EXA-TODAY TO WS-EXA-NEW-APPLIED
           ELSE
               PERFORM 4154-VALIDATE-EXTAPP-DATE
               IF WS-EXA-DATE-OK = 0
                   MOVE "Invalid date. Must be YYYYMMDD. Nothing "
                       & "logged." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               IF WS-EXA-DATE-VAL > WS-EXA-TODAY
                   MOVE "The date applied cannot be in the future. "
                       & "Nothing logged." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EXA-DATE-VAL TO WS-EXA-NEW-APPLIED
           END-IF

           MOVE "Where you found it (e.g. company site, referral, "
               & "career fair; blank = not given): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-NEW-SOURCE
           MOVE WS-EXA-NEW-SOURCE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-NEW-SOURCE = SPACES
               MOVE "Not given" TO WS-EXA-NEW-SOURCE
           END-IF

           MOVE "Current status (blank = APPLIED):" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 4148-PROMPT-EXTAPP-STATUS
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-STATUS-IDX = 0
               MOVE 1 TO WS-EXA-STATUS-IDX
           END-IF

           MOVE 0 TO WS-EXA-NEW-IVW-DATE
           MOVE SPACES TO WS-EXA-NEW-IVW-TIME
           IF WS-EXA-STATUS-NAME(WS-EXA-STATUS-IDX) = "INTERVIEWING"
               PERFORM 4149-PROMPT-EXTAPP-INTERVIEW
               IF WS-PROGRAM-RUNNING = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-EXA-COUNT
           MOVE WS-EXA-NEXT-ID TO WS-EXA-ID(WS-EXA-COUNT)
           ADD 1 TO WS-EXA-NEXT-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-EXA-USERNAME(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-COMPANY TO WS-EXA-COMPANY(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-ROLE TO WS-EXA-ROLE(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-APPLIED TO WS-EXA-APPLIED(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-SOURCE TO WS-EXA-SOURCE(WS-EXA-COUNT)
           MOVE WS-EXA-STATUS-NAME(WS-EXA-STATUS-IDX)
               TO WS-EXA-STATUS(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-IVW-DATE TO WS-EXA-IVW-DATE(WS-EXA-COUNT)
           MOVE WS-EXA-NEW-IVW-TIME TO WS-EXA-IVW-TIME(WS-EXA-COUNT)
           MOVE WS-EXA-TODAY TO WS-EXA-UPDATED(WS-EXA-COUNT)
           PERFORM 4142-REWRITE-EXTAPPS

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Logged: " FUNCTION TRIM(WS-EXA-NEW-ROLE) " at "
               FUNCTION TRIM(WS-EXA-NEW-COMPANY) " (self-reported)."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "EXTAPP" TO WS-RESULT-TYPE
           MOVE WS-EXA-NEW-COMPANY TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4146-UPDATE-EXTAPP: New status (blank keeps it), then the
      *> interview date and time (blank keeps them, NONE clears).
      *>*****************************************************************
       4146-UPDATE-EXTAPP.
           PERFORM 4155-PICK-EXTAPP
           IF WS-EXA-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "New status (blank = keep "
               FUNCTION TRIM(WS-EXA-STATUS(WS-EXA-SEL-IDX)) "):"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 4148-PROMPT-EXTAPP-STATUS
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXA-IVW-DATE(WS-EXA-SEL-IDX) TO WS-EXA-NEW-IVW-DATE
           MOVE WS-EXA-IVW-TIME(WS-EXA-SEL-IDX) TO WS-EXA-NEW-IVW-TIME
           PERFORM 4149-PROMPT-EXTAPP-INTERVIEW
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EXA-STATUS-IDX > 0
               MOVE WS-EXA-STATUS-NAME(WS-EXA-STATUS-IDX)
                   TO WS-EXA-STATUS(WS-EXA-SEL-IDX)
           END-IF
           MOVE WS-EXA-NEW-IVW-DATE TO WS-EXA-IVW-DATE(WS-EXA-SEL-IDX)
           MOVE WS-EXA-NEW-IVW-TIME TO WS-EXA-IVW-TIME(WS-EXA-SEL-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-EXA-UPDATED(WS-EXA-SEL-IDX)
           PERFORM 4142-REWRITE-EXTAPPS

           MOVE "Off-platform application updated." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-EXA-SEL-IDX TO WS-EXA-IDX
           MOVE 0 TO WS-EXA-CHOICE
           PERFORM 4152-PRINT-EXTAPP-ROW
           MOVE "EXTAPP" TO WS-RESULT-TYPE
           MOVE WS-EXA-COMPANY(WS-EXA-SEL-IDX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       4147-REMOVE-EXTAPP.
           PERFORM 4155-PICK-EXTAPP
           IF WS-EXA-SEL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Remove " FUNCTION TRIM(WS-EXA-ROLE(WS-EXA-SEL-IDX))
               " at " FUNCTION TRIM(WS-EXA-COMPANY(WS-EXA-SEL-IDX))
               "? (Y/N): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-EXA-ACTION
           MOVE WS-EXA-ACTION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-ACTION NOT = "Y"
               MOVE "Nothing removed." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EXA-COMPANY(WS-EXA-SEL-IDX) TO WS-RESULT-KEY
           PERFORM VARYING WS-EXA-IDX FROM WS-EXA-SEL-IDX BY 1
               UNTIL WS-EXA-IDX >= WS-EXA-COUNT
               MOVE WS-EXA-ENTRY(WS-EXA-IDX + 1)
                   TO WS-EXA-ENTRY(WS-EXA-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-EXA-COUNT
           PERFORM 4142-REWRITE-EXTAPPS
           MOVE "Off-platform application removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "EXTAPPREMOVE" TO WS-RESULT-TYPE
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4148-PROMPT-EXTAPP-STATUS: List the statuses and read one.
      *> Blank input leaves WS-EXA-STATUS-IDX at 0 for the caller's
      *> default; anything else is asked again until it is valid.
      *>*****************************************************************
       4148-PROMPT-EXTAPP-STATUS.
           MOVE 9 TO WS-EXA-STATUS-IDX
           PERFORM UNTIL WS-EXA-STATUS-IDX < 9
               PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
                   UNTIL WS-EXA-IDX > WS-EXA-STATUS-TOTAL
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " WS-EXA-IDX(4:1) ". "
                       FUNCTION TRIM(WS-EXA-STATUS-NAME(WS-EXA-IDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-PERFORM
               MOVE "Enter the status number (1-6): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   MOVE 0 TO WS-EXA-STATUS-IDX
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-INPUT
               MOVE WS-EXA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-EXA-INPUT = SPACES
                   MOVE 0 TO WS-EXA-STATUS-IDX
               ELSE
                   IF FUNCTION TRIM(WS-EXA-INPUT) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-EXA-INPUT) >= 1
                           AND FUNCTION NUMVAL(WS-EXA-INPUT) <=
                               WS-EXA-STATUS-TOTAL
                           MOVE FUNCTION NUMVAL(WS-EXA-INPUT)
                               TO WS-EXA-STATUS-IDX
                       END-IF
                   END-IF
                   IF WS-EXA-STATUS-IDX = 9
                       MOVE "Invalid status. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4149-PROMPT-EXTAPP-INTERVIEW: The caller sets
      *> WS-EXA-NEW-IVW-DATE/-TIME to what is on file; blank keeps
      *> them, NONE clears them, a valid date replaces them and asks
      *> for the time (blank = no time given).
      *>*****************************************************************
       4149-PROMPT-EXTAPP-INTERVIEW.
           MOVE 0 TO WS-EXA-DATE-OK
           PERFORM UNTIL WS-EXA-DATE-OK = 1
               MOVE "Interview date (YYYYMMDD, blank = keep, NONE = "
                   & "no interview): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-INPUT
               MOVE WS-EXA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EVALUATE TRUE
                   WHEN WS-EXA-INPUT = SPACES
                       EXIT PARAGRAPH
                   WHEN FUNCTION UPPER-CASE(WS-EXA-INPUT) = "NONE"
                       MOVE 0 TO WS-EXA-NEW-IVW-DATE
                       MOVE SPACES TO WS-EXA-NEW-IVW-TIME
                       EXIT PARAGRAPH
                   WHEN OTHER
                       PERFORM 4154-VALIDATE-EXTAPP-DATE
                       IF WS-EXA-DATE-OK = 0
                           MOVE "Invalid date. Must be YYYYMMDD."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE WS-EXA-DATE-VAL TO WS-EXA-NEW-IVW-DATE
           MOVE SPACES TO WS-EXA-NEW-IVW-TIME

           MOVE 0 TO WS-EXA-IVW-OK
           PERFORM UNTIL WS-EXA-IVW-OK = 1
               MOVE "Interview time (HH:MM, 24-hour, blank = not "
                   & "known): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-INPUT
               MOVE WS-EXA-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-EXA-INPUT = SPACES
                   MOVE 1 TO WS-EXA-IVW-OK
               ELSE
                   IF WS-EXA-INPUT(1:2) IS NUMERIC
                       AND WS-EXA-INPUT(3:1) = ":"
                       AND WS-EXA-INPUT(4:2) IS NUMERIC
                       AND WS-EXA-INPUT(1:2) <= "23"
                       AND WS-EXA-INPUT(4:2) <= "59"
                       AND WS-EXA-INPUT(6:1) = SPACE
                       MOVE WS-EXA-INPUT(1:5) TO WS-EXA-NEW-IVW-TIME
                       MOVE 1 TO WS-EXA-IVW-OK
                   ELSE
                       MOVE "Invalid time. Must be HH:MM, e.g. 14:30."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4150-SHOW-USER-EXTAPPS: WS-EXA-CHECK-USER's off-platform rows
      *> under a self-reported heading; WS-EXA-SHOWN says how many.
      *> Nothing is printed when there are none.
      *>*****************************************************************
       4150-SHOW-USER-EXTAPPS.
           MOVE 0 TO WS-EXA-SHOWN
           MOVE 0 TO WS-EXA-CHOICE
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               IF FUNCTION TRIM(WS-EXA-USERNAME(WS-EXA-IDX)) =
                   FUNCTION TRIM(WS-EXA-CHECK-USER)
                   IF WS-EXA-SHOWN = 0
                       MOVE "Off-platform applications "
                           & "(self-reported, not verified):"
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   ADD 1 TO WS-EXA-SHOWN
                   PERFORM 4152-PRINT-EXTAPP-ROW
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4151-TALLY-USER-EXTAPPS: WS-EXA-CHECK-USER's rows counted
      *> the way the funnel stages read - an interview once one is
      *> dated or the status is past it, an offer at OFFERED or
      *> HIRED.
      *>*****************************************************************
       4151-TALLY-USER-EXTAPPS.
           MOVE 0 TO WS-EXA-USER-APPS
           MOVE 0 TO WS-EXA-USER-IVWS
           MOVE 0 TO WS-EXA-USER-OFFERS
           MOVE 0 TO WS-EXA-USER-HIRED
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               IF FUNCTION TRIM(WS-EXA-USERNAME(WS-EXA-IDX)) =
                   FUNCTION TRIM(WS-EXA-CHECK-USER)
                   ADD 1 TO WS-EXA-USER-APPS
                   IF WS-EXA-IVW-DATE(WS-EXA-IDX) > 0
                       OR WS-EXA-STATUS(WS-EXA-IDX) = "INTERVIEWING"
                       OR WS-EXA-STATUS(WS-EXA-IDX) = "OFFERED"
                       OR WS-EXA-STATUS(WS-EXA-IDX) = "HIRED"
                       ADD 1 TO WS-EXA-USER-IVWS
                   END-IF
                   IF WS-EXA-STATUS(WS-EXA-IDX) = "OFFERED"
                       OR WS-EXA-STATUS(WS-EXA-IDX) = "HIRED"
                       ADD 1 TO WS-EXA-USER-OFFERS
                   END-IF
                   IF WS-EXA-STATUS(WS-EXA-IDX) = "HIRED"
                       ADD 1 TO WS-EXA-USER-HIRED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4152-PRINT-EXTAPP-ROW: Row WS-EXA-IDX, numbered with
      *> WS-EXA-CHOICE when that is set, else as a bullet.
      *>*****************************************************************
       4152-PRINT-EXTAPP-ROW.
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-EXA-CHOICE > 0
               STRING WS-EXA-CHOICE(2:3) ". "
                   FUNCTION TRIM(WS-EXA-ROLE(WS-EXA-IDX)) " at "
                   FUNCTION TRIM(WS-EXA-COMPANY(WS-EXA-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING " - "
                   FUNCTION TRIM(WS-EXA-ROLE(WS-EXA-IDX)) " at "
                   FUNCTION TRIM(WS-EXA-COMPANY(WS-EXA-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "   Applied: " WS-EXA-APPLIED(WS-EXA-IDX)
               " via " FUNCTION TRIM(WS-EXA-SOURCE(WS-EXA-IDX))
               " | Status: " FUNCTION TRIM(WS-EXA-STATUS(WS-EXA-IDX))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-EXA-IVW-DATE(WS-EXA-IDX) > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "   Interview: " WS-EXA-IVW-DATE(WS-EXA-IDX)
                   " " FUNCTION TRIM(WS-EXA-IVW-TIME(WS-EXA-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "   ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4153-COHORT-SELF-REPORTED: For the class in WS-MLS-CUR-YEAR-X
      *> (the same students 5995 counts), how many have logged an
      *> off-platform application, interview, offer and hire, and
      *> how many of them have no in-system application at all.
      *> Printed apart from the funnel, which stays system-recorded.
      *>*****************************************************************
       4153-COHORT-SELF-REPORTED.
           INITIALIZE WS-EXA-COH-TABLE
           MOVE 0 TO WS-EXA-COH-ONLY
           PERFORM VARYING WS-MLS-PROF-IDX FROM 1 BY 1
               UNTIL WS-MLS-PROF-IDX > WS-PROFILE-COUNT
               MOVE 0 TO WS-MLS-IN-COHORT
               IF WS-HAS-PROFILE(WS-MLS-PROF-IDX) = 1
                   AND WS-GRAD-YEAR(WS-MLS-PROF-IDX)
                       = WS-MLS-CUR-YEAR-X
                   AND (WS-ADMIN-CAMPUS = SPACES
                       OR FUNCTION TRIM(
                           WS-UNIVERSITY(WS-MLS-PROF-IDX)) =
                           FUNCTION TRIM(WS-ADMIN-CAMPUS))
                   MOVE WS-PROF-USERNAME(WS-MLS-PROF-IDX)
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       AND (WS-ACCT-ROLE(WS-AIX-FOUND) = "S"
                           OR WS-ACCT-ROLE(WS-AIX-FOUND) = "A")
                       MOVE 1 TO WS-MLS-IN-COHORT
                   END-IF
               END-IF
               IF WS-MLS-IN-COHORT = 1
                   MOVE WS-PROF-USERNAME(WS-MLS-PROF-IDX)
                       TO WS-EXA-CHECK-USER
                   PERFORM 4151-TALLY-USER-EXTAPPS
                   IF WS-EXA-USER-APPS > 0
                       ADD 1 TO WS-EXA-COH-CNT(1)
                       IF WS-MLS-REACHED(WS-AIX-FOUND, 3)
                           > WS-MLS-TODAY
                           ADD 1 TO WS-EXA-COH-ONLY
                       END-IF
                   END-IF
                   IF WS-EXA-USER-IVWS > 0
                       ADD 1 TO WS-EXA-COH-CNT(2)
                   END-IF
                   IF WS-EXA-USER-OFFERS > 0
                       ADD 1 TO WS-EXA-COH-CNT(3)
                   END-IF
                   IF WS-EXA-USER-HIRED > 0
                       ADD 1 TO WS-EXA-COH-CNT(4)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EXA-COH-CNT(1) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Self-reported off-platform activity, class of "
               WS-MLS-CUR-YEAR-X " (not verified; not in the "
               "funnel above):"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-MLS-SDX FROM 3 BY 1
               UNTIL WS-MLS-SDX > WS-MLS-STAGE-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE WS-MLS-STAGE-NAME(WS-MLS-SDX)
                   TO WS-OUTPUT-LINE(3:20)
               MOVE WS-EXA-COH-CNT(WS-MLS-SDX - 2) TO WS-EXA-NUM-DISP
               MOVE WS-EXA-NUM-DISP TO WS-OUTPUT-LINE(25:5)
               MOVE "(self-reported)" TO WS-OUTPUT-LINE(32:15)
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE WS-EXA-COH-ONLY TO WS-EXA-NUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Students whose only applications are "
               "self-reported: " FUNCTION TRIM(WS-EXA-NUM-DISP)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 4154-VALIDATE-EXTAPP-DATE: WS-EXA-INPUT as an 8-digit
      *> YYYYMMDD with a plausible year, month and day; WS-EXA-DATE-OK
      *> and WS-EXA-DATE-VAL. Unlike 5307 it raises no blackout
      *> warning - these dates are someone else's calendar.
      *>*****************************************************************
       4154-VALIDATE-EXTAPP-DATE.
           MOVE 0 TO WS-EXA-DATE-OK
           MOVE 0 TO WS-EXA-DATE-VAL
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-EXA-INPUT)) NOT = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-INPUT(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-INPUT(1:4) < "1950"
               OR WS-EXA-INPUT(1:4) > "2150"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-INPUT(5:2) < "01"
               OR WS-EXA-INPUT(5:2) > "12"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-INPUT(7:2) < "01"
               OR WS-EXA-INPUT(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXA-INPUT(1:8) TO WS-EXA-DATE-VAL
           MOVE 1 TO WS-EXA-DATE-OK
           EXIT.

      *>*****************************************************************
      *> 4155-PICK-EXTAPP: List the user's rows and read a choice;
      *> WS-EXA-SEL-IDX is the WS-EXA-TABLE row, 0 when none.
      *>*****************************************************************
       4155-PICK-EXTAPP.
           MOVE 0 TO WS-EXA-SEL-IDX
           PERFORM 4144-LIST-MY-EXTAPPS
           IF WS-EXA-DISP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter an application number, or 0 to go back:"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EXA-INPUT
           MOVE WS-EXA-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-EXA-INPUT) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EXA-INPUT) TO WS-EXA-CHOICE
           IF WS-EXA-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EXA-CHOICE > WS-EXA-DISP-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXA-INDEX-MAP(WS-EXA-CHOICE) TO WS-EXA-SEL-IDX
           EXIT.
