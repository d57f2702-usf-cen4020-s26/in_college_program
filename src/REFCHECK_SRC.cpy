      *>*****************************************************************
      *> FILE:    REFCHECK_SRC.cpy
      *> PURPOSE: Reference checks. An applicant lists the people who
      *>          will speak for them - a connection on InCollege, or
      *>          an outside contact with an email address. A poster
      *>          reviewing applicants (5344) can ask any of them for a
      *>          reference on that posting. In-system references
      *>          answer a short questionnaire under Job Search >
      *>          References; outside references are written to
      *>          through the notification spool and the poster enters
      *>          the reply they send back. The poster sees completed
      *>          answers on the applicant review; the applicant sees
      *>          only whether each check is done.
      *>
      *> PARAGRAPHS:
      *>   4156-LOAD-REFCHECK-DATA / 4157, 4158 loops
      *>   4159-REWRITE-REFERENCES     - Crash-safe full rewrite
      *>   4160-REWRITE-REFCHECKS      - Crash-safe full rewrite
      *>   4161-REFERENCES-MENU        - Jobs menu entry point
      *>   4162-LIST-MY-REFERENCES     - Numbered list of own rows
      *>   4163-ADD-REFERENCE          - Connection or outside contact
      *>   4164-REMOVE-REFERENCE       - Also withdraws open checks
      *>   4165-MY-CHECK-STATUS        - Applicant view: done or not
      *>   4166-REQUESTS-FOR-ME        - In-system reference answers
      *>                                 or declines
      *>   4167-ANSWER-QUESTIONNAIRE   - WS-RFC-ANS-* (WS-REF-FOUND =
      *>                                 1 when every answer is in)
      *>   4168-PROMPT-SCORE           - 1-5 into WS-RFC-SCORE
      *>   4169-POSTER-REFCHECKS       - From 5344, for the applicant at
      *>                                 WS-APPLICANT-SELECTED-IDX
      *>   4170-REQUEST-CHECK          - Poster asks one reference
      *>   4171-SHOW-APPLICANT-REFCHECKS - Checks on WS-RFC-JOB-ID for
      *>                                 WS-RFC-APPLICANT, for 5344
      *>   4172-FIND-RFC-JOB-TITLE     - WS-RFC-LOOKUP-ID -> title
      *>   4173-ENTER-OUTSIDE-REPLY    - Poster keys in an email reply
      *>   4174-PRINT-CHECK-ANSWERS    - Answers on row WS-RFC-IDX
      *>   4175-SAVE-CHECK-ANSWERS     - WS-RFC-ANS-* onto the row at
      *>                                 WS-RFC-SEL-IDX, tell the poster
      *>
      *> DEPENDENCIES:
      *>   WS-REFCHECK.cpy, main.cob (REFERENCES-FILE, REFCHECKS-FILE),
      *>   NETKEY_SRC.cpy (9257), NOTIFY_SRC.cpy (8070), WS-JOBS.cpy
      *>*****************************************************************

       4156-LOAD-REFCHECK-DATA.
           MOVE 0 TO WS-REF-COUNT
           MOVE 1 TO WS-REF-NEXT-ID
           MOVE "N" TO WS-REFERENCES-EOF
           OPEN INPUT REFERENCES-FILE
           IF WS-REFERENCES-STATUS = WS-CONST-FS-OK
               PERFORM 4157-READ-REFERENCES-LOOP
                   UNTIL WS-REFERENCES-EOF = "Y"
               CLOSE REFERENCES-FILE
           END-IF
           MOVE 0 TO WS-RFC-COUNT
           MOVE 1 TO WS-RFC-NEXT-ID
           MOVE "N" TO WS-REFCHECKS-EOF
           OPEN INPUT REFCHECKS-FILE
           IF WS-REFCHECKS-STATUS = WS-CONST-FS-OK
               PERFORM 4158-READ-REFCHECKS-LOOP
                   UNTIL WS-REFCHECKS-EOF = "Y"
               CLOSE REFCHECKS-FILE
           END-IF
           EXIT.

       4157-READ-REFERENCES-LOOP.
           READ REFERENCES-FILE
               AT END
                   MOVE "Y" TO WS-REFERENCES-EOF
               NOT AT END
                   IF WS-REF-COUNT < WS-CONST-MAX-REFERENCES
                       AND REF-ID IS NUMERIC
                       AND FUNCTION TRIM(REF-OWNER) NOT = SPACES
                       ADD 1 TO WS-REF-COUNT
                       MOVE REF-ID       TO WS-REF-ID(WS-REF-COUNT)
                       MOVE REF-OWNER    TO WS-REF-OWNER(WS-REF-COUNT)
                       MOVE REF-TYPE     TO WS-REF-TYPE(WS-REF-COUNT)
                       IF WS-REF-TYPE(WS-REF-COUNT) NOT = "I"
                           MOVE "O" TO WS-REF-TYPE(WS-REF-COUNT)
                       END-IF
                       MOVE REF-USER     TO WS-REF-USER(WS-REF-COUNT)
                       MOVE REF-NAME     TO WS-REF-NAME(WS-REF-COUNT)
                       MOVE REF-EMAIL    TO WS-REF-EMAIL(WS-REF-COUNT)
                       MOVE REF-RELATION
                           TO WS-REF-RELATION(WS-REF-COUNT)
                       IF REF-ADDED IS NUMERIC
                           MOVE REF-ADDED TO WS-REF-ADDED(WS-REF-COUNT)
                       ELSE
                           MOVE 0 TO WS-REF-ADDED(WS-REF-COUNT)
                       END-IF
                       IF REF-ID >= WS-REF-NEXT-ID
                           COMPUTE WS-REF-NEXT-ID = REF-ID + 1
                       END-IF
                   END-IF
           END-READ
           EXIT.

       4158-READ-REFCHECKS-LOOP.
           READ REFCHECKS-FILE
               AT END
                   MOVE "Y" TO WS-REFCHECKS-EOF
               NOT AT END
                   IF WS-RFC-COUNT < WS-CONST-MAX-REFCHECKS
                       AND RFC-ID IS NUMERIC
                       AND RFC-JOB-ID IS NUMERIC
                       AND FUNCTION TRIM(RFC-APPLICANT) NOT = SPACES
                       ADD 1 TO WS-RFC-COUNT
                       MOVE RFC-ID        TO WS-RFC-ID(WS-RFC-COUNT)
                       IF RFC-REF-ID IS NUMERIC
                           MOVE RFC-REF-ID
                               TO WS-RFC-REF-ID(WS-RFC-COUNT)
                       ELSE
                           MOVE 0 TO WS-RFC-REF-ID(WS-RFC-COUNT)
                       END-IF
                       MOVE RFC-JOB-ID    TO WS-RFC-JOB(WS-RFC-COUNT)
                       MOVE RFC-APPLICANT TO WS-RFC-APPL(WS-RFC-COUNT)
                       MOVE RFC-POSTER    TO WS-RFC-POSTER(WS-RFC-COUNT)
                       MOVE RFC-REF-USER
                           TO WS-RFC-REF-USER(WS-RFC-COUNT)
                       MOVE RFC-REF-NAME
                           TO WS-RFC-REF-NAME(WS-RFC-COUNT)
                       MOVE RFC-REF-EMAIL
                           TO WS-RFC-REF-EMAIL(WS-RFC-COUNT)
                       MOVE RFC-STATUS    TO WS-RFC-STATUS(WS-RFC-COUNT)
                       IF WS-RFC-STATUS(WS-RFC-COUNT) NOT = "C"
                           AND WS-RFC-STATUS(WS-RFC-COUNT) NOT = "D"
                           MOVE "R" TO WS-RFC-STATUS(WS-RFC-COUNT)
                       END-IF
                       IF RFC-REQUESTED IS NUMERIC
                           MOVE RFC-REQUESTED
                               TO WS-RFC-REQUESTED(WS-RFC-COUNT)
                       ELSE
                           MOVE 0 TO WS-RFC-REQUESTED(WS-RFC-COUNT)
                       END-IF
                       IF RFC-COMPLETED IS NUMERIC
                           MOVE RFC-COMPLETED
                               TO WS-RFC-COMPLETED(WS-RFC-COUNT)
                       ELSE
                           MOVE 0 TO WS-RFC-COMPLETED(WS-RFC-COUNT)
                       END-IF
                       MOVE RFC-KNOWN-HOW
                           TO WS-RFC-KNOWN-HOW(WS-RFC-COUNT)
                       IF RFC-RELIABILITY IS NUMERIC
                           MOVE RFC-RELIABILITY
                               TO WS-RFC-RELIABILITY(WS-RFC-COUNT)
                       ELSE
                           MOVE 0 TO WS-RFC-RELIABILITY(WS-RFC-COUNT)
                       END-IF
                       IF RFC-TEAMWORK IS NUMERIC
                           MOVE RFC-TEAMWORK
                               TO WS-RFC-TEAMWORK(WS-RFC-COUNT)
                       ELSE
                           MOVE 0 TO WS-RFC-TEAMWORK(WS-RFC-COUNT)
                       END-IF
                       MOVE RFC-AGAIN     TO WS-RFC-AGAIN(WS-RFC-COUNT)
                       MOVE RFC-COMMENTS
                           TO WS-RFC-COMMENTS(WS-RFC-COUNT)
                       MOVE RFC-ANSWERED-BY
                           TO WS-RFC-ANSWERED-BY(WS-RFC-COUNT)
                       IF RFC-ID >= WS-RFC-NEXT-ID
                           COMPUTE WS-RFC-NEXT-ID = RFC-ID + 1
                       END-IF
                   END-IF
           END-READ
           EXIT.

       4159-REWRITE-REFERENCES.
           MOVE WS-REFERENCES-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-REFERENCES-TMP-PATH TO WS-REFERENCES-PATH
           OPEN OUTPUT REFERENCES-FILE
           IF WS-REFERENCES-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-REFERENCES-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite REFERENCES.DAT. "
                   "STATUS=" WS-REFERENCES-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               MOVE WS-REF-ID(WS-REF-IDX)       TO REF-ID
               MOVE WS-REF-OWNER(WS-REF-IDX)    TO REF-OWNER
               MOVE WS-REF-TYPE(WS-REF-IDX)     TO REF-TYPE
               MOVE WS-REF-USER(WS-REF-IDX)     TO REF-USER
               MOVE WS-REF-NAME(WS-REF-IDX)     TO REF-NAME
               MOVE WS-REF-EMAIL(WS-REF-IDX)    TO REF-EMAIL
               MOVE WS-REF-RELATION(WS-REF-IDX) TO REF-RELATION
               MOVE WS-REF-ADDED(WS-REF-IDX)    TO REF-ADDED
               WRITE REF-RECORD
           END-PERFORM
           CLOSE REFERENCES-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-REFERENCES-PATH
           MOVE "REFERENCES.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-REFERENCES-PATH TO WS-JRN-OLD-PATH
           MOVE WS-REFERENCES-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-REFERENCES-TMP-PATH
               WS-REFERENCES-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace REFERENCES.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       4160-REWRITE-REFCHECKS.
           MOVE WS-REFCHECKS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-REFCHECKS-TMP-PATH TO WS-REFCHECKS-PATH
           OPEN OUTPUT REFCHECKS-FILE
           IF WS-REFCHECKS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-REFCHECKS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite REFCHECKS.DAT. "
                   "STATUS=" WS-REFCHECKS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               MOVE WS-RFC-ID(WS-RFC-IDX)          TO RFC-ID
               MOVE WS-RFC-REF-ID(WS-RFC-IDX)      TO RFC-REF-ID
               MOVE WS-RFC-JOB(WS-RFC-IDX)         TO RFC-JOB-ID
               MOVE WS-RFC-APPL(WS-RFC-IDX)        TO RFC-APPLICANT
               MOVE WS-RFC-POSTER(WS-RFC-IDX)      TO RFC-POSTER
               MOVE WS-RFC-REF-USER(WS-RFC-IDX)    TO RFC-REF-USER
               MOVE WS-RFC-REF-NAME(WS-RFC-IDX)    TO RFC-REF-NAME
               MOVE WS-RFC-REF-EMAIL(WS-RFC-IDX)   TO RFC-REF-EMAIL
               MOVE WS-RFC-STATUS(WS-RFC-IDX)      TO RFC-STATUS
               MOVE WS-RFC-REQUESTED(WS-RFC-IDX)   TO RFC-REQUESTED
               MOVE WS-RFC-COMPLETED(WS-RFC-IDX)   TO RFC-COMPLETED
               MOVE WS-RFC-KNOWN-HOW(WS-RFC-IDX)   TO RFC-KNOWN-HOW
               MOVE WS-RFC-RELIABILITY(WS-RFC-IDX) TO RFC-RELIABILITY
               MOVE WS-RFC-TEAMWORK(WS-RFC-IDX)    TO RFC-TEAMWORK
               MOVE WS-RFC-AGAIN(WS-RFC-IDX)       TO RFC-AGAIN
               MOVE WS-RFC-COMMENTS(WS-RFC-IDX)    TO RFC-COMMENTS
               MOVE WS-RFC-ANSWERED-BY(WS-RFC-IDX) TO RFC-ANSWERED-BY
               WRITE RFC-RECORD
           END-PERFORM
           CLOSE REFCHECKS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-REFCHECKS-PATH
           MOVE "REFCHECKS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-REFCHECKS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-REFCHECKS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-REFCHECKS-TMP-PATH
               WS-REFCHECKS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace REFCHECKS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4161-REFERENCES-MENU: Job Search/Internship menu option. The
      *> first four choices are the applicant's side; the fifth is
      *> where someone named as a reference answers.
      *>*****************************************************************
       4161-REFERENCES-MENU.
           MOVE "1" TO WS-REF-ACTION
           PERFORM UNTIL WS-REF-ACTION = "6"
               OR WS-PROGRAM-RUNNING = 0
               MOVE 0 TO WS-RFC-PENDING
               PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                   UNTIL WS-RFC-IDX > WS-RFC-COUNT
                   IF WS-RFC-STATUS(WS-RFC-IDX) = "R"
                       AND FUNCTION TRIM(WS-RFC-REF-USER(WS-RFC-IDX))
                       = FUNCTION TRIM(
                           WS-USERNAME(WS-CURRENT-USER-INDEX))
                       ADD 1 TO WS-RFC-PENDING
                   END-IF
               END-PERFORM
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- References ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List My References" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Reference" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Reference" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Reference Checks on My Applications"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-RFC-PENDING > 0
                   STRING "5. Reference Requests Sent to Me ("
                       WS-RFC-PENDING(2:3) " waiting)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   MOVE "5. Reference Requests Sent to Me"
                       TO WS-OUTPUT-LINE
               END-IF
               PERFORM 8000-WRITE-OUTPUT
               MOVE "6. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-6): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-ACTION
               MOVE WS-REF-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-REF-ACTION
                   WHEN "1"
                       PERFORM 4162-LIST-MY-REFERENCES
                   WHEN "2"
                       PERFORM 4163-ADD-REFERENCE
                   WHEN "3"
                       PERFORM 4164-REMOVE-REFERENCE
                   WHEN "4"
                       PERFORM 4165-MY-CHECK-STATUS
                   WHEN "5"
                       PERFORM 4166-REQUESTS-FOR-ME
                   WHEN "6"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4162-LIST-MY-REFERENCES: Number the signed-on user's
      *> references into WS-REF-INDEX-MAP (WS-REF-DISP-COUNT of them)
      *> and print them.
      *>*****************************************************************
       4162-LIST-MY-REFERENCES.
           MOVE 0 TO WS-REF-DISP-COUNT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF FUNCTION TRIM(WS-REF-OWNER(WS-REF-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-REF-DISP-COUNT
                   MOVE WS-REF-IDX
                       TO WS-REF-INDEX-MAP(WS-REF-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-REF-DISP-COUNT = 0
               MOVE "You have not listed any references."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "--- My References ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-REF-CHOICE FROM 1 BY 1
               UNTIL WS-REF-CHOICE > WS-REF-DISP-COUNT
               MOVE WS-REF-INDEX-MAP(WS-REF-CHOICE) TO WS-REF-IDX
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-REF-TYPE(WS-REF-IDX) = "I"
                   STRING WS-REF-CHOICE(2:3) ". "
                       FUNCTION TRIM(WS-REF-NAME(WS-REF-IDX))
                       " - " FUNCTION TRIM(WS-REF-RELATION(WS-REF-IDX))
                       " (InCollege connection)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING WS-REF-CHOICE(2:3) ". "
                       FUNCTION TRIM(WS-REF-NAME(WS-REF-IDX))
                       " - " FUNCTION TRIM(WS-REF-RELATION(WS-REF-IDX))
                       " (" FUNCTION TRIM(WS-REF-EMAIL(WS-REF-IDX)) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4163-ADD-REFERENCE: A connection is named by username and must
      *> be one of the user's connections; an outside reference needs
      *> a name and an email address. The relationship is required
      *> either way.
      *>*****************************************************************
       4163-ADD-REFERENCE.
           IF WS-REF-COUNT >= WS-CONST-MAX-REFERENCES
               MOVE "Reference storage is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "1. A connection on InCollege" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "2. Someone outside InCollege (by email)"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Reference type (1-2): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-REF-NEW-USER
           MOVE SPACES TO WS-REF-NEW-EMAIL
           EVALUATE WS-REF-INPUT
               WHEN "1"
                   MOVE "I" TO WS-REF-NEW-TYPE
               WHEN "2"
                   MOVE "O" TO WS-REF-NEW-TYPE
               WHEN OTHER
                   MOVE "Invalid choice. Nothing added."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-REF-NEW-TYPE = "I"
               MOVE "Connection's username: " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-NEW-USER
               MOVE WS-REF-NEW-USER TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-REF-NEW-USER = SPACES
                   OR WS-REF-NEW-USER =
                       WS-USERNAME(WS-CURRENT-USER-INDEX)
                   MOVE "Enter the username of one of your "
                       & "connections." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                   TO WS-NETKEY-PAIR-A
               MOVE WS-REF-NEW-USER TO WS-NETKEY-PAIR-B
               PERFORM 9257-CHECK-PAIR-CONNECTED
               IF WS-NETKEY-PAIR-HIT NOT = 1
                   MOVE "Only your connections can be listed as "
                       & "InCollege references." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   IF WS-REF-OWNER(WS-REF-IDX) =
                       WS-USERNAME(WS-CURRENT-USER-INDEX)
                       AND WS-REF-TYPE(WS-REF-IDX) = "I"
                       AND WS-REF-USER(WS-REF-IDX) = WS-REF-NEW-USER
                       MOVE 1 TO WS-REF-FOUND
                   END-IF
               END-PERFORM
               IF WS-REF-FOUND = 1
                   MOVE "That connection is already one of your "
                       & "references." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REF-NEW-USER TO WS-REF-NEW-NAME
           ELSE
               MOVE "Reference's full name: " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-NEW-NAME
               MOVE WS-REF-NEW-NAME TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-REF-NEW-NAME = SPACES
                   MOVE "Name cannot be blank." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE "Reference's email address: " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-NEW-EMAIL
               MOVE WS-REF-NEW-EMAIL TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE 0 TO WS-REF-CHOICE
               INSPECT WS-REF-NEW-EMAIL TALLYING
                   WS-REF-CHOICE FOR ALL "@"
               IF WS-REF-NEW-EMAIL = SPACES
                   OR WS-REF-CHOICE NOT = 1
                   MOVE "That does not look like an email address. "
                       & "Nothing added." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "How they know you (e.g. former manager, professor): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-NEW-RELATION
           MOVE WS-REF-NEW-RELATION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-REF-NEW-RELATION = SPACES
               MOVE "The relationship cannot be blank. Nothing added."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REF-COUNT
           MOVE WS-REF-NEXT-ID TO WS-REF-ID(WS-REF-COUNT)
           ADD 1 TO WS-REF-NEXT-ID
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-REF-OWNER(WS-REF-COUNT)
           MOVE WS-REF-NEW-TYPE TO WS-REF-TYPE(WS-REF-COUNT)
           MOVE WS-REF-NEW-USER TO WS-REF-USER(WS-REF-COUNT)
           MOVE WS-REF-NEW-NAME TO WS-REF-NAME(WS-REF-COUNT)
           MOVE WS-REF-NEW-EMAIL TO WS-REF-EMAIL(WS-REF-COUNT)
           MOVE WS-REF-NEW-RELATION TO WS-REF-RELATION(WS-REF-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-ADDED(WS-REF-COUNT)
           PERFORM 4159-REWRITE-REFERENCES

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Reference added: " FUNCTION TRIM(WS-REF-NEW-NAME)
               "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "REFERENCE" TO WS-RESULT-TYPE
           MOVE WS-REF-NEW-NAME TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4164-REMOVE-REFERENCE: Drops the reference and withdraws any
      *> check on it still waiting for an answer. Answers already in
      *> stay with the poster who asked for them.
      *>*****************************************************************
       4164-REMOVE-REFERENCE.
           PERFORM 4162-LIST-MY-REFERENCES
           IF WS-REF-DISP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter reference number to remove, or 0 to cancel: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-REF-CHOICE
           IF FUNCTION TRIM(WS-REF-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REF-INPUT) TO WS-REF-CHOICE
           END-IF
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-REF-DISP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-INDEX-MAP(WS-REF-CHOICE) TO WS-REF-SEL-IDX
           MOVE WS-REF-NAME(WS-REF-SEL-IDX) TO WS-REF-NEW-NAME

           MOVE 0 TO WS-RFC-PENDING
           MOVE 0 TO WS-RFC-SEL-IDX
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF WS-RFC-REF-ID(WS-RFC-IDX) = WS-REF-ID(WS-REF-SEL-IDX)
                   AND WS-RFC-STATUS(WS-RFC-IDX) = "R"
                   ADD 1 TO WS-RFC-PENDING
               ELSE
                   ADD 1 TO WS-RFC-SEL-IDX
                   IF WS-RFC-SEL-IDX NOT = WS-RFC-IDX
                       MOVE WS-RFC-ENTRY(WS-RFC-IDX)
                           TO WS-RFC-ENTRY(WS-RFC-SEL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RFC-SEL-IDX TO WS-RFC-COUNT
           IF WS-RFC-PENDING > 0
               PERFORM 4160-REWRITE-REFCHECKS
           END-IF

           PERFORM VARYING WS-REF-IDX FROM WS-REF-SEL-IDX BY 1
               UNTIL WS-REF-IDX >= WS-REF-COUNT
               MOVE WS-REF-ENTRY(WS-REF-IDX + 1)
                   TO WS-REF-ENTRY(WS-REF-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-REF-COUNT
           PERFORM 4159-REWRITE-REFERENCES

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Reference removed: " FUNCTION TRIM(WS-REF-NEW-NAME)
               "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RFC-PENDING > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-RFC-PENDING(2:3)
                   " unanswered reference check(s) withdrawn."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "REFREMOVE" TO WS-RESULT-TYPE
           MOVE WS-REF-NEW-NAME TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4165-MY-CHECK-STATUS: The applicant's view of checks on their
      *> references - which posting, which reference, done or not.
      *> The answers themselves are for the poster only.
      *>*****************************************************************
       4165-MY-CHECK-STATUS.
           MOVE 0 TO WS-RFC-SHOWN
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF FUNCTION TRIM(WS-RFC-APPL(WS-RFC-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   IF WS-RFC-SHOWN = 0
                       MOVE "--- Reference Checks on My Applications "
                           & "---" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   ADD 1 TO WS-RFC-SHOWN
                   MOVE WS-RFC-JOB(WS-RFC-IDX) TO WS-RFC-LOOKUP-ID
                   PERFORM 4172-FIND-RFC-JOB-TITLE
                   IF WS-RFC-STATUS(WS-RFC-IDX) = "R"
                       MOVE "Not done yet" TO WS-RFC-STATE-TEXT
                   ELSE
                       MOVE "Done" TO WS-RFC-STATE-TEXT
                   END-IF
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING FUNCTION TRIM(WS-RFC-JOB-TITLE) " - "
                       FUNCTION TRIM(WS-RFC-REF-NAME(WS-RFC-IDX))
                       ": " FUNCTION TRIM(WS-RFC-STATE-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-RFC-SHOWN = 0
               MOVE "No poster has asked your references for a check "
                   & "yet." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4166-REQUESTS-FOR-ME: Checks waiting on the signed-on user as
      *> an in-system reference. One is picked, then answered through
      *> the questionnaire or declined.
      *>*****************************************************************
       4166-REQUESTS-FOR-ME.
           MOVE 0 TO WS-RFC-DISP-COUNT
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF WS-RFC-STATUS(WS-RFC-IDX) = "R"
                   AND FUNCTION TRIM(WS-RFC-REF-USER(WS-RFC-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ADD 1 TO WS-RFC-DISP-COUNT
                   MOVE WS-RFC-IDX
                       TO WS-RFC-INDEX-MAP(WS-RFC-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-RFC-DISP-COUNT = 0
               MOVE "No reference requests are waiting for you."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "--- Reference Requests Sent to Me ---"
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-RFC-SHOWN FROM 1 BY 1
               UNTIL WS-RFC-SHOWN > WS-RFC-DISP-COUNT
               MOVE WS-RFC-INDEX-MAP(WS-RFC-SHOWN) TO WS-RFC-IDX
               MOVE WS-RFC-JOB(WS-RFC-IDX) TO WS-RFC-LOOKUP-ID
               PERFORM 4172-FIND-RFC-JOB-TITLE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-RFC-SHOWN(2:3) ". "
                   FUNCTION TRIM(WS-RFC-APPL(WS-RFC-IDX))
                   " for " FUNCTION TRIM(WS-RFC-JOB-TITLE)
                   " (asked by "
                   FUNCTION TRIM(WS-RFC-POSTER(WS-RFC-IDX))
                   ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter request number, or 0 to go back: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-REF-CHOICE
           IF FUNCTION TRIM(WS-REF-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REF-INPUT) TO WS-REF-CHOICE
           END-IF
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-RFC-DISP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFC-INDEX-MAP(WS-REF-CHOICE) TO WS-RFC-SEL-IDX

           MOVE "A = answer the questionnaire, D = decline, 0 = go "
               & "back: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EVALUATE WS-REF-INPUT
               WHEN "A"
                   PERFORM 4167-ANSWER-QUESTIONNAIRE
                   IF WS-REF-FOUND = 1
                       MOVE "C" TO WS-RFC-STATUS(WS-RFC-SEL-IDX)
                       MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                           TO WS-RFC-ANS-BY
                       PERFORM 4175-SAVE-CHECK-ANSWERS
                       MOVE "Thank you. Your reference has been sent "
                           & "to the poster." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               WHEN "D"
                   MOVE "D" TO WS-RFC-STATUS(WS-RFC-SEL-IDX)
                   MOVE SPACES TO WS-RFC-ANS-KNOWN-HOW
                   MOVE 0 TO WS-RFC-ANS-RELIABILITY
                   MOVE 0 TO WS-RFC-ANS-TEAMWORK
                   MOVE SPACES TO WS-RFC-ANS-AGAIN
                   MOVE SPACES TO WS-RFC-ANS-COMMENTS
                   MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                       TO WS-RFC-ANS-BY
                   PERFORM 4175-SAVE-CHECK-ANSWERS
                   MOVE "You have declined this reference request."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 4167-ANSWER-QUESTIONNAIRE: The questions for the check at
      *> WS-RFC-SEL-IDX. WS-REF-FOUND is 1 only when all answers are
      *> in; a blank first answer abandons the questionnaire.
      *>*****************************************************************
       4167-ANSWER-QUESTIONNAIRE.
           MOVE 0 TO WS-REF-FOUND
           MOVE WS-RFC-JOB(WS-RFC-SEL-IDX) TO WS-RFC-LOOKUP-ID
           PERFORM 4172-FIND-RFC-JOB-TITLE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Reference check for "
               FUNCTION TRIM(WS-RFC-APPL(WS-RFC-SEL-IDX))
               " - " FUNCTION TRIM(WS-RFC-JOB-TITLE)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE "How do you know the applicant? (blank = stop): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RFC-ANS-KNOWN-HOW
           MOVE WS-RFC-ANS-KNOWN-HOW TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RFC-ANS-KNOWN-HOW = SPACES
               MOVE "Questionnaire not completed. Nothing saved."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Reliability, 1 (poor) to 5 (excellent): "
               TO WS-RFC-SCORE-PROMPT
           PERFORM 4168-PROMPT-SCORE
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFC-SCORE TO WS-RFC-ANS-RELIABILITY

           MOVE "Teamwork, 1 (poor) to 5 (excellent): "
               TO WS-RFC-SCORE-PROMPT
           PERFORM 4168-PROMPT-SCORE
           IF WS-PROGRAM-RUNNING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFC-SCORE TO WS-RFC-ANS-TEAMWORK

           MOVE SPACES TO WS-RFC-ANS-AGAIN
           PERFORM UNTIL WS-RFC-ANS-AGAIN = "Y"
               OR WS-RFC-ANS-AGAIN = "N"
               MOVE "Would you work with them again? (Y/N): "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                   TO WS-RFC-ANS-AGAIN
               MOVE WS-RFC-ANS-AGAIN TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-RFC-ANS-AGAIN NOT = "Y"
                   AND WS-RFC-ANS-AGAIN NOT = "N"
                   MOVE "Please enter Y or N." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM

           MOVE "Any other comments (blank = none): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RFC-ANS-COMMENTS
           MOVE WS-RFC-ANS-COMMENTS TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 1 TO WS-REF-FOUND
           EXIT.

       4168-PROMPT-SCORE.
           MOVE 0 TO WS-RFC-SCORE
           PERFORM UNTIL WS-RFC-SCORE >= 1 AND WS-RFC-SCORE <= 5
               MOVE WS-RFC-SCORE-PROMPT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
               MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-REF-INPUT(1:1) >= "1" AND WS-REF-INPUT(1:1) <= "5"
                   AND WS-REF-INPUT(2:1) = SPACE
                   MOVE WS-REF-INPUT(1:1) TO WS-RFC-SCORE
               ELSE
                   MOVE "Please enter a number from 1 to 5."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4169-POSTER-REFCHECKS: Reached from the applicant review
      *> (5344) for the applicant at WS-APPLICANT-SELECTED-IDX on the
      *> posting at WS-MYJOB-SELECTED-IDX.
      *>*****************************************************************
       4169-POSTER-REFCHECKS.
           MOVE WS-AT-JOB-ID(WS-APPLICANT-SELECTED-IDX) TO WS-RFC-JOB-ID
           MOVE WS-AT-USERNAME(WS-APPLICANT-SELECTED-IDX)
               TO WS-RFC-APPLICANT
           MOVE "1" TO WS-REF-ACTION
           PERFORM UNTIL WS-REF-ACTION = "3"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "--- Reference Checks: "
                   FUNCTION TRIM(WS-RFC-APPLICANT) " ---"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 4171-SHOW-APPLICANT-REFCHECKS
               IF WS-RFC-SHOWN = 0
                   MOVE "     No reference checks requested yet."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               MOVE "1. Request a Reference Check" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Enter a Reply from an Outside Reference"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice (1-3): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-ACTION
               MOVE WS-REF-ACTION TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-REF-ACTION
                   WHEN "1"
                       PERFORM 4170-REQUEST-CHECK
                   WHEN "2"
                       PERFORM 4173-ENTER-OUTSIDE-REPLY
                   WHEN "3"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4170-REQUEST-CHECK: The poster picks one of the applicant's
      *> references. One check per reference per posting. An in-system
      *> reference is notified to answer from their own menu; an
      *> outside one is written to through the mail gateway with the
      *> check number to quote in the reply.
      *>*****************************************************************
       4170-REQUEST-CHECK.
           IF WS-RFC-COUNT >= WS-CONST-MAX-REFCHECKS
               MOVE "Reference check storage is full."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REF-DISP-COUNT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-OWNER(WS-REF-IDX) = WS-RFC-APPLICANT
                   ADD 1 TO WS-REF-DISP-COUNT
                   MOVE WS-REF-IDX
                       TO WS-REF-INDEX-MAP(WS-REF-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-REF-DISP-COUNT = 0
               MOVE "This applicant has not listed any references."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-CHOICE FROM 1 BY 1
               UNTIL WS-REF-CHOICE > WS-REF-DISP-COUNT
               MOVE WS-REF-INDEX-MAP(WS-REF-CHOICE) TO WS-REF-IDX
               MOVE SPACES TO WS-RFC-STATE-TEXT
               PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                   UNTIL WS-RFC-IDX > WS-RFC-COUNT
                   IF WS-RFC-REF-ID(WS-RFC-IDX) = WS-REF-ID(WS-REF-IDX)
                       AND WS-RFC-JOB(WS-RFC-IDX) = WS-RFC-JOB-ID
                       MOVE " - already requested"
                           TO WS-RFC-STATE-TEXT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-OUTPUT-LINE
               IF WS-REF-TYPE(WS-REF-IDX) = "I"
                   STRING WS-REF-CHOICE(2:3) ". "
                       FUNCTION TRIM(WS-REF-NAME(WS-REF-IDX))
                       " - " FUNCTION TRIM(WS-REF-RELATION(WS-REF-IDX))
                       " (InCollege connection)"
                       WS-RFC-STATE-TEXT
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               ELSE
                   STRING WS-REF-CHOICE(2:3) ". "
                       FUNCTION TRIM(WS-REF-NAME(WS-REF-IDX))
                       " - " FUNCTION TRIM(WS-REF-RELATION(WS-REF-IDX))
                       " (outside, by email)"
                       WS-RFC-STATE-TEXT
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Enter reference number, or 0 to cancel: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-REF-CHOICE
           IF FUNCTION TRIM(WS-REF-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REF-INPUT) TO WS-REF-CHOICE
           END-IF
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-REF-DISP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-INDEX-MAP(WS-REF-CHOICE) TO WS-REF-SEL-IDX
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF WS-RFC-REF-ID(WS-RFC-IDX) =
                   WS-REF-ID(WS-REF-SEL-IDX)
                   AND WS-RFC-JOB(WS-RFC-IDX) = WS-RFC-JOB-ID
                   MOVE "A check with this reference has already been "
                       & "requested for this posting." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           ADD 1 TO WS-RFC-COUNT
           MOVE WS-RFC-NEXT-ID TO WS-RFC-ID(WS-RFC-COUNT)
           ADD 1 TO WS-RFC-NEXT-ID
           MOVE WS-REF-ID(WS-REF-SEL-IDX) TO WS-RFC-REF-ID(WS-RFC-COUNT)
           MOVE WS-RFC-JOB-ID TO WS-RFC-JOB(WS-RFC-COUNT)
           MOVE WS-RFC-APPLICANT TO WS-RFC-APPL(WS-RFC-COUNT)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
               TO WS-RFC-POSTER(WS-RFC-COUNT)
           MOVE WS-REF-USER(WS-REF-SEL-IDX)
               TO WS-RFC-REF-USER(WS-RFC-COUNT)
           MOVE WS-REF-NAME(WS-REF-SEL-IDX)
               TO WS-RFC-REF-NAME(WS-RFC-COUNT)
           MOVE WS-REF-EMAIL(WS-REF-SEL-IDX)
               TO WS-RFC-REF-EMAIL(WS-RFC-COUNT)
           MOVE "R" TO WS-RFC-STATUS(WS-RFC-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RFC-REQUESTED(WS-RFC-COUNT)
           MOVE 0 TO WS-RFC-COMPLETED(WS-RFC-COUNT)
           MOVE SPACES TO WS-RFC-KNOWN-HOW(WS-RFC-COUNT)
           MOVE 0 TO WS-RFC-RELIABILITY(WS-RFC-COUNT)
           MOVE 0 TO WS-RFC-TEAMWORK(WS-RFC-COUNT)
           MOVE SPACES TO WS-RFC-AGAIN(WS-RFC-COUNT)
           MOVE SPACES TO WS-RFC-COMMENTS(WS-RFC-COUNT)
           MOVE SPACES TO WS-RFC-ANSWERED-BY(WS-RFC-COUNT)
           PERFORM 4160-REWRITE-REFCHECKS

           MOVE WS-RFC-JOB-ID TO WS-RFC-LOOKUP-ID
           PERFORM 4172-FIND-RFC-JOB-TITLE
           MOVE "REFCHECK" TO WS-NSP-KIND
           MOVE SPACES TO WS-NSP-TEXT
           IF WS-REF-TYPE(WS-REF-SEL-IDX) = "I"
               MOVE WS-REF-USER(WS-REF-SEL-IDX) TO WS-NSP-USER
               STRING FUNCTION TRIM(WS-RFC-APPLICANT)
                   " has named you as a reference for "
                   FUNCTION TRIM(WS-RFC-JOB-TITLE)
                   ". Please answer under Job Search > References."
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
           ELSE
               MOVE WS-RFC-APPLICANT TO WS-NSP-USER
               STRING "To: "
                   FUNCTION TRIM(WS-REF-EMAIL(WS-REF-SEL-IDX))
                   " - a reference is requested for "
                   FUNCTION TRIM(WS-RFC-APPLICANT) " ("
                   FUNCTION TRIM(WS-RFC-JOB-TITLE)
                   "). Please reply to the poster quoting check "
                   WS-RFC-ID(WS-RFC-COUNT) "."
                   DELIMITED BY SIZE INTO WS-NSP-TEXT
               END-STRING
           END-IF
           PERFORM 8070-SPOOL-NOTIFICATION

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-REF-TYPE(WS-REF-SEL-IDX) = "I"
               STRING "Reference check requested from "
                   FUNCTION TRIM(WS-REF-NAME(WS-REF-SEL-IDX))
                   ". They will answer from their References menu."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "Reference check " WS-RFC-ID(WS-RFC-COUNT)
                   " sent to "
                   FUNCTION TRIM(WS-REF-EMAIL(WS-REF-SEL-IDX))
                   ". Enter their reply here when it arrives."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE "REFCHECK" TO WS-RESULT-TYPE
           MOVE WS-RFC-APPLICANT TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 4171-SHOW-APPLICANT-REFCHECKS: Checks on posting WS-RFC-JOB-ID
      *> for WS-RFC-APPLICANT, with the answers of completed ones.
      *> WS-RFC-SHOWN says how many; nothing is printed when none.
      *>*****************************************************************
       4171-SHOW-APPLICANT-REFCHECKS.
           MOVE 0 TO WS-RFC-SHOWN
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF WS-RFC-JOB(WS-RFC-IDX) = WS-RFC-JOB-ID
                   AND WS-RFC-APPL(WS-RFC-IDX) = WS-RFC-APPLICANT
                   ADD 1 TO WS-RFC-SHOWN
                   EVALUATE WS-RFC-STATUS(WS-RFC-IDX)
                       WHEN "C"
                           MOVE SPACES TO WS-RFC-STATE-TEXT
                           STRING "completed "
                               WS-RFC-COMPLETED(WS-RFC-IDX)(1:4) "-"
                               WS-RFC-COMPLETED(WS-RFC-IDX)(5:2) "-"
                               WS-RFC-COMPLETED(WS-RFC-IDX)(7:2)
                               DELIMITED BY SIZE
                               INTO WS-RFC-STATE-TEXT
                           END-STRING
                       WHEN "D"
                           MOVE "declined to give a reference"
                               TO WS-RFC-STATE-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-RFC-STATE-TEXT
                           STRING "awaiting reply since "
                               WS-RFC-REQUESTED(WS-RFC-IDX)(1:4) "-"
                               WS-RFC-REQUESTED(WS-RFC-IDX)(5:2) "-"
                               WS-RFC-REQUESTED(WS-RFC-IDX)(7:2)
                               DELIMITED BY SIZE
                               INTO WS-RFC-STATE-TEXT
                           END-STRING
                   END-EVALUATE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "     Reference check "
                       WS-RFC-ID(WS-RFC-IDX) " - "
                       FUNCTION TRIM(WS-RFC-REF-NAME(WS-RFC-IDX))
                       ": " FUNCTION TRIM(WS-RFC-STATE-TEXT)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   IF WS-RFC-STATUS(WS-RFC-IDX) = "C"
                       PERFORM 4174-PRINT-CHECK-ANSWERS
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       4172-FIND-RFC-JOB-TITLE.
           MOVE "(posting withdrawn)" TO WS-RFC-JOB-TITLE
           PERFORM VARYING WS-RFC-JOB-SCAN FROM 1 BY 1
               UNTIL WS-RFC-JOB-SCAN > WS-JOB-COUNT
               IF WS-JT-ID(WS-RFC-JOB-SCAN) = WS-RFC-LOOKUP-ID
                   MOVE WS-JT-TITLE(WS-RFC-JOB-SCAN)
                       TO WS-RFC-JOB-TITLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 4173-ENTER-OUTSIDE-REPLY: The poster keys in the answers an
      *> outside reference sent back by email, against one of the
      *> applicant's open outside checks on this posting.
      *>*****************************************************************
       4173-ENTER-OUTSIDE-REPLY.
           MOVE 0 TO WS-RFC-DISP-COUNT
           PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
               UNTIL WS-RFC-IDX > WS-RFC-COUNT
               IF WS-RFC-JOB(WS-RFC-IDX) = WS-RFC-JOB-ID
                   AND WS-RFC-APPL(WS-RFC-IDX) = WS-RFC-APPLICANT
                   AND WS-RFC-STATUS(WS-RFC-IDX) = "R"
                   AND WS-RFC-REF-USER(WS-RFC-IDX) = SPACES
                   ADD 1 TO WS-RFC-DISP-COUNT
                   MOVE WS-RFC-IDX
                       TO WS-RFC-INDEX-MAP(WS-RFC-DISP-COUNT)
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING WS-RFC-DISP-COUNT(2:3) ". Check "
                       WS-RFC-ID(WS-RFC-IDX) " - "
                       FUNCTION TRIM(WS-RFC-REF-NAME(WS-RFC-IDX))
                       " (" FUNCTION TRIM(WS-RFC-REF-EMAIL(WS-RFC-IDX))
                       ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-RFC-DISP-COUNT = 0
               MOVE "No outside reference checks are waiting for a "
                   & "reply." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Enter number of the check the reply is for, or 0 to "
               & "cancel: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-REF-INPUT
           MOVE WS-REF-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-REF-CHOICE
           IF FUNCTION TRIM(WS-REF-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-REF-INPUT) TO WS-REF-CHOICE
           END-IF
           IF WS-REF-CHOICE < 1 OR WS-REF-CHOICE > WS-RFC-DISP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RFC-INDEX-MAP(WS-REF-CHOICE) TO WS-RFC-SEL-IDX
           MOVE "Enter the reference's answers as given in their "
               & "reply." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 4167-ANSWER-QUESTIONNAIRE
           IF WS-REF-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-RFC-STATUS(WS-RFC-SEL-IDX)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RFC-ANS-BY
           PERFORM 4175-SAVE-CHECK-ANSWERS
           MOVE "Reply recorded. The check is complete."
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       4174-PRINT-CHECK-ANSWERS.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "       How they know the applicant: "
               FUNCTION TRIM(WS-RFC-KNOWN-HOW(WS-RFC-IDX))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-RFC-AGAIN(WS-RFC-IDX) = "Y"
               MOVE "Yes" TO WS-RFC-STATE-TEXT
           ELSE
               MOVE "No" TO WS-RFC-STATE-TEXT
           END-IF
           STRING "       Reliability: " WS-RFC-RELIABILITY(WS-RFC-IDX)
               "/5 | Teamwork: " WS-RFC-TEAMWORK(WS-RFC-IDX)
               "/5 | Would work with again: "
               FUNCTION TRIM(WS-RFC-STATE-TEXT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-RFC-COMMENTS(WS-RFC-IDX) NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "       Comments: "
                   FUNCTION TRIM(WS-RFC-COMMENTS(WS-RFC-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           IF WS-RFC-REF-USER(WS-RFC-IDX) = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "       (reply by email, entered by "
                   FUNCTION TRIM(WS-RFC-ANSWERED-BY(WS-RFC-IDX)) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 4175-SAVE-CHECK-ANSWERS: Stamp the status already set on row
      *> WS-RFC-SEL-IDX with today's date and the WS-RFC-ANS-* answers,
      *> save, and let the poster who asked know.
      *>*****************************************************************
       4175-SAVE-CHECK-ANSWERS.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-RFC-COMPLETED(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-KNOWN-HOW
               TO WS-RFC-KNOWN-HOW(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-RELIABILITY
               TO WS-RFC-RELIABILITY(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-TEAMWORK TO WS-RFC-TEAMWORK(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-AGAIN TO WS-RFC-AGAIN(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-COMMENTS TO WS-RFC-COMMENTS(WS-RFC-SEL-IDX)
           MOVE WS-RFC-ANS-BY TO WS-RFC-ANSWERED-BY(WS-RFC-SEL-IDX)
           PERFORM 4160-REWRITE-REFCHECKS

           MOVE WS-RFC-JOB(WS-RFC-SEL-IDX) TO WS-RFC-LOOKUP-ID
           PERFORM 4172-FIND-RFC-JOB-TITLE
           IF WS-RFC-POSTER(WS-RFC-SEL-IDX) NOT =
               WS-USERNAME(WS-CURRENT-USER-INDEX)
               MOVE WS-RFC-POSTER(WS-RFC-SEL-IDX) TO WS-NSP-USER
               MOVE "REFCHECK" TO WS-NSP-KIND
               MOVE SPACES TO WS-NSP-TEXT
               IF WS-RFC-STATUS(WS-RFC-SEL-IDX) = "D"
                   STRING FUNCTION TRIM(WS-RFC-REF-NAME(WS-RFC-SEL-IDX))
                       " declined the reference check for "
                       FUNCTION TRIM(WS-RFC-APPL(WS-RFC-SEL-IDX))
                       " (" FUNCTION TRIM(WS-RFC-JOB-TITLE) ")."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
               ELSE
                   STRING "The reference check for "
                       FUNCTION TRIM(WS-RFC-APPL(WS-RFC-SEL-IDX))
                       " (" FUNCTION TRIM(WS-RFC-JOB-TITLE)
                       ") is complete. See View Applicants."
                       DELIMITED BY SIZE INTO WS-NSP-TEXT
                   END-STRING
               END-IF
               PERFORM 8070-SPOOL-NOTIFICATION
           END-IF
           MOVE "REFANSWER" TO WS-RESULT-TYPE
           MOVE WS-RFC-APPL(WS-RFC-SEL-IDX) TO WS-RESULT-KEY
           IF WS-RFC-STATUS(WS-RFC-SEL-IDX) = "D"
               MOVE "DECL" TO WS-RESULT-OUTCOME
           ELSE
               MOVE "OK" TO WS-RESULT-OUTCOME
           END-IF
           PERFORM 8060-WRITE-RESULT
           EXIT.
