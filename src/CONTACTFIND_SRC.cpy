      *>*****************************************************************
      *> FILE:    CONTACTFIND_SRC.cpy
      *> PURPOSE: Find and invite people from an uploaded contact list.
      *>          The user names a file of email addresses in the data
      *>          directory (one or more per line, separated by commas,
      *>          semicolons or spaces; "Name <addr>" is accepted). Each
      *>          address is compared with the verified addresses in
      *>          CONTACTS.DAT; matching members are listed with whether
      *>          the user is already connected to them, and requests
      *>          go to the ones picked in one step through the normal
      *>          send path (SENDREQ.cpy 7630), so blocks, duplicate
      *>          checks and the rate limit all still apply. Addresses
      *>          that match no one are dropped as they are read - they
      *>          are never echoed, counted into a log or kept.
      *>
      *> PARAGRAPHS:
      *>   7540-FIND-FROM-CONTACT-LIST - Entry point (main menu)
      *>   7541-READ-CONTACT-LIST-LOOP - Recursive read of the list
      *>   7542-SPLIT-CONTACT-LINE     - Pull the addresses off a line
      *>   7543-MATCH-ONE-ADDRESS      - Verified-address lookup
      *>   7544-SET-CONTACT-STATE      - Connected / pending / neither
      *>   7545-LIST-CONTACT-MATCHES   - Show the members found
      *>   7546-PICK-CONTACT-MATCHES   - Read the user's selection
      *>   7547-SEND-CONTACT-REQUESTS  - One request per pick (7630)
      *>
      *> DEPENDENCIES:
      *>   WS-CONTACTFIND.cpy - list path, matches and scratch
      *>   CONTACT_SRC.cpy    - WS-CTC-TABLE (verified emails)
      *>   SENDREQ.cpy        - 7630-SEND-REQUEST-LOGIC
      *>   BLOCKUSER.cpy      - 7651-CHECK-BLOCKED
      *>   main.cob           - CONTACTLIST-FILE, 8000/8100, 8060
      *>*****************************************************************

      *>*****************************************************************
      *> 7540-FIND-FROM-CONTACT-LIST: Read the list, match it, list
      *> the members found and send the requests the user picks.
      *>*****************************************************************
       7540-FIND-FROM-CONTACT-LIST.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== FIND PEOPLE FROM MY CONTACT LIST ==="
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Contact list file in the data directory (blank for "
               "CONTACTLIST_"
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               ".TXT): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CFD-FILE-NAME
           IF WS-CFD-FILE-NAME = SPACES
               STRING "CONTACTLIST_"
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ".TXT"
                   DELIMITED BY SIZE INTO WS-CFD-FILE-NAME
               END-STRING
           END-IF
           MOVE WS-CFD-FILE-NAME TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

      *>    A bare file name only - nothing outside the data directory.
           MOVE 0 TO WS-CFD-PART-PTR
           INSPECT WS-CFD-FILE-NAME TALLYING WS-CFD-PART-PTR
               FOR ALL "/" ALL "\" ALL ".."
           IF WS-CFD-PART-PTR > 0
               MOVE "Enter just the file name; it must be in the data "
                   & "directory." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONTACTLIST-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               MOVE WS-CFD-FILE-NAME TO WS-CONTACTLIST-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/"
                   FUNCTION TRIM(WS-CFD-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CONTACTLIST-PATH
               END-STRING
           END-IF

           OPEN INPUT CONTACTLIST-FILE
           EVALUATE WS-CONTACTLIST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "File not found: "
                       FUNCTION TRIM(WS-CFD-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "ERROR: Could not read the contact list. "
                       "STATUS=" WS-CONTACTLIST-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-CFD-COUNT
           MOVE 0 TO WS-CFD-READ-COUNT
           MOVE 0 TO WS-CFD-OVERFLOW
           MOVE "N" TO WS-CONTACTLIST-EOF
           PERFORM 7541-READ-CONTACT-LIST-LOOP
           CLOSE CONTACTLIST-FILE

           MOVE WS-CFD-READ-COUNT TO WS-CFD-DISP-READ
           MOVE WS-CFD-COUNT TO WS-CFD-DISP-IDX
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Addresses read: " FUNCTION TRIM(WS-CFD-DISP-READ)
               "  Members found: " FUNCTION TRIM(WS-CFD-DISP-IDX)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CFD-OVERFLOW > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Only the first " WS-CFD-MAX-MATCHES
                   " members are listed; upload the rest separately."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE "CONTACTFIND" TO WS-RESULT-TYPE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT

           IF WS-CFD-COUNT = 0
               MOVE "None of these addresses belong to a member you "
                   & "can connect with." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 7545-LIST-CONTACT-MATCHES
           PERFORM 7546-PICK-CONTACT-MATCHES
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CFD-PICK-COUNT = 0
               MOVE "No connection requests sent." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 7547-SEND-CONTACT-REQUESTS
           EXIT.

       7541-READ-CONTACT-LIST-LOOP.
           READ CONTACTLIST-FILE
               AT END
                   MOVE "Y" TO WS-CONTACTLIST-EOF
               NOT AT END
                   PERFORM 7542-SPLIT-CONTACT-LINE
           END-READ

           IF WS-CONTACTLIST-EOF = "N"
               PERFORM 7541-READ-CONTACT-LIST-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7542-SPLIT-CONTACT-LINE: Every token on the line holding
      *> exactly one "@" is an address; names, headings and the angle
      *> brackets of "Name <addr>" are ignored.
      *>*****************************************************************
       7542-SPLIT-CONTACT-LINE.
           INSPECT CTL-RECORD REPLACING ALL "<" BY SPACE
                                        ALL ">" BY SPACE
                                        ALL X"09" BY SPACE
           MOVE 1 TO WS-CFD-PART-PTR
           PERFORM UNTIL WS-CFD-PART-PTR > LENGTH OF CTL-RECORD
               MOVE SPACES TO WS-CFD-PART
               UNSTRING CTL-RECORD
                   DELIMITED BY "," OR ";" OR ALL SPACES
                   INTO WS-CFD-PART
                   WITH POINTER WS-CFD-PART-PTR
               END-UNSTRING
               IF WS-CFD-PART NOT = SPACES
                   MOVE 0 TO WS-CFD-AT-COUNT
                   INSPECT WS-CFD-PART TALLYING WS-CFD-AT-COUNT
                       FOR ALL "@"
                   IF WS-CFD-AT-COUNT = 1
                       ADD 1 TO WS-CFD-READ-COUNT
                       MOVE FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-CFD-PART))
                           TO WS-CFD-ADDRESS
                       PERFORM 7543-MATCH-ONE-ADDRESS
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7543-MATCH-ONE-ADDRESS: Look WS-CFD-ADDRESS up among the
      *> verified contact emails. Yourself, members without a
      *> profile, and anyone on either side of a block are left out
      *> as if they had not matched.
      *>*****************************************************************
       7543-MATCH-ONE-ADDRESS.
           MOVE SPACES TO WS-CFD-USER
           PERFORM VARYING WS-CFD-CTC-IDX FROM 1 BY 1
               UNTIL WS-CFD-CTC-IDX > WS-CTC-COUNT
                   OR WS-CFD-USER NOT = SPACES
               IF WS-CTC-VERIFIED(WS-CFD-CTC-IDX) = "Y"
                  AND FUNCTION LOWER-CASE(FUNCTION TRIM(
                      WS-CTC-EMAIL(WS-CFD-CTC-IDX))) = WS-CFD-ADDRESS
                   MOVE WS-CTC-USERNAME(WS-CFD-CTC-IDX) TO WS-CFD-USER
               END-IF
           END-PERFORM
           IF WS-CFD-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CFD-USER) =
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CFD-PROFILE-IDX
           PERFORM VARYING WS-CFD-SCAN FROM 1 BY 1
               UNTIL WS-CFD-SCAN > WS-CFD-COUNT
               IF FUNCTION TRIM(WS-PROF-USERNAME(
                   WS-CFD-PROF-IDX(WS-CFD-SCAN))) =
                   FUNCTION TRIM(WS-CFD-USER)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CFD-PROF-SCAN FROM 1 BY 1
               UNTIL WS-CFD-PROF-SCAN > WS-PROFILE-COUNT
                   OR WS-CFD-PROFILE-IDX > 0
               IF FUNCTION TRIM(WS-PROF-USERNAME(WS-CFD-PROF-SCAN)) =
                   FUNCTION TRIM(WS-CFD-USER)
                  AND WS-HAS-PROFILE(WS-CFD-PROF-SCAN) = 1
                   MOVE WS-CFD-PROF-SCAN TO WS-CFD-PROFILE-IDX
               END-IF
           END-PERFORM
           IF WS-CFD-PROFILE-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CFD-USER TO WS-BLOCK-TARGET-USERNAME
           PERFORM 7651-CHECK-BLOCKED
           IF WS-BLOCK-IS-BLOCKED = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-CFD-COUNT >= WS-CFD-MAX-MATCHES
               ADD 1 TO WS-CFD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CFD-COUNT
           MOVE WS-CFD-PROFILE-IDX TO WS-CFD-PROF-IDX(WS-CFD-COUNT)
           MOVE WS-CFD-ADDRESS TO WS-CFD-EMAIL(WS-CFD-COUNT)
           MOVE 0 TO WS-CFD-PICKED(WS-CFD-COUNT)
           MOVE WS-CFD-COUNT TO WS-CFD-IDX
           PERFORM 7544-SET-CONTACT-STATE
           EXIT.

      *>*****************************************************************
      *> 7544-SET-CONTACT-STATE: Where match WS-CFD-IDX stands with
      *> the user - same tests the send path makes (SENDREQ 7640).
      *>*****************************************************************
       7544-SET-CONTACT-STATE.
           MOVE "N" TO WS-CFD-STATE(WS-CFD-IDX)
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-CFD-ME
           MOVE WS-PROF-USERNAME(WS-CFD-PROF-IDX(WS-CFD-IDX))
               TO WS-CFD-USER
           PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
               UNTIL WS-CONN-IDX > WS-CONNECTIONS-COUNT
               IF (FUNCTION TRIM(WS-CONN-USER-A(WS-CONN-IDX)) =
                    FUNCTION TRIM(WS-CFD-ME)
                   AND FUNCTION TRIM(WS-CONN-USER-B(WS-CONN-IDX)) =
                    FUNCTION TRIM(WS-CFD-USER))
                  OR
                  (FUNCTION TRIM(WS-CONN-USER-A(WS-CONN-IDX)) =
                    FUNCTION TRIM(WS-CFD-USER)
                   AND FUNCTION TRIM(WS-CONN-USER-B(WS-CONN-IDX)) =
                    FUNCTION TRIM(WS-CFD-ME))
                   MOVE "C" TO WS-CFD-STATE(WS-CFD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PENDING-COUNT
               IF PEND-STATUS-PENDING(WS-PEND-IDX)
                   IF FUNCTION TRIM(
                       WS-PEND-SENDER-USERNAME(WS-PEND-IDX)) =
                       FUNCTION TRIM(WS-CFD-ME)
                      AND FUNCTION TRIM(
                          WS-PEND-RECIPIENT-USERNAME(WS-PEND-IDX)) =
                          FUNCTION TRIM(WS-CFD-USER)
                       MOVE "S" TO WS-CFD-STATE(WS-CFD-IDX)
                   END-IF
                   IF FUNCTION TRIM(
                       WS-PEND-SENDER-USERNAME(WS-PEND-IDX)) =
                       FUNCTION TRIM(WS-CFD-USER)
                      AND FUNCTION TRIM(
                          WS-PEND-RECIPIENT-USERNAME(WS-PEND-IDX)) =
                          FUNCTION TRIM(WS-CFD-ME)
                       MOVE "R" TO WS-CFD-STATE(WS-CFD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7545-LIST-CONTACT-MATCHES: One numbered line per member.
      *>*****************************************************************
       7545-LIST-CONTACT-MATCHES.
           MOVE "Members from your contact list:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CFD-IDX FROM 1 BY 1
               UNTIL WS-CFD-IDX > WS-CFD-COUNT
               EVALUATE TRUE
                   WHEN WS-CFD-CONNECTED(WS-CFD-IDX)
                       MOVE "already connected" TO WS-CFD-STATE-TEXT
                   WHEN WS-CFD-SENT(WS-CFD-IDX)
                       MOVE "request already sent"
                           TO WS-CFD-STATE-TEXT
                   WHEN WS-CFD-RECEIVED(WS-CFD-IDX)
                       MOVE "has sent you a request"
                           TO WS-CFD-STATE-TEXT
                   WHEN OTHER
                       MOVE "not connected" TO WS-CFD-STATE-TEXT
               END-EVALUATE
               MOVE WS-CFD-IDX TO WS-CFD-DISP-IDX
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING " " WS-CFD-DISP-IDX ". "
                   FUNCTION TRIM(WS-FIRST-NAME(
                       WS-CFD-PROF-IDX(WS-CFD-IDX))) " "
                   FUNCTION TRIM(WS-LAST-NAME(
                       WS-CFD-PROF-IDX(WS-CFD-IDX)))
                   " <" FUNCTION TRIM(WS-CFD-EMAIL(WS-CFD-IDX)) "> - "
                   FUNCTION TRIM(WS-CFD-STATE-TEXT)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7546-PICK-CONTACT-MATCHES: "1,3,4", "A" for everyone not yet
      *> connected or asked, or blank for none. Members already
      *> connected or with a request either way are not picked.
      *>*****************************************************************
       7546-PICK-CONTACT-MATCHES.
           MOVE 0 TO WS-CFD-PICK-COUNT
           MOVE "Send connection requests to (numbers separated by "
               & "commas, A = all not connected, blank = none): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CFD-SELECTION
           MOVE WS-CFD-SELECTION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CFD-SELECTION = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-CFD-SELECTION) = "A"
               PERFORM VARYING WS-CFD-IDX FROM 1 BY 1
                   UNTIL WS-CFD-IDX > WS-CFD-COUNT
                   IF WS-CFD-NEITHER(WS-CFD-IDX)
                       MOVE 1 TO WS-CFD-PICKED(WS-CFD-IDX)
                       ADD 1 TO WS-CFD-PICK-COUNT
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-CFD-PART-PTR
           PERFORM UNTIL WS-CFD-PART-PTR > LENGTH OF WS-CFD-SELECTION
               MOVE SPACES TO WS-CFD-PICK-TEXT
               UNSTRING WS-CFD-SELECTION
                   DELIMITED BY "," OR ALL SPACES
                   INTO WS-CFD-PICK-TEXT
                   WITH POINTER WS-CFD-PART-PTR
               END-UNSTRING
               IF WS-CFD-PICK-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-CFD-PICK-TEXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-CFD-PICK-TEXT)
                           TO WS-CFD-PICK
                   ELSE
                       MOVE 0 TO WS-CFD-PICK
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CFD-PICK = 0
                           OR WS-CFD-PICK > WS-CFD-COUNT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "Skipping "
                               FUNCTION TRIM(WS-CFD-PICK-TEXT)
                               ": not on the list."
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       WHEN NOT WS-CFD-NEITHER(WS-CFD-PICK)
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "Skipping "
                               FUNCTION TRIM(WS-CFD-PICK-TEXT)
                               ": already connected or requested."
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       WHEN WS-CFD-PICKED(WS-CFD-PICK) = 0
                           MOVE 1 TO WS-CFD-PICKED(WS-CFD-PICK)
                           ADD 1 TO WS-CFD-PICK-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7547-SEND-CONTACT-REQUESTS: Each pick goes through the normal
      *> send path; once the rate limit trips the rest are held back.
      *>*****************************************************************
       7547-SEND-CONTACT-REQUESTS.
           MOVE 0 TO WS-CFD-SENT-COUNT
           MOVE 0 TO WS-CFD-STOP
           PERFORM VARYING WS-CFD-IDX FROM 1 BY 1
               UNTIL WS-CFD-IDX > WS-CFD-COUNT
                   OR WS-CFD-STOP = 1
               IF WS-CFD-PICKED(WS-CFD-IDX) = 1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "To "
                       FUNCTION TRIM(WS-FIRST-NAME(
                           WS-CFD-PROF-IDX(WS-CFD-IDX))) " "
                       FUNCTION TRIM(WS-LAST-NAME(
                           WS-CFD-PROF-IDX(WS-CFD-IDX))) ":"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE WS-CFD-PROF-IDX(WS-CFD-IDX)
                       TO WS-SENDREQ-TARGET-INDEX
                   MOVE 0 TO WS-RATE-BLOCKED
                   PERFORM 7630-SEND-REQUEST-LOGIC
                   EVALUATE TRUE
                       WHEN WS-RATE-BLOCKED = 1
                           MOVE 1 TO WS-CFD-STOP
                       WHEN WS-VALID = 1
                           ADD 1 TO WS-CFD-SENT-COUNT
                           MOVE "S" TO WS-CFD-STATE(WS-CFD-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE WS-CFD-SENT-COUNT TO WS-CFD-DISP-IDX
           MOVE WS-CFD-PICK-COUNT TO WS-CFD-DISP-READ
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Connection requests sent: "
               FUNCTION TRIM(WS-CFD-DISP-IDX)
               " of " FUNCTION TRIM(WS-CFD-DISP-READ)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
