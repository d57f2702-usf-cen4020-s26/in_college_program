      *>*****************************************************************
      *> FILE:    MODQUEUE_SRC.cpy
      *> PURPOSE: Content screening for messages (7830) and group board
      *>          posts (6545). Text containing an admin-maintained
      *>          banned term or link pattern (BANNED.DAT) is not
      *>          delivered or posted; it is held in MODQUEUE.DAT until
      *>          an admin releases it (delivered as written) or
      *>          rejects it. A rejection is logged against the author
      *>          in ABUSELOG.DAT, and an author who reaches
      *>          WS-CONST-CONTENT-REJECT-LIMIT rejections is suspended
      *>          for WS-CONST-CONTENT-SUSPEND-DAYS through the same
      *>          WS-SUSPEND-UNTIL the Suspend/Unsuspend screen sets.
      *>
      *> PARAGRAPHS:
      *>   7060-LOAD-MODERATION     - Load BANNED.DAT and MODQUEUE.DAT
      *>   7061 / 7063              - Read loops for 7060
      *>   7062-SHOW-QUEUE-ITEM     - Print item WS-MQ-SEL-ID
      *>   7064-SCREEN-TEXT         - WS-CSC-TEXT -> WS-CSC-HIT/MATCH
      *>   7065-SCREEN-MESSAGE      - Screen every part of the message
      *>                              7830 is about to write
      *>   7066-HOLD-MESSAGE        - Queue that message instead
      *>   7067-HOLD-GROUP-POST     - Queue a board post instead
      *>   7068-REWRITE-MODQUEUE / 7069-REWRITE-BANNED
      *>   7070-MODERATION-MENU     - Admin: review queue, banned list
      *>   7071-REVIEW-QUEUE        - Walk pending items: release,
      *>                              reject, skip
      *>   7072-RELEASE-ITEM / 7073-REJECT-ITEM
      *>   7074-SET-ITEM-STATUS     - Stamp every row of one item
      *>   7075-COUNT-REJECTIONS    - Author's CONTENT rows in the
      *>                              abuse log (7076 read loop)
      *>   7077-AUTO-SUSPEND        - Suspension at the limit
      *>   7078-ADD-BANNED / 7079-REMOVE-BANNED
      *>
      *> DEPENDENCIES:
      *>   WS-MODQUEUE.cpy, main.cob BANNED-FILE / MODQUEUE-FILE,
      *>   SENDMESSAGE.cpy 7835/7831, GROUPS_SRC.cpy 6546,
      *>   RATELIMIT_SRC.cpy 7660, main.cob 3262 and 4600
      *>*****************************************************************

       7060-LOAD-MODERATION.
           MOVE 0 TO WS-BAN-COUNT
           MOVE "N" TO WS-BANNED-EOF
           OPEN INPUT BANNED-FILE
           IF WS-BANNED-STATUS = WS-CONST-FS-OK
               PERFORM 7061-READ-BANNED-LOOP
               CLOSE BANNED-FILE
           END-IF

           MOVE 0 TO WS-MQ-COUNT
           MOVE 1 TO WS-MQ-NEXT-ID
           MOVE "N" TO WS-MODQUEUE-EOF
           OPEN INPUT MODQUEUE-FILE
           IF WS-MODQUEUE-STATUS = WS-CONST-FS-OK
               PERFORM 7063-READ-MODQUEUE-LOOP
               CLOSE MODQUEUE-FILE
           END-IF
           EXIT.

       7061-READ-BANNED-LOOP.
           READ BANNED-FILE
               AT END
                   MOVE "Y" TO WS-BANNED-EOF
               NOT AT END
                   IF WS-BAN-COUNT < WS-CONST-MAX-BANNED
                       AND BAN-TERM NOT = SPACES
                       ADD 1 TO WS-BAN-COUNT
                       MOVE BAN-TERM TO WS-BAN-TERM(WS-BAN-COUNT)
                       MOVE BAN-KIND TO WS-BAN-KIND(WS-BAN-COUNT)
                   END-IF
           END-READ
           IF WS-BANNED-EOF = "N"
               PERFORM 7061-READ-BANNED-LOOP
           END-IF
           EXIT.

       7063-READ-MODQUEUE-LOOP.
           READ MODQUEUE-FILE
               AT END
                   MOVE "Y" TO WS-MODQUEUE-EOF
               NOT AT END
                   IF WS-MQ-COUNT < WS-CONST-MAX-MODQUEUE
                       ADD 1 TO WS-MQ-COUNT
                       MOVE MQ-ID       TO WS-MQT-ID(WS-MQ-COUNT)
                       MOVE MQ-KIND     TO WS-MQT-KIND(WS-MQ-COUNT)
                       MOVE MQ-AUTHOR   TO WS-MQT-AUTHOR(WS-MQ-COUNT)
                       MOVE MQ-TARGET   TO WS-MQT-TARGET(WS-MQ-COUNT)
                       MOVE MQ-GROUP-ID TO WS-MQT-GROUP-ID(WS-MQ-COUNT)
                       MOVE MQ-PART     TO WS-MQT-PART(WS-MQ-COUNT)
                       MOVE MQ-TEXT     TO WS-MQT-TEXT(WS-MQ-COUNT)
                       MOVE MQ-MATCH    TO WS-MQT-MATCH(WS-MQ-COUNT)
                       MOVE MQ-STAMP    TO WS-MQT-STAMP(WS-MQ-COUNT)
                       MOVE MQ-STATUS   TO WS-MQT-STATUS(WS-MQ-COUNT)
                       MOVE MQ-REVIEWER TO WS-MQT-REVIEWER(WS-MQ-COUNT)
                       MOVE MQ-DECIDED  TO WS-MQT-DECIDED(WS-MQ-COUNT)
                       IF MQ-ID >= WS-MQ-NEXT-ID
                           COMPUTE WS-MQ-NEXT-ID = MQ-ID + 1
                       END-IF
                   END-IF
           END-READ
           IF WS-MODQUEUE-EOF = "N"
               PERFORM 7063-READ-MODQUEUE-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7062-SHOW-QUEUE-ITEM: Header, matched entry, then every part
      *> of item WS-MQ-SEL-ID (first row at WS-MQ-SEL-ROW).
      *>*****************************************************************
       7062-SHOW-QUEUE-ITEM.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-MQT-KIND(WS-MQ-SEL-ROW) = "M"
               STRING "#" WS-MQT-ID(WS-MQ-SEL-ROW) " Message from "
                   FUNCTION TRIM(WS-MQT-AUTHOR(WS-MQ-SEL-ROW))
                   " to " FUNCTION TRIM(WS-MQT-TARGET(WS-MQ-SEL-ROW))
                   ", " WS-MQT-STAMP(WS-MQ-SEL-ROW)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               MOVE "(group no longer exists)" TO WS-MQ-GROUP-NAME
               PERFORM VARYING WS-MQ-GRP-IDX FROM 1 BY 1
                   UNTIL WS-MQ-GRP-IDX > WS-GROUP-COUNT
                   IF WS-GRT-ID(WS-MQ-GRP-IDX) =
                       WS-MQT-GROUP-ID(WS-MQ-SEL-ROW)
                       MOVE WS-GRT-NAME(WS-MQ-GRP-IDX)
                           TO WS-MQ-GROUP-NAME
                   END-IF
               END-PERFORM
               STRING "#" WS-MQT-ID(WS-MQ-SEL-ROW) " Group post by "
                   FUNCTION TRIM(WS-MQT-AUTHOR(WS-MQ-SEL-ROW))
                   " on " FUNCTION TRIM(WS-MQ-GROUP-NAME)
                   ", " WS-MQT-STAMP(WS-MQ-SEL-ROW)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Matched: "
               FUNCTION TRIM(WS-MQT-MATCH(WS-MQ-SEL-ROW))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-MQ-JDX FROM 1 BY 1
               UNTIL WS-MQ-JDX > WS-MQ-COUNT
               IF WS-MQT-ID(WS-MQ-JDX) = WS-MQ-SEL-ID
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  | " FUNCTION TRIM(WS-MQT-TEXT(WS-MQ-JDX))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7064-SCREEN-TEXT: Case-blind search of WS-CSC-TEXT for each
      *> banned entry; the first one found is reported.
      *>*****************************************************************
       7064-SCREEN-TEXT.
           MOVE 0 TO WS-CSC-HIT
           MOVE SPACES TO WS-CSC-MATCH
           MOVE FUNCTION UPPER-CASE(WS-CSC-TEXT) TO WS-CSC-UPPER
           PERFORM VARYING WS-CSC-IDX FROM 1 BY 1
               UNTIL WS-CSC-IDX > WS-BAN-COUNT OR WS-CSC-HIT = 1
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-BAN-TERM(WS-CSC-IDX)))
                   TO WS-CSC-TERM-UPPER
               IF WS-CSC-TERM-UPPER NOT = SPACES
                   COMPUTE WS-CSC-TERM-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-BAN-TERM(WS-CSC-IDX)))
                   MOVE 0 TO WS-CSC-HITS
                   INSPECT WS-CSC-UPPER TALLYING WS-CSC-HITS
                       FOR ALL WS-CSC-TERM-UPPER(1:WS-CSC-TERM-LEN)
                   IF WS-CSC-HITS > 0
                       MOVE 1 TO WS-CSC-HIT
                       MOVE WS-BAN-TERM(WS-CSC-IDX) TO WS-CSC-MATCH
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7065-SCREEN-MESSAGE: Screen the message 7830 is about to
      *> write - every composed part, or WS-MSG-CONTENT for the
      *> single-record callers.
      *>*****************************************************************
       7065-SCREEN-MESSAGE.
           MOVE 0 TO WS-CSC-HIT
           IF WS-BAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MSG-PART-COUNT = 0
               MOVE WS-MSG-CONTENT TO WS-CSC-TEXT
               PERFORM 7064-SCREEN-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSC-PART-IDX FROM 1 BY 1
               UNTIL WS-CSC-PART-IDX > WS-MSG-PART-COUNT
                   OR WS-CSC-HIT = 1
               MOVE WS-MSG-PART-TEXT(WS-CSC-PART-IDX) TO WS-CSC-TEXT
               PERFORM 7064-SCREEN-TEXT
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7066-HOLD-MESSAGE: Queue the screened message (one row per
      *> part) in place of delivering it. The author is told it is
      *> held, not which entry caught it.
      *>*****************************************************************
       7066-HOLD-MESSAGE.
           MOVE WS-MSG-PART-COUNT TO WS-CSC-PARTS
           IF WS-CSC-PARTS = 0
               MOVE 1 TO WS-CSC-PARTS
           END-IF
           IF WS-MQ-COUNT + WS-CSC-PARTS > WS-CONST-MAX-MODQUEUE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Your message to "
                   FUNCTION TRIM(WS-MSG-RECIPIENT)
                   " could not be delivered."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               ADD 1 TO WS-CSC-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CSC-STAMP-RAW
           MOVE SPACES TO WS-CSC-STAMP
           STRING WS-CSC-STAMP-RAW(1:4) "-"
                  WS-CSC-STAMP-RAW(5:2) "-"
                  WS-CSC-STAMP-RAW(7:2) " "
                  WS-CSC-STAMP-RAW(9:2) ":"
                  WS-CSC-STAMP-RAW(11:2) ":"
                  WS-CSC-STAMP-RAW(13:2)
                  DELIMITED BY SIZE INTO WS-CSC-STAMP
           END-STRING

           PERFORM VARYING WS-CSC-PART-IDX FROM 1 BY 1
               UNTIL WS-CSC-PART-IDX > WS-CSC-PARTS
               ADD 1 TO WS-MQ-COUNT
               MOVE WS-MQ-NEXT-ID TO WS-MQT-ID(WS-MQ-COUNT)
               MOVE "M" TO WS-MQT-KIND(WS-MQ-COUNT)
               MOVE WS-MSG-SENDER-NAME TO WS-MQT-AUTHOR(WS-MQ-COUNT)
               MOVE WS-MSG-RECIPIENT TO WS-MQT-TARGET(WS-MQ-COUNT)
               MOVE 0 TO WS-MQT-GROUP-ID(WS-MQ-COUNT)
               MOVE WS-CSC-PART-IDX TO WS-MQT-PART(WS-MQ-COUNT)
               IF WS-MSG-PART-COUNT = 0
                   MOVE WS-MSG-CONTENT TO WS-MQT-TEXT(WS-MQ-COUNT)
               ELSE
                   MOVE WS-MSG-PART-TEXT(WS-CSC-PART-IDX)
                       TO WS-MQT-TEXT(WS-MQ-COUNT)
               END-IF
               MOVE WS-CSC-MATCH TO WS-MQT-MATCH(WS-MQ-COUNT)
               MOVE WS-CSC-STAMP TO WS-MQT-STAMP(WS-MQ-COUNT)
               MOVE "P" TO WS-MQT-STATUS(WS-MQ-COUNT)
               MOVE SPACES TO WS-MQT-REVIEWER(WS-MQ-COUNT)
               MOVE 0 TO WS-MQT-DECIDED(WS-MQ-COUNT)
           END-PERFORM
           MOVE WS-MQ-NEXT-ID TO WS-RESULT-KEY
           ADD 1 TO WS-MQ-NEXT-ID
           PERFORM 7068-REWRITE-MODQUEUE
           ADD 1 TO WS-CSC-HELD-COUNT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Your message to " FUNCTION TRIM(WS-MSG-RECIPIENT)
               " is being held for review and has not been"
               " delivered."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "MODHOLD" TO WS-RESULT-TYPE
           MOVE "HELD" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 7067-HOLD-GROUP-POST: Queue the post 6545 built in GP-GROUP-ID
      *> / GP-AUTHOR / GP-TEXT in place of appending it.
      *>*****************************************************************
       7067-HOLD-GROUP-POST.
           IF WS-MQ-COUNT >= WS-CONST-MAX-MODQUEUE
               MOVE "Your post could not be added to the board."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MQ-COUNT
           MOVE WS-MQ-NEXT-ID TO WS-MQT-ID(WS-MQ-COUNT)
           MOVE "G" TO WS-MQT-KIND(WS-MQ-COUNT)
           MOVE GP-AUTHOR TO WS-MQT-AUTHOR(WS-MQ-COUNT)
           MOVE SPACES TO WS-MQT-TARGET(WS-MQ-COUNT)
           MOVE GP-GROUP-ID TO WS-MQT-GROUP-ID(WS-MQ-COUNT)
           MOVE 1 TO WS-MQT-PART(WS-MQ-COUNT)
           MOVE GP-TEXT TO WS-MQT-TEXT(WS-MQ-COUNT)
           MOVE WS-CSC-MATCH TO WS-MQT-MATCH(WS-MQ-COUNT)
           MOVE WS-GRP-TIMESTAMP TO WS-MQT-STAMP(WS-MQ-COUNT)
           MOVE "P" TO WS-MQT-STATUS(WS-MQ-COUNT)
           MOVE SPACES TO WS-MQT-REVIEWER(WS-MQ-COUNT)
           MOVE 0 TO WS-MQT-DECIDED(WS-MQ-COUNT)
           MOVE WS-MQ-NEXT-ID TO WS-RESULT-KEY
           ADD 1 TO WS-MQ-NEXT-ID
           PERFORM 7068-REWRITE-MODQUEUE

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Your post is being held for review and has not "
               "been added to the board."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "MODHOLD" TO WS-RESULT-TYPE
           MOVE "HELD" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       7068-REWRITE-MODQUEUE.
           MOVE WS-MODQUEUE-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-MODQUEUE-TMP-PATH TO WS-MODQUEUE-PATH
           OPEN OUTPUT MODQUEUE-FILE
           IF WS-MODQUEUE-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MODQUEUE-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite MODQUEUE.DAT. "
                   "STATUS=" WS-MODQUEUE-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MQ-IDX FROM 1 BY 1
               UNTIL WS-MQ-IDX > WS-MQ-COUNT
               MOVE WS-MQT-ID(WS-MQ-IDX)       TO MQ-ID
               MOVE WS-MQT-KIND(WS-MQ-IDX)     TO MQ-KIND
               MOVE WS-MQT-AUTHOR(WS-MQ-IDX)   TO MQ-AUTHOR
               MOVE WS-MQT-TARGET(WS-MQ-IDX)   TO MQ-TARGET
               MOVE WS-MQT-GROUP-ID(WS-MQ-IDX) TO MQ-GROUP-ID
               MOVE WS-MQT-PART(WS-MQ-IDX)     TO MQ-PART
               MOVE WS-MQT-TEXT(WS-MQ-IDX)     TO MQ-TEXT
               MOVE WS-MQT-MATCH(WS-MQ-IDX)    TO MQ-MATCH
               MOVE WS-MQT-STAMP(WS-MQ-IDX)    TO MQ-STAMP
               MOVE WS-MQT-STATUS(WS-MQ-IDX)   TO MQ-STATUS
               MOVE WS-MQT-REVIEWER(WS-MQ-IDX) TO MQ-REVIEWER
               MOVE WS-MQT-DECIDED(WS-MQ-IDX)  TO MQ-DECIDED
               WRITE MQ-RECORD
           END-PERFORM
           CLOSE MODQUEUE-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MODQUEUE-PATH
           MOVE "MODQUEUE.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MODQUEUE-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MODQUEUE-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MODQUEUE-TMP-PATH
               WS-MODQUEUE-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace MODQUEUE.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       7069-REWRITE-BANNED.
           MOVE WS-BANNED-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-BANNED-TMP-PATH TO WS-BANNED-PATH
           OPEN OUTPUT BANNED-FILE
           IF WS-BANNED-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BANNED-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite BANNED.DAT. "
                   "STATUS=" WS-BANNED-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSC-IDX FROM 1 BY 1
               UNTIL WS-CSC-IDX > WS-BAN-COUNT
               MOVE WS-BAN-TERM(WS-CSC-IDX) TO BAN-TERM
               MOVE WS-BAN-KIND(WS-CSC-IDX) TO BAN-KIND
               WRITE BAN-RECORD
           END-PERFORM
           CLOSE BANNED-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-BANNED-PATH
           MOVE "BANNED.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-BANNED-PATH TO WS-JRN-OLD-PATH
           MOVE WS-BANNED-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-BANNED-TMP-PATH
               WS-BANNED-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace BANNED.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7070-MODERATION-MENU: Admin screen.
      *>*****************************************************************
       7070-MODERATION-MENU.
           MOVE "1" TO WS-MQ-MENU-CHOICE
           PERFORM UNTIL WS-MQ-MENU-CHOICE = "5"
               OR WS-PROGRAM-RUNNING = 0
               MOVE 0 TO WS-MQ-PENDING
               PERFORM VARYING WS-MQ-IDX FROM 1 BY 1
                   UNTIL WS-MQ-IDX > WS-MQ-COUNT
                   IF WS-MQT-STATUS(WS-MQ-IDX) = "P"
                       AND WS-MQT-PART(WS-MQ-IDX) = 1
                       ADD 1 TO WS-MQ-PENDING
                   END-IF
               END-PERFORM
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Content Moderation ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "1. Review Held Content (" WS-MQ-PENDING
                   " waiting)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. List Banned Terms and Link Patterns"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Add a Banned Entry" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Remove a Banned Entry" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MQ-MENU-CHOICE
               MOVE WS-MQ-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-MQ-MENU-CHOICE
                   WHEN "1"
                       PERFORM 7071-REVIEW-QUEUE
                   WHEN "2"
                       IF WS-BAN-COUNT = 0
                           MOVE "No banned entries on file yet."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                       PERFORM VARYING WS-CSC-IDX FROM 1 BY 1
                           UNTIL WS-CSC-IDX > WS-BAN-COUNT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           IF WS-BAN-KIND(WS-CSC-IDX) = "L"
                               STRING "  " WS-CSC-IDX ". [link] "
                                   FUNCTION TRIM(
                                       WS-BAN-TERM(WS-CSC-IDX))
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                           ELSE
                               STRING "  " WS-CSC-IDX ". [term] "
                                   FUNCTION TRIM(
                                       WS-BAN-TERM(WS-CSC-IDX))
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                           END-IF
                           PERFORM 8000-WRITE-OUTPUT
                       END-PERFORM
                   WHEN "3"
                       PERFORM 7078-ADD-BANNED
                   WHEN "4"
                       PERFORM 7079-REMOVE-BANNED
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
      *> 7071-REVIEW-QUEUE: Oldest first. Skipped items stay pending
      *> for the next review.
      *>*****************************************************************
       7071-REVIEW-QUEUE.
           IF WS-MQ-PENDING = 0
               MOVE "Nothing is waiting for review." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MQ-DONE
           PERFORM VARYING WS-MQ-SEL-ROW FROM 1 BY 1
               UNTIL WS-MQ-SEL-ROW > WS-MQ-COUNT OR WS-MQ-DONE = 1
               IF WS-MQT-STATUS(WS-MQ-SEL-ROW) = "P"
                   AND WS-MQT-PART(WS-MQ-SEL-ROW) = 1
                   MOVE WS-MQT-ID(WS-MQ-SEL-ROW) TO WS-MQ-SEL-ID
                   PERFORM 7062-SHOW-QUEUE-ITEM
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "R = release, X = reject, S = skip, "
                       "Q = stop reviewing: "
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   PERFORM 8100-READ-INPUT
                   IF WS-EOF-FLAG = 1
                       MOVE 0 TO WS-PROGRAM-RUNNING
                       EXIT PERFORM
                   END-IF
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
                       TO WS-MQ-DECISION
                   MOVE WS-MQ-DECISION TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EVALUATE WS-MQ-DECISION
                       WHEN "R"
                           PERFORM 7072-RELEASE-ITEM
                       WHEN "X"
                           PERFORM 7073-REJECT-ITEM
                       WHEN "Q"
                           MOVE 1 TO WS-MQ-DONE
                       WHEN OTHER
                           MOVE "Left in the queue." TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7072-RELEASE-ITEM: Deliver or post the item exactly as it
      *> would have gone out, attributed to its author.
      *>*****************************************************************
       7072-RELEASE-ITEM.
           IF WS-MQT-KIND(WS-MQ-SEL-ROW) = "M"
               MOVE 0 TO WS-MSG-PART-COUNT
               PERFORM VARYING WS-MQ-JDX FROM 1 BY 1
                   UNTIL WS-MQ-JDX > WS-MQ-COUNT
                   IF WS-MQT-ID(WS-MQ-JDX) = WS-MQ-SEL-ID
                       AND WS-MSG-PART-COUNT < 10
                       ADD 1 TO WS-MSG-PART-COUNT
                       MOVE WS-MQT-TEXT(WS-MQ-JDX)
                           TO WS-MSG-PART-TEXT(WS-MSG-PART-COUNT)
                   END-IF
               END-PERFORM
               MOVE WS-MQT-AUTHOR(WS-MQ-SEL-ROW) TO WS-MSG-SENDER-NAME
               MOVE WS-MQT-TARGET(WS-MQ-SEL-ROW) TO WS-MSG-RECIPIENT
               MOVE WS-MSG-PART-TEXT(1) TO WS-MSG-CONTENT
               PERFORM 7835-APPEND-MESSAGE-REC
               MOVE 0 TO WS-MSG-PART-COUNT
               MOVE "Released: the message has been delivered."
                   TO WS-OUTPUT-LINE
           ELSE
               MOVE WS-MQT-GROUP-ID(WS-MQ-SEL-ROW) TO GP-GROUP-ID
               MOVE WS-MQT-AUTHOR(WS-MQ-SEL-ROW) TO GP-AUTHOR
               MOVE WS-MQT-TEXT(WS-MQ-SEL-ROW) TO GP-TEXT
               MOVE WS-MQT-STAMP(WS-MQ-SEL-ROW) TO GP-TIMESTAMP
               PERFORM 6546-APPEND-GROUP-POST
               MOVE "Released: the post is on the group board."
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           MOVE "R" TO WS-MQ-NEW-STATUS
           PERFORM 7074-SET-ITEM-STATUS
           MOVE "MODQUEUE" TO WS-RESULT-TYPE
           MOVE WS-MQ-SEL-ID TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 7073-REJECT-ITEM: Discard the item, record it against the
      *> author in the abuse log, tell the author, and suspend an
      *> author who has now reached the rejection limit.
      *>*****************************************************************
       7073-REJECT-ITEM.
           MOVE "X" TO WS-MQ-NEW-STATUS
           PERFORM 7074-SET-ITEM-STATUS
           MOVE WS-MQT-AUTHOR(WS-MQ-SEL-ROW) TO WS-MQ-AUTHOR

           MOVE WS-MQ-AUTHOR TO WS-ABL-AUTHOR
           MOVE "CONTENT" TO WS-RATE-KIND
           PERFORM 7660-LOG-ABUSE

           MOVE 0 TO WS-MSG-PART-COUNT
           MOVE WS-MQ-AUTHOR TO WS-MSG-RECIPIENT
           MOVE SPACES TO WS-MSG-CONTENT
           IF WS-MQT-KIND(WS-MQ-SEL-ROW) = "M"
               STRING "Your message to "
                   FUNCTION TRIM(WS-MQT-TARGET(WS-MQ-SEL-ROW))
                   " was not delivered: a moderator found that it"
                   " breaks the community guidelines."
                   DELIMITED BY SIZE INTO WS-MSG-CONTENT
               END-STRING
           ELSE
               STRING "Your group board post was not published: a"
                   " moderator found that it breaks the community"
                   " guidelines."
                   DELIMITED BY SIZE INTO WS-MSG-CONTENT
               END-STRING
           END-IF
           PERFORM 7831-WRITE-SYSTEM-MESSAGE

           PERFORM 7075-COUNT-REJECTIONS
           MOVE WS-MQ-REJECTS TO WS-MQ-REJECTS-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Rejected. " FUNCTION TRIM(WS-MQ-AUTHOR)
               " now has " FUNCTION TRIM(WS-MQ-REJECTS-DISP)
               " rejected item(s) on record."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "MODQUEUE" TO WS-RESULT-TYPE
           MOVE WS-MQ-SEL-ID TO WS-RESULT-KEY
           MOVE "DENY" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           IF WS-MQ-REJECTS >= WS-CONST-CONTENT-REJECT-LIMIT
               PERFORM 7077-AUTO-SUSPEND
           END-IF
           EXIT.

       7074-SET-ITEM-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MQ-TODAY
           PERFORM VARYING WS-MQ-JDX FROM 1 BY 1
               UNTIL WS-MQ-JDX > WS-MQ-COUNT
               IF WS-MQT-ID(WS-MQ-JDX) = WS-MQ-SEL-ID
                   MOVE WS-MQ-NEW-STATUS TO WS-MQT-STATUS(WS-MQ-JDX)
                   MOVE WS-ADMIN-USERNAME
                       TO WS-MQT-REVIEWER(WS-MQ-JDX)
                   MOVE WS-MQ-TODAY TO WS-MQT-DECIDED(WS-MQ-JDX)
               END-IF
           END-PERFORM
           PERFORM 7068-REWRITE-MODQUEUE
           EXIT.

       7075-COUNT-REJECTIONS.
           MOVE 0 TO WS-MQ-REJECTS
           MOVE "N" TO WS-ABUSELOG-EOF
           OPEN INPUT ABUSELOG-FILE
           IF WS-ABUSELOG-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 7076-REJECTIONS-LOOP
           CLOSE ABUSELOG-FILE
           EXIT.

       7076-REJECTIONS-LOOP.
           READ ABUSELOG-FILE
               AT END
                   MOVE "Y" TO WS-ABUSELOG-EOF
               NOT AT END
                   IF ABL-USERNAME = WS-MQ-AUTHOR
                       AND ABL-KIND = "CONTENT"
                       ADD 1 TO WS-MQ-REJECTS
                   END-IF
           END-READ
           IF WS-ABUSELOG-EOF = "N"
               PERFORM 7076-REJECTIONS-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7077-AUTO-SUSPEND: Suspend WS-MQ-AUTHOR for
      *> WS-CONST-CONTENT-SUSPEND-DAYS from today, unless an existing
      *> suspension already runs longer. Lifted or changed later on
      *> the Suspend/Unsuspend screen like any other.
      *>*****************************************************************
       7077-AUTO-SUSPEND.
           MOVE WS-MQ-AUTHOR TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-MQ-ACCT-IDX
           IF WS-MQ-ACCT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MQ-TODAY
           COMPUTE WS-MQ-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MQ-TODAY)
               + WS-CONST-CONTENT-SUSPEND-DAYS)
           IF WS-SUSPEND-UNTIL(WS-MQ-ACCT-IDX) >= WS-MQ-UNTIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MQ-UNTIL TO WS-SUSPEND-UNTIL(WS-MQ-ACCT-IDX)
           MOVE SPACES TO WS-SUSPEND-REASON(WS-MQ-ACCT-IDX)
           STRING "Repeated community guideline violations ("
               FUNCTION TRIM(WS-MQ-REJECTS-DISP)
               " rejected messages/posts)"
               DELIMITED BY SIZE INTO WS-SUSPEND-REASON(WS-MQ-ACCT-IDX)
           END-STRING
           PERFORM 4600-WRITE-ACCOUNTS-FILE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Rejection limit reached: "
               FUNCTION TRIM(WS-MQ-AUTHOR)
               " is suspended until " WS-MQ-UNTIL "."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "SUSPEND" TO WS-RESULT-TYPE
           MOVE WS-MQ-AUTHOR TO WS-RESULT-KEY
           MOVE "AUTO" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       7078-ADD-BANNED.
           IF WS-BAN-COUNT >= WS-CONST-MAX-BANNED
               MOVE "The banned list is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Term or link pattern to hold (e.g. bit.ly/): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MQ-TEMP-TERM
           MOVE WS-MQ-TEMP-TERM TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-MQ-TEMP-TERM = SPACES
               MOVE "Nothing added." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSC-IDX FROM 1 BY 1
               UNTIL WS-CSC-IDX > WS-BAN-COUNT
               IF FUNCTION UPPER-CASE(WS-BAN-TERM(WS-CSC-IDX)) =
                   FUNCTION UPPER-CASE(WS-MQ-TEMP-TERM)
                   MOVE "That entry is already on the list."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Kind - T = term, L = link pattern (default T): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-MQ-TEMP-KIND
           IF WS-MQ-TEMP-KIND NOT = "L"
               MOVE "T" TO WS-MQ-TEMP-KIND
           END-IF
           MOVE WS-MQ-TEMP-KIND TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           ADD 1 TO WS-BAN-COUNT
           MOVE WS-MQ-TEMP-TERM TO WS-BAN-TERM(WS-BAN-COUNT)
           MOVE WS-MQ-TEMP-KIND TO WS-BAN-KIND(WS-BAN-COUNT)
           PERFORM 7069-REWRITE-BANNED
           MOVE "Banned entry added." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "BANADD" TO WS-RESULT-TYPE
           MOVE WS-MQ-TEMP-TERM TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       7079-REMOVE-BANNED.
           MOVE "Number of the banned entry to remove: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MQ-MENU-CHOICE
           MOVE WS-MQ-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-MQ-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-MQ-MENU-CHOICE) TO WS-CSC-IDX
           IF WS-CSC-IDX = 0 OR WS-CSC-IDX > WS-BAN-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAN-TERM(WS-CSC-IDX) TO WS-RESULT-KEY
           PERFORM UNTIL WS-CSC-IDX >= WS-BAN-COUNT
               MOVE WS-BAN-ENTRY(WS-CSC-IDX + 1)
                   TO WS-BAN-ENTRY(WS-CSC-IDX)
               ADD 1 TO WS-CSC-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-BAN-COUNT
           PERFORM 7069-REWRITE-BANNED
           MOVE "Banned entry removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "BANDEL" TO WS-RESULT-TYPE
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.
