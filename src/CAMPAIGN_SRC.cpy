      *>*****************************************************************
      *> FILE:    CAMPAIGN_SRC.cpy
      *> PURPOSE: Staff outreach campaigns. An adviser defines a
      *>          segment - role, university, major, class year,
      *>          how many applications are on file, event RSVPs and
      *>          check-ins, last login - and sends everyone in it one
      *>          templated message. Each copy goes out through the
      *>          message system (7835, which also spools it for the
      *>          campus mail gateway) with the MSGTPL merge fields
      *>          filled per recipient (7886). Every recipient is
      *>          recorded, so the results report can say who read
      *>          the message and who took the follow-up action the
      *>          campaign asked for, and a follow-up campaign goes
      *>          to exactly the ones who did not respond.
      *>
      *> PARAGRAPHS:
      *>   7850-LOAD-CAMPAIGNS / 7851 loop
      *>   7852-OUTREACH-CAMPAIGNS    - Admin menu
      *>   7853-NEW-CAMPAIGN          - Segment, message, send
      *>   7854-BUILD-SEGMENT         - WS-CMP-N-SEG-* -> WS-CRC-TABLE
      *>   7855-COMPOSE-CAMPAIGN-BODY - Saved template or typed body
      *>   7856-SEND-CAMPAIGN         - Preview, confirm, deliver
      *>   7857-EVALUATE-CAMPAIGN     - Read/acted flags for WS-CMP-SEL
      *>   7858-CAMPAIGN-RESULTS      - Spooled report, every campaign
      *>   7859-CAMPAIGN-DETAIL       - Spooled report, one campaign
      *>                                recipient by recipient
      *>   7890-FOLLOW-UP-CAMPAIGN    - Re-send to the non-responders
      *>   7891-READ-CAMPRCPT-LOOP    - Recipients of WS-CMP-SEL
      *>   7892-LOAD-LAST-LOGINS      - LOGINAUDIT -> WS-CMP-LAST-LOGIN
      *>   7893-PICK-CAMPAIGN         - List and choose -> WS-CMP-SEL
      *>   7894-USER-ACTIVITY         - Applications, RSVPs, check-ins
      *>                                for WS-CMP-CHECK-USER
      *>   7895-DESCRIBE-CAMPAIGN     - Goal and segment text
      *>   7896-PROMPT-SEGMENT        - Criteria prompts
      *>   7897-READ-CAMPAIGN-INPUT   - One echoed answer
      *>   7898-APPEND-CAMPAIGN       - CAMPAIGNS.DAT + CAMPRCPT.DAT
      *>
      *> DEPENDENCIES:
      *>   WS-CAMPAIGN.cpy, CAMPAIGNS-FILE, CAMPRCPT-FILE,
      *>   MSGTPL_SRC.cpy (7886), SENDMESSAGE.cpy (7835),
      *>   ACCTINDEX_SRC.cpy (3262), JOBS_SRC.cpy (5348), event,
      *>   RSVP and attendance tables, LOGINAUDIT-FILE,
      *>   MESSAGES-FILE, MSGARCHIVE-FILE,
      *>   REPORTSPOOL_SRC.cpy (8400/8410)
      *>*****************************************************************

       7850-LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CMP-COUNT
           MOVE 1 TO WS-CMP-NEXT-ID
           MOVE "N" TO WS-CAMPAIGNS-EOF
           OPEN INPUT CAMPAIGNS-FILE
           IF WS-CAMPAIGNS-STATUS = WS-CONST-FS-OK
               PERFORM 7851-READ-CAMPAIGNS-LOOP
               CLOSE CAMPAIGNS-FILE
           END-IF
           EXIT.

       7851-READ-CAMPAIGNS-LOOP.
           READ CAMPAIGNS-FILE
               AT END
                   MOVE "Y" TO WS-CAMPAIGNS-EOF
               NOT AT END
                   IF WS-CMP-COUNT < WS-CONST-MAX-CAMPAIGNS
                       AND CMP-ID IS NUMERIC
      *>                The table row has the record's layout.
                       ADD 1 TO WS-CMP-COUNT
                       MOVE CMP-RECORD TO WS-CMP-ENTRY(WS-CMP-COUNT)
                       IF CMP-ID >= WS-CMP-NEXT-ID
                           COMPUTE WS-CMP-NEXT-ID = CMP-ID + 1
                       END-IF
                   END-IF
           END-READ
           IF WS-CAMPAIGNS-EOF = "N"
               PERFORM 7851-READ-CAMPAIGNS-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7852-OUTREACH-CAMPAIGNS: Admin screen. Campaigns go out under
      *> the signed-in admin's name so replies reach a person.
      *>*****************************************************************
       7852-OUTREACH-CAMPAIGNS.
           PERFORM 7850-LOAD-CAMPAIGNS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CMP-TODAY
           IF WS-ADMIN-USERNAME = SPACES
               MOVE "SYSTEM" TO WS-CMP-SENDER
           ELSE
               MOVE WS-ADMIN-USERNAME TO WS-CMP-SENDER
           END-IF

           MOVE "1" TO WS-CMP-MENU-CHOICE
           PERFORM UNTIL WS-CMP-MENU-CHOICE = "5"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Outreach Campaigns ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. New Campaign" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Follow Up Non-Responders" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Campaign Results Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Recipient Detail for a Campaign"
                   TO WS-OUTPUT-LINE
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
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CMP-MENU-CHOICE
               MOVE WS-CMP-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-CMP-MENU-CHOICE
                   WHEN "1"
                       PERFORM 7853-NEW-CAMPAIGN
                   WHEN "2"
                       PERFORM 7890-FOLLOW-UP-CAMPAIGN
                   WHEN "3"
                       PERFORM 7858-CAMPAIGN-RESULTS
                   WHEN "4"
                       PERFORM 7859-CAMPAIGN-DETAIL
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
      *> 7853-NEW-CAMPAIGN: Nothing is sent or kept until the segment
      *> matches someone, the message is composed and the preview is
      *> confirmed.
      *>*****************************************************************
       7853-NEW-CAMPAIGN.
           IF WS-CMP-COUNT >= WS-CONST-MAX-CAMPAIGNS
               MOVE "The campaign table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-CMP-NEW-ENTRY
           PERFORM 7896-PROMPT-SEGMENT
           IF WS-CMP-OK = 0
               IF WS-PROGRAM-RUNNING = 1
                   MOVE "Campaign not created." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 7854-BUILD-SEGMENT
           IF WS-CRC-COUNT = 0
               MOVE "No one matches that segment. Campaign not created."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRC-COUNT TO WS-CMP-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Segment matches " FUNCTION TRIM(WS-CMP-N1)
               " recipient(s)."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 7855-COMPOSE-CAMPAIGN-BODY
           IF WS-CMP-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7856-SEND-CAMPAIGN
           EXIT.

      *>*****************************************************************
      *> 7854-BUILD-SEGMENT: Every live account passing each criterion
      *> set in WS-CMP-NEW-ENTRY; blank or zero criteria pass everyone.
      *> A campus-scoped admin's segment never leaves their campus.
      *> Each row keeps today's application and RSVP counts as the
      *> baseline the follow-up action is measured against.
      *>*****************************************************************
       7854-BUILD-SEGMENT.
           MOVE 0 TO WS-CRC-COUNT
           IF WS-CMP-N-SEG-LOG-RULE NOT = SPACE
               COMPUTE WS-CMP-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CMP-TODAY)
                   - WS-CMP-N-SEG-LOG-DAYS
               END-COMPUTE
               MOVE FUNCTION DATE-OF-INTEGER(WS-CMP-CUTOFF-INT)
                   TO WS-CMP-CUTOFF-DATE
               PERFORM 7892-LOAD-LAST-LOGINS
           END-IF

           PERFORM VARYING WS-CMP-ACCT-IDX FROM 1 BY 1
               UNTIL WS-CMP-ACCT-IDX > WS-ACCOUNT-COUNT
                   OR WS-CRC-COUNT >= WS-CONST-MAX-ACCOUNTS
               MOVE 1 TO WS-CMP-MATCH
               IF WS-USERNAME(WS-CMP-ACCT-IDX) = SPACES
                   OR WS-ACCT-DEACT-DATE(WS-CMP-ACCT-IDX) > 0
                   OR FUNCTION TRIM(WS-USERNAME(WS-CMP-ACCT-IDX)) =
                       FUNCTION TRIM(WS-CMP-SENDER)
                   MOVE 0 TO WS-CMP-MATCH
               END-IF
               IF WS-CMP-MATCH = 1
                   AND WS-CMP-N-SEG-ROLE NOT = "*"
                   AND WS-ACCT-ROLE(WS-CMP-ACCT-IDX) NOT =
                       WS-CMP-N-SEG-ROLE
                   MOVE 0 TO WS-CMP-MATCH
               END-IF

               MOVE 0 TO WS-CMP-PROF-IDX
               IF WS-CMP-MATCH = 1
                   PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
                       UNTIL WS-CMP-SCAN > WS-PROFILE-COUNT
                           OR WS-CMP-PROF-IDX > 0
                       IF WS-HAS-PROFILE(WS-CMP-SCAN) = 1
                           AND FUNCTION TRIM(
                               WS-PROF-USERNAME(WS-CMP-SCAN)) =
                           FUNCTION TRIM(WS-USERNAME(WS-CMP-ACCT-IDX))
                           MOVE WS-CMP-SCAN TO WS-CMP-PROF-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CMP-MATCH = 1 AND WS-CMP-PROF-IDX = 0
                   AND (WS-CMP-N-SEG-UNIV NOT = SPACES
                       OR WS-CMP-N-SEG-MAJOR NOT = SPACES
                       OR WS-CMP-N-SEG-GRAD NOT = SPACES)
                   MOVE 0 TO WS-CMP-MATCH
               END-IF
               IF WS-CMP-MATCH = 1
                   AND WS-CMP-N-SEG-UNIV NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-UNIVERSITY(WS-CMP-PROF-IDX))) NOT =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-CMP-N-SEG-UNIV))
                   MOVE 0 TO WS-CMP-MATCH
               END-IF
               IF WS-CMP-MATCH = 1
                   AND WS-CMP-N-SEG-MAJOR NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MAJOR(WS-CMP-PROF-IDX))) NOT =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-CMP-N-SEG-MAJOR))
                   MOVE 0 TO WS-CMP-MATCH
               END-IF
               IF WS-CMP-MATCH = 1
                   AND WS-CMP-N-SEG-GRAD NOT = SPACES
                   AND WS-GRAD-YEAR(WS-CMP-PROF-IDX) NOT =
                       WS-CMP-N-SEG-GRAD
                   MOVE 0 TO WS-CMP-MATCH
               END-IF

               IF WS-CMP-MATCH = 1
                   MOVE WS-USERNAME(WS-CMP-ACCT-IDX)
                       TO WS-CMP-CHECK-USER
                   PERFORM 7894-USER-ACTIVITY
                   IF WS-CMP-APPS < WS-CMP-N-SEG-APPS-MIN
                       OR WS-CMP-APPS > WS-CMP-N-SEG-APPS-MAX
                       MOVE 0 TO WS-CMP-MATCH
                   END-IF
                   EVALUATE WS-CMP-N-SEG-EVT-RULE
                       WHEN "R"
                           IF WS-CMP-HIT-RSVP = 0
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                       WHEN "A"
                           IF WS-CMP-HIT-ATTEND = 0
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                       WHEN "N"
                           IF WS-CMP-HIT-NOSHOW = 0
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                       WHEN "X"
                           IF WS-CMP-HIT-RSVP = 1
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                   END-EVALUATE
                   EVALUATE WS-CMP-N-SEG-LOG-RULE
                       WHEN "I"
                           IF WS-CMP-LAST-LOGIN(WS-CMP-ACCT-IDX) >=
                               WS-CMP-CUTOFF-DATE
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                       WHEN "A"
                           IF WS-CMP-LAST-LOGIN(WS-CMP-ACCT-IDX) <
                               WS-CMP-CUTOFF-DATE
                               MOVE 0 TO WS-CMP-MATCH
                           END-IF
                   END-EVALUATE
               END-IF

               IF WS-CMP-MATCH = 1
                   ADD 1 TO WS-CRC-COUNT
                   MOVE WS-USERNAME(WS-CMP-ACCT-IDX)
                       TO WS-CRC-USER(WS-CRC-COUNT)
                   MOVE 0 TO WS-CRC-MSG-ID(WS-CRC-COUNT)
                   MOVE WS-CMP-APPS TO WS-CRC-BASE-APPS(WS-CRC-COUNT)
                   MOVE WS-CMP-RSVPS
                       TO WS-CRC-BASE-RSVPS(WS-CRC-COUNT)
                   MOVE "N" TO WS-CRC-READ(WS-CRC-COUNT)
                   MOVE "N" TO WS-CRC-ACTED(WS-CRC-COUNT)
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7855-COMPOSE-CAMPAIGN-BODY: One of the sender's saved MSGTPL
      *> templates, or a body typed now; either may carry the merge
      *> fields. &JOBTITLE is resolved once for the whole campaign,
      *> as 7885 does for a single send.
      *>*****************************************************************
       7855-COMPOSE-CAMPAIGN-BODY.
           MOVE 0 TO WS-CMP-OK
           MOVE SPACES TO WS-TPL-BODY
           MOVE SPACES TO WS-TPL-JOB-TITLE

           MOVE 0 TO WS-TPL-DISP-COUNT
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF FUNCTION TRIM(WS-TPL-OWNER(WS-TPL-IDX)) =
                   FUNCTION TRIM(WS-CMP-SENDER)
                   ADD 1 TO WS-TPL-DISP-COUNT
                   MOVE WS-TPL-IDX
                       TO WS-TPL-INDEX-MAP(WS-TPL-DISP-COUNT)
               END-IF
           END-PERFORM
           IF WS-TPL-DISP-COUNT > 0
               MOVE "Your saved templates:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM VARYING WS-TPL-CHOICE FROM 1 BY 1
                   UNTIL WS-TPL-CHOICE > WS-TPL-DISP-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " WS-TPL-CHOICE ". "
                       FUNCTION TRIM(WS-TPL-NAME(
                           WS-TPL-INDEX-MAP(WS-TPL-CHOICE)))
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-PERFORM
               MOVE "Template number, or 0 to type the message: "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 7897-READ-CAMPAIGN-INPUT
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-CMP-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CMP-INPUT) TO WS-TPL-CHOICE
                   IF WS-TPL-CHOICE > 0
                       AND WS-TPL-CHOICE <= WS-TPL-DISP-COUNT
                       MOVE WS-TPL-TEXT(
                           WS-TPL-INDEX-MAP(WS-TPL-CHOICE))
                           TO WS-TPL-BODY
                   END-IF
               END-IF
           END-IF

           IF WS-TPL-BODY = SPACES
               MOVE "Message (merge fields &FIRSTNAME, &UNIVERSITY, "
                   & "&JOBTITLE): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TPL-BODY
               MOVE WS-TPL-BODY TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               IF WS-TPL-BODY = SPACES
                   MOVE "A message is required. Campaign not sent."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-TPL-TOKEN-FOUND
           INSPECT WS-TPL-BODY TALLYING WS-TPL-TOKEN-FOUND
               FOR ALL "&JOBTITLE"
           IF WS-TPL-TOKEN-FOUND > 0
               MOVE "Job ID to merge into &JOBTITLE: "
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 7897-READ-CAMPAIGN-INPUT
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-CMP-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CMP-INPUT)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   IF WS-SELECTED-JOB-IDX > 0
                       MOVE WS-JT-TITLE(WS-SELECTED-JOB-IDX)
                           TO WS-TPL-JOB-TITLE
                   END-IF
               END-IF
               IF WS-TPL-JOB-TITLE = SPACES
                   MOVE "No open posting has that ID; &JOBTITLE will "
                       & "merge as 'the position'." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "the position" TO WS-TPL-JOB-TITLE
               END-IF
           END-IF

           MOVE WS-TPL-BODY TO WS-CMP-N-BODY
           MOVE WS-TPL-JOB-TITLE TO WS-CMP-N-JOB-TITLE
           MOVE 1 TO WS-CMP-OK
           EXIT.

      *>*****************************************************************
      *> 7856-SEND-CAMPAIGN: Names the first recipients, shows the
      *> first one's merged copy, and on YES delivers a copy to each
      *> (7835 appends it to MESSAGES.DAT and spools the notification)
      *> before the campaign and its recipients are recorded.
      *>*****************************************************************
       7856-SEND-CAMPAIGN.
           MOVE "Recipients:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
               UNTIL WS-CRC-IDX > WS-CRC-COUNT
                   OR WS-CRC-IDX > WS-CONST-CAMPAIGN-PREVIEW
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " FUNCTION TRIM(WS-CRC-USER(WS-CRC-IDX))
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           IF WS-CRC-COUNT > WS-CONST-CAMPAIGN-PREVIEW
               COMPUTE WS-CMP-N1 =
                   WS-CRC-COUNT - WS-CONST-CAMPAIGN-PREVIEW
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  ... and " FUNCTION TRIM(WS-CMP-N1) " more"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE WS-CMP-N-BODY TO WS-TPL-BODY
           MOVE WS-CMP-N-JOB-TITLE TO WS-TPL-JOB-TITLE
           MOVE WS-CRC-USER(1) TO WS-MSG-RECIPIENT
           PERFORM 7886-EXPAND-MERGE-FIELDS
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Preview for " FUNCTION TRIM(WS-CRC-USER(1)) ": "
               FUNCTION TRIM(WS-MSG-CONTENT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           MOVE WS-CRC-COUNT TO WS-CMP-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Send this message to " FUNCTION TRIM(WS-CMP-N1)
               " recipient(s) now? (YES/NO): "
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CMP-INPUT) TO WS-CMP-ANSWER
           IF WS-CMP-ANSWER NOT = "YES"
               MOVE "Campaign not sent." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CMP-NEXT-ID TO WS-CMP-N-ID
           MOVE WS-CMP-SENDER TO WS-CMP-N-OWNER
           MOVE WS-CMP-TODAY TO WS-CMP-N-DATE
           MOVE WS-CRC-COUNT TO WS-CMP-N-SENT
           PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
               UNTIL WS-CRC-IDX > WS-CRC-COUNT
               MOVE WS-CRC-USER(WS-CRC-IDX) TO WS-MSG-RECIPIENT
               PERFORM 7886-EXPAND-MERGE-FIELDS
               MOVE 0 TO WS-MSG-PART-COUNT
               MOVE WS-CMP-SENDER TO WS-MSG-SENDER-NAME
               MOVE WS-MSG-NEXT-ID TO WS-CRC-MSG-ID(WS-CRC-IDX)
               PERFORM 7835-APPEND-MESSAGE-REC
           END-PERFORM
           PERFORM 7898-APPEND-CAMPAIGN

           MOVE WS-CMP-N-ID TO WS-CMP-CHOICE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Campaign #" WS-CMP-CHOICE " sent to "
               FUNCTION TRIM(WS-CMP-N1) " recipient(s)."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7857-EVALUATE-CAMPAIGN: Loads WS-CMP-SEL's recipients and sets
      *> each one's flags. READ is the message's own read flag, in the
      *> inbox or the archive; a message in neither was deleted from
      *> the inbox list, so it was seen. ACTED depends on the goal:
      *> more applications or RSVPs than at send time, a check-in or
      *> a successful login on or after the send date, or - with no
      *> goal - reading the message.
      *>*****************************************************************
       7857-EVALUATE-CAMPAIGN.
           MOVE 0 TO WS-CRC-COUNT
           MOVE 0 TO WS-CMP-READ-COUNT
           MOVE 0 TO WS-CMP-ACTED-COUNT
           MOVE "N" TO WS-CAMPRCPT-EOF
           OPEN INPUT CAMPRCPT-FILE
           IF WS-CAMPRCPT-STATUS = WS-CONST-FS-OK
               PERFORM 7891-READ-CAMPRCPT-LOOP
               CLOSE CAMPRCPT-FILE
           END-IF
           IF WS-CRC-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CMP-MSG-EOF
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS = WS-CONST-FS-OK
               PERFORM UNTIL WS-CMP-MSG-EOF = "Y"
                   READ MESSAGES-FILE
                       AT END
                           MOVE "Y" TO WS-CMP-MSG-EOF
                       NOT AT END
                           IF NOT (MSG-PART IS NUMERIC
                               AND MSG-PART > 1)
                               PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
                                   UNTIL WS-CRC-IDX > WS-CRC-COUNT
                                   IF WS-CRC-READ(WS-CRC-IDX) = "?"
                                       AND MSG-ID =
                                           WS-CRC-MSG-ID(WS-CRC-IDX)
                                       AND FUNCTION TRIM(MSG-RECIPIENT)
                                       = FUNCTION TRIM(
                                           WS-CRC-USER(WS-CRC-IDX))
                                       IF MSG-READ = WS-CONST-YES
                                           MOVE "Y" TO
                                               WS-CRC-READ(WS-CRC-IDX)
                                       ELSE
                                           MOVE "N" TO
                                               WS-CRC-READ(WS-CRC-IDX)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FILE
           END-IF

           MOVE "N" TO WS-CMP-MSG-EOF
           OPEN INPUT MSGARCHIVE-FILE
           IF WS-MSGARCH-STATUS = WS-CONST-FS-OK
               PERFORM UNTIL WS-CMP-MSG-EOF = "Y"
                   READ MSGARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-CMP-MSG-EOF
                       NOT AT END
                           IF NOT (MSGA-PART IS NUMERIC
                               AND MSGA-PART > 1)
                               PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
                                   UNTIL WS-CRC-IDX > WS-CRC-COUNT
                                   IF WS-CRC-READ(WS-CRC-IDX) = "?"
                                       AND MSGA-ID =
                                           WS-CRC-MSG-ID(WS-CRC-IDX)
                                       AND FUNCTION TRIM(MSGA-RECIPIENT)
                                       = FUNCTION TRIM(
                                           WS-CRC-USER(WS-CRC-IDX))
                                       IF MSGA-READ = WS-CONST-YES
                                           MOVE "Y" TO
                                               WS-CRC-READ(WS-CRC-IDX)
                                       ELSE
                                           MOVE "N" TO
                                               WS-CRC-READ(WS-CRC-IDX)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSGARCHIVE-FILE
           END-IF

           IF WS-CMP-GOAL(WS-CMP-SEL) = "L"
               PERFORM 7892-LOAD-LAST-LOGINS
           END-IF
           PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
               UNTIL WS-CRC-IDX > WS-CRC-COUNT
               IF WS-CRC-READ(WS-CRC-IDX) = "?"
                   MOVE "Y" TO WS-CRC-READ(WS-CRC-IDX)
               END-IF
               MOVE "N" TO WS-CRC-ACTED(WS-CRC-IDX)
               MOVE WS-CRC-USER(WS-CRC-IDX) TO WS-CMP-CHECK-USER
               EVALUATE WS-CMP-GOAL(WS-CMP-SEL)
                   WHEN "A"
                       PERFORM 7894-USER-ACTIVITY
                       IF WS-CMP-APPS > WS-CRC-BASE-APPS(WS-CRC-IDX)
                           MOVE "Y" TO WS-CRC-ACTED(WS-CRC-IDX)
                       END-IF
                   WHEN "R"
                       PERFORM 7894-USER-ACTIVITY
                       IF WS-CMP-RSVPS >
                           WS-CRC-BASE-RSVPS(WS-CRC-IDX)
                           MOVE "Y" TO WS-CRC-ACTED(WS-CRC-IDX)
                       END-IF
                   WHEN "C"
                       PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
                           UNTIL WS-CMP-SCAN > WS-ATT-COUNT
                           IF FUNCTION TRIM(WS-ATT-USERNAME(
                               WS-CMP-SCAN)) =
                               FUNCTION TRIM(WS-CMP-CHECK-USER)
                               AND WS-ATT-DATE(WS-CMP-SCAN) >=
                                   WS-CMP-DATE(WS-CMP-SEL)
                               MOVE "Y" TO WS-CRC-ACTED(WS-CRC-IDX)
                           END-IF
                       END-PERFORM
                   WHEN "L"
                       MOVE FUNCTION TRIM(WS-CMP-CHECK-USER)
                           TO WS-AIX-QUERY
                       PERFORM 3262-ACCT-INDEX-LOOKUP
                       IF WS-AIX-FOUND > 0
                           IF WS-CMP-LAST-LOGIN(WS-AIX-FOUND) >=
                               WS-CMP-DATE(WS-CMP-SEL)
                               MOVE "Y" TO WS-CRC-ACTED(WS-CRC-IDX)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE WS-CRC-READ(WS-CRC-IDX)
                           TO WS-CRC-ACTED(WS-CRC-IDX)
               END-EVALUATE
               IF WS-CRC-READ(WS-CRC-IDX) = "Y"
                   ADD 1 TO WS-CMP-READ-COUNT
               END-IF
               IF WS-CRC-ACTED(WS-CRC-IDX) = "Y"
                   ADD 1 TO WS-CMP-ACTED-COUNT
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7858-CAMPAIGN-RESULTS: Every campaign on file with its segment,
      *> reach, read rate and action rate, then the totals.
      *>*****************************************************************
       7858-CAMPAIGN-RESULTS.
           IF WS-CMP-COUNT = 0
               MOVE "No campaigns on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "CAMPAIGN-RESULTS" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== OUTREACH CAMPAIGN RESULTS ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE 0 TO WS-CMP-TOTAL-SENT
           MOVE 0 TO WS-CMP-TOTAL-READ
           MOVE 0 TO WS-CMP-TOTAL-ACTED
           PERFORM VARYING WS-CMP-SEL FROM 1 BY 1
               UNTIL WS-CMP-SEL > WS-CMP-COUNT
               PERFORM 7857-EVALUATE-CAMPAIGN
               PERFORM 7895-DESCRIBE-CAMPAIGN
               ADD WS-CRC-COUNT TO WS-CMP-TOTAL-SENT
               ADD WS-CMP-READ-COUNT TO WS-CMP-TOTAL-READ
               ADD WS-CMP-ACTED-COUNT TO WS-CMP-TOTAL-ACTED

               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE 1 TO WS-CMP-PTR
               STRING "#" WS-CMP-ID(WS-CMP-SEL) "  "
                   WS-CMP-DATE(WS-CMP-SEL) "  "
                   FUNCTION TRIM(WS-CMP-NAME(WS-CMP-SEL))
                   " (by " FUNCTION TRIM(WS-CMP-OWNER(WS-CMP-SEL)) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   WITH POINTER WS-CMP-PTR
               END-STRING
               IF WS-CMP-PARENT-ID(WS-CMP-SEL) > 0
                   STRING " - follow-up of #"
                       WS-CMP-PARENT-ID(WS-CMP-SEL)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       WITH POINTER WS-CMP-PTR
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-OUTPUT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "   Segment: " FUNCTION TRIM(WS-CMP-SEG-TEXT)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT

               MOVE 0 TO WS-CMP-PCT
               IF WS-CRC-COUNT > 0
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-READ-COUNT * 100 / WS-CRC-COUNT
               END-IF
               MOVE WS-CMP-PCT TO WS-CMP-P1
               MOVE 0 TO WS-CMP-PCT
               IF WS-CRC-COUNT > 0
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-ACTED-COUNT * 100 / WS-CRC-COUNT
               END-IF
               MOVE WS-CMP-PCT TO WS-CMP-P2
               MOVE WS-CRC-COUNT TO WS-CMP-N1
               MOVE WS-CMP-READ-COUNT TO WS-CMP-N2
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "   Sent " FUNCTION TRIM(WS-CMP-N1)
                   "  Read " FUNCTION TRIM(WS-CMP-N2)
                   " (" FUNCTION TRIM(WS-CMP-P1) "%)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               MOVE WS-CMP-ACTED-COUNT TO WS-CMP-N2
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "   Goal: " FUNCTION TRIM(WS-CMP-GOAL-TEXT)
                   "  Responded " FUNCTION TRIM(WS-CMP-N2)
                   " (" FUNCTION TRIM(WS-CMP-P2) "%)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-CMP-COUNT TO WS-CMP-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Campaigns: " FUNCTION TRIM(WS-CMP-N1)
               "   Messages sent: " WS-CMP-TOTAL-SENT
               "   Read: " WS-CMP-TOTAL-READ
               "   Responded: " WS-CMP-TOTAL-ACTED
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8410-END-REPORT
           EXIT.

      *>*****************************************************************
      *> 7859-CAMPAIGN-DETAIL: One campaign, recipient by recipient,
      *> and the follow-ups sent from it.
      *>*****************************************************************
       7859-CAMPAIGN-DETAIL.
           PERFORM 7893-PICK-CAMPAIGN
           IF WS-CMP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7857-EVALUATE-CAMPAIGN
           PERFORM 7895-DESCRIBE-CAMPAIGN

           MOVE "CAMPAIGN-DETAIL" TO WS-RPT-NAME
           PERFORM 8400-BEGIN-REPORT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "=== CAMPAIGN #" WS-CMP-ID(WS-CMP-SEL) ": "
               FUNCTION TRIM(WS-CMP-NAME(WS-CMP-SEL)) " ==="
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Sent " WS-CMP-DATE(WS-CMP-SEL) " by "
               FUNCTION TRIM(WS-CMP-OWNER(WS-CMP-SEL))
               "; goal: " FUNCTION TRIM(WS-CMP-GOAL-TEXT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Segment: " FUNCTION TRIM(WS-CMP-SEG-TEXT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Message: " FUNCTION TRIM(WS-CMP-BODY(WS-CMP-SEL))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
               UNTIL WS-CRC-IDX > WS-CRC-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE WS-CRC-USER(WS-CRC-IDX) TO WS-OUTPUT-LINE(3:20)
               IF WS-CRC-READ(WS-CRC-IDX) = "Y"
                   MOVE "READ" TO WS-OUTPUT-LINE(24:6)
               ELSE
                   MOVE "UNREAD" TO WS-OUTPUT-LINE(24:6)
               END-IF
               IF WS-CRC-ACTED(WS-CRC-IDX) = "Y"
                   MOVE "RESPONDED" TO WS-OUTPUT-LINE(32:13)
               ELSE
                   MOVE "NO RESPONSE" TO WS-OUTPUT-LINE(32:13)
               END-IF
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           IF WS-CRC-COUNT = 0
               MOVE "  (no recipient rows on file)" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-CRC-COUNT TO WS-CMP-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Sent: " FUNCTION TRIM(WS-CMP-N1)
               "   Read: " WS-CMP-READ-COUNT
               "   Responded: " WS-CMP-ACTED-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           PERFORM VARYING WS-CMP-JDX FROM 1 BY 1
               UNTIL WS-CMP-JDX > WS-CMP-COUNT
               IF WS-CMP-PARENT-ID(WS-CMP-JDX) = WS-CMP-ID(WS-CMP-SEL)
                   MOVE WS-CMP-SENT(WS-CMP-JDX) TO WS-CMP-N2
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "Followed up by #" WS-CMP-ID(WS-CMP-JDX)
                       " on " WS-CMP-DATE(WS-CMP-JDX) " to "
                       FUNCTION TRIM(WS-CMP-N2) " recipient(s)"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           PERFORM 8410-END-REPORT
           EXIT.

      *>*****************************************************************
      *> 7890-FOLLOW-UP-CAMPAIGN: A new campaign, linked to the chosen
      *> one, sent only to its recipients who have not responded (not
      *> read, for a campaign with no goal) and whose accounts are
      *> still live. It keeps the original segment and goal; the
      *> baselines are taken again now.
      *>*****************************************************************
       7890-FOLLOW-UP-CAMPAIGN.
           IF WS-CMP-COUNT >= WS-CONST-MAX-CAMPAIGNS
               MOVE "The campaign table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 7893-PICK-CAMPAIGN
           IF WS-CMP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7857-EVALUATE-CAMPAIGN

           MOVE 0 TO WS-CRC-KEEP
           PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
               UNTIL WS-CRC-IDX > WS-CRC-COUNT
               IF WS-CRC-ACTED(WS-CRC-IDX) NOT = "Y"
                   MOVE FUNCTION TRIM(WS-CRC-USER(WS-CRC-IDX))
                       TO WS-AIX-QUERY
                   PERFORM 3262-ACCT-INDEX-LOOKUP
                   IF WS-AIX-FOUND > 0
                       IF WS-ACCT-DEACT-DATE(WS-AIX-FOUND) = 0
                           ADD 1 TO WS-CRC-KEEP
                           MOVE WS-CRC-USER(WS-CRC-IDX)
                               TO WS-CRC-USER(WS-CRC-KEEP)
                           MOVE WS-CRC-USER(WS-CRC-KEEP)
                               TO WS-CMP-CHECK-USER
                           PERFORM 7894-USER-ACTIVITY
                           MOVE 0 TO WS-CRC-MSG-ID(WS-CRC-KEEP)
                           MOVE WS-CMP-APPS
                               TO WS-CRC-BASE-APPS(WS-CRC-KEEP)
                           MOVE WS-CMP-RSVPS
                               TO WS-CRC-BASE-RSVPS(WS-CRC-KEEP)
                           MOVE "N" TO WS-CRC-READ(WS-CRC-KEEP)
                           MOVE "N" TO WS-CRC-ACTED(WS-CRC-KEEP)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CRC-KEEP TO WS-CRC-COUNT
           IF WS-CRC-COUNT = 0
               MOVE "Every recipient has responded; no follow-up needed"
                   & "." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CMP-ENTRY(WS-CMP-SEL) TO WS-CMP-NEW-ENTRY
           MOVE WS-CMP-ID(WS-CMP-SEL) TO WS-CMP-N-PARENT-ID
           MOVE SPACES TO WS-CMP-N-NAME
           STRING "Follow-up: " FUNCTION TRIM(WS-CMP-NAME(WS-CMP-SEL))
               DELIMITED BY SIZE INTO WS-CMP-N-NAME
           END-STRING
           MOVE WS-CRC-COUNT TO WS-CMP-N1
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING FUNCTION TRIM(WS-CMP-N1)
               " recipient(s) of campaign #" WS-CMP-ID(WS-CMP-SEL)
               " have not responded."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 7855-COMPOSE-CAMPAIGN-BODY
           IF WS-CMP-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7856-SEND-CAMPAIGN
           EXIT.

       7891-READ-CAMPRCPT-LOOP.
           READ CAMPRCPT-FILE
               AT END
                   MOVE "Y" TO WS-CAMPRCPT-EOF
               NOT AT END
                   IF CRC-CAMPAIGN-ID = WS-CMP-ID(WS-CMP-SEL)
                       AND WS-CRC-COUNT < WS-CONST-MAX-ACCOUNTS
                       ADD 1 TO WS-CRC-COUNT
                       MOVE CRC-USERNAME TO WS-CRC-USER(WS-CRC-COUNT)
                       MOVE CRC-MSG-ID TO WS-CRC-MSG-ID(WS-CRC-COUNT)
                       MOVE CRC-BASE-APPS
                           TO WS-CRC-BASE-APPS(WS-CRC-COUNT)
                       MOVE CRC-BASE-RSVPS
                           TO WS-CRC-BASE-RSVPS(WS-CRC-COUNT)
                       MOVE "?" TO WS-CRC-READ(WS-CRC-COUNT)
                       MOVE "N" TO WS-CRC-ACTED(WS-CRC-COUNT)
                   END-IF
           END-READ
           IF WS-CAMPRCPT-EOF = "N"
               PERFORM 7891-READ-CAMPRCPT-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7892-LOAD-LAST-LOGINS: Latest successful login date for every
      *> account row; accounts the trail never mentions stay zero.
      *>*****************************************************************
       7892-LOAD-LAST-LOGINS.
           PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
               UNTIL WS-CMP-SCAN > WS-ACCOUNT-COUNT
               MOVE 0 TO WS-CMP-LAST-LOGIN(WS-CMP-SCAN)
           END-PERFORM
           MOVE "N" TO WS-CMP-LA-EOF
           OPEN INPUT LOGINAUDIT-FILE
           IF WS-LOGINAUDIT-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMP-LA-EOF = "Y"
               READ LOGINAUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-CMP-LA-EOF
                   NOT AT END
                       IF LA-RESULT = "OK"
                           MOVE SPACES TO WS-CMP-ROW-DATE-X
                           STRING LA-TIMESTAMP(1:4) LA-TIMESTAMP(6:2)
                               LA-TIMESTAMP(9:2)
                               DELIMITED BY SIZE INTO WS-CMP-ROW-DATE-X
                           END-STRING
                           IF WS-CMP-ROW-DATE-X IS NUMERIC
                               MOVE WS-CMP-ROW-DATE-X
                                   TO WS-CMP-ROW-DATE
                               MOVE FUNCTION TRIM(LA-USERNAME)
                                   TO WS-AIX-QUERY
                               PERFORM 3262-ACCT-INDEX-LOOKUP
                               IF WS-AIX-FOUND > 0
                                   AND WS-CMP-ROW-DATE >
                                   WS-CMP-LAST-LOGIN(WS-AIX-FOUND)
                                   MOVE WS-CMP-ROW-DATE TO
                                       WS-CMP-LAST-LOGIN(WS-AIX-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGINAUDIT-FILE
           EXIT.

      *>*****************************************************************
      *> 7893-PICK-CAMPAIGN: Lists every campaign; WS-CMP-SEL is the
      *> table row of the one chosen, or 0.
      *>*****************************************************************
       7893-PICK-CAMPAIGN.
           MOVE 0 TO WS-CMP-SEL
           IF WS-CMP-COUNT = 0
               MOVE "No campaigns on file." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               MOVE WS-CMP-SENT(WS-CMP-IDX) TO WS-CMP-N1
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  #" WS-CMP-ID(WS-CMP-IDX) "  "
                   WS-CMP-DATE(WS-CMP-IDX) "  "
                   FUNCTION TRIM(WS-CMP-NAME(WS-CMP-IDX))
                   " (" FUNCTION TRIM(WS-CMP-N1) " sent)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           MOVE "Campaign number (0 to go back): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CMP-INPUT) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CMP-INPUT) TO WS-CMP-CHOICE
           IF WS-CMP-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT OR WS-CMP-SEL > 0
               IF WS-CMP-ID(WS-CMP-IDX) = WS-CMP-CHOICE
                   MOVE WS-CMP-IDX TO WS-CMP-SEL
               END-IF
           END-PERFORM
           IF WS-CMP-SEL = 0
               MOVE "No campaign has that number." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7894-USER-ACTIVITY: For WS-CMP-CHECK-USER - applications and
      *> RSVPs on file, and whether they RSVP'd to, checked in at, or
      *> held a seat and missed (a past event with no check-in) the
      *> event WS-CMP-N-SEG-EVT-ID, or any event when that is zero.
      *> Waitlisted RSVPs never held a seat, so they are no-shows of
      *> nothing.
      *>*****************************************************************
       7894-USER-ACTIVITY.
           MOVE 0 TO WS-CMP-APPS
           MOVE 0 TO WS-CMP-RSVPS
           MOVE 0 TO WS-CMP-HIT-RSVP
           MOVE 0 TO WS-CMP-HIT-ATTEND
           MOVE 0 TO WS-CMP-HIT-NOSHOW
           PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
               UNTIL WS-CMP-SCAN > WS-ALL-APPS-COUNT
               IF FUNCTION TRIM(WS-AT-USERNAME(WS-CMP-SCAN)) =
                   FUNCTION TRIM(WS-CMP-CHECK-USER)
                   ADD 1 TO WS-CMP-APPS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
               UNTIL WS-CMP-SCAN > WS-ATT-COUNT
               IF FUNCTION TRIM(WS-ATT-USERNAME(WS-CMP-SCAN)) =
                   FUNCTION TRIM(WS-CMP-CHECK-USER)
                   AND (WS-CMP-N-SEG-EVT-ID = 0
                       OR WS-ATT-EVENT-ID(WS-CMP-SCAN) =
                           WS-CMP-N-SEG-EVT-ID)
                   MOVE 1 TO WS-CMP-HIT-ATTEND
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1
               UNTIL WS-CMP-SCAN > WS-RSVP-COUNT
               IF FUNCTION TRIM(WS-RSV-USERNAME(WS-CMP-SCAN)) =
                   FUNCTION TRIM(WS-CMP-CHECK-USER)
                   ADD 1 TO WS-CMP-RSVPS
                   IF WS-CMP-N-SEG-EVT-ID = 0
                       OR WS-RSV-EVENT-ID(WS-CMP-SCAN) =
                           WS-CMP-N-SEG-EVT-ID
                       MOVE 1 TO WS-CMP-HIT-RSVP
                       IF WS-RSV-STATUS(WS-CMP-SCAN) NOT = "W"
                           MOVE 0 TO WS-CMP-EVT-IDX
                           PERFORM VARYING WS-CMP-JDX FROM 1 BY 1
                               UNTIL WS-CMP-JDX > WS-EVENT-COUNT
                                   OR WS-CMP-EVT-IDX > 0
                               IF WS-EVT-ID(WS-CMP-JDX) =
                                   WS-RSV-EVENT-ID(WS-CMP-SCAN)
                                   MOVE WS-CMP-JDX TO WS-CMP-EVT-IDX
                               END-IF
                           END-PERFORM
                           IF WS-CMP-EVT-IDX > 0
                               AND WS-EVT-DATE(WS-CMP-EVT-IDX) <
                                   WS-CMP-TODAY
                               MOVE 0 TO WS-CMP-SHOWED
                               PERFORM VARYING WS-CMP-JDX FROM 1 BY 1
                                   UNTIL WS-CMP-JDX > WS-ATT-COUNT
                                   IF WS-ATT-EVENT-ID(WS-CMP-JDX) =
                                       WS-RSV-EVENT-ID(WS-CMP-SCAN)
                                       AND FUNCTION TRIM(
                                       WS-ATT-USERNAME(WS-CMP-JDX)) =
                                       FUNCTION TRIM(WS-CMP-CHECK-USER)
                                       MOVE 1 TO WS-CMP-SHOWED
                                   END-IF
                               END-PERFORM
                               IF WS-CMP-SHOWED = 0
                                   MOVE 1 TO WS-CMP-HIT-NOSHOW
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 7895-DESCRIBE-CAMPAIGN: WS-CMP-GOAL-TEXT and WS-CMP-SEG-TEXT
      *> for table row WS-CMP-SEL.
      *>*****************************************************************
       7895-DESCRIBE-CAMPAIGN.
           EVALUATE WS-CMP-GOAL(WS-CMP-SEL)
               WHEN "A"
                   MOVE "apply to a job" TO WS-CMP-GOAL-TEXT
               WHEN "R"
                   MOVE "RSVP to an event" TO WS-CMP-GOAL-TEXT
               WHEN "C"
                   MOVE "check in at an event" TO WS-CMP-GOAL-TEXT
               WHEN "L"
                   MOVE "log in" TO WS-CMP-GOAL-TEXT
               WHEN OTHER
                   MOVE "read the message" TO WS-CMP-GOAL-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-CMP-SEG-TEXT
           MOVE 1 TO WS-CMP-PTR
           EVALUATE WS-CMP-SEG-ROLE(WS-CMP-SEL)
               WHEN "S"
                   STRING "students" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               WHEN "A"
                   STRING "alumni" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               WHEN "E"
                   STRING "employers" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               WHEN "F"
                   STRING "staff" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               WHEN OTHER
                   STRING "every role" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
           END-EVALUATE
           IF WS-CMP-SEG-UNIV(WS-CMP-SEL) NOT = SPACES
               STRING ", " FUNCTION TRIM(WS-CMP-SEG-UNIV(WS-CMP-SEL))
                   DELIMITED BY SIZE
                   INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
               END-STRING
           END-IF
           IF WS-CMP-SEG-MAJOR(WS-CMP-SEL) NOT = SPACES
               STRING ", major "
                   FUNCTION TRIM(WS-CMP-SEG-MAJOR(WS-CMP-SEL))
                   DELIMITED BY SIZE
                   INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
               END-STRING
           END-IF
           IF WS-CMP-SEG-GRAD(WS-CMP-SEL) NOT = SPACES
               STRING ", class of " WS-CMP-SEG-GRAD(WS-CMP-SEL)
                   DELIMITED BY SIZE
                   INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
               END-STRING
           END-IF
           IF WS-CMP-SEG-APPS-MIN(WS-CMP-SEL) > 0
               OR WS-CMP-SEG-APPS-MAX(WS-CMP-SEL) < 999
               MOVE WS-CMP-SEG-APPS-MIN(WS-CMP-SEL) TO WS-CMP-P1
               MOVE WS-CMP-SEG-APPS-MAX(WS-CMP-SEL) TO WS-CMP-P2
               STRING ", " FUNCTION TRIM(WS-CMP-P1) "-"
                   FUNCTION TRIM(WS-CMP-P2) " applications"
                   DELIMITED BY SIZE
                   INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
               END-STRING
           END-IF
           IF WS-CMP-SEG-EVT-RULE(WS-CMP-SEL) NOT = SPACE
               EVALUATE WS-CMP-SEG-EVT-RULE(WS-CMP-SEL)
                   WHEN "R"
                       STRING ", RSVP'd to " DELIMITED BY SIZE
                           INTO WS-CMP-SEG-TEXT
                           WITH POINTER WS-CMP-PTR
                       END-STRING
                   WHEN "A"
                       STRING ", checked in at " DELIMITED BY SIZE
                           INTO WS-CMP-SEG-TEXT
                           WITH POINTER WS-CMP-PTR
                       END-STRING
                   WHEN "N"
                       STRING ", RSVP'd but missed " DELIMITED BY SIZE
                           INTO WS-CMP-SEG-TEXT
                           WITH POINTER WS-CMP-PTR
                       END-STRING
                   WHEN OTHER
                       STRING ", never RSVP'd to " DELIMITED BY SIZE
                           INTO WS-CMP-SEG-TEXT
                           WITH POINTER WS-CMP-PTR
                       END-STRING
               END-EVALUATE
               IF WS-CMP-SEG-EVT-ID(WS-CMP-SEL) = 0
                   STRING "any event" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               ELSE
                   STRING "event #" WS-CMP-SEG-EVT-ID(WS-CMP-SEL)
                       DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               END-IF
           END-IF
           IF WS-CMP-SEG-LOG-RULE(WS-CMP-SEL) NOT = SPACE
               MOVE WS-CMP-SEG-LOG-DAYS(WS-CMP-SEL) TO WS-CMP-P1
               IF WS-CMP-SEG-LOG-RULE(WS-CMP-SEL) = "I"
                   STRING ", no login in " FUNCTION TRIM(WS-CMP-P1)
                       " days" DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               ELSE
                   STRING ", logged in within "
                       FUNCTION TRIM(WS-CMP-P1) " days"
                       DELIMITED BY SIZE
                       INTO WS-CMP-SEG-TEXT WITH POINTER WS-CMP-PTR
                   END-STRING
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7896-PROMPT-SEGMENT: Name, criteria and goal into
      *> WS-CMP-NEW-ENTRY; WS-CMP-OK = 1 only when every answer is
      *> valid.
      *>*****************************************************************
       7896-PROMPT-SEGMENT.
           MOVE 0 TO WS-CMP-OK
           MOVE 999 TO WS-CMP-N-SEG-APPS-MAX

           MOVE "Campaign name: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-INPUT = SPACES
               MOVE "A campaign name is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT TO WS-CMP-N-NAME

           MOVE "Role (S student, A alumni, E employer, F staff, "
               & "* any; blank = S): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CMP-INPUT) TO WS-CMP-INPUT
           IF WS-CMP-INPUT = SPACES
               MOVE "S" TO WS-CMP-INPUT
           END-IF
           IF WS-CMP-INPUT NOT = "S" AND NOT = "A" AND NOT = "E"
               AND NOT = "F" AND NOT = "*"
               MOVE "Invalid role." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT(1:1) TO WS-CMP-N-SEG-ROLE

           IF WS-ADMIN-CAMPUS NOT = SPACES
               MOVE WS-ADMIN-CAMPUS TO WS-CMP-N-SEG-UNIV
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "University: " FUNCTION TRIM(WS-ADMIN-CAMPUS)
                   " (your admin scope)"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               MOVE "University (blank = any): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 7897-READ-CAMPAIGN-INPUT
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMP-INPUT TO WS-CMP-N-SEG-UNIV
           END-IF

           MOVE "Major (blank = any): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT TO WS-CMP-N-SEG-MAJOR

           MOVE "Graduation year (blank = any): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-INPUT NOT = SPACES
               IF WS-CMP-INPUT(1:4) IS NOT NUMERIC
                   OR WS-CMP-INPUT(5:) NOT = SPACES
                   MOVE "Graduation year must be four digits."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMP-INPUT(1:4) TO WS-CMP-N-SEG-GRAD
           END-IF

           MOVE "Fewest applications on file (blank = 0): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-CMP-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-INPUT)) > 3
                   MOVE "Enter a number from 0 to 999."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-CMP-INPUT)
                   TO WS-CMP-N-SEG-APPS-MIN
           END-IF

           MOVE "Most applications on file (blank = no limit): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-CMP-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-INPUT)) > 3
                   MOVE "Enter a number from 0 to 999."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-CMP-INPUT)
                   TO WS-CMP-N-SEG-APPS-MAX
           END-IF
           IF WS-CMP-N-SEG-APPS-MAX < WS-CMP-N-SEG-APPS-MIN
               MOVE "The most cannot be below the fewest."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Events (R RSVP'd, A attended, N RSVP'd but did not "
               & "attend, X never RSVP'd; blank = any): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CMP-INPUT) TO WS-CMP-INPUT
           IF WS-CMP-INPUT NOT = SPACES AND NOT = "R" AND NOT = "A"
               AND NOT = "N" AND NOT = "X"
               MOVE "Invalid event rule." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT(1:1) TO WS-CMP-N-SEG-EVT-RULE
           IF WS-CMP-N-SEG-EVT-RULE NOT = SPACE
               MOVE "Event ID (blank = any event): " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 7897-READ-CAMPAIGN-INPUT
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               IF WS-CMP-INPUT NOT = SPACES
                   IF FUNCTION TRIM(WS-CMP-INPUT) IS NOT NUMERIC
                       MOVE "Invalid event ID." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-CMP-INPUT)
                       TO WS-CMP-N-SEG-EVT-ID
                   MOVE 0 TO WS-CMP-EVT-IDX
                   PERFORM VARYING WS-CMP-JDX FROM 1 BY 1
                       UNTIL WS-CMP-JDX > WS-EVENT-COUNT
                       IF WS-EVT-ID(WS-CMP-JDX) = WS-CMP-N-SEG-EVT-ID
                           MOVE WS-CMP-JDX TO WS-CMP-EVT-IDX
                       END-IF
                   END-PERFORM
                   IF WS-CMP-N-SEG-EVT-ID > 0 AND WS-CMP-EVT-IDX = 0
                       MOVE "No event has that ID." TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE "Last login (I = none in the last N days, A = within "
               & "the last N days; blank = any): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CMP-INPUT) TO WS-CMP-INPUT
           IF WS-CMP-INPUT NOT = SPACES AND NOT = "I" AND NOT = "A"
               MOVE "Invalid login rule." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT(1:1) TO WS-CMP-N-SEG-LOG-RULE
           IF WS-CMP-N-SEG-LOG-RULE NOT = SPACE
               MOVE "Number of days: " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 7897-READ-CAMPAIGN-INPUT
               IF WS-EOF-FLAG = 1
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-CMP-INPUT) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-INPUT)) > 3
                   MOVE "Enter a number of days from 1 to 999."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-CMP-INPUT)
                   TO WS-CMP-N-SEG-LOG-DAYS
               IF WS-CMP-N-SEG-LOG-DAYS = 0
                   MOVE "Enter a number of days from 1 to 999."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Follow-up action to track (A apply to a job, R RSVP "
               & "to an event, C check in at an event, L log in; "
               & "blank = reads only): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 7897-READ-CAMPAIGN-INPUT
           IF WS-EOF-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CMP-INPUT) TO WS-CMP-INPUT
           IF WS-CMP-INPUT = SPACES
               MOVE "N" TO WS-CMP-INPUT
           END-IF
           IF WS-CMP-INPUT NOT = "A" AND NOT = "R" AND NOT = "C"
               AND NOT = "L" AND NOT = "N"
               MOVE "Invalid follow-up action." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-INPUT(1:1) TO WS-CMP-N-GOAL
           MOVE 1 TO WS-CMP-OK
           EXIT.

       7897-READ-CAMPAIGN-INPUT.
           MOVE SPACES TO WS-CMP-INPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CMP-INPUT
           MOVE WS-CMP-INPUT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 7898-APPEND-CAMPAIGN: Records WS-CMP-NEW-ENTRY and one
      *> recipient row per WS-CRC-TABLE entry.
      *>*****************************************************************
       7898-APPEND-CAMPAIGN.
           OPEN EXTEND CAMPAIGNS-FILE
           IF WS-CAMPAIGNS-STATUS = WS-CONST-FS-NOT-FOUND
               OPEN OUTPUT CAMPAIGNS-FILE
               CLOSE CAMPAIGNS-FILE
               OPEN EXTEND CAMPAIGNS-FILE
           END-IF
           IF WS-CAMPAIGNS-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CAMPAIGNS.DAT. STATUS="
                   WS-CAMPAIGNS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-NEW-ENTRY TO CMP-RECORD
           WRITE CMP-RECORD
           CLOSE CAMPAIGNS-FILE

           OPEN EXTEND CAMPRCPT-FILE
           IF WS-CAMPRCPT-STATUS = WS-CONST-FS-NOT-FOUND
               OPEN OUTPUT CAMPRCPT-FILE
               CLOSE CAMPRCPT-FILE
               OPEN EXTEND CAMPRCPT-FILE
           END-IF
           IF WS-CAMPRCPT-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CAMPRCPT.DAT. STATUS="
                   WS-CAMPRCPT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
                   UNTIL WS-CRC-IDX > WS-CRC-COUNT
                   MOVE WS-CMP-N-ID TO CRC-CAMPAIGN-ID
                   MOVE WS-CRC-USER(WS-CRC-IDX) TO CRC-USERNAME
                   MOVE WS-CRC-MSG-ID(WS-CRC-IDX) TO CRC-MSG-ID
                   MOVE WS-CRC-BASE-APPS(WS-CRC-IDX) TO CRC-BASE-APPS
                   MOVE WS-CRC-BASE-RSVPS(WS-CRC-IDX)
                       TO CRC-BASE-RSVPS
                   WRITE CRC-RECORD
               END-PERFORM
               CLOSE CAMPRCPT-FILE
           END-IF

           IF WS-CMP-COUNT < WS-CONST-MAX-CAMPAIGNS
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-NEW-ENTRY TO WS-CMP-ENTRY(WS-CMP-COUNT)
           END-IF
           ADD 1 TO WS-CMP-NEXT-ID
           EXIT.
