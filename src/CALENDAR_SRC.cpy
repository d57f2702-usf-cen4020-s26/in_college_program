      *>          logged-in user's confirmed interview slots
      *>          (INTERVIEWS.DAT), upcoming RSVP'd events
      *>          (EVENTS.DAT/RSVPS.DAT), and pending offer respond-by
      *>          deadlines (OFFERS.DAT), and booked career adviser
      *>          appointments (APPTS.DAT, either side) and saved-job
      *>          closing dates (SAVEDJOBS.DAT) and interviews for
      *>          off-platform applications (EXTAPPS.DAT) into one
      *>          date-ordered view,
      *>          and flags any two items that collide on the same
      *>          date/time - the double-booked interview on top of a
      *>          career fair that nobody noticed until the no-show.
      *>          The agenda can be exported to CALENDAR_<user>.ics
      *>          for Outlook or Google Calendar. Every item has a
      *>          stable UID, so re-importing updates rather than
      *>          duplicates; CALEXPORT.DAT remembers what was sent,
      *>          and anything since cancelled or withdrawn is sent
      *>          again as a cancelled entry.
      *>
      *> PARAGRAPHS:
      *>   6800-MY-CALENDAR        - Entry point from the main menu
      *>   6810-COLLECT-AGENDA     - Fill WS-AGENDA-TABLE from the
      *>                             standing tables
      *>   6811-ADD-AGENDA-ENTRY   - Append one row (bounds-checked)
      *>   6812-BUILD-AGENDA-UID   - Stable UID for one item
      *>   6820-SORT-AGENDA        - Order by date then time
      *>   6830-FLAG-CONFLICTS     - Mark same-date/time collisions
      *>   6840-DISPLAY-AGENDA     - Print the merged agenda
      *>   6841-LOAD-CALEXPORT     - Load CALEXPORT.DAT at startup
      *>   6842-READ-CALEXPORT-LOOP - Recursive read for 6841
      *>   6843-REWRITE-CALEXPORT  - Crash-safe rewrite
      *>   6844-EXPORT-ICS         - Write CALENDAR_<user>.ics
      *>   6845-FIND-CALEXPORT-ROW - Log row for WS-ICS-UID
      *>   6846-WRITE-VEVENT       - One VEVENT from WS-ICS-*
      *>   6847-ICS-ESCAPE         - RFC 5545 text escaping
      *>   6848-WRITE-ICS-LINE     - Write one line, folded at 75
      *>   6849-ICS-END-TIME       - DTEND for a timed item
      *>
      *> DEPENDENCIES:
      *>   WS-CALENDAR.cpy   - agenda table and scratch
      *>   WS-INTERVIEWS.cpy - WS-INTERVIEW-TABLE
      *>   ROOMS_SRC.cpy     - 5558-DESCRIBE-ROOM (on-campus interviews)
      *>   WS-OFFERS.cpy     - WS-OFFER-TABLE
      *>   WS-EVENTS.cpy     - WS-EVENT-TABLE, WS-RSVP-TABLE,
      *>                       6631-CHECK-EVENT-RSVP
      *>   WS-APPTS.cpy      - WS-APT-TABLE
      *>   WS-EXTAPP.cpy     - WS-EXA-TABLE
      *>   WS-JOBS.cpy       - WS-TODAY-DATE, 5348-FIND-JOB-INDEX-BY-ID,
      *>                       WS-SAVED-JOBS-TABLE
      *>   main.cob          - 8000-WRITE-OUTPUT, 8100-READ-INPUT,
      *>                       CALEXPORT-FILE, ICS-FILE
      *>*****************************************************************

      *>*****************************************************************
           PERFORM 6810-COLLECT-AGENDA
           IF WS-AGENDA-COUNT = 0
               MOVE "Nothing on your calendar: no confirmed "
                   & "interviews, RSVP'd events, offer deadlines, "
                   & "adviser appointments, or saved-job closings."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           ELSE
               PERFORM 6820-SORT-AGENDA
               PERFORM 6830-FLAG-CONFLICTS
               PERFORM 6840-DISPLAY-AGENDA
           END-IF

      *> An empty agenda is still worth exporting when an earlier
      *> export has entries that now need cancelling.
           MOVE 0 TO WS-CXL-MINE
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
               IF FUNCTION TRIM(WS-CXL-USERNAME(WS-CXL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND WS-CXL-LIVE(WS-CXL-IDX)
                   ADD 1 TO WS-CXL-MINE
               END-IF
           END-PERFORM
           IF WS-AGENDA-COUNT = 0 AND WS-CXL-MINE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Export to your calendar app as an .ics file? (y/N): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-ICS-ANSWER
           MOVE WS-ICS-ANSWER TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-ICS-ANSWER = "Y" OR WS-ICS-ANSWER = "YES"
               PERFORM 6844-EXPORT-ICS
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6810-COLLECT-AGENDA: Gather the user's upcoming commitments.
      *> Interviews count only once confirmed ("C"); offers count only
      *> while the decision is still pending ("P"); adviser
      *> appointments while booked, for the student and the adviser;
      *> off-platform interviews unless withdrawn or rejected.
      *>*****************************************************************
       6810-COLLECT-AGENDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   MOVE WS-IVT-SLOT-TIME(WS-IVW-IDX)
                       TO WS-AGN-SWAP-TIME
                   MOVE "INTERVIEW" TO WS-AGN-SWAP-KIND
      *> Interview slots carry no length; block out an hour.
                   MOVE 60 TO WS-AGN-SWAP-MINUTES
                   MOVE "IVW" TO WS-AGN-UID-PREFIX
                   MOVE WS-IVT-JOB-ID(WS-IVW-IDX) TO WS-AGN-UID-NUM
                   PERFORM 6812-BUILD-AGENDA-UID
                   MOVE WS-IVT-JOB-ID(WS-IVW-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                           DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                       END-STRING
                   END-IF
                   IF WS-IVT-ROOM(WS-IVW-IDX) NOT = SPACES
                       MOVE WS-IVT-ROOM(WS-IVW-IDX) TO WS-RMS-FIND-ROOM
                       PERFORM 5558-DESCRIBE-ROOM
                       COMPUTE WS-RMS-PTR = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-AGN-SWAP-DETAIL TRAILING))
                           + 1
                       STRING " in " FUNCTION TRIM(WS-RMS-WHERE)
                           DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                           WITH POINTER WS-RMS-PTR
                       END-STRING
                   END-IF
                   PERFORM 6811-ADD-AGENDA-ENTRY
               END-IF
           END-PERFORM
                       MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-AGN-SWAP-DATE
                       MOVE SPACES TO WS-AGN-SWAP-TIME
                       MOVE "EVENT" TO WS-AGN-SWAP-KIND
                       MOVE 0 TO WS-AGN-SWAP-MINUTES
                       MOVE "EVT" TO WS-AGN-UID-PREFIX
                       MOVE WS-EVT-ID(WS-EVT-IDX) TO WS-AGN-UID-NUM
                       PERFORM 6812-BUILD-AGENDA-UID
                       MOVE SPACES TO WS-AGN-SWAP-DETAIL
                       STRING FUNCTION TRIM(WS-EVT-NAME(WS-EVT-IDX))
                           " at "
                       TO WS-AGN-SWAP-DATE
                   MOVE SPACES TO WS-AGN-SWAP-TIME
                   MOVE "OFFER DUE" TO WS-AGN-SWAP-KIND
                   MOVE 0 TO WS-AGN-SWAP-MINUTES
                   MOVE "OFR" TO WS-AGN-UID-PREFIX
                   MOVE WS-OFT-JOB-ID(WS-OFR-IDX) TO WS-AGN-UID-NUM
                   PERFORM 6812-BUILD-AGENDA-UID
                   MOVE SPACES TO WS-AGN-SWAP-DETAIL
                   STRING "Respond to offer for job #"
                       WS-OFT-JOB-ID(WS-OFR-IDX)
                   PERFORM 6811-ADD-AGENDA-ENTRY
               END-IF
           END-PERFORM

           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-APT-COUNT
               IF WS-APT-BOOKED(WS-APT-IDX)
                  AND WS-APT-DATE(WS-APT-IDX) >= WS-TODAY-DATE
                   MOVE SPACES TO WS-AGN-SWAP-DETAIL
                   IF FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX)) =
                       FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                       STRING "Advising with "
                           FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX))
                           ": " FUNCTION TRIM(WS-APT-TOPIC(WS-APT-IDX))
                           DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                       END-STRING
                   END-IF
                   IF FUNCTION TRIM(WS-APT-ADVISER(WS-APT-IDX)) =
                       FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                       STRING "Office hours with "
                           FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                           ": " FUNCTION TRIM(WS-APT-TOPIC(WS-APT-IDX))
                           DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                       END-STRING
                   END-IF
                   IF WS-AGN-SWAP-DETAIL NOT = SPACES
                       MOVE WS-APT-DATE(WS-APT-IDX) TO WS-AGN-SWAP-DATE
                       MOVE WS-APT-TIME(WS-APT-IDX) TO WS-AGN-SWAP-TIME
                       MOVE "ADVISING" TO WS-AGN-SWAP-KIND
                       MOVE WS-APT-MINUTES(WS-APT-IDX)
                           TO WS-AGN-SWAP-MINUTES
                       MOVE "APT" TO WS-AGN-UID-PREFIX
                       MOVE WS-APT-ID(WS-APT-IDX) TO WS-AGN-UID-NUM
                       PERFORM 6812-BUILD-AGENDA-UID
                       PERFORM 6811-ADD-AGENDA-ENTRY
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MYSAVED-PRINT-IDX FROM 1 BY 1
               UNTIL WS-MYSAVED-PRINT-IDX > WS-SAVED-JOBS-COUNT
               IF FUNCTION TRIM(WS-SVJ-USERNAME(WS-MYSAVED-PRINT-IDX))
                   = FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE WS-SVJ-JOB-ID(WS-MYSAVED-PRINT-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   IF WS-SELECTED-JOB-IDX > 0
                       IF WS-JT-CLOSING-DATE(WS-SELECTED-JOB-IDX) > 0
                          AND WS-JT-CLOSING-DATE(WS-SELECTED-JOB-IDX)
                              >= WS-TODAY-DATE
                           MOVE WS-JT-CLOSING-DATE(WS-SELECTED-JOB-IDX)
                               TO WS-AGN-SWAP-DATE
                           MOVE SPACES TO WS-AGN-SWAP-TIME
                           MOVE "JOB CLOSES" TO WS-AGN-SWAP-KIND
                           MOVE 0 TO WS-AGN-SWAP-MINUTES
                           MOVE "JOB" TO WS-AGN-UID-PREFIX
                           MOVE WS-JT-ID(WS-SELECTED-JOB-IDX)
                               TO WS-AGN-UID-NUM
                           PERFORM 6812-BUILD-AGENDA-UID
                           MOVE SPACES TO WS-AGN-SWAP-DETAIL
                           STRING "Applications close: "
                               FUNCTION TRIM(
                                   WS-JT-TITLE(WS-SELECTED-JOB-IDX))
                               " at " FUNCTION TRIM(
                                   WS-JT-EMPLOYER(WS-SELECTED-JOB-IDX))
                               " (saved job #"
                               WS-JT-ID(WS-SELECTED-JOB-IDX) ")"
                               DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                           END-STRING
                           PERFORM 6811-ADD-AGENDA-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *>    Interviews the user logged for applications made off the
      *>    platform; nothing confirms these, so the detail says so.
           PERFORM VARYING WS-EXA-IDX FROM 1 BY 1
               UNTIL WS-EXA-IDX > WS-EXA-COUNT
               IF WS-EXA-IVW-DATE(WS-EXA-IDX) >= WS-TODAY-DATE
                  AND WS-EXA-STATUS(WS-EXA-IDX) NOT = "WITHDRAWN"
                  AND WS-EXA-STATUS(WS-EXA-IDX) NOT = "REJECTED"
                  AND FUNCTION TRIM(WS-EXA-USERNAME(WS-EXA-IDX)) =
                      FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE WS-EXA-IVW-DATE(WS-EXA-IDX) TO WS-AGN-SWAP-DATE
                   MOVE WS-EXA-IVW-TIME(WS-EXA-IDX) TO WS-AGN-SWAP-TIME
                   MOVE "INTERVIEW" TO WS-AGN-SWAP-KIND
                   IF WS-AGN-SWAP-TIME = SPACES
                       MOVE 0 TO WS-AGN-SWAP-MINUTES
                   ELSE
                       MOVE 60 TO WS-AGN-SWAP-MINUTES
                   END-IF
                   MOVE "EXT" TO WS-AGN-UID-PREFIX
                   MOVE WS-EXA-ID(WS-EXA-IDX) TO WS-AGN-UID-NUM
                   PERFORM 6812-BUILD-AGENDA-UID
                   MOVE SPACES TO WS-AGN-SWAP-DETAIL
                   STRING "Interview for "
                       FUNCTION TRIM(WS-EXA-ROLE(WS-EXA-IDX))
                       " at " FUNCTION TRIM(WS-EXA-COMPANY(WS-EXA-IDX))
                       " (off-platform, self-reported)"
                       DELIMITED BY SIZE INTO WS-AGN-SWAP-DETAIL
                   END-STRING
                   PERFORM 6811-ADD-AGENDA-ENTRY
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6812-BUILD-AGENDA-UID: WS-AGN-SWAP-UID from the kind prefix
      *> and the source row's own key, so the same commitment gets the
      *> same UID on every export (calendar apps update by UID).
      *>*****************************************************************
       6812-BUILD-AGENDA-UID.
           MOVE SPACES TO WS-AGN-SWAP-UID
           STRING FUNCTION TRIM(WS-AGN-UID-PREFIX) "-"
               WS-AGN-UID-NUM "-"
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               "@incollege"
               DELIMITED BY SIZE INTO WS-AGN-SWAP-UID
           END-STRING
           EXIT.

      *>*****************************************************************
               MOVE WS-AGN-SWAP-DETAIL
                   TO WS-AGN-DETAIL(WS-AGENDA-COUNT)
               MOVE 0 TO WS-AGN-CONFLICT(WS-AGENDA-COUNT)
               MOVE WS-AGN-SWAP-UID TO WS-AGN-UID(WS-AGENDA-COUNT)
               MOVE WS-AGN-SWAP-MINUTES
                   TO WS-AGN-MINUTES(WS-AGENDA-COUNT)
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6830-FLAG-CONFLICTS: Two items collide when they share a date
      *> and either is all-day (an event swallows the whole day) or
      *> their times are equal. Offer deadlines and job closing dates
      *> are reminders, not commitments, so they never conflict with
      *> anything.
      *>*****************************************************************
       6830-FLAG-CONFLICTS.
           MOVE 0 TO WS-AGN-CONFLICT-COUNT
                       WS-AGN-DATE(WS-AGN-JDX + 1)
                      AND WS-AGN-KIND(WS-AGN-IDX) NOT = "OFFER DUE"
                      AND WS-AGN-KIND(WS-AGN-JDX + 1) NOT = "OFFER DUE"
                      AND WS-AGN-KIND(WS-AGN-IDX) NOT = "JOB CLOSES"
                      AND WS-AGN-KIND(WS-AGN-JDX + 1)
                          NOT = "JOB CLOSES"
                      AND (WS-AGN-TIME(WS-AGN-IDX) = SPACES
                           OR WS-AGN-TIME(WS-AGN-JDX + 1) = SPACES
                           OR WS-AGN-TIME(WS-AGN-IDX) =
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6841-LOAD-CALEXPORT: Load the export log at startup.
      *>*****************************************************************
       6841-LOAD-CALEXPORT.
           MOVE 0   TO WS-CXL-COUNT
           MOVE "N" TO WS-CALEXPORT-EOF

           OPEN INPUT CALEXPORT-FILE

           EVALUATE WS-CALEXPORT-STATUS
               WHEN "00"
                   PERFORM 6842-READ-CALEXPORT-LOOP
                   CLOSE CALEXPORT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "WARNING: Could not open CALEXPORT.DAT. "
                       "STATUS=" WS-CALEXPORT-STATUS
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
           END-EVALUATE
           EXIT.

       6842-READ-CALEXPORT-LOOP.
           READ CALEXPORT-FILE
               AT END
                   MOVE "Y" TO WS-CALEXPORT-EOF
               NOT AT END
                   IF WS-CXL-COUNT < WS-CONST-MAX-CALEXPORT
                       ADD 1 TO WS-CXL-COUNT
                       MOVE CXL-USERNAME
                           TO WS-CXL-USERNAME(WS-CXL-COUNT)
                       MOVE CXL-UID TO WS-CXL-UID(WS-CXL-COUNT)
                       IF CXL-DATE IS NUMERIC
                           MOVE CXL-DATE TO WS-CXL-DATE(WS-CXL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CXL-DATE(WS-CXL-COUNT)
                       END-IF
                       MOVE CXL-TIME TO WS-CXL-TIME(WS-CXL-COUNT)
                       MOVE CXL-KIND TO WS-CXL-KIND(WS-CXL-COUNT)
                       MOVE CXL-DETAIL TO WS-CXL-DETAIL(WS-CXL-COUNT)
                       IF CXL-SEQ IS NUMERIC
                           MOVE CXL-SEQ TO WS-CXL-SEQ(WS-CXL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CXL-SEQ(WS-CXL-COUNT)
                       END-IF
                       MOVE CXL-STATUS TO WS-CXL-STATUS(WS-CXL-COUNT)
                       IF CXL-EXPORTED IS NUMERIC
                           MOVE CXL-EXPORTED
                               TO WS-CXL-EXPORTED(WS-CXL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CXL-EXPORTED(WS-CXL-COUNT)
                       END-IF
                       MOVE 0 TO WS-CXL-SEEN(WS-CXL-COUNT)
                       MOVE 0 TO WS-CXL-DROP(WS-CXL-COUNT)
                   END-IF
           END-READ

           IF WS-CALEXPORT-EOF = "N"
               PERFORM 6842-READ-CALEXPORT-LOOP
           END-IF
           EXIT.

       6843-REWRITE-CALEXPORT.
           MOVE WS-CALEXPORT-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-CALEXPORT-TMP-PATH TO WS-CALEXPORT-PATH
           OPEN OUTPUT CALEXPORT-FILE
           IF WS-CALEXPORT-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CALEXPORT-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open CALEXPORT.DAT for "
                   & "rewrite. STATUS=" WS-CALEXPORT-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CXL-WRT-IDX FROM 1 BY 1
               UNTIL WS-CXL-WRT-IDX > WS-CXL-COUNT
               MOVE WS-CXL-USERNAME(WS-CXL-WRT-IDX) TO CXL-USERNAME
               MOVE WS-CXL-UID(WS-CXL-WRT-IDX)      TO CXL-UID
               MOVE WS-CXL-DATE(WS-CXL-WRT-IDX)     TO CXL-DATE
               MOVE WS-CXL-TIME(WS-CXL-WRT-IDX)     TO CXL-TIME
               MOVE WS-CXL-KIND(WS-CXL-WRT-IDX)     TO CXL-KIND
               MOVE WS-CXL-DETAIL(WS-CXL-WRT-IDX)   TO CXL-DETAIL
               MOVE WS-CXL-SEQ(WS-CXL-WRT-IDX)      TO CXL-SEQ
               MOVE WS-CXL-STATUS(WS-CXL-WRT-IDX)   TO CXL-STATUS
               MOVE WS-CXL-EXPORTED(WS-CXL-WRT-IDX) TO CXL-EXPORTED
               WRITE CXL-RECORD
           END-PERFORM
           CLOSE CALEXPORT-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-CALEXPORT-PATH
           MOVE "CALEXPORT.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-CALEXPORT-PATH TO WS-JRN-OLD-PATH
           MOVE WS-CALEXPORT-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-CALEXPORT-TMP-PATH
               WS-CALEXPORT-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace CALEXPORT.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6844-EXPORT-ICS: Write the whole agenda (already collected by
      *> 6800) to CALENDAR_<user>.ics. Each item's SEQUENCE goes up
      *> when its date, time or description has changed since the
      *> last export. Items exported before that are no longer on the
      *> agenda and were still in the future are written as
      *> STATUS:CANCELLED; items that simply went by are forgotten.
      *>*****************************************************************
       6844-EXPORT-ICS.
           MOVE FUNCTION CURRENT-DATE TO WS-ICS-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-ICS-PATH
           IF FUNCTION TRIM(WS-DATA-DIR) = SPACES
               STRING "CALENDAR_"
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ".ics"
                   DELIMITED BY SIZE INTO WS-ICS-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/CALENDAR_"
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   ".ics"
                   DELIMITED BY SIZE INTO WS-ICS-PATH
               END-STRING
           END-IF

           OPEN OUTPUT ICS-FILE
           IF WS-ICS-STATUS NOT = WS-CONST-FS-OK
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not open the calendar file. "
                   "STATUS=" WS-ICS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE "PRODID:-//InCollege//My Calendar//EN" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "X-WR-CALNAME:InCollege - "
               FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE

           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
               MOVE 0 TO WS-CXL-SEEN(WS-CXL-IDX)
               MOVE 0 TO WS-CXL-DROP(WS-CXL-IDX)
           END-PERFORM
           MOVE 0 TO WS-ICS-VEVENTS
           MOVE 0 TO WS-CXL-CANCEL-COUNT

      *>    Live items.
           PERFORM VARYING WS-AGN-IDX FROM 1 BY 1
               UNTIL WS-AGN-IDX > WS-AGENDA-COUNT
               MOVE WS-AGN-UID(WS-AGN-IDX)     TO WS-ICS-UID
               MOVE WS-AGN-DATE(WS-AGN-IDX)    TO WS-ICS-DATE
               MOVE WS-AGN-TIME(WS-AGN-IDX)    TO WS-ICS-TIME
               MOVE WS-AGN-MINUTES(WS-AGN-IDX) TO WS-ICS-MINUTES
               MOVE WS-AGN-KIND(WS-AGN-IDX)    TO WS-ICS-KIND
               MOVE WS-AGN-DETAIL(WS-AGN-IDX)  TO WS-ICS-IN
               MOVE 0 TO WS-ICS-CANCELLED
               PERFORM 6845-FIND-CALEXPORT-ROW
               IF WS-CXL-FOUND-IDX = 0
                   IF WS-CXL-COUNT < WS-CONST-MAX-CALEXPORT
                       ADD 1 TO WS-CXL-COUNT
                       MOVE WS-CXL-COUNT TO WS-CXL-FOUND-IDX
                       MOVE WS-USERNAME(WS-CURRENT-USER-INDEX)
                           TO WS-CXL-USERNAME(WS-CXL-FOUND-IDX)
                       MOVE WS-ICS-UID TO WS-CXL-UID(WS-CXL-FOUND-IDX)
                       MOVE 0 TO WS-CXL-SEQ(WS-CXL-FOUND-IDX)
                       MOVE 0 TO WS-CXL-DROP(WS-CXL-FOUND-IDX)
                   END-IF
               ELSE
                   IF WS-CXL-DATE(WS-CXL-FOUND-IDX) NOT = WS-ICS-DATE
                      OR WS-CXL-TIME(WS-CXL-FOUND-IDX) NOT = WS-ICS-TIME
                      OR WS-CXL-DETAIL(WS-CXL-FOUND-IDX) NOT =
                         WS-AGN-DETAIL(WS-AGN-IDX)
                      OR WS-CXL-CANCELLED(WS-CXL-FOUND-IDX)
                       ADD 1 TO WS-CXL-SEQ(WS-CXL-FOUND-IDX)
                   END-IF
               END-IF
               IF WS-CXL-FOUND-IDX > 0
                   MOVE WS-ICS-DATE TO WS-CXL-DATE(WS-CXL-FOUND-IDX)
                   MOVE WS-ICS-TIME TO WS-CXL-TIME(WS-CXL-FOUND-IDX)
                   MOVE WS-ICS-KIND TO WS-CXL-KIND(WS-CXL-FOUND-IDX)
                   MOVE WS-AGN-DETAIL(WS-AGN-IDX)
                       TO WS-CXL-DETAIL(WS-CXL-FOUND-IDX)
                   MOVE "A" TO WS-CXL-STATUS(WS-CXL-FOUND-IDX)
                   MOVE WS-TODAY-DATE
                       TO WS-CXL-EXPORTED(WS-CXL-FOUND-IDX)
                   MOVE 1 TO WS-CXL-SEEN(WS-CXL-FOUND-IDX)
                   MOVE WS-CXL-SEQ(WS-CXL-FOUND-IDX) TO WS-ICS-SEQ
               ELSE
                   MOVE 0 TO WS-ICS-SEQ
               END-IF
               PERFORM 6846-WRITE-VEVENT
           END-PERFORM

      *>    Earlier exports no longer on the agenda.
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
               IF FUNCTION TRIM(WS-CXL-USERNAME(WS-CXL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                  AND WS-CXL-SEEN(WS-CXL-IDX) = 0
                   IF WS-CXL-DATE(WS-CXL-IDX) < WS-TODAY-DATE
                       MOVE 1 TO WS-CXL-DROP(WS-CXL-IDX)
                   ELSE
                       IF WS-CXL-LIVE(WS-CXL-IDX)
                           ADD 1 TO WS-CXL-SEQ(WS-CXL-IDX)
                           MOVE "X" TO WS-CXL-STATUS(WS-CXL-IDX)
                           ADD 1 TO WS-CXL-CANCEL-COUNT
                       END-IF
                       MOVE WS-TODAY-DATE TO WS-CXL-EXPORTED(WS-CXL-IDX)
                       MOVE WS-CXL-UID(WS-CXL-IDX)    TO WS-ICS-UID
                       MOVE WS-CXL-DATE(WS-CXL-IDX)   TO WS-ICS-DATE
                       MOVE WS-CXL-TIME(WS-CXL-IDX)   TO WS-ICS-TIME
                       MOVE 0                         TO WS-ICS-MINUTES
                       MOVE WS-CXL-KIND(WS-CXL-IDX)   TO WS-ICS-KIND
                       MOVE WS-CXL-DETAIL(WS-CXL-IDX) TO WS-ICS-IN
                       MOVE WS-CXL-SEQ(WS-CXL-IDX)    TO WS-ICS-SEQ
                       MOVE 1 TO WS-ICS-CANCELLED
                       PERFORM 6846-WRITE-VEVENT
                   END-IF
               END-IF
           END-PERFORM

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           CLOSE ICS-FILE

      *>    Forget rows for items that have gone by.
           MOVE 0 TO WS-CXL-KEEP
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
               IF WS-CXL-DROP(WS-CXL-IDX) = 0
                   ADD 1 TO WS-CXL-KEEP
                   IF WS-CXL-KEEP NOT = WS-CXL-IDX
                       MOVE WS-CXL-ENTRY(WS-CXL-IDX)
                           TO WS-CXL-ENTRY(WS-CXL-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CXL-KEEP TO WS-CXL-COUNT
           PERFORM 6843-REWRITE-CALEXPORT

           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-ICS-VEVENTS " calendar entr(ies) written to "
               FUNCTION TRIM(WS-ICS-PATH)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           IF WS-CXL-CANCEL-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING WS-CXL-CANCEL-COUNT
                   " item(s) dropped off since your last export are "
                   "included as cancelled."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           MOVE "Import the file into Outlook or Google Calendar; "
               & "re-importing updates the same entries."
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "ICSEXPORT" TO WS-RESULT-TYPE
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       6845-FIND-CALEXPORT-ROW.
           MOVE 0 TO WS-CXL-FOUND-IDX
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX > WS-CXL-COUNT
                   OR WS-CXL-FOUND-IDX > 0
               IF WS-CXL-UID(WS-CXL-IDX) = WS-ICS-UID
                  AND FUNCTION TRIM(WS-CXL-USERNAME(WS-CXL-IDX)) =
                   FUNCTION TRIM(WS-USERNAME(WS-CURRENT-USER-INDEX))
                   MOVE WS-CXL-IDX TO WS-CXL-FOUND-IDX
               END-IF
           END-PERFORM
           EXIT.

      *>*****************************************************************
      *> 6846-WRITE-VEVENT: One VEVENT from WS-ICS-UID/-DATE/-TIME/
      *> -MINUTES/-KIND/-IN/-SEQ/-CANCELLED. A blank time makes an
      *> all-day entry.
      *>*****************************************************************
       6846-WRITE-VEVENT.
           ADD 1 TO WS-ICS-VEVENTS
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" FUNCTION TRIM(WS-ICS-UID)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-ICS-STAMP(1:8) "T" WS-ICS-STAMP(9:6)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE

           MOVE SPACES TO WS-ICS-LINE
           IF WS-ICS-TIME = SPACES
               COMPUTE WS-ICS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ICS-DATE) + 1)
               STRING "DTSTART;VALUE=DATE:" WS-ICS-DATE
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               END-STRING
               PERFORM 6848-WRITE-ICS-LINE
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND;VALUE=DATE:" WS-ICS-NEXT-DAY
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               END-STRING
               PERFORM 6848-WRITE-ICS-LINE
           ELSE
               STRING "DTSTART:" WS-ICS-DATE "T"
                   WS-ICS-TIME(1:2) WS-ICS-TIME(4:2) "00"
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               END-STRING
               PERFORM 6848-WRITE-ICS-LINE
               PERFORM 6849-ICS-END-TIME
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND:" WS-ICS-DATE "T"
                   WS-ICS-END-HH WS-ICS-END-MM "00"
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               END-STRING
               PERFORM 6848-WRITE-ICS-LINE
           END-IF

           PERFORM 6847-ICS-ESCAPE
           MOVE SPACES TO WS-ICS-LINE
           STRING "SUMMARY:" WS-ICS-ESC(1:WS-ICS-ESC-LEN)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "CATEGORIES:" FUNCTION TRIM(WS-ICS-KIND)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE
           MOVE WS-ICS-SEQ TO WS-ICS-SEQ-DISP
           MOVE SPACES TO WS-ICS-LINE
           STRING "SEQUENCE:" FUNCTION TRIM(WS-ICS-SEQ-DISP)
               DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM 6848-WRITE-ICS-LINE
           IF WS-ICS-CANCELLED = 1
               MOVE "STATUS:CANCELLED" TO WS-ICS-LINE
           ELSE
               MOVE "STATUS:CONFIRMED" TO WS-ICS-LINE
           END-IF
           PERFORM 6848-WRITE-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM 6848-WRITE-ICS-LINE
           EXIT.

      *>*****************************************************************
      *> 6847-ICS-ESCAPE: WS-ICS-IN to WS-ICS-ESC with backslash,
      *> comma and semicolon escaped; WS-ICS-ESC-LEN is its length.
      *>*****************************************************************
       6847-ICS-ESCAPE.
           MOVE SPACES TO WS-ICS-ESC
           MOVE 0 TO WS-ICS-ESC-LEN
           MOVE 0 TO WS-ICS-IN-LEN
           IF WS-ICS-IN NOT = SPACES
               MOVE LENGTH OF WS-ICS-IN TO WS-ICS-IN-LEN
               PERFORM UNTIL WS-ICS-IN(WS-ICS-IN-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-ICS-IN-LEN
               END-PERFORM
           END-IF
           PERFORM VARYING WS-ICS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-ICS-CHAR-IDX > WS-ICS-IN-LEN
               IF WS-ICS-IN(WS-ICS-CHAR-IDX:1) = "\"
                  OR WS-ICS-IN(WS-ICS-CHAR-IDX:1) = ","
                  OR WS-ICS-IN(WS-ICS-CHAR-IDX:1) = ";"
                   ADD 1 TO WS-ICS-ESC-LEN
                   MOVE "\" TO WS-ICS-ESC(WS-ICS-ESC-LEN:1)
               END-IF
               ADD 1 TO WS-ICS-ESC-LEN
               MOVE WS-ICS-IN(WS-ICS-CHAR-IDX:1)
                   TO WS-ICS-ESC(WS-ICS-ESC-LEN:1)
           END-PERFORM
           IF WS-ICS-ESC-LEN = 0
               MOVE 1 TO WS-ICS-ESC-LEN
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6848-WRITE-ICS-LINE: Write WS-ICS-LINE, folding anything
      *> past 75 characters onto continuation lines that start with a
      *> space, as iCalendar requires.
      *>*****************************************************************
       6848-WRITE-ICS-LINE.
           MOVE LENGTH OF WS-ICS-LINE TO WS-ICS-LEN
           PERFORM UNTIL WS-ICS-LEN = 1
                   OR WS-ICS-LINE(WS-ICS-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ICS-LEN
           END-PERFORM
           MOVE 1 TO WS-ICS-POS
           MOVE 75 TO WS-ICS-CHUNK
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF WS-ICS-POS + WS-ICS-CHUNK > WS-ICS-LEN + 1
                   COMPUTE WS-ICS-CHUNK = WS-ICS-LEN - WS-ICS-POS + 1
               END-IF
               MOVE SPACES TO ICS-RECORD
               IF WS-ICS-POS = 1
                   STRING WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                       DELIMITED BY SIZE INTO ICS-RECORD
                   END-STRING
               ELSE
                   STRING " " WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                       DELIMITED BY SIZE INTO ICS-RECORD
                   END-STRING
               END-IF
               WRITE ICS-RECORD
               ADD WS-ICS-CHUNK TO WS-ICS-POS
               MOVE 74 TO WS-ICS-CHUNK
           END-PERFORM
           MOVE SPACES TO WS-ICS-LINE
           EXIT.

      *>*****************************************************************
      *> 6849-ICS-END-TIME: WS-ICS-TIME plus WS-ICS-MINUTES (an hour
      *> when unknown) into WS-ICS-END-HH/-MM, held to the same day.
      *>*****************************************************************
       6849-ICS-END-TIME.
           IF WS-ICS-MINUTES = 0
               MOVE 60 TO WS-ICS-MINUTES
           END-IF
           MOVE 0 TO WS-ICS-START-MIN
           IF WS-ICS-TIME(1:2) IS NUMERIC
              AND WS-ICS-TIME(4:2) IS NUMERIC
               COMPUTE WS-ICS-START-MIN =
                   FUNCTION NUMVAL(WS-ICS-TIME(1:2)) * 60
                   + FUNCTION NUMVAL(WS-ICS-TIME(4:2))
           END-IF
           COMPUTE WS-ICS-END-MIN = WS-ICS-START-MIN + WS-ICS-MINUTES
           IF WS-ICS-END-MIN > 1439
               MOVE 1439 TO WS-ICS-END-MIN
           END-IF
           DIVIDE WS-ICS-END-MIN BY 60 GIVING WS-ICS-END-HH
               REMAINDER WS-ICS-END-MM
           EXIT.
