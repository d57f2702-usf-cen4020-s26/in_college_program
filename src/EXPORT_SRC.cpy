      *> FILE:    EXPORT_SRC.cpy
      *> PURPOSE: Full per-user data export for privacy requests.
      *>          Gathers every record belonging to a given username -
      *>          account, profile, projects, applications,
      *>          messages, pending requests, connections, saved jobs,
      *>          profile views,
      *>          blocks, plus the newer per-user tables (interviews,
      *>          offers, saved searches, endorsements,
      *>          recommendations, connection tags, followed employers,
*> *      *>    --- Account ---
           MOVE "-- ACCOUNT --" TO WS-EXPORT-LINE
           PERFORM 3952-EXPORT-SECTION-HEAD
           MOVE FUNCTION TRIM(WS-EXPORT-USERNAME) TO WS-AIX-QUERY
           PERFORM 3262-ACCT-INDEX-LOOKUP
           MOVE WS-AIX-FOUND TO WS-EXPORT-IDX
           IF WS-EXPORT-IDX > 0
               STRING "Username: "
                   FUNCTION TRIM(WS-USERNAME(WS-EXPORT-IDX))
                   "  Away: " WS-AWAY-FLAG(WS-EXPORT-IDX)
                   "  Admin: " WS-ADMIN-FLAG(WS-EXPORT-IDX)
                   "  Password set: "
                   WS-PWD-SET-DATE(WS-EXPORT-IDX)
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               END-STRING
               PERFORM 3951-WRITE-EXPORT-LINE
           END-IF

*> *      *>    --- Profile ---
           MOVE "-- PROFILE --" TO WS-EXPORT-LINE
               END-IF
           END-PERFORM

*> *      *>    --- Projects and portfolio ---
           MOVE "-- PROJECTS --" TO WS-EXPORT-LINE
           PERFORM 3952-EXPORT-SECTION-HEAD
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               IF FUNCTION TRIM(WS-PRJ-USERNAME(WS-PRJ-IDX)) =
                   FUNCTION TRIM(WS-EXPORT-USERNAME)
                   PERFORM 7479-BUILD-PROJECT-SKILLS
                   STRING "Project: "
                       FUNCTION TRIM(WS-PRJ-TITLE(WS-PRJ-IDX))
                       "  Role: " FUNCTION TRIM(WS-PRJ-ROLE(WS-PRJ-IDX))
                       "  Dates: "
                       FUNCTION TRIM(WS-PRJ-DATES(WS-PRJ-IDX))
                       "  Link: " FUNCTION TRIM(WS-PRJ-LINK(WS-PRJ-IDX))
                       "  Skills: " FUNCTION TRIM(WS-PRJ-SKILL-TEXT)
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM 3951-WRITE-EXPORT-LINE
                   STRING "  Description: "
                       FUNCTION TRIM(WS-PRJ-DESC(WS-PRJ-IDX))
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM 3951-WRITE-EXPORT-LINE
               END-IF
           END-PERFORM

*> *      *>    --- Applications ---
           MOVE "-- APPLICATIONS --" TO WS-EXPORT-LINE
           PERFORM 3952-EXPORT-SECTION-HEAD
           PERFORM 3953-EXPORT-MESSAGES

*> *      *>    --- Pending connection requests ---
*> *      *>    Only the signed-on user's network rows are in memory, so
*> *      *>    the subject's rows are read by key and the working set
*> *      *>    is put back after the two network sections.
           MOVE WS-NETKEY-USER TO WS-NETKEY-SAVE-USER
           MOVE WS-EXPORT-USERNAME TO WS-NETKEY-USER
           PERFORM 9255-LOAD-NETKEY-SET
           MOVE "-- PENDING CONNECTION REQUESTS --" TO WS-EXPORT-LINE
           PERFORM 3952-EXPORT-SECTION-HEAD
           PERFORM VARYING WS-EXPORT-IDX FROM 1 BY 1
                   PERFORM 3951-WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-NETKEY-SAVE-USER TO WS-NETKEY-USER
           PERFORM 9255-LOAD-NETKEY-SET

*> *      *>    --- Saved jobs ---
           MOVE "-- SAVED JOBS --" TO WS-EXPORT-LINE
                       " status " WS-IVT-STATUS(WS-EXPORT-IDX)
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   END-STRING
                   IF WS-IVT-ROOM(WS-EXPORT-IDX) NOT = SPACES
                       COMPUTE WS-RMS-PTR = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-EXPORT-LINE TRAILING)) + 1
                       STRING " room " WS-IVT-ROOM(WS-EXPORT-IDX)
                           DELIMITED BY SIZE INTO WS-EXPORT-LINE
                           WITH POINTER WS-RMS-PTR
                       END-STRING
                   END-IF
                   PERFORM 3951-WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
