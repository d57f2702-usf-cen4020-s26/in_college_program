      *>*****************************************************************
      *> FILE:    LOADMGR_SRC.cpy
      *> PURPOSE: On-demand module loading. 1000-INITIALIZE used to
      *>          read every data file before the first prompt, so a
      *>          script that only signs in and reads one message paid
      *>          for jobs, events, groups, advising and the rest.
      *>          Startup now loads the account core only (accounts,
      *>          index, profiles, recertification, entitlements);
      *>          each other module's files are read the first time
      *>          something needs them - the login notifications, a
      *>          main-menu option, or any admin or command function
      *>          (those load everything, as they always could see
      *>          it). A module that depends on another loads that
      *>          one first. Rejects diverted while loading a module
      *>          are announced then, and the balancing snapshot is
      *>          taken as each module arrives. Every file's load time
      *>          is written to SESSION.LOG as a LOAD-TIME line.
      *>
      *> PARAGRAPHS:
      *>   6010-LOAD-CORE-FILES        - Startup loads (from 1000)
      *>   6011-LOAD-CLOCK-START       - Start timing one file
      *>   6012-LOAD-CLOCK-STOP        - Log one file's load time
      *>   6013-MODULE-LOAD-BEGIN      - Note rejects and start time
      *>   6014-MODULE-LOAD-END        - Rejects note, snapshot, total
      *>   6015-LOAD-CLOCK-NOW         - Clock in hundredths
      *>   6016-LOG-LOAD-TIME          - Write the LOAD-TIME line
      *>   6020-6029                   - One paragraph per module
      *>   6030-LOAD-ALL-MODULES       - Admin, commands, housekeeping
      *>   6031-LOAD-FOR-LOGIN         - Login notifications
      *>   6032-LOAD-FOR-MENU-OPTION   - Main-menu option about to run
      *>
      *> DEPENDENCIES:
      *>   WS-LOADMGR.cpy, the module loaders it calls, BALANCE_SRC
      *>   (1080), main.cob 8050-WRITE-SESSION-LOG
      *>*****************************************************************

      *>*****************************************************************
      *> 6010-LOAD-CORE-FILES: What every run needs before the first
      *> prompt: sign-in, account creation and the admin gates.
      *>*****************************************************************
       6010-LOAD-CORE-FILES.
           MOVE "CORE" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "ACCOUNTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 1100-LOAD-ACCOUNTS
           PERFORM 6012-LOAD-CLOCK-STOP
           PERFORM 7964-LOAD-GRACE-PERIOD
           MOVE "(account index)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 3260-REBUILD-ACCOUNT-INDEX
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "PROFILES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 1150-LOAD-PROFILES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "RECERT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5930-LOAD-RECERT
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "ENTITLE.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5950-LOAD-ENTITLE
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(recert deadline)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5933-ENFORCE-RECERT-DEADLINE
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE WS-LDM-MOD-START-HS TO WS-LDM-FROM-HS
           PERFORM 1080-SNAPSHOT-LOAD-COUNTS
           MOVE "(module total)" TO WS-LDM-FILE
           PERFORM 6016-LOG-LOAD-TIME
           EXIT.

       6011-LOAD-CLOCK-START.
           PERFORM 6015-LOAD-CLOCK-NOW
           MOVE WS-LDM-NOW-HS TO WS-LDM-START-HS
           EXIT.

       6012-LOAD-CLOCK-STOP.
           MOVE WS-LDM-START-HS TO WS-LDM-FROM-HS
           PERFORM 6016-LOG-LOAD-TIME
           EXIT.

       6013-MODULE-LOAD-BEGIN.
           MOVE WS-REJ-RUN-COUNT TO WS-LDM-REJ-BEFORE
           PERFORM 6015-LOAD-CLOCK-NOW
           MOVE WS-LDM-NOW-HS TO WS-LDM-MOD-START-HS
           EXIT.

      *>*****************************************************************
      *> 6014-MODULE-LOAD-END: Startup reports its own rejects in
      *> 1000; a module loaded later says what it diverted at the
      *> point it was read.
      *>*****************************************************************
       6014-MODULE-LOAD-END.
           IF WS-REJ-RUN-COUNT > WS-LDM-REJ-BEFORE
               COMPUTE WS-LDM-REJ-DIFF =
                   WS-REJ-RUN-COUNT - WS-LDM-REJ-BEFORE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Loading " FUNCTION TRIM(WS-LDM-MODULE)
                   " data diverted " WS-LDM-REJ-DIFF
                   " malformed record(s) to REJECTS.DAT."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           PERFORM 1080-SNAPSHOT-LOAD-COUNTS
           MOVE WS-LDM-MOD-START-HS TO WS-LDM-FROM-HS
           MOVE "(module total)" TO WS-LDM-FILE
           PERFORM 6016-LOG-LOAD-TIME
           EXIT.

       6015-LOAD-CLOCK-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-LDM-CLOCK
           COMPUTE WS-LDM-NOW-HS =
               ((WS-LDM-CLK-HH * 60 + WS-LDM-CLK-MM) * 60
                 + WS-LDM-CLK-SS) * 100 + WS-LDM-CLK-CC
           EXIT.

      *>*****************************************************************
      *> 6016-LOG-LOAD-TIME: Elapsed time since WS-LDM-FROM-HS for
      *> WS-LDM-FILE, to SESSION.LOG only - the transcript is left
      *> alone so scripted output does not change with load order.
      *> A load that runs over midnight adds a day to the end time.
      *>*****************************************************************
       6016-LOG-LOAD-TIME.
           PERFORM 6015-LOAD-CLOCK-NOW
           COMPUTE WS-LDM-ELAPSED-HS = WS-LDM-NOW-HS - WS-LDM-FROM-HS
           IF WS-LDM-ELAPSED-HS < 0
               ADD 8640000 TO WS-LDM-ELAPSED-HS
           END-IF
           COMPUTE WS-LDM-SECONDS = WS-LDM-ELAPSED-HS / 100
           MOVE WS-LDM-SECONDS TO WS-LDM-SECONDS-DISP
           MOVE WS-OUTPUT-LINE TO WS-LDM-SAVE-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "LOAD-TIME " FUNCTION TRIM(WS-LDM-MODULE) " "
               FUNCTION TRIM(WS-LDM-FILE) " "
               FUNCTION TRIM(WS-LDM-SECONDS-DISP) "s"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8050-WRITE-SESSION-LOG
           MOVE WS-LDM-SAVE-LINE TO WS-OUTPUT-LINE
           EXIT.

      *>*****************************************************************
      *> 6020-LOAD-JOBBOARD-MODULE:
      *> Job board: postings, saved jobs, applications, interviews,
      *> offers, saved searches, followed employers, recruiter teams,
      *> locations; then the expired-posting sweep and keyword index.
      *>*****************************************************************
       6020-LOAD-JOBBOARD-MODULE.
           IF WS-LDM-JOBBOARD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM 6024-LOAD-MESSAGING-MODULE
           MOVE "JOBBOARD" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "JOBS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5350-LOAD-JOBS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SAVEDJOBS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5304-LOAD-SAVED-JOBS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "APPLICATIONS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5360-LOAD-APPLICATIONS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "INTERVIEWS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5370-LOAD-INTERVIEWS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "OFFERS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5380-LOAD-OFFERS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SAVEDSEARCHES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5390-LOAD-SAVED-SEARCHES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "FOLLOWS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5440-LOAD-FOLLOWS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "RECRUITERS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5600-LOAD-RECRUITERS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "LOCATIONS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7040-LOAD-LOCATIONS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(expired postings)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5400-ARCHIVE-EXPIRED-JOBS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(keyword index)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5496-REBUILD-KEYWORD-INDEX
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "EXTAPPS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4140-LOAD-EXTAPPS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "REFERENCES.DAT+REFCHECKS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4156-LOAD-REFCHECK-DATA
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "JOBREPORTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4210-LOAD-JOB-REPORTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "PAYRULES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4234-LOAD-PAY-RULES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SYNDOPTOUT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4242-LOAD-SYND-OPTOUTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "ROOMS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5550-LOAD-ROOMS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-JOBBOARD
           PERFORM 6014-MODULE-LOAD-END
           IF WS-JOBS-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "WARNING: " WS-JOBS-OVERFLOW-COUNT
                   " job/application record(s) exceed the in-memory "
                   "tables and were NOT loaded. Raise "
                   "WS-CONST-MAX-JOBS/WS-CONST-MAX-APPLICATIONS."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 6021-LOAD-EMPLOYER-MODULE:
      *> Employer side: employer pages, categories, screening
      *> questions and answers, scorecards, reviews, campus
      *> blackouts, job skills, billing.
      *>*****************************************************************
       6021-LOAD-EMPLOYER-MODULE.
           IF WS-LDM-EMPLOYER = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "EMPLOYER" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "EMPLOYERS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5301-LOAD-EMPLOYERS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CATEGORIES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5410-LOAD-CATEGORIES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SCREENQ.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5560-LOAD-SCREENQ
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SCREENA.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5562-LOAD-SCREENA
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SCORECARD.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5570-LOAD-SCORECARDS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "EMPREVIEW.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5590-LOAD-EMPREVIEWS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "BLACKOUT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5540-LOAD-BLACKOUT
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "JOBSKILLS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5621-LOAD-JOBSKILLS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "FEATURED.DAT+LEDGER.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5900-LOAD-BILLING
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "POOLS.DAT+POOLMEMBERS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4110-LOAD-TALENT-POOLS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-EMPLOYER
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6022-LOAD-NETWORK-MODULE:
      *> Connections: pending requests (stale ones purged),
      *> connections, blocks.
      *>*****************************************************************
       6022-LOAD-NETWORK-MODULE.
           IF WS-LDM-NETWORK = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "NETWORK" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "PENDING.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9200-LOAD-PENDING-REQUESTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(stale requests)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9320-PURGE-STALE-PENDING
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CONNECTIONS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9250-LOAD-CONNECTIONS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "BLOCKS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9280-LOAD-BLOCKS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-NETWORK
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6023-LOAD-SOCIAL-MODULE:
      *> Endorsements, recommendations, connection tags, contact
      *> lists.
      *>*****************************************************************
       6023-LOAD-SOCIAL-MODULE.
           IF WS-LDM-SOCIAL = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "SOCIAL" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "ENDORSEMENTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7160-LOAD-ENDORSEMENTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "RECOMMENDATIONS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7170-LOAD-RECOMMENDATIONS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CONNTAGS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7733-LOAD-CONNTAGS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CONTACTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7986-LOAD-CONTACTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "STMTOPTOUT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4220-LOAD-STMT-OPTOUTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-SOCIAL
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6024-LOAD-MESSAGING-MODULE:
      *> Messages: next message ID, old-message archive, templates,
      *> moderation lists.
      *>*****************************************************************
       6024-LOAD-MESSAGING-MODULE.
           IF WS-LDM-MESSAGING = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "MESSAGING" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "MESSAGES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9270-LOAD-NEXT-MSG-ID
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(message archive)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 9272-ARCHIVE-OLD-MESSAGES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MSGTPL.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7880-LOAD-MSGTPL
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MODQUEUE.DAT+BANNED.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7060-LOAD-MODERATION
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "TICKETS.DAT+TICKETNOTES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 4176-LOAD-HELPDESK
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-MESSAGING
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6025-LOAD-PROFILE-MODULE:
      *> Profile extras: universities, certifications, skill
      *> synonyms, coursework, course-skill map, projects, majors,
      *> consent, skill assessment bank and attempts.
      *>*****************************************************************
       6025-LOAD-PROFILE-MODULE.
           IF WS-LDM-PROFILE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "PROFILE" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "UNIVERSITIES.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7005-LOAD-UNIVERSITIES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CERTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7190-LOAD-CERTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SKILLSYN.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7166-LOAD-SKILLSYN
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "COURSEWORK.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5631-LOAD-COURSEWORK
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "COURSESKILL.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5634-LOAD-COURSE-MAP
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "PROJECTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7470-LOAD-PROJECTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MAJORS.DAT+MAJORVAR.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 7185-LOAD-MAJORS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CONSENT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5970-LOAD-CONSENT
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "SKILLQ.DAT+SKILLVERIFY.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5725-LOAD-SKILLTEST
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-PROFILE
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6026-LOAD-GROUPS-MODULE:
      *> Groups: groups, members, join requests, moderators.
      *>*****************************************************************
       6026-LOAD-GROUPS-MODULE.
           IF WS-LDM-GROUPS = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "GROUPS" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "GROUPS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6560-LOAD-GROUPS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "GROUPMEMBERS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6562-LOAD-GROUP-MEMBERS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "GRPJOINREQ.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6570-LOAD-GRPJOINREQ
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "GRPMODS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6573-LOAD-GRPMODS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-GROUPS
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6027-LOAD-EVENTS-MODULE:
      *> Events: events, RSVPs, attendance, surveys, fair booths,
      *> calendar exports; then fair resume books.
      *>*****************************************************************
       6027-LOAD-EVENTS-MODULE.
           IF WS-LDM-EVENTS = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM 6025-LOAD-PROFILE-MODULE
           MOVE "EVENTS" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "EVENTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6610-LOAD-EVENTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "RSVPS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6612-LOAD-RSVPS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "ATTENDANCE.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6655-LOAD-ATTENDANCE
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "EVTSURVEY.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6680-LOAD-EVTSURVEY
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "BOOTHS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6690-LOAD-BOOTHS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(fair resume books)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6697-SEND-FAIR-RESUME-BOOKS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CALEXPORT.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6841-LOAD-CALEXPORT
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-EVENTS
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6028-LOAD-MENTORING-MODULE:
      *> Mentoring: mentors, pairings, meeting log.
      *>*****************************************************************
       6028-LOAD-MENTORING-MODULE.
           IF WS-LDM-MENTORING = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "MENTORING" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "MENTORS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6710-LOAD-MENTORS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MENTORSHIP.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6712-LOAD-MENTORSHIPS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MSHLOG.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 6765-LOAD-MSHLOG
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-MENTORING
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6029-LOAD-ADVISING-MODULE:
      *> Advising and placement: work log, credit requests,
      *> evaluations, caseloads, appointments (reminders spooled),
      *> milestones.
      *>*****************************************************************
       6029-LOAD-ADVISING-MODULE.
           IF WS-LDM-ADVISING = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM 6020-LOAD-JOBBOARD-MODULE
           MOVE "ADVISING" TO WS-LDM-MODULE
           PERFORM 6013-MODULE-LOAD-BEGIN
           MOVE "WORKLOG.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5530-LOAD-WORKLOG
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CREDITREQ.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5666-LOAD-CREDITREQS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "EVALS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5676-LOAD-EVALS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "CASELOAD.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5689-LOAD-CASELOAD
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "APPTS.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5705-LOAD-APPTS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(appointment reminders)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5720-SPOOL-APPT-REMINDERS
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "MILESTONE.DAT" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5990-LOAD-MILESTONES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE "(milestone sync)" TO WS-LDM-FILE
           PERFORM 6011-LOAD-CLOCK-START
           PERFORM 5992-SYNC-MILESTONES
           PERFORM 6012-LOAD-CLOCK-STOP
           MOVE 1 TO WS-LDM-ADVISING
           PERFORM 6014-MODULE-LOAD-END
           EXIT.

      *>*****************************************************************
      *> 6030-LOAD-ALL-MODULES: Admin functions, scripted commands and
      *> the housekeeping batch can reach any table, so they see the
      *> whole data set, as they did when startup loaded everything.
      *>*****************************************************************
       6030-LOAD-ALL-MODULES.
           PERFORM 6024-LOAD-MESSAGING-MODULE
           PERFORM 6022-LOAD-NETWORK-MODULE
           PERFORM 6025-LOAD-PROFILE-MODULE
           PERFORM 6020-LOAD-JOBBOARD-MODULE
           PERFORM 6021-LOAD-EMPLOYER-MODULE
           PERFORM 6023-LOAD-SOCIAL-MODULE
           PERFORM 6026-LOAD-GROUPS-MODULE
           PERFORM 6027-LOAD-EVENTS-MODULE
           PERFORM 6028-LOAD-MENTORING-MODULE
           PERFORM 6029-LOAD-ADVISING-MODULE
           EXIT.

      *>*****************************************************************
      *> 6031-LOAD-FOR-LOGIN: The post-login notifications (requests,
      *> interview and offer reminders, events, mentoring, advising
      *> and recertification notes) read these modules.
      *>*****************************************************************
       6031-LOAD-FOR-LOGIN.
           PERFORM 6022-LOAD-NETWORK-MODULE
           PERFORM 6025-LOAD-PROFILE-MODULE
           PERFORM 6020-LOAD-JOBBOARD-MODULE
           PERFORM 6027-LOAD-EVENTS-MODULE
           PERFORM 6028-LOAD-MENTORING-MODULE
           PERFORM 6029-LOAD-ADVISING-MODULE
           EXIT.

      *>*****************************************************************
      *> 6032-LOAD-FOR-MENU-OPTION: The modules each main-menu option
      *> (WS-MAIN-MENU-CHOICE) reads or rewrites. Options that need
      *> only the account core load nothing.
      *>*****************************************************************
       6032-LOAD-FOR-MENU-OPTION.
           EVALUATE WS-MAIN-MENU-CHOICE
               WHEN "1"
               WHEN "15"
               WHEN "18"
               WHEN "23"
               WHEN "26"
               WHEN "27"
               WHEN "31"
                   PERFORM 6025-LOAD-PROFILE-MODULE
               WHEN "2"
                   PERFORM 6025-LOAD-PROFILE-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
               WHEN "3"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6025-LOAD-PROFILE-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6021-LOAD-EMPLOYER-MODULE
                   PERFORM 6029-LOAD-ADVISING-MODULE
               WHEN "4"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6025-LOAD-PROFILE-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
               WHEN "6"
               WHEN "10"
                   PERFORM 6022-LOAD-NETWORK-MODULE
               WHEN "7"
               WHEN "28"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
               WHEN "9"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
               WHEN "12"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
               WHEN "13"
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6021-LOAD-EMPLOYER-MODULE
                   PERFORM 6026-LOAD-GROUPS-MODULE
                   PERFORM 6027-LOAD-EVENTS-MODULE
               WHEN "14"
                   PERFORM 6025-LOAD-PROFILE-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6021-LOAD-EMPLOYER-MODULE
                   PERFORM 6026-LOAD-GROUPS-MODULE
                   PERFORM 6027-LOAD-EVENTS-MODULE
               WHEN "16"
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6028-LOAD-MENTORING-MODULE
               WHEN "17"
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6027-LOAD-EVENTS-MODULE
                   PERFORM 6029-LOAD-ADVISING-MODULE
               WHEN "20"
                   PERFORM 6023-LOAD-SOCIAL-MODULE
               WHEN "21"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
                   PERFORM 6026-LOAD-GROUPS-MODULE
                   PERFORM 6027-LOAD-EVENTS-MODULE
               WHEN "24"
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
                   PERFORM 6029-LOAD-ADVISING-MODULE
               WHEN "25"
                   PERFORM 6021-LOAD-EMPLOYER-MODULE
                   PERFORM 6029-LOAD-ADVISING-MODULE
               WHEN "29"
                   PERFORM 6024-LOAD-MESSAGING-MODULE
               WHEN "30"
                   PERFORM 6022-LOAD-NETWORK-MODULE
                   PERFORM 6025-LOAD-PROFILE-MODULE
                   PERFORM 6020-LOAD-JOBBOARD-MODULE
                   PERFORM 6021-LOAD-EMPLOYER-MODULE
                   PERFORM 6023-LOAD-SOCIAL-MODULE
                   PERFORM 6026-LOAD-GROUPS-MODULE
                   PERFORM 6027-LOAD-EVENTS-MODULE
                   PERFORM 6029-LOAD-ADVISING-MODULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
