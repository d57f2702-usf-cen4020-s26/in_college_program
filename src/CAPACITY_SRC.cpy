      *>   3995-CAPACITY-HEALTH-REPORT - Entry point (admin menu)
      *>   3996-CHECK-ONE-CAPACITY     - Count one file vs ceiling
      *>   3997-CAP-COUNT-LOOP         - Recursive line count
      *>   3998-ACCOUNT-INDEX-HEALTH   - Username index size, build
      *>                                 time and lookup counts
      *>
      *> DEPENDENCIES:
      *>   WS-CAPACITY.cpy - work fields
      *>   WS-ACCTINDEX.cpy - username index counters
      *>   main.cob        - BACKUP-IN-FILE (generic line reader)
      *>*****************************************************************

           MOVE "PROFILES.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-PROFILES TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
      *>   PENDING.DAT and CONNECTIONS.DAT are read by key per user
      *>   (NETKEY_SRC.cpy), so they have no whole-file ceiling.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "PENDING.DAT: " WS-PENDING-FILE-ROWS
               " / keyed per user, no table ceiling"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "CONNECTIONS.DAT: " WS-CONNECTIONS-FILE-ROWS
               " / keyed per user, no table ceiling"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "JOBS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-JOBS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "EMPREVIEW.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-EMPREVIEWS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "RECRUITERS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-RECRUITERS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "JOBSKILLS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-JOBSKILLS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "COURSEWORK.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-COURSEWORK TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "COURSESKILL.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-COURSEMAP TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "CREDITREQ.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-CREDITREQS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "EVALS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-EVALS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "CASELOAD.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-CASELOAD TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "APPTS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-APPTS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "EVTSURVEY.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-EVTSURVEYS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "BOOTHS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-BOOTHS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "CALEXPORT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-CALEXPORT TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "PROJECTS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-PROJECTS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "MAJORS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-MAJORS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "MAJORVAR.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-MAJVARS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "LEDGER.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-LEDGER TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "FEATURED.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-FEATURED TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "RECERT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-RECERT TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "ENTITLE.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-ENTITLE TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "CONSENT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-CONSENT TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "MILESTONE.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-MILESTONE TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "LOCATIONS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-LOCATIONS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "BANNED.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-BANNED TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "MODQUEUE.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-MODQUEUE TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "POOLS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-POOLS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "POOLMEMBERS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-POOLMEMBERS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "EXTAPPS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-EXTAPPS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "REFERENCES.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-REFERENCES TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "REFCHECKS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-REFCHECKS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "TICKETS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-TICKETS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "TICKETNOTES.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-TICKETNOTES TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "JOBREPORTS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-JOBREPORTS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "STMTOPTOUT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-STMT-OPTOUTS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "STMTAPPS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-STMT-APPS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "PAYRULES.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-PAY-RULES TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "SYNDOPTOUT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-SYND-OPTOUTS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "SYNDSENT.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-JOBS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "ROOMS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-ROOMS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "CAMPAIGNS.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-CAMPAIGNS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "SKILLQ.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-SKILLQ TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "SKILLVERIFY.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-SKILLVERIFY TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "GRPJOINREQ.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-GRPJOINREQS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           MOVE "RESEARCHKEY.DAT" TO WS-CAP-FILE-NAME
           MOVE WS-CONST-MAX-RESEARCHKEYS TO WS-CAP-CEILING
           PERFORM 3996-CHECK-ONE-CAPACITY
           PERFORM 3998-ACCOUNT-INDEX-HEALTH

           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 3998-ACCOUNT-INDEX-HEALTH: Size and cost of the sorted
      *> username index (ACCTINDEX_SRC.cpy) - entries against the
      *> account table, how long the startup build and the latest
      *> rebuild took, and how many lookups it has answered this run.
      *>*****************************************************************
       3998-ACCOUNT-INDEX-HEALTH.
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "Account username index:" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-AIX-COUNT TO WS-CAP-CEIL-DISP
           MOVE WS-ACCOUNT-COUNT TO WS-CAP-PCT-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Entries: " FUNCTION TRIM(WS-CAP-CEIL-DISP)
               " (accounts loaded: " FUNCTION TRIM(WS-CAP-PCT-DISP) ")"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           COMPUTE WS-AIX-SECS-DISP = WS-AIX-LOAD-CS / 100
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Build time at load: "
               FUNCTION TRIM(WS-AIX-SECS-DISP) " s"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           COMPUTE WS-AIX-SECS-DISP = WS-AIX-LAST-CS / 100
           MOVE WS-AIX-BUILD-COUNT TO WS-AIX-NUM-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Builds this run: " FUNCTION TRIM(WS-AIX-NUM-DISP)
               " (latest took " FUNCTION TRIM(WS-AIX-SECS-DISP) " s)"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-AIX-LOOKUPS TO WS-AIX-NUM-DISP
           MOVE WS-AIX-HITS TO WS-AIX-HITS-DISP
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Lookups this run: " FUNCTION TRIM(WS-AIX-NUM-DISP)
               " (" FUNCTION TRIM(WS-AIX-HITS-DISP) " found)"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 3996-CHECK-ONE-CAPACITY: Count WS-CAP-FILE-NAME's rows and
      *> print them against WS-CAP-CEILING. A missing file is simply
