      *> CONSTANTS:
      *>   WS-CONST-MAX-ACCOUNTS     - Max accounts in memory (5)
      *>   WS-CONST-MAX-PROFILES     - Max profiles in memory (5)
      *>   WS-CONST-MAX-PENDING      - Max pending requests held for one
      *>                               user's keyed working set (1000);
      *>                               PENDING.DAT itself is unbounded
      *>   WS-CONST-MAX-CONNECTIONS  - Max connections held for one user's
      *>                               keyed working set (500, one per
      *>                               possible account); CONNECTIONS.DAT
      *>                               itself is unbounded
      *>   WS-CONST-MAX-JOBS         - Max job postings in memory (500)
      *>   WS-CONST-MAX-EMPLOYERS    - Max approved employers in memory (200)
      *>   WS-CONST-MAX-UNIVERSITIES - Max approved universities in memory (200)
      *>*****************************************************************
      01  WS-CONST-MAX-ACCOUNTS          PIC 999   VALUE 500.
      01  WS-CONST-MAX-PROFILES          PIC 999   VALUE 500.
      01  WS-CONST-MAX-PENDING           PIC 9(4)  VALUE 1000.
      01  WS-CONST-MAX-CONNECTIONS       PIC 9(4)  VALUE 500.
      01  WS-CONST-MAX-JOBS              PIC 999   VALUE 500.
      01  WS-CONST-MAX-EMPLOYERS         PIC 999   VALUE 200.
      01  WS-CONST-MAX-UNIVERSITIES      PIC 999   VALUE 200.
      *> mirrors the OCCURS bound on WS-ERV-TABLE.
      01  WS-CONST-MAX-EMPREVIEWS        PIC 999   VALUE 200.

      *> Max recruiting-team roster rows held in memory
      *> (RECRUIT_SRC.cpy); mirrors the OCCURS bound on WS-RCT-TABLE.
      01  WS-CONST-MAX-RECRUITERS        PIC 999   VALUE 300.

      *> A new posting is checked for duplicates against the open
      *> postings and against postings archived within this many days
      *> (JOBDUP_SRC.cpy 5616).
      01  WS-CONST-JOBDUP-ARCHIVE-DAYS   PIC 999   VALUE 90.

      *> Max required/preferred skill rows held in memory
      *> (JOBSKILL_SRC.cpy); mirrors the OCCURS bound on WS-JSK-TABLE.
      *> Each posting takes at most WS-CONST-MAX-JOB-SKILLS of each kind.
      01  WS-CONST-MAX-JOBSKILLS         PIC 9(4)  VALUE 2000.
      01  WS-CONST-MAX-JOB-SKILLS        PIC 9     VALUE 5.

      *> Max coursework rows and course-to-skill map rows held in
      *> memory (COURSE_SRC.cpy); mirror the OCCURS bounds on
      *> WS-CRS-TABLE and WS-CSM-TABLE.
      01  WS-CONST-MAX-COURSEWORK        PIC 9(4)  VALUE 3000.
      01  WS-CONST-MAX-COURSEMAP         PIC 999   VALUE 300.

      *> Top of the GPA scale accepted on profiles and as a posting's
      *> minimum GPA (GPA_SRC.cpy).
      01  WS-CONST-GPA-MAX               PIC 9V99  VALUE 4.00.

      *> Max academic credit requests held in memory (CREDIT_SRC.cpy);
      *> mirrors the OCCURS bound on WS-CRQ-TABLE. An approval defaults
      *> the required work hours to credit hours times
      *> WS-CONST-HOURS-PER-CREDIT.
      01  WS-CONST-MAX-CREDITREQS        PIC 999   VALUE 300.
      01  WS-CONST-HOURS-PER-CREDIT      PIC 99    VALUE 45.

      *> Max supervisor evaluations held in memory (EVAL_SRC.cpy);
      *> mirrors the OCCURS bound on WS-EVL-TABLE.
      01  WS-CONST-MAX-EVALS             PIC 999   VALUE 300.

      *> Max adviser caseload rows held in memory (CASELOAD_SRC.cpy);
      *> one per student account, mirrors the OCCURS bound on
      *> WS-CSL-TABLE.
      01  WS-CONST-MAX-CASELOAD          PIC 999   VALUE 500.

      *> Max adviser office-hour slots held in memory (APPTS_SRC.cpy);
      *> mirrors the OCCURS bound on WS-APT-TABLE.
      01  WS-CONST-MAX-APPTS             PIC 999   VALUE 500.

      *> Max post-event survey responses held in memory
      *> (EVTSURVEY_SRC.cpy); mirrors the OCCURS bound on WS-ESV-TABLE.
      01  WS-CONST-MAX-EVTSURVEYS        PIC 999   VALUE 300.

      *> Days after an event during which attendees are still offered
      *> its feedback survey at login.
      01  WS-CONST-EVT-SURVEY-DAYS       PIC 999   VALUE 30.

      *> Max career-fair booth registrations held in memory
      *> (BOOTHS_SRC.cpy); mirrors the OCCURS bound on WS-BTH-TABLE.
      01  WS-CONST-MAX-BOOTHS            PIC 999   VALUE 300.

      *> Max calendar-export log rows held in memory (CALENDAR_SRC.cpy
      *> 6841-6845); mirrors the OCCURS bound on WS-CXL-TABLE.
      01  WS-CONST-MAX-CALEXPORT         PIC 999   VALUE 500.

      *> Max project rows held in memory (PROJECTS_SRC.cpy); mirrors
      *> the OCCURS bound on WS-PRJ-TABLE.
      01  WS-CONST-MAX-PROJECTS          PIC 999   VALUE 300.

      *> Max majors catalog and variant rows held in memory
      *> (MAJORS_SRC.cpy); mirror the OCCURS bounds on WS-MJR-TABLE
      *> and WS-MJV-TABLE.
      01  WS-CONST-MAX-MAJORS            PIC 999   VALUE 100.
      01  WS-CONST-MAX-MAJVARS           PIC 999   VALUE 200.

      *> Employer billing (BILLING_SRC.cpy): the fee for a featured
      *> posting and the days it stays featured, the fee for an
      *> approved career-fair booth, and the table bounds behind
      *> WS-LDG-TABLE and WS-FTR-TABLE.
      01  WS-CONST-FEATURED-FEE          PIC 9(5)V99 VALUE 150.00.
      01  WS-CONST-FEATURED-DAYS         PIC 999   VALUE 30.
      01  WS-CONST-BOOTH-FEE             PIC 9(5)V99 VALUE 250.00.
      01  WS-CONST-MAX-LEDGER            PIC 9(4)  VALUE 2000.
      01  WS-CONST-MAX-FEATURED          PIC 999   VALUE 500.

      *> Access recertification (RECERT_SRC.cpy): the default days
      *> a campaign stays open and the bound behind WS-RCF-TABLE.
      01  WS-CONST-RECERT-DAYS           PIC 999   VALUE 14.
      01  WS-CONST-MAX-RECERT            PIC 9(4)  VALUE 1000.

      *> Admin entitlements (ENTITLE_SRC.cpy): the bound behind
      *> WS-ENT-TABLE.
      01  WS-CONST-MAX-ENTITLE           PIC 999   VALUE 500.

      *> Data-sharing consent (CONSENT_SRC.cpy): the bound behind
      *> WS-CNS-TABLE, and the choice assumed for a student who has
      *> never opted in or out (Y keeps existing sharing as it was).
      01  WS-CONST-MAX-CONSENT           PIC 9(4)  VALUE 5000.
      01  WS-CONST-CONSENT-DEFAULT       PIC X     VALUE "Y".

      *> Career-readiness milestones (MILESTONE_SRC.cpy): the bound
      *> behind WS-MLS-TABLE.
      01  WS-CONST-MAX-MILESTONE         PIC 9(4)  VALUE 5000.

      *> Location reference table (LOCATIONS_SRC.cpy): the bound
      *> behind WS-LOC-TABLE.
      01  WS-CONST-MAX-LOCATIONS         PIC 999   VALUE 300.

      *> Content moderation (MODQUEUE_SRC.cpy): table bounds, the
      *> rejections that trigger an automatic suspension, and its
      *> length in days.
      01  WS-CONST-MAX-BANNED            PIC 999   VALUE 200.
      01  WS-CONST-MAX-MODQUEUE          PIC 9(4)  VALUE 1000.
      01  WS-CONST-CONTENT-REJECT-LIMIT  PIC 99    VALUE 3.
      01  WS-CONST-CONTENT-SUSPEND-DAYS  PIC 999   VALUE 14.

      *> Deactivation grace period (SOFTDEL_SRC.cpy): days a
      *> deactivated account can still be reactivated by logging in
      *> before housekeeping purges it (INCOLLEGE_DEACT_GRACE_DAYS
      *> overrides it at startup).
      01  WS-CONST-DEACT-GRACE-DAYS      PIC 999   VALUE 30.

      *> Transaction rollback (TXN_SRC.cpy): unfinished transactions
      *> and journal entries one startup recovery pass can undo.
      01  WS-CONST-MAX-OPEN-TXN          PIC 99    VALUE 20.
      01  WS-CONST-MAX-TXN-ENTRIES       PIC 9(4)  VALUE 1000.

      *> Security-file seals (SEAL_SRC.cpy): the key every seal
      *> checksum starts from, so a seal cannot be recomputed from
      *> the data files alone.
      01  WS-CONST-SEAL-KEY              PIC 9(9)  VALUE 604817293.

      *> Talent pools (TALENTPOOL_SRC.cpy): the bounds behind
      *> WS-PL-TABLE and WS-PLM-TABLE.
      01  WS-CONST-MAX-POOLS             PIC 999   VALUE 300.
      01  WS-CONST-MAX-POOLMEMBERS       PIC 9(4)  VALUE 3000.

      *> Off-platform applications (EXTAPP_SRC.cpy): the bound
      *> behind WS-EXA-TABLE.
      01  WS-CONST-MAX-EXTAPPS           PIC 9(4)  VALUE 2000.

      *> Reference checks (REFCHECK_SRC.cpy): the bounds behind
      *> WS-REF-TABLE and WS-RFC-TABLE.
      01  WS-CONST-MAX-REFERENCES        PIC 9(4)  VALUE 2000.
      01  WS-CONST-MAX-REFCHECKS         PIC 9(4)  VALUE 2000.

      *> Help desk tickets (HELPDESK_SRC.cpy): the bounds behind
      *> WS-HD-TABLE and WS-HDN-TABLE.
      01  WS-CONST-MAX-TICKETS           PIC 9(4)  VALUE 2000.
      01  WS-CONST-MAX-TICKETNOTES       PIC 9(4)  VALUE 6000.

      *> Suspicious-posting reports (JOBREPORT_SRC.cpy): the bound
      *> behind WS-JRP-TABLE, and how many different users must report
      *> a posting before it is pulled from browse and held for
      *> review (INCOLLEGE_REPORT_HOLD overrides it at startup).
      01  WS-CONST-MAX-JOBREPORTS        PIC 9(4)  VALUE 2000.
      01  WS-CONST-POSTING-REPORT-HOLD   PIC 99    VALUE 3.

      *> Monthly activity statements (STATEMENT_SRC.cpy): the bounds
      *> behind the opt-out table and the application-status snapshot
      *> the statement run compares against.
      01  WS-CONST-MAX-STMT-OPTOUTS      PIC 999   VALUE 500.
      01  WS-CONST-MAX-STMT-APPS         PIC 999   VALUE 500.

      *> Pay transparency rules (PAYRULE_SRC.cpy): the bound behind
      *> the jurisdiction rule table, and the hours and months a year
      *> used to compare hourly, monthly and yearly pay.
      01  WS-CONST-MAX-PAY-RULES         PIC 999   VALUE 200.
      01  WS-CONST-HOURS-PER-YEAR        PIC 9(4)  VALUE 2080.
      01  WS-CONST-MONTHS-PER-YEAR       PIC 99    VALUE 12.

      *> Partner syndication feed (SYNDICATE_SRC.cpy): the bound
      *> behind the posting opt-out table.
      01  WS-CONST-MAX-SYND-OPTOUTS      PIC 999   VALUE 500.

      *> Unified search (UNISEARCH_SRC.cpy): the bound behind the
      *> ranked result table (every profile, posting, group, event
      *> and employer row could match at once) and how many of each
      *> kind are listed before "and N more".
      01  WS-CONST-MAX-SEARCH-RESULTS    PIC 9(4)  VALUE 1400.
      01  WS-CONST-SEARCH-PER-GROUP      PIC 99    VALUE 10.

      *> Interview rooms (ROOMS_SRC.cpy): the bound behind the room
      *> table, and how long a room is held for one interview slot.
      01  WS-CONST-MAX-ROOMS             PIC 999   VALUE 50.
      01  WS-CONST-INTERVIEW-MINUTES     PIC 999   VALUE 60.

      *> Staff outreach campaigns (CAMPAIGN_SRC.cpy): the bound behind
      *> the campaign table, and how many recipients the send preview
      *> names before asking for confirmation.
      01  WS-CONST-MAX-CAMPAIGNS         PIC 999   VALUE 200.
      01  WS-CONST-CAMPAIGN-PREVIEW      PIC 999   VALUE 20.

      *> Run registry (RUNREG_SRC.cpy): how many balancing-summary
      *> files an END row has room for, and how many runs the history
      *> report can hold open (START seen, END not yet) at once.
      01  WS-CONST-RUNREG-FILE-SLOTS     PIC 99    VALUE 20.
      01  WS-CONST-MAX-OPEN-RUNS         PIC 99    VALUE 50.

      *> Max blackout-calendar rows held in memory (BLACKOUT_SRC.cpy);
      *> mirrors the OCCURS bound on WS-BLK-TABLE.
      01  WS-CONST-MAX-BLACKOUTS         PIC 999   VALUE 100.
      *> check (8210) still sees plenty of history for any account.
      01  WS-CONST-RETAIN-LOGINAUDIT-DAYS PIC 9(4) VALUE 180.
      01  WS-CONST-RETAIN-PROFVIEWS-DAYS  PIC 9(4) VALUE 180.
      01  WS-CONST-RETAIN-JOBVIEWS-DAYS   PIC 9(4) VALUE 365.
      01  WS-CONST-RETAIN-PWDHIST-DAYS    PIC 9(4) VALUE 730.
      01  WS-CONST-RETAIN-SESSIONLOG-DAYS PIC 9(4) VALUE 90.

      01  WS-CONST-MAX-FDS-TALLIES       PIC 999   VALUE 200.
      01  WS-CONST-MAX-NOTIFYSPOOL       PIC 999   VALUE 500.
      01  WS-CONST-MAX-BALANCE-FILES     PIC 99    VALUE 30.

      *> Skill assessments (SKILLTEST_SRC.cpy): bank and attempt-log
      *> ceilings; a test asks up to WS-CONST-SKT-QUESTIONS (at most
      *> 20) and is only offered once a skill's bank holds the
      *> minimum. The pass mark and level bands are percentages of
      *> questions asked; a fail or time-out waits the retake days.
      01  WS-CONST-MAX-SKILLQ            PIC 999   VALUE 300.
      01  WS-CONST-MAX-SKILLVERIFY       PIC 999   VALUE 999.
      01  WS-CONST-SKT-QUESTIONS         PIC 99    VALUE 10.
      01  WS-CONST-SKT-MIN-BANK          PIC 99    VALUE 5.
      01  WS-CONST-SKT-MINUTES           PIC 999   VALUE 20.
      01  WS-CONST-SKT-PASS-PCT          PIC 999   VALUE 70.
      01  WS-CONST-SKT-INTERMED-PCT      PIC 999   VALUE 80.
      01  WS-CONST-SKT-ADVANCED-PCT      PIC 999   VALUE 90.
      01  WS-CONST-SKT-RETAKE-DAYS       PIC 999   VALUE 30.
