     SELECT MESSAGES-TMP-FILE ASSIGN TO DYNAMIC WS-MESSAGES-TMP-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MSGTMP-STATUS.
     SELECT PENDING-TMP-FILE ASSIGN TO DYNAMIC WS-PENDING-TMP-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PENDTMP-STATUS.
     SELECT CONNECTIONS-TMP-FILE ASSIGN TO DYNAMIC WS-CONNECTIONS-TMP-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONNTMP-STATUS.
     SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESULTS-STATUS.
     SELECT NOTIFYOUT-FILE ASSIGN TO DYNAMIC WS-NOTIFYOUT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-NOTIFYOUT-STATUS.
     SELECT RECRUITERS-FILE ASSIGN TO DYNAMIC WS-RECRUITERS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RECRUITERS-STATUS.
     SELECT RECRUITLOG-FILE ASSIGN TO DYNAMIC WS-RECRUITLOG-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RECRUITLOG-STATUS.
     SELECT JOBSKILL-FILE ASSIGN TO DYNAMIC WS-JOBSKILL-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOBSKILL-STATUS.
     SELECT COURSEWORK-FILE ASSIGN TO DYNAMIC WS-COURSEWORK-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COURSEWORK-STATUS.
     SELECT COURSESKILL-FILE ASSIGN TO DYNAMIC WS-COURSESKILL-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COURSESKILL-STATUS.
     SELECT COURSEFEED-FILE ASSIGN TO DYNAMIC WS-COURSEFEED-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COURSEFEED-STATUS.
     SELECT CREDITREQ-FILE ASSIGN TO DYNAMIC WS-CREDITREQ-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CREDITREQ-STATUS.
     SELECT EVALS-FILE ASSIGN TO DYNAMIC WS-EVALS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EVALS-STATUS.
     SELECT CASELOAD-FILE ASSIGN TO DYNAMIC WS-CASELOAD-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CASELOAD-STATUS.
     SELECT CASELOG-FILE ASSIGN TO DYNAMIC WS-CASELOG-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CASELOG-STATUS.
     SELECT APPTS-FILE ASSIGN TO DYNAMIC WS-APPTS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-APPTS-STATUS.
     SELECT EVTSURVEY-FILE ASSIGN TO DYNAMIC WS-EVTSURVEY-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EVTSURVEY-STATUS.
     SELECT BOOTHS-FILE ASSIGN TO DYNAMIC WS-BOOTHS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BOOTHS-STATUS.
     SELECT CALEXPORT-FILE ASSIGN TO DYNAMIC WS-CALEXPORT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CALEXPORT-STATUS.
     SELECT ICS-FILE ASSIGN TO DYNAMIC WS-ICS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ICS-STATUS.
     SELECT PROJECTS-FILE ASSIGN TO DYNAMIC WS-PROJECTS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PROJECTS-STATUS.
     SELECT CONTACTLIST-FILE ASSIGN TO DYNAMIC WS-CONTACTLIST-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTACTLIST-STATUS.
     SELECT MAJORS-FILE ASSIGN TO DYNAMIC WS-MAJORS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MAJORS-STATUS.
     SELECT MAJORVAR-FILE ASSIGN TO DYNAMIC WS-MAJVAR-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MAJVAR-STATUS.
     SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LEDGER-STATUS.
     SELECT FEATURED-FILE ASSIGN TO DYNAMIC WS-FEATURED-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FEATURED-STATUS.
     SELECT RECERT-FILE ASSIGN TO DYNAMIC WS-RECERT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RECERT-STATUS.
     SELECT ENTITLE-FILE ASSIGN TO DYNAMIC WS-ENTITLE-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ENTITLE-STATUS.
     SELECT CONSENT-FILE ASSIGN TO DYNAMIC WS-CONSENT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONSENT-STATUS.
     SELECT MILESTONE-FILE ASSIGN TO DYNAMIC WS-MILESTONE-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MILESTONE-STATUS.
     SELECT LOCATIONS-FILE ASSIGN TO DYNAMIC WS-LOCATIONS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOCATIONS-STATUS.
     SELECT JOBVIEWS-FILE ASSIGN TO DYNAMIC WS-JOBVIEWS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOBVIEWS-STATUS.
     SELECT BANNED-FILE ASSIGN TO DYNAMIC WS-BANNED-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BANNED-STATUS.
     SELECT MODQUEUE-FILE ASSIGN TO DYNAMIC WS-MODQUEUE-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MODQUEUE-STATUS.
     SELECT TXNRBK-FILE ASSIGN TO DYNAMIC WS-TXNRBK-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TXNRBK-STATUS.
     SELECT TXNOPEN-FILE ASSIGN TO DYNAMIC WS-TXNOPEN-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TXNOPEN-STATUS.
     SELECT SEALS-FILE ASSIGN TO DYNAMIC WS-SEALS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SEALS-STATUS.
     SELECT POOLS-FILE ASSIGN TO DYNAMIC WS-POOLS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POOLS-STATUS.
     SELECT POOLMEMBERS-FILE ASSIGN TO DYNAMIC WS-POOLMEMBERS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POOLMEMBERS-STATUS.
     SELECT EXTAPPS-FILE ASSIGN TO DYNAMIC WS-EXTAPPS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXTAPPS-STATUS.
     SELECT REFERENCES-FILE ASSIGN TO DYNAMIC WS-REFERENCES-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REFERENCES-STATUS.
     SELECT REFCHECKS-FILE ASSIGN TO DYNAMIC WS-REFCHECKS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REFCHECKS-STATUS.
     SELECT TICKETS-FILE ASSIGN TO DYNAMIC WS-TICKETS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TICKETS-STATUS.
     SELECT TICKETNOTES-FILE ASSIGN TO DYNAMIC WS-TICKETNOTES-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TICKETNOTES-STATUS.
     SELECT JOBREPORTS-FILE ASSIGN TO DYNAMIC WS-JOBREPORTS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOBREPORTS-STATUS.
     SELECT STMTOPTOUT-FILE ASSIGN TO DYNAMIC WS-STMTOPTOUT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STMTOPTOUT-STATUS.
     SELECT STMTAPPS-FILE ASSIGN TO DYNAMIC WS-STMTAPPS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-STMTAPPS-STATUS.
     SELECT PAYRULES-FILE ASSIGN TO DYNAMIC WS-PAYRULES-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PAYRULES-STATUS.
     SELECT SYNDOPTOUT-FILE ASSIGN TO DYNAMIC WS-SYNDOPTOUT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SYNDOPTOUT-STATUS.
     SELECT SYNDSENT-FILE ASSIGN TO DYNAMIC WS-SYNDSENT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SYNDSENT-STATUS.
     SELECT SYNDRUNS-FILE ASSIGN TO DYNAMIC WS-SYNDRUNS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SYNDRUNS-STATUS.
     SELECT SYNDFEED-FILE ASSIGN TO DYNAMIC WS-SYNDFEED-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SYNDFEED-STATUS.
     SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ROOMS-STATUS.
     SELECT CAMPAIGNS-FILE ASSIGN TO DYNAMIC WS-CAMPAIGNS-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CAMPAIGNS-STATUS.
     SELECT CAMPRCPT-FILE ASSIGN TO DYNAMIC WS-CAMPRCPT-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CAMPRCPT-STATUS.
     SELECT RUNREG-FILE ASSIGN TO DYNAMIC WS-RUNREG-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUNREG-STATUS.
     SELECT SKILLQ-FILE ASSIGN TO DYNAMIC WS-SKILLQ-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SKILLQ-STATUS.
     SELECT SKILLVERIFY-FILE ASSIGN TO DYNAMIC WS-SKILLVERIFY-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SKILLVER-STATUS.
     SELECT SCRIPT-INCLUDE-FILE ASSIGN TO DYNAMIC WS-INCLUDE-PATH
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INCLUDE-STATUS.

DATA DIVISION.
FILE SECTION.
*>   Legal hold: "Y" exempts this account's data from every
*>   archival, purge, retention, and deletion path (main.cob 3775).
    05  ACCT-LEGAL-HOLD         PIC X.
*>   Deactivation date (SOFTDEL_SRC.cpy): nonzero means the owner
*>   deactivated the account that day; it stays hidden until they
*>   log back in or the grace period ends and housekeeping purges
*>   it. Absent on rows written before deactivation was reversible.
    05  ACCT-DEACT-DATE         PIC 9(8).

*>   PROFILES.DAT holds only the profile master now; experience,
*>   education, and skill entries live in their own child files
    05  PROF-RESUME-REF         PIC X(100).
    05  PROF-VISIBILITY         PIC X.
    05  PROF-ALUMNI-FLAG        PIC X.
    05  PROF-GPA                PIC 9V99.
    05  PROF-WORK-AUTH          PIC X.

*>   Pre-split PROFILES.DAT layout, read only by the one-time
*>   startup migration (1155). In the old layout the byte after
    05  JOB-CATEGORY            PIC X(30).
    05  JOB-REVIEW-STATUS       PIC X.
    05  JOB-POSTED-DATE         PIC 9(8).
    05  JOB-OPENINGS            PIC 9(3).
    05  JOB-DUP-OF              PIC 9(7).
    05  JOB-MIN-GPA             PIC 9V99.
    05  JOB-SPONSOR             PIC X.
    05  JOB-AUTH-REQ            PIC X.

FD  EMPLOYERS-FILE.
01  EMPLOYER-REC.
    05  IVW-SLOT-DATE           PIC 9(8).
    05  IVW-SLOT-TIME           PIC X(5).
    05  IVW-STATUS              PIC X(1).
*>   Career center room for an on-campus slot (ROOMS.DAT); blank =
*>   off campus or by phone. Absent on rows written before rooms.
    05  IVW-ROOM                PIC X(10).

FD  OFFERS-FILE.
01  OFR-RECORD.
    05  OFR-START-DATE          PIC 9(8).
    05  OFR-RESPOND-BY          PIC 9(8).
    05  OFR-DECISION            PIC X(1).
    05  OFR-DECIDED-DATE        PIC 9(8).

FD  SAVEDSEARCHES-FILE.
01  SSR-RECORD.
    05  ARCH-JOB-TYPE           PIC X(12).
    05  ARCH-CATEGORY           PIC X(30).
    05  ARCH-POSTED-DATE        PIC 9(8).
    05  ARCH-OPENINGS           PIC 9(3).
    05  ARCH-MIN-GPA            PIC 9V99.
    05  ARCH-SPONSOR            PIC X.
    05  ARCH-AUTH-REQ           PIC X.

FD  CATEGORIES-FILE.
01  CATEGORY-REC.
*>   0 = unlimited seats. Absent on rows written before capacity
*>   limits existed.
    05  EVT-CAPACITY            PIC 9(4).
*>   Owning group for a club meeting; 0 = open to the campus.
*>   Absent on rows written before group events existed.
    05  EVT-GROUP-ID            PIC 9(7).
    05  EVT-POSTED              PIC 9(8).
*>   Employer booths offered when the event is a career fair;
*>   0 = not a fair. Absent on rows written before booth sign-up.
    05  EVT-BOOTHS              PIC 9(3).

FD  RSVPS-FILE.
01  RSV-RECORD.
FD  MESSAGES-TMP-FILE.
01  MSGT-RECORD                 PIC X(300).

FD  PENDING-TMP-FILE.
01  PENDT-RECORD                PIC X(49).

FD  CONNECTIONS-TMP-FILE.
01  CONNT-RECORD                PIC X(40).

FD  RESULTS-FILE.
01  RESULTS-RECORD              PIC X(120).

    05  JRN-LINE                PIC 9(7).
    05  JRN-BEFORE              PIC X(600).
    05  JRN-AFTER               PIC X(600).
*>   Transaction the entry belongs to (0 = none); BEG/CMT/RBK
*>   marker rows carry the transaction ID in JRN-LINE as well.
    05  JRN-TXN                 PIC 9(7).

FD  LOCK-FILE.
01  LOCK-REC.
FD  SESSION-LOG-FILE.
01  SESSION-LOG-RECORD          PIC X(300).

*>   Employer recruiting teams (RECRUIT_SRC.cpy): one row per
*>   recruiter on an employer's roster; role "A" is a team admin
*>   who adds and removes recruiters, "R" a recruiter.
FD  RECRUITERS-FILE.
01  RCT-RECORD.
    05  RCT-EMPLOYER            PIC X(50).
    05  RCT-USERNAME            PIC X(20).
    05  RCT-ROLE                PIC X.
    05  RCT-ADDED-DATE          PIC 9(8).
    05  RCT-ADDED-BY            PIC X(20).

*>   Recruiter action history: who did what to which posting.
FD  RECRUITLOG-FILE.
01  RCL-RECORD.
    05  RCL-DATE                PIC 9(8).
    05  RCL-TIME                PIC 9(6).
    05  RCL-EMPLOYER            PIC X(50).
    05  RCL-JOB-ID              PIC 9(7).
    05  RCL-RECRUITER           PIC X(20).
    05  RCL-ACTION              PIC X(12).
    05  RCL-DETAIL              PIC X(80).

*>   Required ("R") and preferred ("P") skills per posting
*>   (JOBSKILL_SRC.cpy), a child of JOBS.DAT keyed by job ID. The
*>   skill is held in its canonical synonym-table form.
FD  JOBSKILL-FILE.
01  JSK-RECORD.
    05  JSK-JOB-ID              PIC 9(7).
    05  JSK-KIND                PIC X.
    05  JSK-SKILL               PIC X(30).

*>   Profile coursework (COURSE_SRC.cpy), a child of PROFILES.DAT
*>   like PROFSKILL.DAT. CRS-SOURCE is "S" for a course the student
*>   entered and "R" for one loaded from the registrar's feed.
FD  COURSEWORK-FILE.
01  CRS-RECORD.
    05  CRS-USERNAME            PIC X(20).
    05  CRS-CODE                PIC X(10).
    05  CRS-TITLE               PIC X(50).
    05  CRS-TERM                PIC X(10).
    05  CRS-GRADE               PIC X(2).
    05  CRS-SOURCE              PIC X.

*>   Course code to skill map (COURSE_SRC.cpy); one row per skill a
*>   course teaches, the skill in its canonical synonym-table form.
FD  COURSESKILL-FILE.
01  CSM-RECORD.
    05  CSM-CODE                PIC X(10).
    05  CSM-SKILL               PIC X(30).

*>   Registrar coursework feed, read by the roster delta sync.
FD  COURSEFEED-FILE.
01  CFD-RECORD.
    05  CFD-USERNAME            PIC X(20).
    05  CFD-CODE                PIC X(10).
    05  CFD-TITLE               PIC X(50).
    05  CFD-TERM                PIC X(10).
    05  CFD-GRADE               PIC X(2).

*>   Academic credit requests against accepted internship offers.
FD  CREDITREQ-FILE.
01  CRQ-RECORD.
    05  CRQ-ID                  PIC 9(7).
    05  CRQ-USERNAME            PIC X(20).
    05  CRQ-JOB-ID              PIC 9(7).
    05  CRQ-APPROVER            PIC X(20).
    05  CRQ-CREDIT-HRS          PIC 99.
    05  CRQ-REQ-HOURS           PIC 9(4).
    05  CRQ-OBJECTIVES          PIC X(200).
    05  CRQ-STATUS              PIC X.
    05  CRQ-FILED               PIC 9(8).
    05  CRQ-DECIDED             PIC 9(8).
    05  CRQ-COMMENTS            PIC X(100).

*>   Supervisor end-of-term evaluations of placed students.
FD  EVALS-FILE.
01  EVL-RECORD.
    05  EVL-JOB-ID              PIC 9(7).
    05  EVL-USERNAME            PIC X(20).
    05  EVL-EVALUATOR           PIC X(20).
    05  EVL-EMPLOYER            PIC X(50).
    05  EVL-TERM                PIC X(11).
    05  EVL-RATING              PIC 9 OCCURS 5 TIMES.
    05  EVL-RECOMMEND           PIC X.
    05  EVL-COMMENTS            PIC X(200).
    05  EVL-DATE                PIC 9(8).

*>   Adviser caseloads: one row per assigned student.
FD  CASELOAD-FILE.
01  CSL-RECORD.
    05  CSL-STUDENT             PIC X(20).
    05  CSL-ADVISER             PIC X(20).
    05  CSL-ASSIGNED            PIC 9(8).

*>   Caseload assignment history (append-only).
FD  CASELOG-FILE.
01  CLG-RECORD.
    05  CLG-TIMESTAMP           PIC X(14).
    05  CLG-STUDENT             PIC X(20).
    05  CLG-OLD-ADVISER         PIC X(20).
    05  CLG-NEW-ADVISER         PIC X(20).
    05  CLG-CHANGED-BY          PIC X(20).

*>   Career adviser office-hour slots and bookings.
FD  APPTS-FILE.
01  APT-RECORD.
    05  APT-ID                  PIC 9(7).
    05  APT-ADVISER             PIC X(20).
    05  APT-DATE                PIC 9(8).
    05  APT-TIME                PIC X(5).
    05  APT-MINUTES             PIC 999.
    05  APT-STUDENT             PIC X(20).
    05  APT-TOPIC               PIC X(60).
    05  APT-STATUS              PIC X.
    05  APT-BOOKED-ON           PIC 9(8).
    05  APT-REMINDED            PIC X.

*>   Post-event feedback survey responses, one per attendee per event.
FD  EVTSURVEY-FILE.
01  ESV-RECORD.
    05  ESV-EVENT-ID            PIC 9(7).
    05  ESV-USERNAME            PIC X(20).
    05  ESV-RATING              PIC 9.
    05  ESV-CONTACTS            PIC X.
    05  ESV-COMMENT             PIC X(150).
    05  ESV-DATE                PIC 9(8).

*>   Employer booth registrations for career fairs.
FD  BOOTHS-FILE.
01  BTH-RECORD.
    05  BTH-ID                  PIC 9(7).
    05  BTH-EVENT-ID            PIC 9(7).
    05  BTH-EMPLOYER            PIC X(50).
    05  BTH-RECRUITER           PIC X(20).
    05  BTH-STATUS              PIC X.
    05  BTH-REQUESTED           PIC 9(8).
    05  BTH-DECIDED-BY          PIC X(20).
    05  BTH-DECIDED             PIC 9(8).
    05  BTH-BOOK-SENT           PIC X.

*>   What each user's last calendar export contained, so a re-export
*>   can bump SEQUENCE on changed items and cancel dropped ones.
FD  CALEXPORT-FILE.
01  CXL-RECORD.
    05  CXL-USERNAME            PIC X(20).
    05  CXL-UID                 PIC X(60).
    05  CXL-DATE                PIC 9(8).
    05  CXL-TIME                PIC X(5).
    05  CXL-KIND                PIC X(10).
    05  CXL-DETAIL              PIC X(120).
    05  CXL-SEQ                 PIC 999.
    05  CXL-STATUS              PIC X.
    05  CXL-EXPORTED            PIC 9(8).

*>   CALENDAR_<user>.ics written by My Calendar.
FD  ICS-FILE.
01  ICS-RECORD                  PIC X(300).

*>   Projects and portfolio entries on profiles, keyed by username.
FD  PROJECTS-FILE.
01  PRJ-RECORD.
    05  PRJ-USERNAME            PIC X(20).
    05  PRJ-TITLE               PIC X(50).
    05  PRJ-ROLE                PIC X(30).
    05  PRJ-DATES               PIC X(30).
    05  PRJ-DESC                PIC X(150).
    05  PRJ-LINK                PIC X(100).
    05  PRJ-SKILL OCCURS 5 TIMES PIC X(30).

*>   A contact list of email addresses uploaded by a user to find
*>   people they know; read once, never written.
FD  CONTACTLIST-FILE.
01  CTL-RECORD                  PIC X(250).

*>   The controlled majors catalog: one row per official program.
FD  MAJORS-FILE.
01  MAJ-RECORD.
    05  MAJ-CODE                PIC X(10).
    05  MAJ-NAME                PIC X(50).
    05  MAJ-COLLEGE             PIC X(40).
    05  MAJ-CIP                 PIC X(7).

*>   Variant spellings of a major, each mapped to a program code.
FD  MAJORVAR-FILE.
01  MJV-RECORD.
    05  MJV-VARIANT             PIC X(50).
    05  MJV-CODE                PIC X(10).

*>   Employer billing ledger: one row per charge, payment or credit,
*>   appended only (BILLING_SRC.cpy).
FD  LEDGER-FILE.
01  LDG-RECORD.
    05  LDG-ID                  PIC 9(7).
    05  LDG-EMPLOYER            PIC X(50).
    05  LDG-DATE                PIC 9(8).
    05  LDG-KIND                PIC X.
    05  LDG-AMOUNT              PIC 9(7)V99.
    05  LDG-SOURCE              PIC X(10).
    05  LDG-REF                 PIC 9(7).
    05  LDG-MEMO                PIC X(60).
    05  LDG-BY                  PIC X(20).

*>   Featured postings and their paid periods (BILLING_SRC.cpy).
FD  FEATURED-FILE.
01  FTR-RECORD.
    05  FTR-JOB-ID              PIC 9(7).
    05  FTR-EMPLOYER            PIC X(50).
    05  FTR-REQUESTED-BY        PIC X(20).
    05  FTR-REQUESTED           PIC 9(8).
    05  FTR-DAYS                PIC 999.
    05  FTR-START               PIC 9(8).
    05  FTR-END                 PIC 9(8).

*>   Access recertification campaigns: one row per admin or staff
*>   account per campaign, kept for audit (RECERT_SRC.cpy).
FD  RECERT-FILE.
01  RCF-RECORD.
    05  RCF-CAMPAIGN            PIC 9(4).
    05  RCF-USERNAME            PIC X(20).
    05  RCF-KIND                PIC X.
    05  RCF-CAMPUS              PIC X(50).
    05  RCF-STARTED             PIC 9(8).
    05  RCF-DEADLINE            PIC 9(8).
    05  RCF-STARTED-BY          PIC X(20).
    05  RCF-STATUS              PIC X.
    05  RCF-DECIDED-BY          PIC X(20).
    05  RCF-DECIDED             PIC 9(8).
    05  RCF-OLD-ROLE            PIC X.
    05  RCF-NEW-ROLE            PIC X.

*>   Admin entitlements: one row per grant of a function (menu
*>   number), bundle, or ALL to an admin account (ENTITLE_SRC.cpy).
FD  ENTITLE-FILE.
01  ENTL-RECORD.
    05  ENTL-USERNAME           PIC X(20).
    05  ENTL-GRANT              PIC X(12).
    05  ENTL-BY                 PIC X(20).
    05  ENTL-DATE               PIC 9(8).

*>   Data-sharing consent ledger: one row each time a student
*>   opts in or out of a purpose (CONSENT_SRC.cpy).
FD  CONSENT-FILE.
01  CNS-RECORD.
    05  CNS-USERNAME            PIC X(20).
    05  CNS-PURPOSE             PIC X(10).
    05  CNS-CHOICE              PIC X.
    05  CNS-DATE                PIC 9(8).
    05  CNS-BY                  PIC X(20).

*>   Career-readiness milestones: the date each account first
*>   reached each funnel stage (MILESTONE_SRC.cpy).
FD  MILESTONE-FILE.
01  MLS-RECORD.
    05  MLS-USERNAME            PIC X(20).
    05  MLS-STAGE               PIC 9.
    05  MLS-DATE                PIC 9(8).

*>   Location reference table: variant spelling -> canonical
*>   place, metro region, and work arrangement R/H/O
*>   (LOCATIONS_SRC.cpy).
FD  LOCATIONS-FILE.
01  LOC-RECORD.
    05  LOC-VARIANT             PIC X(50).
    05  LOC-CANONICAL           PIC X(50).
    05  LOC-REGION              PIC X(30).
    05  LOC-ARRANGE             PIC X.

*>   Posting views: one row per student per posting per day,
*>   appended when the student opens the posting's details
*>   (JOBVIEWS_SRC.cpy). Read on demand like PROFILEVIEWS.DAT.
FD  JOBVIEWS-FILE.
01  JV-RECORD.
    05  JV-JOB-ID               PIC 9(7).
    05  JV-USERNAME             PIC X(20).
    05  JV-DATE                 PIC 9(8).

*>   Banned terms and link patterns: a message or group post
*>   containing one is held for review (MODQUEUE_SRC.cpy).
FD  BANNED-FILE.
01  BAN-RECORD.
    05  BAN-TERM                PIC X(60).
    05  BAN-KIND                PIC X.

*>   Moderation queue: held messages (one row per part) and
*>   group posts, pending until released or rejected
*>   (MODQUEUE_SRC.cpy).
FD  MODQUEUE-FILE.
01  MQ-RECORD.
    05  MQ-ID                   PIC 9(7).
    05  MQ-KIND                 PIC X.
    05  MQ-AUTHOR               PIC X(20).
    05  MQ-TARGET               PIC X(20).
    05  MQ-GROUP-ID             PIC 9(7).
    05  MQ-PART                 PIC 99.
    05  MQ-TEXT                 PIC X(200).
    05  MQ-MATCH                PIC X(60).
    05  MQ-STAMP                PIC X(20).
    05  MQ-STATUS               PIC X.
    05  MQ-REVIEWER             PIC X(20).
    05  MQ-DECIDED              PIC 9(8).

*>   Transactions found begun but never committed at startup and
*>   rolled back from their journal before-images (TXN_SRC.cpy).
FD  TXNRBK-FILE.
01  RBK-RECORD.
    05  RBK-STAMP               PIC X(14).
    05  RBK-SESSION             PIC X(14).
    05  RBK-TXN-ID              PIC 9(7).
    05  RBK-NAME                PIC X(20).
    05  RBK-USER                PIC X(20).
    05  RBK-BEGAN               PIC X(14).
    05  RBK-ENTRIES             PIC 9(5).
    05  RBK-FILES               PIC 9(3).
*>   OK, or FAIL when a file could not be rewritten and the
*>   transaction was left open for the next start (older rows,
*>   written before this field, read as spaces = OK).
    05  RBK-RESULT              PIC X(4).

*>   The transaction currently open, if any: written when the
*>   outermost BEG is journaled and deleted at its CMT, so a
*>   marker left behind names the journal date recovery must
*>   scan from, however long the system was down (TXN_SRC.cpy).
FD  TXNOPEN-FILE.
01  TXO-RECORD.
    05  TXO-SESSION             PIC X(14).
    05  TXO-TXN-ID              PIC 9(7).
    05  TXO-DATE                PIC 9(8).
    05  TXO-NAME                PIC X(20).

*>   Tamper-evident seals: one row per security file, holding
*>   the keyed checksum and line count of its last legitimate
*>   write (SEAL_SRC.cpy).
FD  SEALS-FILE.
01  SEAL-RECORD.
    05  SEAL-FILE               PIC X(20).
    05  SEAL-VALUE              PIC 9(10).
    05  SEAL-LINES              PIC 9(7).
    05  SEAL-STAMP              PIC X(14).
    05  SEAL-BY                 PIC X(41).

*>   Job posters' talent pools: one row per named pool, private
*>   to the poster who created it (TALENTPOOL_SRC.cpy).
FD  POOLS-FILE.
01  POOL-RECORD.
    05  POOL-ID                 PIC 9(5).
    05  POOL-OWNER              PIC X(20).
    05  POOL-NAME               PIC X(30).
    05  POOL-CREATED            PIC 9(8).

*>   Talent pool members: one row per (pool, student) with the
*>   pipeline stage, where the student was found and the poster's
*>   private note (TALENTPOOL_SRC.cpy).
FD  POOLMEMBERS-FILE.
01  PLM-RECORD.
    05  PLM-POOL-ID             PIC 9(5).
    05  PLM-USERNAME            PIC X(20).
    05  PLM-STAGE               PIC X(12).
    05  PLM-SOURCE              PIC X(10).
    05  PLM-ADDED               PIC 9(8).
    05  PLM-UPDATED             PIC 9(8).
    05  PLM-NOTE                PIC X(200).

*>   Off-platform applications a student logs for themselves:
*>   one row per application made outside InCollege, with its
*>   status and any interview date (EXTAPP_SRC.cpy). Everything
*>   here is self-reported.
FD  EXTAPPS-FILE.
01  EXA-RECORD.
    05  EXA-ID                  PIC 9(5).
    05  EXA-USERNAME            PIC X(20).
    05  EXA-COMPANY             PIC X(50).
    05  EXA-ROLE                PIC X(50).
    05  EXA-APPLIED             PIC 9(8).
    05  EXA-SOURCE              PIC X(20).
    05  EXA-STATUS              PIC X(12).
    05  EXA-IVW-DATE            PIC 9(8).
    05  EXA-IVW-TIME            PIC X(5).
    05  EXA-UPDATED             PIC 9(8).

*>   Applicants' references: one row per person an applicant
*>   lists, either a connection on InCollege (type I) or an
*>   outside contact reached by email (type O) (REFCHECK_SRC.cpy).
FD  REFERENCES-FILE.
01  REF-RECORD.
    05  REF-ID                  PIC 9(5).
    05  REF-OWNER               PIC X(20).
    05  REF-TYPE                PIC X(1).
    05  REF-USER                PIC X(20).
    05  REF-NAME                PIC X(40).
    05  REF-EMAIL               PIC X(60).
    05  REF-RELATION            PIC X(40).
    05  REF-ADDED               PIC 9(8).

*>   Reference checks a job poster has asked for: one row per
*>   (posting, applicant, reference) with the reference's answers
*>   once they are in (REFCHECK_SRC.cpy). The reference's name,
*>   account and email are copied in when the check is asked for.
FD  REFCHECKS-FILE.
01  RFC-RECORD.
    05  RFC-ID                  PIC 9(5).
    05  RFC-REF-ID              PIC 9(5).
    05  RFC-JOB-ID              PIC 9(7).
    05  RFC-APPLICANT           PIC X(20).
    05  RFC-POSTER              PIC X(20).
    05  RFC-REF-USER            PIC X(20).
    05  RFC-REF-NAME            PIC X(40).
    05  RFC-REF-EMAIL           PIC X(60).
    05  RFC-STATUS              PIC X(1).
    05  RFC-REQUESTED           PIC 9(8).
    05  RFC-COMPLETED           PIC 9(8).
    05  RFC-KNOWN-HOW           PIC X(100).
    05  RFC-RELIABILITY         PIC 9(1).
    05  RFC-TEAMWORK            PIC 9(1).
    05  RFC-AGAIN               PIC X(1).
    05  RFC-COMMENTS            PIC X(200).
    05  RFC-ANSWERED-BY         PIC X(20).

*>   Help desk tickets: one row per ticket a user opens from
*>   Contact Support, with its category, assignee, status and the
*>   opened / first-response / closed stamps (YYYYMMDDHHMM) the
*>   weekly help desk report measures (HELPDESK_SRC.cpy).
FD  TICKETS-FILE.
01  TKT-RECORD.
    05  TKT-ID                  PIC 9(5).
    05  TKT-USERNAME            PIC X(20).
    05  TKT-CATEGORY            PIC X(10).
    05  TKT-DESC                PIC X(200).
    05  TKT-STATUS              PIC X(12).
    05  TKT-ASSIGNEE            PIC X(20).
    05  TKT-OPENED              PIC 9(12).
    05  TKT-FIRST-RESP          PIC 9(12).
    05  TKT-CLOSED              PIC 9(12).
    05  TKT-UPDATED             PIC 9(12).

*>   Help desk ticket history: staff internal notes (N), replies
*>   to the user (R) and the user's own follow-ups (U), one row
*>   per entry (HELPDESK_SRC.cpy).
FD  TICKETNOTES-FILE.
01  TKN-RECORD.
    05  TKN-TKT-ID              PIC 9(5).
    05  TKN-KIND                PIC X(1).
    05  TKN-AUTHOR              PIC X(20).
    05  TKN-STAMP               PIC 9(12).
    05  TKN-TEXT                PIC X(200).

*>   Suspicious-posting reports: one row per (posting, reporter)
*>   with the reason code, the date, and how review settled it -
*>   O open, D dismissed, R posting rejected, F confirmed fraud
*>   (JOBREPORT_SRC.cpy).
FD  JOBREPORTS-FILE.
01  JRP-RECORD.
    05  JRP-JOB-ID              PIC 9(7).
    05  JRP-REPORTER            PIC X(20).
    05  JRP-REASON              PIC X(10).
    05  JRP-NOTE                PIC X(100).
    05  JRP-DATE                PIC 9(8).
    05  JRP-STATUS              PIC X(1).
    05  JRP-DECIDED             PIC 9(8).
    05  JRP-REVIEWER            PIC X(20).

*>   Monthly activity statement opt-outs: one row per user who
*>   asked not to receive it, with the date they opted out
*>   (STATEMENT_SRC.cpy).
FD  STMTOPTOUT-FILE.
01  STO-RECORD.
    05  STO-USERNAME            PIC X(20).
    05  STO-DATE                PIC 9(8).

*>   Application statuses as of the last statement run, one row
*>   per (applicant, posting); the next run reports every status
*>   that differs from it as a change (STATEMENT_SRC.cpy).
FD  STMTAPPS-FILE.
01  SAP-RECORD.
    05  SAP-USERNAME            PIC X(20).
    05  SAP-JOB-ID              PIC 9(7).
    05  SAP-STATUS              PIC X(15).

*>   Pay transparency rules, one row per jurisdiction - a city
*>   as its canonical location ("Denver, CO") or a state code
*>   ("CO"): whether a salary range is required, the widest
*>   allowed spread (percent of the minimum, 0 = no limit), the
*>   pay floor hourly and annual (0 = none) and whether unpaid
*>   internships may be posted (PAYRULE_SRC.cpy).
FD  PAYRULES-FILE.
01  PRL-RECORD.
    05  PRL-JURISDICTION        PIC X(30).
    05  PRL-RANGE-REQUIRED      PIC X(1).
    05  PRL-MAX-SPREAD-PCT      PIC 9(3).
    05  PRL-MIN-HOURLY          PIC 9(3)V99.
    05  PRL-MIN-ANNUAL          PIC 9(7).
    05  PRL-UNPAID-INTERN-OK    PIC X(1).

*>   Postings their employer keeps out of the partner syndication
*>   feed: job id and the date it was opted out (SYNDICATE_SRC.cpy).
FD  SYNDOPTOUT-FILE.
01  SYO-RECORD.
    05  SYO-JOB-ID              PIC 9(7).
    05  SYO-DATE                PIC 9(8).

*>   Postings the partners hold as of the last successful
*>   syndication run, with the run that last sent each one; the
*>   next changes-only extract withdraws any that are no longer
*>   eligible (SYNDICATE_SRC.cpy).
FD  SYNDSENT-FILE.
01  SYS-RECORD.
    05  SYS-JOB-ID              PIC 9(7).
    05  SYS-SENT-STAMP          PIC X(14).

*>   Syndication run log, one row per run: when it ran, FULL or
*>   CHNG, the run it took changes since, the add, change and
*>   withdraw counts, the detail records written, OK or FAIL and
*>   the extract file name (SYNDICATE_SRC.cpy).
FD  SYNDRUNS-FILE.
01  SYR-RECORD.
    05  SYR-STAMP               PIC X(14).
    05  SYR-EXTRACT             PIC X(4).
    05  SYR-SINCE               PIC X(14).
    05  SYR-ADDS                PIC 9(5).
    05  SYR-CHANGES             PIC 9(5).
    05  SYR-WITHDRAWS           PIC 9(5).
    05  SYR-DETAILS             PIC 9(5).
    05  SYR-STATUS              PIC X(4).
    05  SYR-FILE                PIC X(60).

*>   Outbound partner syndication extract, one file per run
*>   (SYNDFEED_FULL_/SYNDFEED_CHNG_<stamp>.TXT). The layout partners
*>   are given: a header, one detail per posting, a trailer with the
*>   counts. Detail action A = add, C = change (replace the whole
*>   posting), W = withdraw (job id only; the other fields blank).
*>   A full extract carries every eligible posting as an A and
*>   replaces what the partner holds.
FD  SYNDFEED-FILE.
01  SYF-HEADER.
    05  SYF-H-REC-TYPE          PIC X(1).
    05  SYF-H-SOURCE            PIC X(10).
    05  SYF-H-EXTRACT           PIC X(4).
    05  SYF-H-CREATED           PIC X(14).
    05  SYF-H-SINCE             PIC X(14).
    05  SYF-H-LAYOUT            PIC X(4).
01  SYF-DETAIL.
    05  SYF-D-REC-TYPE          PIC X(1).
    05  SYF-D-ACTION            PIC X(1).
    05  SYF-D-JOB-ID            PIC 9(7).
    05  SYF-D-TITLE             PIC X(50).
    05  SYF-D-EMPLOYER          PIC X(50).
    05  SYF-D-LOCATION          PIC X(50).
    05  SYF-D-JOB-TYPE          PIC X(12).
    05  SYF-D-CATEGORY          PIC X(30).
    05  SYF-D-SALARY-MIN        PIC 9(8).
    05  SYF-D-SALARY-MAX        PIC 9(8).
    05  SYF-D-PAY-PERIOD        PIC X(8).
    05  SYF-D-POSTED-DATE       PIC 9(8).
    05  SYF-D-CLOSING-DATE      PIC 9(8).
    05  SYF-D-OPENINGS          PIC 9(3).
    05  SYF-D-DESCRIPTION       PIC X(200).
01  SYF-TRAILER.
    05  SYF-T-REC-TYPE          PIC X(1).
    05  SYF-T-DETAILS           PIC 9(7).
    05  SYF-T-ADDS              PIC 9(7).
    05  SYF-T-CHANGES           PIC 9(7).
    05  SYF-T-WITHDRAWS         PIC 9(7).

*>   Career center interview rooms: room, building, seats and the
*>   hours (HH:MM) the room can be booked (ROOMS_SRC.cpy).
FD  ROOMS-FILE.
01  RMS-RECORD.
    05  RMS-ROOM                PIC X(10).
    05  RMS-BUILDING            PIC X(30).
    05  RMS-CAPACITY            PIC 9(3).
    05  RMS-OPEN                PIC X(5).
    05  RMS-CLOSE               PIC X(5).

*>   Staff outreach campaigns (CAMPAIGN_SRC.cpy): who sent it and
*>   when, the segment it went to (blank/zero criteria match
*>   everyone), the follow-up action it asks for, the raw message
*>   body with its merge fields, and the campaign it follows up.
FD  CAMPAIGNS-FILE.
01  CMP-RECORD.
    05  CMP-ID                  PIC 9(5).
    05  CMP-PARENT-ID           PIC 9(5).
    05  CMP-OWNER               PIC X(20).
    05  CMP-DATE                PIC 9(8).
    05  CMP-NAME                PIC X(40).
    05  CMP-SEG-ROLE            PIC X.
    05  CMP-SEG-UNIVERSITY      PIC X(50).
    05  CMP-SEG-MAJOR           PIC X(50).
    05  CMP-SEG-GRAD-YEAR       PIC X(4).
    05  CMP-SEG-APPS-MIN        PIC 999.
    05  CMP-SEG-APPS-MAX        PIC 999.
    05  CMP-SEG-EVENT-RULE      PIC X.
    05  CMP-SEG-EVENT-ID        PIC 9(7).
    05  CMP-SEG-LOGIN-RULE      PIC X.
    05  CMP-SEG-LOGIN-DAYS      PIC 999.
    05  CMP-GOAL                PIC X.
    05  CMP-JOB-TITLE           PIC X(50).
    05  CMP-BODY                PIC X(200).
    05  CMP-SENT                PIC 9(4).

*>   One row per campaign recipient: the message id delivered and
*>   the application and RSVP counts at send time, against which
*>   the follow-up action is measured (CAMPAIGN_SRC.cpy).
FD  CAMPRCPT-FILE.
01  CRC-RECORD.
    05  CRC-CAMPAIGN-ID         PIC 9(5).
    05  CRC-USERNAME            PIC X(20).
    05  CRC-MSG-ID              PIC 9(7).
    05  CRC-BASE-APPS           PIC 999.
    05  CRC-BASE-RSVPS          PIC 999.

*>   Run registry (RUNREG_SRC.cpy): a START row as each execution
*>   gets going and an END row when it shuts down cleanly, so a
*>   START with no END is a run that never finished. The END row
*>   carries the mode, input, lines processed, alert and reject
*>   counts, the outcome, and per file the rows loaded and the
*>   rows on disk at shutdown (the balancing summary's figures).
FD  RUNREG-FILE.
01  RRG-RECORD.
    05  RRG-KIND                PIC X(5).
    05  RRG-SESSION-ID          PIC X(14).
    05  RRG-START-STAMP         PIC X(14).
    05  RRG-END-STAMP           PIC X(14).
    05  RRG-MODE                PIC X(12).
    05  RRG-INPUT               PIC X(80).
    05  RRG-RESUMED-AFTER       PIC 9(8).
    05  RRG-LINES               PIC 9(8).
    05  RRG-ALERTS              PIC 9(5).
    05  RRG-REJECTS             PIC 9(5).
    05  RRG-UNBALANCED          PIC 99.
    05  RRG-DRY-ERRORS          PIC 9(5).
    05  RRG-OUTCOME             PIC X(10).
    05  RRG-FILE-COUNT          PIC 99.
    05  RRG-FILE OCCURS 20 TIMES.
        10  RRG-FILE-NAME       PIC X(20).
        10  RRG-FILE-CHECKED    PIC X.
        10  RRG-FILE-LOADED     PIC 9(7).
        10  RRG-FILE-ON-DISK    PIC 9(7).

*>   Skill assessment question bank (SKILLTEST_SRC.cpy): one
*>   multiple-choice question under a canonical skill name, its
*>   four choices and the letter of the right one.
FD  SKILLQ-FILE.
01  SKQ-RECORD.
    05  SKQ-SKILL               PIC X(30).
    05  SKQ-ID                  PIC 9(5).
    05  SKQ-TEXT                PIC X(150).
    05  SKQ-CHOICE              PIC X(60) OCCURS 4 TIMES.
    05  SKQ-ANSWER              PIC X.

*>   Skill assessment attempts (SKILLTEST_SRC.cpy), appended as each
*>   test ends: who, which canonical skill, when and how long, the
*>   score, P(assed)/F(ailed)/T(imed out), the level a pass earned
*>   and the first day a retake is allowed after a fail.
FD  SKILLVERIFY-FILE.
01  SKV-RECORD.
    05  SKV-USERNAME            PIC X(20).
    05  SKV-SKILL               PIC X(30).
    05  SKV-DATE                PIC 9(8).
    05  SKV-TIME                PIC X(6).
    05  SKV-SECONDS             PIC 9(5).
    05  SKV-ASKED               PIC 99.
    05  SKV-CORRECT             PIC 99.
    05  SKV-SCORE               PIC 999.
    05  SKV-RESULT              PIC X.
    05  SKV-LEVEL               PIC X(12).
    05  SKV-RETAKE-DATE         PIC 9(8).

*>   A shared batch-script fragment pulled into INPUT.TXT by an
*>   #INCLUDE line (SCRIPT_SRC.cpy); read only.
FD  SCRIPT-INCLUDE-FILE.
01  INC-RECORD                  PIC X(200).

WORKING-STORAGE SECTION.
01  WS-USER-ACCOUNTS.
    05  WS-ACCOUNT OCCURS 500 TIMES.
        10  WS-ACCT-ROLE        PIC X.
        10  WS-ACCT-CAMPUS      PIC X(50).
        10  WS-ACCT-LEGAL-HOLD  PIC X.
        10  WS-ACCT-DEACT-DATE  PIC 9(8).

01  WS-USER-PROFILES.
    05  WS-PROFILE OCCURS 500 TIMES.
            15  WS-SKILL-NAME   PIC X(30).
            15  WS-SKILL-PROFICIENCY PIC X(12).
        10  WS-ALUMNI-FLAG      PIC X.
        10  WS-GPA              PIC 9V99.
        10  WS-WORK-AUTH        PIC X.

*> ===== Profile master/child split (DATALOAD_SRC.cpy 1155-1173,
*> PROFILE.cpy 4650/4660) =====
01  WS-ACCOUNT-COUNT            PIC 999 VALUE 0.
01  WS-MAX-ACCOUNTS             PIC 999 VALUE 500.
01  WS-PROFILE-COUNT            PIC 999 VALUE 0.

*> ===== University Directory (PROFILE.cpy 7005/7006/7007) =====
*> Controlled list of approved university names, loaded from
01  WS-BLACKOUT-PATH             PIC X(200) VALUE SPACES.
01  WS-RESEARCHKEY-PATH          PIC X(200) VALUE SPACES.
01  WS-RESEARCHKEY-STATUS        PIC XX.
01  WS-RECRUITERS-PATH           PIC X(200) VALUE SPACES.
01  WS-RECRUITERS-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-RECRUITLOG-PATH           PIC X(200) VALUE SPACES.
01  WS-JOBSKILL-PATH             PIC X(200) VALUE SPACES.
01  WS-COURSEWORK-PATH           PIC X(200) VALUE SPACES.
01  WS-COURSEWORK-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-COURSESKILL-PATH          PIC X(200) VALUE SPACES.
01  WS-COURSESKILL-TMP-PATH      PIC X(200) VALUE SPACES.
01  WS-COURSEFEED-PATH           PIC X(200) VALUE SPACES.
01  WS-CREDITREQ-PATH            PIC X(200) VALUE SPACES.
01  WS-CREDITREQ-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-EVALS-PATH                PIC X(200) VALUE SPACES.
01  WS-EVALS-TMP-PATH            PIC X(200) VALUE SPACES.
01  WS-CASELOAD-PATH             PIC X(200) VALUE SPACES.
01  WS-CASELOAD-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-CASELOG-PATH              PIC X(200) VALUE SPACES.
01  WS-APPTS-PATH                PIC X(200) VALUE SPACES.
01  WS-APPTS-TMP-PATH            PIC X(200) VALUE SPACES.
01  WS-EVTSURVEY-PATH            PIC X(200) VALUE SPACES.
01  WS-EVTSURVEY-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-BOOTHS-PATH               PIC X(200) VALUE SPACES.
01  WS-BOOTHS-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-CALEXPORT-PATH            PIC X(200) VALUE SPACES.
01  WS-CALEXPORT-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-PROJECTS-PATH             PIC X(200) VALUE SPACES.
01  WS-PROJECTS-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-MAJORS-PATH               PIC X(200) VALUE SPACES.
01  WS-MAJORS-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-MAJVAR-PATH               PIC X(200) VALUE SPACES.
01  WS-MAJVAR-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-LEDGER-PATH               PIC X(200) VALUE SPACES.
01  WS-LEDGER-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-FEATURED-PATH             PIC X(200) VALUE SPACES.
01  WS-FEATURED-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-RECERT-PATH               PIC X(200) VALUE SPACES.
01  WS-RECERT-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-ENTITLE-PATH              PIC X(200) VALUE SPACES.
01  WS-ENTITLE-TMP-PATH          PIC X(200) VALUE SPACES.
01  WS-CONSENT-PATH              PIC X(200) VALUE SPACES.
01  WS-CONSENT-TMP-PATH          PIC X(200) VALUE SPACES.
01  WS-MILESTONE-PATH            PIC X(200) VALUE SPACES.
01  WS-MILESTONE-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-LOCATIONS-PATH            PIC X(200) VALUE SPACES.
01  WS-LOCATIONS-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-JOBVIEWS-PATH             PIC X(200) VALUE SPACES.
01  WS-JOBVIEWS-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-BANNED-PATH               PIC X(200) VALUE SPACES.
01  WS-BANNED-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-MODQUEUE-PATH             PIC X(200) VALUE SPACES.
01  WS-MODQUEUE-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-TXNRBK-PATH               PIC X(200) VALUE SPACES.
01  WS-TXNRBK-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-TXNOPEN-PATH              PIC X(200) VALUE SPACES.
01  WS-SEALS-PATH                PIC X(200) VALUE SPACES.
01  WS-SEALS-TMP-PATH            PIC X(200) VALUE SPACES.
01  WS-POOLS-PATH                PIC X(200) VALUE SPACES.
01  WS-POOLS-TMP-PATH            PIC X(200) VALUE SPACES.
01  WS-POOLMEMBERS-PATH          PIC X(200) VALUE SPACES.
01  WS-POOLMEMBERS-TMP-PATH      PIC X(200) VALUE SPACES.
01  WS-EXTAPPS-PATH              PIC X(200) VALUE SPACES.
01  WS-EXTAPPS-TMP-PATH          PIC X(200) VALUE SPACES.
01  WS-REFERENCES-PATH           PIC X(200) VALUE SPACES.
01  WS-REFERENCES-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-REFCHECKS-PATH            PIC X(200) VALUE SPACES.
01  WS-REFCHECKS-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-TICKETS-PATH              PIC X(200) VALUE SPACES.
01  WS-TICKETS-TMP-PATH          PIC X(200) VALUE SPACES.
01  WS-TICKETNOTES-PATH          PIC X(200) VALUE SPACES.
01  WS-TICKETNOTES-TMP-PATH      PIC X(200) VALUE SPACES.
01  WS-JOBREPORTS-PATH           PIC X(200) VALUE SPACES.
01  WS-JOBREPORTS-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-STMTOPTOUT-PATH           PIC X(200) VALUE SPACES.
01  WS-STMTOPTOUT-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-STMTAPPS-PATH             PIC X(200) VALUE SPACES.
01  WS-STMTAPPS-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-PAYRULES-PATH             PIC X(200) VALUE SPACES.
01  WS-PAYRULES-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-SYNDOPTOUT-PATH           PIC X(200) VALUE SPACES.
01  WS-SYNDOPTOUT-TMP-PATH       PIC X(200) VALUE SPACES.
01  WS-SYNDSENT-PATH             PIC X(200) VALUE SPACES.
01  WS-SYNDSENT-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-SYNDRUNS-PATH             PIC X(200) VALUE SPACES.
01  WS-SYNDRUNS-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-ROOMS-PATH                PIC X(200) VALUE SPACES.
01  WS-ROOMS-TMP-PATH            PIC X(200) VALUE SPACES.
01  WS-CAMPAIGNS-PATH            PIC X(200) VALUE SPACES.
01  WS-CAMPAIGNS-TMP-PATH        PIC X(200) VALUE SPACES.
01  WS-CAMPRCPT-PATH             PIC X(200) VALUE SPACES.
01  WS-CAMPRCPT-TMP-PATH         PIC X(200) VALUE SPACES.
01  WS-RUNREG-PATH               PIC X(200) VALUE SPACES.
01  WS-RUNREG-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-SKILLQ-PATH               PIC X(200) VALUE SPACES.
01  WS-SKILLQ-TMP-PATH           PIC X(200) VALUE SPACES.
01  WS-SKILLVERIFY-PATH          PIC X(200) VALUE SPACES.
01  WS-SKILLVERIFY-TMP-PATH      PIC X(200) VALUE SPACES.
01  WS-SYNDFEED-PATH             PIC X(200) VALUE SPACES.

*> ===== Data-Set Layout Versioning (main.cob 1002/3885) =====
*> LAYOUT.VERSION holds the layout version the data set was last
01  WS-AWAY-MENU-CHOICE          PIC X(3).
01  WS-DEACTIVATE-USERNAME       PIC X(20).
01  WS-ACCOUNT-DELETED           PIC 9 VALUE 0.
01  WS-DEACT-NEW-PEND-COUNT      PIC 9(4) VALUE 0.
01  WS-DEACT-NEW-CONN-COUNT      PIC 9(4) VALUE 0.

01  WS-INPUT-VALID              PIC 9 VALUE 0.


COPY WS-KWINDEX.

COPY WS-ACCTINDEX.

COPY WS-SCRIPT.

COPY WS-RPTSPOOL.

COPY WS-DWEXTRACT.
COPY WS-ATRISK.

COPY WS-RESEARCH.
COPY WS-RECRUIT.
COPY WS-JOBDUP.
COPY WS-JOBSKILL.
COPY WS-COURSE.
COPY WS-GPA.
COPY WS-WORKAUTH.
COPY WS-CREDIT.
COPY WS-EVAL.
COPY WS-CASELOAD.
COPY WS-APPTS.
COPY WS-EVTSURVEY.
COPY WS-BOOTHS.

COPY WS-RESIMPORT.
COPY WS-PROJECTS.
COPY WS-CONTACTFIND.
COPY WS-MAJORS.
COPY WS-BILLING.
COPY WS-RECERT.
COPY WS-ENTITLE.
COPY WS-CONSENT.
COPY WS-MILESTONE.
COPY WS-LOCATIONS.
COPY WS-JOBVIEWS.
COPY WS-MODQUEUE.
COPY WS-SOFTDEL.
COPY WS-TXN.
COPY WS-SEAL.
COPY WS-LOADMGR.
COPY WS-TALENTPOOL.
COPY WS-EXTAPP.
COPY WS-REFCHECK.
COPY WS-HELPDESK.
COPY WS-JOBREPORT.
COPY WS-STATEMENT.
COPY WS-PAYRULE.
COPY WS-SYNDICATE.
COPY WS-UNISEARCH.
COPY WS-ROOMS.
COPY WS-CAMPAIGN.
COPY WS-RUNREG.
COPY WS-SKILLTEST.
COPY WS-TREND.
COPY WS-EMP360.

*> ===== Semester Rollover (main.cob 4700) =====
*> Marks every profile whose graduation year has passed as alumni,
01  WS-DRYRUN-SAVE-INPUT        PIC X(200) VALUE SPACES.
01  WS-DRYRUN-SAVE-OUTPUT       PIC X(200) VALUE SPACES.
01  WS-DRYRUN-SAVE-SESSLOG      PIC X(200) VALUE SPACES.
01  WS-DRYRUN-SAVE-RUNREG       PIC X(200) VALUE SPACES.
01  WS-DRYRUN-ERROR-COUNT       PIC 9(5) VALUE 0.
01  WS-DRYRUN-LINE-BUF          PIC X(500) VALUE SPACES.

01  WS-USER-FOUND                PIC 9 VALUE 0.
01  WS-DISPLAY-PROFILE-INDEX     PIC 999 VALUE 0.
01  WS-PROFILE-VIEWER-CONNECTED  PIC 9 VALUE 0.
01  WS-MUTUAL-COUNT               PIC 999 VALUE 0.
01  WS-MUTUAL-OWNER-OTHER         PIC X(20).
01  WS-MUTUAL-IDX2                PIC 9(4) VALUE 0.
01  WS-MUTUAL-VIEWER-CONNECTED    PIC 9 VALUE 0.
01  WS-SEARCH-LOWER              PIC X(80).
01  WS-SEARCH-LEN                PIC 999 VALUE 0.
*> ===== Connection Path Display (SEARCH.cpy 7530) =====
*> Scratch tables for walking CONNECTIONS.DAT to find the shortest
*> chain between the viewer and a searched profile, up to three hops.
*> The viewer's side comes from the keyed working set; one pass over
*> the file (7536) then collects the target's neighbors and every
*> row touching one of the viewer's neighbors (the hop table: the
*> viewer-side neighbor's slot and the user at the row's far end).
01  WS-PATH-TARGET-USER          PIC X(20) VALUE SPACES.
01  WS-PATH-MY-NBR-TABLE.
    05  WS-PATH-MY-NBR OCCURS 500 TIMES  PIC X(20).
01  WS-PATH-MY-NBR-COUNT         PIC 999 VALUE 0.
01  WS-PATH-TGT-NBR-TABLE.
    05  WS-PATH-TGT-NBR OCCURS 500 TIMES  PIC X(20).
01  WS-PATH-TGT-NBR-COUNT        PIC 999 VALUE 0.
01  WS-PATH-I                    PIC 999 VALUE 0.
01  WS-PATH-J                    PIC 999 VALUE 0.
01  WS-PATH-FOUND                PIC 9 VALUE 0.
01  WS-PATH-CHECK-A              PIC X(20) VALUE SPACES.
01  WS-PATH-CHECK-B              PIC X(20) VALUE SPACES.
01  WS-PATH-CONNECTED            PIC 9 VALUE 0.
01  WS-PATH-CONN-IDX             PIC 9(4) VALUE 0.
01  WS-PATH-HOP-TABLE.
    05  WS-PATH-HOP OCCURS 2000 TIMES.
        10  WS-PATH-HOP-MID          PIC 999.
        10  WS-PATH-HOP-FAR          PIC X(20).
01  WS-PATH-HOP-COUNT            PIC 9(4) VALUE 0.
01  WS-PATH-HOP-MAX              PIC 9(4) VALUE 2000.

PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF.
           PERFORM 1085-RUNREG-START.

           PERFORM 1090-RECOVER-TRANSACTIONS.
           PERFORM 6010-LOAD-CORE-FILES.

           IF WS-REJ-RUN-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               MOVE "RESEARCHKEY.DAT" TO WS-RESEARCHKEY-PATH
               MOVE "LAYOUT.VERSION" TO WS-LAYOUT-PATH
               MOVE "SCREENA.DAT" TO WS-SCREENA-PATH
               MOVE "RECRUITERS.DAT" TO WS-RECRUITERS-PATH
               MOVE "RECRUITLOG.DAT" TO WS-RECRUITLOG-PATH
               MOVE "JOBSKILLS.DAT" TO WS-JOBSKILL-PATH
               MOVE "COURSEWORK.DAT" TO WS-COURSEWORK-PATH
               MOVE "COURSESKILL.DAT" TO WS-COURSESKILL-PATH
               MOVE "COURSEFEED.DAT" TO WS-COURSEFEED-PATH
               MOVE "CREDITREQ.DAT" TO WS-CREDITREQ-PATH
               MOVE "EVALS.DAT" TO WS-EVALS-PATH
               MOVE "CASELOAD.DAT" TO WS-CASELOAD-PATH
               MOVE "CASELOG.DAT" TO WS-CASELOG-PATH
               MOVE "APPTS.DAT" TO WS-APPTS-PATH
               MOVE "EVTSURVEY.DAT" TO WS-EVTSURVEY-PATH
               MOVE "BOOTHS.DAT" TO WS-BOOTHS-PATH
               MOVE "CALEXPORT.DAT" TO WS-CALEXPORT-PATH
               MOVE "PROJECTS.DAT" TO WS-PROJECTS-PATH
               MOVE "MAJORS.DAT" TO WS-MAJORS-PATH
               MOVE "MAJORVAR.DAT" TO WS-MAJVAR-PATH
               MOVE "LEDGER.DAT" TO WS-LEDGER-PATH
               MOVE "FEATURED.DAT" TO WS-FEATURED-PATH
               MOVE "RECERT.DAT" TO WS-RECERT-PATH
               MOVE "ENTITLE.DAT" TO WS-ENTITLE-PATH
               MOVE "CONSENT.DAT" TO WS-CONSENT-PATH
               MOVE "MILESTONE.DAT" TO WS-MILESTONE-PATH
               MOVE "LOCATIONS.DAT" TO WS-LOCATIONS-PATH
               MOVE "JOBVIEWS.DAT" TO WS-JOBVIEWS-PATH
               MOVE "BANNED.DAT" TO WS-BANNED-PATH
               MOVE "MODQUEUE.DAT" TO WS-MODQUEUE-PATH
               MOVE "TXNRBK.DAT" TO WS-TXNRBK-PATH
               MOVE "TXNOPEN.DAT" TO WS-TXNOPEN-PATH
               MOVE "SEALS.DAT" TO WS-SEALS-PATH
               MOVE "POOLS.DAT" TO WS-POOLS-PATH
               MOVE "POOLMEMBERS.DAT" TO WS-POOLMEMBERS-PATH
               MOVE "EXTAPPS.DAT" TO WS-EXTAPPS-PATH
               MOVE "REFERENCES.DAT" TO WS-REFERENCES-PATH
               MOVE "REFCHECKS.DAT" TO WS-REFCHECKS-PATH
               MOVE "TICKETS.DAT" TO WS-TICKETS-PATH
               MOVE "TICKETNOTES.DAT" TO WS-TICKETNOTES-PATH
               MOVE "JOBREPORTS.DAT" TO WS-JOBREPORTS-PATH
               MOVE "STMTOPTOUT.DAT" TO WS-STMTOPTOUT-PATH
               MOVE "STMTAPPS.DAT" TO WS-STMTAPPS-PATH
               MOVE "PAYRULES.DAT" TO WS-PAYRULES-PATH
               MOVE "SYNDOPTOUT.DAT" TO WS-SYNDOPTOUT-PATH
               MOVE "SYNDSENT.DAT" TO WS-SYNDSENT-PATH
               MOVE "SYNDRUNS.DAT" TO WS-SYNDRUNS-PATH
               MOVE "ROOMS.DAT" TO WS-ROOMS-PATH
               MOVE "CAMPAIGNS.DAT" TO WS-CAMPAIGNS-PATH
               MOVE "CAMPRCPT.DAT" TO WS-CAMPRCPT-PATH
               MOVE "RUNREG.DAT" TO WS-RUNREG-PATH
               MOVE "SKILLQ.DAT" TO WS-SKILLQ-PATH
               MOVE "SKILLVERIFY.DAT" TO WS-SKILLVERIFY-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "INPUT.TXT"
                   DELIMITED BY SIZE INTO WS-INPUT-PATH
                   DELIMITED BY SIZE INTO WS-LAYOUT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SCREENA.DAT"
                   DELIMITED BY SIZE INTO WS-SCREENA-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "RECRUITERS.DAT"
                   DELIMITED BY SIZE INTO WS-RECRUITERS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "RECRUITLOG.DAT"
                   DELIMITED BY SIZE INTO WS-RECRUITLOG-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "JOBSKILLS.DAT"
                   DELIMITED BY SIZE INTO WS-JOBSKILL-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "COURSEWORK.DAT"
                   DELIMITED BY SIZE INTO WS-COURSEWORK-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "COURSESKILL.DAT"
                   DELIMITED BY SIZE INTO WS-COURSESKILL-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "COURSEFEED.DAT"
                   DELIMITED BY SIZE INTO WS-COURSEFEED-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CREDITREQ.DAT"
                   DELIMITED BY SIZE INTO WS-CREDITREQ-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "EVALS.DAT"
                   DELIMITED BY SIZE INTO WS-EVALS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CASELOAD.DAT"
                   DELIMITED BY SIZE INTO WS-CASELOAD-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CASELOG.DAT"
                   DELIMITED BY SIZE INTO WS-CASELOG-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "APPTS.DAT"
                   DELIMITED BY SIZE INTO WS-APPTS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "EVTSURVEY.DAT"
                   DELIMITED BY SIZE INTO WS-EVTSURVEY-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "BOOTHS.DAT"
                   DELIMITED BY SIZE INTO WS-BOOTHS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CALEXPORT.DAT"
                   DELIMITED BY SIZE INTO WS-CALEXPORT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "PROJECTS.DAT"
                   DELIMITED BY SIZE INTO WS-PROJECTS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "MAJORS.DAT"
                   DELIMITED BY SIZE INTO WS-MAJORS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "MAJORVAR.DAT"
                   DELIMITED BY SIZE INTO WS-MAJVAR-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "LEDGER.DAT"
                   DELIMITED BY SIZE INTO WS-LEDGER-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "FEATURED.DAT"
                   DELIMITED BY SIZE INTO WS-FEATURED-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "RECERT.DAT"
                   DELIMITED BY SIZE INTO WS-RECERT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "ENTITLE.DAT"
                   DELIMITED BY SIZE INTO WS-ENTITLE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CONSENT.DAT"
                   DELIMITED BY SIZE INTO WS-CONSENT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "MILESTONE.DAT"
                   DELIMITED BY SIZE INTO WS-MILESTONE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "LOCATIONS.DAT"
                   DELIMITED BY SIZE INTO WS-LOCATIONS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "JOBVIEWS.DAT"
                   DELIMITED BY SIZE INTO WS-JOBVIEWS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "BANNED.DAT"
                   DELIMITED BY SIZE INTO WS-BANNED-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "MODQUEUE.DAT"
                   DELIMITED BY SIZE INTO WS-MODQUEUE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "TXNRBK.DAT"
                   DELIMITED BY SIZE INTO WS-TXNRBK-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "TXNOPEN.DAT"
                   DELIMITED BY SIZE INTO WS-TXNOPEN-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SEALS.DAT"
                   DELIMITED BY SIZE INTO WS-SEALS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "POOLS.DAT"
                   DELIMITED BY SIZE INTO WS-POOLS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "POOLMEMBERS.DAT"
                   DELIMITED BY SIZE INTO WS-POOLMEMBERS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "EXTAPPS.DAT"
                   DELIMITED BY SIZE INTO WS-EXTAPPS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "REFERENCES.DAT"
                   DELIMITED BY SIZE INTO WS-REFERENCES-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "REFCHECKS.DAT"
                   DELIMITED BY SIZE INTO WS-REFCHECKS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "TICKETS.DAT"
                   DELIMITED BY SIZE INTO WS-TICKETS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "TICKETNOTES.DAT"
                   DELIMITED BY SIZE INTO WS-TICKETNOTES-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "JOBREPORTS.DAT"
                   DELIMITED BY SIZE INTO WS-JOBREPORTS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "STMTOPTOUT.DAT"
                   DELIMITED BY SIZE INTO WS-STMTOPTOUT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "STMTAPPS.DAT"
                   DELIMITED BY SIZE INTO WS-STMTAPPS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "PAYRULES.DAT"
                   DELIMITED BY SIZE INTO WS-PAYRULES-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SYNDOPTOUT.DAT"
                   DELIMITED BY SIZE INTO WS-SYNDOPTOUT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SYNDSENT.DAT"
                   DELIMITED BY SIZE INTO WS-SYNDSENT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SYNDRUNS.DAT"
                   DELIMITED BY SIZE INTO WS-SYNDRUNS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "ROOMS.DAT"
                   DELIMITED BY SIZE INTO WS-ROOMS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CAMPAIGNS.DAT"
                   DELIMITED BY SIZE INTO WS-CAMPAIGNS-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "CAMPRCPT.DAT"
                   DELIMITED BY SIZE INTO WS-CAMPRCPT-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "RUNREG.DAT"
                   DELIMITED BY SIZE INTO WS-RUNREG-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SKILLQ.DAT"
                   DELIMITED BY SIZE INTO WS-SKILLQ-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) "/" "SKILLVERIFY.DAT"
                   DELIMITED BY SIZE INTO WS-SKILLVERIFY-PATH
           END-IF.

           STRING FUNCTION TRIM(WS-ACCOUNTS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SCORECARD-TMP-PATH
           STRING FUNCTION TRIM(WS-EMPREVIEW-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-EMPREVIEW-TMP-PATH
           STRING FUNCTION TRIM(WS-RECRUITERS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-RECRUITERS-TMP-PATH
           STRING FUNCTION TRIM(WS-COURSEWORK-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-COURSEWORK-TMP-PATH
           STRING FUNCTION TRIM(WS-COURSESKILL-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-COURSESKILL-TMP-PATH
           STRING FUNCTION TRIM(WS-CREDITREQ-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CREDITREQ-TMP-PATH
           STRING FUNCTION TRIM(WS-EVALS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-EVALS-TMP-PATH
           STRING FUNCTION TRIM(WS-CASELOAD-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CASELOAD-TMP-PATH
           STRING FUNCTION TRIM(WS-APPTS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-APPTS-TMP-PATH
           STRING FUNCTION TRIM(WS-EVTSURVEY-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-EVTSURVEY-TMP-PATH
           STRING FUNCTION TRIM(WS-BOOTHS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-BOOTHS-TMP-PATH
           STRING FUNCTION TRIM(WS-CALEXPORT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CALEXPORT-TMP-PATH
           STRING FUNCTION TRIM(WS-PROJECTS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-PROJECTS-TMP-PATH
           STRING FUNCTION TRIM(WS-MAJORS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-MAJORS-TMP-PATH
           STRING FUNCTION TRIM(WS-MAJVAR-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-MAJVAR-TMP-PATH
           STRING FUNCTION TRIM(WS-LEDGER-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-LEDGER-TMP-PATH
           STRING FUNCTION TRIM(WS-FEATURED-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-FEATURED-TMP-PATH
           STRING FUNCTION TRIM(WS-RECERT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-RECERT-TMP-PATH
           STRING FUNCTION TRIM(WS-ENTITLE-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-ENTITLE-TMP-PATH
           STRING FUNCTION TRIM(WS-CONSENT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CONSENT-TMP-PATH
           STRING FUNCTION TRIM(WS-MILESTONE-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-MILESTONE-TMP-PATH
           STRING FUNCTION TRIM(WS-LOCATIONS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-LOCATIONS-TMP-PATH
           STRING FUNCTION TRIM(WS-JOBVIEWS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-JOBVIEWS-TMP-PATH
           STRING FUNCTION TRIM(WS-BANNED-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-BANNED-TMP-PATH
           STRING FUNCTION TRIM(WS-MODQUEUE-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-MODQUEUE-TMP-PATH
           STRING FUNCTION TRIM(WS-TXNRBK-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-TXNRBK-TMP-PATH
           STRING FUNCTION TRIM(WS-SEALS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SEALS-TMP-PATH
           STRING FUNCTION TRIM(WS-POOLS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-POOLS-TMP-PATH
           STRING FUNCTION TRIM(WS-POOLMEMBERS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-POOLMEMBERS-TMP-PATH
           STRING FUNCTION TRIM(WS-EXTAPPS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-EXTAPPS-TMP-PATH
           STRING FUNCTION TRIM(WS-REFERENCES-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-REFERENCES-TMP-PATH
           STRING FUNCTION TRIM(WS-REFCHECKS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-REFCHECKS-TMP-PATH
           STRING FUNCTION TRIM(WS-TICKETS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-TICKETS-TMP-PATH
           STRING FUNCTION TRIM(WS-TICKETNOTES-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-TICKETNOTES-TMP-PATH
           STRING FUNCTION TRIM(WS-JOBREPORTS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-JOBREPORTS-TMP-PATH
           STRING FUNCTION TRIM(WS-STMTOPTOUT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-STMTOPTOUT-TMP-PATH
           STRING FUNCTION TRIM(WS-STMTAPPS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-STMTAPPS-TMP-PATH
           STRING FUNCTION TRIM(WS-PAYRULES-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-PAYRULES-TMP-PATH
           STRING FUNCTION TRIM(WS-SYNDOPTOUT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SYNDOPTOUT-TMP-PATH
           STRING FUNCTION TRIM(WS-SYNDSENT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SYNDSENT-TMP-PATH
           STRING FUNCTION TRIM(WS-SYNDRUNS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SYNDRUNS-TMP-PATH
           STRING FUNCTION TRIM(WS-ROOMS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-ROOMS-TMP-PATH
           STRING FUNCTION TRIM(WS-CAMPAIGNS-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CAMPAIGNS-TMP-PATH
           STRING FUNCTION TRIM(WS-CAMPRCPT-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-CAMPRCPT-TMP-PATH
           STRING FUNCTION TRIM(WS-RUNREG-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-RUNREG-TMP-PATH
           STRING FUNCTION TRIM(WS-SKILLQ-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SKILLQ-TMP-PATH
           STRING FUNCTION TRIM(WS-SKILLVERIFY-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-SKILLVERIFY-TMP-PATH
           STRING FUNCTION TRIM(WS-RENAMEREQ-PATH) ".TMP"
               DELIMITED BY SIZE INTO WS-RENAMEREQ-TMP-PATH
           STRING FUNCTION TRIM(WS-SKILLSYN-PATH) ".TMP"
*> *      *> persistent data file into a scratch DRYRUN_<stamp> directory   *
*> *      *> (reusing the backup copy machinery) and re-run 1001 against    *
*> *      *> it, so every later open - reads, rewrites, appends - lands on  *
*> *      *> the scratch copy. INPUT.TXT, OUTPUT.TXT, SESSION.LOG and the   *
*> *      *> run registry stay on their live paths; CHECKPOINT.DAT moves   *
*> *      *> to the scratch directory so a dry run never disturbs real     *
*> *      *> resume state.                                                 *
*> *      *>*****************************************************************
       1005-SETUP-DRY-RUN.
           MOVE SPACES TO WS-DRYRUN-TEXT.
           MOVE WS-INPUT-PATH TO WS-DRYRUN-SAVE-INPUT.
           MOVE WS-OUTPUT-PATH TO WS-DRYRUN-SAVE-OUTPUT.
           MOVE WS-SESSION-LOG-PATH TO WS-DRYRUN-SAVE-SESSLOG.
           MOVE WS-RUNREG-PATH TO WS-DRYRUN-SAVE-RUNREG.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BAK-STAMP.
           MOVE SPACES TO WS-DRYRUN-DIR.
           MOVE WS-DRYRUN-SAVE-INPUT TO WS-INPUT-PATH.
           MOVE WS-DRYRUN-SAVE-OUTPUT TO WS-OUTPUT-PATH.
           MOVE WS-DRYRUN-SAVE-SESSLOG TO WS-SESSION-LOG-PATH.
           MOVE WS-DRYRUN-SAVE-RUNREG TO WS-RUNREG-PATH.

*> *      *>*****************************************************************
*> *      *> 1055-INIT-SESSION-ID: Derive a unique session identifier from  *
*> *      *> 8100-READ-INPUT picks up exactly where that run left off.      *
*> *      *>*****************************************************************
       1060-SKIP-TO-CHECKPOINT.
*> *      *>    The checkpoint counts every script line consumed,
*> *      *>    fragment and directive lines included, so replay goes
*> *      *>    through the same reader: fragments reopen and #SET
*> *      *>    values come back exactly as the first run had them.
           MOVE 1 TO WS-SCR-REPLAY.
           PERFORM UNTIL WS-INPUT-LINE-NUM >= WS-RESUME-LINE-NUM
               OR WS-SCR-EOF = 1
               PERFORM 8110-NEXT-SCRIPT-LINE
           END-PERFORM.
           MOVE 0 TO WS-SCR-REPLAY.

       COPY DATALOAD_SRC.
       2000-PROCESS-APPLICATION.
           MOVE "45. Research Extract (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-46" TO WS-CAT-MSG-ID.
           MOVE "46. Offer Renege Report (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-47" TO WS-CAT-MSG-ID.
           MOVE "47. Duplicate Posting Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-48" TO WS-CAT-MSG-ID.
           MOVE "48. Maintain Course-Skill Map (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-49" TO WS-CAT-MSG-ID.
           MOVE "49. Academic Credit Hours Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-50" TO WS-CAT-MSG-ID.
           MOVE "50. Intern Evaluation Summary (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-51" TO WS-CAT-MSG-ID.
           MOVE "51. Assign Adviser Caseloads (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-52" TO WS-CAT-MSG-ID.
           MOVE "52. Adviser Appointment Utilization (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-53" TO WS-CAT-MSG-ID.
           MOVE "53. Career Fair Booth Approvals (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-54" TO WS-CAT-MSG-ID.
           MOVE "54. Majors Catalog and Remap (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-55" TO WS-CAT-MSG-ID.
           MOVE "55. Employer Billing Ledger (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-56" TO WS-CAT-MSG-ID.
           MOVE "56. Access Recertification (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-57" TO WS-CAT-MSG-ID.
           MOVE "57. Admin Entitlements (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-58" TO WS-CAT-MSG-ID.
           MOVE "58. Data-Sharing Consent Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-59" TO WS-CAT-MSG-ID.
           MOVE "59. Employer Relationship (360) Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-60" TO WS-CAT-MSG-ID.
           MOVE "60. Cohort Career-Readiness Funnel (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-61" TO WS-CAT-MSG-ID.
           MOVE "61. Month-over-Month Activity Trend (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-62" TO WS-CAT-MSG-ID.
           MOVE "62. Maintain Locations (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-63" TO WS-CAT-MSG-ID.
           MOVE "63. Postings Viewed, Not Applied (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-64" TO WS-CAT-MSG-ID.
           MOVE "64. Moderation Queue (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-65" TO WS-CAT-MSG-ID.
           MOVE "65. Rolled-Back Transactions (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-66" TO WS-CAT-MSG-ID.
           MOVE "66. Re-seal Security Files (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-67" TO WS-CAT-MSG-ID.
           MOVE "67. Help Desk Ticket Queue (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-68" TO WS-CAT-MSG-ID.
           MOVE "68. Weekly Help Desk Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-69" TO WS-CAT-MSG-ID.
           MOVE "69. Monthly Activity Statements (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-70" TO WS-CAT-MSG-ID.
           MOVE "70. Pay Transparency Compliance Report (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-71" TO WS-CAT-MSG-ID.
           MOVE "71. Partner Syndication Feed (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-72" TO WS-CAT-MSG-ID.
           MOVE "72. Manage Interview Rooms (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-73" TO WS-CAT-MSG-ID.
           MOVE "73. Daily Interview Room Schedule (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-74" TO WS-CAT-MSG-ID.
           MOVE "74. Outreach Campaigns (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-75" TO WS-CAT-MSG-ID.
           MOVE "75. Run History Report (Admin)" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-76" TO WS-CAT-MSG-ID.
           MOVE "76. Skill Assessment Question Bank (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-OPT-77" TO WS-CAT-MSG-ID.
           MOVE "77. Skill Assessment Pass Rates (Admin)"
               TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "PRE-PROMPT" TO WS-CAT-MSG-ID.
           MOVE "Enter choice (1-77): " TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
           PERFORM 8000-WRITE-OUTPUT.

           MOVE INPUT-RECORD TO WS-MENU-CHOICE.
           MOVE WS-MENU-CHOICE TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE WS-MENU-CHOICE TO WS-ENTL-FUNC.
           IF WS-MENU-CHOICE NOT = "1" AND NOT = "2" AND NOT = "3"
               AND NOT = "4"
               PERFORM 6030-LOAD-ALL-MODULES
           END-IF.

           EVALUATE WS-MENU-CHOICE
               WHEN "1"
               WHEN "4"
                   MOVE 0 TO WS-PROGRAM-RUNNING
               WHEN "5"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "DATA-INTEGRITY" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3400-DATA-INTEGRITY-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "6"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "ROSTER-HEADCOUNT" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3500-ROSTER-HEADCOUNT-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "7"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3600-BULK-PROVISION-ACCOUNTS
                   END-IF
               WHEN "8"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3700-SUPPORT-ACCOUNT-LOOKUP
                   END-IF
               WHEN "9"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3800-POST-ANNOUNCEMENT
                   END-IF
               WHEN "10"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5420-MAINTAIN-EMPLOYERS
                   END-IF
               WHEN "11"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3900-ACTIVITY-DIGEST
                   END-IF
               WHEN "12"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3950-EXPORT-USER-DATA
                   END-IF
               WHEN "13"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3960-BACKUP-DATA-SET
                   END-IF
               WHEN "14"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 2150-REQUIRE-SECOND-ADMIN
                       IF WS-DUAL-OK = 1
                           PERFORM 3970-RESTORE-DATA-SET
                       END-IF
                   END-IF
               WHEN "15"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "PLACEMENT" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 5430-PLACEMENT-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "16"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "MENTORSHIP-PAIRS" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 6760-MENTORSHIP-PAIRINGS-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "17"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 2150-REQUIRE-SECOND-ADMIN
                       IF WS-DUAL-OK = 1
                           PERFORM 4700-SEMESTER-ROLLOVER
                       END-IF
                   END-IF
               WHEN "18"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5480-REVIEW-POSTING-QUEUE
                   END-IF
               WHEN "19"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5490-POSTING-AGING-REPORT
                   END-IF
               WHEN "20"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3980-ROLL-NOTIFY-SPOOL
                   END-IF
               WHEN "21"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5520-IMPORT-JOB-FEED
                   END-IF
               WHEN "22"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3650-ROSTER-DELTA-SYNC
                   END-IF
               WHEN "23"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3990-REPLAY-JOURNAL
                   END-IF
               WHEN "24"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 9360-RETENTION-BATCH
                   END-IF
               WHEN "25"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3995-CAPACITY-HEALTH-REPORT
                   END-IF
               WHEN "26"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5535-COOP-HOURS-REPORT
                   END-IF
               WHEN "27"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3255-FDS-KNOWLEDGE-REPORT
                   END-IF
               WHEN "28"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3728-REVIEW-ABUSE-LOG
                   END-IF
               WHEN "29"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3735-SUSPEND-ACCOUNT
                   END-IF
               WHEN "30"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3750-DUP-ACCOUNT-REPORT
                   END-IF
               WHEN "31"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3770-APPROVE-RENAMES
                   END-IF
               WHEN "32"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3785-DW-EXTRACT
                   END-IF
               WHEN "33"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "MENTOR-PROGRAM" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 6775-MENTOR-PROGRAM-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "34"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3790-MAINTAIN-SKILL-SYNONYMS
                   END-IF
               WHEN "35"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "ENGAGEMENT" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3805-ENGAGEMENT-SCORECARD
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "36"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "MAJOR-SUCCESS" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3815-SUCCESS-BY-MAJOR-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "37"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3830-WIDEN-ID-MIGRATION
                   END-IF
               WHEN "38"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "NETWORK-GRAPH" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3835-NETWORK-GRAPH-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "39"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3840-REFERENTIAL-AUDIT
                   END-IF
               WHEN "40"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5594-MODERATE-REVIEWS
                   END-IF
               WHEN "41"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3775-SET-LEGAL-HOLD
                   END-IF
               WHEN "42"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5543-MAINTAIN-BLACKOUT
                   END-IF
               WHEN "43"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3885-LAYOUT-MIGRATION
                   END-IF
               WHEN "44"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "AT-RISK" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 3890-AT-RISK-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "45"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3870-RESEARCH-EXTRACT
                   END-IF
               WHEN "46"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "RENEGE" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 5398-OFFER-RENEGE-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "47"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       MOVE "JOBDUPS" TO WS-RPT-NAME
                       PERFORM 8400-BEGIN-REPORT
                       PERFORM 5620-DUPLICATE-CLUSTER-REPORT
                       PERFORM 8410-END-REPORT
                   END-IF
               WHEN "48"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5645-MAINTAIN-COURSE-MAP
                   END-IF
               WHEN "49"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5673-CREDIT-HOURS-REPORT
                   END-IF
               WHEN "50"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5686-EVAL-SUMMARY-REPORT
                   END-IF
               WHEN "51"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5694-CASELOAD-ADMIN-MENU
                   END-IF
               WHEN "52"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5721-APPT-UTILIZATION-REPORT
                   END-IF
               WHEN "53"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 6695-BOOTH-APPROVALS
                   END-IF
               WHEN "54"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3875-MAINTAIN-MAJORS-CATALOG
                   END-IF
               WHEN "55"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5910-BILLING-ADMIN-MENU
                   END-IF
               WHEN "56"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5935-RECERT-MENU
                   END-IF
               WHEN "57"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5953-ENTITLE-MENU
                   END-IF
               WHEN "58"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5976-CONSENT-REPORT
                   END-IF
               WHEN "59"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5980-EMPLOYER-360-REPORT
                   END-IF
               WHEN "60"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5994-COHORT-FUNNEL-REPORT
                   END-IF
               WHEN "61"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 3020-ACTIVITY-TREND-REPORT
                   END-IF
               WHEN "62"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 7046-MAINTAIN-LOCATIONS
                   END-IF
               WHEN "63"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 7054-VIEWS-NO-APPLY-REPORT
                   END-IF
               WHEN "64"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 7070-MODERATION-MENU
                   END-IF
               WHEN "65"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 1099-ROLLBACK-REPORT
                   END-IF
               WHEN "66"
                   MOVE 1 TO WS-SEAL-RESEAL-MODE
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   MOVE 0 TO WS-SEAL-RESEAL-MODE
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 7086-RESEAL-SECURITY-FILES
                   END-IF
*> *      *>    A sign-in let through only for the re-seal must not
*> *      *>    carry over to other options if it did not complete.
                   IF WS-SEAL-BROKEN = 1
                       MOVE 0 TO WS-ADMIN-AUTH-OK
                   END-IF
               WHEN "67"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 4187-TICKET-QUEUE
                   END-IF
               WHEN "68"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 4194-HELPDESK-WEEKLY-REPORT
                   END-IF
               WHEN "69"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 4225-ACTIVITY-STATEMENTS
                   END-IF
               WHEN "70"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 4240-PAY-COMPLIANCE-REPORT
                   END-IF
               WHEN "71"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 4247-SYNDICATION-FEED
                   END-IF
               WHEN "72"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5553-MAINTAIN-ROOMS
                   END-IF
               WHEN "73"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5559-DAILY-ROOM-SCHEDULE
                   END-IF
               WHEN "74"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 7852-OUTREACH-CAMPAIGNS
                   END-IF
               WHEN "75"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 9070-RUN-HISTORY-REPORT
                   END-IF
               WHEN "76"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5738-MAINTAIN-QUESTION-BANK
                   END-IF
               WHEN "77"
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 5741-PASS-RATE-REPORT
                   END-IF
               WHEN OTHER
                   MOVE "Invalid choice. Please try again."
                       TO WS-OUTPUT-LINE
               EXIT PARAGRAPH
           END-IF.

*> *      *>    A failed seal check (7080) means the admin flags may
*> *      *>    have been edited on disk; only the dual-controlled
*> *      *>    re-seal may sign an admin in until they are sealed.
           IF WS-SEAL-BROKEN = 1 AND WS-SEAL-RESEAL-MODE = 0
               MOVE "Admin sign-in refused: a security file failed its "
                   & "seal check at startup." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "See the SEALCHECK report; two admins must re-seal "
                   & "(option 66) after repair." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ADMIN-EXISTS.
           PERFORM VARYING WS-ADMIN-SCAN-IDX FROM 1 BY 1
               UNTIL WS-ADMIN-SCAN-IDX > WS-ACCOUNT-COUNT
               END-IF
           END-PERFORM.

           IF WS-ADMIN-EXISTS = 0 AND WS-SEAL-BROKEN = 1
               MOVE "Admin sign-in refused: no admin accounts on file "
                   & "and the seal check failed." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Restore ACCOUNTS.DAT from a snapshot before "
                   & "continuing." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-ADMIN-EXISTS = 0
               MOVE "WARNING: no admin accounts exist yet; proceeding."
                   TO WS-OUTPUT-LINE

*> *      *>    The bootstrap grace (no admin accounts yet) extends
*> *      *>    here: a fresh installation has no second admin to ask.
           IF WS-ADMIN-EXISTS = 0 AND WS-SEAL-BROKEN = 0
               MOVE 1 TO WS-DUAL-OK
               EXIT PARAGRAPH
           END-IF.
*> *      *>*****************************************************************
       2160-CHECK-LEGAL-HOLD.
           MOVE 0 TO WS-HOLD-FOUND.
           MOVE FUNCTION TRIM(WS-HOLD-CHECK-USER) TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           IF WS-AIX-FOUND > 0
               IF WS-ACCT-LEGAL-HOLD(WS-AIX-FOUND) = "Y"
                   MOVE 1 TO WS-HOLD-FOUND
               END-IF
           END-IF.

*> *      *>*****************************************************************
*> *      *> 3775-SET-LEGAL-HOLD: Admin-only set/release. Every change is   *
               END-IF
           END-IF.

*> *      *>    Deactivated account: inside the grace period a good
*> *      *>    login reactivates it (7963); after it, the account is
*> *      *>    closed and only waiting for the housekeeping purge.
           IF WS-AUTH-ACCT-IDX > 0
               AND WS-ACCT-DEACT-DATE(WS-AUTH-ACCT-IDX) > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUTH-TODAY-DATE
               MOVE WS-AUTH-ACCT-IDX TO WS-SDEL-ACCT-IDX
               PERFORM 7962-COMPUTE-PURGE-DATE
               IF WS-AUTH-TODAY-DATE >= WS-SDEL-PURGE-DATE
                   MOVE "This account was deactivated and has been "
                       & "closed." TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "DEAC" TO WS-AUDIT-RESULT
                   PERFORM 3207-WRITE-LOGIN-AUDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

*> *      *>    Validate credentials
           PERFORM 3200-VALIDATE-LOGIN.

                   TO WS-CAT-DEFAULT-TEXT
               PERFORM 8300-CATALOG-TEXT
               PERFORM 8000-WRITE-OUTPUT
               PERFORM 6031-LOAD-FOR-LOGIN
               PERFORM 7963-REACTIVATE-ON-LOGIN
               IF WS-FAIL-COUNT(WS-CURRENT-USER-INDEX) > 0
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "SECURITY: there were "
               IF WS-PROGRAM-RUNNING = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-NETKEY-USER
               PERFORM 9255-LOAD-NETKEY-SET
               PERFORM 3220-SHOW-LOGIN-NOTIFICATIONS
               PERFORM 3230-SHOW-RECOMMENDED-CONNECTIONS
               PERFORM 3250-OFFER-FDS-SURVEY
               PERFORM 6684-OFFER-EVENT-SURVEYS
               IF WS-PROGRAM-RUNNING = 0
                   PERFORM 9259-CLEAR-NETKEY-SET
                   EXIT PARAGRAPH
               END-IF
               PERFORM 5000-POST-LOGIN-MENU
               PERFORM 9259-CLEAR-NETKEY-SET
           ELSE
               MOVE "FAIL" TO WS-AUDIT-RESULT
               PERFORM 3207-WRITE-LOGIN-AUDIT
           END-IF.
           WRITE PWH-RECORD.
           CLOSE PWDHIST-FILE.
           MOVE "PWDHIST.DAT" TO WS-SEAL-FILE-NAME.
           PERFORM 7082-RESEAL-FILE.

*> *      *>*****************************************************************
*> *      *> 3205-FIND-ACCOUNT-BY-NAME: Locate WS-LOGIN-USERNAME in the     *
*> *      *> state can be checked and updated on failed attempts too.      *
*> *      *>*****************************************************************
       3205-FIND-ACCOUNT-BY-NAME.
           MOVE WS-LOGIN-USERNAME TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           MOVE WS-AIX-FOUND TO WS-AUTH-ACCT-IDX.

*> *      *>*****************************************************************
*> *      *> 3206-CHECK-ACCOUNT-LOCKED: Sets WS-AUTH-LOCKED for the account *
           END-IF.
           WRITE LA-RECORD.
           CLOSE LOGINAUDIT-FILE.
           MOVE "LOGINAUDIT.DAT" TO WS-SEAL-FILE-NAME.
           PERFORM 7082-RESEAL-FILE.

*> *      *>*****************************************************************
*> *      *> 3200-VALIDATE-LOGIN: Check username and password              *
*> *      *>*****************************************************************
       3200-VALIDATE-LOGIN.
           MOVE 0 TO WS-LOGIN-SUCCESS.
           MOVE WS-LOGIN-USERNAME TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           IF WS-AIX-FOUND > 0
               IF WS-PASSWORD(WS-AIX-FOUND) = WS-LOGIN-PASSWORD
                   MOVE 1 TO WS-LOGIN-SUCCESS
                   MOVE WS-AIX-FOUND TO WS-CURRENT-USER-INDEX
               END-IF
           END-IF.

           IF WS-LOGIN-SUCCESS = 1
               PERFORM 3210-FIND-USER-PROFILE
           PERFORM 3225-COUNT-FOLLOWED-EMPLOYER-JOBS.
           PERFORM 3226-COUNT-UPCOMING-EVENTS.
           PERFORM 3227-COUNT-EXPIRING-CERTS.
           PERFORM 3228-COUNT-PENDING-EVALUATIONS.
           PERFORM 3229-NUDGE-DORMANT-PAIRINGS.

*> *      *>    Nudge the user toward a complete profile until the
           PERFORM 8000-WRITE-OUTPUT.

           MOVE 0 TO WS-LOGIN-SUCCESS.
           MOVE WS-LOGIN-USERNAME TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           MOVE WS-AIX-FOUND TO WS-FORGOT-ACCOUNT-IDX.
           IF WS-FORGOT-ACCOUNT-IDX > 0
               MOVE 1 TO WS-LOGIN-SUCCESS
           END-IF.

           IF WS-LOGIN-SUCCESS = 0
               MOVE "No account found with that username."

*> *      *>*****************************************************************
*> *      *> 3400-DATA-INTEGRITY-REPORT: On-demand reconciliation report    *
*> *      *> between PENDING.DAT and CONNECTIONS.DAT. Flags orphaned        *
*> *      *> pending rows (sender or recipient no longer in                 *
*> *      *> WS-USER-ACCOUNTS) and pending rows whose pair also appears     *
*> *      *> as an established connection (in either order). PENDING.DAT   *
*> *      *> is read row by row (3405), since it is not held in memory.    *
*> *      *>*****************************************************************
       3400-DATA-INTEGRITY-REPORT.
           MOVE " " TO WS-OUTPUT-LINE.
           MOVE 0 TO WS-RECON-ORPHAN-COUNT.
           MOVE 0 TO WS-RECON-DUP-COUNT.

           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = WS-CONST-FS-OK
               MOVE 0 TO WS-PENDING-EOF
               PERFORM 3405-RECONCILE-PENDING-ROW
                   UNTIL WS-PENDING-EOF = 1
               CLOSE PENDING-FILE
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "Orphaned pending rows: " WS-RECON-ORPHAN-COUNT
           PERFORM 8000-WRITE-OUTPUT.
           EXIT.

*> *      *>*****************************************************************
*> *      *> 3405-RECONCILE-PENDING-ROW: Read one PENDING.DAT row and       *
*> *      *> report it if orphaned or already connected.                     *
*> *      *>*****************************************************************
       3405-RECONCILE-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   MOVE 1 TO WS-PENDING-EOF
           END-READ.
           IF WS-PENDING-EOF = 1
               EXIT PARAGRAPH
           END-IF.

           MOVE PEND-SENDER-USERNAME TO WS-RECON-CHECK-USERNAME.
           PERFORM 3410-CHECK-ACCOUNT-EXISTS.
           MOVE WS-RECON-ACCT-FOUND TO WS-RECON-SENDER-FOUND.

           MOVE PEND-RECIPIENT-USERNAME TO WS-RECON-CHECK-USERNAME.
           PERFORM 3410-CHECK-ACCOUNT-EXISTS.
           MOVE WS-RECON-ACCT-FOUND TO WS-RECON-RECIP-FOUND.

           IF WS-RECON-SENDER-FOUND = 0 OR WS-RECON-RECIP-FOUND = 0
               ADD 1 TO WS-RECON-ORPHAN-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  ORPHANED PENDING: sender="
                   FUNCTION TRIM(PEND-SENDER-USERNAME)
                   " recipient="
                   FUNCTION TRIM(PEND-RECIPIENT-USERNAME)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

           PERFORM 3420-CHECK-DUP-CONNECTION.
           IF WS-RECON-DUP-FOUND = 1
               ADD 1 TO WS-RECON-DUP-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  DUPLICATE (pending AND connected): "
                   FUNCTION TRIM(PEND-SENDER-USERNAME)
                   " <-> "
                   FUNCTION TRIM(PEND-RECIPIENT-USERNAME)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

*> *      *>*****************************************************************
*> *      *> 3410-CHECK-ACCOUNT-EXISTS: Sets WS-RECON-ACCT-FOUND to 1 if     *
*> *      *> WS-RECON-CHECK-USERNAME matches an entry in WS-USER-ACCOUNTS.   *
*> *      *>*****************************************************************
       3410-CHECK-ACCOUNT-EXISTS.
           MOVE 0 TO WS-RECON-ACCT-FOUND.
           MOVE FUNCTION TRIM(WS-RECON-CHECK-USERNAME) TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           IF WS-AIX-FOUND > 0
               MOVE 1 TO WS-RECON-ACCT-FOUND
           END-IF.

*> *      *>*****************************************************************
*> *      *> 3420-CHECK-DUP-CONNECTION: Sets WS-RECON-DUP-FOUND to 1 if the  *
*> *      *> pending pair in PENDING-REC is also an established connection, *
*> *      *> in either order (keyed probe, NETKEY_SRC.cpy 9257).             *
*> *      *>*****************************************************************
       3420-CHECK-DUP-CONNECTION.
           MOVE PEND-SENDER-USERNAME TO WS-NETKEY-PAIR-A.
           MOVE PEND-RECIPIENT-USERNAME TO WS-NETKEY-PAIR-B.
           PERFORM 9257-CHECK-PAIR-CONNECTED.
           MOVE WS-NETKEY-PAIR-HIT TO WS-RECON-DUP-FOUND.

*> *      *>*****************************************************************
*> *      *> 3500-ROSTER-HEADCOUNT-REPORT: On-demand report counting        *
*> *      *>*****************************************************************
*> *      *> 3520-TALLY-MAJOR: Add the current profile's major to           *
*> *      *> WS-ROSTER-MAJOR-TABLE, incrementing an existing entry's count   *
*> *      *> or creating a new one. Majors are grouped under their catalog  *
*> *      *> name (7188), so "CS" and "Computer Science" share one row.     *
*> *      *>*****************************************************************
       3520-TALLY-MAJOR.
           MOVE WS-MAJOR(WS-ACCOUNT-INDEX) TO WS-MJR-INPUT.
           PERFORM 7188-NORMALIZE-MAJOR.
           MOVE 0 TO WS-ROSTER-MATCH-IDX.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-MAJOR-TOTAL
                   OR WS-ROSTER-MATCH-IDX NOT = 0

               IF FUNCTION TRIM(WS-ROSTER-MAJOR-NAME(WS-ROSTER-IDX))
                   = FUNCTION TRIM(WS-MJR-OUTPUT)
                   MOVE WS-ROSTER-IDX TO WS-ROSTER-MATCH-IDX
               END-IF
           END-PERFORM.

           IF WS-ROSTER-MATCH-IDX = 0
               ADD 1 TO WS-ROSTER-MAJOR-TOTAL
               MOVE WS-MJR-OUTPUT
                   TO WS-ROSTER-MAJOR-NAME(WS-ROSTER-MAJOR-TOTAL)
               MOVE 1 TO WS-ROSTER-MAJOR-COUNT(WS-ROSTER-MAJOR-TOTAL)
           ELSE
               ADD 1 TO WS-BULKPROV-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
*> *      *>    The roster's major must be one the majors catalog knows;
*> *      *>    a known spelling is stored as the official name.
           MOVE ROSTER-MAJOR TO WS-MJR-INPUT.
           PERFORM 7188-NORMALIZE-MAJOR.
           IF WS-MJR-VALID = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Skipped " FUNCTION TRIM(ROSTER-USERNAME)
                   ": major not in the majors catalog ("
                   FUNCTION TRIM(ROSTER-MAJOR) ")."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               ADD 1 TO WS-BULKPROV-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-USERNAME TO WS-LOGIN-USERNAME.
           PERFORM 4200-CHECK-USERNAME-EXISTS.

                           TO WS-LAST-NAME(WS-PROFILE-COUNT)
                       MOVE ROSTER-UNIVERSITY
                           TO WS-UNIVERSITY(WS-PROFILE-COUNT)
                       MOVE WS-MJR-OUTPUT
                           TO WS-MAJOR(WS-PROFILE-COUNT)
                       MOVE ROSTER-GRAD-YEAR
                           TO WS-GRAD-YEAR(WS-PROFILE-COUNT)
                       MOVE SPACES TO WS-ABOUT-ME(WS-PROFILE-COUNT)
                       MOVE SPACES TO WS-RESUME-REF(WS-PROFILE-COUNT)
                       MOVE "P" TO WS-PROFILE-VISIBILITY(WS-PROFILE-COUNT)
                       MOVE 0 TO WS-GPA(WS-PROFILE-COUNT)
                       MOVE SPACE TO WS-WORK-AUTH(WS-PROFILE-COUNT)
                       MOVE 0 TO WS-EXP-COUNT(WS-PROFILE-COUNT)
                       MOVE 0 TO WS-EDU-COUNT(WS-PROFILE-COUNT)
                       MOVE 0 TO WS-SKILL-COUNT(WS-PROFILE-COUNT)
           MOVE WS-SUPPORT-LOOKUP-USERNAME TO WS-CTC-LOOKUP-USER.
           PERFORM 7990-SHOW-CONTACT-FOR.

           MOVE WS-SUPPORT-LOOKUP-USERNAME TO WS-CSL-LOOKUP-USER.
           PERFORM 5692-FIND-STUDENT-ADVISER.
           IF WS-CSL-LOOKUP-ADVISER NOT = SPACES
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "Career adviser: "
                   FUNCTION TRIM(WS-CSL-LOOKUP-ADVISER)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.

           PERFORM 3710-SUPPORT-SHOW-PROFILE.
           PERFORM 3740-SUPPORT-SHOW-PROF-HISTORY.
           PERFORM 3720-SUPPORT-SHOW-APPLICATIONS.
                       MOVE "Y" TO WS-ALUMNI-FLAG(WS-ROLL-IDX)
*> *      *>    Promote the matching account's role to alumni too,
*> *      *>    unless staff or employer set it to something else.
                       MOVE FUNCTION TRIM(
                           WS-PROF-USERNAME(WS-ROLL-IDX))
                           TO WS-AIX-QUERY
                       PERFORM 3262-ACCT-INDEX-LOOKUP
                       IF WS-AIX-FOUND > 0
                           IF WS-ACCT-ROLE(WS-AIX-FOUND) = "S"
                               MOVE "A" TO WS-ACCT-ROLE(WS-AIX-FOUND)
                           END-IF
                       END-IF
                       ADD 1 TO WS-ROLL-MOVED-COUNT

                       MOVE WS-PROF-USERNAME(WS-ROLL-IDX)
*> *      *>*****************************************************************
       4200-CHECK-USERNAME-EXISTS.
           MOVE 0 TO WS-LOGIN-SUCCESS.
           MOVE WS-LOGIN-USERNAME TO WS-AIX-QUERY.
           PERFORM 3262-ACCT-INDEX-LOOKUP.
           IF WS-AIX-FOUND > 0
               MOVE 1 TO WS-LOGIN-SUCCESS
           END-IF.

*> *      *>*****************************************************************
*> *      *> 4300-GET-VALID-PASSWORD: Password input and validation        *
           MOVE "S" TO WS-NEW-ACCT-ROLE.
           MOVE SPACES TO WS-ACCT-CAMPUS(WS-ACCOUNT-COUNT).
           MOVE "N" TO WS-ACCT-LEGAL-HOLD(WS-ACCOUNT-COUNT).
           MOVE 0 TO WS-ACCT-DEACT-DATE(WS-ACCOUNT-COUNT).
           MOVE WS-LOGIN-USERNAME TO WS-AIX-NEW-KEY.
           MOVE WS-ACCOUNT-COUNT TO WS-AIX-NEW-ACCT.
           PERFORM 3261-ACCT-INDEX-INSERT.
           MOVE WS-LOGIN-USERNAME TO WS-PWD-HIST-USER.
           MOVE WS-LOGIN-PASSWORD TO WS-PWD-CAND-HASH.
           PERFORM 8220-RECORD-PASSWORD-HISTORY.
               MOVE WS-ACCT-CAMPUS(WS-ACCOUNT-INDEX) TO ACCT-CAMPUS
               MOVE WS-ACCT-LEGAL-HOLD(WS-ACCOUNT-INDEX)
                   TO ACCT-LEGAL-HOLD
               MOVE WS-ACCT-DEACT-DATE(WS-ACCOUNT-INDEX)
                   TO ACCT-DEACT-DATE
               WRITE ACCOUNT-RECORD
           END-PERFORM.

               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.
           MOVE "ACCOUNTS.DAT" TO WS-SEAL-FILE-NAME.
           PERFORM 7082-RESEAL-FILE.

*> *      *>*****************************************************************
*> *      *> 5000-POST-LOGIN-MENU: Main menu after successful login        *
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "22. Logout" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "23. My Coursework" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF ROLE-STAFF
                       MOVE "24. My Caseload (Advisers)" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   IF NOT ROLE-EMPLOYER
                       MOVE "25. Career Adviser Appointments"
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       MOVE "26. Import Profile From Resume File"
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                       MOVE "27. My Projects" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   MOVE "28. Find People From My Contact List"
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "29. Contact Support" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   MOVE "30. Search Everything" TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   IF NOT ROLE-EMPLOYER
                       MOVE "31. Skill Assessments" TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
                   MOVE "MAIN-PROMPT" TO WS-CAT-MSG-ID
                   MOVE "Enter choice (1-31): " TO WS-CAT-DEFAULT-TEXT
                   PERFORM 8300-CATALOG-TEXT
                   PERFORM 8000-WRITE-OUTPUT

                       PERFORM 8000-WRITE-OUTPUT
                   END-IF

                   PERFORM 6032-LOAD-FOR-MENU-OPTION
                   EVALUATE WS-MAIN-MENU-CHOICE
                       WHEN "1"
                           PERFORM 7000-CREATE-EDIT-PROFILE
                           PERFORM 6850-MY-FEED
                       WHEN "22"
                           EXIT PERFORM
                       WHEN "23"
                           PERFORM 5637-MY-COURSEWORK-MENU
                       WHEN "24"
                           PERFORM 5701-ADVISER-DASHBOARD
                       WHEN "25"
                           PERFORM 5708-APPOINTMENTS-MENU
                       WHEN "26"
                           PERFORM 7460-IMPORT-RESUME-FILE
                       WHEN "27"
                           PERFORM 7473-PROJECTS-MENU
                       WHEN "28"
                           PERFORM 7540-FIND-FROM-CONTACT-LIST
                       WHEN "29"
                           PERFORM 4181-SUPPORT-MENU
                       WHEN "30"
                           PERFORM 4261-UNIFIED-SEARCH
                       WHEN "31"
                           PERFORM 5730-SKILL-ASSESSMENT-MENU
                       WHEN OTHER
                          MOVE "Invalid choice. Please try again."
                          TO WS-OUTPUT-LINE
           END-PERFORM.

*> *      *>*****************************************************************
*> *      *> 7900-DEACTIVATE-ACCOUNT: Confirm, then deactivate the current *
*> *      *> user's account. Nothing is removed yet: the account is hidden *
*> *      *> and the housekeeping purge (SOFTDEL_SRC.cpy 7961) deletes the *
*> *      *> account, profile, pending requests, and connections once the  *
*> *      *> grace period ends, unless the owner logs back in first.       *
*> *      *>*****************************************************************
       7900-DEACTIVATE-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-DELETED.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "=== DEACTIVATE/DELETE MY ACCOUNT ===" TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "Your account will be hidden right away and your "
               & "profile," TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE WS-SDEL-GRACE-DAYS TO WS-SDEL-GRACE-DISP.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "connections, and pending requests permanently "
               "deleted after " FUNCTION TRIM(WS-SDEL-GRACE-DISP)
               " days."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "Log in again before then to reactivate it."
               TO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           MOVE "Type YES to confirm, or anything else to cancel: "
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-ACCT-DEACT-DATE(WS-CURRENT-USER-INDEX).
           PERFORM 4600-WRITE-ACCOUNTS-FILE.
           MOVE WS-CURRENT-USER-INDEX TO WS-SDEL-ACCT-IDX.
           PERFORM 7962-COMPUTE-PURGE-DATE.

           MOVE "DEACTIVATE" TO WS-RESULT-TYPE.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-RESULT-KEY.
           MOVE "OK" TO WS-RESULT-OUTCOME.
           PERFORM 8060-WRITE-RESULT.

           MOVE 1 TO WS-ACCOUNT-DELETED.
           MOVE 0 TO WS-CURRENT-USER-INDEX.
           MOVE 0 TO WS-CURRENT-PROFILE-INDEX.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "Your account has been deactivated. It will be "
               "deleted on " WS-SDEL-PURGE-DATE
               " unless you log in before then."
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE.
           PERFORM 8000-WRITE-OUTPUT.
           EXIT.

           END-EVALUATE.
           EXIT.

       COPY JOBS_SRC.
       COPY JOBSEXT_SRC.
       COPY INTERVIEWS_SRC.
       COPY DUPMERGE_SRC.
       COPY RENAME_SRC.
       COPY KWINDEX_SRC.
       COPY ACCTINDEX_SRC.
       COPY SCRIPT_SRC.
       COPY REPORTSPOOL_SRC.
       COPY DWEXTRACT_SRC.
       COPY BALANCE_SRC.
       COPY BLACKOUT_SRC.
       COPY ATRISK_SRC.
       COPY RESEARCH_SRC.
       COPY RECRUIT_SRC.
       COPY JOBDUP_SRC.
       COPY JOBSKILL_SRC.
       COPY COURSE_SRC.
       COPY GPA_SRC.
       COPY WORKAUTH_SRC.
       COPY CREDIT_SRC.
       COPY EVAL_SRC.
       COPY CASELOAD_SRC.
       COPY APPTS_SRC.
       COPY EVTSURVEY_SRC.
       COPY BOOTHS_SRC.
       COPY RESIMPORT_SRC.
       COPY PROJECTS_SRC.
       COPY CONTACTFIND_SRC.
       COPY MAJORS_SRC.
       COPY BILLING_SRC.
       COPY RECERT_SRC.
       COPY ENTITLE_SRC.
       COPY CONSENT_SRC.
       COPY MILESTONE_SRC.
       COPY LOCATIONS_SRC.
       COPY JOBVIEWS_SRC.
       COPY MODQUEUE_SRC.
       COPY SOFTDEL_SRC.
       COPY TXN_SRC.
       COPY SEAL_SRC.
       COPY LOADMGR_SRC.
       COPY TALENTPOOL_SRC.
       COPY EXTAPP_SRC.
       COPY REFCHECK_SRC.
       COPY HELPDESK_SRC.
       COPY JOBREPORT_SRC.
       COPY STATEMENT_SRC.
       COPY PAYRULE_SRC.
       COPY SYNDICATE_SRC.
       COPY UNISEARCH_SRC.
       COPY ROOMS_SRC.
       COPY CAMPAIGN_SRC.
       COPY RUNREG_SRC.
       COPY SKILLTEST_SRC.
       COPY TREND_SRC.
       COPY EMP360_SRC.

       COPY SKILLS.


       COPY SEARCH.
       COPY SENDREQ.
       COPY NETKEY_SRC.
       COPY CONNMGMT.
       COPY CONNWRITE.
       COPY VIEWREQ_SRC.
               MOVE WS-OUTPUT-LINE(1:120) TO WS-ALERT-DETAIL
               PERFORM 8500-RAISE-IO-ALERT
           END-IF.
*> *      *>    A dry run tags every error with the script line that
*> *      *>    caused it; so does any error raised by a line from an
*> *      *>    #INCLUDE fragment, or by a directive, so the fragment
*> *      *>    and its line number are never left to guesswork.
           IF (WS-OUTPUT-LINE(1:8) = "Invalid "
                    OR WS-OUTPUT-LINE(1:6) = "ERROR:"
                    OR WS-OUTPUT-LINE(1:8) = "Invalid.")
               AND (WS-DRYRUN-ACTIVE = 1
                    OR WS-SCR-FROM-INCLUDE = 1
                    OR WS-SCR-DIRECTIVE-ERR = 1)
               IF WS-DRYRUN-ACTIVE = 1
                   ADD 1 TO WS-DRYRUN-ERROR-COUNT
               END-IF
               PERFORM 8116-BUILD-SCRIPT-WHERE
               MOVE WS-OUTPUT-LINE TO WS-DRYRUN-LINE-BUF
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-DRYRUN-LINE-BUF)
                   " (" FUNCTION TRIM(WS-SCR-WHERE) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF.
           END-IF

           MOVE SPACES TO WS-SESSION-LOG-LINE
*> *      *>    Lines driven by an #INCLUDE fragment say which one.
           IF WS-SCR-FROM-INCLUDE = 1
               MOVE WS-SCR-INCLUDE-LINE TO WS-SCR-LINE-DISP
               STRING "[" WS-SESSION-LOG-DATETIME "] "
                      "SESSION=" WS-SESSION-ID " "
                      "USER=" FUNCTION TRIM(WS-SESSION-LOG-USER) " "
                      "SRC=" FUNCTION TRIM(WS-SCR-INCLUDE-NAME) ":"
                      FUNCTION TRIM(WS-SCR-LINE-DISP) " "
                      WS-OUTPUT-LINE
                      DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
               END-STRING
           ELSE
               STRING "[" WS-SESSION-LOG-DATETIME "] "
                      "SESSION=" WS-SESSION-ID " "
                      "USER=" FUNCTION TRIM(WS-SESSION-LOG-USER) " "
                      WS-OUTPUT-LINE
                      DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
               END-STRING
           END-IF

           OPEN EXTEND SESSION-LOG-FILE

               ADD 1 TO WS-INPUT-LINE-NUM
               EXIT PARAGRAPH
           END-IF.
*> *      *>    #INCLUDE and #SET lines are taken care of inside
*> *      *>    8110; only a line meant for a prompt comes back here.
           PERFORM 8110-NEXT-SCRIPT-LINE.
           IF WS-SCR-EOF = 1
               MOVE 1 TO WS-EOF-FLAG
               MOVE SPACES TO INPUT-RECORD
           ELSE
               PERFORM 8150-SAVE-CHECKPOINT
           END-IF.

*> *      *>*****************************************************************
*> *      *> 8150-SAVE-CHECKPOINT: Persist how far into INPUT.TXT this run   *
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF.
           PERFORM 9066-RUNREG-END.
           MOVE "GOODBYE" TO WS-CAT-MSG-ID.
           MOVE "Thank you for using InCollege!" TO WS-CAT-DEFAULT-TEXT.
           PERFORM 8300-CATALOG-TEXT.
