               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TMP-STATUS.

           SELECT JOB-QUESTIONS-FILE ASSIGN TO "jobquestions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JQ-STATUS.

           SELECT JOB-QUESTIONS-TEMP-FILE ASSIGN TO "jobquestions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JQ-TMP-STATUS.

           SELECT ANNOUNCE-FILE ASSIGN TO "announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT EVENT-RSVPS-FILE ASSIGN TO "eventrsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSVP-STATUS.

           SELECT EVENT-ATTEND-FILE ASSIGN TO "eventattend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EATT-STATUS.

           SELECT COMPANIES-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT COMPANIES-TEMP-FILE ASSIGN TO "companies.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-TMP-STATUS.

           SELECT DUP-QUEUE-FILE ASSIGN TO "dupqueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-TMP-STATUS.

           SELECT LEGAL-HOLDS-FILE ASSIGN TO "legalholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

           SELECT LEGAL-HOLDS-TEMP-FILE ASSIGN TO "legalholds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-TMP-STATUS.

           SELECT PROFILE-HISTORY-FILE ASSIGN TO "profilehistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-TMP-STATUS.

           SELECT SESSIONS-FILE ASSIGN TO "sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT SESSIONS-TEMP-FILE ASSIGN TO "sessions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-TMP-STATUS.

           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           *> Keyed store (reorganized alongside STUDENT-SYSTEM) --
           *> the console only adds rows, under their unique key.
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT RECRUITER-CLAIMS-FILE ASSIGN TO "recruiterclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT RECRUITER-CLAIMS-TEMP-FILE ASSIGN TO "recruiterclaims.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-TMP-STATUS.

           SELECT MAJORS-FILE ASSIGN TO "majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-TMP-STATUS.

           SELECT SKILL-TESTS-FILE ASSIGN TO "skilltests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.

           SELECT SKILL-TESTS-TEMP-FILE ASSIGN TO "skilltests.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-TMP-STATUS.

           SELECT SKILL-TEST-Q-FILE ASSIGN TO "skilltestq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-STATUS.

           SELECT SKILL-TEST-Q-TEMP-FILE ASSIGN TO "skilltestq.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-TMP-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT ALIASES-FILE ASSIGN TO "aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

           SELECT SYSPARAMS-TEMP-FILE ASSIGN TO "sysparams.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       01  REQ-TEMP-REC   PIC X(50).

       FD  OPERATORS-FILE.
       01  OPERATOR-REC   PIC X(120).

       FD  UNIVERSITIES-FILE.
       01  UNIV-REC       PIC X(50).
           05 JOB-UNIVERSITY   PIC X(50).
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           05 JOB-POSTED-DATE  PIC X(8).
           05 JOB-KIND         PIC X.

       FD  JOBS-TEMP-FILE.
       01  JOB-TEMP-REC   PIC X(343).

       *> Screening questions attached to postings; only the job id
       *> is looked at here, to drop a withdrawn posting's rows.
       FD  JOB-QUESTIONS-FILE.
       01  JOB-QUESTION-REC.
           05 JQ-JOB-ID        PIC 9(5).
           05 FILLER           PIC X(172).

       FD  JOB-QUESTIONS-TEMP-FILE.
       01  JOB-QUESTION-TEMP-REC PIC X(177).

       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-REC.
           05 ANN-DATE         PIC X(8).
           05 ANN-EXPIRES      PIC X(8).
           05 ANN-TEXT         PIC X(200).
           *> Blank for everyone; otherwise only students whose
           *> profile names this university see the announcement.
           05 ANN-UNIVERSITY   PIC X(50).

       FD  EVENTS-FILE.
       01  EVENT-REC.
           05 EV-HOST          PIC X(30).
           05 EV-CAPACITY      PIC 9(3).
           05 EV-CREATED-BY    PIC X(20).
           *> Blank for everyone; otherwise a campus-only event.
           05 EV-UNIVERSITY    PIC X(50).

       FD  EVENT-RSVPS-FILE.
       01  EVENT-RSVP-REC.
           05 ER-EVENT-ID      PIC 9(4).
           05 ER-USER          PIC X(20).

       FD  EVENT-ATTEND-FILE.
       01  EVENT-ATTEND-REC.
           05 EA-EVENT-ID      PIC 9(4).
           05 EA-USER          PIC X(20).
           05 EA-DATE          PIC X(8).
           05 EA-TIME          PIC X(8).
           05 EA-WALKIN        PIC X.
           05 EA-CHECKED-BY    PIC X(20).

       FD  COMPANIES-FILE.
       01  COMPANY-REC.
           05 CO-NAME          PIC X(30).
           05 CO-INDUSTRY      PIC X(30).
           05 CO-LOCATION      PIC X(30).
           05 CO-DESC          PIC X(100).
           05 CO-CREDIT-ALLOW  PIC 9(4).
           05 CO-CREDIT-USED   PIC 9(4).
           05 CO-BILL-PERIOD   PIC X.
           05 CO-PERIOD-START  PIC X(8).
           05 CO-CREDIT-RATE   PIC 9(5)V99.

       FD  COMPANIES-TEMP-FILE.
       01  COMPANY-TEMP-REC    PIC X(214).

       FD  DUP-QUEUE-FILE.
       01  DUP-QUEUE-REC.
           05 DQ-USER-B        PIC X(20).
           05 DQ-NOTE          PIC X(40).
           05 DQ-STATUS        PIC X.
           05 DQ-QUEUED-DATE   PIC X(8).

       FD  DUP-QUEUE-TEMP-FILE.
       01  DUP-QUEUE-TEMP-REC PIC X(89).

       *> One row per hold ever placed; lifting a hold stamps the row
       *> rather than removing it, so the file is its own history.
       FD  LEGAL-HOLDS-FILE.
       01  LEGAL-HOLD-REC.
           05 LH-USERNAME      PIC X(20).
           05 LH-STATUS        PIC X.
           05 LH-CASE-REF      PIC X(20).
           05 LH-REASON        PIC X(60).
           05 LH-PLACED-BY     PIC X(20).
           05 LH-PLACED-DATE   PIC X(8).
           05 LH-LIFTED-BY     PIC X(20).
           05 LH-LIFTED-DATE   PIC X(8).

       FD  LEGAL-HOLDS-TEMP-FILE.
       01  LEGAL-HOLD-TEMP-REC PIC X(157).

       FD  PROFILE-HISTORY-FILE.
       01  PROFILE-HISTORY-REC.
       FD  ABUSE-REPORTS-TEMP-FILE.
       01  ABUSE-REPORT-TEMP-REC PIC X(266).

       *> Sign-in sessions kept by STUDENT-SYSTEM. 'O' open, 'F' open
       *> and flagged here for forced logout (STUDENT-SYSTEM closes it
       *> as 'K' at the user's next menu choice); other states are
       *> closed sessions.
       FD  SESSIONS-FILE.
       01  SESSION-REC.
           05 SN-USERNAME      PIC X(20).
           05 SN-TERMINAL      PIC X(16).
           05 SN-START-DATE    PIC X(8).
           05 SN-START-TIME    PIC X(8).
           05 SN-LAST-DATE     PIC X(8).
           05 SN-LAST-TIME     PIC X(8).
           05 SN-STATE         PIC X.
           05 SN-CLOSED-BY     PIC X(20).

       FD  SESSIONS-TEMP-FILE.
       01  SESSION-TEMP-REC    PIC X(89).

       *> Outbound notifications, shipped by NOTIFY-EXTRACT; the
       *> console queues only operator sign-in codes here.
       FD  NOTIFICATIONS-FILE.
       01  NOTIFY-REC.
           05 NT-RECIPIENT     PIC X(20).
           05 NT-TYPE          PIC X(12).
           05 NT-TEXT          PIC X(80).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC X(8).
           05 NT-SENT          PIC X.

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-DATE         PIC X(8).
              10 MSG-TIME         PIC X(8).
              10 MSG-TIME-NUM REDEFINES MSG-TIME PIC 9(8).
           05 MSG-BODY         PIC X(200).
           05 MSG-READ-FLAG    PIC X.

       *> Recruiters' claims on register companies, filed online and
       *> settled here: 'P' pending, 'A' approved, 'R' rejected.
       FD  RECRUITER-CLAIMS-FILE.
       01  RECRUITER-CLAIM-REC.
           05 RCL-RECRUITER    PIC X(20).
           05 RCL-COMPANY      PIC X(30).
           05 RCL-DATE         PIC X(8).
           05 RCL-TIME         PIC X(8).
           05 RCL-STATUS       PIC X.
           05 RCL-DECIDED-BY   PIC X(20).
           05 RCL-DECIDED-DATE PIC X(8).

       FD  RECRUITER-CLAIMS-TEMP-FILE.
       01  RECRUITER-CLAIM-TEMP-REC PIC X(95).

       FD  MAJORS-FILE.
       01  MAJOR-REC.
           05 MJ-CANONICAL     PIC X(40).
       FD  SKILLS-TEMP-FILE.
       01  SKILL-TEMP-REC PIC X(33).

       FD  SKILL-TESTS-FILE.
       01  SKILL-TEST-REC.
           05 ST-SKILL-ID      PIC 9(2).
           05 ST-QCOUNT        PIC 9.
           05 ST-PASS-MARK     PIC 9.

       FD  SKILL-TESTS-TEMP-FILE.
       01  SKILL-TEST-TEMP-REC PIC X(4).

       FD  SKILL-TEST-Q-FILE.
       01  SKILL-TEST-Q-REC.
           05 TQ-SKILL-ID      PIC 9(2).
           05 TQ-SEQ           PIC 9.
           05 TQ-TEXT          PIC X(100).
           05 TQ-OPT OCCURS 4 TIMES PIC X(40).
           05 TQ-ANSWER        PIC X.

       FD  SKILL-TEST-Q-TEMP-FILE.
       01  SKILL-TEST-Q-TEMP-REC PIC X(264).

       *> Dated archives written by the retention and expiry runs
       *> (msgarchive-, jobarchive-, applarchive-<date>.dat); the row
       *> is read whole and viewed through the WS-ARC layouts.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC    PIC X(343).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

       *> STUDENT-SYSTEM's cross-file update journal; an account rename
       *> is journalled here before its cascade runs.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-OP           PIC X(16).
           05 JRN-USER-A       PIC X(20).
           05 JRN-USER-B       PIC X(20).
           05 JRN-DATE         PIC X(8).
           05 JRN-TIME         PIC X(8).

       *> Account renames, old name to new, written by ACCOUNT-RENAME.
       FD  ALIASES-FILE.
       01  ALIAS-REC.
           05 ALS-OLD          PIC X(20).
           05 ALS-NEW          PIC X(20).
           05 ALS-DATE         PIC X(8).
           05 ALS-TIME         PIC X(8).

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       FD  SYSPARAMS-TEMP-FILE.
       01  SYSPARAM-TEMP-REC   PIC X(54).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-OPERATOR     PIC X(20).
       01  WS-REQUESTS-TMP-NAME PIC X(40) VALUE "requests.tmp".

       *> Operator credentials -- one row per operator in
       *> operators.dat (id,password-hash,role,university), separate
       *> from the student accounts so a student password reset never
       *> touches console access. Roles: 'R' = read-only (the list
       *> screens only), 'F' = full maintenance. A missing credential
       *> file is seeded with the historical admin/"ChangeMe123!" pair
       *> at full role, which each shop should change on first login.
       *> The optional university, one of universities.dat, scopes a
       *> campus operator to the students whose profile names it; a
       *> blank university is a campus-wide operator.
       01  WS-OPER-STATUS     PIC XX VALUE SPACES.
       01  WS-OPER-COUNT      PIC 99 VALUE 0.
       01  WS-OPER-TABLE.
              10 WS-OPER-ID    PIC X(20).
              10 WS-OPER-PASS  PIC X(12).
              10 WS-OPER-ROLE  PIC X.
              10 WS-OPER-UNIV  PIC X(50).
       01  WS-OPER-IDX        PIC 99 VALUE 0.
       01  WS-CURRENT-ROLE    PIC X VALUE 'R'.
       01  WS-CURRENT-SCOPE   PIC X(50) VALUE SPACES.
       01  WS-NEW-OPER-ID     PIC X(20).
       01  WS-NEW-OPER-ROLE   PIC X.
       01  WS-NEW-OPER-UNIV   PIC X(50).
       01  WS-NEW-OPER-UNIV-OK PIC X VALUE 'N'.
       *> Set by CHECK-USER-SCOPE for the username in WS-SCOPE-USER:
       *> 'Y' when the signed-in operator may see and maintain them.
       01  WS-SCOPE-USER      PIC X(20).
       01  WS-IN-SCOPE        PIC X VALUE 'Y'.
       01  WS-SCOPE-SHOWN     PIC 999 VALUE 0.
       01  WS-SCOPE-IDX       PIC 999 VALUE 0.
       01  WS-LOGIN-USER      PIC X(20).
       01  WS-LOGIN-PASS      PIC X(20).
       01  WS-LOGIN-OK        PIC X VALUE 'N'.

       *> Second sign-in step: after the password, a six-digit code
       *> good for WS-OTP-EXPIRY-MINUTES goes to the operator through
       *> the mail gateway. A wrong or expired code uses up one of the
       *> three login attempts; every code event is audited.
       01  WS-NT-STATUS       PIC XX VALUE SPACES.
       01  WS-OTP-EXPIRY-MINUTES PIC 99 VALUE 10.
       01  WS-OTP-CODE        PIC 9(6).
       01  WS-OTP-ENTERED     PIC X(6).
       01  WS-OTP-SEED        PIC 9(8).
       01  WS-OTP-DATE        PIC X(8).
       01  WS-OTP-TIME        PIC X(8).
       01  WS-OTP-DATE-NUM    PIC 9(8).
       01  WS-OTP-HH          PIC 99.
       01  WS-OTP-MM          PIC 99.
       01  WS-OTP-MINS        PIC 9(10).
       01  WS-OTP-ISSUED-MINS PIC 9(10).
       01  WS-OTP-RESULT      PIC X VALUE 'N'.
       01  WS-LOGIN-TRIES     PIC 9 VALUE 0.

       *> Same rolling-checksum digest InCollege.cob's HASH-PASSWORD
       01  WS-EVT-STATUS      PIC XX VALUE SPACES.
       01  WS-NEXT-EVENT-ID   PIC 9(4) VALUE 0.

       *> Operator-side door check-in for any event, for office-run
       *> events and for hosts who cannot get to a terminal.
       01  WS-ERSVP-STATUS    PIC XX VALUE SPACES.
       01  WS-EATT-STATUS     PIC XX VALUE SPACES.
       01  WS-EATT-EVENT-ID   PIC 9(4) VALUE 0.
       01  WS-EATT-TITLE      PIC X(40).
       01  WS-EATT-USER       PIC X(20).
       01  WS-EATT-HAS-RSVP   PIC X VALUE 'N'.
       01  WS-EATT-CHECKED    PIC X VALUE 'N'.
       01  WS-EATT-DONE       PIC X VALUE 'N'.

       *> Employer posting contracts, kept on the company register.
       01  WS-CO-STATUS       PIC XX VALUE SPACES.
       01  WS-CO-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-COMPANIES-DAT-NAME PIC X(40) VALUE "companies.dat".
       01  WS-COMPANIES-TMP-NAME PIC X(40) VALUE "companies.tmp".
       01  WS-CT-COUNT        PIC 99 VALUE 0.
       01  WS-CT-TABLE.
           05 WS-CT-REC OCCURS 50 TIMES PIC X(214).
       01  WS-CT-PICK         PIC 99.
       01  WS-CT-PERIOD       PIC X.
       01  WS-CT-ALLOW        PIC 9(4).
       01  WS-CT-RATE-IN      PIC X(10).
       01  WS-CT-RATE-DISPLAY PIC ZZZZ9.99.
       01  WS-CT-TODAY        PIC X(8).

       *> Skills catalog maintenance -- the career center adds and
       *> retires skills each term. Retiring hides a skill from the
       *> learn menu but keeps its id valid, so statuses and
       01  WS-SKILL-PICK      PIC 99.
       01  WS-SKILLS-LISTED   PIC 99 VALUE 0.

       *> Skill assessments -- up to five multiple-choice questions
       *> (options A-D) per catalog skill and the number of correct
       *> answers needed to pass. Students sit them from Learn a New
       *> Skill; a pass marks the completion verified.
       01  WS-ST-STATUS       PIC XX VALUE SPACES.
       01  WS-ST-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-TQ-STATUS       PIC XX VALUE SPACES.
       01  WS-TQ-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-ST-DAT-NAME     PIC X(40) VALUE "skilltests.dat".
       01  WS-ST-TMP-NAME     PIC X(40) VALUE "skilltests.tmp".
       01  WS-TQ-DAT-NAME     PIC X(40) VALUE "skilltestq.dat".
       01  WS-TQ-TMP-NAME     PIC X(40) VALUE "skilltestq.tmp".
       01  WS-ST-COUNT        PIC 99 VALUE 0.
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 20 TIMES.
              10 WS-ST-ID-T      PIC 99.
              10 WS-ST-QCOUNT-T  PIC 9.
              10 WS-ST-PASS-T    PIC 9.
       01  WS-ST-IDX          PIC 99.
       01  WS-ST-MARK         PIC X(50).
       01  WS-STQ-COUNT       PIC 9 VALUE 0.
       01  WS-STQ-TABLE.
           05 WS-STQ-ENTRY OCCURS 5 TIMES.
              10 WS-STQ-TEXT     PIC X(100).
              10 WS-STQ-OPT OCCURS 4 TIMES PIC X(40).
              10 WS-STQ-ANSWER   PIC X.
       01  WS-STQ-OPT-IDX     PIC 9.
       01  WS-STQ-LETTERS     PIC X(4) VALUE "ABCD".
       01  WS-STQ-MORE        PIC X VALUE 'Y'.
       01  WS-STQ-ANSWER-OK   PIC X VALUE 'N'.
       01  WS-STQ-PASS        PIC 9 VALUE 0.
       01  WS-STQ-PASS-IN     PIC X(2).

       *> Duplicate-account review queue, fed by the DUP-DETECT batch.
       01  WS-DQ-STATUS       PIC XX VALUE SPACES.
       01  WS-DQ-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-DQ-NEW-STAT     PIC X.
       01  WS-RETIRE-USER     PIC X(20).

       *> Legal holds -- an account under investigation is kept whole:
       *> the purge, message retention, withdrawal intake and the
       *> retire/delete actions here all leave it alone until the hold
       *> is lifted. LH-STATUS 'H' is on hold, 'L' lifted.
       01  WS-LH-STATUS       PIC XX VALUE SPACES.
       01  WS-LH-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-LH-DAT-NAME     PIC X(40) VALUE "legalholds.dat".
       01  WS-LH-TMP-NAME     PIC X(40) VALUE "legalholds.tmp".
       01  WS-LH-USER         PIC X(20).
       01  WS-LH-CASE         PIC X(20).
       01  WS-LH-REASON       PIC X(60).
       01  WS-LH-HELD         PIC X VALUE 'N'.
       01  WS-LH-FOUND        PIC X VALUE 'N'.
       01  WS-LH-SHOWN        PIC 999 VALUE 0.
       01  WS-LH-TODAY        PIC X(8).

       *> Profile change history -- the per-profile rollback that
       *> spares FILE-RESTORE's whole-file generation rollback.
       01  WS-PH-STATUS       PIC XX VALUE SPACES.
       01  WS-RP-STATUS       PIC XX VALUE SPACES.
       01  WS-RP-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-WRITTEN     PIC X VALUE 'N'.
       *> A clashing message stamp stepped on by one hundredth,
       *> carried through seconds, minutes, hours and the date.
       01  WS-MSG-STEP-TIME.
           05 WS-MSG-STEP-HH  PIC 99.
           05 WS-MSG-STEP-MI  PIC 99.
           05 WS-MSG-STEP-SS  PIC 99.
           05 WS-MSG-STEP-CC  PIC 99.
       01  WS-MSG-STEP-DATE   PIC 9(8).
       01  WS-REPORTS-DAT-NAME PIC X(40) VALUE "reports.dat".
       01  WS-REPORTS-TMP-NAME PIC X(40) VALUE "reports.tmp".
       01  WS-RP-COUNT        PIC 99 VALUE 0.
       01  WS-RP-PICK         PIC 99.
       01  WS-RP-NEW-STAT     PIC X.
       01  WS-RP-REASON-TEXT  PIC X(14).
       *> Postings filed by POSTING-SCAN carry the job id at the head
       *> of the report text ("#nnnnn ...").
       01  WS-RP-JOB-ID-X     PIC X(5).
       01  WS-RP-JOB-ID       PIC 9(5) VALUE 0.
       01  WS-RP-JOB-NEW-STAT PIC X.

       *> Open sessions screen -- live sign-ins listed for a pick,
       *> and the account/sign-in a forced logout is aimed at (a blank
       *> start date flags every live session of the account).
       01  WS-SN-STATUS       PIC XX VALUE SPACES.
       01  WS-SN-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-SESSIONS-DAT-NAME PIC X(40) VALUE "sessions.dat".
       01  WS-SESSIONS-TMP-NAME PIC X(40) VALUE "sessions.tmp".
       01  WS-SN-COUNT        PIC 99 VALUE 0.
       01  WS-SN-TABLE.
           05 WS-SN-ENTRY OCCURS 50 TIMES.
              10 WS-SN-USER-T       PIC X(20).
              10 WS-SN-TERMINAL-T   PIC X(16).
              10 WS-SN-START-DATE-T PIC X(8).
              10 WS-SN-START-TIME-T PIC X(8).
              10 WS-SN-LAST-DATE-T  PIC X(8).
              10 WS-SN-LAST-TIME-T  PIC X(8).
              10 WS-SN-STATE-T      PIC X.
       01  WS-SN-PICK         PIC 99.
       01  WS-SN-TARGET-USER  PIC X(20).
       01  WS-SN-TARGET-DATE  PIC X(8).
       01  WS-SN-TARGET-TIME  PIC X(8).
       01  WS-SN-FLAGGED      PIC 99 VALUE 0.

       *> Recruiter verification queue -- pending claims listed for a
       *> pick, and the decision to be written back.
       01  WS-RCL-STATUS      PIC XX VALUE SPACES.
       01  WS-RCL-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-CLAIMS-DAT-NAME PIC X(40) VALUE "recruiterclaims.dat".
       01  WS-CLAIMS-TMP-NAME PIC X(40) VALUE "recruiterclaims.tmp".
       01  WS-RCL-COUNT       PIC 99 VALUE 0.
       01  WS-RCL-TABLE.
           05 WS-RCL-ENTRY OCCURS 50 TIMES.
              10 WS-RCL-USER-T    PIC X(20).
              10 WS-RCL-COMPANY-T PIC X(30).
              10 WS-RCL-DATE-T    PIC X(8).
              10 WS-RCL-TIME-T    PIC X(8).
       01  WS-RCL-PICK        PIC 99.
       01  WS-RCL-DECISION    PIC X.
       01  WS-RCL-NEW-STAT    PIC X.
       01  WS-RCL-WITHDRAWN   PIC 99 VALUE 0.
       01  WS-RCL-WD-DISPLAY  PIC Z9.
       01  WS-RCL-WD-TABLE.
           05 WS-RCL-WD-ID-T  PIC 9(5) OCCURS 99 TIMES.
       01  WS-RCL-WD-IDX      PIC 999.
       01  WS-RCL-WD-HIT      PIC X.
       01  WS-JQ-STATUS       PIC XX VALUE SPACES.
       01  WS-JQ-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-JQ-DAT-NAME     PIC X(40) VALUE "jobquestions.dat".
       01  WS-JQ-TMP-NAME     PIC X(40) VALUE "jobquestions.tmp".

       *> Majors taxonomy -- canonical names and synonym rows,
       *> maintained here like the university directory; the online
       01  WS-SV-OPT          PIC 9.
       01  WS-SV-MORE         PIC X.

       *> Archive inquiry -- searches the dated archives by username,
       *> job id or company over a range of archive dates, and puts a
       *> chosen row back into the live file.
       01  WS-ARC-STATUS      PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-ARC-NAME        PIC X(40) VALUE SPACES.
       01  WS-ARC-FAMILIES.
           05 FILLER PIC X(13) VALUE "Mmsgarchive- ".
           05 FILLER PIC X(13) VALUE "Jjobarchive- ".
           05 FILLER PIC X(13) VALUE "Aapplarchive-".
       01  WS-ARC-FAMILY-TABLE REDEFINES WS-ARC-FAMILIES.
           05 WS-ARC-FAMILY-ENTRY OCCURS 3 TIMES.
              10 WS-ARC-FAM-KIND   PIC X.
              10 WS-ARC-FAM-PREFIX PIC X(12).
       01  WS-ARC-FAM         PIC 9.
       01  WS-ARC-REC         PIC X(343).
       01  WS-ARC-MSG REDEFINES WS-ARC-REC.
           05 WS-AM-SENDER     PIC X(20).
           05 WS-AM-RECIPIENT  PIC X(20).
           05 WS-AM-DATE       PIC X(8).
           05 WS-AM-TIME       PIC X(8).
           05 WS-AM-BODY       PIC X(200).
           05 WS-AM-READ-FLAG  PIC X.
           05 FILLER           PIC X(86).
       01  WS-ARC-JOB REDEFINES WS-ARC-REC.
           05 WS-AJ-ID         PIC 9(5).
           05 WS-AJ-TITLE      PIC X(40).
           05 WS-AJ-COMPANY    PIC X(30).
           05 WS-AJ-LOCATION   PIC X(30).
           05 WS-AJ-DESC       PIC X(150).
           05 WS-AJ-POSTED-BY  PIC X(20).
           05 WS-AJ-UNIVERSITY PIC X(50).
           05 WS-AJ-STATUS     PIC X.
           05 WS-AJ-EXPIRES    PIC X(8).
           05 WS-AJ-POSTED-DATE PIC X(8).
           05 WS-AJ-KIND       PIC X.
       01  WS-ARC-APPL REDEFINES WS-ARC-REC.
           05 WS-AA-JOB-ID     PIC 9(5).
           05 WS-AA-APPLICANT  PIC X(20).
           05 WS-AA-DATE       PIC X(8).
           05 WS-AA-STATUS     PIC X.
           05 FILLER           PIC X(309).
       *> '1' username, '2' job id, '3' company.
       01  WS-ARC-MODE        PIC X.
       01  WS-ARC-USER        PIC X(20).
       01  WS-ARC-JOB-IN      PIC X(5).
       01  WS-ARC-JOB-ID      PIC 9(5) VALUE 0.
       01  WS-ARC-COMPANY     PIC X(30).
       01  WS-ARC-FROM        PIC X(8).
       01  WS-ARC-TO          PIC X(8).
       01  WS-ARC-DATE        PIC X(8).
       01  WS-ARC-DATE-NUM    PIC 9(8).
       01  WS-ARC-DAY-INT     PIC 9(7).
       01  WS-ARC-END-INT     PIC 9(7).
       01  WS-ARC-BACK-DAYS   PIC 999 VALUE 90.
       01  WS-ARC-MATCH       PIC X.
       01  WS-ARC-FILES       PIC 999 VALUE 0.
       *> Posting ids matched in the day's job archive, so a company
       *> search also finds the applications archived with them.
       01  WS-ARC-HIT-COUNT   PIC 99 VALUE 0.
       01  WS-ARC-HIT-TABLE.
           05 WS-ARC-HIT-ID OCCURS 50 TIMES PIC 9(5).
       01  WS-ARC-COUNT       PIC 99 VALUE 0.
       01  WS-ARC-MORE        PIC X VALUE 'N'.
       01  WS-ARC-TABLE.
           05 WS-ARC-ENTRY OCCURS 50 TIMES.
              10 WS-ARC-KIND-T  PIC X.
              10 WS-ARC-FILE-T  PIC X(40).
              10 WS-ARC-REC-T   PIC X(343).
       01  WS-ARC-PICK        PIC 99.
       01  WS-ARC-DUP         PIC X.
       01  WS-ARC-EXPIRES     PIC X(8).
       01  WS-ARC-TODAY       PIC X(8).

       *> Account rename -- checked and journalled here; the cascade
       *> across the data files is ACCOUNT-RENAME, run once the
       *> journal row is down.
       01  WS-JRN-STATUS      PIC XX VALUE SPACES.
       01  WS-ALS-STATUS      PIC XX VALUE SPACES.
       01  WS-RENAME-CMD      PIC X(40) VALUE "./rename_account".
       01  WS-RN-OLD          PIC X(20).
       01  WS-RN-NEW          PIC X(20).
       01  WS-RN-IDX          PIC 999 VALUE 0.
       01  WS-RN-OK           PIC X VALUE 'N'.
       01  WS-RN-BAD          PIC 99 VALUE 0.
       01  WS-RN-LEN          PIC 99 VALUE 0.
       01  WS-RN-PENDING-OP   PIC X(16).
       01  WS-RN-PENDING-A    PIC X(20).
       01  WS-RN-PENDING-B    PIC X(20).
       *> Sessions active within STUDENT-SYSTEM's idle limit hold the
       *> data files in memory and would write the old name back. The
       *> limit is SESSION-IDLE-MINUTES, read as STUDENT-SYSTEM reads it.
       01  WS-RN-IDLE-MINUTES PIC 9(3) VALUE 15.
       01  WS-RN-LIVE         PIC 99 VALUE 0.
       01  WS-RN-LIVE-DISPLAY PIC Z9.
       01  WS-RN-DATE-NUM     PIC 9(8).
       01  WS-RN-HH           PIC 99.
       01  WS-RN-MM           PIC 99.
       01  WS-RN-NOW-DATE     PIC X(8).
       01  WS-RN-NOW-TIME     PIC X(8).
       01  WS-RN-NOW-MINS     PIC S9(10).
       01  WS-RN-LAST-MINS    PIC S9(10).

       *> System parameters -- the operational thresholds the batch
       *> jobs and STUDENT-SYSTEM read from sysparams.dat at startup.
       *> The catalogue below is every parameter with its compiled
       *> default, the range a change is held to, and the program that
       *> uses it; a parameter with no row on file runs at its default.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-SP-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-SYSPARAMS-DAT-NAME PIC X(40) VALUE "sysparams.dat".
       01  WS-SYSPARAMS-TMP-NAME PIC X(40) VALUE "sysparams.tmp".
       01  WS-SP-CATALOG.
           05 FILLER PIC X(20) VALUE "MSG-RETAIN-DAYS".
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC 9(6)  VALUE 3650.
           05 FILLER PIC X(20) VALUE "MESSAGE-RETENTION".
           05 FILLER PIC X(20) VALUE "PURGE-AGE-DAYS".
           05 FILLER PIC 9(6)  VALUE 365.
           05 FILLER PIC 9(6)  VALUE 30.
           05 FILLER PIC 9(6)  VALUE 3650.
           05 FILLER PIC X(20) VALUE "ACCOUNT-PURGE".
           05 FILLER PIC X(20) VALUE "DORMANT-DAYS".
           05 FILLER PIC 9(6)  VALUE 120.
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC 9(6)  VALUE 3650.
           05 FILLER PIC X(20) VALUE "DORMANT-REPORT".
           05 FILLER PIC X(20) VALUE "REQ-DAILY-CAP".
           05 FILLER PIC 9(6)  VALUE 10.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 99.
           05 FILLER PIC X(20) VALUE "STUDENT-SYSTEM".
           05 FILLER PIC X(20) VALUE "LOGIN-MAX-FAILS".
           05 FILLER PIC 9(6)  VALUE 5.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 9.
           05 FILLER PIC X(20) VALUE "STUDENT-SYSTEM".
           05 FILLER PIC X(20) VALUE "REQ-MAX-AGE-DAYS".
           05 FILLER PIC 9(6)  VALUE 30.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 365.
           05 FILLER PIC X(20) VALUE "STUDENT-SYSTEM".
           05 FILLER PIC X(20) VALUE "BACKUP-GENERATIONS".
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 99.
           05 FILLER PIC X(20) VALUE "BACKUP-FILES".
           05 FILLER PIC X(20) VALUE "SLA-MODERATION-DAYS".
           05 FILLER PIC 9(6)  VALUE 2.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC X(20) VALUE "BACKLOG-AGING".
           05 FILLER PIC X(20) VALUE "SLA-DUPLICATE-DAYS".
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC X(20) VALUE "BACKLOG-AGING".
           05 FILLER PIC X(20) VALUE "SLA-INTAKE-DAYS".
           05 FILLER PIC 9(6)  VALUE 3.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC X(20) VALUE "BACKLOG-AGING".
           05 FILLER PIC X(20) VALUE "SLA-INTEGRITY-DAYS".
           05 FILLER PIC 9(6)  VALUE 3.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC X(20) VALUE "BACKLOG-AGING".
           05 FILLER PIC X(20) VALUE "SLA-NEW-APPL-DAYS".
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 90.
           05 FILLER PIC X(20) VALUE "BACKLOG-AGING".
           05 FILLER PIC X(20) VALUE "SESSION-IDLE-MINUTES".
           05 FILLER PIC 9(6)  VALUE 15.
           05 FILLER PIC 9(6)  VALUE 5.
           05 FILLER PIC 9(6)  VALUE 480.
           05 FILLER PIC X(20) VALUE "STUDENT-SYSTEM".
           05 FILLER PIC X(20) VALUE "SCAN-FLAG-SCORE".
           05 FILLER PIC 9(6)  VALUE 3.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 20.
           05 FILLER PIC X(20) VALUE "POSTING-SCAN".
           05 FILLER PIC X(20) VALUE "SCAN-HOLD-SCORE".
           05 FILLER PIC 9(6)  VALUE 5.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 20.
           05 FILLER PIC X(20) VALUE "POSTING-SCAN".
           05 FILLER PIC X(20) VALUE "SCAN-FLOOD-LIMIT".
           05 FILLER PIC 9(6)  VALUE 4.
           05 FILLER PIC 9(6)  VALUE 2.
           05 FILLER PIC 9(6)  VALUE 50.
           05 FILLER PIC X(20) VALUE "POSTING-SCAN".
           05 FILLER PIC X(20) VALUE "EVENT-NOSHOW-MIN".
           05 FILLER PIC 9(6)  VALUE 2.
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC 9(6)  VALUE 99.
           05 FILLER PIC X(20) VALUE "EVENT-ATTENDANCE".
       01  WS-SP-CATALOG-TABLE REDEFINES WS-SP-CATALOG.
           05 WS-SPC-ENTRY OCCURS 17 TIMES.
              10 WS-SPC-NAME     PIC X(20).
              10 WS-SPC-DEFAULT  PIC 9(6).
              10 WS-SPC-MIN      PIC 9(6).
              10 WS-SPC-MAX      PIC 9(6).
              10 WS-SPC-OWNER    PIC X(20).
       01  WS-SP-COUNT        PIC 99 VALUE 17.
       01  WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 17 TIMES.
              10 WS-SP-VALUE-T   PIC 9(6).
              10 WS-SP-DATE-T    PIC X(8).
              10 WS-SP-BY-T      PIC X(20).
       01  WS-SP-PICK         PIC 99.
       01  WS-SP-INPUT        PIC X(10).
       01  WS-SP-NEW          PIC 9(6).
       01  WS-SP-OLD-DISPLAY  PIC ZZZZZ9.
       01  WS-SP-NEW-DISPLAY  PIC ZZZZZ9.
       01  WS-SP-MIN-DISPLAY  PIC ZZZZZ9.
       01  WS-SP-MAX-DISPLAY  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-OPERATORS
       *>--------------------------------------------------
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPER-COUNT
           MOVE SPACES TO WS-OPER-TABLE
           OPEN INPUT OPERATORS-FILE
           IF WS-OPER-STATUS = "00"
              PERFORM READ-OPERATOR-RECORD
                      INTO WS-OPER-ID(WS-OPER-COUNT)
                           WS-OPER-PASS(WS-OPER-COUNT)
                           WS-OPER-ROLE(WS-OPER-COUNT)
                           WS-OPER-UNIV(WS-OPER-COUNT)
                  END-UNSTRING
                  IF WS-OPER-ROLE(WS-OPER-COUNT) = SPACE
                     MOVE 'R' TO WS-OPER-ROLE(WS-OPER-COUNT)
                         WS-OPER-PASS(WS-I) DELIMITED BY SPACE
                         "," DELIMITED BY SIZE
                         WS-OPER-ROLE(WS-I) DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         FUNCTION TRIM(WS-OPER-UNIV(WS-I)) DELIMITED BY SIZE
                         INTO OPERATOR-REC
                  END-STRING
                  WRITE OPERATOR-REC
                   END-IF
               END-PERFORM
               IF WS-OPER-IDX > 0
                  PERFORM VERIFY-OPERATOR-CODE
                  IF WS-OTP-RESULT = 'Y'
                     MOVE 'Y' TO WS-LOGIN-OK
                     MOVE WS-OPER-ROLE(WS-OPER-IDX) TO WS-CURRENT-ROLE
                     MOVE WS-OPER-UNIV(WS-OPER-IDX) TO WS-CURRENT-SCOPE
                     IF WS-CURRENT-SCOPE NOT = SPACES
                        DISPLAY "Signed in for "
                                FUNCTION TRIM(WS-CURRENT-SCOPE)
                                " students only."
                     END-IF
                  ELSE
                     ADD 1 TO WS-LOGIN-TRIES
                  END-IF
               ELSE
                  ADD 1 TO WS-LOGIN-TRIES
                  DISPLAY "Invalid operator credentials."
              DISPLAY "Too many failed attempts. Exiting."
           END-IF.

       *>--------------------------------------------------
       *> Queues a fresh sign-in code for the operator whose password
       *> just matched and asks for it back, once.
       *>--------------------------------------------------
       VERIFY-OPERATOR-CODE.
           MOVE 'N' TO WS-OTP-RESULT
           ACCEPT WS-OTP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OTP-TIME FROM TIME
           MOVE WS-OTP-TIME TO WS-OTP-SEED
           COMPUTE WS-OTP-CODE =
               FUNCTION RANDOM(WS-OTP-SEED) * 900000 + 100000
           PERFORM OTP-CLOCK-MINUTES
           MOVE WS-OTP-MINS TO WS-OTP-ISSUED-MINS
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NT-STATUS = "35"
              OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           IF WS-NT-STATUS = "00"
              MOVE SPACES TO NOTIFY-REC
              MOVE WS-LOGIN-USER TO NT-RECIPIENT
              MOVE "LOGIN-CODE" TO NT-TYPE
              STRING "Your InCollege admin console sign-in code is "
                     DELIMITED BY SIZE
                     WS-OTP-CODE DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO NT-TEXT
              END-STRING
              MOVE WS-OTP-DATE TO NT-DATE
              MOVE WS-OTP-TIME TO NT-TIME
              MOVE 'N' TO NT-SENT
              WRITE NOTIFY-REC
              CLOSE NOTIFICATIONS-FILE
           END-IF
           MOVE "OTP-ISSUED" TO WS-AUD-ACTION
           MOVE "CONSOLE-LOGIN" TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "A sign-in code has been sent to you."
           DISPLAY "Sign-in code: " WITH NO ADVANCING
           ACCEPT WS-OTP-ENTERED
           ACCEPT WS-OTP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OTP-TIME FROM TIME
           PERFORM OTP-CLOCK-MINUTES
           EVALUATE TRUE
              WHEN WS-OTP-MINS - WS-OTP-ISSUED-MINS > WS-OTP-EXPIRY-MINUTES
                 MOVE "OTP-EXPIRED" TO WS-AUD-ACTION
                 DISPLAY "That sign-in code has expired."
              WHEN WS-OTP-ENTERED = WS-OTP-CODE
                 MOVE 'Y' TO WS-OTP-RESULT
                 MOVE "OTP-PASSED" TO WS-AUD-ACTION
              WHEN OTHER
                 MOVE "OTP-FAILED" TO WS-AUD-ACTION
                 DISPLAY "That sign-in code is not correct."
           END-EVALUATE
           MOVE "CONSOLE-LOGIN" TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION.

       OTP-CLOCK-MINUTES.
           MOVE WS-OTP-DATE TO WS-OTP-DATE-NUM
           MOVE WS-OTP-TIME(1:2) TO WS-OTP-HH
           MOVE WS-OTP-TIME(3:2) TO WS-OTP-MM
           COMPUTE WS-OTP-MINS =
               FUNCTION INTEGER-OF-DATE(WS-OTP-DATE-NUM) * 1440
               + WS-OTP-HH * 60 + WS-OTP-MM.

       *>--------------------------------------------------
       HASH-PASSWORD.
           MOVE 0 TO WS-HASH-VALUE
           DISPLAY "8. View Audit Log"
           DISPLAY "9. Compose an Announcement"
           DISPLAY "A. University Directory"
           DISPLAY "C. Posting Contracts"
           DISPLAY "E. Compose a Career Event"
           DISPLAY "K. Event Check-In"
           DISPLAY "S. Skills Catalog"
           DISPLAY "M. Majors Catalog"
           DISPLAY "Q. Moderation Queue"
           DISPLAY "B. Banned Terms"
           DISPLAY "H. Profile History / Rollback"
           DISPLAY "U. Duplicate Account Review"
           DISPLAY "L. Legal Holds"
           DISPLAY "V. Surveys"
           DISPLAY "N. Open Sessions"
           DISPLAY "R. Recruiter Verification"
           DISPLAY "I. Archive Inquiry / Reinstate"
           DISPLAY "T. Rename an Account"
           DISPLAY "Y. System Parameters"
           DISPLAY "P. Change My Password"
           IF WS-CURRENT-ROLE = 'F' AND WS-CURRENT-SCOPE = SPACES
              DISPLAY "O. Add an Operator"
           END-IF
           DISPLAY "0. Exit"
              IF WS-MENU-CHOICE NOT = '1' AND WS-MENU-CHOICE NOT = '4'
                 AND WS-MENU-CHOICE NOT = '6' AND WS-MENU-CHOICE NOT = '0'
                 AND WS-MENU-CHOICE NOT = 'P' AND WS-MENU-CHOICE NOT = 'p'
                 AND WS-MENU-CHOICE NOT = 'N' AND WS-MENU-CHOICE NOT = 'n'
                 AND WS-MENU-CHOICE NOT = 'I' AND WS-MENU-CHOICE NOT = 'i'
                 DISPLAY "Your operator role is read-only."
                 EXIT PARAGRAPH
              END-IF
           END-IF

      *>   Campus operators keep to the screens that can be narrowed to
      *>   their own students; the shared catalogues, the audit trail
      *>   and everything system-wide stay with campus-wide operators.
           IF WS-CURRENT-SCOPE NOT = SPACES
              IF WS-MENU-CHOICE NOT = '1' AND WS-MENU-CHOICE NOT = '2'
                 AND WS-MENU-CHOICE NOT = '3' AND WS-MENU-CHOICE NOT = '4'
                 AND WS-MENU-CHOICE NOT = '5' AND WS-MENU-CHOICE NOT = '6'
                 AND WS-MENU-CHOICE NOT = '7' AND WS-MENU-CHOICE NOT = '9'
                 AND WS-MENU-CHOICE NOT = 'E' AND WS-MENU-CHOICE NOT = 'e'
                 AND WS-MENU-CHOICE NOT = 'K' AND WS-MENU-CHOICE NOT = 'k'
                 AND WS-MENU-CHOICE NOT = 'Q' AND WS-MENU-CHOICE NOT = 'q'
                 AND WS-MENU-CHOICE NOT = 'U' AND WS-MENU-CHOICE NOT = 'u'
                 AND WS-MENU-CHOICE NOT = 'P' AND WS-MENU-CHOICE NOT = 'p'
                 AND WS-MENU-CHOICE NOT = '0'
                 DISPLAY "That screen is kept to campus-wide operators."
                 EXIT PARAGRAPH
              END-IF
           END-IF

           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM LIST-USERS
              WHEN '2' PERFORM UNLOCK-USER
              WHEN '9' PERFORM COMPOSE-ANNOUNCEMENT
              WHEN 'A' PERFORM UNIVERSITY-DIRECTORY
              WHEN 'a' PERFORM UNIVERSITY-DIRECTORY
              WHEN 'C' PERFORM CONTRACTS-MENU
              WHEN 'c' PERFORM CONTRACTS-MENU
              WHEN 'E' PERFORM COMPOSE-EVENT
              WHEN 'e' PERFORM COMPOSE-EVENT
              WHEN 'K' PERFORM EVENT-CHECK-IN
              WHEN 'k' PERFORM EVENT-CHECK-IN
              WHEN 'S' PERFORM SKILLS-CATALOG
              WHEN 's' PERFORM SKILLS-CATALOG
              WHEN 'M' PERFORM MAJORS-CATALOG
              WHEN 'h' PERFORM PROFILE-HISTORY-SCREEN
              WHEN 'U' PERFORM DUPLICATE-REVIEW
              WHEN 'u' PERFORM DUPLICATE-REVIEW
              WHEN 'L' PERFORM LEGAL-HOLDS-MENU
              WHEN 'l' PERFORM LEGAL-HOLDS-MENU
              WHEN 'V' PERFORM SURVEYS-MENU
              WHEN 'v' PERFORM SURVEYS-MENU
              WHEN 'N' PERFORM OPEN-SESSIONS-SCREEN
              WHEN 'n' PERFORM OPEN-SESSIONS-SCREEN
              WHEN 'R' PERFORM RECRUITER-CLAIMS-SCREEN
              WHEN 'r' PERFORM RECRUITER-CLAIMS-SCREEN
              WHEN 'I' PERFORM ARCHIVE-INQUIRY
              WHEN 'i' PERFORM ARCHIVE-INQUIRY
              WHEN 'T' PERFORM RENAME-ACCOUNT
              WHEN 't' PERFORM RENAME-ACCOUNT
              WHEN 'Y' PERFORM SYSTEM-PARAMETERS-MENU
              WHEN 'y' PERFORM SYSTEM-PARAMETERS-MENU
              WHEN 'P' PERFORM CHANGE-OPERATOR-PASSWORD
              WHEN 'p' PERFORM CHANGE-OPERATOR-PASSWORD
              WHEN 'O' PERFORM ADD-OPERATOR

       *>--------------------------------------------------
       *> Full-role operators can hand out new console accounts, with
       *> the role and any university scope picked at creation. Only
       *> a campus-wide operator may create operators at all.
       *>--------------------------------------------------
       ADD-OPERATOR.
           IF WS-CURRENT-ROLE NOT = 'F'
              DISPLAY "Your operator role is read-only."
              EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-SCOPE NOT = SPACES
              DISPLAY "That screen is kept to campus-wide operators."
              EXIT PARAGRAPH
           END-IF
           IF WS-OPER-COUNT >= 20
              DISPLAY "No room for more operator accounts."
              EXIT PARAGRAPH
           ELSE
              MOVE 'F' TO WS-NEW-OPER-ROLE
           END-IF
           DISPLAY "University scope (blank for all campuses): "
                   WITH NO ADVANCING
           ACCEPT WS-NEW-OPER-UNIV
           IF WS-NEW-OPER-UNIV NOT = SPACES
              PERFORM MATCH-OPERATOR-UNIVERSITY
              IF WS-NEW-OPER-UNIV-OK = 'N'
                 DISPLAY "That university is not in the directory."
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-LOGIN-PASS TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-NEW-OPER-ID TO WS-OPER-ID(WS-OPER-COUNT)
           MOVE WS-HASH-TEXT TO WS-OPER-PASS(WS-OPER-COUNT)
           MOVE WS-NEW-OPER-ROLE TO WS-OPER-ROLE(WS-OPER-COUNT)
           MOVE WS-NEW-OPER-UNIV TO WS-OPER-UNIV(WS-OPER-COUNT)
           PERFORM SAVE-OPERATORS
           MOVE "ADD-OPERATOR" TO WS-AUD-ACTION
           MOVE WS-NEW-OPER-ID TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Operator account created.".

       *>--------------------------------------------------
       *> Looks WS-NEW-OPER-UNIV up in universities.dat, ignoring
       *> case, and takes the directory's own spelling on a match so
       *> the scope compares cleanly against profile universities.
       *>--------------------------------------------------
       MATCH-OPERATOR-UNIVERSITY.
           MOVE 'N' TO WS-NEW-OPER-UNIV-OK
           OPEN INPUT UNIVERSITIES-FILE
           IF WS-UNIV-STATUS = "00"
              PERFORM READ-UNIVERSITY-RECORD
              PERFORM UNTIL WS-UNIV-STATUS NOT = "00"
                  IF FUNCTION UPPER-CASE(FUNCTION TRIM(UNIV-REC))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-OPER-UNIV))
                     MOVE UNIV-REC TO WS-NEW-OPER-UNIV
                     MOVE 'Y' TO WS-NEW-OPER-UNIV-OK
                     EXIT PERFORM
                  END-IF
                  PERFORM READ-UNIVERSITY-RECORD
              END-PERFORM
              CLOSE UNIVERSITIES-FILE
           END-IF.

       *>--------------------------------------------------
       *> Sets WS-IN-SCOPE for WS-SCOPE-USER: always 'Y' for a
       *> campus-wide operator; for a campus operator, 'Y' only when
       *> the user's profile names the operator's university. An
       *> account with no profile yet belongs to no campus.
       *>--------------------------------------------------
       CHECK-USER-SCOPE.
           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-CURRENT-SCOPE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-SCOPE
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              MOVE WS-SCOPE-USER TO PF-USERNAME
              READ PROFILE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM CHECK-PROFILE-SCOPE
              END-READ
              CLOSE PROFILE-FILE
           END-IF.

       *>--------------------------------------------------
       *> Same test against the profile record already in hand.
       *>--------------------------------------------------
       CHECK-PROFILE-SCOPE.
           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-CURRENT-SCOPE NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                  NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-SCOPE))
              MOVE 'N' TO WS-IN-SCOPE
           END-IF.

       *>--------------------------------------------------
       LOAD-USERS.
           MOVE 0 TO WS-USER-COUNT
           END-IF.

       *>--------------------------------------------------
       *> A campus operator sees only their own students; the row
       *> numbers stay those of the full table so a pick still lands.
       LIST-USERS.
           MOVE 0 TO WS-SCOPE-SHOWN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               MOVE WS-USER-ID(WS-I) TO WS-SCOPE-USER
               PERFORM CHECK-USER-SCOPE
               IF WS-IN-SCOPE = 'Y'
                  ADD 1 TO WS-SCOPE-SHOWN
                  MOVE SPACES TO WS-DISPLAY-LINE
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         INTO WS-DISPLAY-LINE
                  END-STRING
                  DISPLAY WS-DISPLAY-LINE
               END-IF
           END-PERFORM
           IF WS-SCOPE-SHOWN = 0
              DISPLAY "No users on file."
           END-IF.

       *>--------------------------------------------------
       UNLOCK-USER.
           PERFORM LIST-USERS
           IF WS-SCOPE-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter # to unlock / reset fail count: " WITH NO ADVANCING
           ACCEPT WS-PICK
           PERFORM CHECK-PICKED-USER-SCOPE
           IF WS-PICK >= 1 AND WS-PICK <= WS-USER-COUNT
              AND WS-IN-SCOPE = 'Y'
              MOVE 0 TO WS-USER-FAILS(WS-PICK)
              MOVE 'N' TO WS-USER-LOCKED(WS-PICK)
              PERFORM SAVE-USERS
              DISPLAY "Invalid selection."
           END-IF.

       *>--------------------------------------------------
       *> A pick outside the operator's campus reads as invalid.
       *>--------------------------------------------------
       CHECK-PICKED-USER-SCOPE.
           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-PICK >= 1 AND WS-PICK <= WS-USER-COUNT
              MOVE WS-USER-ID(WS-PICK) TO WS-SCOPE-USER
              PERFORM CHECK-USER-SCOPE
           END-IF.

       *>--------------------------------------------------
       DELETE-USER.
           PERFORM LIST-USERS
           IF WS-SCOPE-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter # to delete: " WITH NO ADVANCING
           ACCEPT WS-PICK
           PERFORM CHECK-PICKED-USER-SCOPE
           IF WS-PICK >= 1 AND WS-PICK <= WS-USER-COUNT
              AND WS-IN-SCOPE = 'Y'
              MOVE WS-USER-ID(WS-PICK) TO WS-LH-USER
              PERFORM CHECK-LEGAL-HOLD
              IF WS-LH-HELD = 'Y'
                 DISPLAY "That account is on legal hold (case "
                         FUNCTION TRIM(WS-LH-CASE) "); it cannot be deleted."
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Delete " WS-USER-ID(WS-PICK) "? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  PERFORM CHECK-PROFILE-SCOPE
                  IF WS-IN-SCOPE = 'Y'
                     ADD 1 TO WS-I
                     MOVE SPACES TO WS-DISPLAY-LINE
                     STRING WS-I DELIMITED BY SIZE
                            ". " DELIMITED BY SIZE
                            PF-USERNAME DELIMITED BY SIZE
                            " -- " DELIMITED BY SIZE
                            PF-FIRST-NAME DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            PF-LAST-NAME DELIMITED BY SIZE
                            "  active=" DELIMITED BY SIZE
                            PF-ACTIVE-FLAG DELIMITED BY SIZE
                            INTO WS-DISPLAY-LINE
                     END-STRING
                     DISPLAY WS-DISPLAY-LINE
                  END-IF
                  PERFORM READ-PROFILE-RECORD
              END-PERFORM
              CLOSE PROFILE-FILE
           DISPLAY "Enter username whose profile should be deleted: "
                   WITH NO ADVANCING
           ACCEPT WS-TARGET-USERNAME
           MOVE WS-TARGET-USERNAME TO WS-SCOPE-USER
           PERFORM CHECK-USER-SCOPE
           IF WS-IN-SCOPE = 'N'
              DISPLAY "No profile found for that username."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USERNAME TO WS-LH-USER
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LH-HELD = 'Y'
              DISPLAY "That account is on legal hold (case "
                      FUNCTION TRIM(WS-LH-CASE) "); it cannot be deleted."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete profile for " WS-TARGET-USERNAME "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM

       *>--------------------------------------------------
       LIST-REQUESTS.
           MOVE 0 TO WS-SCOPE-SHOWN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REQUESTS-COUNT
               MOVE WS-I TO WS-SCOPE-IDX
               PERFORM CHECK-REQUEST-SCOPE
               IF WS-IN-SCOPE = 'Y'
                  ADD 1 TO WS-SCOPE-SHOWN
                  MOVE SPACES TO WS-DISPLAY-LINE
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         INTO WS-DISPLAY-LINE
                  END-STRING
                  DISPLAY WS-DISPLAY-LINE
               END-IF
           END-PERFORM
           IF WS-SCOPE-SHOWN = 0
              DISPLAY "No pending connection requests."
           END-IF.

       *>--------------------------------------------------
       *> A request belongs to a campus operator when either the
       *> sender or the recipient at WS-SCOPE-IDX is one of theirs.
       *>--------------------------------------------------
       CHECK-REQUEST-SCOPE.
           MOVE WS-REQ-SENDER(WS-SCOPE-IDX) TO WS-SCOPE-USER
           PERFORM CHECK-USER-SCOPE
           IF WS-IN-SCOPE = 'N'
              MOVE WS-REQ-RECIP(WS-SCOPE-IDX) TO WS-SCOPE-USER
              PERFORM CHECK-USER-SCOPE
           END-IF.

       LOAD-REQUESTS.

       DELETE-REQUEST.
           PERFORM LIST-REQUESTS
           IF WS-SCOPE-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter # to delete: " WITH NO ADVANCING
           ACCEPT WS-PICK
           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-PICK >= 1 AND WS-PICK <= WS-REQUESTS-COUNT
              MOVE WS-PICK TO WS-SCOPE-IDX
              PERFORM CHECK-REQUEST-SCOPE
           END-IF
           IF WS-PICK >= 1 AND WS-PICK <= WS-REQUESTS-COUNT
              AND WS-IN-SCOPE = 'Y'
              MOVE "DELETE-REQUEST" TO WS-AUD-ACTION
              MOVE SPACES TO WS-AUD-TARGET
              STRING WS-REQ-SENDER(WS-PICK) DELIMITED BY SPACE
              ACCEPT ANN-EXPIRES
              DISPLAY "Announcement text: " WITH NO ADVANCING
              ACCEPT ANN-TEXT
              MOVE WS-CURRENT-SCOPE TO ANN-UNIVERSITY
              WRITE ANNOUNCE-REC
              CLOSE ANNOUNCE-FILE
              MOVE "COMPOSE-ANNOUNCE" TO WS-AUD-ACTION
              DISPLAY "Capacity (0 for unlimited): " WITH NO ADVANCING
              ACCEPT EV-CAPACITY
              MOVE WS-LOGIN-USER TO EV-CREATED-BY
              MOVE WS-CURRENT-SCOPE TO EV-UNIVERSITY
              WRITE EVENT-REC
              CLOSE EVENTS-FILE
              MOVE "COMPOSE-EVENT" TO WS-AUD-ACTION
           END-READ.

      *>--------------------------------------------------
      *> Employer posting contracts -- the credit allowance, billing
      *> period and per-credit charge each company on the register
      *> posts under. POST-JOB and the job-feed intake spend the
      *> credits; the month-end invoicing run bills them and starts
      *> the next period.
      *>--------------------------------------------------
       CONTRACTS-MENU.
           DISPLAY "1. List Contracts"
           DISPLAY "2. Set a Company's Contract"
           DISPLAY "3. Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM LIST-CONTRACTS
              WHEN '2' PERFORM SET-CONTRACT
              WHEN OTHER CONTINUE
           END-EVALUATE.

       LOAD-CONTRACTS.
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT COMPANIES-FILE
           IF WS-CO-STATUS = "00"
              PERFORM READ-COMPANY-RECORD
              PERFORM UNTIL WS-CO-STATUS NOT = "00" OR WS-CT-COUNT >= 50
                  ADD 1 TO WS-CT-COUNT
                  IF CO-CREDIT-ALLOW IS NOT NUMERIC
                     MOVE 0 TO CO-CREDIT-ALLOW
                  END-IF
                  IF CO-CREDIT-USED IS NOT NUMERIC
                     MOVE 0 TO CO-CREDIT-USED
                  END-IF
                  IF CO-CREDIT-RATE IS NOT NUMERIC
                     MOVE 0 TO CO-CREDIT-RATE
                  END-IF
                  MOVE COMPANY-REC TO WS-CT-REC(WS-CT-COUNT)
                  PERFORM READ-COMPANY-RECORD
              END-PERFORM
              CLOSE COMPANIES-FILE
           END-IF.

       READ-COMPANY-RECORD.
           READ COMPANIES-FILE
               AT END
                   MOVE "EOF" TO WS-CO-STATUS
               NOT AT END
                   MOVE "00" TO WS-CO-STATUS
           END-READ.

       LIST-CONTRACTS.
           PERFORM LOAD-CONTRACTS
           IF WS-CT-COUNT = 0
              DISPLAY "No companies are on the register."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
               MOVE WS-CT-REC(WS-I) TO COMPANY-REC
               MOVE SPACES TO WS-DISPLAY-LINE
               IF CO-BILL-PERIOD = SPACE
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                         " -- no contract" DELIMITED BY SIZE
                         INTO WS-DISPLAY-LINE
                  END-STRING
               ELSE
                  MOVE CO-CREDIT-RATE TO WS-CT-RATE-DISPLAY
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                         " -- " DELIMITED BY SIZE
                         CO-CREDIT-USED DELIMITED BY SIZE
                         " of " DELIMITED BY SIZE
                         CO-CREDIT-ALLOW DELIMITED BY SIZE
                         " credits, period " DELIMITED BY SIZE
                         CO-BILL-PERIOD DELIMITED BY SIZE
                         " from " DELIMITED BY SIZE
                         CO-PERIOD-START DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-CT-RATE-DISPLAY) DELIMITED BY SIZE
                         " per credit" DELIMITED BY SIZE
                         INTO WS-DISPLAY-LINE
                  END-STRING
               END-IF
               DISPLAY WS-DISPLAY-LINE
           END-PERFORM.

       SET-CONTRACT.
           PERFORM LIST-CONTRACTS
           IF WS-CT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a # to set (0 to skip): " WITH NO ADVANCING
           ACCEPT WS-CT-PICK
           IF WS-CT-PICK < 1 OR WS-CT-PICK > WS-CT-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-REC(WS-CT-PICK) TO COMPANY-REC
           DISPLAY "Billing period -- M monthly, Q quarterly, A annual,"
                   " blank to end the contract: " WITH NO ADVANCING
           ACCEPT WS-CT-PERIOD
           MOVE FUNCTION UPPER-CASE(WS-CT-PERIOD) TO WS-CT-PERIOD
           IF WS-CT-PERIOD NOT = 'M' AND WS-CT-PERIOD NOT = 'Q'
              AND WS-CT-PERIOD NOT = 'A' AND WS-CT-PERIOD NOT = SPACE
              DISPLAY "Unknown billing period."
              EXIT PARAGRAPH
           END-IF
           IF WS-CT-PERIOD = SPACE
              MOVE SPACE TO CO-BILL-PERIOD
              MOVE 0 TO CO-CREDIT-ALLOW
              MOVE 0 TO CO-CREDIT-USED
              MOVE SPACES TO CO-PERIOD-START
              MOVE 0 TO CO-CREDIT-RATE
           ELSE
              DISPLAY "Posting credits allowed per period: "
                      WITH NO ADVANCING
              ACCEPT WS-CT-ALLOW
              DISPLAY "Charge per credit (e.g. 150.00): " WITH NO ADVANCING
              ACCEPT WS-CT-RATE-IN
      *>      A contract that did not exist before starts on the first
      *>      of this month with nothing spent; changing an existing
      *>      one keeps its period and the credits already used.
              IF CO-BILL-PERIOD = SPACE
                 ACCEPT WS-CT-TODAY FROM DATE YYYYMMDD
                 MOVE WS-CT-TODAY(1:6) TO CO-PERIOD-START(1:6)
                 MOVE "01" TO CO-PERIOD-START(7:2)
                 MOVE 0 TO CO-CREDIT-USED
              END-IF
              MOVE WS-CT-PERIOD TO CO-BILL-PERIOD
              MOVE WS-CT-ALLOW TO CO-CREDIT-ALLOW
              COMPUTE CO-CREDIT-RATE = FUNCTION NUMVAL(WS-CT-RATE-IN)
           END-IF
           MOVE COMPANY-REC TO WS-CT-REC(WS-CT-PICK)

           OPEN OUTPUT COMPANIES-TEMP-FILE
           IF WS-CO-TMP-STATUS = "00"
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
                  MOVE WS-CT-REC(WS-I) TO COMPANY-TEMP-REC
                  WRITE COMPANY-TEMP-REC
              END-PERFORM
              CLOSE COMPANIES-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-COMPANIES-TMP-NAME
                                            WS-COMPANIES-DAT-NAME
           END-IF
           MOVE "SET-CONTRACT" TO WS-AUD-ACTION
           MOVE CO-NAME TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Contract saved.".

      *>--------------------------------------------------
      *> System parameters -- the thresholds the nightly jobs and
      *> STUDENT-SYSTEM pick up from sysparams.dat, so a change takes
      *> effect on the next run without a rebuild. Every change is
      *> held to the catalogued range and audited with old and new
      *> values.
      *>--------------------------------------------------
       SYSTEM-PARAMETERS-MENU.
           DISPLAY "1. List Parameters"
           DISPLAY "2. Change a Parameter"
           DISPLAY "3. Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM LIST-SYSTEM-PARAMETERS
              WHEN '2' PERFORM SET-SYSTEM-PARAMETER
              WHEN OTHER CONTINUE
           END-EVALUATE.

       LOAD-SYSTEM-PARAMETERS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SP-COUNT
               MOVE WS-SPC-DEFAULT(WS-I) TO WS-SP-VALUE-T(WS-I)
               MOVE SPACES TO WS-SP-DATE-T(WS-I)
               MOVE SPACES TO WS-SP-BY-T(WS-I)
           END-PERFORM
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  PERFORM VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > WS-SP-COUNT
                      IF SP-NAME = WS-SPC-NAME(WS-I)
                         AND SP-VALUE IS NUMERIC
                         MOVE SP-VALUE TO WS-SP-VALUE-T(WS-I)
                         MOVE SP-SET-DATE TO WS-SP-DATE-T(WS-I)
                         MOVE SP-SET-BY TO WS-SP-BY-T(WS-I)
                      END-IF
                  END-PERFORM
                  PERFORM READ-SYSPARAM-RECORD
              END-PERFORM
              CLOSE SYSPARAMS-FILE
           END-IF.

       READ-SYSPARAM-RECORD.
           READ SYSPARAMS-FILE
               AT END
                   MOVE "EOF" TO WS-SP-STATUS
               NOT AT END
                   MOVE "00" TO WS-SP-STATUS
           END-READ.

       LIST-SYSTEM-PARAMETERS.
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SP-COUNT
               MOVE WS-SP-VALUE-T(WS-I) TO WS-SP-OLD-DISPLAY
               MOVE WS-SPC-MIN(WS-I) TO WS-SP-MIN-DISPLAY
               MOVE WS-SPC-MAX(WS-I) TO WS-SP-MAX-DISPLAY
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-SPC-NAME(WS-I) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SP-OLD-DISPLAY) DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SP-MIN-DISPLAY) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SP-MAX-DISPLAY) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SPC-OWNER(WS-I)) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-DISPLAY-LINE
               END-STRING
               DISPLAY WS-DISPLAY-LINE
               IF WS-SP-DATE-T(WS-I) = SPACES
                  DISPLAY "      default -- never changed"
               ELSE
                  DISPLAY "      set " WS-SP-DATE-T(WS-I) " by "
                          FUNCTION TRIM(WS-SP-BY-T(WS-I))
               END-IF
           END-PERFORM.

       SET-SYSTEM-PARAMETER.
           PERFORM LIST-SYSTEM-PARAMETERS
           DISPLAY "Enter a # to change (0 to skip): " WITH NO ADVANCING
           ACCEPT WS-SP-PICK
           IF WS-SP-PICK < 1 OR WS-SP-PICK > WS-SP-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SPC-MIN(WS-SP-PICK) TO WS-SP-MIN-DISPLAY
           MOVE WS-SPC-MAX(WS-SP-PICK) TO WS-SP-MAX-DISPLAY
           DISPLAY "New value for " FUNCTION TRIM(WS-SPC-NAME(WS-SP-PICK))
                   " (" FUNCTION TRIM(WS-SP-MIN-DISPLAY) "-"
                   FUNCTION TRIM(WS-SP-MAX-DISPLAY) "): "
                   WITH NO ADVANCING
           ACCEPT WS-SP-INPUT
           IF WS-SP-INPUT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-SP-INPUT) NOT = 0
              DISPLAY "Enter a whole number."
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-SP-INPUT) < WS-SPC-MIN(WS-SP-PICK)
              OR FUNCTION NUMVAL(WS-SP-INPUT) > WS-SPC-MAX(WS-SP-PICK)
              OR FUNCTION NUMVAL(WS-SP-INPUT)
                 NOT = FUNCTION INTEGER(FUNCTION NUMVAL(WS-SP-INPUT))
              DISPLAY "Value must be a whole number from "
                      FUNCTION TRIM(WS-SP-MIN-DISPLAY) " to "
                      FUNCTION TRIM(WS-SP-MAX-DISPLAY) "."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SP-INPUT) TO WS-SP-NEW
           IF WS-SP-NEW = WS-SP-VALUE-T(WS-SP-PICK)
              DISPLAY "No change -- that is the current value."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SP-VALUE-T(WS-SP-PICK) TO WS-SP-OLD-DISPLAY
           MOVE WS-SP-NEW TO WS-SP-NEW-DISPLAY
           MOVE WS-SP-NEW TO WS-SP-VALUE-T(WS-SP-PICK)
           ACCEPT WS-SP-DATE-T(WS-SP-PICK) FROM DATE YYYYMMDD
           MOVE WS-LOGIN-USER TO WS-SP-BY-T(WS-SP-PICK)

      *>   The whole catalogue is written back, so a first change also
      *>   puts every other parameter on file at its current value.
           OPEN OUTPUT SYSPARAMS-TEMP-FILE
           IF WS-SP-TMP-STATUS NOT = "00"
              DISPLAY "Parameters could not be saved."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SP-COUNT
               MOVE WS-SPC-NAME(WS-I) TO SP-NAME
               MOVE WS-SP-VALUE-T(WS-I) TO SP-VALUE
               MOVE WS-SP-DATE-T(WS-I) TO SP-SET-DATE
               MOVE WS-SP-BY-T(WS-I) TO SP-SET-BY
               MOVE SYSPARAM-REC TO SYSPARAM-TEMP-REC
               WRITE SYSPARAM-TEMP-REC
           END-PERFORM
           CLOSE SYSPARAMS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-SYSPARAMS-TMP-NAME
                                         WS-SYSPARAMS-DAT-NAME

           MOVE "SET-PARAMETER" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-TARGET
           STRING FUNCTION TRIM(WS-SPC-NAME(WS-SP-PICK)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SP-OLD-DISPLAY) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SP-NEW-DISPLAY) DELIMITED BY SIZE
                  INTO WS-AUD-TARGET
           END-STRING
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Parameter saved -- takes effect from the next run.".

      *>--------------------------------------------------
      *> Door check-in against one event's RSVP list. Names not on
      *> the list go in as walk-ins; every check-in is audited.
      *>--------------------------------------------------
       EVENT-CHECK-IN.
           MOVE 0 TO WS-I
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
              PERFORM READ-EVENT-RECORD
              PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                  IF WS-CURRENT-SCOPE NOT = SPACES
                     AND EV-UNIVERSITY NOT = WS-CURRENT-SCOPE
                     PERFORM READ-EVENT-RECORD
                     EXIT PERFORM CYCLE
                  END-IF
                  ADD 1 TO WS-I
                  MOVE SPACES TO WS-DISPLAY-LINE
                  STRING "  " DELIMITED BY SIZE
                         EV-ID DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         EV-DATE DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         FUNCTION TRIM(EV-TITLE) DELIMITED BY SIZE
                         " (" DELIMITED BY SIZE
                         FUNCTION TRIM(EV-HOST) DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                         INTO WS-DISPLAY-LINE
                  END-STRING
                  DISPLAY WS-DISPLAY-LINE
                  PERFORM READ-EVENT-RECORD
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF
           IF WS-I = 0
              DISPLAY "No events on file."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter event id to check in against (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-EATT-EVENT-ID
           IF WS-EATT-EVENT-ID = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EATT-TITLE
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
              PERFORM READ-EVENT-RECORD
              PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                  IF EV-ID = WS-EATT-EVENT-ID
                     AND (WS-CURRENT-SCOPE = SPACES
                          OR EV-UNIVERSITY = WS-CURRENT-SCOPE)
                     MOVE EV-TITLE TO WS-EATT-TITLE
                  END-IF
                  PERFORM READ-EVENT-RECORD
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF
           IF WS-EATT-TITLE = SPACES
              DISPLAY "No event carries that id."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Checking in for " FUNCTION TRIM(WS-EATT-TITLE)
           MOVE 'N' TO WS-EATT-DONE
           PERFORM CHECK-IN-ONE-ATTENDEE UNTIL WS-EATT-DONE = 'Y'.

       CHECK-IN-ONE-ATTENDEE.
           DISPLAY "Username to check in (blank to finish): "
                   WITH NO ADVANCING
           ACCEPT WS-EATT-USER
           IF WS-EATT-USER = SPACES
              MOVE 'Y' TO WS-EATT-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-J))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EATT-USER))
                  MOVE WS-USER-ID(WS-J) TO WS-EATT-USER
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
              DISPLAY "No account carries that username."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EATT-CHECKED
           OPEN INPUT EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "00"
              PERFORM READ-EVENT-ATTEND-RECORD
              PERFORM UNTIL WS-EATT-STATUS NOT = "00"
                  IF EA-EVENT-ID = WS-EATT-EVENT-ID
                     AND EA-USER = WS-EATT-USER
                     MOVE 'Y' TO WS-EATT-CHECKED
                  END-IF
                  PERFORM READ-EVENT-ATTEND-RECORD
              END-PERFORM
              CLOSE EVENT-ATTEND-FILE
           END-IF
           IF WS-EATT-CHECKED = 'Y'
              DISPLAY "That attendee is already checked in."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EATT-HAS-RSVP
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-ERSVP-STATUS = "00"
              PERFORM READ-EVENT-RSVP-RECORD
              PERFORM UNTIL WS-ERSVP-STATUS NOT = "00"
                  IF ER-EVENT-ID = WS-EATT-EVENT-ID
                     AND ER-USER = WS-EATT-USER
                     MOVE 'Y' TO WS-EATT-HAS-RSVP
                  END-IF
                  PERFORM READ-EVENT-RSVP-RECORD
              END-PERFORM
              CLOSE EVENT-RSVPS-FILE
           END-IF
           IF WS-EATT-HAS-RSVP = 'N'
              DISPLAY "Not on the RSVP list -- record as a walk-in? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           OPEN EXTEND EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "35"
              OPEN OUTPUT EVENT-ATTEND-FILE
           END-IF
           IF WS-EATT-STATUS = "00"
              MOVE SPACES TO EVENT-ATTEND-REC
              MOVE WS-EATT-EVENT-ID TO EA-EVENT-ID
              MOVE WS-EATT-USER TO EA-USER
              ACCEPT EA-DATE FROM DATE YYYYMMDD
              ACCEPT EA-TIME FROM TIME
              IF WS-EATT-HAS-RSVP = 'Y'
                 MOVE 'N' TO EA-WALKIN
              ELSE
                 MOVE 'Y' TO EA-WALKIN
              END-IF
              MOVE WS-LOGIN-USER TO EA-CHECKED-BY
              WRITE EVENT-ATTEND-REC
              CLOSE EVENT-ATTEND-FILE
              MOVE "EVENT-CHECKIN" TO WS-AUD-ACTION
              MOVE SPACES TO WS-AUD-TARGET
              STRING WS-EATT-EVENT-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EATT-USER DELIMITED BY SPACE
                     INTO WS-AUD-TARGET
              END-STRING
              PERFORM LOG-ADMIN-ACTION
              DISPLAY "Checked in."
           END-IF.

       READ-EVENT-RSVP-RECORD.
           READ EVENT-RSVPS-FILE
               AT END
                   MOVE "EOF" TO WS-ERSVP-STATUS
               NOT AT END
                   MOVE "00" TO WS-ERSVP-STATUS
           END-READ.

       READ-EVENT-ATTEND-RECORD.
           READ EVENT-ATTEND-FILE
               AT END
                   MOVE "EOF" TO WS-EATT-STATUS
               NOT AT END
                   MOVE "00" TO WS-EATT-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Duplicate-account review -- confirm a suspected pair and
      *> retire one account (its profile is deactivated, which takes
      *> it out of searches and blocks its next login), or dismiss
      *> the pair. Either way the queue row is settled and the action
      *> audited.
      *>--------------------------------------------------
       DUPLICATE-REVIEW.
           MOVE 0 TO WS-DQ-COUNT
           OPEN INPUT DUP-QUEUE-FILE
           IF WS-DQ-STATUS = "00"
              PERFORM READ-DUP-QUEUE-RECORD
              PERFORM UNTIL WS-DQ-STATUS NOT = "00" OR WS-DQ-COUNT >= 50
                  MOVE 'N' TO WS-IN-SCOPE
                  IF DQ-STATUS = 'P'
                     MOVE DQ-USER-A TO WS-SCOPE-USER
                     PERFORM CHECK-USER-SCOPE
                     IF WS-IN-SCOPE = 'N'
                        MOVE DQ-USER-B TO WS-SCOPE-USER
                        PERFORM CHECK-USER-SCOPE
                     END-IF
                  END-IF
                  IF DQ-STATUS = 'P' AND WS-IN-SCOPE = 'Y'
                     ADD 1 TO WS-DQ-COUNT
                     MOVE DQ-USER-A TO WS-DQ-A-T(WS-DQ-COUNT)
                     MOVE DQ-USER-B TO WS-DQ-B-T(WS-DQ-COUNT)
                     MOVE DQ-NOTE   TO WS-DQ-NOTE-T(WS-DQ-COUNT)
                  END-IF
                  PERFORM READ-DUP-QUEUE-RECORD
              END-PERFORM
              CLOSE DUP-QUEUE-FILE
           END-IF
           IF WS-DQ-COUNT = 0
              DISPLAY "The duplicate review queue is empty."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DQ-COUNT
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-DQ-A-T(WS-I) DELIMITED BY SPACE
                      " / " DELIMITED BY SIZE
                      WS-DQ-B-T(WS-I) DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DQ-NOTE-T(WS-I))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-DISPLAY-LINE
               END-STRING
               DISPLAY WS-DISPLAY-LINE
           END-PERFORM
           DISPLAY "Enter a pair # to act on (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-DQ-PICK
           IF WS-DQ-PICK < 1 OR WS-DQ-PICK > WS-DQ-COUNT
              EXIT PARAGRAPH
           END-IF
           DISPLAY "1. Confirm -- retire " WS-DQ-A-T(WS-DQ-PICK)
           DISPLAY "2. Confirm -- retire " WS-DQ-B-T(WS-DQ-PICK)
           DISPLAY "3. Dismiss (not the same person)"
           DISPLAY "4. Leave pending"
           END-READ.

       RETIRE-DUP-ACCOUNT.
           MOVE WS-RETIRE-USER TO WS-SCOPE-USER
           PERFORM CHECK-USER-SCOPE
           IF WS-IN-SCOPE = 'N'
              DISPLAY "That account belongs to another campus."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RETIRE-USER TO WS-LH-USER
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LH-HELD = 'Y'
              DISPLAY "That account is on legal hold (case "
                      FUNCTION TRIM(WS-LH-CASE) "); it cannot be retired"
                      " until the hold is lifted. The pair stays pending."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS = "00"
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Account retired; the other half of the pair stays.".

      *>--------------------------------------------------
      *> Legal holds -- placed with a case reference and reason when
      *> an account becomes the subject of an investigation, lifted
      *> when counsel releases it. Both are audited.
      *>--------------------------------------------------
       LEGAL-HOLDS-MENU.
           DISPLAY "1. List Accounts on Hold"
           DISPLAY "2. Place a Hold"
           DISPLAY "3. Lift a Hold"
           DISPLAY "4. Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM LIST-LEGAL-HOLDS
              WHEN '2' PERFORM PLACE-LEGAL-HOLD
              WHEN '3' PERFORM LIFT-LEGAL-HOLD
              WHEN OTHER CONTINUE
           END-EVALUATE.

       LIST-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-SHOWN
           OPEN INPUT LEGAL-HOLDS-FILE
           IF WS-LH-STATUS = "00"
              PERFORM READ-LEGAL-HOLD-RECORD
              PERFORM UNTIL WS-LH-STATUS NOT = "00"
                  IF LH-STATUS = 'H'
                     ADD 1 TO WS-LH-SHOWN
                     MOVE SPACES TO WS-DISPLAY-LINE
                     STRING LH-USERNAME DELIMITED BY SIZE
                            " case " DELIMITED BY SIZE
                            LH-CASE-REF DELIMITED BY SIZE
                            " since " DELIMITED BY SIZE
                            LH-PLACED-DATE DELIMITED BY SIZE
                            " by " DELIMITED BY SIZE
                            FUNCTION TRIM(LH-PLACED-BY) DELIMITED BY SIZE
                            INTO WS-DISPLAY-LINE
                     END-STRING
                     DISPLAY WS-DISPLAY-LINE
                     DISPLAY "    " FUNCTION TRIM(LH-REASON)
                  END-IF
                  PERFORM READ-LEGAL-HOLD-RECORD
              END-PERFORM
              CLOSE LEGAL-HOLDS-FILE
           END-IF
           IF WS-LH-SHOWN = 0
              DISPLAY "No accounts are on legal hold."
           END-IF.

       PLACE-LEGAL-HOLD.
           DISPLAY "Username to place on hold: " WITH NO ADVANCING
           ACCEPT WS-LH-USER
           IF WS-LH-USER = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-HOLD-USER
           IF WS-LH-FOUND = 'N'
              DISPLAY "No such account."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LH-HELD = 'Y'
              DISPLAY "That account is already on hold (case "
                      FUNCTION TRIM(WS-LH-CASE) ")."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Case reference: " WITH NO ADVANCING
           ACCEPT WS-LH-CASE
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-LH-REASON
           IF WS-LH-CASE = SPACES OR WS-LH-REASON = SPACES
              DISPLAY "A hold needs both a case reference and a reason."
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-LH-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND LEGAL-HOLDS-FILE
           IF WS-LH-STATUS = "35"
              OPEN OUTPUT LEGAL-HOLDS-FILE
           END-IF
           IF WS-LH-STATUS NOT = "00"
              DISPLAY "Could not open legalholds.dat."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEGAL-HOLD-REC
           MOVE WS-LH-USER TO LH-USERNAME
           MOVE 'H' TO LH-STATUS
           MOVE WS-LH-CASE TO LH-CASE-REF
           MOVE WS-LH-REASON TO LH-REASON
           MOVE WS-LOGIN-USER TO LH-PLACED-BY
           MOVE WS-LH-TODAY TO LH-PLACED-DATE
           WRITE LEGAL-HOLD-REC
           CLOSE LEGAL-HOLDS-FILE
           MOVE "LEGAL-HOLD" TO WS-AUD-ACTION
           PERFORM SET-LEGAL-HOLD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Hold placed.".

       LIFT-LEGAL-HOLD.
           DISPLAY "Username whose hold to lift: " WITH NO ADVANCING
           ACCEPT WS-LH-USER
           IF WS-LH-USER = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-HOLD-USER
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LH-HELD = 'N'
              DISPLAY "That account is not on hold."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Lift the hold for case " FUNCTION TRIM(WS-LH-CASE)
                   "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-LH-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT LEGAL-HOLDS-TEMP-FILE
           OPEN INPUT LEGAL-HOLDS-FILE
           IF WS-LH-STATUS = "00"
              PERFORM READ-LEGAL-HOLD-RECORD
              PERFORM UNTIL WS-LH-STATUS NOT = "00"
                  IF FUNCTION UPPER-CASE(LH-USERNAME) =
                     FUNCTION UPPER-CASE(WS-LH-USER)
                     AND LH-STATUS = 'H'
                     MOVE 'L' TO LH-STATUS
                     MOVE WS-LOGIN-USER TO LH-LIFTED-BY
                     MOVE WS-LH-TODAY TO LH-LIFTED-DATE
                  END-IF
                  MOVE LEGAL-HOLD-REC TO LEGAL-HOLD-TEMP-REC
                  WRITE LEGAL-HOLD-TEMP-REC
                  PERFORM READ-LEGAL-HOLD-RECORD
              END-PERFORM
              CLOSE LEGAL-HOLDS-FILE
           END-IF
           CLOSE LEGAL-HOLDS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-LH-TMP-NAME
                                         WS-LH-DAT-NAME
           MOVE "LIFT-HOLD" TO WS-AUD-ACTION
           PERFORM SET-LEGAL-HOLD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Hold lifted.".

      *>--------------------------------------------------
      *> The audit target carries the case reference alongside the
      *> username, so the log alone ties the action to the case.
      *>--------------------------------------------------
       SET-LEGAL-HOLD-TARGET.
           MOVE SPACES TO WS-AUD-TARGET
           STRING FUNCTION TRIM(WS-LH-USER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LH-CASE) DELIMITED BY SIZE
                  INTO WS-AUD-TARGET
           END-STRING.

      *>--------------------------------------------------
      *> Replaces the username typed into WS-LH-USER with the account's
      *> own spelling from users.dat, since the purge and retention
      *> jobs match holds exactly. WS-LH-FOUND = 'N' when there is no
      *> such account.
      *>--------------------------------------------------
       RESOLVE-HOLD-USER.
           MOVE 'N' TO WS-LH-FOUND
           PERFORM LOAD-USERS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LH-USER))
                  MOVE WS-USER-ID(WS-I) TO WS-LH-USER
                  MOVE 'Y' TO WS-LH-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM.

      *>--------------------------------------------------
      *> Sets WS-LH-HELD (and WS-LH-CASE) for the account in
      *> WS-LH-USER. Rows are matched without regard to case, so a
      *> hold keyed in before names were resolved is still found.
      *>--------------------------------------------------
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LH-HELD
           MOVE SPACES TO WS-LH-CASE
           OPEN INPUT LEGAL-HOLDS-FILE
           IF WS-LH-STATUS = "00"
              PERFORM READ-LEGAL-HOLD-RECORD
              PERFORM UNTIL WS-LH-STATUS NOT = "00"
                  IF FUNCTION UPPER-CASE(LH-USERNAME) =
                     FUNCTION UPPER-CASE(WS-LH-USER)
                     AND LH-STATUS = 'H'
                     MOVE 'Y' TO WS-LH-HELD
                     MOVE LH-CASE-REF TO WS-LH-CASE
                  END-IF
                  PERFORM READ-LEGAL-HOLD-RECORD
              END-PERFORM
              CLOSE LEGAL-HOLDS-FILE
           END-IF.

       READ-LEGAL-HOLD-RECORD.
           READ LEGAL-HOLDS-FILE
               AT END
                   MOVE "EOF" TO WS-LH-STATUS
               NOT AT END
                   MOVE "00" TO WS-LH-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Settles the one queue row for the picked pair through the
      *> usual temp-and-rename rewrite.
           IF WS-RP-STATUS = "00"
              PERFORM READ-ABUSE-REPORT-RECORD
              PERFORM UNTIL WS-RP-STATUS NOT = "00" OR WS-RP-COUNT >= 50
                  MOVE 'N' TO WS-IN-SCOPE
                  IF RP-STATUS = 'P'
                     MOVE RP-OFFENDER TO WS-SCOPE-USER
                     PERFORM CHECK-USER-SCOPE
                  END-IF
                  IF RP-STATUS = 'P' AND WS-IN-SCOPE = 'Y'
                     ADD 1 TO WS-RP-COUNT
                     MOVE RP-REPORTER TO WS-RP-REPORTER-T(WS-RP-COUNT)
                     MOVE RP-OFFENDER TO WS-RP-OFFENDER-T(WS-RP-COUNT)
                  WHEN '1' MOVE "harassment" TO WS-RP-REASON-TEXT
                  WHEN '2' MOVE "spam" TO WS-RP-REASON-TEXT
                  WHEN '3' MOVE "inappropriate" TO WS-RP-REASON-TEXT
                  WHEN '5' MOVE "fraud risk" TO WS-RP-REASON-TEXT
                  WHEN OTHER MOVE "other" TO WS-RP-REASON-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-DISPLAY-LINE
           END-READ.

       RESOLVE-ONE-REPORT.
           IF WS-RP-SOURCE-T(WS-RP-PICK) = "JOBPOST"
              PERFORM RESOLVE-POSTING-REPORT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Reported content, as the reporter saw it:"
                  DELIMITED BY SIZE
           END-EVALUATE.

      *>--------------------------------------------------
      *> A posting the nightly scan found suspicious. Clearing it puts
      *> a held posting back on the board; removing it closes the
      *> posting and warns or locks the poster.
      *>--------------------------------------------------
       RESOLVE-POSTING-REPORT.
           MOVE WS-RP-CONTENT-T(WS-RP-PICK)(2:5) TO WS-RP-JOB-ID-X
           IF WS-RP-JOB-ID-X IS NUMERIC
              MOVE WS-RP-JOB-ID-X TO WS-RP-JOB-ID
           ELSE
              MOVE 0 TO WS-RP-JOB-ID
           END-IF
           DISPLAY "Posting flagged by the nightly scan:"
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-RP-OFFENDER-T(WS-RP-PICK) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-RP-CONTENT-T(WS-RP-PICK) DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE
           DISPLAY "1. Clear the posting (back on the board if held)"
           DISPLAY "2. Remove the posting and warn the poster"
           DISPLAY "3. Remove the posting and lock the poster's account"
           DISPLAY "4. Leave pending"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           MOVE SPACES TO WS-AUD-TARGET
           STRING WS-RP-JOB-ID-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RP-OFFENDER-T(WS-RP-PICK) DELIMITED BY SPACE
                  INTO WS-AUD-TARGET
           END-STRING
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                  MOVE 'D' TO WS-RP-NEW-STAT
                  PERFORM UPDATE-REPORT-STATUS
                  MOVE 'O' TO WS-RP-JOB-NEW-STAT
                  PERFORM SET-FLAGGED-POSTING-STATUS
                  MOVE "CLEAR-POSTING" TO WS-AUD-ACTION
                  PERFORM LOG-ADMIN-ACTION
                  DISPLAY "Posting cleared."
              WHEN '2'
                  MOVE 'W' TO WS-RP-NEW-STAT
                  PERFORM UPDATE-REPORT-STATUS
                  MOVE 'C' TO WS-RP-JOB-NEW-STAT
                  PERFORM SET-FLAGGED-POSTING-STATUS
                  PERFORM SEND-WARNING-MESSAGE
                  MOVE "REMOVE-POSTING" TO WS-AUD-ACTION
                  PERFORM LOG-ADMIN-ACTION
                  DISPLAY "Posting removed and poster warned."
              WHEN '3'
                  MOVE 'L' TO WS-RP-NEW-STAT
                  PERFORM UPDATE-REPORT-STATUS
                  MOVE 'C' TO WS-RP-JOB-NEW-STAT
                  PERFORM SET-FLAGGED-POSTING-STATUS
                  PERFORM LOCK-OFFENDER-ACCOUNT
                  MOVE "REMOVE-POSTING" TO WS-AUD-ACTION
                  PERFORM LOG-ADMIN-ACTION
                  MOVE "LOCK-USER" TO WS-AUD-ACTION
                  MOVE WS-RP-OFFENDER-T(WS-RP-PICK) TO WS-AUD-TARGET
                  PERFORM LOG-ADMIN-ACTION
                  DISPLAY "Posting removed and poster's account locked."
              WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *>--------------------------------------------------
      *> Rewrites jobs.dat through the temp file. Clearing ('O') only
      *> releases a posting the scan held; closing ('C') applies to
      *> any posting not already closed.
      *>--------------------------------------------------
       SET-FLAGGED-POSTING-STATUS.
           IF WS-RP-JOB-ID = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOBS-TEMP-FILE
           PERFORM READ-JOB-RECORD
           PERFORM UNTIL WS-JOB-STATUS NOT = "00"
               IF JOB-ID = WS-RP-JOB-ID
                  IF WS-RP-JOB-NEW-STAT = 'O' AND JOB-STATUS = 'H'
                     MOVE 'O' TO JOB-STATUS
                  END-IF
                  IF WS-RP-JOB-NEW-STAT = 'C'
                     MOVE 'C' TO JOB-STATUS
                  END-IF
               END-IF
               MOVE JOB-REC TO JOB-TEMP-REC
               WRITE JOB-TEMP-REC
               PERFORM READ-JOB-RECORD
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE JOBS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-JOBS-TMP-NAME
                                         WS-JOBS-DAT-NAME.

      *>--------------------------------------------------
      *> Rewrites reports.dat through the temp file, settling the one
      *> row keyed on reporter+offender+date+time.
      *>--------------------------------------------------
       UPDATE-REPORT-STATUS.
           OPEN OUTPUT ABUSE-REPORTS-TEMP-FILE
           OPEN INPUT ABUSE-REPORTS-FILE
           IF WS-RP-STATUS = "00"
              PERFORM READ-ABUSE-REPORT-RECORD
              PERFORM UNTIL WS-RP-STATUS NOT = "00"
                  IF RP-REPORTER = WS-RP-REPORTER-T(WS-RP-PICK)
                     AND RP-OFFENDER = WS-RP-OFFENDER-T(WS-RP-PICK)
                     AND RP-DATE = WS-RP-DATE-T(WS-RP-PICK)
                     AND RP-TIME = WS-RP-TIME-T(WS-RP-PICK)
                     AND RP-STATUS = 'P'
                     MOVE WS-RP-NEW-STAT TO RP-STATUS
                  END-IF
                  MOVE ABUSE-REPORT-REC TO ABUSE-REPORT-TEMP-REC
                  WRITE ABUSE-REPORT-TEMP-REC
                  PERFORM READ-ABUSE-REPORT-RECORD
              END-PERFORM
              CLOSE ABUSE-REPORTS-FILE
           END-IF
           CLOSE ABUSE-REPORTS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-REPORTS-TMP-NAME
                                         WS-REPORTS-DAT-NAME.

       SEND-WARNING-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
           IF WS-MSG-STATUS = "00"
              MOVE SPACES TO MESSAGE-REC
              MOVE "incollege" TO MSG-SENDER
              MOVE WS-RP-OFFENDER-T(WS-RP-PICK) TO MSG-RECIPIENT
              ACCEPT MSG-DATE FROM DATE YYYYMMDD
              ACCEPT MSG-TIME FROM TIME
              MOVE "A moderator reviewed a report about your recent content. Please keep InCollege respectful; a repeat will lock your account."
                  TO MSG-BODY
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
           END-IF.

       LOCK-OFFENDER-ACCOUNT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-RP-OFFENDER-T(WS-RP-PICK)))
                  MOVE 'Y' TO WS-USER-LOCKED(WS-I)
                  EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM SAVE-USERS
      *>   A locked offender who is still signed in is put out at
      *>   their next menu choice rather than when they log out.
           MOVE WS-RP-OFFENDER-T(WS-RP-PICK) TO WS-SN-TARGET-USER
           MOVE SPACES TO WS-SN-TARGET-DATE
           MOVE SPACES TO WS-SN-TARGET-TIME
           PERFORM FLAG-SESSIONS-FOR-LOGOUT.

      *>--------------------------------------------------
      *> Live STUDENT-SYSTEM sign-ins, oldest first. Full operators
      *> can pick one to force out; the flag takes effect at that
      *> user's next menu choice.
      *>--------------------------------------------------
       OPEN-SESSIONS-SCREEN.
           MOVE 0 TO WS-SN-COUNT
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM UNTIL WS-SN-STATUS NOT = "00" OR WS-SN-COUNT >= 50
                  IF SN-STATE = 'O' OR SN-STATE = 'F'
                     ADD 1 TO WS-SN-COUNT
                     MOVE SN-USERNAME   TO WS-SN-USER-T(WS-SN-COUNT)
                     MOVE SN-TERMINAL   TO WS-SN-TERMINAL-T(WS-SN-COUNT)
                     MOVE SN-START-DATE TO WS-SN-START-DATE-T(WS-SN-COUNT)
                     MOVE SN-START-TIME TO WS-SN-START-TIME-T(WS-SN-COUNT)
                     MOVE SN-LAST-DATE  TO WS-SN-LAST-DATE-T(WS-SN-COUNT)
                     MOVE SN-LAST-TIME  TO WS-SN-LAST-TIME-T(WS-SN-COUNT)
                     MOVE SN-STATE      TO WS-SN-STATE-T(WS-SN-COUNT)
                  END-IF
                  PERFORM READ-SESSION-RECORD
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF
           IF WS-SN-COUNT = 0
              DISPLAY "No one is signed in."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SN-COUNT
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-SN-USER-T(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SN-TERMINAL-T(WS-I) DELIMITED BY SIZE
                      " since " DELIMITED BY SIZE
                      WS-SN-START-DATE-T(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SN-START-TIME-T(WS-I)(1:4) DELIMITED BY SIZE
                      ", last active " DELIMITED BY SIZE
                      WS-SN-LAST-DATE-T(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SN-LAST-TIME-T(WS-I)(1:4) DELIMITED BY SIZE
                      INTO WS-DISPLAY-LINE
               END-STRING
               IF WS-SN-STATE-T(WS-I) = 'F'
                  DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
                          " (logout pending)"
               ELSE
                  DISPLAY WS-DISPLAY-LINE
               END-IF
           END-PERFORM
           IF WS-CURRENT-ROLE NOT = 'F'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a # to force logout (0 to skip): " WITH NO ADVANCING
           ACCEPT WS-SN-PICK
           IF WS-SN-PICK < 1 OR WS-SN-PICK > WS-SN-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SN-USER-T(WS-SN-PICK) TO WS-SN-TARGET-USER
           MOVE WS-SN-START-DATE-T(WS-SN-PICK) TO WS-SN-TARGET-DATE
           MOVE WS-SN-START-TIME-T(WS-SN-PICK) TO WS-SN-TARGET-TIME
           PERFORM FLAG-SESSIONS-FOR-LOGOUT
           IF WS-SN-FLAGGED = 0
              DISPLAY "That session has already ended or is already flagged."
              EXIT PARAGRAPH
           END-IF
           MOVE "FORCE-LOGOUT" TO WS-AUD-ACTION
           MOVE WS-SN-TARGET-USER TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Session flagged; the user is signed out at their next menu choice.".

      *>--------------------------------------------------
      *> Rewrites sessions.dat through the temp file, flagging the
      *> targeted live session(s) 'F' with this operator's name.
      *>--------------------------------------------------
       FLAG-SESSIONS-FOR-LOGOUT.
           MOVE 0 TO WS-SN-FLAGGED
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SESSIONS-TEMP-FILE
           PERFORM READ-SESSION-RECORD
           PERFORM UNTIL WS-SN-STATUS NOT = "00"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(SN-USERNAME)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SN-TARGET-USER))
                  AND SN-STATE = 'O'
                  AND (WS-SN-TARGET-DATE = SPACES
                       OR (SN-START-DATE = WS-SN-TARGET-DATE
                           AND SN-START-TIME = WS-SN-TARGET-TIME))
                  MOVE 'F' TO SN-STATE
                  MOVE WS-LOGIN-USER TO SN-CLOSED-BY
                  ADD 1 TO WS-SN-FLAGGED
               END-IF
               MOVE SESSION-REC TO SESSION-TEMP-REC
               WRITE SESSION-TEMP-REC
               PERFORM READ-SESSION-RECORD
           END-PERFORM
           CLOSE SESSIONS-FILE
           CLOSE SESSIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-SESSIONS-TMP-NAME
                                         WS-SESSIONS-DAT-NAME.

       READ-SESSION-RECORD.
           READ SESSIONS-FILE
               AT END
                   MOVE "EOF" TO WS-SN-STATUS
               NOT AT END
                   MOVE "00" TO WS-SN-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Recruiter verification -- pending company claims in filing
      *> order. Approving one verifies the recruiter for that company
      *> (their held postings go live at their next sign-in);
      *> rejecting withdraws the held postings and lets them claim
      *> again. Either way they are told.
      *>--------------------------------------------------
       RECRUITER-CLAIMS-SCREEN.
           MOVE 0 TO WS-RCL-COUNT
           OPEN INPUT RECRUITER-CLAIMS-FILE
           IF WS-RCL-STATUS = "00"
              PERFORM READ-RECRUITER-CLAIM-RECORD
              PERFORM UNTIL WS-RCL-STATUS NOT = "00" OR WS-RCL-COUNT >= 50
                  IF RCL-STATUS = 'P'
                     ADD 1 TO WS-RCL-COUNT
                     MOVE RCL-RECRUITER TO WS-RCL-USER-T(WS-RCL-COUNT)
                     MOVE RCL-COMPANY   TO WS-RCL-COMPANY-T(WS-RCL-COUNT)
                     MOVE RCL-DATE      TO WS-RCL-DATE-T(WS-RCL-COUNT)
                     MOVE RCL-TIME      TO WS-RCL-TIME-T(WS-RCL-COUNT)
                  END-IF
                  PERFORM READ-RECRUITER-CLAIM-RECORD
              END-PERFORM
              CLOSE RECRUITER-CLAIMS-FILE
           END-IF
           IF WS-RCL-COUNT = 0
              DISPLAY "No company claims are waiting for review."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RCL-COUNT
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING WS-I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-RCL-USER-T(WS-I) DELIMITED BY SIZE
                      " claims " DELIMITED BY SIZE
                      WS-RCL-COMPANY-T(WS-I) DELIMITED BY SIZE
                      " filed " DELIMITED BY SIZE
                      WS-RCL-DATE-T(WS-I) DELIMITED BY SIZE
                      INTO WS-DISPLAY-LINE
               END-STRING
               DISPLAY WS-DISPLAY-LINE
           END-PERFORM
           DISPLAY "Enter a # to decide (0 to skip): " WITH NO ADVANCING
           ACCEPT WS-RCL-PICK
           IF WS-RCL-PICK < 1 OR WS-RCL-PICK > WS-RCL-COUNT
              EXIT PARAGRAPH
           END-IF
           DISPLAY "A. Approve  R. Reject: " WITH NO ADVANCING
           ACCEPT WS-RCL-DECISION
           EVALUATE WS-RCL-DECISION
              WHEN 'A' WHEN 'a'
                 MOVE 'A' TO WS-RCL-NEW-STAT
                 MOVE "APPROVE-CLAIM" TO WS-AUD-ACTION
              WHEN 'R' WHEN 'r'
                 MOVE 'R' TO WS-RCL-NEW-STAT
                 MOVE "REJECT-CLAIM" TO WS-AUD-ACTION
              WHEN OTHER
                 DISPLAY "No decision recorded."
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM UPDATE-CLAIM-STATUS
           MOVE 0 TO WS-RCL-WITHDRAWN
           IF WS-RCL-NEW-STAT = 'R'
              PERFORM WITHDRAW-HELD-POSTINGS
           END-IF
           MOVE WS-RCL-USER-T(WS-RCL-PICK) TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           PERFORM SEND-CLAIM-DECISION-MESSAGE
           IF WS-RCL-NEW-STAT = 'A'
              DISPLAY "Claim approved; the recruiter is now verified."
           ELSE
              MOVE WS-RCL-WITHDRAWN TO WS-RCL-WD-DISPLAY
              DISPLAY "Claim rejected; "
                      FUNCTION TRIM(WS-RCL-WD-DISPLAY)
                      " held posting(s) withdrawn."
           END-IF.

      *>--------------------------------------------------
      *> Drops the rejected recruiter's held ('P') postings from
      *> jobs.dat, and their screening questions from
      *> jobquestions.dat so a later posting given the same id does
      *> not inherit them. A held posting never went on the board and
      *> took no posting credit -- the credit is taken when it is
      *> released -- so there is nothing to give back to the company.
      *>--------------------------------------------------
       WITHDRAW-HELD-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOBS-TEMP-FILE
           PERFORM READ-JOB-RECORD
           PERFORM UNTIL WS-JOB-STATUS NOT = "00"
               IF JOB-POSTED-BY = WS-RCL-USER-T(WS-RCL-PICK)
                  AND JOB-STATUS = 'P'
                  AND WS-RCL-WITHDRAWN < 99
                  ADD 1 TO WS-RCL-WITHDRAWN
                  MOVE JOB-ID TO WS-RCL-WD-ID-T(WS-RCL-WITHDRAWN)
               ELSE
                  MOVE JOB-REC TO JOB-TEMP-REC
                  WRITE JOB-TEMP-REC
               END-IF
               PERFORM READ-JOB-RECORD
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE JOBS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-JOBS-TMP-NAME
                                         WS-JOBS-DAT-NAME
           IF WS-RCL-WITHDRAWN > 0
              PERFORM DROP-WITHDRAWN-QUESTIONS
           END-IF.

      *>--------------------------------------------------
      *> Rewrites jobquestions.dat through the temp file without the
      *> rows for the job ids in WS-RCL-WD-TABLE.
      *>--------------------------------------------------
       DROP-WITHDRAWN-QUESTIONS.
           OPEN INPUT JOB-QUESTIONS-FILE
           IF WS-JQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOB-QUESTIONS-TEMP-FILE
           PERFORM READ-JOB-QUESTION-RECORD
           PERFORM UNTIL WS-JQ-STATUS NOT = "00"
               MOVE 'N' TO WS-RCL-WD-HIT
               PERFORM VARYING WS-RCL-WD-IDX FROM 1 BY 1
                       UNTIL WS-RCL-WD-IDX > WS-RCL-WITHDRAWN
                   IF JQ-JOB-ID = WS-RCL-WD-ID-T(WS-RCL-WD-IDX)
                      MOVE 'Y' TO WS-RCL-WD-HIT
                      EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RCL-WD-HIT = 'N'
                  MOVE JOB-QUESTION-REC TO JOB-QUESTION-TEMP-REC
                  WRITE JOB-QUESTION-TEMP-REC
               END-IF
               PERFORM READ-JOB-QUESTION-RECORD
           END-PERFORM
           CLOSE JOB-QUESTIONS-FILE
           CLOSE JOB-QUESTIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-JQ-TMP-NAME
                                         WS-JQ-DAT-NAME.

      *>--------------------------------------------------
      *> Rewrites recruiterclaims.dat through the temp file, settling
      *> the one pending row keyed on recruiter+date+time.
      *>--------------------------------------------------
       UPDATE-CLAIM-STATUS.
           OPEN INPUT RECRUITER-CLAIMS-FILE
           IF WS-RCL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECRUITER-CLAIMS-TEMP-FILE
           PERFORM READ-RECRUITER-CLAIM-RECORD
           PERFORM UNTIL WS-RCL-STATUS NOT = "00"
               IF RCL-RECRUITER = WS-RCL-USER-T(WS-RCL-PICK)
                  AND RCL-DATE = WS-RCL-DATE-T(WS-RCL-PICK)
                  AND RCL-TIME = WS-RCL-TIME-T(WS-RCL-PICK)
                  AND RCL-STATUS = 'P'
                  MOVE WS-RCL-NEW-STAT TO RCL-STATUS
                  MOVE WS-LOGIN-USER TO RCL-DECIDED-BY
                  ACCEPT RCL-DECIDED-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE RECRUITER-CLAIM-REC TO RECRUITER-CLAIM-TEMP-REC
               WRITE RECRUITER-CLAIM-TEMP-REC
               PERFORM READ-RECRUITER-CLAIM-RECORD
           END-PERFORM
           CLOSE RECRUITER-CLAIMS-FILE
           CLOSE RECRUITER-CLAIMS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-CLAIMS-TMP-NAME
                                         WS-CLAIMS-DAT-NAME.

       SEND-CLAIM-DECISION-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
           IF WS-MSG-STATUS = "00"
              MOVE SPACES TO MESSAGE-REC
              MOVE "incollege" TO MSG-SENDER
              MOVE WS-RCL-USER-T(WS-RCL-PICK) TO MSG-RECIPIENT
              ACCEPT MSG-DATE FROM DATE YYYYMMDD
              ACCEPT MSG-TIME FROM TIME
              IF WS-RCL-NEW-STAT = 'A'
                 STRING "Your claim to recruit for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RCL-COMPANY-T(WS-RCL-PICK))
                            DELIMITED BY SIZE
                        " has been approved. Postings you made while it was under review go live at your next sign-in."
                            DELIMITED BY SIZE
                        INTO MSG-BODY
                 END-STRING
              ELSE
                 STRING "Your claim to recruit for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RCL-COMPANY-T(WS-RCL-PICK))
                            DELIMITED BY SIZE
                        " could not be verified; postings held for it were withdrawn. Contact the career office, or file a new claim under Company Verification."
                            DELIMITED BY SIZE
                        INTO MSG-BODY
                 END-STRING
              END-IF
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
           END-IF.

       READ-RECRUITER-CLAIM-RECORD.
           READ RECRUITER-CLAIMS-FILE
               AT END
                   MOVE "EOF" TO WS-RCL-STATUS
               NOT AT END
                   MOVE "00" TO WS-RCL-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Majors taxonomy maintenance.
           DISPLAY "1. List Catalog"
           DISPLAY "2. Add a Skill"
           DISPLAY "3. Retire a Skill"
           DISPLAY "4. Set Up a Skill Assessment"
           DISPLAY "5. Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM LIST-SKILLS
              WHEN '2' PERFORM ADD-SKILL
              WHEN '3' PERFORM RETIRE-SKILL
              WHEN '4' PERFORM SET-SKILL-ASSESSMENT
              WHEN OTHER CONTINUE
           END-EVALUATE.

       LIST-SKILLS.
           MOVE 0 TO WS-SKILLS-LISTED
           MOVE 0 TO WS-NEXT-SKILL-ID
           PERFORM LOAD-SKILL-TESTS
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
              PERFORM READ-SKILL-RECORD
                            INTO WS-DISPLAY-LINE
                     END-STRING
                  END-IF
                  MOVE SPACES TO WS-ST-MARK
                  PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                          UNTIL WS-ST-IDX > WS-ST-COUNT
                      IF WS-ST-ID-T(WS-ST-IDX) = SK-ID
                         STRING "  [assessment: " DELIMITED BY SIZE
                                WS-ST-QCOUNT-T(WS-ST-IDX) DELIMITED BY SIZE
                                " question(s), pass at " DELIMITED BY SIZE
                                WS-ST-PASS-T(WS-ST-IDX) DELIMITED BY SIZE
                                "]" DELIMITED BY SIZE
                                INTO WS-ST-MARK
                         END-STRING
                      END-IF
                  END-PERFORM
                  DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE TRAILING) WS-ST-MARK
                  PERFORM READ-SKILL-RECORD
              END-PERFORM
              CLOSE SKILLS-FILE
              DISPLAY "No active skill carries that id."
           END-IF.

       LOAD-SKILL-TESTS.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT SKILL-TESTS-FILE
           IF WS-ST-STATUS = "00"
              PERFORM READ-SKILL-TEST-RECORD
              PERFORM UNTIL WS-ST-STATUS NOT = "00"
                  OR WS-ST-COUNT >= 20
                  ADD 1 TO WS-ST-COUNT
                  MOVE ST-SKILL-ID TO WS-ST-ID-T(WS-ST-COUNT)
                  MOVE ST-QCOUNT TO WS-ST-QCOUNT-T(WS-ST-COUNT)
                  MOVE ST-PASS-MARK TO WS-ST-PASS-T(WS-ST-COUNT)
                  PERFORM READ-SKILL-TEST-RECORD
              END-PERFORM
              CLOSE SKILL-TESTS-FILE
           END-IF.

       READ-SKILL-TEST-RECORD.
           READ SKILL-TESTS-FILE
               AT END
                   MOVE "EOF" TO WS-ST-STATUS
               NOT AT END
                   MOVE "00" TO WS-ST-STATUS
           END-READ.

       READ-SKILL-TEST-Q-RECORD.
           READ SKILL-TEST-Q-FILE
               AT END
                   MOVE "EOF" TO WS-TQ-STATUS
               NOT AT END
                   MOVE "00" TO WS-TQ-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Attaches (or replaces) the assessment for one active skill:
      *> up to five questions, each with options A-D and the letter
      *> of the right one, then the number correct needed to pass.
      *> Both stores are rewritten through their temp files with the
      *> skill's old rows dropped and the new ones appended.
      *>--------------------------------------------------
       SET-SKILL-ASSESSMENT.
           PERFORM LIST-SKILLS
           IF WS-SKILLS-LISTED = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter skill id for the assessment: " WITH NO ADVANCING
           ACCEPT WS-SKILL-PICK
           MOVE 'N' TO WS-FOUND
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
              PERFORM READ-SKILL-RECORD
              PERFORM UNTIL WS-SKILLS-STATUS NOT = "00"
                  IF SK-ID = WS-SKILL-PICK AND SK-ACTIVE = 'Y'
                     MOVE 'Y' TO WS-FOUND
                  END-IF
                  PERFORM READ-SKILL-RECORD
              END-PERFORM
              CLOSE SKILLS-FILE
           END-IF
           IF WS-FOUND = 'N'
              DISPLAY "No active skill carries that id."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STQ-COUNT
           MOVE 'Y' TO WS-STQ-MORE
           PERFORM UNTIL WS-STQ-COUNT >= 5 OR WS-STQ-MORE NOT = 'Y'
               ADD 1 TO WS-STQ-COUNT
               MOVE SPACES TO WS-STQ-ENTRY(WS-STQ-COUNT)
               DISPLAY "Question text: " WITH NO ADVANCING
               ACCEPT WS-STQ-TEXT(WS-STQ-COUNT)
               IF WS-STQ-TEXT(WS-STQ-COUNT) = SPACES
                  SUBTRACT 1 FROM WS-STQ-COUNT
                  EXIT PERFORM
               END-IF
               PERFORM VARYING WS-STQ-OPT-IDX FROM 1 BY 1
                       UNTIL WS-STQ-OPT-IDX > 4
                   DISPLAY "  Option " WS-STQ-LETTERS(WS-STQ-OPT-IDX:1)
                           ": " WITH NO ADVANCING
                   ACCEPT WS-STQ-OPT(WS-STQ-COUNT, WS-STQ-OPT-IDX)
               END-PERFORM
               MOVE 'N' TO WS-STQ-ANSWER-OK
               PERFORM UNTIL WS-STQ-ANSWER-OK = 'Y'
                   DISPLAY "  Correct option (A-D): " WITH NO ADVANCING
                   ACCEPT WS-STQ-ANSWER(WS-STQ-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-STQ-ANSWER(WS-STQ-COUNT))
                       TO WS-STQ-ANSWER(WS-STQ-COUNT)
                   PERFORM VARYING WS-STQ-OPT-IDX FROM 1 BY 1
                           UNTIL WS-STQ-OPT-IDX > 4
                       IF WS-STQ-LETTERS(WS-STQ-OPT-IDX:1) =
                          WS-STQ-ANSWER(WS-STQ-COUNT)
                          AND WS-STQ-OPT(WS-STQ-COUNT, WS-STQ-OPT-IDX)
                              NOT = SPACES
                          MOVE 'Y' TO WS-STQ-ANSWER-OK
                       END-IF
                   END-PERFORM
                   IF WS-STQ-ANSWER-OK = 'N'
                      DISPLAY "  That letter is not one of the options given."
                   END-IF
               END-PERFORM
               IF WS-STQ-COUNT < 5
                  DISPLAY "Another question? (Y/N): " WITH NO ADVANCING
                  ACCEPT WS-STQ-MORE
                  MOVE FUNCTION UPPER-CASE(WS-STQ-MORE) TO WS-STQ-MORE
               END-IF
           END-PERFORM
           IF WS-STQ-COUNT = 0
              DISPLAY "No questions entered; the assessment was not changed."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STQ-PASS
           PERFORM UNTIL WS-STQ-PASS >= 1 AND WS-STQ-PASS <= WS-STQ-COUNT
               DISPLAY "Correct answers needed to pass (1-" WS-STQ-COUNT
                       "): " WITH NO ADVANCING
               ACCEPT WS-STQ-PASS-IN
               IF FUNCTION TEST-NUMVAL(WS-STQ-PASS-IN) = 0
                  MOVE FUNCTION NUMVAL(WS-STQ-PASS-IN) TO WS-STQ-PASS
               ELSE
                  MOVE 0 TO WS-STQ-PASS
               END-IF
           END-PERFORM

           OPEN OUTPUT SKILL-TESTS-TEMP-FILE
           OPEN INPUT SKILL-TESTS-FILE
           IF WS-ST-STATUS = "00"
              PERFORM READ-SKILL-TEST-RECORD
              PERFORM UNTIL WS-ST-STATUS NOT = "00"
                  IF ST-SKILL-ID NOT = WS-SKILL-PICK
                     MOVE SKILL-TEST-REC TO SKILL-TEST-TEMP-REC
                     WRITE SKILL-TEST-TEMP-REC
                  END-IF
                  PERFORM READ-SKILL-TEST-RECORD
              END-PERFORM
              CLOSE SKILL-TESTS-FILE
           END-IF
           MOVE SPACES TO SKILL-TEST-REC
           MOVE WS-SKILL-PICK TO ST-SKILL-ID
           MOVE WS-STQ-COUNT TO ST-QCOUNT
           MOVE WS-STQ-PASS TO ST-PASS-MARK
           MOVE SKILL-TEST-REC TO SKILL-TEST-TEMP-REC
           WRITE SKILL-TEST-TEMP-REC
           CLOSE SKILL-TESTS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-ST-TMP-NAME
                                         WS-ST-DAT-NAME

           OPEN OUTPUT SKILL-TEST-Q-TEMP-FILE
           OPEN INPUT SKILL-TEST-Q-FILE
           IF WS-TQ-STATUS = "00"
              PERFORM READ-SKILL-TEST-Q-RECORD
              PERFORM UNTIL WS-TQ-STATUS NOT = "00"
                  IF TQ-SKILL-ID NOT = WS-SKILL-PICK
                     MOVE SKILL-TEST-Q-REC TO SKILL-TEST-Q-TEMP-REC
                     WRITE SKILL-TEST-Q-TEMP-REC
                  END-IF
                  PERFORM READ-SKILL-TEST-Q-RECORD
              END-PERFORM
              CLOSE SKILL-TEST-Q-FILE
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STQ-COUNT
               MOVE SPACES TO SKILL-TEST-Q-REC
               MOVE WS-SKILL-PICK TO TQ-SKILL-ID
               MOVE WS-ST-IDX TO TQ-SEQ
               MOVE WS-STQ-TEXT(WS-ST-IDX) TO TQ-TEXT
               PERFORM VARYING WS-STQ-OPT-IDX FROM 1 BY 1
                       UNTIL WS-STQ-OPT-IDX > 4
                   MOVE WS-STQ-OPT(WS-ST-IDX, WS-STQ-OPT-IDX)
                       TO TQ-OPT(WS-STQ-OPT-IDX)
               END-PERFORM
               MOVE WS-STQ-ANSWER(WS-ST-IDX) TO TQ-ANSWER
               MOVE SKILL-TEST-Q-REC TO SKILL-TEST-Q-TEMP-REC
               WRITE SKILL-TEST-Q-TEMP-REC
           END-PERFORM
           CLOSE SKILL-TEST-Q-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-TQ-TMP-NAME
                                         WS-TQ-DAT-NAME

           MOVE "SET-ASSESSMENT" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-TARGET
           MOVE WS-SKILL-PICK TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Assessment saved; students can take it from Learn a New Skill.".

      *>--------------------------------------------------
      *> University directory maintenance.
      *>--------------------------------------------------
           CALL "CBL_RENAME_FILE" USING WS-JOBS-TMP-NAME
                                         WS-JOBS-DAT-NAME

      *>   Campus operators scoped to the old name follow it.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPER-COUNT
               IF WS-OPER-UNIV(WS-I) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-UNIV(WS-I))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OLD-UNIV-NAME))
                  MOVE WS-NEW-UNIV-NAME TO WS-OPER-UNIV(WS-I)
                  MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              PERFORM SAVE-OPERATORS
           END-IF

           MOVE "RENAME-UNIV" TO WS-AUD-ACTION
           MOVE WS-NEW-UNIV-NAME TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY WS-DISPLAY-LINE
           DISPLAY "Rename complete.".

      *>--------------------------------------------------
      *> Archive inquiry. The retention and expiry runs move rows to
      *> dated files (msgarchive-, jobarchive-, applarchive- plus the
      *> run date); this finds rows by username, job id or company
      *> across a range of those run dates. A full-role operator may
      *> put one found row back into its live file -- the archive
      *> itself is never changed, so the history stays intact.
      *>--------------------------------------------------
       ARCHIVE-INQUIRY.
           DISPLAY "Search archives by:"
           DISPLAY "1. Username"
           DISPLAY "2. Job id"
           DISPLAY "3. Company"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-ARC-MODE
           EVALUATE WS-ARC-MODE
              WHEN '1'
                 DISPLAY "Username: " WITH NO ADVANCING
                 ACCEPT WS-ARC-USER
                 IF WS-ARC-USER = SPACES
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-ARC-USER TO WS-AUD-TARGET
                 PERFORM SHOW-USERNAME-ALIASES
              WHEN '2'
                 DISPLAY "Job id: " WITH NO ADVANCING
                 ACCEPT WS-ARC-JOB-IN
                 IF WS-ARC-JOB-IN = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-ARC-JOB-IN) NOT = 0
                    DISPLAY "Job id must be numeric."
                    EXIT PARAGRAPH
                 END-IF
                 MOVE FUNCTION NUMVAL(WS-ARC-JOB-IN) TO WS-ARC-JOB-ID
                 MOVE WS-ARC-JOB-ID TO WS-AUD-TARGET
              WHEN '3'
                 DISPLAY "Company: " WITH NO ADVANCING
                 ACCEPT WS-ARC-COMPANY
                 IF WS-ARC-COMPANY = SPACES
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-ARC-COMPANY TO WS-AUD-TARGET
              WHEN OTHER
                 DISPLAY "Invalid choice."
                 EXIT PARAGRAPH
           END-EVALUATE

      *>   Range of archive run dates; blank ends at today and starts
      *>   WS-ARC-BACK-DAYS before the end.
           ACCEPT WS-ARC-TODAY FROM DATE YYYYMMDD
           DISPLAY "Archived on or before (YYYYMMDD, blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-ARC-TO
           IF WS-ARC-TO = SPACES
              MOVE WS-ARC-TODAY TO WS-ARC-TO
           END-IF
           IF WS-ARC-TO NOT NUMERIC
              DISPLAY "Dates must be YYYYMMDD."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-TO TO WS-ARC-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARC-DATE-NUM) NOT = 0
              DISPLAY "Dates must be YYYYMMDD."
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ARC-END-INT = FUNCTION INTEGER-OF-DATE(WS-ARC-DATE-NUM)
           DISPLAY "Archived on or after (YYYYMMDD, blank = 90 days earlier): "
                   WITH NO ADVANCING
           ACCEPT WS-ARC-FROM
           IF WS-ARC-FROM = SPACES
              COMPUTE WS-ARC-DAY-INT = WS-ARC-END-INT - WS-ARC-BACK-DAYS
              COMPUTE WS-ARC-DATE-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-ARC-DAY-INT)
              MOVE WS-ARC-DATE-NUM TO WS-ARC-FROM
           END-IF
           IF WS-ARC-FROM NOT NUMERIC
              DISPLAY "Dates must be YYYYMMDD."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-FROM TO WS-ARC-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARC-DATE-NUM) NOT = 0
              OR WS-ARC-FROM > WS-ARC-TO
              DISPLAY "The start date must be a valid date no later than the end date."
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ARC-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-ARC-DATE-NUM)

           MOVE 0 TO WS-ARC-COUNT
           MOVE 0 TO WS-ARC-FILES
           MOVE 'N' TO WS-ARC-MORE
           PERFORM UNTIL WS-ARC-DAY-INT > WS-ARC-END-INT
               COMPUTE WS-ARC-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-ARC-DAY-INT)
               MOVE WS-ARC-DATE-NUM TO WS-ARC-DATE
               MOVE 0 TO WS-ARC-HIT-COUNT
               PERFORM VARYING WS-ARC-FAM FROM 1 BY 1 UNTIL WS-ARC-FAM > 3
                   PERFORM SEARCH-ONE-ARCHIVE
               END-PERFORM
               ADD 1 TO WS-ARC-DAY-INT
           END-PERFORM

           MOVE "ARCHIVE-SEARCH" TO WS-AUD-ACTION
           PERFORM LOG-ADMIN-ACTION

           MOVE WS-ARC-FILES TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Archive files read: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE
           IF WS-ARC-COUNT = 0
              DISPLAY "No archived rows match."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ARC-COUNT
               PERFORM SHOW-ARCHIVE-RESULT
           END-PERFORM
           IF WS-ARC-MORE = 'Y'
              DISPLAY "Only the first 50 matches are shown; narrow the dates."
           END-IF

           IF WS-CURRENT-ROLE NOT = 'F'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reinstate which row (0 = none): " WITH NO ADVANCING
           ACCEPT WS-ARC-PICK
           IF WS-ARC-PICK < 1 OR WS-ARC-PICK > WS-ARC-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-REC-T(WS-ARC-PICK) TO WS-ARC-REC
           EVALUATE WS-ARC-KIND-T(WS-ARC-PICK)
              WHEN 'M' PERFORM REINSTATE-ARCHIVED-MESSAGE
              WHEN 'J' PERFORM REINSTATE-ARCHIVED-JOB
              WHEN 'A' PERFORM REINSTATE-ARCHIVED-APPLICATION
           END-EVALUATE.

      *>--------------------------------------------------
      *> Reads one day's archive of one family (a day with no run has
      *> no file and is skipped) and keeps the matching rows. The job
      *> archive is read before the application archive so a company
      *> search can carry the matched posting ids across to it.
      *>--------------------------------------------------
       SEARCH-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARC-NAME
           STRING WS-ARC-FAM-PREFIX(WS-ARC-FAM) DELIMITED BY SPACE
                  WS-ARC-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARC-NAME
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARC-FILES
           PERFORM READ-ARCHIVE-RECORD
           PERFORM UNTIL WS-ARC-STATUS NOT = "00"
               MOVE ARCHIVE-REC TO WS-ARC-REC
               MOVE 'N' TO WS-ARC-MATCH
               EVALUATE WS-ARC-FAM-KIND(WS-ARC-FAM) ALSO WS-ARC-MODE
                  WHEN 'M' ALSO '1'
                     IF FUNCTION UPPER-CASE(WS-AM-SENDER) =
                        FUNCTION UPPER-CASE(WS-ARC-USER)
                        OR FUNCTION UPPER-CASE(WS-AM-RECIPIENT) =
                           FUNCTION UPPER-CASE(WS-ARC-USER)
                        MOVE 'Y' TO WS-ARC-MATCH
                     END-IF
                  WHEN 'J' ALSO '1'
                     IF FUNCTION UPPER-CASE(WS-AJ-POSTED-BY) =
                        FUNCTION UPPER-CASE(WS-ARC-USER)
                        MOVE 'Y' TO WS-ARC-MATCH
                     END-IF
                  WHEN 'J' ALSO '2'
                     IF WS-AJ-ID = WS-ARC-JOB-ID
                        MOVE 'Y' TO WS-ARC-MATCH
                     END-IF
                  WHEN 'J' ALSO '3'
                     IF FUNCTION UPPER-CASE(WS-AJ-COMPANY) =
                        FUNCTION UPPER-CASE(WS-ARC-COMPANY)
                        MOVE 'Y' TO WS-ARC-MATCH
                        IF WS-ARC-HIT-COUNT < 50
                           ADD 1 TO WS-ARC-HIT-COUNT
                           MOVE WS-AJ-ID TO WS-ARC-HIT-ID(WS-ARC-HIT-COUNT)
                        END-IF
                     END-IF
                  WHEN 'A' ALSO '1'
                     IF FUNCTION UPPER-CASE(WS-AA-APPLICANT) =
                        FUNCTION UPPER-CASE(WS-ARC-USER)
                        MOVE 'Y' TO WS-ARC-MATCH
                     END-IF
                  WHEN 'A' ALSO '2'
                     IF WS-AA-JOB-ID = WS-ARC-JOB-ID
                        MOVE 'Y' TO WS-ARC-MATCH
                     END-IF
                  WHEN 'A' ALSO '3'
                     PERFORM VARYING WS-J FROM 1 BY 1
                             UNTIL WS-J > WS-ARC-HIT-COUNT
                         IF WS-ARC-HIT-ID(WS-J) = WS-AA-JOB-ID
                            MOVE 'Y' TO WS-ARC-MATCH
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
               END-EVALUATE
               IF WS-ARC-MATCH = 'Y'
                  IF WS-ARC-COUNT < 50
                     ADD 1 TO WS-ARC-COUNT
                     MOVE WS-ARC-FAM-KIND(WS-ARC-FAM)
                         TO WS-ARC-KIND-T(WS-ARC-COUNT)
                     MOVE WS-ARC-NAME TO WS-ARC-FILE-T(WS-ARC-COUNT)
                     MOVE WS-ARC-REC TO WS-ARC-REC-T(WS-ARC-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-ARC-MORE
                  END-IF
               END-IF
               PERFORM READ-ARCHIVE-RECORD
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       SHOW-ARCHIVE-RESULT.
           MOVE WS-ARC-REC-T(WS-I) TO WS-ARC-REC
           MOVE WS-I TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DISPLAY-LINE
           EVALUATE WS-ARC-KIND-T(WS-I)
              WHEN 'M'
                 STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                        ". Message " DELIMITED BY SIZE
                        WS-AM-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-AM-TIME(1:4) DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AM-SENDER) DELIMITED BY SIZE
                        " -> " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AM-RECIPIENT) DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WS-AM-BODY(1:60) DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE
                 END-STRING
              WHEN 'J'
                 STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                        ". Job " DELIMITED BY SIZE
                        WS-AJ-ID DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AJ-TITLE) DELIMITED BY SIZE
                        " / " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AJ-COMPANY) DELIMITED BY SIZE
                        "  posted by " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AJ-POSTED-BY) DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE
                 END-STRING
              WHEN 'A'
                 STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                        ". Application to job " DELIMITED BY SIZE
                        WS-AA-JOB-ID DELIMITED BY SIZE
                        " by " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AA-APPLICANT) DELIMITED BY SIZE
                        " on " DELIMITED BY SIZE
                        WS-AA-DATE DELIMITED BY SIZE
                        " status " DELIMITED BY SIZE
                        WS-AA-STATUS DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE
                 END-STRING
           END-EVALUATE
           DISPLAY WS-DISPLAY-LINE
           DISPLAY "      from " FUNCTION TRIM(WS-ARC-FILE-T(WS-I)).

      *>--------------------------------------------------
      *> Puts an archived message back in messages.dat, unread. The
      *> sender, recipient and stamp are the store's unique key, so
      *> a message still live is refused by the write itself. It
      *> keeps its original date, so the next retention run archives
      *> it again unless the account is on legal hold.
      *>--------------------------------------------------
       REINSTATE-ARCHIVED-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
           IF WS-MSG-STATUS NOT = "00"
              DISPLAY "Unable to open messages.dat."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ARC-DUP
           MOVE WS-ARC-REC TO MESSAGE-REC
           MOVE 'N' TO MSG-READ-FLAG
           WRITE MESSAGE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-ARC-DUP
           END-WRITE
           CLOSE MESSAGES-FILE
           IF WS-ARC-DUP = 'Y'
              DISPLAY "That message is already in the live message store."
              EXIT PARAGRAPH
           END-IF
           MOVE "REINSTATE-MSG" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-TARGET
           STRING FUNCTION TRIM(WS-AM-SENDER) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AM-RECIPIENT) DELIMITED BY SIZE
                  INTO WS-AUD-TARGET
           END-STRING
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Message reinstated as unread."
           DISPLAY "It keeps its original date: the next retention run will archive it"
           DISPLAY "again unless the account is on legal hold.".

      *>--------------------------------------------------
      *> Puts an archived posting back in jobs.dat as open, with a
      *> new expiry date so the next expiry sweep does not take it
      *> straight back out. Refused while the id is still live.
      *>--------------------------------------------------
       REINSTATE-ARCHIVED-JOB.
           MOVE 'N' TO WS-ARC-DUP
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  IF JOB-ID = WS-AJ-ID
                     MOVE 'Y' TO WS-ARC-DUP
                  END-IF
                  PERFORM READ-JOB-RECORD
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           IF WS-ARC-DUP = 'Y'
              DISPLAY "A posting with that id is already in jobs.dat."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM UNTIL WS-FOUND = 'Y'
               DISPLAY "New expiry date (YYYYMMDD, blank = none): "
                       WITH NO ADVANCING
               ACCEPT WS-ARC-EXPIRES
               IF WS-ARC-EXPIRES = SPACES
                  MOVE 'Y' TO WS-FOUND
               ELSE
                  IF WS-ARC-EXPIRES IS NUMERIC
                     AND WS-ARC-EXPIRES >= WS-ARC-TODAY
                     MOVE WS-ARC-EXPIRES TO WS-ARC-DATE-NUM
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARC-DATE-NUM) = 0
                        MOVE 'Y' TO WS-FOUND
                     END-IF
                  END-IF
               END-IF
               IF WS-FOUND = 'N'
                  DISPLAY "Enter a valid date no earlier than today."
               END-IF
           END-PERFORM
           OPEN EXTEND JOBS-FILE
           IF WS-JOB-STATUS = "35"
              OPEN OUTPUT JOBS-FILE
           END-IF
           IF WS-JOB-STATUS NOT = "00"
              DISPLAY "Unable to open jobs.dat."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-REC TO JOB-REC
           MOVE 'O' TO JOB-STATUS
           MOVE WS-ARC-EXPIRES TO JOB-EXPIRES
           WRITE JOB-REC
           CLOSE JOBS-FILE
           MOVE "REINSTATE-JOB" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-TARGET
           MOVE WS-AJ-ID TO WS-AUD-TARGET
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Posting reinstated as open.".

      *>--------------------------------------------------
      *> Puts an archived application back in applications.dat. The
      *> posting it belongs to must be live again first, and the
      *> same student may not already hold an application to it.
      *>--------------------------------------------------
       REINSTATE-ARCHIVED-APPLICATION.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  IF JOB-ID = WS-AA-JOB-ID
                     MOVE 'Y' TO WS-FOUND
                  END-IF
                  PERFORM READ-JOB-RECORD
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           IF WS-FOUND = 'N'
              DISPLAY "That posting is not in jobs.dat; reinstate the posting first."
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ARC-DUP
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  IF AP-JOB-ID = WS-AA-JOB-ID
                     AND FUNCTION UPPER-CASE(AP-APPLICANT) =
                         FUNCTION UPPER-CASE(WS-AA-APPLICANT)
                     MOVE 'Y' TO WS-ARC-DUP
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF
           IF WS-ARC-DUP = 'Y'
              DISPLAY "That student already has an application to this posting."
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND APPLICATIONS-FILE
           IF WS-APPL-STATUS = "35"
              OPEN OUTPUT APPLICATIONS-FILE
           END-IF
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to open applications.dat."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARC-REC TO APPL-REC
           WRITE APPL-REC
           CLOSE APPLICATIONS-FILE
           MOVE "REINSTATE-APPL" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-TARGET
           STRING WS-AA-JOB-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AA-APPLICANT) DELIMITED BY SIZE
                  INTO WS-AUD-TARGET
           END-STRING
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Application reinstated.".

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "EOF" TO WS-ARC-STATUS
               NOT AT END
                   MOVE "00" TO WS-ARC-STATUS
           END-READ.

      *>--------------------------------------------------
      *> Adds MESSAGE-REC to the keyed store; a stamp that collides
      *> with another row between the same pair is stepped on by one
      *> tick until its key is unique, as STUDENT-SYSTEM does.
      *>--------------------------------------------------
       WRITE-MESSAGE-RECORD.
           MOVE 'N' TO WS-MSG-WRITTEN
           PERFORM UNTIL WS-MSG-WRITTEN = 'Y'
               WRITE MESSAGE-REC
                   INVALID KEY
                       IF WS-MSG-STATUS = "22" AND MSG-TIME-NUM IS NUMERIC
                          PERFORM STEP-MESSAGE-TIME
                       ELSE
                          MOVE 'Y' TO WS-MSG-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MSG-WRITTEN
               END-WRITE
           END-PERFORM.

       STEP-MESSAGE-TIME.
           MOVE MSG-TIME TO WS-MSG-STEP-TIME
           ADD 1 TO WS-MSG-STEP-CC
           IF WS-MSG-STEP-CC > 99
              MOVE 0 TO WS-MSG-STEP-CC
              ADD 1 TO WS-MSG-STEP-SS
           END-IF
           IF WS-MSG-STEP-SS > 59
              MOVE 0 TO WS-MSG-STEP-SS
              ADD 1 TO WS-MSG-STEP-MI
           END-IF
           IF WS-MSG-STEP-MI > 59
              MOVE 0 TO WS-MSG-STEP-MI
              ADD 1 TO WS-MSG-STEP-HH
           END-IF
           IF WS-MSG-STEP-HH > 23
              MOVE 0 TO WS-MSG-STEP-HH
              IF MSG-DATE IS NUMERIC
                 MOVE MSG-DATE TO WS-MSG-STEP-DATE
                 COMPUTE WS-MSG-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-MSG-STEP-DATE) + 1)
                 MOVE WS-MSG-STEP-DATE TO MSG-DATE
              END-IF
           END-IF
           MOVE WS-MSG-STEP-TIME TO MSG-TIME.

      *>--------------------------------------------------
      *> Account rename -- for a legal name change or a regretted
      *> username. The new name is checked here, the rename written
      *> to journal.dat, and ACCOUNT-RENAME run to carry it through
      *> every data file; if that run is cut short the journal row
      *> stays, and the next rename attempt or the next STUDENT-SYSTEM
      *> start finishes it before anything else happens.
      *>--------------------------------------------------
       RENAME-ACCOUNT.
           PERFORM CHECK-PENDING-JOURNAL
           IF WS-RN-PENDING-OP = "RENAME-USER"
              DISPLAY "The rename of " FUNCTION TRIM(WS-RN-PENDING-A)
                      " to " FUNCTION TRIM(WS-RN-PENDING-B)
                      " was interrupted; finishing it first."
              MOVE WS-RN-PENDING-A TO WS-RN-OLD
              MOVE WS-RN-PENDING-B TO WS-RN-NEW
              PERFORM RUN-RENAME-CASCADE
              EXIT PARAGRAPH
           END-IF
           IF WS-RN-PENDING-OP NOT = SPACES
              DISPLAY "A student-side update is still pending in journal.dat;"
                      " it is settled when InCollege next starts."
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-USERS
           DISPLAY "Username to rename: " WITH NO ADVANCING
           ACCEPT WS-RN-OLD
           MOVE 0 TO WS-RN-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RN-OLD))
                  MOVE WS-I TO WS-RN-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RN-IDX = 0
              DISPLAY "No such account."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-USER-ID(WS-RN-IDX) TO WS-RN-OLD
           DISPLAY "New username: " WITH NO ADVANCING
           ACCEPT WS-RN-NEW
           PERFORM VALIDATE-NEW-USERNAME
           IF WS-RN-OK = 'N'
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-LIVE-SESSIONS
           IF WS-RN-LIVE > 0
              MOVE WS-RN-LIVE TO WS-RN-LIVE-DISPLAY
              DISPLAY FUNCTION TRIM(WS-RN-LIVE-DISPLAY)
                      " session(s) still signed in (see N. Open Sessions);"
                      " a rename waits until no one is."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RN-OLD TO WS-LH-USER
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LH-HELD = 'Y'
              DISPLAY "The account is on legal hold (case "
                      FUNCTION TRIM(WS-LH-CASE) "); the hold moves to the"
                      " new name."
           END-IF
           DISPLAY "Rename " FUNCTION TRIM(WS-RN-OLD) " to "
                   FUNCTION TRIM(WS-RN-NEW) " everywhere? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
              DISPLAY "Could not open journal.dat; nothing was changed."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-REC
           MOVE "RENAME-USER" TO JRN-OP
           MOVE WS-RN-OLD TO JRN-USER-A
           MOVE WS-RN-NEW TO JRN-USER-B
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE
           PERFORM RUN-RENAME-CASCADE.

      *>--------------------------------------------------
      *> Archives keep the username in use when a row was archived,
      *> so any rename to or from the name searched is shown; the
      *> other name can then be searched as well.
      *>--------------------------------------------------
       SHOW-USERNAME-ALIASES.
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALS-STATUS NOT = "00"
               READ ALIASES-FILE
                   AT END
                       MOVE "EOF" TO WS-ALS-STATUS
                   NOT AT END
                       IF FUNCTION UPPER-CASE(ALS-OLD) =
                          FUNCTION UPPER-CASE(WS-ARC-USER)
                          OR FUNCTION UPPER-CASE(ALS-NEW) =
                             FUNCTION UPPER-CASE(WS-ARC-USER)
                          DISPLAY "  Renamed " FUNCTION TRIM(ALS-OLD)
                                  " -> " FUNCTION TRIM(ALS-NEW)
                                  " on " ALS-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIASES-FILE.

      *>--------------------------------------------------
      *> The one journal row, if any, in WS-RN-PENDING-OP/-A/-B.
      *>--------------------------------------------------
       CHECK-PENDING-JOURNAL.
           MOVE SPACES TO WS-RN-PENDING-OP
           MOVE SPACES TO WS-RN-PENDING-A
           MOVE SPACES TO WS-RN-PENDING-B
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = "00"
              READ JOURNAL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE JRN-OP TO WS-RN-PENDING-OP
                      MOVE JRN-USER-A TO WS-RN-PENDING-A
                      MOVE JRN-USER-B TO WS-RN-PENDING-B
              END-READ
              CLOSE JOURNAL-FILE
           END-IF.

      *>--------------------------------------------------
      *> A new name must be one word with no commas (the delimited
      *> stores split on them), belong to no other account, and not
      *> be a name some other account was renamed away from -- a
      *> retired name stays retired so archived rows under it trace
      *> to one person. Changing only the letter case is allowed.
      *>--------------------------------------------------
       VALIDATE-NEW-USERNAME.
           MOVE 'N' TO WS-RN-OK
           MOVE FUNCTION TRIM(WS-RN-NEW) TO WS-RN-NEW
           IF WS-RN-NEW = SPACES
              DISPLAY "A new username is required."
              EXIT PARAGRAPH
           END-IF
           IF WS-RN-NEW = WS-RN-OLD
              DISPLAY "That is already the account's username."
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RN-BAD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RN-NEW)) TO WS-RN-LEN
           INSPECT WS-RN-NEW(1:WS-RN-LEN) TALLYING WS-RN-BAD
               FOR ALL SPACE ALL ","
           IF WS-RN-BAD > 0
              DISPLAY "Usernames cannot contain spaces or commas."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               IF WS-I NOT = WS-RN-IDX
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-I))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RN-NEW))
                  MOVE 1 TO WS-RN-BAD
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RN-BAD > 0
              DISPLAY "That username is taken."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STATUS = "00"
              PERFORM UNTIL WS-ALS-STATUS NOT = "00"
                  READ ALIASES-FILE
                      AT END
                          MOVE "EOF" TO WS-ALS-STATUS
                      NOT AT END
                          IF FUNCTION UPPER-CASE(FUNCTION TRIM(ALS-OLD)) =
                             FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RN-NEW))
                             AND ALS-NEW NOT = WS-RN-OLD
                             MOVE 1 TO WS-RN-BAD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ALIASES-FILE
           END-IF
           IF WS-RN-BAD > 0
              DISPLAY "That username was retired by an earlier rename."
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RN-OK.

      *>--------------------------------------------------
      *> Open or logout-pending sessions that have been active within
      *> the idle limit.
      *>--------------------------------------------------
       COUNT-LIVE-SESSIONS.
           MOVE 0 TO WS-RN-LIVE
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SP-COUNT
               IF WS-SPC-NAME(WS-I) = "SESSION-IDLE-MINUTES"
                  AND WS-SP-VALUE-T(WS-I) > 0
                  AND WS-SP-VALUE-T(WS-I) <= 999
                  MOVE WS-SP-VALUE-T(WS-I) TO WS-RN-IDLE-MINUTES
               END-IF
           END-PERFORM
           ACCEPT WS-RN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RN-NOW-TIME FROM TIME
           MOVE WS-RN-NOW-DATE TO WS-RN-DATE-NUM
           MOVE WS-RN-NOW-TIME(1:2) TO WS-RN-HH
           MOVE WS-RN-NOW-TIME(3:2) TO WS-RN-MM
           COMPUTE WS-RN-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-RN-DATE-NUM) * 1440
               + WS-RN-HH * 60 + WS-RN-MM
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM UNTIL WS-SN-STATUS NOT = "00"
                  IF (SN-STATE = 'O' OR SN-STATE = 'F')
                     AND SN-LAST-DATE IS NUMERIC
                     AND SN-LAST-TIME(1:4) IS NUMERIC
                     MOVE SN-LAST-DATE TO WS-RN-DATE-NUM
                     MOVE SN-LAST-TIME(1:2) TO WS-RN-HH
                     MOVE SN-LAST-TIME(3:2) TO WS-RN-MM
                     COMPUTE WS-RN-LAST-MINS =
                         FUNCTION INTEGER-OF-DATE(WS-RN-DATE-NUM) * 1440
                         + WS-RN-HH * 60 + WS-RN-MM
                     IF WS-RN-NOW-MINS - WS-RN-LAST-MINS
                        <= WS-RN-IDLE-MINUTES
                        ADD 1 TO WS-RN-LIVE
                     END-IF
                  END-IF
                  PERFORM READ-SESSION-RECORD
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF.

      *>--------------------------------------------------
      *> Runs the cascade for the journalled rename and audits the
      *> outcome as old>new.
      *>--------------------------------------------------
       RUN-RENAME-CASCADE.
           CALL "SYSTEM" USING WS-RENAME-CMD
           MOVE SPACES TO WS-AUD-TARGET
           STRING WS-RN-OLD DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-RN-NEW DELIMITED BY SPACE
                  INTO WS-AUD-TARGET
           END-STRING
           IF RETURN-CODE = 0
              MOVE "RENAME-USER" TO WS-AUD-ACTION
              DISPLAY "Account renamed; see rename-report.txt."
           ELSE
              MOVE "RENAME-PENDING" TO WS-AUD-ACTION
              DISPLAY "The rename did not finish and stays pending in"
                      " journal.dat; see rename-report.txt."
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM LOG-ADMIN-ACTION
           PERFORM LOAD-USERS.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                   MOVE "EOF" TO WS-APPL-STATUS
               NOT AT END
                   MOVE "00" TO WS-APPL-STATUS
           END-READ.

       READ-JOB-RECORD.
           READ JOBS-FILE
               AT END
                   MOVE "00" TO WS-JOB-STATUS
           END-READ.

       READ-JOB-QUESTION-RECORD.
           READ JOB-QUESTIONS-FILE
               AT END
                   MOVE "EOF" TO WS-JQ-STATUS
               NOT AT END
                   MOVE "00" TO WS-JQ-STATUS
           END-READ.

       END PROGRAM ADMIN-CONSOLE.
