               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUME-STATUS.

           *> Reorganized for direct access: the inbox, the unread
           *> badge and read-flag updates go through the recipient key,
           *> a conversation through the sender/recipient pair, so none
           *> of them scans or rewrites the whole mailbox.
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           *> Pre-reorganization mailbox, read once by the startup
           *> migration and then left in place under its .seq name.
           SELECT OLD-MESSAGES-FILE ASSIGN TO "messages.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDMSG-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-TMP-STATUS.

           SELECT JOB-QUESTIONS-FILE ASSIGN TO "jobquestions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JQ-STATUS.

           SELECT JOB-QUESTIONS-TEMP-FILE ASSIGN TO "jobquestions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JQ-TMP-STATUS.

           SELECT APPL-ANSWERS-FILE ASSIGN TO "applanswers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STATUS.

           SELECT APPL-HISTORY-FILE ASSIGN TO "applhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT MENTORSHIP-FILE ASSIGN TO "mentorship.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTR-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLK-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT PRIVACY-TEMP-FILE ASSIGN TO "privacy.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-TMP-STATUS.

           SELECT NOTIFY-PREFS-FILE ASSIGN TO "notifyprefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.

           SELECT NOTIFY-PREFS-TEMP-FILE ASSIGN TO "notifyprefs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-TMP-STATUS.

           SELECT CONTACTS-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT CONTACTS-TEMP-FILE ASSIGN TO "contacts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-TMP-STATUS.

           SELECT ANNOUNCE-FILE ASSIGN TO "announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.

           SELECT GROUPS-TEMP-FILE ASSIGN TO "groups.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-TMP-STATUS.

           SELECT GROUP-MEMBERS-TEMP-FILE ASSIGN TO "groupmembers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-TMP-STATUS.

           SELECT GROUP-POSTS-TEMP-FILE ASSIGN TO "groupposts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-TMP-STATUS.

           SELECT LASTLOGIN-FILE ASSIGN TO "lastlogin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

           SELECT MENU-USAGE-FILE ASSIGN TO "menuusage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MU-STATUS.

           SELECT SESSIONS-FILE ASSIGN TO "sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT SESSIONS-TEMP-FILE ASSIGN TO "sessions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-TMP-STATUS.

           SELECT PROFILE-HISTORY-FILE ASSIGN TO "profilehistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHR-STATUS.

           SELECT JOB-VIEWS-FILE ASSIGN TO "jobviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JV-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           SELECT RECRUITER-CLAIMS-FILE ASSIGN TO "recruiterclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT ALIASES-FILE ASSIGN TO "aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STATUS.

           SELECT SURVEYS-FILE ASSIGN TO "surveys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USKILL-TMP-STATUS.

           SELECT SKILL-TESTS-FILE ASSIGN TO "skilltests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.

           SELECT SKILL-TEST-Q-FILE ASSIGN TO "skilltestq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TQ-STATUS.

           SELECT INTERN-HOURS-FILE ASSIGN TO "internhours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.

           SELECT INTERN-HOURS-TEMP-FILE ASSIGN TO "internhours.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-TMP-STATUS.

           SELECT INTERNSHIPS-FILE ASSIGN TO "internships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISP-STATUS.

           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSVP-STATUS.

           SELECT EVENT-ATTEND-FILE ASSIGN TO "eventattend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EATT-STATUS.

           SELECT CASELOAD-FILE ASSIGN TO "caseload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT OFFERS-FILE ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-STATUS.

           SELECT OFFERS-TEMP-FILE ASSIGN TO "offers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-TMP-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
           *> as an open posting with no expiry date.
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           *> Date the posting went live -- spaces on rows written
           *> before postings were billed against company contracts.
           05 JOB-POSTED-DATE  PIC X(8).
           *> 'I' = internship; anything else (including the spaces
           *> on older rows) is an ordinary job.
           05 JOB-KIND         PIC X.

       FD  PROFILE-VIEWS-FILE.
       01  PVIEW-REC      PIC X(80).

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           *> Sender, recipient and the send stamp make the unique key;
           *> two rows that would collide are kept apart by stepping
           *> the later one's time (see WRITE-MESSAGE-RECORD).
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-DATE         PIC X(8).
              10 MSG-TIME         PIC X(8).
              10 MSG-TIME-NUM REDEFINES MSG-TIME PIC 9(8).
           05 MSG-BODY         PIC X(200).
           *> Read flag added after messaging first shipped -- rows
           *> written before it read back as spaces, which counts as
           *> unread until the recipient next opens their inbox.
           05 MSG-READ-FLAG    PIC X.

       FD  OLD-MESSAGES-FILE.
       01  OLD-MESSAGE-REC   PIC X(257).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
       FD  APPLICATIONS-TEMP-FILE.
       01  APPL-TEMP-REC  PIC X(34).

       *> Screening questions a poster attaches to a posting, up to
       *> five per JOB-ID in JQ-SEQ order.
       FD  JOB-QUESTIONS-FILE.
       01  JOB-QUESTION-REC.
           05 JQ-JOB-ID        PIC 9(5).
           05 JQ-SEQ           PIC 9.
           *> 'Y' yes/no, 'M' multiple choice, 'T' short text.
           05 JQ-TYPE          PIC X.
           05 JQ-TEXT          PIC X(80).
           *> Multiple-choice options, separated by '/'.
           05 JQ-CHOICES       PIC X(60).
           *> The answer an applicant must give to stay in the running
           *> ("Yes"/"No", one of the choices, or the exact text);
           *> blank when the question is informational only.
           05 JQ-KNOCKOUT      PIC X(30).

       FD  JOB-QUESTIONS-TEMP-FILE.
       01  JOB-QUESTION-TEMP-REC PIC X(177).

       *> One row per screening question answered with an
       *> application. The question text is kept as it was asked, so
       *> a later edit of the posting's questions does not change
       *> what an earlier applicant appears to have answered.
       FD  APPL-ANSWERS-FILE.
       01  APPL-ANSWER-REC.
           05 AA-JOB-ID        PIC 9(5).
           05 AA-APPLICANT     PIC X(20).
           05 AA-SEQ           PIC 9.
           05 AA-QUESTION      PIC X(80).
           05 AA-ANSWER        PIC X(60).
           *> 'Y' when the answer missed the question's knockout.
           05 AA-KNOCKED-OUT   PIC X.

       *> One row per application status change, oldest first --
       *> AH-OLD-STATUS is blank on the row written when the
       *> application is filed. Read by the hiring-funnel report.
       FD  APPL-HISTORY-FILE.
       01  APPL-HISTORY-REC.
           05 AH-JOB-ID        PIC 9(5).
           05 AH-APPLICANT     PIC X(20).
           05 AH-OLD-STATUS    PIC X.
           05 AH-NEW-STATUS    PIC X.
           05 AH-DATE          PIC X(8).
           05 AH-TIME          PIC X(8).
           05 AH-CHANGED-BY    PIC X(20).

       FD  MENTORSHIP-FILE.
       01  MENTORSHIP-REC.
           *> 'M' = mentor opt-in, 'R' = mentee request, 'P' = pairing
           05 BLK-BLOCKER      PIC X(20).
           05 BLK-BLOCKED      PIC X(20).

       FD  PRIVACY-FILE.
       01  PRIVACY-REC.
           05 PRV-USER         PIC X(20).
           05 PRV-VISIBILITY   PIC X.
           05 PRV-NO-SEARCH    PIC X.
           05 PRV-NO-RESUMEBOOK PIC X.
           05 PRV-NO-EXTRACT   PIC X.
           05 PRV-NO-SUGGEST   PIC X.

       FD  PRIVACY-TEMP-FILE.
       01  PRIVACY-TEMP-REC    PIC X(25).

       FD  NOTIFY-PREFS-FILE.
       01  NOTIFY-PREF-REC.
           05 NP-USER          PIC X(20).
           *> One byte per notification type, in WS-NP-CATALOG order.
           05 NP-MODES         PIC X(20).

       FD  NOTIFY-PREFS-TEMP-FILE.
       01  NOTIFY-PREF-TEMP-REC PIC X(40).

       FD  CONTACTS-FILE.
       01  CONTACT-REC.
           05 CT-USER          PIC X(20).
           05 CT-EMAIL         PIC X(60).
           *> 'P' waiting for its confirmation code, 'V' confirmed,
           *> 'B' returned undeliverable by the mail gateway.
           05 CT-STATE         PIC X.
           05 CT-CODE          PIC X(6).
           05 CT-CODE-DATE     PIC X(8).
           05 CT-STATE-DATE    PIC X(8).
           05 CT-BOUNCE-REASON PIC X(40).

       FD  CONTACTS-TEMP-FILE.
       01  CONTACT-TEMP-REC    PIC X(143).

       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-REC.
           05 ANN-ID           PIC 9(4).
           05 ANN-DATE         PIC X(8).
           05 ANN-EXPIRES      PIC X(8).
           05 ANN-TEXT         PIC X(200).
           *> Blank for everyone; otherwise only students whose
           *> profile names this university see the announcement.
           05 ANN-UNIVERSITY   PIC X(50).

       FD  ANN-SEEN-FILE.
       01  ANN-SEEN-REC.
           05 GRP-NAME         PIC X(40).
           05 GRP-DESC         PIC X(100).
           05 GRP-OWNER        PIC X(20).
      *>   'Y' = members only: joins wait for the owner or a
      *>   moderator to approve them. Blank (older rows) is open.
           05 GRP-PRIVATE      PIC X.

       FD  GROUP-MEMBERS-FILE.
       01  GROUP-MEMBER-REC.
           05 GM-GROUP-ID      PIC 9(4).
           05 GM-MEMBER        PIC X(20).
      *>   Role 'M' = moderator, blank = member (the owner is the
      *>   group's GRP-OWNER). State 'A' or blank = active member,
      *>   'P' = join request waiting, 'X' = removed and barred.
           05 GM-ROLE          PIC X.
           05 GM-STATE         PIC X.

       FD  GROUP-POSTS-FILE.
       01  GROUP-POST-REC.
           05 GP-TIME          PIC X(8).
           05 GP-BODY          PIC X(200).

       FD  GROUPS-TEMP-FILE.
       01  GROUP-TEMP-REC      PIC X(165).

       FD  GROUP-MEMBERS-TEMP-FILE.
       01  GROUP-MEMBER-TEMP-REC PIC X(26).

       FD  GROUP-POSTS-TEMP-FILE.
       01  GROUP-POST-TEMP-REC PIC X(240).

       FD  LASTLOGIN-FILE.
       01  LASTLOGIN-REC  PIC X(40).

       01  RLOG-REC.
           05 RLOG-SENDER      PIC X(20).
           05 RLOG-DATE        PIC X(8).
           *> Trailing fields -- spaces on rows written before the
           *> network report began asking where connections come from.
           05 RLOG-RECIPIENT   PIC X(20).
           *> 'P' = sent from People You May Know, 'S' = from a
           *> search result.
           05 RLOG-SOURCE      PIC X.

       *> One row per dashboard option chosen -- which option, by
       *> which role and user, and when; never anything typed
       *> inside the option. Read by the menu-usage report.
       FD  MENU-USAGE-FILE.
       01  MENU-USAGE-REC.
           05 MU-DATE          PIC X(8).
           05 MU-TIME          PIC X(8).
           05 MU-ROLE          PIC X.
           05 MU-OPTION        PIC X.
           05 MU-FEATURE       PIC X(20).
           05 MU-USER          PIC X(20).

       *> One row per sign-in: opened at login, its last-activity
       *> stamp moved on at every menu choice, closed at logout. The
       *> state byte is 'O' open, 'F' open but flagged by an operator
       *> for forced logout, and once closed 'C' logged out, 'T' idle
       *> timeout, 'K' forced out, 'S' superseded by a new sign-in on
       *> the same terminal. ADMIN-CONSOLE lists and flags these.
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

       FD  PROFILE-HISTORY-FILE.
       01  PROFILE-HISTORY-REC.
           05 SHR-JOB-ID       PIC 9(5).
           05 SHR-DATE         PIC X(8).

       *> One row each time a posting is shown to someone other than
       *> its poster.
       FD  JOB-VIEWS-FILE.
       01  JOB-VIEW-REC.
           05 JV-JOB-ID        PIC 9(5).
           05 JV-VIEWER        PIC X(20).
           05 JV-DATE          PIC X(8).
           05 JV-TIME          PIC X(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

           *> rerun of the extract cannot double-send it.
           05 NT-SENT          PIC X.

       *> A recruiter's claim to post for a company on the register,
       *> filed here and decided by an operator in ADMIN-CONSOLE:
       *> 'P' pending, 'A' approved, 'R' rejected. A recruiter with an
       *> approved claim is verified for that company.
       FD  RECRUITER-CLAIMS-FILE.
       01  RECRUITER-CLAIM-REC.
           05 RCL-RECRUITER    PIC X(20).
           05 RCL-COMPANY      PIC X(30).
           05 RCL-DATE         PIC X(8).
           05 RCL-TIME         PIC X(8).
           05 RCL-STATUS       PIC X.
           05 RCL-DECIDED-BY   PIC X(20).
           05 RCL-DECIDED-DATE PIC X(8).

       *> Shared with ADMIN-CONSOLE, whose audit screen reads it; this
       *> side writes only the recruiter sign-in code events.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-OPERATOR     PIC X(20).
           05 AUD-DATE         PIC X(8).
           05 AUD-TIME         PIC X(8).
           05 AUD-ACTION       PIC X(16).
           05 AUD-TARGET       PIC X(40).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-OP           PIC X(16).
           05 JRN-DATE         PIC X(8).
           05 JRN-TIME         PIC X(8).

       *> Account renames, old name to new, written by ACCOUNT-RENAME.
       FD  ALIASES-FILE.
       01  ALIAS-REC.
           05 ALS-OLD          PIC X(20).
           05 ALS-NEW          PIC X(20).
           05 ALS-DATE         PIC X(8).
           05 ALS-TIME         PIC X(8).

       FD  SURVEYS-FILE.
       01  SURVEY-REC.
           05 SV-ID            PIC 9(4).
           05 CO-INDUSTRY      PIC X(30).
           05 CO-LOCATION      PIC X(30).
           05 CO-DESC          PIC X(100).
           *> Posting contract, maintained from the admin console: the
           *> credits allowed and used in the current billing period
           *> ('M' monthly, 'Q' quarterly, 'A' annual -- space means no
           *> contract, so postings are not metered), the period's
           *> first day and the charge per credit.
           05 CO-CREDIT-ALLOW  PIC 9(4).
           05 CO-CREDIT-USED   PIC 9(4).
           05 CO-BILL-PERIOD   PIC X.
           05 CO-PERIOD-START  PIC X(8).
           05 CO-CREDIT-RATE   PIC 9(5)V99.

       FD  COMPANIES-TEMP-FILE.
       01  COMPANY-TEMP-REC    PIC X(214).

       FD  COMPANY-FOLLOWS-FILE.
       01  COMPANY-FOLLOW-REC.
           05 US-USER          PIC X(20).
           05 US-SKILL-ID      PIC 9(2).
           05 US-STATUS        PIC X.
           *> 'Y' once the student has passed the skill's assessment;
           *> US-SCORE is the percentage scored on that attempt.
           05 US-VERIFIED      PIC X.
           05 US-SCORE         PIC 9(3).

       FD  USER-SKILLS-TEMP-FILE.
       01  USER-SKILL-TEMP-REC PIC X(27).

       FD  SKILL-TESTS-FILE.
       01  SKILL-TEST-REC.
           05 ST-SKILL-ID      PIC 9(2).
           05 ST-QCOUNT        PIC 9.
           05 ST-PASS-MARK     PIC 9.

       FD  SKILL-TEST-Q-FILE.
       01  SKILL-TEST-Q-REC.
           05 TQ-SKILL-ID      PIC 9(2).
           05 TQ-SEQ           PIC 9.
           05 TQ-TEXT          PIC X(100).
           05 TQ-OPT OCCURS 4 TIMES PIC X(40).
           05 TQ-ANSWER        PIC X.

       *> One row per intern per posting per week; IH-WEEK is the
       *> Monday of the week. IH-STATUS is 'P' (pending), 'A'
       *> (approved) or 'R' (rejected) by the poster. Employer, title
       *> and supervisor are copied from the posting when the week is
       *> logged, so the registrar feed does not depend on the
       *> posting still being on the board at term end.
       FD  INTERN-HOURS-FILE.
       01  INTERN-HOURS-REC.
           05 IH-JOB-ID        PIC 9(5).
           05 IH-STUDENT       PIC X(20).
           05 IH-WEEK          PIC X(8).
           05 IH-HOURS         PIC 9(2).
           05 IH-DESC          PIC X(60).
           05 IH-STATUS        PIC X.
           05 IH-EMPLOYER      PIC X(30).
           05 IH-TITLE         PIC X(40).
           05 IH-SUPERVISOR    PIC X(20).
           05 IH-LOGGED        PIC X(8).
           05 IH-DECIDED       PIC X(8).

       FD  INTERN-HOURS-TEMP-FILE.
       01  INTERN-HOURS-TEMP-REC PIC X(202).

       *> One row per student hired ('H') into an internship posting,
       *> written when the hire is recorded. The posting's title,
       *> company and poster are kept here so the student can go on
       *> logging hours after the posting expires and is archived.
       FD  INTERNSHIPS-FILE.
       01  INTERNSHIP-REC.
           05 ISP-JOB-ID       PIC 9(5).
           05 ISP-STUDENT      PIC X(20).
           05 ISP-SUPERVISOR   PIC X(20).
           05 ISP-TITLE        PIC X(40).
           05 ISP-EMPLOYER     PIC X(30).
           05 ISP-HIRED        PIC X(8).

       FD  INTERVIEWS-FILE.
       01  INTERVIEW-REC.
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

       FD  CASELOAD-FILE.
       01  CASELOAD-REC.
           *> Written by the registrar caseload intake: one row per
           *> advisor/advisee assignment.
           05 CL-ADVISOR       PIC X(20).
           05 CL-STUDENT       PIC X(20).
           05 CL-ASSIGNED      PIC X(8).

       FD  OFFERS-FILE.
       01  OFFER-REC.
           05 OF-JOB-ID        PIC 9(5).
           05 OF-APPLICANT     PIC X(20).
           05 OF-POSTER        PIC X(20).
           05 OF-COMP          PIC X(30).
           05 OF-START-DATE    PIC X(8).
           05 OF-LOCATION      PIC X(30).
           05 OF-ACCEPT-BY     PIC X(8).
           05 OF-EXTENDED      PIC X(8).
           *> 'P' open / 'A' accepted / 'D' declined / 'E' expired
           05 OF-STATUS        PIC X.
           05 OF-DECIDED       PIC X(8).

       FD  OFFERS-TEMP-FILE.
       01  OFFER-TEMP-REC      PIC X(138).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC        PIC X(100).

       *> Operational thresholds maintained from ADMIN-CONSOLE; a row
       *> here overrides the compiled VALUE of the matching field.
       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-USER-CHOICE     PIC X.
       01  WS-FILE-STATUS     PIC XX VALUE SPACES.
             10 WS-USER-ROLE   PIC X VALUE 'S'.

       01  WS-CURRENT-ROLE    PIC X VALUE 'S'.
      *> Dashboard options by role ('S' student, 'R' recruiter, 'A'
      *> alumni) and key, with the feature name the usage log and
      *> the menu-usage report carry. Keep in step with the menus
      *> and with MENU-USAGE-REPORT's copy of this table.
       01  WS-MU-STATUS       PIC XX VALUE SPACES.
       01  WS-MU-CATALOG.
           05 FILLER PIC X(22) VALUE "S1PROFILE-EDIT        ".
           05 FILLER PIC X(22) VALUE "S2PROFILE-VIEW        ".
           05 FILLER PIC X(22) VALUE "S3USER-SEARCH         ".
           05 FILLER PIC X(22) VALUE "S4PENDING-REQUESTS    ".
           05 FILLER PIC X(22) VALUE "S5LEARN-SKILL         ".
           05 FILLER PIC X(22) VALUE "S6LOGOUT              ".
           05 FILLER PIC X(22) VALUE "S7SENT-REQUESTS       ".
           05 FILLER PIC X(22) VALUE "S8MY-NETWORK          ".
           05 FILLER PIC X(22) VALUE "S9JOBS                ".
           05 FILLER PIC X(22) VALUE "S0DEACTIVATE          ".
           05 FILLER PIC X(22) VALUE "SVPROFILE-VIEWERS     ".
           05 FILLER PIC X(22) VALUE "SRRESUME-EXPORT       ".
           05 FILLER PIC X(22) VALUE "SMMESSAGES            ".
           05 FILLER PIC X(22) VALUE "SPPEOPLE-YOU-MAY-KNOW ".
           05 FILLER PIC X(22) VALUE "SGGROUPS              ".
           05 FILLER PIC X(22) VALUE "SBBLOCKED-USERS       ".
           05 FILLER PIC X(22) VALUE "STMENTORSHIP          ".
           05 FILLER PIC X(22) VALUE "SEEVENTS              ".
           05 FILLER PIC X(22) VALUE "SFFEED                ".
           05 FILLER PIC X(22) VALUE "SWRECOMMENDATIONS     ".
           05 FILLER PIC X(22) VALUE "SCCALENDAR            ".
           05 FILLER PIC X(22) VALUE "SSPRIVACY-SETTINGS    ".
           05 FILLER PIC X(22) VALUE "SNNOTIFY-PREFERENCES  ".
           05 FILLER PIC X(22) VALUE "R1POST-JOB            ".
           05 FILLER PIC X(22) VALUE "R2MY-POSTINGS         ".
           05 FILLER PIC X(22) VALUE "R3REVIEW-APPLICANTS   ".
           05 FILLER PIC X(22) VALUE "R4JOB-LIST            ".
           05 FILLER PIC X(22) VALUE "R5LOGOUT              ".
           05 FILLER PIC X(22) VALUE "R6EVENTS              ".
           05 FILLER PIC X(22) VALUE "R7CANDIDATE-SEARCH    ".
           05 FILLER PIC X(22) VALUE "R8SHORTLISTS          ".
           05 FILLER PIC X(22) VALUE "R9COMPANY-PAGES       ".
           05 FILLER PIC X(22) VALUE "RVCOMPANY-VERIFY      ".
           05 FILLER PIC X(22) VALUE "RHINTERN-HOURS        ".
           05 FILLER PIC X(22) VALUE "A1PROFILE-EDIT        ".
           05 FILLER PIC X(22) VALUE "A2PROFILE-VIEW        ".
           05 FILLER PIC X(22) VALUE "A3USER-SEARCH         ".
           05 FILLER PIC X(22) VALUE "A4PENDING-REQUESTS    ".
           05 FILLER PIC X(22) VALUE "A5SENT-REQUESTS       ".
           05 FILLER PIC X(22) VALUE "A6LOGOUT              ".
           05 FILLER PIC X(22) VALUE "A7MY-NETWORK          ".
           05 FILLER PIC X(22) VALUE "A0DEACTIVATE          ".
           05 FILLER PIC X(22) VALUE "AMMESSAGES            ".
           05 FILLER PIC X(22) VALUE "ATMENTORSHIP          ".
           05 FILLER PIC X(22) VALUE "AGGROUPS              ".
           05 FILLER PIC X(22) VALUE "AFFEED                ".
           05 FILLER PIC X(22) VALUE "ABBLOCKED-USERS       ".
           05 FILLER PIC X(22) VALUE "AWRECOMMENDATIONS     ".
           05 FILLER PIC X(22) VALUE "AVPROFILE-VIEWERS     ".
           05 FILLER PIC X(22) VALUE "ARRESUME-EXPORT       ".
           05 FILLER PIC X(22) VALUE "ASPRIVACY-SETTINGS    ".
           05 FILLER PIC X(22) VALUE "ANNOTIFY-PREFERENCES  ".
       01  WS-MU-CATALOG-TABLE REDEFINES WS-MU-CATALOG.
           05 WS-MU-ENTRY OCCURS 52 TIMES.
              10 WS-MU-ROLE-T    PIC X.
              10 WS-MU-KEY-T     PIC X.
              10 WS-MU-FEATURE-T PIC X(20).
       01  WS-MU-ROLE         PIC X.
       01  WS-MU-KEY          PIC X.
       01  WS-MU-IDX          PIC 99.
       01  WS-TARGET-ROLE     PIC X VALUE 'S'.
       01  WS-ROLE-LOOKUP     PIC X(20).

       *> Account lockout -- five consecutive bad passwords (or
       *> LOGIN-MAX-FAILS from sysparams.dat) locks the
       *> account; the lock and the date/time it happened are written
       *> to the session log so support staff can see why a user was
       *> turned away.
       01  WS-MAX-LOGIN-FAILS PIC 9 VALUE 5.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-LOCK-DATE       PIC X(8).
       01  WS-LOCK-TIME       PIC X(8).

       *> Sign-in sessions. A session idle longer than the limit (15
       *> minutes, or SESSION-IDLE-MINUTES from sysparams.dat) is
       *> logged out at its next menu choice, and a stale one no longer
       *> blocks a new sign-in. The terminal name comes from the
       *> INCOLLEGE_TERMINAL environment variable set on each lab
       *> machine; anywhere else it reads CONSOLE.
       01  WS-SESSION-IDLE-MINUTES PIC 9(3) VALUE 15.
       01  WS-SN-STATUS       PIC XX VALUE SPACES.
       01  WS-SN-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-SESSIONS-DAT-NAME PIC X(40) VALUE "sessions.dat".
       01  WS-SESSIONS-TMP-NAME PIC X(40) VALUE "sessions.tmp".
       01  WS-SN-TERMINAL     PIC X(16).
       01  WS-SN-MY-START-DATE PIC X(8).
       01  WS-SN-MY-START-TIME PIC X(8).
       01  WS-SN-NOW-DATE     PIC X(8).
       01  WS-SN-NOW-TIME     PIC X(8).
       01  WS-SN-CALC-DATE    PIC X(8).
       01  WS-SN-CALC-TIME    PIC X(8).
       01  WS-SN-CALC-DATE-NUM PIC 9(8).
       01  WS-SN-CALC-HH      PIC 99.
       01  WS-SN-CALC-MM      PIC 99.
       01  WS-SN-CALC-MINS    PIC 9(10).
       01  WS-SN-NOW-MINS     PIC 9(10).
       01  WS-SN-IDLE-MINS    PIC S9(10).
       01  WS-SN-IDLE-DISPLAY PIC ZZ9.
       01  WS-SN-CONFLICT     PIC X VALUE 'N'.
       01  WS-SN-OTHER-TERMINAL PIC X(16).
       01  WS-SN-OTHER-TIME   PIC X(8).
       *> 'N' while the session is live; otherwise the state it was
       *> closed with at the last menu choice ('T' or 'K').
       01  WS-SN-ENDED        PIC X VALUE 'N'.

       *> Second sign-in step for recruiters: a six-digit code good
       *> for WS-OTP-EXPIRY-MINUTES is queued to the mail gateway and
       *> must be typed back. Every wrong or expired code counts as a
       *> failed login toward the lockout, and is audited.
       01  WS-OTP-EXPIRY-MINUTES PIC 99 VALUE 10.
       01  WS-OTP-MAX-TRIES   PIC 9 VALUE 3.
       01  WS-OTP-CODE        PIC 9(6).
       01  WS-OTP-ENTERED     PIC X(6).
       01  WS-OTP-SEED        PIC 9(8).
       01  WS-OTP-ISSUED-MINS PIC 9(10).
       01  WS-OTP-EXPIRES-AT  PIC X(4).
       01  WS-OTP-EXP-HH      PIC 99.
       01  WS-OTP-EXP-MM      PIC 99.
       01  WS-OTP-TRIES       PIC 9 VALUE 0.
       01  WS-OTP-RESULT      PIC X VALUE 'N'.
       01  WS-OTP-USER-IDX    PIC 99 VALUE 0.
       01  WS-AUD-STATUS      PIC XX VALUE SPACES.

       *> Recruiter verification. Every approved claim is held in
       *> WS-VRC-TABLE so listings can badge verified posters and
       *> release postings held while their poster was unverified;
       *> WS-RCL-USER's own latest claim lands in WS-RCL-MY-*.
       01  WS-RCL-STATUS      PIC XX VALUE SPACES.
       01  WS-RCL-USER        PIC X(20).
       01  WS-RCL-MY-STATE    PIC X VALUE SPACE.
       01  WS-RCL-MY-COMPANY  PIC X(30).
       01  WS-VRC-COUNT       PIC 999 VALUE 0.
       01  WS-VRC-TABLE.
           05 WS-VRC-ENTRY OCCURS 200 TIMES.
              10 WS-VRC-USER-T    PIC X(20).
              10 WS-VRC-COMPANY-T PIC X(30).
       01  WS-VRC-IDX         PIC 999 VALUE 0.
       01  WS-VRC-LOOKUP      PIC X(20).
       01  WS-VRC-FOUND       PIC X VALUE 'N'.
       01  WS-JOB-CHK-IDX     PIC 999 VALUE 0.
       01  WS-JOB-LISTABLE    PIC X VALUE 'Y'.
       01  WS-JOBS-RELEASED   PIC 99 VALUE 0.
       01  WS-JOBS-STILL-HELD PIC 99 VALUE 0.
       01  WS-JOB-REL-IDX     PIC 99 VALUE 0.
       01  WS-NOTIFY-JOB-IDX  PIC 99 VALUE 0.
       01  WS-AUD-ACTION      PIC X(16).

       01  WS-PROF-KEYLINE        PIC X(80).
       01  WS-TEMP-NUMERIC        PIC 9(4).
       01  WS-DISPLAY-MESSAGE     PIC X(300).
             10 WS-MATCH-USER-T   PIC X(20).
             10 WS-MATCH-LAST-T   PIC X(30).
             10 WS-MATCH-YEAR-T   PIC 9(4).
             *> Candidate search only: completed skills verified by
             *> assessment and completed skills that are self-reported.
             10 WS-MATCH-VCNT-T   PIC 99.
             10 WS-MATCH-SCNT-T   PIC 99.
       01 WS-MATCH-CHOICE         PIC 99.
       *> Search-result presentation -- results are sorted (last name,
       *> or graduation year on request) and shown a screenful at a
       *> silent about the matches past the table cap.
       01 WS-MATCH-TRUNCATED      PIC X VALUE 'N'.
       01 WS-MATCH-SORT           PIC X.
       01 WS-MATCH-SWAP           PIC X(58).
       01 WS-MATCH-SORTED         PIC X.
       01 WS-PAGE-SIZE            PIC 99 VALUE 10.
       01 WS-PAGE-START           PIC 99.
             10 WS-JOB-UNIV-T     PIC X(50).
             10 WS-JOB-STATUS-T   PIC X.
             10 WS-JOB-EXPIRES-T  PIC X(8).
             10 WS-JOB-POSTED-DATE-T PIC X(8).
             10 WS-JOB-KIND-T     PIC X.
       01 EOF-JOBS                PIC X VALUE 'N'.
       01 WS-JOB-MENU-CHOICE      PIC X.
       01 WS-JOB-VIEW-CHOICE      PIC 99.
             10 WS-APPL-NAME-T    PIC X(20).
             10 WS-APPL-DATE-T    PIC X(8).
             10 WS-APPL-STAT-T    PIC X.
             10 WS-APPL-JOB-T     PIC 9(5).
             10 WS-APPL-KO-T      PIC X.
       01 WS-APPL-CHOICE          PIC 999.

       *> Screening questions -- the posting's questions while they
       *> are captured, asked or shown (WS-JQ-), and the applicant's
       *> answers held until the application is filed (WS-AA-).
       01 WS-JQ-STATUS            PIC XX VALUE SPACES.
       01 WS-JQ-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-JQ-DAT-NAME          PIC X(40) VALUE "jobquestions.dat".
       01 WS-JQ-TMP-NAME          PIC X(40) VALUE "jobquestions.tmp".
       01 WS-AA-STATUS            PIC XX VALUE SPACES.
       01 WS-JQ-JOB-ID            PIC 9(5).
       01 WS-JQ-COUNT             PIC 9 VALUE 0.
       01 WS-JQ-TABLE.
          05 WS-JQ-ENTRY OCCURS 5 TIMES.
             10 WS-JQ-TYPE-T      PIC X.
             10 WS-JQ-TEXT-T      PIC X(80).
             10 WS-JQ-CHOICES-T   PIC X(60).
             10 WS-JQ-KNOCKOUT-T  PIC X(30).
       01 WS-JQ-IDX               PIC 9.
       01 WS-JQ-INPUT             PIC X(80).
       01 WS-JQ-CHOICE-COUNT      PIC 9.
       01 WS-JQ-CHOICE-TABLE.
          05 WS-JQ-CHOICE OCCURS 6 TIMES PIC X(30).
       01 WS-JQ-PICK              PIC 9.
       01 WS-JQ-TRIES             PIC 9.
       01 WS-JQ-VALID             PIC X VALUE 'N'.
       01 WS-JQ-C                 PIC 9.
       01 WS-JQ-MARK              PIC X(19).
       01 WS-AA-TABLE.
          05 WS-AA-ENTRY OCCURS 5 TIMES.
             10 WS-AA-ANSWER-T    PIC X(60).
             10 WS-AA-KO-T        PIC X.
       01 WS-AA-KO-COUNT          PIC 999 VALUE 0.
       01 WS-AA-KO-DISP           PIC ZZ9.
       01 WS-AA-HIDE-KO           PIC X VALUE 'N'.
       01 WS-APPL-NEW-STAT        PIC X.
       01 WS-AH-STATUS            PIC XX VALUE SPACES.
       01 WS-AH-JOB-ID            PIC 9(5).
       01 WS-AH-APPLICANT         PIC X(20).
       01 WS-AH-OLD-STAT          PIC X.
       01 WS-AH-NEW-STAT          PIC X.
       01 WS-AH-CHANGED           PIC X VALUE 'N'.
       01 WS-APPL-STATUS-TEXT     PIC X(14).
       01 WS-JOB-FOUND-IDX        PIC 999.

       *> Internship hours -- weekly rows in internhours.dat logged by
       *> a student hired ('H') into an internship posting and
       *> approved or rejected by the poster; the INTERN-CREDIT batch
       *> turns the approved weeks into the registrar's feed.
       01 WS-IH-STATUS            PIC XX VALUE SPACES.
       01 WS-IH-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-IH-DAT-NAME          PIC X(40) VALUE "internhours.dat".
       01 WS-IH-TMP-NAME          PIC X(40) VALUE "internhours.tmp".
       01 WS-IN-COUNT             PIC 99 VALUE 0.
       01 WS-IN-TABLE.
          05 WS-IN-ENTRY OCCURS 10 TIMES.
             10 WS-IN-JOB-T       PIC 9(5).
             10 WS-IN-TITLE-T     PIC X(40).
             10 WS-IN-EMPLOYER-T  PIC X(30).
             10 WS-IN-SUPER-T     PIC X(20).
       01 WS-IN-IDX               PIC 99.
       01 WS-IN-FOUND             PIC X VALUE 'N'.
       01 WS-IN-LOOKUP            PIC 9(5).
       01 WS-ISP-STATUS           PIC XX VALUE SPACES.
       01 WS-ISP-DUP              PIC X VALUE 'N'.
       01 WS-IH-COUNT             PIC 99 VALUE 0.
       01 WS-IH-TABLE.
          05 WS-IH-ENTRY OCCURS 50 TIMES.
             10 WS-IH-JOB-T       PIC 9(5).
             10 WS-IH-STUDENT-T   PIC X(20).
             10 WS-IH-WEEK-T      PIC X(8).
             10 WS-IH-HOURS-T     PIC 99.
             10 WS-IH-DESC-T      PIC X(60).
             10 WS-IH-STAT-T      PIC X.
             10 WS-IH-TITLE-T     PIC X(40).
       01 WS-IH-PICK              PIC 99.
       01 WS-IH-DATE-IN           PIC X(8).
       01 WS-IH-DATE-NUM          PIC 9(8).
       01 WS-IH-DAY-INT           PIC 9(7).
       01 WS-IH-TODAY             PIC X(8).
       01 WS-IH-HOURS-IN          PIC X(3).
       01 WS-IH-HOURS             PIC 99 VALUE 0.
       01 WS-IH-HOURS-DISP        PIC Z9.
       01 WS-IH-DESC              PIC X(60).
       01 WS-IH-STAT-TEXT         PIC X(8).
       01 WS-IH-NEW-STAT          PIC X.
       01 WS-IH-DONE              PIC X VALUE 'N'.
       *> 'L' = logging a week (replace the key row and append), 'D' =
       *> recording the poster's decision on the key row.
       01 WS-IH-MODE              PIC X.
       01 WS-IH-KEY-JOB           PIC 9(5).
       01 WS-IH-KEY-STUDENT       PIC X(20).
       01 WS-IH-KEY-WEEK          PIC X(8).

       *> Who's-viewed-my-profile tracking
       01 WS-PVIEW-STATUS         PIC XX VALUE SPACES.
       01 WS-VIEW-DATE            PIC X(8).

       *> Direct messaging between connected users
       01 WS-MSG-STATUS           PIC XX VALUE SPACES.
       01 WS-OLDMSG-STATUS        PIC XX VALUE SPACES.
       01 WS-MESSAGES-DAT-NAME    PIC X(40) VALUE "messages.dat".
       01 WS-MESSAGES-SEQ-NAME    PIC X(40) VALUE "messages.seq".
       01 WS-MSG-WRITTEN          PIC X VALUE 'N'.
       *> A clashing message stamp stepped on by one hundredth,
       *> carried through seconds, minutes, hours and the date.
       01 WS-MSG-STEP-TIME.
          05 WS-MSG-STEP-HH       PIC 99.
          05 WS-MSG-STEP-MI       PIC 99.
          05 WS-MSG-STEP-SS       PIC 99.
          05 WS-MSG-STEP-CC       PIC 99.
       01 WS-MSG-STEP-DATE        PIC 9(8).
       01 WS-MSG-EOF              PIC X VALUE 'N'.
       *> Owner of the mailbox being read by recipient key -- the
       *> inbox, badge and read-flag paths stop when it changes.
       01 WS-MSG-OWNER            PIC X(20).
       01 WS-MSG-PAIR-WANTED      PIC X(40).
       01 WS-UNREAD-COUNT         PIC 999 VALUE 0.

       *> Conversation view -- one connection's exchange, sorted
       01 WS-DAILY-REQUEST-CAP    PIC 99 VALUE 10.
       01 WS-RLOG-TODAY           PIC X(8).
       01 WS-RLOG-COUNT           PIC 99 VALUE 0.
       *> Set by the screen offering PROMPT-SEND-CONNECTION, for the
       *> RLOG-SOURCE of any request sent from it.
       01 WS-REQ-SOURCE           PIC X VALUE SPACE.

       *> University reference directory -- used to validate
       *> PF-UNIVERSITY entries and offer a "did you mean" suggestion
             10 WS-GRP-NAME-T     PIC X(40).
             10 WS-GRP-DESC-T     PIC X(100).
             10 WS-GRP-OWNER-T    PIC X(20).
             10 WS-GRP-PRIVATE-T  PIC X.
       01 WS-NEXT-GROUP-ID        PIC 9(4) VALUE 0.
       01 WS-GRP-PICK             PIC 99.
       01 WS-GRP-SEL-ID           PIC 9(4).
       01 WS-MY-GRP-COUNT         PIC 99 VALUE 0.
       01 WS-MY-GRP-TABLE.
          05 WS-MY-GRP-IDX OCCURS 50 TIMES PIC 99.
       *> Members-only groups, moderators and removals. Membership
       *> changes rewrite groupmembers.dat through a temp file; the
       *> roster table holds the open group's rows for the owner's
       *> and moderators' screens.
       01 WS-GRP-TMP-STATUS       PIC XX VALUE SPACES.
       01 WS-GM-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-GP-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-GROUPS-DAT-NAME      PIC X(40) VALUE "groups.dat".
       01 WS-GROUPS-TMP-NAME      PIC X(40) VALUE "groups.tmp".
       01 WS-GMEMBERS-DAT-NAME    PIC X(40) VALUE "groupmembers.dat".
       01 WS-GMEMBERS-TMP-NAME    PIC X(40) VALUE "groupmembers.tmp".
       01 WS-GPOSTS-DAT-NAME      PIC X(40) VALUE "groupposts.dat".
       01 WS-GPOSTS-TMP-NAME      PIC X(40) VALUE "groupposts.tmp".
       01 WS-GRP-SEL-IDX          PIC 99 VALUE 0.
       01 WS-GRP-IS-PENDING       PIC X VALUE 'N'.
       01 WS-GRP-IS-BARRED        PIC X VALUE 'N'.
       *> 'O' owner, 'M' moderator, space plain member.
       01 WS-GRP-MY-ROLE          PIC X VALUE SPACE.
       01 WS-GRP-JOIN-STATE       PIC X VALUE 'A'.
       01 WS-GRP-TARGET           PIC X(20).
       *> 'D' drops the target's row, 'U' sets its role and state.
       01 WS-GRP-ACTION           PIC X.
       01 WS-GRP-NEW-ROLE         PIC X.
       01 WS-GRP-NEW-STATE        PIC X.
       01 WS-GRP-NOTICE           PIC X(200).
       01 WS-GRP-POST-SEQ         PIC 999 VALUE 0.
       01 WS-GMEM-COUNT           PIC 999 VALUE 0.
       01 WS-GMEM-TABLE.
          05 WS-GMEM-ENTRY OCCURS 100 TIMES.
             10 WS-GMEM-NAME-T    PIC X(20).
             10 WS-GMEM-ROLE-T    PIC X.
             10 WS-GMEM-STATE-T   PIC X.
       01 WS-GMEM-I               PIC 999.
       01 WS-GMEM-SHOWN           PIC 999.
       01 WS-GMEM-PICK            PIC 999.
       01 WS-GMEM-MAP.
          05 WS-GMEM-MAP-IDX OCCURS 100 TIMES PIC 999.

       *> Alumni mentorship -- users past their graduation year opt in
       *> as mentors, current students request a mentor in their
          05 WS-BLK-MINE-IDX OCCURS 200 TIMES PIC 999.
       01 WS-BLK-INPUT            PIC X(20).

       *> Profile visibility and directory opt-outs -- one privacy.dat
       *> row per student who has changed anything. Visibility 'E'
       *> (everyone, the default when there is no row), 'U' (students
       *> at the same university) or 'C' (connections only); each
       *> opt-out byte is 'Y' to stay out of that listing.
       01 WS-PRV-STATUS           PIC XX VALUE SPACES.
       01 WS-PRV-TMP-STATUS       PIC XX VALUE SPACES.
       01 WS-PRIVACY-DAT-NAME     PIC X(40) VALUE "privacy.dat".
       01 WS-PRIVACY-TMP-NAME     PIC X(40) VALUE "privacy.tmp".
       01 WS-PRIVACY-COUNT        PIC 999 VALUE 0.
       01 WS-PRIVACY-TABLE.
          05 WS-PRIVACY-ENTRY OCCURS 200 TIMES.
             10 WS-PRV-USER-T     PIC X(20).
             10 WS-PRV-VIS-T      PIC X.
             10 WS-PRV-NOSRCH-T   PIC X.
             10 WS-PRV-NORB-T     PIC X.
             10 WS-PRV-NOEXT-T    PIC X.
             10 WS-PRV-NOSUGG-T   PIC X.
       01 WS-PRV-LOOKUP           PIC X(20).
       01 WS-PRV-LOOKUP-UNIV      PIC X(50).
       01 WS-PRV-VIS              PIC X VALUE 'E'.
       01 WS-PRV-NOSRCH           PIC X VALUE 'N'.
       01 WS-PRV-NORB             PIC X VALUE 'N'.
       01 WS-PRV-NOEXT            PIC X VALUE 'N'.
       01 WS-PRV-NOSUGG           PIC X VALUE 'N'.
       01 WS-PRV-VISIBLE          PIC X VALUE 'Y'.
       01 WS-PRV-MY-UNIV          PIC X(50) VALUE SPACES.
       01 WS-PRV-FOUND            PIC X VALUE 'N'.
       01 WS-PRV-INPUT            PIC X.

       *> Notification preferences -- one notifyprefs.dat row per user
       *> who has changed anything, a mode byte per type below: 'I' (or
       *> space, the default) sent immediately, 'D' held for the daily
       *> digest, 'N' not sent. NOTIFY-EXTRACT applies them; keep the
       *> catalogue in step with its copy. Sign-in codes are not on
       *> the list and always go immediately.
       01 WS-NP-STATUS            PIC XX VALUE SPACES.
       01 WS-NP-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFS-DAT-NAME PIC X(40) VALUE "notifyprefs.dat".
       01 WS-NOTIFY-PREFS-TMP-NAME PIC X(40) VALUE "notifyprefs.tmp".
       01 WS-NP-CATALOG.
          05 FILLER PIC X(12) VALUE "REQ-ACCEPTED".
          05 FILLER PIC X(40) VALUE "Connection request accepted".
          05 FILLER PIC X(12) VALUE "NEW-MESSAGE".
          05 FILLER PIC X(40) VALUE "New message".
          05 FILLER PIC X(12) VALUE "APPL-STATUS".
          05 FILLER PIC X(40) VALUE "Application status change".
          05 FILLER PIC X(12) VALUE "JOB-OFFER".
          05 FILLER PIC X(40) VALUE "Job offer received".
          05 FILLER PIC X(12) VALUE "OFFER-REPLY".
          05 FILLER PIC X(40) VALUE "Reply to an offer you made".
          05 FILLER PIC X(12) VALUE "OFFER-EXPIRE".
          05 FILLER PIC X(40) VALUE "Offer expired unanswered".
          05 FILLER PIC X(12) VALUE "INTERN-HOURS".
          05 FILLER PIC X(40) VALUE "Internship hours approved or rejected".
          05 FILLER PIC X(12) VALUE "CO-POSTING".
          05 FILLER PIC X(40) VALUE "New opening at a company you follow".
          05 FILLER PIC X(12) VALUE "JOB-ALERT".
          05 FILLER PIC X(40) VALUE "Saved-search job alert".
       01 WS-NP-CATALOG-TABLE REDEFINES WS-NP-CATALOG.
          05 WS-NP-ENTRY OCCURS 9 TIMES.
             10 WS-NP-TYPE-T      PIC X(12).
             10 WS-NP-LABEL-T     PIC X(40).
       01 WS-NP-TYPE-COUNT        PIC 99 VALUE 9.
       01 WS-NP-MODES             PIC X(20) VALUE SPACES.
       01 WS-NP-MODE-TABLE REDEFINES WS-NP-MODES.
          05 WS-NP-MODE OCCURS 20 TIMES PIC X.
       01 WS-NP-IDX               PIC 99.
       01 WS-NP-IDX-DISPLAY       PIC Z9.
       01 WS-NP-PICK              PIC 99.
       01 WS-NP-INPUT             PIC X.
       01 WS-NP-FOUND             PIC X VALUE 'N'.
       01 WS-NP-CHANGED           PIC X VALUE 'N'.

       *> Contact email -- one contacts.dat row per account that has
       *> given an address. A new address is 'P' until the code mailed
       *> to it through the gateway is entered at login; BOUNCE-INTAKE
       *> marks it 'B' when the gateway returns mail to it, NOTIFY-
       *> EXTRACT stops sending, and the next login asks for a new one.
       01 WS-CT-STATUS            PIC XX VALUE SPACES.
       01 WS-CT-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-CONTACTS-DAT-NAME    PIC X(40) VALUE "contacts.dat".
       01 WS-CONTACTS-TMP-NAME    PIC X(40) VALUE "contacts.tmp".
       01 WS-CT-USER              PIC X(20) VALUE SPACES.
       01 WS-CT-EMAIL             PIC X(60) VALUE SPACES.
       01 WS-CT-STATE             PIC X VALUE SPACE.
       01 WS-CT-CODE              PIC X(6) VALUE SPACES.
       01 WS-CT-CODE-DATE         PIC X(8) VALUE SPACES.
       01 WS-CT-STATE-DATE        PIC X(8) VALUE SPACES.
       01 WS-CT-REASON            PIC X(40) VALUE SPACES.
       01 WS-CT-FOUND             PIC X VALUE 'N'.
       01 WS-CT-INPUT             PIC X(60) VALUE SPACES.
       01 WS-CT-VALID             PIC X VALUE 'N'.
       01 WS-CT-LEN               PIC 99.
       01 WS-CT-AT-COUNT          PIC 99.
       01 WS-CT-AT-POS            PIC 99.
       01 WS-CT-BAD-COUNT         PIC 99.
       01 WS-CT-DOT-COUNT         PIC 99.
       01 WS-CT-DOMAIN-LEN        PIC 99.
       01 WS-CT-CODE-NUM          PIC 9(6).
       *> Days a mailed confirmation code stays good before the next
       *> login sends a fresh one.
       01 WS-CT-CODE-DAYS         PIC 99 VALUE 7.
       01 WS-CT-TODAY             PIC X(8).
       01 WS-CT-DATE-NUM          PIC 9(8).
       01 WS-CT-CODE-AGE          PIC 9(6).

       *> System announcements -- operator-composed notices shown to
       *> each user once between login and the dashboard, until they
       *> expire; annseen.dat remembers who has seen which notice.
          05 WS-OWN-SKILL-ST OCCURS 20 TIMES PIC X.
       01 WS-WV-SKILL-TABLE.
          05 WS-WV-SKILL-ST OCCURS 20 TIMES PIC X.
       *> Assessment results alongside each status table: 'Y' when the
       *> completion was verified by passing the skill's assessment,
       *> with the percentage scored.
       01 WS-USKILL-VER-TABLE.
          05 WS-USKILL-VER-ENTRY OCCURS 20 TIMES.
             10 WS-USKILL-VER     PIC X.
             10 WS-USKILL-SCORE   PIC 999.
       01 WS-OWN-SKILL-VER-TABLE.
          05 WS-OWN-SKILL-VER-ENTRY OCCURS 20 TIMES.
             10 WS-OWN-SKILL-VER  PIC X.
             10 WS-OWN-SKILL-SCORE PIC 999.
       01 WS-WV-SKILL-VER-TABLE.
          05 WS-WV-SKILL-VER-ENTRY OCCURS 20 TIMES.
             10 WS-WV-SKILL-VER   PIC X.
             10 WS-WV-SKILL-SCORE PIC 999.
       01 WS-USKILL-SAVE-ID       PIC 99.
       01 WS-USKILL-SAVE-STAT     PIC X.
       01 WS-USKILL-SAVE-VER      PIC X VALUE 'N'.
       01 WS-USKILL-SAVE-SCORE    PIC 999 VALUE 0.

       *> Skill assessments -- set up per catalog skill from the admin
       *> console: skilltests.dat carries the question count and the
       *> number of correct answers needed to pass, skilltestq.dat the
       *> multiple-choice questions (options A-D) and answer key.
       01 WS-ST-STATUS            PIC XX VALUE SPACES.
       01 WS-TQ-STATUS            PIC XX VALUE SPACES.
       01 WS-ST-FOUND             PIC X VALUE 'N'.
       01 WS-ST-QCOUNT            PIC 9 VALUE 0.
       01 WS-ST-PASS-MARK         PIC 9 VALUE 0.
       01 WS-ST-ASKED             PIC 9 VALUE 0.
       01 WS-ST-CORRECT           PIC 9 VALUE 0.
       01 WS-ST-ANSWER            PIC X.
       01 WS-ST-OPT-IDX           PIC 9.
       01 WS-ST-LETTERS           PIC X(4) VALUE "ABCD".
       01 WS-ST-SCORE-DISP        PIC ZZ9.
       01 WS-ST-VERIFIED-CNT      PIC 99 VALUE 0.
       01 WS-ST-SELF-CNT          PIC 99 VALUE 0.
       01 WS-USKILL-FOUND         PIC X VALUE 'N'.
       01 WS-SKILL-PICK           PIC 99.

       01 WS-SHARE-JOB-ID         PIC 9(5).
       01 WS-SHARE-REF-IDX        PIC 999 VALUE 0.

       *> Posting performance -- jobviews.dat gets a row whenever
       *> DISPLAY-ONE-JOB-POSTING shows a posting to a student other
       *> than its poster; MY-POSTINGS-OPTION totals those rows with
       *> the applications and sharelog.dat shares for each posting.
       01 WS-JV-STATUS            PIC XX VALUE SPACES.
       01 WS-JP-JOB-ID            PIC 9(5).
       01 WS-JP-VIEWS             PIC 9(5) VALUE 0.
       01 WS-JP-UNIQUE            PIC 9(5) VALUE 0.
       01 WS-JP-APPLIED           PIC 9(5) VALUE 0.
       01 WS-JP-SHARES            PIC 9(5) VALUE 0.
       01 WS-JP-RATE              PIC 999V9 VALUE 0.
       01 WS-JP-RATE-DISP         PIC ZZ9.9.
       01 WS-JP-VIEWS-DISP        PIC ZZZZ9.
       01 WS-JP-UNIQUE-DISP       PIC ZZZZ9.
       01 WS-JP-APPLIED-DISP      PIC ZZZZ9.
       01 WS-JP-SHARES-DISP       PIC ZZZZ9.
       01 WS-JP-SEEN              PIC X.
       01 WS-JP-IDX               PIC 999.
       01 WS-JP-VIEWER-COUNT      PIC 999 VALUE 0.
       01 WS-JP-UNIQUE-CAPPED     PIC X VALUE 'N'.
       01 WS-JP-CAP-MARK          PIC X VALUE SPACE.
       01 WS-JP-VIEWER-TABLE.
          05 WS-JP-VIEWER OCCURS 500 TIMES PIC X(20).

       *> Processing-date control -- the startup request sweep takes
       *> its business date from procdate.dat (advanced by the nightly
       *> driver) so a rerun of a failed stream ages requests against
       01 WS-JRN-FOUND            PIC X VALUE 'N'.
       01 WS-JRN-FA               PIC X(20).
       01 WS-JRN-FB               PIC X(20).
       01 WS-RENAME-CMD           PIC X(40) VALUE "./rename_account".
       01 WS-ALS-STATUS           PIC XX VALUE SPACES.

       *> Surveys -- operator-defined single-choice questionnaires.
       *> An open survey the user has not yet answered is offered once
             10 WS-CO-IND-T       PIC X(30).
             10 WS-CO-LOC-T       PIC X(30).
             10 WS-CO-DESC-T      PIC X(100).
             10 WS-CO-ALLOW-T     PIC 9(4).
             10 WS-CO-USED-T      PIC 9(4).
             10 WS-CO-PERIOD-T    PIC X.
             10 WS-CO-PSTART-T    PIC X(8).
             10 WS-CO-RATE-T      PIC 9(5)V99.
       01 WS-CO-PICK              PIC 99.
       01 WS-CO-CREDIT-IDX        PIC 99 VALUE 0.
       01 WS-CO-CREDIT-OK         PIC X VALUE 'Y'.
       01 WS-CO-EXACT-MATCH       PIC X VALUE 'N'.
       01 WS-CO-SUGGESTION        PIC X(30) VALUE SPACES.
       01 WS-CO-UPPER-INPUT       PIC X(30).
       01 WS-CS-YEAR-FROM         PIC 9(4).
       01 WS-CS-YEAR-TO           PIC 9(4).
       01 WS-CS-SKILL-PICK        PIC 99.
       01 WS-CS-VERIFIED-ONLY     PIC X VALUE 'N'.
       01 WS-CS-MATCHED           PIC X VALUE 'N'.
       01 WS-SL-NAME              PIC X(20).
       01 WS-SL-EXISTS            PIC X VALUE 'N'.
       01 WS-IV-STATUS-TEXT       PIC X(9).
       01 WS-IV-TITLE             PIC X(40).

       *> Personal calendar -- interviews, RSVP'd events and mentoring
       *> sessions merged in date order for one user, and the slot
       *> conflict check run before an interview is offered or taken.
       01 WS-CAL-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CAL-FILE-NAME        PIC X(40) VALUE SPACES.
       01 WS-CAL-USER             PIC X(20).
       01 WS-CAL-FROM             PIC X(8).
       01 WS-CAL-TO               PIC X(8).
       01 WS-CAL-DAYS             PIC 999.
       01 WS-CAL-DATE-NUM         PIC 9(8).
       01 WS-CAL-DATE-INT         PIC 9(8).
       01 WS-CAL-COUNT            PIC 999 VALUE 0.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 150 TIMES.
             10 WS-CAL-DATE-T     PIC X(8).
             10 WS-CAL-TIME-T     PIC X(5).
             10 WS-CAL-KIND-T     PIC X(10).
             10 WS-CAL-FIRM-T     PIC X.
             10 WS-CAL-TEXT-T     PIC X(60).
       01 WS-CAL-SWAP             PIC X(84).
       01 WS-CAL-SORTED           PIC X.
       01 WS-CAL-IDX              PIC 999.
       01 WS-CAL-EVT              PIC 99.
       01 WS-CAL-TIME-SHOWN       PIC X(7).
       01 WS-CAL-SAVE-JOB         PIC 9(5).
       01 WS-CAL-SAVE-IDX         PIC 999.
       01 WS-CC-DATE              PIC X(8).
       01 WS-CC-TIME              PIC X(5).
       01 WS-CC-HITS              PIC 99.
       01 WS-CC-PROCEED           PIC X.

       *> Career events -- fairs, info sessions and workshops, posted
       *> by recruiters (or operators through the console), with one
       *> eventrsvps.dat row per attendee. Capacity closes RSVPs the
             10 WS-EVT-HOST-T     PIC X(30).
             10 WS-EVT-CAP-T      PIC 9(3).
             10 WS-EVT-BY-T       PIC X(20).
             10 WS-EVT-UNIV-T     PIC X(50).
       01 WS-NEXT-EVENT-ID        PIC 9(4) VALUE 0.
       01 WS-EVT-SHOWN-COUNT      PIC 99 VALUE 0.
       01 WS-EVT-SHOWN-TABLE.
       01 WS-EVT-SOON-DATE        PIC X(8).
       01 WS-EVT-SOON-INT         PIC 9(8).
       01 WS-EVT-SOON-NUM         PIC 9(8).
       *> Attendance check-in -- one eventattend.dat row per person
       *> the host (or an operator at the console) checks in at the
       *> door, flagged as a walk-in when they had no RSVP.
       01 WS-EATT-STATUS          PIC XX VALUE SPACES.
       01 WS-EATT-USER            PIC X(20).
       01 WS-EATT-HAS-RSVP        PIC X VALUE 'N'.
       01 WS-EATT-CHECKED         PIC X VALUE 'N'.
       01 WS-EATT-KNOWN           PIC X VALUE 'N'.
       01 WS-EATT-CONFIRM         PIC X.
       01 WS-EATT-DONE            PIC X VALUE 'N'.
       01 WS-EATT-IN-CNT          PIC 999 VALUE 0.
       01 WS-EATT-WALKIN-CNT      PIC 999 VALUE 0.

       *> Advisor caseload -- the logged-in advisor's advisees from
       *> caseload.dat, with the per-advisee figures the dashboard
       *> shows alongside each one.
       01 WS-CL-STATUS            PIC XX VALUE SPACES.
       01 WS-CL-COUNT             PIC 99 VALUE 0.
       01 WS-CL-TABLE.
          05 WS-CL-ENTRY OCCURS 50 TIMES.
             10 WS-CL-STUDENT-T   PIC X(20).
       01 WS-CL-IDX               PIC 99.
       01 WS-CL-PICK              PIC 99.
       01 WS-CL-PCT               PIC 999 VALUE 0.
       01 WS-CL-APPS              PIC 999 VALUE 0.
       01 WS-CL-UPCOMING          PIC 999 VALUE 0.
       01 WS-CL-LAST-LOGIN        PIC X(8) VALUE SPACES.
       01 WS-CL-NAME              PIC X(40).

       *> Job offers -- the terms behind an application's 'O' status.
       *> The student accepts ('A') or declines ('X') in their
       *> application view before the accept-by date; the nightly
       *> OFFER-SWEEP expires the ones left unanswered.
       01 WS-OF-STATUS            PIC XX VALUE SPACES.
       01 WS-OF-TMP-STATUS        PIC XX VALUE SPACES.
       01 WS-OFFERS-DAT-NAME      PIC X(40) VALUE "offers.dat".
       01 WS-OFFERS-TMP-NAME      PIC X(40) VALUE "offers.tmp".
       01 WS-OF-COUNT             PIC 99 VALUE 0.
       01 WS-OF-TABLE.
          05 WS-OF-ENTRY OCCURS 50 TIMES.
             10 WS-OF-JOB-T       PIC 9(5).
             10 WS-OF-POSTER-T    PIC X(20).
             10 WS-OF-COMP-T      PIC X(30).
             10 WS-OF-START-T     PIC X(8).
             10 WS-OF-LOC-T       PIC X(30).
             10 WS-OF-BY-T        PIC X(8).
             10 WS-OF-STAT-T      PIC X.
       01 WS-OF-IDX               PIC 99.
       01 WS-OF-FOUND             PIC X VALUE 'N'.
       01 WS-OF-NEW-STAT          PIC X.
       01 WS-OF-SEL-JOB           PIC 9(5).
       01 WS-OF-SEL-APPL          PIC X(20).
       01 WS-OF-COMP              PIC X(30).
       01 WS-OF-START             PIC X(8).
       01 WS-OF-LOCATION          PIC X(30).
       01 WS-OF-ACCEPT-BY         PIC X(8).
       01 WS-OF-TODAY             PIC X(8).
       01 WS-OF-STATUS-TEXT       PIC X(9).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM ENSURE-FILES
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM LOAD-USERS
           PERFORM LOAD-REQUESTS
           PERFORM LOAD-CONNECTIONS
           PERFORM LOAD-BLOCKS
           PERFORM LOAD-PRIVACY-SETTINGS
           PERFORM LOAD-JOBS
           PERFORM LOAD-UNIVERSITIES
           PERFORM LOAD-SKILLS
           PERFORM LOAD-COMPANIES
           MOVE SPACES TO WS-RCL-USER
           PERFORM LOAD-RECRUITER-CLAIMS
           PERFORM LOAD-MAJORS
           PERFORM LOAD-BANNED-TERMS
           OPEN EXTEND OUTPUT-FILE
           END-IF

           OPEN INPUT MESSAGES-FILE
           EVALUATE WS-MSG-STATUS
              WHEN "00"
                  CLOSE MESSAGES-FILE
              WHEN "35"
                  OPEN OUTPUT MESSAGES-FILE
                  CLOSE MESSAGES-FILE
              WHEN "39"
      *>          Still the line-sequential mailbox -- convert it once,
      *>          the same way MIGRATE-PROFILE-STORE does profiles.
                  PERFORM MIGRATE-MESSAGE-STORE
              WHEN OTHER
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "Warning: messages.dat could not be opened"
                             DELIMITED BY SIZE
                         " (file status " DELIMITED BY SIZE
                         WS-MSG-STATUS DELIMITED BY SIZE
                         "); messaging is unavailable this session."
                             DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  DISPLAY WS-DISPLAY-MESSAGE(1:FUNCTION LENGTH(
                      FUNCTION TRIM(WS-DISPLAY-MESSAGE)))
           END-EVALUATE

           OPEN INPUT REQUEST-LOG-FILE
           IF WS-RLOG-STATUS = "35"
              CLOSE REQUEST-LOG-FILE
           END-IF

           OPEN INPUT MENU-USAGE-FILE
           IF WS-MU-STATUS = "35"
              OPEN OUTPUT MENU-USAGE-FILE
              CLOSE MENU-USAGE-FILE
           ELSE
              CLOSE MENU-USAGE-FILE
           END-IF

           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "35"
              OPEN OUTPUT SESSIONS-FILE
              CLOSE SESSIONS-FILE
           ELSE
              CLOSE SESSIONS-FILE
           END-IF

           OPEN INPUT RECRUITER-CLAIMS-FILE
           IF WS-RCL-STATUS = "35"
              OPEN OUTPUT RECRUITER-CLAIMS-FILE
              CLOSE RECRUITER-CLAIMS-FILE
           ELSE
              CLOSE RECRUITER-CLAIMS-FILE
           END-IF

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "35"
              OPEN OUTPUT APPLICATIONS-FILE
              CLOSE APPLICATIONS-FILE
           END-IF

           OPEN INPUT APPL-HISTORY-FILE
           IF WS-AH-STATUS = "35"
              OPEN OUTPUT APPL-HISTORY-FILE
              CLOSE APPL-HISTORY-FILE
           ELSE
              CLOSE APPL-HISTORY-FILE
           END-IF

           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDO-STATUS = "35"
              OPEN OUTPUT ENDORSEMENTS-FILE
              CLOSE BLOCKS-FILE
           END-IF

           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STATUS = "35"
              OPEN OUTPUT PRIVACY-FILE
              CLOSE PRIVACY-FILE
           ELSE
              CLOSE PRIVACY-FILE
           END-IF

           OPEN INPUT ANNOUNCE-FILE
           IF WS-ANN-STATUS = "35"
              OPEN OUTPUT ANNOUNCE-FILE
              CLOSE EVENT-RSVPS-FILE
           END-IF

           OPEN INPUT EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "35"
              OPEN OUTPUT EVENT-ATTEND-FILE
              CLOSE EVENT-ATTEND-FILE
           ELSE
              CLOSE EVENT-ATTEND-FILE
           END-IF

           OPEN INPUT CASELOAD-FILE
           IF WS-CL-STATUS = "35"
              OPEN OUTPUT CASELOAD-FILE
              CLOSE CASELOAD-FILE
           ELSE
              CLOSE CASELOAD-FILE
           END-IF

           OPEN INPUT OFFERS-FILE
           IF WS-OF-STATUS = "35"
              OPEN OUTPUT OFFERS-FILE
              CLOSE OFFERS-FILE
           ELSE
              CLOSE OFFERS-FILE
           END-IF

           OPEN INPUT SURVEYS-FILE
           IF WS-SV-STATUS = "35"
              OPEN OUTPUT SURVEYS-FILE
              CLOSE USER-SKILLS-FILE
           END-IF

           OPEN INPUT SKILL-TESTS-FILE
           IF WS-ST-STATUS = "35"
              OPEN OUTPUT SKILL-TESTS-FILE
              CLOSE SKILL-TESTS-FILE
           ELSE
              CLOSE SKILL-TESTS-FILE
           END-IF

           OPEN INPUT SKILL-TEST-Q-FILE
           IF WS-TQ-STATUS = "35"
              OPEN OUTPUT SKILL-TEST-Q-FILE
              CLOSE SKILL-TEST-Q-FILE
           ELSE
              CLOSE SKILL-TEST-Q-FILE
           END-IF

           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "35"
              PERFORM SEED-SKILLS
              CLOSE SHARE-LOG-FILE
           END-IF

           OPEN INPUT JOB-VIEWS-FILE
           IF WS-JV-STATUS = "35"
              OPEN OUTPUT JOB-VIEWS-FILE
              CLOSE JOB-VIEWS-FILE
           ELSE
              CLOSE JOB-VIEWS-FILE
           END-IF

           OPEN INPUT BANNED-TERMS-FILE
           IF WS-BT-STATUS = "35"
              OPEN OUTPUT BANNED-TERMS-FILE
              CLOSE MENTOR-SESSIONS-FILE
           END-IF

           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "35"
              OPEN OUTPUT INTERN-HOURS-FILE
              CLOSE INTERN-HOURS-FILE
           ELSE
              CLOSE INTERN-HOURS-FILE
           END-IF

           OPEN INPUT INTERNSHIPS-FILE
           IF WS-ISP-STATUS = "35"
              OPEN OUTPUT INTERNSHIPS-FILE
              CLOSE INTERNSHIPS-FILE
           ELSE
              CLOSE INTERNSHIPS-FILE
           END-IF

           OPEN INPUT MAJORS-FILE
           IF WS-MJ-STATUS = "35"
              OPEN OUTPUT MAJORS-FILE
           END-IF
           CLOSE PROFILE-FILE.

       *>--------------------------------------------------
       *> One-time conversion of the line-sequential mailbox into the
       *> keyed store: the old file is set aside as messages.seq
       *> (never deleted) and every row loaded into the new indexed
       *> messages.dat, colliding stamps stepped apart on the way in.
       *>--------------------------------------------------
       MIGRATE-MESSAGE-STORE.
           CALL "CBL_RENAME_FILE" USING WS-MESSAGES-DAT-NAME
                                         WS-MESSAGES-SEQ-NAME
           OPEN OUTPUT MESSAGES-FILE
           CLOSE MESSAGES-FILE
           OPEN I-O MESSAGES-FILE
           OPEN INPUT OLD-MESSAGES-FILE
           IF WS-OLDMSG-STATUS = "00"
              MOVE 'N' TO WS-MSG-EOF
              PERFORM UNTIL WS-MSG-EOF = 'Y'
                  READ OLD-MESSAGES-FILE
                      AT END
                          MOVE 'Y' TO WS-MSG-EOF
                      NOT AT END
                          MOVE OLD-MESSAGE-REC TO MESSAGE-REC
                          PERFORM WRITE-MESSAGE-RECORD
                  END-READ
              END-PERFORM
              CLOSE OLD-MESSAGES-FILE
           END-IF
           CLOSE MESSAGES-FILE.

       *>--------------------------------------------------
       *> Journal bracket around a multi-file operation: BEGIN writes
       *> the one pending-operation row, END truncates the file back
                  PERFORM RECOVER-ACCEPT-REQUEST
              WHEN "MENTOR-PAIR"
                  PERFORM RECOVER-MENTOR-PAIR
              WHEN "RENAME-USER"
                  PERFORM RECOVER-RENAME-USER
              WHEN OTHER
                  CONTINUE
           END-EVALUATE
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> An operator's account rename died part way through its
       *> cascade. ACCOUNT-RENAME only ever moves the old name to the
       *> new one, so running it again finishes the job (and clears
       *> the journal itself). If it still cannot finish, nobody signs
       *> in against a half-renamed account.
       *>--------------------------------------------------
       RECOVER-RENAME-USER.
           CALL "SYSTEM" USING WS-RENAME-CMD
           IF RETURN-CODE NOT = 0
              MOVE "An account rename is still pending; InCollege is unavailable until operations completes it."
                  TO WS-DISPLAY-MESSAGE
              DISPLAY WS-DISPLAY-MESSAGE(1:FUNCTION LENGTH(
                  FUNCTION TRIM(WS-DISPLAY-MESSAGE)))
              STOP RUN
           END-IF.

       *>--------------------------------------------------
       *> universities.dat ships with a starter directory the first
       *> time the program runs, since a reference list with nothing
       LOAD-USER-SKILLS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
               MOVE 'N' TO WS-USKILL-ST(WS-K)
               MOVE 'N' TO WS-USKILL-VER(WS-K)
               MOVE 0 TO WS-USKILL-SCORE(WS-K)
           END-PERFORM
           OPEN INPUT USER-SKILLS-FILE
           IF WS-USKILL-STATUS = "00"
                             UNTIL WS-K > WS-SKILL-COUNT
                         IF WS-SKILL-ID-T(WS-K) = US-SKILL-ID
                            MOVE US-STATUS TO WS-USKILL-ST(WS-K)
                            IF US-VERIFIED = 'Y'
                               MOVE 'Y' TO WS-USKILL-VER(WS-K)
                               MOVE US-SCORE TO WS-USKILL-SCORE(WS-K)
                            END-IF
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
               MOVE WS-USKILL-ST(WS-K) TO WS-OWN-SKILL-ST(WS-K)
               MOVE WS-USKILL-VER-ENTRY(WS-K)
                   TO WS-OWN-SKILL-VER-ENTRY(WS-K)
           END-PERFORM.

       *>--------------------------------------------------
                  IF US-USER = PF-USERNAME
                     AND US-SKILL-ID = WS-USKILL-SAVE-ID
                     MOVE WS-USKILL-SAVE-STAT TO US-STATUS
                     MOVE WS-USKILL-SAVE-VER TO US-VERIFIED
                     MOVE WS-USKILL-SAVE-SCORE TO US-SCORE
                     MOVE 'Y' TO WS-USKILL-FOUND
                  END-IF
                  MOVE USER-SKILL-REC TO USER-SKILL-TEMP-REC
              MOVE PF-USERNAME        TO US-USER
              MOVE WS-USKILL-SAVE-ID  TO US-SKILL-ID
              MOVE WS-USKILL-SAVE-STAT TO US-STATUS
              MOVE WS-USKILL-SAVE-VER TO US-VERIFIED
              MOVE WS-USKILL-SAVE-SCORE TO US-SCORE
              MOVE USER-SKILL-REC TO USER-SKILL-TEMP-REC
              WRITE USER-SKILL-TEMP-REC
           END-IF
                   MOVE "00" TO WS-MJ-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Lockout count, daily request cap, request expiry age and
       *> session idle limit from sysparams.dat. A value outside what the field can hold
       *> is ignored, so the compiled default stands.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-VALUE IS NUMERIC AND SP-VALUE > 0
                     EVALUATE SP-NAME
                        WHEN "LOGIN-MAX-FAILS"
                           IF SP-VALUE <= 9
                              MOVE SP-VALUE TO WS-MAX-LOGIN-FAILS
                           END-IF
                        WHEN "REQ-DAILY-CAP"
                           IF SP-VALUE <= 99
                              MOVE SP-VALUE TO WS-DAILY-REQUEST-CAP
                           END-IF
                        WHEN "REQ-MAX-AGE-DAYS"
                           IF SP-VALUE <= 9999
                              MOVE SP-VALUE TO WS-REQUEST-MAX-AGE-DAYS
                           END-IF
                        WHEN "SESSION-IDLE-MINUTES"
                           IF SP-VALUE <= 999
                              MOVE SP-VALUE TO WS-SESSION-IDLE-MINUTES
                           END-IF
                     END-EVALUATE
                  END-IF
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

       *>--------------------------------------------------
       *> Folds WS-MJ-INPUT to its upper-cased canonical form in
       *> WS-MJ-RESOLVED: a synonym row's match wins first, a direct
           MOVE JOB-UNIVERSITY TO WS-JOB-UNIV-T(WS-JOBS-COUNT)
           MOVE JOB-STATUS    TO WS-JOB-STATUS-T(WS-JOBS-COUNT)
           MOVE JOB-EXPIRES   TO WS-JOB-EXPIRES-T(WS-JOBS-COUNT)
           MOVE JOB-POSTED-DATE TO WS-JOB-POSTED-DATE-T(WS-JOBS-COUNT)
           MOVE JOB-KIND      TO WS-JOB-KIND-T(WS-JOBS-COUNT)
           IF JOB-ID > WS-NEXT-JOB-ID
               MOVE JOB-ID TO WS-NEXT-JOB-ID
           END-IF.
              MOVE WS-JOB-UNIV-T(WS-JOBS-COUNT) TO JOB-UNIVERSITY
              MOVE WS-JOB-STATUS-T(WS-JOBS-COUNT) TO JOB-STATUS
              MOVE WS-JOB-EXPIRES-T(WS-JOBS-COUNT) TO JOB-EXPIRES
              MOVE WS-JOB-POSTED-DATE-T(WS-JOBS-COUNT) TO JOB-POSTED-DATE
              MOVE WS-JOB-KIND-T(WS-JOBS-COUNT) TO JOB-KIND
              WRITE JOB-REC
              CLOSE JOBS-FILE
           END-IF.
                  MOVE WS-JOB-UNIV-T(WS-J) TO JOB-UNIVERSITY
                  MOVE WS-JOB-STATUS-T(WS-J) TO JOB-STATUS
                  MOVE WS-JOB-EXPIRES-T(WS-J) TO JOB-EXPIRES
                  MOVE WS-JOB-POSTED-DATE-T(WS-J) TO JOB-POSTED-DATE
                  MOVE WS-JOB-KIND-T(WS-J) TO JOB-KIND
                  WRITE JOB-REC
              END-PERFORM
              CLOSE JOBS-FILE
           ELSE
               PERFORM GET-NEW-USERNAME
               PERFORM CHECK-USERNAME-EXISTS
               IF WS-LOGIN-SUCCESS = 'N'
                   PERFORM CHECK-RETIRED-USERNAME
               END-IF
               IF WS-LOGIN-SUCCESS = 'N'
                   PERFORM GET-NEW-PASSWORD
                   IF WS-POLICY-OK = 'Y'
                      PERFORM RECORD-PASSWORD-CHANGE
                      MOVE "Account created successfully!" TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
                      MOVE WS-USERNAME TO WS-CT-USER
                      PERFORM CAPTURE-CONTACT-EMAIL
                      IF WS-SUBMENU-CHOICE = '2'
                         MOVE WS-USERNAME TO WS-RCL-USER
                         PERFORM FILE-COMPANY-CLAIM
                      END-IF
                   ELSE
                      MOVE "Password does not meet requirements." TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> A name an account was renamed away from stays retired, so
       *> archived rows under it still trace to one person only.
       *>--------------------------------------------------
       CHECK-RETIRED-USERNAME.
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STATUS = "00"
              PERFORM UNTIL WS-ALS-STATUS NOT = "00"
                  READ ALIASES-FILE
                      AT END
                          MOVE "EOF" TO WS-ALS-STATUS
                      NOT AT END
                          IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USERNAME)) =
                             FUNCTION UPPER-CASE(FUNCTION TRIM(ALS-OLD))
                             MOVE 'Y' TO WS-LOGIN-SUCCESS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ALIASES-FILE
           END-IF.

       GET-NEW-USERNAME.
           DISPLAY "Enter desired username: " WITH NO ADVANCING
           ACCEPT WS-USERNAME.
              PERFORM ENFORCE-PASSWORD-AGE
           END-IF

           IF WS-LOGIN-SUCCESS = 'Y' AND WS-CURRENT-ROLE = 'R'
              PERFORM VERIFY-LOGIN-CODE
              IF WS-OTP-RESULT NOT = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-LOGIN-SUCCESS = 'Y'
              PERFORM OPEN-USER-SESSION
              IF WS-SN-CONFLICT = 'Y'
                 MOVE SPACES TO WS-DISPLAY-MESSAGE
                 STRING "This account is already signed in at terminal "
                        DELIMITED BY SIZE
                        WS-SN-OTHER-TERMINAL DELIMITED BY SPACE
                        " (last active " DELIMITED BY SIZE
                        WS-SN-OTHER-TIME(1:2) DELIMITED BY SIZE
                        ":" DELIMITED BY SIZE
                        WS-SN-OTHER-TIME(3:2) DELIMITED BY SIZE
                        ")." DELIMITED BY SIZE
                        INTO WS-DISPLAY-MESSAGE
                 END-STRING
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 MOVE "Sign out there first, or ask an operator to end that session."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-LOGIN-SUCCESS = 'Y'
              MOVE "You have successfully logged in!" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              MOVE WS-LOGIN-USERNAME TO PF-USERNAME
              PERFORM LOAD-PROFILE-FOR-USER
              PERFORM LOAD-OWN-SKILLS
              PERFORM CHECK-CONTACT-EMAIL
              EVALUATE WS-CURRENT-ROLE
                 WHEN 'R'
                    PERFORM STAMP-ROLE-LOGIN
                    PERFORM SHOW-ANNOUNCEMENTS
                    PERFORM SHOW-RECRUITER-VERIFICATION
                    PERFORM RECRUITER-DASHBOARD UNTIL WS-MENU-CHOICE = '5'
                 WHEN 'A'
                    PERFORM SHOW-AWAY-SUMMARY
                    PERFORM SHOW-ANNOUNCEMENTS
                    PERFORM OFFER-OPEN-SURVEY
                    PERFORM ALUMNI-DASHBOARD UNTIL WS-MENU-CHOICE = '6'
                 WHEN 'V'
                    PERFORM STAMP-ROLE-LOGIN
                    PERFORM SHOW-ANNOUNCEMENTS
                    PERFORM ADVISOR-DASHBOARD UNTIL WS-MENU-CHOICE = '4'
                 WHEN OTHER
                    PERFORM SHOW-AWAY-SUMMARY
                    PERFORM SHOW-ANNOUNCEMENTS
                    PERFORM OFFER-OPEN-SURVEY
                    PERFORM USER-DASHBOARD UNTIL WS-MENU-CHOICE = '6'
              END-EVALUATE
              PERFORM CLOSE-USER-SESSION
           ELSE
              IF WS-LOGIN-LOCKED = 'Y'
                 MOVE "This account is locked after too many failed login attempts."
                               MOVE WS-USER-ID(WS-J) TO WS-LOGIN-USERNAME
                               MOVE WS-USER-ID(WS-J) TO WS-REC-USERNAME
                               MOVE WS-USER-ROLE(WS-J) TO WS-CURRENT-ROLE
      *>                       A recruiter's count is cleared only once
      *>                       the sign-in code also checks out.
                               IF WS-CURRENT-ROLE NOT = 'R'
                                  MOVE 0 TO WS-USER-FAILS(WS-J)
                               END-IF
                               MOVE WS-USER-ID(WS-J) TO WS-TOUCHED-LOOKUP
                               PERFORM RECORD-TOUCHED-USER
                               PERFORM SAVE-USERS
              CLOSE PROFILE-FILE
           END-IF.

      *>--------------------------------------------------
      *> Issues a sign-in code to the account just authenticated,
      *> queues it for the mail gateway, and asks for it back. A
      *> wrong code may be retried up to WS-OTP-MAX-TRIES times; an
      *> expired one ends the attempt. Each miss is a failed login.
      *>--------------------------------------------------
       VERIFY-LOGIN-CODE.
           MOVE 'N' TO WS-OTP-RESULT
           MOVE 0 TO WS-OTP-TRIES
           ACCEPT WS-SN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SN-NOW-TIME FROM TIME
           MOVE WS-SN-NOW-TIME TO WS-OTP-SEED
           COMPUTE WS-OTP-CODE =
               FUNCTION RANDOM(WS-OTP-SEED) * 900000 + 100000
           MOVE WS-SN-NOW-DATE TO WS-SN-CALC-DATE
           MOVE WS-SN-NOW-TIME TO WS-SN-CALC-TIME
           PERFORM SESSION-CLOCK-MINUTES
           MOVE WS-SN-CALC-MINS TO WS-OTP-ISSUED-MINS
           MOVE WS-SN-NOW-TIME(1:2) TO WS-OTP-EXP-HH
           MOVE WS-SN-NOW-TIME(3:2) TO WS-OTP-EXP-MM
           ADD WS-OTP-EXPIRY-MINUTES TO WS-OTP-EXP-MM
           IF WS-OTP-EXP-MM > 59
              SUBTRACT 60 FROM WS-OTP-EXP-MM
              ADD 1 TO WS-OTP-EXP-HH
              IF WS-OTP-EXP-HH > 23
                 MOVE 0 TO WS-OTP-EXP-HH
              END-IF
           END-IF
           MOVE WS-OTP-EXP-HH TO WS-OTP-EXPIRES-AT(1:2)
           MOVE WS-OTP-EXP-MM TO WS-OTP-EXPIRES-AT(3:2)

           MOVE WS-LOGIN-USERNAME TO WS-NT-RECIPIENT
           MOVE "LOGIN-CODE" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           STRING "Your InCollege sign-in code is " DELIMITED BY SIZE
                  WS-OTP-CODE DELIMITED BY SIZE
                  ". It expires at " DELIMITED BY SIZE
                  WS-OTP-EXPIRES-AT(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-OTP-EXPIRES-AT(3:2) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NT-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION
           MOVE "OTP-ISSUED" TO WS-AUD-ACTION
           PERFORM LOG-LOGIN-CODE-EVENT
           MOVE "A sign-in code has been sent to you." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           PERFORM UNTIL WS-OTP-RESULT NOT = 'N'
               DISPLAY "Enter your sign-in code: " WITH NO ADVANCING
               ACCEPT WS-OTP-ENTERED
               ADD 1 TO WS-OTP-TRIES
               ACCEPT WS-SN-CALC-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SN-CALC-TIME FROM TIME
               PERFORM SESSION-CLOCK-MINUTES
               EVALUATE TRUE
                  WHEN WS-SN-CALC-MINS - WS-OTP-ISSUED-MINS
                       > WS-OTP-EXPIRY-MINUTES
                     MOVE 'X' TO WS-OTP-RESULT
                     MOVE "OTP-EXPIRED" TO WS-AUD-ACTION
                     MOVE "That sign-in code has expired. Please log in again."
                         TO WS-DISPLAY-MESSAGE
                  WHEN WS-OTP-ENTERED = WS-OTP-CODE
                     MOVE 'Y' TO WS-OTP-RESULT
                     MOVE "OTP-PASSED" TO WS-AUD-ACTION
                     MOVE SPACES TO WS-DISPLAY-MESSAGE
                  WHEN OTHER
                     MOVE "OTP-FAILED" TO WS-AUD-ACTION
                     MOVE "That sign-in code is not correct."
                         TO WS-DISPLAY-MESSAGE
                     IF WS-OTP-TRIES >= WS-OTP-MAX-TRIES
                        MOVE 'X' TO WS-OTP-RESULT
                        MOVE "That sign-in code is not correct. Please log in again."
                            TO WS-DISPLAY-MESSAGE
                     END-IF
               END-EVALUATE
               PERFORM LOG-LOGIN-CODE-EVENT
               IF WS-DISPLAY-MESSAGE NOT = SPACES
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
               IF WS-OTP-RESULT NOT = 'Y'
                  PERFORM COUNT-LOGIN-CODE-FAILURE
               END-IF
           END-PERFORM
           IF WS-OTP-RESULT NOT = 'Y'
              MOVE 'N' TO WS-LOGIN-SUCCESS
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOGIN-USER-ROW
           IF WS-OTP-USER-IDX > 0
              MOVE 0 TO WS-USER-FAILS(WS-OTP-USER-IDX)
              MOVE WS-USER-ID(WS-OTP-USER-IDX) TO WS-TOUCHED-LOOKUP
              PERFORM RECORD-TOUCHED-USER
              PERFORM SAVE-USERS
           END-IF.

      *> A missed code is a failed login: it bumps the account's fail
      *> count and can lock it exactly as a bad password does.
       COUNT-LOGIN-CODE-FAILURE.
           PERFORM FIND-LOGIN-USER-ROW
           IF WS-OTP-USER-IDX = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-FAILS(WS-OTP-USER-IDX)
           IF WS-USER-FAILS(WS-OTP-USER-IDX) >= WS-MAX-LOGIN-FAILS
              MOVE 'Y' TO WS-USER-LOCKED(WS-OTP-USER-IDX)
              MOVE 'Y' TO WS-LOGIN-LOCKED
              MOVE 'X' TO WS-OTP-RESULT
              PERFORM LOG-ACCOUNT-LOCKOUT
              MOVE "This account is locked after too many failed login attempts."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           MOVE WS-USER-ID(WS-OTP-USER-IDX) TO WS-TOUCHED-LOOKUP
           PERFORM RECORD-TOUCHED-USER
           PERFORM SAVE-USERS.

      *> Looked up afresh each time: a save merges users.dat back
      *> into the table and can shift rows.
       FIND-LOGIN-USER-ROW.
           MOVE 0 TO WS-OTP-USER-IDX
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-USER-COUNT
               IF WS-USER-ID(WS-J) = WS-LOGIN-USERNAME
                  MOVE WS-J TO WS-OTP-USER-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-LOGIN-CODE-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS = "00"
              MOVE SPACES TO AUDIT-REC
              MOVE WS-LOGIN-USERNAME TO AUD-OPERATOR
              ACCEPT AUD-DATE FROM DATE YYYYMMDD
              ACCEPT AUD-TIME FROM TIME
              MOVE WS-AUD-ACTION TO AUD-ACTION
              MOVE "RECRUITER-LOGIN" TO AUD-TARGET
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           END-IF.

       LOG-ACCOUNT-LOCKOUT.
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
                  MOVE GRP-NAME  TO WS-GRP-NAME-T(WS-GRP-COUNT)
                  MOVE GRP-DESC  TO WS-GRP-DESC-T(WS-GRP-COUNT)
                  MOVE GRP-OWNER TO WS-GRP-OWNER-T(WS-GRP-COUNT)
                  MOVE GRP-PRIVATE TO WS-GRP-PRIVATE-T(WS-GRP-COUNT)
                  IF GRP-ID > WS-NEXT-GROUP-ID
                     MOVE GRP-ID TO WS-NEXT-GROUP-ID
                  END-IF
              ACCEPT GRP-NAME
              DISPLAY "Short description: " WITH NO ADVANCING
              ACCEPT GRP-DESC
              DISPLAY "Members only -- joins need your approval? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM-CHOICE
              IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
                 MOVE 'Y' TO GRP-PRIVATE
              ELSE
                 MOVE 'N' TO GRP-PRIVATE
              END-IF
              MOVE PF-USERNAME TO GRP-OWNER
              WRITE GROUP-REC
              CLOSE GROUPS-FILE
              MOVE WS-NEXT-GROUP-ID TO WS-GRP-SEL-ID
              MOVE 'A' TO WS-GRP-JOIN-STATE
              PERFORM JOIN-GROUP
              MOVE "Group created; you are its first member." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY

       *>--------------------------------------------------
       *> Appends one membership row for the logged-in user and
       *> WS-GRP-SEL-ID -- callers check for membership first and
       *> set WS-GRP-JOIN-STATE ('A' member, 'P' request waiting).
       *>--------------------------------------------------
       JOIN-GROUP.
           OPEN EXTEND GROUP-MEMBERS-FILE
              MOVE SPACES TO GROUP-MEMBER-REC
              MOVE WS-GRP-SEL-ID TO GM-GROUP-ID
              MOVE PF-USERNAME TO GM-MEMBER
              MOVE SPACE TO GM-ROLE
              MOVE WS-GRP-JOIN-STATE TO GM-STATE
              WRITE GROUP-MEMBER-REC
              CLOSE GROUP-MEMBERS-FILE
           END-IF.

       *>--------------------------------------------------
       *> Sets WS-GRP-IS-MEMBER (and the pending, barred and role
       *> flags) for the logged-in user against WS-GRP-SEL-ID, and
       *> counts the group's active members while it is scanning.
       *>--------------------------------------------------
       CHECK-GROUP-MEMBER.
           MOVE 'N' TO WS-GRP-IS-MEMBER
           MOVE 'N' TO WS-GRP-IS-PENDING
           MOVE 'N' TO WS-GRP-IS-BARRED
           MOVE SPACE TO WS-GRP-MY-ROLE
           MOVE 0 TO WS-GRP-MEMBER-CNT
           OPEN INPUT GROUP-MEMBERS-FILE
           IF WS-GM-STATUS = "00"
              PERFORM READ-GROUP-MEMBER-RECORD
              PERFORM UNTIL WS-GM-STATUS NOT = "00"
                  IF GM-GROUP-ID = WS-GRP-SEL-ID
                     EVALUATE GM-STATE
                        WHEN 'P'
                           IF GM-MEMBER = PF-USERNAME
                              MOVE 'Y' TO WS-GRP-IS-PENDING
                           END-IF
                        WHEN 'X'
                           IF GM-MEMBER = PF-USERNAME
                              MOVE 'Y' TO WS-GRP-IS-BARRED
                           END-IF
                        WHEN OTHER
                           ADD 1 TO WS-GRP-MEMBER-CNT
                           IF GM-MEMBER = PF-USERNAME
                              MOVE 'Y' TO WS-GRP-IS-MEMBER
                              IF GM-ROLE = 'M'
                                 MOVE 'M' TO WS-GRP-MY-ROLE
                              END-IF
                           END-IF
                     END-EVALUATE
                  END-IF
                  PERFORM READ-GROUP-MEMBER-RECORD
              END-PERFORM
               MOVE WS-GRP-ID-T(WS-I) TO WS-GRP-SEL-ID
               PERFORM CHECK-GROUP-MEMBER
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               IF WS-GRP-PRIVATE-T(WS-I) = 'Y'
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GRP-NAME-T(WS-I)) DELIMITED BY SIZE
                         " [members only] (" DELIMITED BY SIZE
                         WS-GRP-MEMBER-CNT DELIMITED BY SIZE
                         " member(s)) -- " DELIMITED BY SIZE
                         WS-GRP-DESC-T(WS-I) DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
               ELSE
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GRP-NAME-T(WS-I)) DELIMITED BY SIZE
                         " (" DELIMITED BY SIZE
                         WS-GRP-MEMBER-CNT DELIMITED BY SIZE
                         " member(s)) -- " DELIMITED BY SIZE
                         WS-GRP-DESC-T(WS-I) DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
               END-IF
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           DISPLAY "Enter a # to join that group (0 to skip): "
           IF WS-GRP-PICK >= 1 AND WS-GRP-PICK <= WS-GRP-COUNT
              MOVE WS-GRP-ID-T(WS-GRP-PICK) TO WS-GRP-SEL-ID
              PERFORM CHECK-GROUP-MEMBER
              EVALUATE TRUE
                 WHEN WS-GRP-IS-MEMBER = 'Y'
                    MOVE "You already belong to that group." TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 WHEN WS-GRP-IS-PENDING = 'Y'
                    MOVE "Your request to join is still waiting for approval."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 WHEN WS-GRP-IS-BARRED = 'Y'
                    MOVE "You were removed from that group and cannot rejoin it."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 WHEN WS-GRP-PRIVATE-T(WS-GRP-PICK) = 'Y'
                    MOVE 'P' TO WS-GRP-JOIN-STATE
                    PERFORM JOIN-GROUP
                    MOVE WS-GRP-OWNER-T(WS-GRP-PICK) TO WS-GRP-TARGET
                    MOVE SPACES TO WS-GRP-NOTICE
                    STRING FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                           " asked to join " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-PICK))
                               DELIMITED BY SIZE
                           " -- see Manage Group." DELIMITED BY SIZE
                           INTO WS-GRP-NOTICE
                    END-STRING
                    PERFORM SEND-GROUP-NOTICE
                    PERFORM NOTIFY-GROUP-MODERATORS
                    MOVE "That group is members only -- your request has been sent to its owner and moderators."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 WHEN OTHER
                    MOVE 'A' TO WS-GRP-JOIN-STATE
                    PERFORM JOIN-GROUP
                    MOVE "You have joined the group." TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
              END-EVALUATE
           END-IF.

       MY-GROUPS-OPTION.
           ACCEPT WS-GRP-PICK
           IF WS-GRP-PICK >= 1 AND WS-GRP-PICK <= WS-MY-GRP-COUNT
              MOVE WS-MY-GRP-IDX(WS-GRP-PICK) TO WS-I
              MOVE WS-I TO WS-GRP-SEL-IDX
              MOVE WS-GRP-ID-T(WS-I) TO WS-GRP-SEL-ID
              PERFORM GROUP-DETAIL-OPTION
           END-IF.

       *>--------------------------------------------------
       *> The group's owner and moderators also get the Manage
       *> screen; any member but the owner may leave.
       *>--------------------------------------------------
       GROUP-DETAIL-OPTION.
           PERFORM CHECK-GROUP-MEMBER
           IF WS-GRP-OWNER-T(WS-GRP-SEL-IDX) = PF-USERNAME
              MOVE 'O' TO WS-GRP-MY-ROLE
           END-IF
           MOVE "1. Member List" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. View Bulletin" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "L. Leave This Group" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF WS-GRP-MY-ROLE NOT = SPACE
              MOVE "M. Manage Group" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1' PERFORM LIST-GROUP-MEMBERS
              WHEN '2' PERFORM VIEW-GROUP-BULLETIN
              WHEN '3' PERFORM POST-GROUP-ANNOUNCEMENT
              WHEN 'L' PERFORM LEAVE-GROUP
              WHEN 'l' PERFORM LEAVE-GROUP
              WHEN 'M'
                 IF WS-GRP-MY-ROLE NOT = SPACE
                    PERFORM MANAGE-GROUP-OPTION
                 END-IF
              WHEN 'm'
                 IF WS-GRP-MY-ROLE NOT = SPACE
                    PERFORM MANAGE-GROUP-OPTION
                 END-IF
              WHEN OTHER CONTINUE
           END-EVALUATE.

              PERFORM READ-GROUP-MEMBER-RECORD
              PERFORM UNTIL WS-GM-STATUS NOT = "00"
                  IF GM-GROUP-ID = WS-GRP-SEL-ID
                     AND GM-STATE NOT = 'P' AND GM-STATE NOT = 'X'
                     MOVE SPACES TO WS-DISPLAY-MESSAGE
                     EVALUATE TRUE
                        WHEN GM-MEMBER = WS-GRP-OWNER-T(WS-GRP-SEL-IDX)
                           STRING "- " DELIMITED BY SIZE
                                  GM-MEMBER DELIMITED BY SPACE
                                  " (owner)" DELIMITED BY SIZE
                                  INTO WS-DISPLAY-MESSAGE
                           END-STRING
                        WHEN GM-ROLE = 'M'
                           STRING "- " DELIMITED BY SIZE
                                  GM-MEMBER DELIMITED BY SPACE
                                  " (moderator)" DELIMITED BY SIZE
                                  INTO WS-DISPLAY-MESSAGE
                           END-STRING
                        WHEN OTHER
                           STRING "- " DELIMITED BY SIZE
                                  GM-MEMBER DELIMITED BY SIZE
                                  INTO WS-DISPLAY-MESSAGE
                           END-STRING
                     END-EVALUATE
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
                  PERFORM READ-GROUP-MEMBER-RECORD
              MOVE "No announcements posted yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
              IF WS-GRP-MY-ROLE NOT = SPACE
                 PERFORM REMOVE-GROUP-POST-PROMPT
              ELSE
                 PERFORM REPORT-GROUP-POST-PROMPT
              END-IF
           END-IF.

       *>--------------------------------------------------
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       *>--------------------------------------------------
       *> Leaving drops the member's row outright, so a later join
       *> goes through the usual open/members-only path again.
       *>--------------------------------------------------
       LEAVE-GROUP.
           IF WS-GRP-MY-ROLE = 'O'
              MOVE "The owner cannot leave their own group." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Leave this group? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = 'Y' AND WS-CONFIRM-CHOICE NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE PF-USERNAME TO WS-GRP-TARGET
           MOVE 'D' TO WS-GRP-ACTION
           PERFORM REWRITE-GROUP-MEMBER
           MOVE "You have left the group." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Owner and moderator screen. Moderators approve joins and
       *> remove members and posts; only the owner appoints
       *> moderators or changes the members-only setting.
       *>--------------------------------------------------
       MANAGE-GROUP-OPTION.
           MOVE "=== MANAGE GROUP ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "1. Review Join Requests" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Remove a Member" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Appoint / Revoke Moderator (owner)" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Members-only Setting (owner)" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "5. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1' PERFORM REVIEW-JOIN-REQUESTS
              WHEN '2' PERFORM REMOVE-GROUP-MEMBER
              WHEN '3'
                 IF WS-GRP-MY-ROLE = 'O'
                    PERFORM SET-GROUP-MODERATOR
                 ELSE
                    MOVE "Only the group's owner can appoint moderators."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 END-IF
              WHEN '4'
                 IF WS-GRP-MY-ROLE = 'O'
                    PERFORM TOGGLE-GROUP-PRIVACY
                 ELSE
                    MOVE "Only the group's owner can change that setting."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 END-IF
              WHEN OTHER CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Loads every membership row of WS-GRP-SEL-ID (all states)
       *> into the roster table.
       *>--------------------------------------------------
       LOAD-GROUP-ROSTER.
           MOVE 0 TO WS-GMEM-COUNT
           OPEN INPUT GROUP-MEMBERS-FILE
           IF WS-GM-STATUS = "00"
              PERFORM READ-GROUP-MEMBER-RECORD
              PERFORM UNTIL WS-GM-STATUS NOT = "00"
                  IF GM-GROUP-ID = WS-GRP-SEL-ID AND WS-GMEM-COUNT < 100
                     ADD 1 TO WS-GMEM-COUNT
                     MOVE GM-MEMBER TO WS-GMEM-NAME-T(WS-GMEM-COUNT)
                     MOVE GM-ROLE TO WS-GMEM-ROLE-T(WS-GMEM-COUNT)
                     MOVE GM-STATE TO WS-GMEM-STATE-T(WS-GMEM-COUNT)
                  END-IF
                  PERFORM READ-GROUP-MEMBER-RECORD
              END-PERFORM
              CLOSE GROUP-MEMBERS-FILE
           END-IF.

       REVIEW-JOIN-REQUESTS.
           PERFORM LOAD-GROUP-ROSTER
           MOVE 0 TO WS-GMEM-SHOWN
           PERFORM VARYING WS-GMEM-I FROM 1 BY 1
                   UNTIL WS-GMEM-I > WS-GMEM-COUNT
               IF WS-GMEM-STATE-T(WS-GMEM-I) = 'P'
                  ADD 1 TO WS-GMEM-SHOWN
                  MOVE WS-GMEM-I TO WS-GMEM-MAP-IDX(WS-GMEM-SHOWN)
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING WS-GMEM-SHOWN DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         WS-GMEM-NAME-T(WS-GMEM-I) DELIMITED BY SPACE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           IF WS-GMEM-SHOWN = 0
              MOVE "No join requests are waiting." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a request # (0 to skip): " WITH NO ADVANCING
           ACCEPT WS-GMEM-PICK
           IF WS-GMEM-PICK < 1 OR WS-GMEM-PICK > WS-GMEM-SHOWN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GMEM-MAP-IDX(WS-GMEM-PICK) TO WS-GMEM-I
           MOVE WS-GMEM-NAME-T(WS-GMEM-I) TO WS-GRP-TARGET
           DISPLAY "A. Approve  D. Decline: " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           EVALUATE WS-CONFIRM-CHOICE
              WHEN 'A'
              WHEN 'a'
                 MOVE 'U' TO WS-GRP-ACTION
                 MOVE SPACE TO WS-GRP-NEW-ROLE
                 MOVE 'A' TO WS-GRP-NEW-STATE
                 PERFORM REWRITE-GROUP-MEMBER
                 MOVE SPACES TO WS-GRP-NOTICE
                 STRING "Your request to join " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                            DELIMITED BY SIZE
                        " was approved -- see My Groups." DELIMITED BY SIZE
                        INTO WS-GRP-NOTICE
                 END-STRING
                 PERFORM SEND-GROUP-NOTICE
                 MOVE "Request approved." TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN 'D'
              WHEN 'd'
                 MOVE 'D' TO WS-GRP-ACTION
                 PERFORM REWRITE-GROUP-MEMBER
                 MOVE SPACES TO WS-GRP-NOTICE
                 STRING "Your request to join " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                            DELIMITED BY SIZE
                        " was declined." DELIMITED BY SIZE
                        INTO WS-GRP-NOTICE
                 END-STRING
                 PERFORM SEND-GROUP-NOTICE
                 MOVE "Request declined." TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN OTHER CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Lists the active members a manager may act on: never the
       *> owner or themselves, and a moderator may not act on
       *> another moderator.
       *>--------------------------------------------------
       LIST-MANAGEABLE-MEMBERS.
           PERFORM LOAD-GROUP-ROSTER
           MOVE 0 TO WS-GMEM-SHOWN
           PERFORM VARYING WS-GMEM-I FROM 1 BY 1
                   UNTIL WS-GMEM-I > WS-GMEM-COUNT
               IF WS-GMEM-STATE-T(WS-GMEM-I) NOT = 'P'
                  AND WS-GMEM-STATE-T(WS-GMEM-I) NOT = 'X'
                  AND WS-GMEM-NAME-T(WS-GMEM-I)
                      NOT = WS-GRP-OWNER-T(WS-GRP-SEL-IDX)
                  AND WS-GMEM-NAME-T(WS-GMEM-I) NOT = PF-USERNAME
                  AND (WS-GRP-MY-ROLE = 'O'
                       OR WS-GMEM-ROLE-T(WS-GMEM-I) NOT = 'M')
                  ADD 1 TO WS-GMEM-SHOWN
                  MOVE WS-GMEM-I TO WS-GMEM-MAP-IDX(WS-GMEM-SHOWN)
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  IF WS-GMEM-ROLE-T(WS-GMEM-I) = 'M'
                     STRING WS-GMEM-SHOWN DELIMITED BY SIZE
                            ". " DELIMITED BY SIZE
                            WS-GMEM-NAME-T(WS-GMEM-I) DELIMITED BY SPACE
                            " (moderator)" DELIMITED BY SIZE
                            INTO WS-DISPLAY-MESSAGE
                     END-STRING
                  ELSE
                     STRING WS-GMEM-SHOWN DELIMITED BY SIZE
                            ". " DELIMITED BY SIZE
                            WS-GMEM-NAME-T(WS-GMEM-I) DELIMITED BY SPACE
                            INTO WS-DISPLAY-MESSAGE
                     END-STRING
                  END-IF
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           IF WS-GMEM-SHOWN = 0
              MOVE "No members you can manage." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       REMOVE-GROUP-MEMBER.
           PERFORM LIST-MANAGEABLE-MEMBERS
           IF WS-GMEM-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a member # to remove (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-GMEM-PICK
           IF WS-GMEM-PICK < 1 OR WS-GMEM-PICK > WS-GMEM-SHOWN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GMEM-MAP-IDX(WS-GMEM-PICK) TO WS-GMEM-I
           MOVE WS-GMEM-NAME-T(WS-GMEM-I) TO WS-GRP-TARGET
           DISPLAY "Bar them from rejoining? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
              MOVE 'U' TO WS-GRP-ACTION
              MOVE SPACE TO WS-GRP-NEW-ROLE
              MOVE 'X' TO WS-GRP-NEW-STATE
           ELSE
              MOVE 'D' TO WS-GRP-ACTION
           END-IF
           PERFORM REWRITE-GROUP-MEMBER
           MOVE SPACES TO WS-GRP-NOTICE
           STRING "You were removed from the group " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                      DELIMITED BY SIZE
                  " by its owner or a moderator." DELIMITED BY SIZE
                  INTO WS-GRP-NOTICE
           END-STRING
           PERFORM SEND-GROUP-NOTICE
           MOVE "Member removed." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       SET-GROUP-MODERATOR.
           PERFORM LIST-MANAGEABLE-MEMBERS
           IF WS-GMEM-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a member # to appoint or revoke (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-GMEM-PICK
           IF WS-GMEM-PICK < 1 OR WS-GMEM-PICK > WS-GMEM-SHOWN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GMEM-MAP-IDX(WS-GMEM-PICK) TO WS-GMEM-I
           MOVE WS-GMEM-NAME-T(WS-GMEM-I) TO WS-GRP-TARGET
           MOVE 'U' TO WS-GRP-ACTION
           MOVE 'A' TO WS-GRP-NEW-STATE
           MOVE SPACES TO WS-GRP-NOTICE
           IF WS-GMEM-ROLE-T(WS-GMEM-I) = 'M'
              MOVE SPACE TO WS-GRP-NEW-ROLE
              STRING "You are no longer a moderator of " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                         DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO WS-GRP-NOTICE
              END-STRING
              MOVE "Moderator role revoked." TO WS-DISPLAY-MESSAGE
           ELSE
              MOVE 'M' TO WS-GRP-NEW-ROLE
              STRING "You are now a moderator of " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                         DELIMITED BY SIZE
                     " -- see Manage Group." DELIMITED BY SIZE
                     INTO WS-GRP-NOTICE
              END-STRING
              MOVE "Moderator appointed." TO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM REWRITE-GROUP-MEMBER
           PERFORM SEND-GROUP-NOTICE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Flips the open group's members-only flag in groups.dat.
       *> Requests already waiting stay waiting until reviewed.
       *>--------------------------------------------------
       TOGGLE-GROUP-PRIVACY.
           IF WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX) = 'Y'
              MOVE "This group is members only. Open it to everyone? (Y/N): "
                  TO WS-DISPLAY-MESSAGE
           ELSE
              MOVE "This group is open. Make it members only? (Y/N): "
                  TO WS-DISPLAY-MESSAGE
           END-IF
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE) WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = 'Y' AND WS-CONFIRM-CHOICE NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           IF WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX) = 'Y'
              MOVE 'N' TO WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX)
           ELSE
              MOVE 'Y' TO WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX)
           END-IF
           OPEN OUTPUT GROUPS-TEMP-FILE
           OPEN INPUT GROUPS-FILE
           IF WS-GRP-STATUS = "00"
              PERFORM READ-GROUP-RECORD
              PERFORM UNTIL WS-GRP-STATUS NOT = "00"
                  IF GRP-ID = WS-GRP-SEL-ID
                     MOVE WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX) TO GRP-PRIVATE
                  END-IF
                  MOVE GROUP-REC TO GROUP-TEMP-REC
                  WRITE GROUP-TEMP-REC
                  PERFORM READ-GROUP-RECORD
              END-PERFORM
              CLOSE GROUPS-FILE
           END-IF
           CLOSE GROUPS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-GROUPS-TMP-NAME
                                         WS-GROUPS-DAT-NAME
           IF WS-GRP-PRIVATE-T(WS-GRP-SEL-IDX) = 'Y'
              MOVE "The group is now members only." TO WS-DISPLAY-MESSAGE
           ELSE
              MOVE "The group is now open to everyone." TO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Rewrites groupmembers.dat for WS-GRP-TARGET in the open
       *> group: action 'D' drops the row, 'U' sets its role and
       *> state to WS-GRP-NEW-ROLE / WS-GRP-NEW-STATE.
       *>--------------------------------------------------
       REWRITE-GROUP-MEMBER.
           OPEN OUTPUT GROUP-MEMBERS-TEMP-FILE
           OPEN INPUT GROUP-MEMBERS-FILE
           IF WS-GM-STATUS = "00"
              PERFORM READ-GROUP-MEMBER-RECORD
              PERFORM UNTIL WS-GM-STATUS NOT = "00"
                  IF GM-GROUP-ID = WS-GRP-SEL-ID
                     AND GM-MEMBER = WS-GRP-TARGET
                     IF WS-GRP-ACTION = 'U'
                        MOVE WS-GRP-NEW-ROLE TO GM-ROLE
                        MOVE WS-GRP-NEW-STATE TO GM-STATE
                        MOVE GROUP-MEMBER-REC TO GROUP-MEMBER-TEMP-REC
                        WRITE GROUP-MEMBER-TEMP-REC
                     END-IF
                  ELSE
                     MOVE GROUP-MEMBER-REC TO GROUP-MEMBER-TEMP-REC
                     WRITE GROUP-MEMBER-TEMP-REC
                  END-IF
                  PERFORM READ-GROUP-MEMBER-RECORD
              END-PERFORM
              CLOSE GROUP-MEMBERS-FILE
           END-IF
           CLOSE GROUP-MEMBERS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-GMEMBERS-TMP-NAME
                                         WS-GMEMBERS-DAT-NAME.

       *>--------------------------------------------------
       *> Drops the Nth post of the open group's bulletin (the
       *> number it was shown under) and tells its author why.
       *>--------------------------------------------------
       REMOVE-GROUP-POST-PROMPT.
           DISPLAY "Enter a post # to remove it (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-RP-PICK
           IF WS-RP-PICK < 1 OR WS-RP-PICK > WS-GPOST-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GRP-POST-SEQ
           OPEN OUTPUT GROUP-POSTS-TEMP-FILE
           OPEN INPUT GROUP-POSTS-FILE
           IF WS-GP-STATUS = "00"
              PERFORM READ-GROUP-POST-RECORD
              PERFORM UNTIL WS-GP-STATUS NOT = "00"
                  IF GP-GROUP-ID = WS-GRP-SEL-ID
                     ADD 1 TO WS-GRP-POST-SEQ
                  END-IF
                  IF GP-GROUP-ID = WS-GRP-SEL-ID
                     AND WS-GRP-POST-SEQ = WS-RP-PICK
                     AND GP-AUTHOR = WS-GPOST-AUTH-T(WS-RP-PICK)
                     CONTINUE
                  ELSE
                     MOVE GROUP-POST-REC TO GROUP-POST-TEMP-REC
                     WRITE GROUP-POST-TEMP-REC
                  END-IF
                  PERFORM READ-GROUP-POST-RECORD
              END-PERFORM
              CLOSE GROUP-POSTS-FILE
           END-IF
           CLOSE GROUP-POSTS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-GPOSTS-TMP-NAME
                                         WS-GPOSTS-DAT-NAME
           IF WS-GPOST-AUTH-T(WS-RP-PICK) NOT = PF-USERNAME
              MOVE WS-GPOST-AUTH-T(WS-RP-PICK) TO WS-GRP-TARGET
              MOVE SPACES TO WS-GRP-NOTICE
              STRING "A moderator removed your post from the " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GRP-NAME-T(WS-GRP-SEL-IDX))
                         DELIMITED BY SIZE
                     " bulletin." DELIMITED BY SIZE
                     INTO WS-GRP-NOTICE
              END-STRING
              PERFORM SEND-GROUP-NOTICE
           END-IF
           MOVE "Post removed from the bulletin." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Sends WS-GRP-NOTICE to each active moderator of
       *> WS-GRP-SEL-ID -- they can approve joins as the owner can.
       *>--------------------------------------------------
       NOTIFY-GROUP-MODERATORS.
           OPEN INPUT GROUP-MEMBERS-FILE
           IF WS-GM-STATUS = "00"
              PERFORM READ-GROUP-MEMBER-RECORD
              PERFORM UNTIL WS-GM-STATUS NOT = "00"
                  IF GM-GROUP-ID = WS-GRP-SEL-ID
                     AND GM-ROLE = 'M'
                     AND (GM-STATE = 'A' OR GM-STATE = SPACE)
                     MOVE GM-MEMBER TO WS-GRP-TARGET
                     PERFORM SEND-GROUP-NOTICE
                  END-IF
                  PERFORM READ-GROUP-MEMBER-RECORD
              END-PERFORM
              CLOSE GROUP-MEMBERS-FILE
           END-IF.

       *>--------------------------------------------------
       *> System message from "incollege" to WS-GRP-TARGET.
       *>--------------------------------------------------
       SEND-GROUP-NOTICE.
           ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MSG-TIME FROM TIME
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE SPACES TO MESSAGE-REC
              MOVE "incollege" TO MSG-SENDER
              MOVE WS-GRP-TARGET TO MSG-RECIPIENT
              MOVE WS-MSG-DATE TO MSG-DATE
              MOVE WS-MSG-TIME TO MSG-TIME
              MOVE WS-GRP-NOTICE TO MSG-BODY
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
           END-IF.

       *>--------------------------------------------------
       *> Mentorship -- opt-in, request, matching and status.
       *>--------------------------------------------------
           IF WS-CURRENT-ROLE = 'R'
              MOVE "3. Create an Event" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              MOVE "4. Check In Attendees" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           MOVE "5. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
              WHEN '1' PERFORM BROWSE-EVENTS
              WHEN '2' PERFORM MY-EVENT-RSVPS
              WHEN '3' PERFORM CREATE-EVENT
              WHEN '4' PERFORM EVENT-CHECK-IN
              WHEN OTHER CONTINUE
           END-EVALUATE.

                  MOVE EV-HOST       TO WS-EVT-HOST-T(WS-EVT-COUNT)
                  MOVE EV-CAPACITY   TO WS-EVT-CAP-T(WS-EVT-COUNT)
                  MOVE EV-CREATED-BY TO WS-EVT-BY-T(WS-EVT-COUNT)
                  MOVE EV-UNIVERSITY TO WS-EVT-UNIV-T(WS-EVT-COUNT)
                  IF EV-ID > WS-NEXT-EVENT-ID
                     MOVE EV-ID TO WS-NEXT-EVENT-ID
                  END-IF

       *>--------------------------------------------------
       *> Upcoming events only (today or later); a full event closes
       *> RSVPs the way the account cap closes signups. A campus-only
       *> event is listed to that campus's students (and to recruiters).
       *>--------------------------------------------------
       BROWSE-EVENTS.
           PERFORM LOAD-EVENTS
           MOVE 0 TO WS-EVT-SHOWN-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVT-COUNT
               IF WS-EVT-DATE-T(WS-I) >= WS-NOW-DATE
                  AND (WS-EVT-UNIV-T(WS-I) = SPACES
                       OR WS-CURRENT-ROLE = 'R'
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EVT-UNIV-T(WS-I)))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY)))
                  ADD 1 TO WS-EVT-SHOWN-COUNT
                  MOVE WS-I TO WS-EVT-SHOWN-IDX(WS-EVT-SHOWN-COUNT)
                  MOVE WS-EVT-ID-T(WS-I) TO WS-EVT-SEL-ID
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Door check-in for the host who posted the event: pick one
       *> of your own events, see the RSVP list with who is already
       *> in, then key usernames as people arrive. Anyone without an
       *> RSVP is recorded as a walk-in, so the no-show report can
       *> tell reserved-but-absent from turned-up-anyway.
       *>--------------------------------------------------
       EVENT-CHECK-IN.
           IF WS-CURRENT-ROLE NOT = 'R'
              MOVE "Only the event host may check attendees in."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE "=== EVENT CHECK-IN ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-EVENTS
           MOVE 0 TO WS-EVT-SHOWN-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVT-COUNT
               IF WS-EVT-BY-T(WS-I) = PF-USERNAME
                  ADD 1 TO WS-EVT-SHOWN-COUNT
                  MOVE WS-I TO WS-EVT-SHOWN-IDX(WS-EVT-SHOWN-COUNT)
                  MOVE WS-EVT-ID-T(WS-I) TO WS-EVT-SEL-ID
                  PERFORM COUNT-EVENT-RSVPS
                  PERFORM DISPLAY-ONE-EVENT
               END-IF
           END-PERFORM
           IF WS-EVT-SHOWN-COUNT = 0
              MOVE "You have not posted any events." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter a # to check attendees in (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-EVT-PICK
           IF WS-EVT-PICK < 1 OR WS-EVT-PICK > WS-EVT-SHOWN-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-SHOWN-IDX(WS-EVT-PICK) TO WS-I
           MOVE WS-EVT-ID-T(WS-I) TO WS-EVT-SEL-ID
           PERFORM LIST-EVENT-CHECK-INS
           MOVE 'N' TO WS-EATT-DONE
           PERFORM CHECK-IN-ONE-ATTENDEE UNTIL WS-EATT-DONE = 'Y'.

       *>--------------------------------------------------
       *> The RSVP list for WS-EVT-SEL-ID, each name marked when an
       *> attendance row already exists, then any walk-ins so far.
       *>--------------------------------------------------
       LIST-EVENT-CHECK-INS.
           MOVE 0 TO WS-EATT-IN-CNT
           MOVE "--- RSVP List ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-ERSVP-STATUS = "00"
              PERFORM READ-EVENT-RSVP-RECORD
              PERFORM UNTIL WS-ERSVP-STATUS NOT = "00"
                  IF ER-EVENT-ID = WS-EVT-SEL-ID
                     MOVE ER-USER TO WS-EATT-USER
                     PERFORM CHECK-ATTENDANCE-ROW
                     MOVE SPACES TO WS-DISPLAY-MESSAGE
                     IF WS-EATT-CHECKED = 'Y'
                        ADD 1 TO WS-EATT-IN-CNT
                        STRING "  [IN] " DELIMITED BY SIZE
                               ER-USER DELIMITED BY SPACE
                               INTO WS-DISPLAY-MESSAGE
                        END-STRING
                     ELSE
                        STRING "  [  ] " DELIMITED BY SIZE
                               ER-USER DELIMITED BY SPACE
                               INTO WS-DISPLAY-MESSAGE
                        END-STRING
                     END-IF
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
                  PERFORM READ-EVENT-RSVP-RECORD
              END-PERFORM
              CLOSE EVENT-RSVPS-FILE
           END-IF
           MOVE 0 TO WS-EATT-WALKIN-CNT
           OPEN INPUT EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "00"
              PERFORM READ-EVENT-ATTEND-RECORD
              PERFORM UNTIL WS-EATT-STATUS NOT = "00"
                  IF EA-EVENT-ID = WS-EVT-SEL-ID AND EA-WALKIN = 'Y'
                     ADD 1 TO WS-EATT-WALKIN-CNT
                     MOVE SPACES TO WS-DISPLAY-MESSAGE
                     STRING "  [IN] " DELIMITED BY SIZE
                            EA-USER DELIMITED BY SPACE
                            " (walk-in)" DELIMITED BY SIZE
                            INTO WS-DISPLAY-MESSAGE
                     END-STRING
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
                  PERFORM READ-EVENT-ATTEND-RECORD
              END-PERFORM
              CLOSE EVENT-ATTEND-FILE
           END-IF.

       READ-EVENT-ATTEND-RECORD.
           READ EVENT-ATTEND-FILE
               AT END
                   MOVE "EOF" TO WS-EATT-STATUS
               NOT AT END
                   MOVE "00" TO WS-EATT-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Sets WS-EATT-CHECKED when WS-EATT-USER already has an
       *> attendance row for WS-EVT-SEL-ID.
       *>--------------------------------------------------
       CHECK-ATTENDANCE-ROW.
           MOVE 'N' TO WS-EATT-CHECKED
           OPEN INPUT EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "00"
              PERFORM READ-EVENT-ATTEND-RECORD
              PERFORM UNTIL WS-EATT-STATUS NOT = "00"
                  IF EA-EVENT-ID = WS-EVT-SEL-ID
                     AND EA-USER = WS-EATT-USER
                     MOVE 'Y' TO WS-EATT-CHECKED
                  END-IF
                  PERFORM READ-EVENT-ATTEND-RECORD
              END-PERFORM
              CLOSE EVENT-ATTEND-FILE
           END-IF.

       CHECK-IN-ONE-ATTENDEE.
           DISPLAY "Username to check in (press Enter alone to finish): "
                   WITH NO ADVANCING
           ACCEPT WS-EATT-USER
           IF WS-EATT-USER = SPACES
              MOVE 'Y' TO WS-EATT-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EATT-KNOWN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-K))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EATT-USER))
                  MOVE WS-USER-ID(WS-K) TO WS-EATT-USER
                  MOVE 'Y' TO WS-EATT-KNOWN
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EATT-KNOWN = 'N'
              MOVE "No account carries that username." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ATTENDANCE-ROW
           IF WS-EATT-CHECKED = 'Y'
              MOVE "That attendee is already checked in." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EATT-HAS-RSVP
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-ERSVP-STATUS = "00"
              PERFORM READ-EVENT-RSVP-RECORD
              PERFORM UNTIL WS-ERSVP-STATUS NOT = "00"
                  IF ER-EVENT-ID = WS-EVT-SEL-ID
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
              ACCEPT WS-EATT-CONFIRM
              IF WS-EATT-CONFIRM NOT = 'Y' AND WS-EATT-CONFIRM NOT = 'y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           OPEN EXTEND EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "00"
              MOVE SPACES TO EVENT-ATTEND-REC
              MOVE WS-EVT-SEL-ID TO EA-EVENT-ID
              MOVE WS-EATT-USER TO EA-USER
              ACCEPT EA-DATE FROM DATE YYYYMMDD
              ACCEPT EA-TIME FROM TIME
              IF WS-EATT-HAS-RSVP = 'Y'
                 MOVE 'N' TO EA-WALKIN
              ELSE
                 MOVE 'Y' TO EA-WALKIN
              END-IF
              MOVE PF-USERNAME TO EA-CHECKED-BY
              WRITE EVENT-ATTEND-REC
              CLOSE EVENT-ATTEND-FILE
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING FUNCTION TRIM(WS-EATT-USER) DELIMITED BY SIZE
                     " checked in." DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       DISPLAY-ONE-EVENT.
           MOVE WS-EVT-RSVP-CNT TO WS-EVT-CNT-DISP
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-EVT-SHOWN-COUNT DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-TITLE-T(WS-I)) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-EVT-DATE-T(WS-I) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-LOC-T(WS-I)) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-EVT-CAP-T(WS-I) = 0
              STRING "    Host: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EVT-HOST-T(WS-I)) DELIMITED BY SIZE
                     " -- " DELIMITED BY SIZE
                     WS-EVT-CNT-DISP DELIMITED BY SIZE
                     " attending" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
                  MOVE CO-INDUSTRY TO WS-CO-IND-T(WS-CO-COUNT)
                  MOVE CO-LOCATION TO WS-CO-LOC-T(WS-CO-COUNT)
                  MOVE CO-DESC     TO WS-CO-DESC-T(WS-CO-COUNT)
                  PERFORM PARSE-COMPANY-CONTRACT
                  PERFORM READ-COMPANY-RECORD
              END-PERFORM
              CLOSE COMPANIES-FILE
           END-IF.

      *>   Rows from before contracts existed read back as spaces in
      *>   the contract fields; they load as "no contract".
       PARSE-COMPANY-CONTRACT.
           MOVE CO-BILL-PERIOD  TO WS-CO-PERIOD-T(WS-CO-COUNT)
           MOVE CO-PERIOD-START TO WS-CO-PSTART-T(WS-CO-COUNT)
           IF CO-CREDIT-ALLOW IS NUMERIC
              MOVE CO-CREDIT-ALLOW TO WS-CO-ALLOW-T(WS-CO-COUNT)
           ELSE
              MOVE 0 TO WS-CO-ALLOW-T(WS-CO-COUNT)
           END-IF
           IF CO-CREDIT-USED IS NUMERIC
              MOVE CO-CREDIT-USED TO WS-CO-USED-T(WS-CO-COUNT)
           ELSE
              MOVE 0 TO WS-CO-USED-T(WS-CO-COUNT)
           END-IF
           IF CO-CREDIT-RATE IS NUMERIC
              MOVE CO-CREDIT-RATE TO WS-CO-RATE-T(WS-CO-COUNT)
           ELSE
              MOVE 0 TO WS-CO-RATE-T(WS-CO-COUNT)
           END-IF.

       READ-COMPANY-RECORD.
           READ COMPANIES-FILE
               AT END
           ACCEPT WS-CO-LOC-T(WS-CO-COUNT)
           DISPLAY "Short description: " WITH NO ADVANCING
           ACCEPT WS-CO-DESC-T(WS-CO-COUNT)
           MOVE 0 TO WS-CO-ALLOW-T(WS-CO-COUNT)
           MOVE 0 TO WS-CO-USED-T(WS-CO-COUNT)
           MOVE SPACE TO WS-CO-PERIOD-T(WS-CO-COUNT)
           MOVE SPACES TO WS-CO-PSTART-T(WS-CO-COUNT)
           MOVE 0 TO WS-CO-RATE-T(WS-CO-COUNT)
           OPEN EXTEND COMPANIES-FILE
           IF WS-CO-STATUS = "00"
              MOVE SPACES TO COMPANY-REC
              MOVE WS-CO-IND-T(WS-CO-COUNT)  TO CO-INDUSTRY
              MOVE WS-CO-LOC-T(WS-CO-COUNT)  TO CO-LOCATION
              MOVE WS-CO-DESC-T(WS-CO-COUNT) TO CO-DESC
              MOVE 0 TO CO-CREDIT-ALLOW
              MOVE 0 TO CO-CREDIT-USED
              MOVE 0 TO CO-CREDIT-RATE
              WRITE COMPANY-REC
              CLOSE COMPANIES-FILE
              MOVE "Company page created." TO WS-DISPLAY-MESSAGE
           ACCEPT WS-CO-LOC-T(WS-CO-PICK)
           DISPLAY "Short description: " WITH NO ADVANCING
           ACCEPT WS-CO-DESC-T(WS-CO-PICK)
           PERFORM SAVE-COMPANIES
           IF WS-CO-TMP-STATUS = "00"
              MOVE "Company page updated." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       SAVE-COMPANIES.
           OPEN OUTPUT COMPANIES-TEMP-FILE
           IF WS-CO-TMP-STATUS = "00"
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
                  MOVE WS-CO-IND-T(WS-I)  TO CO-INDUSTRY
                  MOVE WS-CO-LOC-T(WS-I)  TO CO-LOCATION
                  MOVE WS-CO-DESC-T(WS-I) TO CO-DESC
                  MOVE WS-CO-ALLOW-T(WS-I)  TO CO-CREDIT-ALLOW
                  MOVE WS-CO-USED-T(WS-I)   TO CO-CREDIT-USED
                  MOVE WS-CO-PERIOD-T(WS-I) TO CO-BILL-PERIOD
                  MOVE WS-CO-PSTART-T(WS-I) TO CO-PERIOD-START
                  MOVE WS-CO-RATE-T(WS-I)   TO CO-CREDIT-RATE
                  MOVE COMPANY-REC TO COMPANY-TEMP-REC
                  WRITE COMPANY-TEMP-REC
              END-PERFORM
              CLOSE COMPANIES-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-COMPANIES-TMP-NAME
                                            WS-COMPANIES-DAT-NAME
           END-IF.

       *>--------------------------------------------------
       *> Takes one posting credit from the contract of the company
       *> in WS-FIELD-INPUT. The register is re-read first so two
       *> terminals posting for the same employer cannot both spend
       *> its last credit. WS-CO-CREDIT-OK = 'N' means the company
       *> has a contract and every credit in the period is used;
       *> companies with no contract (or not on the register) are
       *> not metered.
       *>--------------------------------------------------
       CONSUME-POSTING-CREDIT.
           MOVE 'Y' TO WS-CO-CREDIT-OK
           MOVE 0 TO WS-CO-CREDIT-IDX
           PERFORM LOAD-COMPANIES
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME-T(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-INPUT))
                  MOVE WS-I TO WS-CO-CREDIT-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-CREDIT-IDX = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CO-PERIOD-T(WS-CO-CREDIT-IDX) = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-CO-USED-T(WS-CO-CREDIT-IDX) >=
              WS-CO-ALLOW-T(WS-CO-CREDIT-IDX)
              MOVE 'N' TO WS-CO-CREDIT-OK
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-USED-T(WS-CO-CREDIT-IDX)
           PERFORM SAVE-COMPANIES.

       *>--------------------------------------------------
       *> Student-side company directory: pick a company, see its
       *> page and open postings, and follow it for new-posting
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-CO-POSTING-CNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOBS-COUNT
               MOVE WS-I TO WS-JOB-CHK-IDX
               PERFORM CHECK-JOB-LISTABLE
               IF WS-JOB-LISTABLE = 'Y'
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-JOB-COMPANY-T(WS-I))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-SEL-NAME))
           END-IF.

       *>--------------------------------------------------
       *> One message per follower of the company posting
       *> WS-NOTIFY-JOB-IDX went out under, sent when it first goes
       *> on the board, so followers learn of the opening without
       *> waiting to stumble on it.
       *>--------------------------------------------------
       NOTIFY-COMPANY-FOLLOWERS.
           MOVE 0 TO WS-CF-NOTIFIED
           MOVE WS-JOB-COMPANY-T(WS-NOTIFY-JOB-IDX) TO WS-CO-SEL-NAME
           ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MSG-TIME FROM TIME
           OPEN INPUT COMPANY-FOLLOWS-FILE
           END-IF.

       NOTIFY-ONE-FOLLOWER.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE SPACES TO MESSAGE-REC
              MOVE "incollege" TO MSG-SENDER
              MOVE SPACES TO MSG-BODY
              STRING FUNCTION TRIM(WS-CO-SEL-NAME) DELIMITED BY SIZE
                     " posted a new opening: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JOB-TITLE-T(WS-NOTIFY-JOB-IDX))
                         DELIMITED BY SIZE
                     " -- see Jobs and Internships." DELIMITED BY SIZE
                     INTO MSG-BODY
              END-STRING
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
              ADD 1 TO WS-CF-NOTIFIED
           END-IF
           MOVE CF-USER TO WS-NT-RECIPIENT
           MOVE "CO-POSTING" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           STRING FUNCTION TRIM(WS-CO-SEL-NAME) DELIMITED BY SIZE
                  " posted a new opening: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-TITLE-T(WS-NOTIFY-JOB-IDX))
                      DELIMITED BY SIZE
                  INTO WS-NT-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION.

       *>--------------------------------------------------
       *> Status-update feed.
       CANDIDATE-SEARCH-OPTION.
           MOVE "=== CANDIDATE SEARCH ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM CHECK-RECRUITER-VERIFIED
           IF WS-RCL-MY-STATE NOT = 'A'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Major (blank for any): " WITH NO ADVANCING
           ACCEPT WS-CS-MAJOR
           DISPLAY "University (blank for any): " WITH NO ADVANCING
           END-PERFORM
           DISPLAY "Completed skill # (0 for any): " WITH NO ADVANCING
           ACCEPT WS-CS-SKILL-PICK
           MOVE 'N' TO WS-CS-VERIFIED-ONLY
           IF WS-CS-SKILL-PICK >= 1 AND WS-CS-SKILL-PICK <= WS-SKILL-COUNT
              DISPLAY "Only verified (assessment passed) completions? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CS-VERIFIED-ONLY
              MOVE FUNCTION UPPER-CASE(WS-CS-VERIFIED-ONLY)
                  TO WS-CS-VERIFIED-ONLY
           END-IF
           PERFORM LOAD-PRIVACY-SETTINGS

           MOVE 0 TO WS-MATCH-COUNT
           MOVE 'N' TO WS-MATCH-TRUNCATED
           END-IF
           MOVE PF-USERNAME TO WS-ROLE-LOOKUP
           PERFORM GET-USER-ROLE
      *>   Candidate sourcing is for current students -- recruiter,
      *>   graduated (alumni) and advisor accounts stay out.
           IF WS-TARGET-ROLE = 'R' OR WS-TARGET-ROLE = 'A'
              OR WS-TARGET-ROLE = 'V'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LOGIN-USERNAME TO WS-BLK-A
           IF WS-PAIR-BLOCKED = 'Y'
              EXIT PARAGRAPH
           END-IF
      *>   Students who opted out of candidate search, or who keep
      *>   their profile to their campus or connections, stay out.
           MOVE PF-USERNAME TO WS-PRV-LOOKUP
           MOVE PF-UNIVERSITY TO WS-PRV-LOOKUP-UNIV
           PERFORM CHECK-PROFILE-VISIBLE
           IF WS-PRV-VISIBLE = 'N' OR WS-PRV-NOSRCH = 'Y'
              EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-CS-MATCHED
           IF WS-CS-MAJOR NOT = SPACES
           IF WS-CS-YEAR-TO > 0 AND PF-GRAD-YEAR > WS-CS-YEAR-TO
              MOVE 'N' TO WS-CS-MATCHED
           END-IF
           IF WS-CS-MATCHED = 'N'
              EXIT PARAGRAPH
           END-IF

      *>   Skills are loaded for every candidate still in the running:
      *>   the result line counts verified and self-reported
      *>   completions separately.
           MOVE PF-USERNAME TO WS-USKILL-OWNER
           PERFORM LOAD-USER-SKILLS
           MOVE 0 TO WS-ST-VERIFIED-CNT
           MOVE 0 TO WS-ST-SELF-CNT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SKILL-COUNT
               IF WS-USKILL-ST(WS-K) = 'N'
                  AND WS-SKILL-ID-T(WS-K) >= 1
                  AND WS-SKILL-ID-T(WS-K) <= 5
                  MOVE PF-SKILL-STATUS(WS-SKILL-ID-T(WS-K))
                      TO WS-USKILL-ST(WS-K)
               END-IF
               IF WS-USKILL-ST(WS-K) = 'C'
                  IF WS-USKILL-VER(WS-K) = 'Y'
                     ADD 1 TO WS-ST-VERIFIED-CNT
                  ELSE
                     ADD 1 TO WS-ST-SELF-CNT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-CS-SKILL-PICK >= 1
              AND WS-CS-SKILL-PICK <= WS-SKILL-COUNT
              IF WS-USKILL-ST(WS-CS-SKILL-PICK) NOT = 'C'
                 EXIT PARAGRAPH
              END-IF
              IF WS-CS-VERIFIED-ONLY = 'Y'
                 AND WS-USKILL-VER(WS-CS-SKILL-PICK) NOT = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-MATCH-COUNT < 50
              MOVE PF-USERNAME TO WS-MATCH-USER-T(WS-MATCH-COUNT)
              MOVE PF-LAST-NAME TO WS-MATCH-LAST-T(WS-MATCH-COUNT)
              MOVE PF-GRAD-YEAR TO WS-MATCH-YEAR-T(WS-MATCH-COUNT)
              MOVE WS-ST-VERIFIED-CNT TO WS-MATCH-VCNT-T(WS-MATCH-COUNT)
              MOVE WS-ST-SELF-CNT TO WS-MATCH-SCNT-T(WS-MATCH-COUNT)
           ELSE
              MOVE 'Y' TO WS-MATCH-TRUNCATED
           END-IF.
                      FUNCTION TRIM(WS-MATCH-LAST-T(WS-I)) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-MATCH-YEAR-T(WS-I) DELIMITED BY SIZE
                      ") -- skills verified: " DELIMITED BY SIZE
                      WS-MATCH-VCNT-T(WS-I) DELIMITED BY SIZE
                      ", self-reported: " DELIMITED BY SIZE
                      WS-MATCH-SCNT-T(WS-I) DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
       *> still stops it.
       *>--------------------------------------------------
       SHORTLIST-MESSAGE-PROMPT.
           PERFORM CHECK-RECRUITER-VERIFIED
           IF WS-RCL-MY-STATE NOT = 'A'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Message this candidate (press Enter alone to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-MSG-BODY
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Profile visibility and directory opt-outs. The table is
       *> re-read before each people scan so a change made in another
       *> session takes effect without a fresh login.
       *>--------------------------------------------------
       LOAD-PRIVACY-SETTINGS.
           MOVE 0 TO WS-PRIVACY-COUNT
           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STATUS = "00"
              PERFORM READ-PRIVACY-RECORD
              PERFORM UNTIL WS-PRV-STATUS NOT = "00"
                  OR WS-PRIVACY-COUNT >= 200
                  ADD 1 TO WS-PRIVACY-COUNT
                  MOVE PRV-USER TO WS-PRV-USER-T(WS-PRIVACY-COUNT)
                  MOVE PRV-VISIBILITY TO WS-PRV-VIS-T(WS-PRIVACY-COUNT)
                  MOVE PRV-NO-SEARCH TO WS-PRV-NOSRCH-T(WS-PRIVACY-COUNT)
                  MOVE PRV-NO-RESUMEBOOK TO WS-PRV-NORB-T(WS-PRIVACY-COUNT)
                  MOVE PRV-NO-EXTRACT TO WS-PRV-NOEXT-T(WS-PRIVACY-COUNT)
                  MOVE PRV-NO-SUGGEST TO WS-PRV-NOSUGG-T(WS-PRIVACY-COUNT)
                  PERFORM READ-PRIVACY-RECORD
              END-PERFORM
              CLOSE PRIVACY-FILE
           END-IF.

       READ-PRIVACY-RECORD.
           READ PRIVACY-FILE
               AT END
                   MOVE "EOF" TO WS-PRV-STATUS
               NOT AT END
                   MOVE "00" TO WS-PRV-STATUS
           END-READ.

       *>--------------------------------------------------
       *> WS-PRV-LOOKUP's settings into WS-PRV-VIS and the opt-out
       *> bytes; a student with no row is visible to everyone and
       *> listed everywhere.
       *>--------------------------------------------------
       GET-PRIVACY-SETTINGS.
           MOVE 'E' TO WS-PRV-VIS
           MOVE 'N' TO WS-PRV-NOSRCH
           MOVE 'N' TO WS-PRV-NORB
           MOVE 'N' TO WS-PRV-NOEXT
           MOVE 'N' TO WS-PRV-NOSUGG
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PRIVACY-COUNT
               IF WS-PRV-USER-T(WS-K) = WS-PRV-LOOKUP
                  MOVE WS-PRV-VIS-T(WS-K) TO WS-PRV-VIS
                  MOVE WS-PRV-NOSRCH-T(WS-K) TO WS-PRV-NOSRCH
                  MOVE WS-PRV-NORB-T(WS-K) TO WS-PRV-NORB
                  MOVE WS-PRV-NOEXT-T(WS-K) TO WS-PRV-NOEXT
                  MOVE WS-PRV-NOSUGG-T(WS-K) TO WS-PRV-NOSUGG
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Sets WS-PRV-VISIBLE when the logged-in user may see the
       *> profile of WS-PRV-LOOKUP, whose university is in
       *> WS-PRV-LOOKUP-UNIV. The viewer's own university comes from
       *> WS-PRV-MY-UNIV, since a profile scan overwrites PROFILE-REC.
       *>--------------------------------------------------
       CHECK-PROFILE-VISIBLE.
           MOVE 'Y' TO WS-PRV-VISIBLE
           IF WS-PRV-LOOKUP = WS-LOGIN-USERNAME
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-PRIVACY-SETTINGS
           EVALUATE WS-PRV-VIS
              WHEN 'U'
                  IF WS-PRV-MY-UNIV = SPACES
                     OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-MY-UNIV)) NOT =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-LOOKUP-UNIV))
                     MOVE 'N' TO WS-PRV-VISIBLE
                  END-IF
              WHEN 'C'
                  MOVE 'N' TO WS-PRV-VISIBLE
                  PERFORM VARYING WS-K FROM 1 BY 1
                          UNTIL WS-K > WS-CONNECTIONS-COUNT
                      IF (WS-CONN-USER-A(WS-K) = WS-LOGIN-USERNAME
                          AND WS-CONN-USER-B(WS-K) = WS-PRV-LOOKUP)
                         OR (WS-CONN-USER-B(WS-K) = WS-LOGIN-USERNAME
                          AND WS-CONN-USER-A(WS-K) = WS-PRV-LOOKUP)
                         MOVE 'Y' TO WS-PRV-VISIBLE
                         EXIT PERFORM
                      END-IF
                  END-PERFORM
              WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Dashboard screen: who may see the profile, and which
       *> listings (recruiter candidate search, career-fair resume
       *> books, the career-center extract, People You May Know) the
       *> student stays out of. Enter on any prompt keeps the current
       *> answer.
       *>--------------------------------------------------
       PRIVACY-SETTINGS-OPTION.
           MOVE "=== PRIVACY SETTINGS ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-PRIVACY-SETTINGS
           MOVE WS-LOGIN-USERNAME TO WS-PRV-LOOKUP
           PERFORM GET-PRIVACY-SETTINGS
           EVALUATE WS-PRV-VIS
              WHEN 'U'
                  MOVE "Profile visible to: students at my university"
                      TO WS-DISPLAY-MESSAGE
              WHEN 'C'
                  MOVE "Profile visible to: my connections only"
                      TO WS-DISPLAY-MESSAGE
              WHEN OTHER
                  MOVE "Profile visible to: everyone" TO WS-DISPLAY-MESSAGE
           END-EVALUATE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Hidden from recruiter candidate search: " DELIMITED BY SIZE
                  WS-PRV-NOSRCH DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Left out of career-fair resume books: " DELIMITED BY SIZE
                  WS-PRV-NORB DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Left out of the career-center extract: " DELIMITED BY SIZE
                  WS-PRV-NOEXT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Left out of People You May Know: " DELIMITED BY SIZE
                  WS-PRV-NOSUGG DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           DISPLAY "Who can see your profile? E=everyone, U=my university, C=connections (Enter to keep): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-PRV-INPUT
           ACCEPT WS-PRV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRV-INPUT) TO WS-PRV-INPUT
           IF WS-PRV-INPUT = 'E' OR WS-PRV-INPUT = 'U' OR WS-PRV-INPUT = 'C'
              MOVE WS-PRV-INPUT TO WS-PRV-VIS
           END-IF
           DISPLAY "Hide me from recruiter candidate search? (Y/N, Enter to keep): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-PRV-INPUT
           ACCEPT WS-PRV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRV-INPUT) TO WS-PRV-INPUT
           IF WS-PRV-INPUT = 'Y' OR WS-PRV-INPUT = 'N'
              MOVE WS-PRV-INPUT TO WS-PRV-NOSRCH
           END-IF
           DISPLAY "Leave me out of career-fair resume books? (Y/N, Enter to keep): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-PRV-INPUT
           ACCEPT WS-PRV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRV-INPUT) TO WS-PRV-INPUT
           IF WS-PRV-INPUT = 'Y' OR WS-PRV-INPUT = 'N'
              MOVE WS-PRV-INPUT TO WS-PRV-NORB
           END-IF
           DISPLAY "Leave me out of the career-center extract? (Y/N, Enter to keep): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-PRV-INPUT
           ACCEPT WS-PRV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRV-INPUT) TO WS-PRV-INPUT
           IF WS-PRV-INPUT = 'Y' OR WS-PRV-INPUT = 'N'
              MOVE WS-PRV-INPUT TO WS-PRV-NOEXT
           END-IF
           DISPLAY "Leave me out of People You May Know? (Y/N, Enter to keep): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-PRV-INPUT
           ACCEPT WS-PRV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRV-INPUT) TO WS-PRV-INPUT
           IF WS-PRV-INPUT = 'Y' OR WS-PRV-INPUT = 'N'
              MOVE WS-PRV-INPUT TO WS-PRV-NOSUGG
           END-IF
           PERFORM SAVE-PRIVACY-SETTINGS
           MOVE "Privacy settings saved." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Rewrites privacy.dat through a temp file and renames it into
       *> place, replacing -- or appending -- the logged-in user's row,
       *> then re-reads the table so this session sees the change.
       *>--------------------------------------------------
       SAVE-PRIVACY-SETTINGS.
           MOVE 'N' TO WS-PRV-FOUND
           OPEN OUTPUT PRIVACY-TEMP-FILE
           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STATUS = "00"
              PERFORM READ-PRIVACY-RECORD
              PERFORM UNTIL WS-PRV-STATUS NOT = "00"
                  IF PRV-USER = WS-LOGIN-USERNAME
                     MOVE WS-PRV-VIS TO PRV-VISIBILITY
                     MOVE WS-PRV-NOSRCH TO PRV-NO-SEARCH
                     MOVE WS-PRV-NORB TO PRV-NO-RESUMEBOOK
                     MOVE WS-PRV-NOEXT TO PRV-NO-EXTRACT
                     MOVE WS-PRV-NOSUGG TO PRV-NO-SUGGEST
                     MOVE 'Y' TO WS-PRV-FOUND
                  END-IF
                  MOVE PRIVACY-REC TO PRIVACY-TEMP-REC
                  WRITE PRIVACY-TEMP-REC
                  PERFORM READ-PRIVACY-RECORD
              END-PERFORM
              CLOSE PRIVACY-FILE
           END-IF
           IF WS-PRV-FOUND = 'N'
              MOVE SPACES TO PRIVACY-REC
              MOVE WS-LOGIN-USERNAME TO PRV-USER
              MOVE WS-PRV-VIS TO PRV-VISIBILITY
              MOVE WS-PRV-NOSRCH TO PRV-NO-SEARCH
              MOVE WS-PRV-NORB TO PRV-NO-RESUMEBOOK
              MOVE WS-PRV-NOEXT TO PRV-NO-EXTRACT
              MOVE WS-PRV-NOSUGG TO PRV-NO-SUGGEST
              MOVE PRIVACY-REC TO PRIVACY-TEMP-REC
              WRITE PRIVACY-TEMP-REC
           END-IF
           CLOSE PRIVACY-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-PRIVACY-TMP-NAME
                                         WS-PRIVACY-DAT-NAME
           PERFORM LOAD-PRIVACY-SETTINGS.

       *>--------------------------------------------------
       *> Dashboard screen: per notification type, whether the mail
       *> gateway sends it immediately, folds it into one daily
       *> digest, or leaves it out. The in-app messages and badges are
       *> not affected either way. The contact email the gateway sends
       *> to can be changed here as well.
       *>--------------------------------------------------
       NOTIFY-PREFS-OPTION.
           MOVE "=== NOTIFICATION PREFERENCES ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-MY-NOTIFY-PREFS
           MOVE 'N' TO WS-NP-CHANGED
           MOVE 99 TO WS-NP-PICK
           PERFORM UNTIL WS-NP-PICK = 0
               PERFORM SHOW-MY-NOTIFY-PREFS
               DISPLAY "Enter a # to change (0 to finish): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-NP-PICK
               ACCEPT WS-NP-PICK
               IF WS-NP-PICK >= 1 AND WS-NP-PICK <= WS-NP-TYPE-COUNT
                  DISPLAY "I=immediately, D=daily digest, N=not at all (Enter to keep): "
                          WITH NO ADVANCING
                  MOVE SPACE TO WS-NP-INPUT
                  ACCEPT WS-NP-INPUT
                  MOVE FUNCTION UPPER-CASE(WS-NP-INPUT) TO WS-NP-INPUT
                  IF WS-NP-INPUT = 'I' OR WS-NP-INPUT = 'D'
                     OR WS-NP-INPUT = 'N'
                     MOVE WS-NP-INPUT TO WS-NP-MODE(WS-NP-PICK)
                     MOVE 'Y' TO WS-NP-CHANGED
                  END-IF
               END-IF
           END-PERFORM
           IF WS-NP-CHANGED = 'Y'
              PERFORM SAVE-MY-NOTIFY-PREFS
              MOVE "Notification preferences saved." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           PERFORM SHOW-MY-CONTACT-EMAIL
           DISPLAY "Change your contact email? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-NP-INPUT
           ACCEPT WS-NP-INPUT
           IF WS-NP-INPUT = 'Y' OR WS-NP-INPUT = 'y'
              MOVE WS-LOGIN-USERNAME TO WS-CT-USER
              PERFORM CAPTURE-CONTACT-EMAIL
           END-IF.

       SHOW-MY-CONTACT-EMAIL.
           MOVE WS-LOGIN-USERNAME TO WS-CT-USER
           PERFORM LOAD-CONTACT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-CT-FOUND = 'N' OR WS-CT-EMAIL = SPACES
              MOVE "Contact email: none on file" TO WS-DISPLAY-MESSAGE
           ELSE
              STRING "Contact email: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CT-EMAIL) DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              EVALUATE WS-CT-STATE
                 WHEN 'V'
                    MOVE "(confirmed)" TO WS-DISPLAY-MESSAGE(80:30)
                 WHEN 'B'
                    MOVE "(undeliverable)" TO WS-DISPLAY-MESSAGE(80:30)
                 WHEN OTHER
                    MOVE "(awaiting confirmation)" TO WS-DISPLAY-MESSAGE(80:30)
              END-EVALUATE
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       SHOW-MY-NOTIFY-PREFS.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-NP-TYPE-COUNT
               MOVE WS-NP-IDX TO WS-NP-IDX-DISPLAY
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-NP-IDX-DISPLAY DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NP-LABEL-T(WS-NP-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               EVALUATE WS-NP-MODE(WS-NP-IDX)
                  WHEN 'D'
                      MOVE "daily digest" TO WS-DISPLAY-MESSAGE(60:20)
                  WHEN 'N'
                      MOVE "not sent" TO WS-DISPLAY-MESSAGE(60:20)
                  WHEN OTHER
                      MOVE "immediately" TO WS-DISPLAY-MESSAGE(60:20)
               END-EVALUATE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           MOVE "Sign-in codes are always sent immediately."
               TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       LOAD-MY-NOTIFY-PREFS.
           MOVE SPACES TO WS-NP-MODES
           OPEN INPUT NOTIFY-PREFS-FILE
           IF WS-NP-STATUS = "00"
              PERFORM READ-NOTIFY-PREF-RECORD
              PERFORM UNTIL WS-NP-STATUS NOT = "00"
                  IF NP-USER = WS-LOGIN-USERNAME
                     MOVE NP-MODES TO WS-NP-MODES
                  END-IF
                  PERFORM READ-NOTIFY-PREF-RECORD
              END-PERFORM
              CLOSE NOTIFY-PREFS-FILE
           END-IF.

       READ-NOTIFY-PREF-RECORD.
           READ NOTIFY-PREFS-FILE
               AT END
                   MOVE "EOF" TO WS-NP-STATUS
               NOT AT END
                   MOVE "00" TO WS-NP-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rewrites notifyprefs.dat through a temp file, replacing --
       *> or appending -- the logged-in user's row.
       *>--------------------------------------------------
       SAVE-MY-NOTIFY-PREFS.
           MOVE 'N' TO WS-NP-FOUND
           OPEN OUTPUT NOTIFY-PREFS-TEMP-FILE
           OPEN INPUT NOTIFY-PREFS-FILE
           IF WS-NP-STATUS = "00"
              PERFORM READ-NOTIFY-PREF-RECORD
              PERFORM UNTIL WS-NP-STATUS NOT = "00"
                  IF NP-USER = WS-LOGIN-USERNAME
                     MOVE WS-NP-MODES TO NP-MODES
                     MOVE 'Y' TO WS-NP-FOUND
                  END-IF
                  MOVE NOTIFY-PREF-REC TO NOTIFY-PREF-TEMP-REC
                  WRITE NOTIFY-PREF-TEMP-REC
                  PERFORM READ-NOTIFY-PREF-RECORD
              END-PERFORM
              CLOSE NOTIFY-PREFS-FILE
           END-IF
           IF WS-NP-FOUND = 'N'
              MOVE SPACES TO NOTIFY-PREF-REC
              MOVE WS-LOGIN-USERNAME TO NP-USER
              MOVE WS-NP-MODES TO NP-MODES
              MOVE NOTIFY-PREF-REC TO NOTIFY-PREF-TEMP-REC
              WRITE NOTIFY-PREF-TEMP-REC
           END-IF
           CLOSE NOTIFY-PREFS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-NOTIFY-PREFS-TMP-NAME
                                         WS-NOTIFY-PREFS-DAT-NAME.

       *>--------------------------------------------------
       *> Login check on the account's contact email: asks for one
       *> when none is on file or the gateway returned mail to the one
       *> we have, and for the confirmation code while it is pending.
       *>--------------------------------------------------
       CHECK-CONTACT-EMAIL.
           MOVE WS-LOGIN-USERNAME TO WS-CT-USER
           PERFORM LOAD-CONTACT
           EVALUATE TRUE
              WHEN WS-CT-FOUND = 'N' OR WS-CT-EMAIL = SPACES
                 MOVE "We have no contact email for you, so notifications cannot reach you."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 PERFORM CAPTURE-CONTACT-EMAIL
              WHEN WS-CT-STATE = 'B'
                 MOVE SPACES TO WS-DISPLAY-MESSAGE
                 STRING "Mail to " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CT-EMAIL) DELIMITED BY SIZE
                        " was returned undeliverable." DELIMITED BY SIZE
                        INTO WS-DISPLAY-MESSAGE
                 END-STRING
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 IF WS-CT-REASON NOT = SPACES
                    MOVE SPACES TO WS-DISPLAY-MESSAGE
                    STRING "Reason given: " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CT-REASON) DELIMITED BY SIZE
                           INTO WS-DISPLAY-MESSAGE
                    END-STRING
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 END-IF
                 MOVE "Notifications are not being sent until you give a working address."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 PERFORM CAPTURE-CONTACT-EMAIL
              WHEN WS-CT-STATE = 'P'
                 PERFORM CONFIRM-CONTACT-EMAIL
           END-EVALUATE.

       *>--------------------------------------------------
       *> Pending address: takes the mailed code (or a request for a
       *> new code, or a different address). A code older than
       *> WS-CT-CODE-DAYS is replaced without asking.
       *>--------------------------------------------------
       CONFIRM-CONTACT-EMAIL.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Your contact email " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-EMAIL) DELIMITED BY SIZE
                  " is not confirmed yet." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           ACCEPT WS-CT-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-CT-CODE-AGE
           IF WS-CT-CODE-DATE IS NUMERIC
              MOVE WS-CT-CODE-DATE TO WS-CT-DATE-NUM
              COMPUTE WS-CT-CODE-AGE =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CT-TODAY))
                  - FUNCTION INTEGER-OF-DATE(WS-CT-DATE-NUM)
           END-IF
           IF WS-CT-CODE = SPACES OR WS-CT-CODE-AGE > WS-CT-CODE-DAYS
              PERFORM ISSUE-EMAIL-CODE
              MOVE "Your confirmation code had expired; a new one has been sent."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the code sent to it, R to resend, C to change the address (Enter to skip): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-CT-INPUT
           ACCEPT WS-CT-INPUT
           EVALUATE TRUE
              WHEN WS-CT-INPUT = SPACES
                 CONTINUE
              WHEN WS-CT-INPUT = 'R' OR WS-CT-INPUT = 'r'
                 PERFORM ISSUE-EMAIL-CODE
                 MOVE "A new confirmation code has been sent."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN WS-CT-INPUT = 'C' OR WS-CT-INPUT = 'c'
                 PERFORM CAPTURE-CONTACT-EMAIL
              WHEN WS-CT-INPUT(1:6) = WS-CT-CODE
                   AND WS-CT-INPUT(7:) = SPACES
                 MOVE 'V' TO WS-CT-STATE
                 MOVE WS-CT-TODAY TO WS-CT-STATE-DATE
                 MOVE SPACES TO WS-CT-CODE
                 PERFORM SAVE-CONTACT
                 MOVE "Contact email confirmed." TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN OTHER
                 MOVE "That confirmation code is not correct. You can try again at your next login."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-EVALUATE.

       *>--------------------------------------------------
       *> Asks WS-CT-USER's account for a contact email until a
       *> plausible one is given (Enter skips), then files it as
       *> pending and mails the confirmation code to it.
       *>--------------------------------------------------
       CAPTURE-CONTACT-EMAIL.
           MOVE 'N' TO WS-CT-VALID
           PERFORM UNTIL WS-CT-VALID NOT = 'N'
               DISPLAY "Contact email (Enter to skip): " WITH NO ADVANCING
               MOVE SPACES TO WS-CT-INPUT
               ACCEPT WS-CT-INPUT
               IF WS-CT-INPUT = SPACES
                  MOVE 'S' TO WS-CT-VALID
               ELSE
                  PERFORM VALIDATE-CONTACT-EMAIL
                  IF WS-CT-VALID = 'N'
                     MOVE "That is not a usable email address (for example name@school.edu)."
                         TO WS-DISPLAY-MESSAGE
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
               END-IF
           END-PERFORM
           IF WS-CT-VALID = 'S'
              MOVE "No contact email saved; you will be asked again at your next login."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-INPUT TO WS-CT-EMAIL
           PERFORM ISSUE-EMAIL-CODE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "A confirmation code is being sent to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-EMAIL) DELIMITED BY SIZE
                  "; enter it when you next log in." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Basic shape check on WS-CT-INPUT (left-justified on the way
       *> through): one @ with something before it, a dot inside the
       *> part after it, and no blanks, commas or pipes -- the gateway
       *> line is pipe-delimited.
       *>--------------------------------------------------
       VALIDATE-CONTACT-EMAIL.
           MOVE 'N' TO WS-CT-VALID
           MOVE FUNCTION TRIM(WS-CT-INPUT) TO WS-CT-INPUT
           COMPUTE WS-CT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CT-INPUT))
           MOVE 0 TO WS-CT-AT-COUNT
           MOVE 0 TO WS-CT-BAD-COUNT
           INSPECT WS-CT-INPUT(1:WS-CT-LEN) TALLYING
               WS-CT-AT-COUNT FOR ALL "@"
           INSPECT WS-CT-INPUT(1:WS-CT-LEN) TALLYING
               WS-CT-BAD-COUNT FOR ALL " " ALL "," ALL "|"
           IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-BAD-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-AT-POS
           INSPECT WS-CT-INPUT TALLYING
               WS-CT-AT-POS FOR CHARACTERS BEFORE INITIAL "@"
           COMPUTE WS-CT-DOMAIN-LEN = WS-CT-LEN - WS-CT-AT-POS - 1
           IF WS-CT-AT-POS = 0 OR WS-CT-DOMAIN-LEN < 3
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-DOT-COUNT
           INSPECT WS-CT-INPUT(WS-CT-AT-POS + 2:WS-CT-DOMAIN-LEN) TALLYING
               WS-CT-DOT-COUNT FOR ALL "."
           IF WS-CT-DOT-COUNT > 0
              AND WS-CT-INPUT(WS-CT-AT-POS + 2:1) NOT = "."
              AND WS-CT-INPUT(WS-CT-LEN:1) NOT = "."
              MOVE 'Y' TO WS-CT-VALID
           END-IF.

       *>--------------------------------------------------
       *> Marks WS-CT-EMAIL pending under a fresh code, saves the row
       *> and queues the code to that address -- NOTIFY-EXTRACT sends
       *> EMAIL-VERIFY rows to the pending address, not a confirmed
       *> one.
       *>--------------------------------------------------
       ISSUE-EMAIL-CODE.
           ACCEPT WS-SN-NOW-TIME FROM TIME
           MOVE WS-SN-NOW-TIME TO WS-OTP-SEED
           COMPUTE WS-CT-CODE-NUM =
               FUNCTION RANDOM(WS-OTP-SEED) * 900000 + 100000
           MOVE WS-CT-CODE-NUM TO WS-CT-CODE
           MOVE 'P' TO WS-CT-STATE
           ACCEPT WS-CT-CODE-DATE FROM DATE YYYYMMDD
           MOVE WS-CT-CODE-DATE TO WS-CT-STATE-DATE
           MOVE SPACES TO WS-CT-REASON
           PERFORM SAVE-CONTACT
           MOVE WS-CT-USER TO WS-NT-RECIPIENT
           MOVE "EMAIL-VERIFY" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           STRING "Your InCollege email confirmation code is " DELIMITED BY SIZE
                  WS-CT-CODE DELIMITED BY SIZE
                  ". Enter it at your next login." DELIMITED BY SIZE
                  INTO WS-NT-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION.

       LOAD-CONTACT.
           MOVE 'N' TO WS-CT-FOUND
           MOVE SPACES TO WS-CT-EMAIL
           MOVE SPACE TO WS-CT-STATE
           MOVE SPACES TO WS-CT-CODE
           MOVE SPACES TO WS-CT-CODE-DATE
           MOVE SPACES TO WS-CT-STATE-DATE
           MOVE SPACES TO WS-CT-REASON
           OPEN INPUT CONTACTS-FILE
           IF WS-CT-STATUS = "00"
              PERFORM READ-CONTACT-RECORD
              PERFORM UNTIL WS-CT-STATUS NOT = "00"
                  IF CT-USER = WS-CT-USER
                     MOVE 'Y' TO WS-CT-FOUND
                     MOVE CT-EMAIL TO WS-CT-EMAIL
                     MOVE CT-STATE TO WS-CT-STATE
                     MOVE CT-CODE TO WS-CT-CODE
                     MOVE CT-CODE-DATE TO WS-CT-CODE-DATE
                     MOVE CT-STATE-DATE TO WS-CT-STATE-DATE
                     MOVE CT-BOUNCE-REASON TO WS-CT-REASON
                  END-IF
                  PERFORM READ-CONTACT-RECORD
              END-PERFORM
              CLOSE CONTACTS-FILE
           END-IF.

       READ-CONTACT-RECORD.
           READ CONTACTS-FILE
               AT END
                   MOVE "EOF" TO WS-CT-STATUS
               NOT AT END
                   MOVE "00" TO WS-CT-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rewrites contacts.dat through a temp file, replacing -- or
       *> appending -- WS-CT-USER's row.
       *>--------------------------------------------------
       SAVE-CONTACT.
           MOVE 'N' TO WS-CT-FOUND
           OPEN OUTPUT CONTACTS-TEMP-FILE
           OPEN INPUT CONTACTS-FILE
           IF WS-CT-STATUS = "00"
              PERFORM READ-CONTACT-RECORD
              PERFORM UNTIL WS-CT-STATUS NOT = "00"
                  IF CT-USER = WS-CT-USER
                     PERFORM FILL-CONTACT-RECORD
                     MOVE 'Y' TO WS-CT-FOUND
                  END-IF
                  MOVE CONTACT-REC TO CONTACT-TEMP-REC
                  WRITE CONTACT-TEMP-REC
                  PERFORM READ-CONTACT-RECORD
              END-PERFORM
              CLOSE CONTACTS-FILE
           END-IF
           IF WS-CT-FOUND = 'N'
              PERFORM FILL-CONTACT-RECORD
              MOVE CONTACT-REC TO CONTACT-TEMP-REC
              WRITE CONTACT-TEMP-REC
              MOVE 'Y' TO WS-CT-FOUND
           END-IF
           CLOSE CONTACTS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-CONTACTS-TMP-NAME
                                         WS-CONTACTS-DAT-NAME.

       FILL-CONTACT-RECORD.
           MOVE SPACES TO CONTACT-REC
           MOVE WS-CT-USER TO CT-USER
           MOVE WS-CT-EMAIL TO CT-EMAIL
           MOVE WS-CT-STATE TO CT-STATE
           MOVE WS-CT-CODE TO CT-CODE
           MOVE WS-CT-CODE-DATE TO CT-CODE-DATE
           MOVE WS-CT-STATE-DATE TO CT-STATE-DATE
           MOVE WS-CT-REASON TO CT-BOUNCE-REASON.

       *>--------------------------------------------------
       *> Shows current (unexpired) announcements the user has not
       *> seen before, then records them as seen so nobody is nagged
       *> with the same notice every login. A campus announcement
       *> goes only to students whose profile names that university.
       *>--------------------------------------------------
       SHOW-ANNOUNCEMENTS.
           MOVE 0 TO WS-ANN-SHOWN
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           OPEN INPUT ANNOUNCE-FILE
           IF WS-ANN-STATUS = "00"
              PERFORM READ-ANNOUNCE-RECORD
              PERFORM UNTIL WS-ANN-STATUS NOT = "00"
                  IF (ANN-EXPIRES = SPACES OR ANN-EXPIRES >= WS-NOW-DATE)
                     AND (ANN-UNIVERSITY = SPACES
                          OR FUNCTION UPPER-CASE(FUNCTION TRIM(ANN-UNIVERSITY))
                             = FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY)))
                     MOVE ANN-ID TO WS-ANN-CHECK-ID
                     PERFORM CHECK-ANNOUNCEMENT-SEEN
                     IF WS-ANN-SEEN = 'N'
                        IF WS-ANN-SHOWN = 0
                           MOVE "=== ANNOUNCEMENTS ===" TO WS-DISPLAY-MESSAGE
                           PERFORM WRITE-OUTPUT-AND-DISPLAY
                        END-IF
                        ADD 1 TO WS-ANN-SHOWN
                        MOVE SPACES TO WS-DISPLAY-MESSAGE
                        STRING "[" DELIMITED BY SIZE
                               ANN-DATE DELIMITED BY SIZE
                               "] " DELIMITED BY SIZE
                               ANN-TEXT DELIMITED BY SIZE
                               INTO WS-DISPLAY-MESSAGE
                        END-STRING
                        PERFORM WRITE-OUTPUT-AND-DISPLAY
                        PERFORM MARK-ANNOUNCEMENT-SEEN
                     END-IF
                  END-IF
                  PERFORM READ-ANNOUNCE-RECORD
              END-PERFORM
              CLOSE ANNOUNCE-FILE
           END-IF.

       READ-ANNOUNCE-RECORD.
           READ ANNOUNCE-FILE
               AT END
                   MOVE "EOF" TO WS-ANN-STATUS
               NOT AT END
                   MOVE "00" TO WS-ANN-STATUS
           END-READ.

       CHECK-ANNOUNCEMENT-SEEN.
           MOVE 'N' TO WS-ANN-SEEN
           OPEN INPUT ANN-SEEN-FILE
           IF WS-ANSEEN-STATUS = "00"
              PERFORM READ-ANN-SEEN-RECORD
              PERFORM UNTIL WS-ANSEEN-STATUS NOT = "00"
                  IF ANSEEN-USER = WS-LOGIN-USERNAME
                     AND ANSEEN-ID = WS-ANN-CHECK-ID
                     MOVE 'Y' TO WS-ANN-SEEN
                  END-IF
                  PERFORM READ-ANN-SEEN-RECORD
              END-PERFORM
              CLOSE ANN-SEEN-FILE
           END-IF.

       READ-ANN-SEEN-RECORD.
           READ ANN-SEEN-FILE
               AT END
                   MOVE "EOF" TO WS-ANSEEN-STATUS
               NOT AT END
                   MOVE "00" TO WS-ANSEEN-STATUS
           END-READ.

       *>--------------------------------------------------
       *> The announcement record is still current in ANNOUNCE-REC
       *> when this appends the per-user seen row, so the ANN-SEEN
       *> open/write cannot disturb the outer announcement read loop.
       *>--------------------------------------------------
       MARK-ANNOUNCEMENT-SEEN.
           OPEN EXTEND ANN-SEEN-FILE
           IF WS-ANSEEN-STATUS = "00"
              MOVE SPACES TO ANN-SEEN-REC
              MOVE WS-LOGIN-USERNAME TO ANSEEN-USER
              MOVE WS-ANN-CHECK-ID TO ANSEEN-ID
              WRITE ANN-SEEN-REC
              CLOSE ANN-SEEN-FILE
           END-IF.


           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE WS-LOGIN-USERNAME TO WS-MSG-OWNER
              PERFORM START-MAILBOX
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-RECIPIENT NOT = WS-MSG-OWNER
                  IF MSG-DATE > WS-LAST-LOGIN-DATE
                     OR (MSG-DATE = WS-LAST-LOGIN-DATE
                         AND MSG-TIME > WS-LAST-LOGIN-TIME)
                     ADD 1 TO WS-AWAY-NEW-MSGS
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "9. Company Pages" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "V. Company Verification" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "H. Internship Hours to Approve" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Please select an option (1-9, V, H): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           PERFORM CHECK-SESSION-ACTIVITY
           IF WS-SN-ENDED = 'N'
              PERFORM LOG-MENU-CHOICE
           END-IF
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM POST-JOB
              WHEN '2' PERFORM MY-POSTINGS-OPTION
              WHEN '7' PERFORM CANDIDATE-SEARCH-OPTION
              WHEN '8' PERFORM MY-SHORTLISTS-OPTION
              WHEN '9' PERFORM COMPANY-PAGES-OPTION
              WHEN 'V' PERFORM RECRUITER-VERIFICATION-OPTION
              WHEN 'v' PERFORM RECRUITER-VERIFICATION-OPTION
              WHEN 'H' PERFORM INTERN-HOURS-APPROVALS
              WHEN 'h' PERFORM INTERN-HOURS-APPROVALS
              WHEN '5' MOVE "Logging out..." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE SPACES TO PF-USERNAME
                         PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-EVALUATE.

       *>--------------------------------------------------
       *> Reads recruiterclaims.dat: every approved claim into the
       *> verified table, and the latest claim filed by WS-RCL-USER
       *> (if any) into WS-RCL-MY-STATE / WS-RCL-MY-COMPANY.
       *>--------------------------------------------------
       LOAD-RECRUITER-CLAIMS.
           MOVE 0 TO WS-VRC-COUNT
           MOVE SPACE TO WS-RCL-MY-STATE
           MOVE SPACES TO WS-RCL-MY-COMPANY
           OPEN INPUT RECRUITER-CLAIMS-FILE
           IF WS-RCL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-RECRUITER-CLAIM-RECORD
           PERFORM UNTIL WS-RCL-STATUS NOT = "00"
               IF RCL-STATUS = 'A' AND WS-VRC-COUNT < 200
                  ADD 1 TO WS-VRC-COUNT
                  MOVE RCL-RECRUITER TO WS-VRC-USER-T(WS-VRC-COUNT)
                  MOVE RCL-COMPANY TO WS-VRC-COMPANY-T(WS-VRC-COUNT)
               END-IF
               IF WS-RCL-USER NOT = SPACES
                  AND RCL-RECRUITER = WS-RCL-USER
                  MOVE RCL-STATUS TO WS-RCL-MY-STATE
                  MOVE RCL-COMPANY TO WS-RCL-MY-COMPANY
               END-IF
               PERFORM READ-RECRUITER-CLAIM-RECORD
           END-PERFORM
           CLOSE RECRUITER-CLAIMS-FILE.

       READ-RECRUITER-CLAIM-RECORD.
           READ RECRUITER-CLAIMS-FILE
               AT END
                   MOVE "EOF" TO WS-RCL-STATUS
               NOT AT END
                   MOVE "00" TO WS-RCL-STATUS
           END-READ.

       FIND-VERIFIED-RECRUITER.
           MOVE 'N' TO WS-VRC-FOUND
           PERFORM VARYING WS-VRC-IDX FROM 1 BY 1
                   UNTIL WS-VRC-IDX > WS-VRC-COUNT
               IF WS-VRC-USER-T(WS-VRC-IDX) = WS-VRC-LOOKUP
                  MOVE 'Y' TO WS-VRC-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *> Gate for the recruiter tools that reach into student data;
       *> refreshes the claim first so an approval made while the
       *> recruiter is signed in takes effect at once.
       CHECK-RECRUITER-VERIFIED.
           MOVE PF-USERNAME TO WS-RCL-USER
           PERFORM LOAD-RECRUITER-CLAIMS
           IF WS-RCL-MY-STATE NOT = 'A'
              MOVE "This is open to verified recruiters only; see Company Verification."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       *>--------------------------------------------------
       *> Files a claim for WS-RCL-USER on a company from the register.
       *> Only one claim may be live at a time; a rejected recruiter
       *> may file again.
       *>--------------------------------------------------
       FILE-COMPANY-CLAIM.
           PERFORM LOAD-RECRUITER-CLAIMS
           IF WS-RCL-MY-STATE = 'P' OR WS-RCL-MY-STATE = 'A'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Company you recruit for (as on the company register): "
                   WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           PERFORM CHECK-COMPANY-SUGGESTION
           IF WS-CO-EXACT-MATCH = 'N' AND WS-CO-SUGGESTION NOT = SPACES
              DISPLAY "Did you mean: " WS-CO-SUGGESTION "? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CO-CONFIRM
              IF WS-CO-CONFIRM = 'Y' OR WS-CO-CONFIRM = 'y'
                 MOVE WS-CO-SUGGESTION TO WS-FIELD-INPUT
                 MOVE 'Y' TO WS-CO-EXACT-MATCH
              END-IF
           END-IF
           IF WS-CO-EXACT-MATCH = 'N'
              MOVE "That company is not on the register. Add its company page, then claim it under Company Verification."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECRUITER-CLAIMS-FILE
           IF WS-RCL-STATUS = "00"
              MOVE SPACES TO RECRUITER-CLAIM-REC
              MOVE WS-RCL-USER TO RCL-RECRUITER
              MOVE WS-FIELD-INPUT TO RCL-COMPANY
              ACCEPT RCL-DATE FROM DATE YYYYMMDD
              ACCEPT RCL-TIME FROM TIME
              MOVE 'P' TO RCL-STATUS
              WRITE RECRUITER-CLAIM-REC
              CLOSE RECRUITER-CLAIMS-FILE
              MOVE 'P' TO WS-RCL-MY-STATE
              MOVE WS-FIELD-INPUT TO WS-RCL-MY-COMPANY
              MOVE "Your company claim has been sent to the career office for review."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       RECRUITER-VERIFICATION-OPTION.
           MOVE "=== COMPANY VERIFICATION ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE PF-USERNAME TO WS-RCL-USER
           PERFORM LOAD-RECRUITER-CLAIMS
           PERFORM DESCRIBE-RECRUITER-CLAIM
           IF WS-RCL-MY-STATE NOT = 'P' AND WS-RCL-MY-STATE NOT = 'A'
              PERFORM FILE-COMPANY-CLAIM
           END-IF.

       DESCRIBE-RECRUITER-CLAIM.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           EVALUATE WS-RCL-MY-STATE
              WHEN 'A'
                 STRING "You are a verified recruiter for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RCL-MY-COMPANY) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        INTO WS-DISPLAY-MESSAGE
                 END-STRING
              WHEN 'P'
                 STRING "Your claim for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RCL-MY-COMPANY) DELIMITED BY SIZE
                        " is awaiting review; postings are held until it is approved."
                            DELIMITED BY SIZE
                        INTO WS-DISPLAY-MESSAGE
                 END-STRING
              WHEN 'R'
                 STRING "Your claim for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RCL-MY-COMPANY) DELIMITED BY SIZE
                        " was not approved. You may file a new claim."
                            DELIMITED BY SIZE
                        INTO WS-DISPLAY-MESSAGE
                 END-STRING
              WHEN OTHER
                 MOVE "Your account is not verified. Claim your company to post jobs."
                     TO WS-DISPLAY-MESSAGE
           END-EVALUATE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> At recruiter sign-in: reports the claim state and, once
       *> approved, turns the recruiter's held postings into open ones
       *> so the batch jobs reading jobs.dat see them too. A held
       *> posting took no posting credit, so each one released spends
       *> one now and counts as posted today, the month it is billed
       *> in, and its company's followers are told of it then; one
       *> the company has no credit left for stays held.
       *>--------------------------------------------------
       SHOW-RECRUITER-VERIFICATION.
           MOVE WS-LOGIN-USERNAME TO WS-RCL-USER
           PERFORM LOAD-RECRUITER-CLAIMS
           IF WS-RCL-MY-STATE NOT = 'A'
              PERFORM DESCRIBE-RECRUITER-CLAIM
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JOBS-RELEASED
           MOVE 0 TO WS-JOBS-STILL-HELD
           PERFORM VARYING WS-JOB-REL-IDX FROM 1 BY 1
                   UNTIL WS-JOB-REL-IDX > WS-JOBS-COUNT
               IF WS-JOB-POSTED-BY-T(WS-JOB-REL-IDX) = WS-LOGIN-USERNAME
                  AND WS-JOB-STATUS-T(WS-JOB-REL-IDX) = 'P'
                  MOVE WS-JOB-COMPANY-T(WS-JOB-REL-IDX) TO WS-FIELD-INPUT
                  PERFORM CONSUME-POSTING-CREDIT
                  IF WS-CO-CREDIT-OK = 'Y'
                     MOVE 'O' TO WS-JOB-STATUS-T(WS-JOB-REL-IDX)
                     ACCEPT WS-JOB-POSTED-DATE-T(WS-JOB-REL-IDX)
                         FROM DATE YYYYMMDD
                     ADD 1 TO WS-JOBS-RELEASED
                     MOVE WS-JOB-REL-IDX TO WS-NOTIFY-JOB-IDX
                     PERFORM NOTIFY-COMPANY-FOLLOWERS
                  ELSE
                     ADD 1 TO WS-JOBS-STILL-HELD
                  END-IF
               END-IF
           END-PERFORM
           IF WS-JOBS-RELEASED > 0
              PERFORM SAVE-ALL-JOBS
           END-IF
           IF WS-JOBS-STILL-HELD > 0
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING WS-JOBS-STILL-HELD DELIMITED BY SIZE
                     " held posting(s) stay off the board: "
                         DELIMITED BY SIZE
                     "the company has no posting credits left this period."
                         DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       *>--------------------------------------------------
       *> Logs the dashboard option just chosen to menuusage.dat,
       *> named from the catalog; keys the menu does not offer are
       *> not logged.
       *>--------------------------------------------------
       LOG-MENU-CHOICE.
           IF WS-CURRENT-ROLE = 'R' OR WS-CURRENT-ROLE = 'A'
              MOVE WS-CURRENT-ROLE TO WS-MU-ROLE
           ELSE
              MOVE 'S' TO WS-MU-ROLE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MU-KEY
           MOVE 0 TO WS-MU-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 52
               IF WS-MU-ROLE-T(WS-I) = WS-MU-ROLE
                  AND WS-MU-KEY-T(WS-I) = WS-MU-KEY
                  MOVE WS-I TO WS-MU-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MU-IDX = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MENU-USAGE-FILE
           IF WS-MU-STATUS = "00"
              MOVE SPACES TO MENU-USAGE-REC
              ACCEPT MU-DATE FROM DATE YYYYMMDD
              ACCEPT MU-TIME FROM TIME
              MOVE WS-MU-ROLE TO MU-ROLE
              MOVE WS-MU-KEY TO MU-OPTION
              MOVE WS-MU-FEATURE-T(WS-MU-IDX) TO MU-FEATURE
              MOVE PF-USERNAME TO MU-USER
              WRITE MENU-USAGE-REC
              CLOSE MENU-USAGE-FILE
           END-IF.

       *>--------------------------------------------------
       *> Opens this sign-in's row in sessions.dat. Any other live row
       *> for the account is looked at first: one idle past the limit,
       *> or one left open on this same terminal, is closed as stale;
       *> one still active somewhere else refuses this sign-in.
       *>--------------------------------------------------
       OPEN-USER-SESSION.
           MOVE 'N' TO WS-SN-CONFLICT
           MOVE 'N' TO WS-SN-ENDED
           MOVE SPACES TO WS-SN-TERMINAL
           ACCEPT WS-SN-TERMINAL FROM ENVIRONMENT "INCOLLEGE_TERMINAL"
           IF WS-SN-TERMINAL = SPACES
              MOVE "CONSOLE" TO WS-SN-TERMINAL
           END-IF
           ACCEPT WS-SN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SN-NOW-TIME FROM TIME
           MOVE WS-SN-NOW-DATE TO WS-SN-CALC-DATE
           MOVE WS-SN-NOW-TIME TO WS-SN-CALC-TIME
           PERFORM SESSION-CLOCK-MINUTES
           MOVE WS-SN-CALC-MINS TO WS-SN-NOW-MINS
           OPEN OUTPUT SESSIONS-TEMP-FILE
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM UNTIL WS-SN-STATUS NOT = "00"
                  IF SN-USERNAME = WS-LOGIN-USERNAME
                     AND (SN-STATE = 'O' OR SN-STATE = 'F')
                     MOVE SN-LAST-DATE TO WS-SN-CALC-DATE
                     MOVE SN-LAST-TIME TO WS-SN-CALC-TIME
                     PERFORM SESSION-CLOCK-MINUTES
                     COMPUTE WS-SN-IDLE-MINS =
                         WS-SN-NOW-MINS - WS-SN-CALC-MINS
                     EVALUATE TRUE
                        WHEN WS-SN-IDLE-MINS > WS-SESSION-IDLE-MINUTES
                           MOVE 'T' TO SN-STATE
                        WHEN SN-TERMINAL = WS-SN-TERMINAL
                           MOVE 'S' TO SN-STATE
                        WHEN OTHER
                           MOVE 'Y' TO WS-SN-CONFLICT
                           MOVE SN-TERMINAL TO WS-SN-OTHER-TERMINAL
                           MOVE SN-LAST-TIME TO WS-SN-OTHER-TIME
                     END-EVALUATE
                  END-IF
                  MOVE SESSION-REC TO SESSION-TEMP-REC
                  WRITE SESSION-TEMP-REC
                  PERFORM READ-SESSION-RECORD
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF
           IF WS-SN-CONFLICT = 'N'
              MOVE SPACES TO SESSION-REC
              MOVE WS-LOGIN-USERNAME TO SN-USERNAME
              MOVE WS-SN-TERMINAL TO SN-TERMINAL
              MOVE WS-SN-NOW-DATE TO SN-START-DATE
              MOVE WS-SN-NOW-TIME TO SN-START-TIME
              MOVE WS-SN-NOW-DATE TO SN-LAST-DATE
              MOVE WS-SN-NOW-TIME TO SN-LAST-TIME
              MOVE 'O' TO SN-STATE
              MOVE SESSION-REC TO SESSION-TEMP-REC
              WRITE SESSION-TEMP-REC
              MOVE WS-SN-NOW-DATE TO WS-SN-MY-START-DATE
              MOVE WS-SN-NOW-TIME TO WS-SN-MY-START-TIME
           END-IF
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
       *> Minutes since day zero for WS-SN-CALC-DATE/TIME, so two
       *> stamps on different days subtract cleanly.
       *>--------------------------------------------------
       SESSION-CLOCK-MINUTES.
           MOVE 0 TO WS-SN-CALC-MINS
           IF WS-SN-CALC-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SN-CALC-DATE TO WS-SN-CALC-DATE-NUM
           MOVE WS-SN-CALC-TIME(1:2) TO WS-SN-CALC-HH
           MOVE WS-SN-CALC-TIME(3:2) TO WS-SN-CALC-MM
           COMPUTE WS-SN-CALC-MINS =
               FUNCTION INTEGER-OF-DATE(WS-SN-CALC-DATE-NUM) * 1440
               + WS-SN-CALC-HH * 60 + WS-SN-CALC-MM.

       *>--------------------------------------------------
       *> Run after every dashboard choice is typed. A session an
       *> operator flagged, or one left idle past the limit, is closed
       *> and the choice is turned into that menu's Logout; otherwise
       *> the session's last-activity stamp moves on to now.
       *>--------------------------------------------------
       CHECK-SESSION-ACTIVITY.
           MOVE 'N' TO WS-SN-ENDED
           ACCEPT WS-SN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SN-NOW-TIME FROM TIME
           MOVE WS-SN-NOW-DATE TO WS-SN-CALC-DATE
           MOVE WS-SN-NOW-TIME TO WS-SN-CALC-TIME
           PERFORM SESSION-CLOCK-MINUTES
           MOVE WS-SN-CALC-MINS TO WS-SN-NOW-MINS
           OPEN OUTPUT SESSIONS-TEMP-FILE
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM UNTIL WS-SN-STATUS NOT = "00"
                  IF SN-USERNAME = WS-LOGIN-USERNAME
                     AND SN-START-DATE = WS-SN-MY-START-DATE
                     AND SN-START-TIME = WS-SN-MY-START-TIME
                     PERFORM SETTLE-MY-SESSION-ROW
                  END-IF
                  MOVE SESSION-REC TO SESSION-TEMP-REC
                  WRITE SESSION-TEMP-REC
                  PERFORM READ-SESSION-RECORD
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF
           CLOSE SESSIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-SESSIONS-TMP-NAME
                                         WS-SESSIONS-DAT-NAME
           IF WS-SN-ENDED = 'N'
              EXIT PARAGRAPH
           END-IF
           IF WS-SN-ENDED = 'K'
              MOVE "An operator has ended this session. Please sign in again."
                  TO WS-DISPLAY-MESSAGE
           ELSE
              MOVE WS-SESSION-IDLE-MINUTES TO WS-SN-IDLE-DISPLAY
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING "This session was idle for more than "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SN-IDLE-DISPLAY) DELIMITED BY SIZE
                     " minutes and has been signed out." DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           EVALUATE WS-CURRENT-ROLE
              WHEN 'R' MOVE '5' TO WS-MENU-CHOICE
              WHEN 'V' MOVE '4' TO WS-MENU-CHOICE
              WHEN OTHER MOVE '6' TO WS-MENU-CHOICE
           END-EVALUATE.

       SETTLE-MY-SESSION-ROW.
           IF SN-STATE = 'F'
              MOVE 'K' TO SN-STATE
              MOVE 'K' TO WS-SN-ENDED
              EXIT PARAGRAPH
           END-IF
           IF SN-STATE NOT = 'O'
              MOVE SN-STATE TO WS-SN-ENDED
              EXIT PARAGRAPH
           END-IF
           MOVE SN-LAST-DATE TO WS-SN-CALC-DATE
           MOVE SN-LAST-TIME TO WS-SN-CALC-TIME
           PERFORM SESSION-CLOCK-MINUTES
           COMPUTE WS-SN-IDLE-MINS = WS-SN-NOW-MINS - WS-SN-CALC-MINS
           IF WS-SN-IDLE-MINS > WS-SESSION-IDLE-MINUTES
              MOVE 'T' TO SN-STATE
              MOVE 'T' TO WS-SN-ENDED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SN-NOW-DATE TO SN-LAST-DATE
           MOVE WS-SN-NOW-TIME TO SN-LAST-TIME.

       *>--------------------------------------------------
       *> Closes this sign-in's row at logout, unless the menu check
       *> already closed it for idling or an operator.
       *>--------------------------------------------------
       CLOSE-USER-SESSION.
           IF WS-SN-ENDED NOT = 'N'
              MOVE 'N' TO WS-SN-ENDED
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SN-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SN-NOW-TIME FROM TIME
           OPEN OUTPUT SESSIONS-TEMP-FILE
           OPEN INPUT SESSIONS-FILE
           IF WS-SN-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM UNTIL WS-SN-STATUS NOT = "00"
                  IF SN-USERNAME = WS-LOGIN-USERNAME
                     AND SN-START-DATE = WS-SN-MY-START-DATE
                     AND SN-START-TIME = WS-SN-MY-START-TIME
                     AND (SN-STATE = 'O' OR SN-STATE = 'F')
                     MOVE 'C' TO SN-STATE
                     MOVE SPACES TO SN-CLOSED-BY
                     MOVE WS-SN-NOW-DATE TO SN-LAST-DATE
                     MOVE WS-SN-NOW-TIME TO SN-LAST-TIME
                  END-IF
                  MOVE SESSION-REC TO SESSION-TEMP-REC
                  WRITE SESSION-TEMP-REC
                  PERFORM READ-SESSION-RECORD
              END-PERFORM
              CLOSE SESSIONS-FILE
           END-IF
           CLOSE SESSIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-SESSIONS-TMP-NAME
                                         WS-SESSIONS-DAT-NAME.

       *>--------------------------------------------------
       *> Recruiters skip the student digest but still get their
       *> last-login stamp refreshed, so the dormant-account sweep
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "W. My Recommendations" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "C. My Calendar" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "S. Privacy Settings" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "N. Notification Preferences" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Please select an option (0-9, V, R, M, P, G, B, T, E, F, W, C, S, N): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           PERFORM CHECK-SESSION-ACTIVITY
           IF WS-SN-ENDED = 'N'
              PERFORM LOG-MENU-CHOICE
           END-IF

           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM CREATE-EDIT-PROFILE
              WHEN 'f' PERFORM FEED-OPTION
              WHEN 'W' PERFORM MY-RECOMMENDATIONS-OPTION
              WHEN 'w' PERFORM MY-RECOMMENDATIONS-OPTION
              WHEN 'C' PERFORM MY-CALENDAR-OPTION
              WHEN 'c' PERFORM MY-CALENDAR-OPTION
              WHEN 'S' PERFORM PRIVACY-SETTINGS-OPTION
              WHEN 's' PERFORM PRIVACY-SETTINGS-OPTION
              WHEN 'N' PERFORM NOTIFY-PREFS-OPTION
              WHEN 'n' PERFORM NOTIFY-PREFS-OPTION
              WHEN '6' MOVE "Logging out..." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE SPACES TO PF-USERNAME
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "R. Download My Profile as a Resume" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "S. Privacy Settings" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "N. Notification Preferences" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Please select an option (0-7, M, T, G, F, B, W, V, R, S, N): "
                   WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           PERFORM CHECK-SESSION-ACTIVITY
           IF WS-SN-ENDED = 'N'
              PERFORM LOG-MENU-CHOICE
           END-IF
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM CREATE-EDIT-PROFILE
              WHEN '2' PERFORM DISPLAY-PROFILE
              WHEN 'v' PERFORM VIEW-PROFILE-VIEWERS
              WHEN 'R' PERFORM EXPORT-RESUME
              WHEN 'r' PERFORM EXPORT-RESUME
              WHEN 'S' PERFORM PRIVACY-SETTINGS-OPTION
              WHEN 's' PERFORM PRIVACY-SETTINGS-OPTION
              WHEN 'N' PERFORM NOTIFY-PREFS-OPTION
              WHEN 'n' PERFORM NOTIFY-PREFS-OPTION
              WHEN '6' MOVE "Logging out..." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE SPACES TO PF-USERNAME
                         PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-EVALUATE.

       *>--------------------------------------------------
       *> Advisor dashboard -- role 'V' accounts are faculty/staff
       *> advisors. Their advisees come from caseload.dat (written by
       *> the registrar caseload intake), and for each one the menu
       *> shows the profile-completeness score, applications and
       *> their statuses, upcoming interviews and the last login.
       *>--------------------------------------------------
       ADVISOR-DASHBOARD.
           DISPLAY " "
           MOVE "======================================" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "ADVISOR MENU" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "======================================" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-CASELOAD
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Advisees on your caseload: " DELIMITED BY SIZE
                  WS-CL-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "1. My Caseload" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Advisee Detail" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM COUNT-UNREAD-MESSAGES
           IF WS-UNREAD-COUNT = 0
              MOVE "3. Messages" TO WS-DISPLAY-MESSAGE
           ELSE
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING "3. Messages (" DELIMITED BY SIZE
                     WS-UNREAD-COUNT DELIMITED BY SIZE
                     " unread)" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Logout" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Please select an option (1-4): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           PERFORM CHECK-SESSION-ACTIVITY
           EVALUATE WS-MENU-CHOICE
              WHEN '1' PERFORM ADVISOR-CASELOAD-SUMMARY
              WHEN '2' PERFORM ADVISEE-DETAIL
              WHEN '3' PERFORM MESSAGES-OPTION
              WHEN '4' MOVE "Logging out..." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE SPACES TO PF-USERNAME
              WHEN OTHER MOVE "Invalid option." TO WS-DISPLAY-MESSAGE
                         PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-EVALUATE.

       LOAD-CASELOAD.
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT CASELOAD-FILE
           IF WS-CL-STATUS = "00"
              PERFORM READ-CASELOAD-RECORD
              PERFORM UNTIL WS-CL-STATUS NOT = "00" OR WS-CL-COUNT >= 50
                  IF CL-ADVISOR = WS-LOGIN-USERNAME
                     ADD 1 TO WS-CL-COUNT
                     MOVE CL-STUDENT TO WS-CL-STUDENT-T(WS-CL-COUNT)
                  END-IF
                  PERFORM READ-CASELOAD-RECORD
              END-PERFORM
              CLOSE CASELOAD-FILE
           END-IF.

       READ-CASELOAD-RECORD.
           READ CASELOAD-FILE
               AT END
                   MOVE "EOF" TO WS-CL-STATUS
               NOT AT END
                   MOVE "00" TO WS-CL-STATUS
           END-READ.

       *>--------------------------------------------------
       *> One summary line per advisee, then the advisor's own
       *> profile is put back in PROFILE-REC.
       *>--------------------------------------------------
       ADVISOR-CASELOAD-SUMMARY.
           MOVE "=== MY CASELOAD ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF WS-CL-COUNT = 0
              MOVE "No advisees are assigned to you yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LAST-LOGINS
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM ADVISEE-SNAPSHOT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-CL-IDX DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-CL-STUDENT-T(WS-CL-IDX) DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CL-NAME) DELIMITED BY SIZE
                      ") -- profile " DELIMITED BY SIZE
                      WS-CL-PCT DELIMITED BY SIZE
                      "%, " DELIMITED BY SIZE
                      WS-CL-APPS DELIMITED BY SIZE
                      " application(s), " DELIMITED BY SIZE
                      WS-CL-UPCOMING DELIMITED BY SIZE
                      " upcoming interview(s), last login " DELIMITED BY SIZE
                      WS-CL-LAST-LOGIN DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           PERFORM RESTORE-ADVISOR-PROFILE.

       *>--------------------------------------------------
       *> Full picture of one advisee: completeness, every
       *> application with its current status, and the interviews
       *> still ahead of them.
       *>--------------------------------------------------
       ADVISEE-DETAIL.
           MOVE "=== ADVISEE DETAIL ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF WS-CL-COUNT = 0
              MOVE "No advisees are assigned to you yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-CL-IDX DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-CL-STUDENT-T(WS-CL-IDX) DELIMITED BY SPACE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           DISPLAY "Enter advisee # (0 to go back): " WITH NO ADVANCING
           ACCEPT WS-CL-PICK
           IF WS-CL-PICK < 1 OR WS-CL-PICK > WS-CL-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-PICK TO WS-CL-IDX
           PERFORM LOAD-LAST-LOGINS
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           PERFORM ADVISEE-SNAPSHOT

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-CL-STUDENT-T(WS-CL-IDX) DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CL-NAME) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Profile completeness: " DELIMITED BY SIZE
                  WS-CL-PCT DELIMITED BY SIZE
                  "%   Last login: " DELIMITED BY SIZE
                  WS-CL-LAST-LOGIN DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE "Applications:" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-ADVISEE-APPLICATIONS
           IF WS-APPL-COUNT = 0
              MOVE "  (none)" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APPL-COUNT
               PERFORM APPL-STATUS-TO-TEXT
               MOVE WS-APPL-JOB-T(WS-I) TO WS-APPLY-JOB-ID
               PERFORM GET-JOB-TITLE-FOR-ID
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                      " -- applied " DELIMITED BY SIZE
                      WS-APPL-DATE-T(WS-I) DELIMITED BY SIZE
                      " [" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPL-STATUS-TEXT) DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM

           MOVE "Upcoming interviews:" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF WS-CL-UPCOMING = 0
              MOVE "  (none)" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           PERFORM LOAD-MY-INTERVIEWS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IV-COUNT
               IF WS-IV-DATE-T(WS-I) >= WS-NOW-DATE
                  AND WS-IV-STAT-T(WS-I) NOT = 'D'
                  PERFORM IV-STATUS-TO-TEXT
                  MOVE WS-IV-JOB-T(WS-I) TO WS-APPLY-JOB-ID
                  PERFORM GET-JOB-TITLE-FOR-ID
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "  " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                         " with " DELIMITED BY SIZE
                         WS-IV-RECR-T(WS-I) DELIMITED BY SPACE
                         " on " DELIMITED BY SIZE
                         WS-IV-DATE-T(WS-I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-IV-TIME-T(WS-I) DELIMITED BY SIZE
                         " [" DELIMITED BY SIZE
                         WS-IV-STATUS-TEXT DELIMITED BY SIZE
                         "]" DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           PERFORM RESTORE-ADVISOR-PROFILE.

       *>--------------------------------------------------
       *> Loads WS-CL-STUDENT-T(WS-CL-IDX)'s profile and skills into
       *> PROFILE-REC (so COMPUTE-PROFILE-COMPLETENESS scores the
       *> advisee) and counts their applications and the interviews
       *> dated today or later that have not been declined. Expects
       *> LOAD-LAST-LOGINS and WS-NOW-DATE to be current.
       *>--------------------------------------------------
       ADVISEE-SNAPSHOT.
           MOVE WS-CL-STUDENT-T(WS-CL-IDX) TO PF-USERNAME
           PERFORM LOAD-PROFILE-FOR-USER
           PERFORM LOAD-OWN-SKILLS
           PERFORM COMPUTE-PROFILE-COMPLETENESS
           MOVE WS-COMPLETE-PCT TO WS-CL-PCT
           MOVE SPACES TO WS-CL-NAME
           STRING PF-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PF-LAST-NAME DELIMITED BY SPACE
                  INTO WS-CL-NAME
           END-STRING

           MOVE 0 TO WS-CL-APPS
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  IF AP-APPLICANT = WS-CL-STUDENT-T(WS-CL-IDX)
                     ADD 1 TO WS-CL-APPS
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF

           MOVE 0 TO WS-CL-UPCOMING
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IV-STATUS = "00"
              PERFORM READ-INTERVIEW-RECORD
              PERFORM UNTIL WS-IV-STATUS NOT = "00"
                  IF IV-APPLICANT = WS-CL-STUDENT-T(WS-CL-IDX)
                     AND IV-DATE >= WS-NOW-DATE
                     AND IV-STATUS NOT = 'D'
                     ADD 1 TO WS-CL-UPCOMING
                  END-IF
                  PERFORM READ-INTERVIEW-RECORD
              END-PERFORM
              CLOSE INTERVIEWS-FILE
           END-IF

           MOVE "never" TO WS-CL-LAST-LOGIN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LL-COUNT
               IF WS-LL-NAME(WS-I) = WS-CL-STUDENT-T(WS-CL-IDX)
                  MOVE WS-LL-DATE(WS-I) TO WS-CL-LAST-LOGIN
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ADVISEE-APPLICATIONS.
           MOVE 0 TO WS-APPL-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00" OR WS-APPL-COUNT >= 50
                  IF AP-APPLICANT = WS-CL-STUDENT-T(WS-CL-IDX)
                     ADD 1 TO WS-APPL-COUNT
                     MOVE AP-APPLICANT TO WS-APPL-NAME-T(WS-APPL-COUNT)
                     MOVE AP-DATE      TO WS-APPL-DATE-T(WS-APPL-COUNT)
                     MOVE AP-STATUS    TO WS-APPL-STAT-T(WS-APPL-COUNT)
                     MOVE AP-JOB-ID    TO WS-APPL-JOB-T(WS-APPL-COUNT)
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF.

       RESTORE-ADVISOR-PROFILE.
           MOVE WS-LOGIN-USERNAME TO PF-USERNAME
           PERFORM LOAD-PROFILE-FOR-USER
           PERFORM LOAD-OWN-SKILLS.

       DEACTIVATE-ACCOUNT-OPTION.
           MOVE "Deactivating your account will hide your profile from search"
               TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "and prevent you from logging back in." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter Y to confirm, anything else to cancel: " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
              MOVE 'N' TO PF-ACTIVE-FLAG
              PERFORM SAVE-PROFILE-TO-FILE
              MOVE "Your account has been deactivated. Logging out."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              MOVE SPACES TO PF-USERNAME
              MOVE '6' TO WS-MENU-CHOICE
           ELSE
              MOVE "Deactivation cancelled." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       JOBS-OPTION.
           MOVE "=== JOBS AND INTERNSHIPS ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "1. Post a Job or Internship" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. View All Job and Internship Postings" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Back to Main Menu" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Search Postings by University" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "5. Review Applicants for My Postings" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "6. My Postings (close / edit / remove)" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "7. Recommended for Me" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "8. My Interviews" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "9. Saved Searches" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "C. Company Pages" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "A. My Applications and Offers" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "H. My Internship Hours" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-JOB-MENU-CHOICE
           EVALUATE WS-JOB-MENU-CHOICE
              WHEN '1' PERFORM POST-JOB
              WHEN '2' PERFORM LIST-JOB-POSTINGS
              WHEN '4' PERFORM SEARCH-JOB-POSTINGS
              WHEN '5' PERFORM REVIEW-APPLICANTS
              WHEN '6' PERFORM MY-POSTINGS-OPTION
              WHEN '7' PERFORM RECOMMENDED-JOBS-OPTION
              WHEN '8' PERFORM MY-INTERVIEWS-OPTION
              WHEN '9' PERFORM SAVED-SEARCHES-OPTION
              WHEN 'C' PERFORM COMPANY-DIRECTORY-OPTION
              WHEN 'c' PERFORM COMPANY-DIRECTORY-OPTION
              WHEN 'A' PERFORM MY-APPLICATIONS-OPTION
              WHEN 'a' PERFORM MY-APPLICATIONS-OPTION
              WHEN 'H' PERFORM INTERNSHIP-HOURS-OPTION
              WHEN 'h' PERFORM INTERNSHIP-HOURS-OPTION
              WHEN OTHER CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Saved job searches -- list, add and remove. The nightly
       *> JOB-ALERTS batch matches these against new postings and
       *> drops an alert into the inbox.
       *>--------------------------------------------------
       SAVED-SEARCHES-OPTION.
           MOVE "=== SAVED SEARCHES ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-MY-SAVED-SEARCHES
           IF WS-SS-COUNT = 0
              MOVE "You have no saved searches yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SS-COUNT
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING WS-I DELIMITED BY SIZE
                         ". keyword=" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SS-KEYWORD-T(WS-I))
                             DELIMITED BY SIZE
                         " university=" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SS-UNIV-T(WS-I))
                             DELIMITED BY SIZE
                         " location=" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SS-LOC-T(WS-I))
                             DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
              END-PERFORM
           END-IF
           MOVE "1. Save a New Search" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Remove a Saved Search" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1' PERFORM ADD-SAVED-SEARCH
              WHEN '2' PERFORM REMOVE-SAVED-SEARCH
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
      *>   Postings go out under the company the recruiter has
      *>   claimed; until an operator approves the claim they are
      *>   held off the board.
           MOVE PF-USERNAME TO WS-RCL-USER
           PERFORM LOAD-RECRUITER-CLAIMS
           IF WS-RCL-MY-STATE NOT = 'P' AND WS-RCL-MY-STATE NOT = 'A'
              MOVE "Claim your company under Company Verification before posting."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOBS-COUNT
           ADD 1 TO WS-NEXT-JOB-ID

           DISPLAY "Job title: " WITH NO ADVANCING
           ACCEPT WS-JOB-TITLE-T(WS-JOBS-COUNT)
           DISPLAY "Is this an internship? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-JOB-KIND-T(WS-JOBS-COUNT)
           IF FUNCTION UPPER-CASE(WS-JOB-KIND-T(WS-JOBS-COUNT)) = 'Y'
              MOVE 'I' TO WS-JOB-KIND-T(WS-JOBS-COUNT)
           ELSE
              MOVE 'J' TO WS-JOB-KIND-T(WS-JOBS-COUNT)
           END-IF
           MOVE WS-RCL-MY-COMPANY TO WS-FIELD-INPUT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Company: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RCL-MY-COMPANY) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
      *>   A posting held for an unapproved claim takes its credit when
      *>   it is released, not now.
           IF WS-RCL-MY-STATE = 'A'
              PERFORM CONSUME-POSTING-CREDIT
           ELSE
              MOVE 'Y' TO WS-CO-CREDIT-OK
           END-IF
           IF WS-CO-CREDIT-OK = 'N'
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING FUNCTION TRIM(WS-FIELD-INPUT) DELIMITED BY SIZE
                     " has used all " DELIMITED BY SIZE
                     WS-CO-ALLOW-T(WS-CO-CREDIT-IDX) DELIMITED BY SIZE
                     " posting credits in its current contract period;"
                         DELIMITED BY SIZE
                     " the posting was not saved." DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              MOVE "Please contact the career office to extend the contract."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              SUBTRACT 1 FROM WS-JOBS-COUNT
              SUBTRACT 1 FROM WS-NEXT-JOB-ID
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-INPUT TO WS-JOB-COMPANY-T(WS-JOBS-COUNT)
           DISPLAY "Location: " WITH NO ADVANCING
           DISPLAY "Expiry date YYYYMMDD (blank to keep posting open): "
                   WITH NO ADVANCING
           ACCEPT WS-JOB-EXPIRES-T(WS-JOBS-COUNT)
           PERFORM CAPTURE-SCREENING-QUESTIONS
           IF WS-RCL-MY-STATE = 'A'
              MOVE 'O' TO WS-JOB-STATUS-T(WS-JOBS-COUNT)
           ELSE
              MOVE 'P' TO WS-JOB-STATUS-T(WS-JOBS-COUNT)
           END-IF
           MOVE PF-USERNAME TO WS-JOB-POSTED-BY-T(WS-JOBS-COUNT)
           ACCEPT WS-JOB-POSTED-DATE-T(WS-JOBS-COUNT) FROM DATE YYYYMMDD

           PERFORM SAVE-JOB-TO-FILE
      *>   Saved even with no questions, so rows left under a reused
      *>   job id are cleared.
           MOVE WS-JOB-ID-T(WS-JOBS-COUNT) TO WS-JQ-JOB-ID
           PERFORM SAVE-SCREENING-QUESTIONS
           IF WS-JOB-STATUS-T(WS-JOBS-COUNT) = 'P'
              MOVE "Job posting saved. It will be shown once your company claim is approved."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE "Job posting saved." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE WS-JOBS-COUNT TO WS-NOTIFY-JOB-IDX
           PERFORM NOTIFY-COMPANY-FOLLOWERS.

       LIST-JOB-POSTINGS.
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOBS-COUNT
               MOVE WS-I TO WS-JOB-CHK-IDX
               PERFORM CHECK-JOB-LISTABLE
               IF WS-JOB-LISTABLE = 'Y'
                  PERFORM DISPLAY-ONE-JOB-POSTING
               END-IF
           END-PERFORM
           ACCEPT WS-JOB-SEARCH-UNIV
           MOVE 0 TO WS-JOB-MATCH-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOBS-COUNT
               MOVE WS-I TO WS-JOB-CHK-IDX
               PERFORM CHECK-JOB-LISTABLE
               IF WS-JOB-LISTABLE = 'Y'
                  AND (WS-JOB-UNIV-T(WS-I) = SPACES
                  OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-UNIV-T(WS-I))) =
                     FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-SEARCH-UNIV)))
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-FOUND-IDX TO WS-JOB-CHK-IDX
           PERFORM CHECK-JOB-LISTABLE
           IF WS-JOB-LISTABLE = 'N'
              MOVE "No posting carries that job ID." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           IF WS-JOB-POSTED-BY-T(WS-JOB-FOUND-IDX) = PF-USERNAME
              MOVE "You cannot apply to your own posting." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM ASK-SCREENING-QUESTIONS
           PERFORM SAVE-APPLICATION
           PERFORM SAVE-SCREENING-ANSWERS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Application submitted for " DELIMITED BY SIZE
                  WS-JOB-TITLE-T(WS-JOB-FOUND-IDX) DELIMITED BY SIZE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-FOUND-IDX TO WS-JOB-CHK-IDX
           PERFORM CHECK-JOB-LISTABLE
           IF WS-JOB-LISTABLE = 'N'
              MOVE "No posting carries that job ID." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PARTNER-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CONNECTIONS-COUNT
               IF WS-CONN-USER-A(WS-I) = PF-USERNAME
              OR WS-JOB-STATUS-T(WS-JOB-FOUND-IDX) = 'C'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JOB-FOUND-IDX TO WS-JOB-CHK-IDX
           PERFORM CHECK-JOB-LISTABLE
           IF WS-JOB-LISTABLE = 'N'
              EXIT PARAGRAPH
           END-IF
           IF WS-JOB-POSTED-BY-T(WS-JOB-FOUND-IDX) = PF-USERNAME
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Apply to it now? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
              PERFORM ASK-SCREENING-QUESTIONS
              PERFORM SAVE-APPLICATION
              PERFORM SAVE-SCREENING-ANSWERS
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING "Application submitted for " DELIMITED BY SIZE
                     WS-JOB-TITLE-T(WS-JOB-FOUND-IDX) DELIMITED BY SIZE
              MOVE 'N'             TO AP-STATUS
              WRITE APPL-REC
              CLOSE APPLICATIONS-FILE
              MOVE WS-APPLY-JOB-ID TO WS-AH-JOB-ID
              MOVE PF-USERNAME     TO WS-AH-APPLICANT
              MOVE SPACE           TO WS-AH-OLD-STAT
              MOVE 'N'             TO WS-AH-NEW-STAT
              PERFORM APPEND-APPL-HISTORY
           END-IF.

       *>--------------------------------------------------
       *> Logs one status change (WS-AH-xxx) to applhistory.dat,
       *> stamped with today's date and the user who made it.
       *>--------------------------------------------------
       APPEND-APPL-HISTORY.
           OPEN EXTEND APPL-HISTORY-FILE
           IF WS-AH-STATUS = "00"
              MOVE SPACES TO APPL-HISTORY-REC
              MOVE WS-AH-JOB-ID    TO AH-JOB-ID
              MOVE WS-AH-APPLICANT TO AH-APPLICANT
              MOVE WS-AH-OLD-STAT  TO AH-OLD-STATUS
              MOVE WS-AH-NEW-STAT  TO AH-NEW-STATUS
              ACCEPT AH-DATE FROM DATE YYYYMMDD
              ACCEPT AH-TIME FROM TIME
              MOVE PF-USERNAME     TO AH-CHANGED-BY
              WRITE APPL-HISTORY-REC
              CLOSE APPL-HISTORY-FILE
           END-IF.

       *>--------------------------------------------------
       *> Up to five screening questions for the posting being
       *> written, into WS-JQ-TABLE. A blank question ends the list;
       *> SAVE-SCREENING-QUESTIONS files them under WS-JQ-JOB-ID.
       *>--------------------------------------------------
       CAPTURE-SCREENING-QUESTIONS.
           MOVE 0 TO WS-JQ-COUNT
           DISPLAY "Add screening questions for applicants? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = 'Y' AND WS-CONFIRM-CHOICE NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE "Up to 5 questions; leave the question blank to finish."
               TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM UNTIL WS-JQ-COUNT >= 5
               COMPUTE WS-JQ-IDX = WS-JQ-COUNT + 1
               MOVE SPACES TO WS-JQ-INPUT
               DISPLAY "Question " WS-JQ-IDX ": " WITH NO ADVANCING
               ACCEPT WS-JQ-INPUT
               IF WS-JQ-INPUT = SPACES
                  EXIT PERFORM
               END-IF
               PERFORM CAPTURE-ONE-QUESTION
               IF WS-JQ-VALID = 'Y'
                  MOVE WS-JQ-IDX TO WS-JQ-COUNT
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Answer type, choices and knockout answer for the question
       *> text in WS-JQ-INPUT; WS-JQ-VALID 'N' drops the question.
       *>--------------------------------------------------
       CAPTURE-ONE-QUESTION.
           MOVE 'N' TO WS-JQ-VALID
           MOVE WS-JQ-INPUT TO WS-JQ-TEXT-T(WS-JQ-IDX)
           MOVE SPACES TO WS-JQ-CHOICES-T(WS-JQ-IDX)
           MOVE SPACES TO WS-JQ-KNOCKOUT-T(WS-JQ-IDX)
           DISPLAY "Answer type -- Y yes/no, M multiple choice, T short text: "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-JQ-TYPE-T(WS-JQ-IDX)
           EVALUATE WS-JQ-TYPE-T(WS-JQ-IDX)
              WHEN 'Y'
                 DISPLAY "Required answer, Y or N (blank for none): "
                         WITH NO ADVANCING
                 ACCEPT WS-CONFIRM-CHOICE
                 EVALUATE WS-CONFIRM-CHOICE
                    WHEN 'Y' WHEN 'y'
                       MOVE "Yes" TO WS-JQ-KNOCKOUT-T(WS-JQ-IDX)
                    WHEN 'N' WHEN 'n'
                       MOVE "No" TO WS-JQ-KNOCKOUT-T(WS-JQ-IDX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 'M'
                 DISPLAY "Choices, separated by / (up to 6): "
                         WITH NO ADVANCING
                 MOVE SPACES TO WS-JQ-INPUT
                 ACCEPT WS-JQ-INPUT
                 MOVE WS-JQ-INPUT TO WS-JQ-CHOICES-T(WS-JQ-IDX)
                 PERFORM SPLIT-QUESTION-CHOICES
                 IF WS-JQ-CHOICE-COUNT < 2
                    MOVE "A multiple-choice question needs at least two choices; question skipped."
                        TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM SHOW-QUESTION-CHOICES
                 DISPLAY "Required choice # (0 for none): "
                         WITH NO ADVANCING
                 ACCEPT WS-JQ-PICK
                 IF WS-JQ-PICK >= 1 AND WS-JQ-PICK <= WS-JQ-CHOICE-COUNT
                    MOVE WS-JQ-CHOICE(WS-JQ-PICK)
                        TO WS-JQ-KNOCKOUT-T(WS-JQ-IDX)
                 END-IF
              WHEN 'T'
                 DISPLAY "Required answer (blank for none): "
                         WITH NO ADVANCING
                 MOVE SPACES TO WS-JQ-INPUT
                 ACCEPT WS-JQ-INPUT
                 MOVE WS-JQ-INPUT TO WS-JQ-KNOCKOUT-T(WS-JQ-IDX)
              WHEN OTHER
                 MOVE "Answer type not recognized; question skipped."
                     TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO WS-JQ-VALID.

       *>--------------------------------------------------
       *> Breaks WS-JQ-CHOICES-T(WS-JQ-IDX) into WS-JQ-CHOICE,
       *> dropping blank trailing entries.
       *>--------------------------------------------------
       SPLIT-QUESTION-CHOICES.
           MOVE SPACES TO WS-JQ-CHOICE-TABLE
           MOVE 0 TO WS-JQ-CHOICE-COUNT
           UNSTRING WS-JQ-CHOICES-T(WS-JQ-IDX) DELIMITED BY "/"
               INTO WS-JQ-CHOICE(1) WS-JQ-CHOICE(2) WS-JQ-CHOICE(3)
                    WS-JQ-CHOICE(4) WS-JQ-CHOICE(5) WS-JQ-CHOICE(6)
               TALLYING IN WS-JQ-CHOICE-COUNT
           END-UNSTRING
           PERFORM VARYING WS-JQ-C FROM 1 BY 1
                   UNTIL WS-JQ-C > WS-JQ-CHOICE-COUNT
               MOVE FUNCTION TRIM(WS-JQ-CHOICE(WS-JQ-C))
                   TO WS-JQ-CHOICE(WS-JQ-C)
           END-PERFORM
           PERFORM UNTIL WS-JQ-CHOICE-COUNT = 0
                   OR WS-JQ-CHOICE(WS-JQ-CHOICE-COUNT) NOT = SPACES
               SUBTRACT 1 FROM WS-JQ-CHOICE-COUNT
           END-PERFORM.

       SHOW-QUESTION-CHOICES.
           PERFORM VARYING WS-JQ-C FROM 1 BY 1
                   UNTIL WS-JQ-C > WS-JQ-CHOICE-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "   " DELIMITED BY SIZE
                      WS-JQ-C DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-JQ-CHOICE(WS-JQ-C) DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM.

       LOAD-SCREENING-QUESTIONS.
           MOVE 0 TO WS-JQ-COUNT
           OPEN INPUT JOB-QUESTIONS-FILE
           IF WS-JQ-STATUS = "00"
              PERFORM READ-JOB-QUESTION-RECORD
              PERFORM UNTIL WS-JQ-STATUS NOT = "00"
                  IF JQ-JOB-ID = WS-JQ-JOB-ID AND WS-JQ-COUNT < 5
                     ADD 1 TO WS-JQ-COUNT
                     MOVE JQ-TYPE     TO WS-JQ-TYPE-T(WS-JQ-COUNT)
                     MOVE JQ-TEXT     TO WS-JQ-TEXT-T(WS-JQ-COUNT)
                     MOVE JQ-CHOICES  TO WS-JQ-CHOICES-T(WS-JQ-COUNT)
                     MOVE JQ-KNOCKOUT TO WS-JQ-KNOCKOUT-T(WS-JQ-COUNT)
                  END-IF
                  PERFORM READ-JOB-QUESTION-RECORD
              END-PERFORM
              CLOSE JOB-QUESTIONS-FILE
           END-IF.

       READ-JOB-QUESTION-RECORD.
           READ JOB-QUESTIONS-FILE
               AT END
                   MOVE "EOF" TO WS-JQ-STATUS
               NOT AT END
                   MOVE "00" TO WS-JQ-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rewrites jobquestions.dat through a temp file and renames it
       *> into place, replacing WS-JQ-JOB-ID's questions with the
       *> WS-JQ-COUNT entries in WS-JQ-TABLE (none clears them).
       *>--------------------------------------------------
       SAVE-SCREENING-QUESTIONS.
           OPEN OUTPUT JOB-QUESTIONS-TEMP-FILE
           OPEN INPUT JOB-QUESTIONS-FILE
           IF WS-JQ-STATUS = "00"
              PERFORM READ-JOB-QUESTION-RECORD
              PERFORM UNTIL WS-JQ-STATUS NOT = "00"
                  IF JQ-JOB-ID NOT = WS-JQ-JOB-ID
                     MOVE JOB-QUESTION-REC TO JOB-QUESTION-TEMP-REC
                     WRITE JOB-QUESTION-TEMP-REC
                  END-IF
                  PERFORM READ-JOB-QUESTION-RECORD
              END-PERFORM
              CLOSE JOB-QUESTIONS-FILE
           END-IF
           PERFORM VARYING WS-JQ-IDX FROM 1 BY 1
                   UNTIL WS-JQ-IDX > WS-JQ-COUNT
               MOVE SPACES TO JOB-QUESTION-REC
               MOVE WS-JQ-JOB-ID TO JQ-JOB-ID
               MOVE WS-JQ-IDX TO JQ-SEQ
               MOVE WS-JQ-TYPE-T(WS-JQ-IDX)     TO JQ-TYPE
               MOVE WS-JQ-TEXT-T(WS-JQ-IDX)     TO JQ-TEXT
               MOVE WS-JQ-CHOICES-T(WS-JQ-IDX)  TO JQ-CHOICES
               MOVE WS-JQ-KNOCKOUT-T(WS-JQ-IDX) TO JQ-KNOCKOUT
               MOVE JOB-QUESTION-REC TO JOB-QUESTION-TEMP-REC
               WRITE JOB-QUESTION-TEMP-REC
           END-PERFORM
           CLOSE JOB-QUESTIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-JQ-TMP-NAME
                                         WS-JQ-DAT-NAME.

       *>--------------------------------------------------
       *> Lists WS-JQ-TABLE for the poster, knockout answers shown.
       *>--------------------------------------------------
       SHOW-SCREENING-QUESTIONS.
           IF WS-JQ-COUNT = 0
              MOVE "This posting has no screening questions."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE "Screening questions:" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM VARYING WS-JQ-IDX FROM 1 BY 1
                   UNTIL WS-JQ-IDX > WS-JQ-COUNT
               EVALUATE WS-JQ-TYPE-T(WS-JQ-IDX)
                  WHEN 'Y'
                     MOVE "yes/no" TO WS-JQ-MARK
                  WHEN 'M'
                     MOVE "multiple choice" TO WS-JQ-MARK
                  WHEN OTHER
                     MOVE "short text" TO WS-JQ-MARK
               END-EVALUATE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  " DELIMITED BY SIZE
                      WS-JQ-IDX DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JQ-TEXT-T(WS-JQ-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JQ-MARK) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               IF WS-JQ-TYPE-T(WS-JQ-IDX) = 'M'
                  PERFORM SPLIT-QUESTION-CHOICES
                  PERFORM SHOW-QUESTION-CHOICES
               END-IF
               IF WS-JQ-KNOCKOUT-T(WS-JQ-IDX) NOT = SPACES
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "     Knockout -- must answer: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-JQ-KNOCKOUT-T(WS-JQ-IDX))
                             DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Puts the posting's screening questions to the applicant
       *> before the application is filed, holding the answers and
       *> knockout results in WS-AA-TABLE for SAVE-SCREENING-ANSWERS.
       *> The applicant is not told which answers knock them out.
       *>--------------------------------------------------
       ASK-SCREENING-QUESTIONS.
           MOVE WS-APPLY-JOB-ID TO WS-JQ-JOB-ID
           PERFORM LOAD-SCREENING-QUESTIONS
           IF WS-JQ-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "The poster asks applicants a few screening questions."
               TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM VARYING WS-JQ-IDX FROM 1 BY 1
                   UNTIL WS-JQ-IDX > WS-JQ-COUNT
               PERFORM ASK-ONE-QUESTION
           END-PERFORM.

       ASK-ONE-QUESTION.
           MOVE SPACES TO WS-AA-ANSWER-T(WS-JQ-IDX)
           MOVE 'N' TO WS-AA-KO-T(WS-JQ-IDX)
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-JQ-IDX DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JQ-TEXT-T(WS-JQ-IDX)) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-JQ-TRIES
           EVALUATE WS-JQ-TYPE-T(WS-JQ-IDX)
              WHEN 'Y'
                 PERFORM UNTIL WS-AA-ANSWER-T(WS-JQ-IDX) NOT = SPACES
                         OR WS-JQ-TRIES >= 3
                     DISPLAY "Answer Y or N: " WITH NO ADVANCING
                     ACCEPT WS-CONFIRM-CHOICE
                     ADD 1 TO WS-JQ-TRIES
                     EVALUATE WS-CONFIRM-CHOICE
                        WHEN 'Y' WHEN 'y'
                           MOVE "Yes" TO WS-AA-ANSWER-T(WS-JQ-IDX)
                        WHEN 'N' WHEN 'n'
                           MOVE "No" TO WS-AA-ANSWER-T(WS-JQ-IDX)
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                 END-PERFORM
              WHEN 'M'
                 PERFORM SPLIT-QUESTION-CHOICES
                 PERFORM SHOW-QUESTION-CHOICES
                 PERFORM UNTIL WS-AA-ANSWER-T(WS-JQ-IDX) NOT = SPACES
                         OR WS-JQ-TRIES >= 3
                     DISPLAY "Choice #: " WITH NO ADVANCING
                     ACCEPT WS-JQ-PICK
                     ADD 1 TO WS-JQ-TRIES
                     IF WS-JQ-PICK >= 1
                        AND WS-JQ-PICK <= WS-JQ-CHOICE-COUNT
                        MOVE WS-JQ-CHOICE(WS-JQ-PICK)
                            TO WS-AA-ANSWER-T(WS-JQ-IDX)
                     END-IF
                 END-PERFORM
              WHEN OTHER
                 DISPLAY "Answer: " WITH NO ADVANCING
                 MOVE SPACES TO WS-JQ-INPUT
                 ACCEPT WS-JQ-INPUT
                 MOVE WS-JQ-INPUT TO WS-AA-ANSWER-T(WS-JQ-IDX)
           END-EVALUATE
      *>   An unanswered question misses any knockout it carries.
           IF WS-JQ-KNOCKOUT-T(WS-JQ-IDX) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AA-ANSWER-T(WS-JQ-IDX)))
                  NOT = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-JQ-KNOCKOUT-T(WS-JQ-IDX)))
              MOVE 'Y' TO WS-AA-KO-T(WS-JQ-IDX)
           END-IF.

       *>--------------------------------------------------
       *> Files the answers ASK-SCREENING-QUESTIONS collected, once
       *> the application itself has been saved.
       *>--------------------------------------------------
       SAVE-SCREENING-ANSWERS.
           IF WS-JQ-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND APPL-ANSWERS-FILE
           IF WS-AA-STATUS = "35"
              OPEN OUTPUT APPL-ANSWERS-FILE
           END-IF
           IF WS-AA-STATUS = "00"
              PERFORM VARYING WS-JQ-IDX FROM 1 BY 1
                      UNTIL WS-JQ-IDX > WS-JQ-COUNT
                  MOVE SPACES TO APPL-ANSWER-REC
                  MOVE WS-APPLY-JOB-ID TO AA-JOB-ID
                  MOVE PF-USERNAME TO AA-APPLICANT
                  MOVE WS-JQ-IDX TO AA-SEQ
                  MOVE WS-JQ-TEXT-T(WS-JQ-IDX) TO AA-QUESTION
                  MOVE WS-AA-ANSWER-T(WS-JQ-IDX) TO AA-ANSWER
                  MOVE WS-AA-KO-T(WS-JQ-IDX) TO AA-KNOCKED-OUT
                  WRITE APPL-ANSWER-REC
              END-PERFORM
              CLOSE APPL-ANSWERS-FILE
           END-IF.

       *>--------------------------------------------------
       *> Marks WS-APPL-KO-T for each loaded applicant with at least
       *> one knockout miss on file for WS-APPLY-JOB-ID.
       *>--------------------------------------------------
       LOAD-KNOCKOUT-FLAGS.
           MOVE 0 TO WS-AA-KO-COUNT
           OPEN INPUT APPL-ANSWERS-FILE
           IF WS-AA-STATUS = "00"
              PERFORM READ-APPL-ANSWER-RECORD
              PERFORM UNTIL WS-AA-STATUS NOT = "00"
                  IF AA-JOB-ID = WS-APPLY-JOB-ID AND AA-KNOCKED-OUT = 'Y'
                     PERFORM VARYING WS-J FROM 1 BY 1
                             UNTIL WS-J > WS-APPL-COUNT
                         IF WS-APPL-NAME-T(WS-J) = AA-APPLICANT
                            AND WS-APPL-KO-T(WS-J) NOT = 'Y'
                            MOVE 'Y' TO WS-APPL-KO-T(WS-J)
                            ADD 1 TO WS-AA-KO-COUNT
                         END-IF
                     END-PERFORM
                  END-IF
                  PERFORM READ-APPL-ANSWER-RECORD
              END-PERFORM
              CLOSE APPL-ANSWERS-FILE
           END-IF.

       READ-APPL-ANSWER-RECORD.
           READ APPL-ANSWERS-FILE
               AT END
                   MOVE "EOF" TO WS-AA-STATUS
               NOT AT END
                   MOVE "00" TO WS-AA-STATUS
           END-READ.

       *>--------------------------------------------------
       *> The screening answers on file for applicant WS-I of the
       *> posting under review.
       *>--------------------------------------------------
       SHOW-APPLICANT-ANSWERS.
           MOVE 'N' TO WS-JQ-VALID
           OPEN INPUT APPL-ANSWERS-FILE
           IF WS-AA-STATUS = "00"
              PERFORM READ-APPL-ANSWER-RECORD
              PERFORM UNTIL WS-AA-STATUS NOT = "00"
                  IF AA-JOB-ID = WS-APPLY-JOB-ID
                     AND AA-APPLICANT = WS-APPL-NAME-T(WS-I)
                     MOVE 'Y' TO WS-JQ-VALID
                     MOVE AA-ANSWER TO WS-JQ-INPUT
                     IF WS-JQ-INPUT = SPACES
                        MOVE "(no answer)" TO WS-JQ-INPUT
                     END-IF
                     MOVE SPACES TO WS-JQ-MARK
                     IF AA-KNOCKED-OUT = 'Y'
                        MOVE "  [failed knockout]" TO WS-JQ-MARK
                     END-IF
                     MOVE SPACES TO WS-DISPLAY-MESSAGE
                     STRING "     Q" DELIMITED BY SIZE
                            AA-SEQ DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(AA-QUESTION) DELIMITED BY SIZE
                            " -- " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-JQ-INPUT) DELIMITED BY SIZE
                            WS-JQ-MARK DELIMITED BY SIZE
                            INTO WS-DISPLAY-MESSAGE
                     END-STRING
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
                  PERFORM READ-APPL-ANSWER-RECORD
              END-PERFORM
              CLOSE APPL-ANSWERS-FILE
           END-IF
           IF WS-JQ-VALID = 'N'
              MOVE "     (applied before the screening questions were added)"
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       *>--------------------------------------------------
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
      *>   Screening answers are listed under each applicant; those
      *>   who missed a knockout question can be left off the list.
           MOVE WS-APPLY-JOB-ID TO WS-JQ-JOB-ID
           PERFORM LOAD-SCREENING-QUESTIONS
           MOVE 'N' TO WS-AA-HIDE-KO
           PERFORM LOAD-KNOCKOUT-FLAGS
           IF WS-AA-KO-COUNT > 0
              MOVE WS-AA-KO-COUNT TO WS-AA-KO-DISP
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING FUNCTION TRIM(WS-AA-KO-DISP) DELIMITED BY SIZE
                     " applicant(s) failed a knockout screening question."
                         DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              DISPLAY "Filter them out of the list? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM-CHOICE
              IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
                 MOVE 'Y' TO WS-AA-HIDE-KO
              END-IF
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APPL-COUNT
               IF WS-AA-HIDE-KO = 'N' OR WS-APPL-KO-T(WS-I) = 'N'
                  PERFORM APPL-STATUS-TO-TEXT
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING WS-I DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         WS-APPL-NAME-T(WS-I) DELIMITED BY SIZE
                         " applied " DELIMITED BY SIZE
                         WS-APPL-DATE-T(WS-I) DELIMITED BY SIZE
                         " [" DELIMITED BY SIZE
                         WS-APPL-STATUS-TEXT DELIMITED BY SIZE
                         "]" DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                  IF WS-JQ-COUNT > 0
                     PERFORM SHOW-APPLICANT-ANSWERS
                  END-IF
               END-IF
           END-PERFORM
           DISPLAY "Enter an applicant # to update (0 to skip): "
                   WITH NO ADVANCING
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1'
                 PERFORM EXTEND-JOB-OFFER
                 EXIT PARAGRAPH
              WHEN '2' MOVE 'A' TO WS-APPL-NEW-STAT
              WHEN '3' MOVE 'H' TO WS-APPL-NEW-STAT
              WHEN '4' MOVE 'X' TO WS-APPL-NEW-STAT
              WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE
           PERFORM UPDATE-APPLICATION-STATUS
           IF WS-APPL-NEW-STAT = 'H'
              PERFORM RECORD-INTERNSHIP-HIRE
           END-IF
           MOVE "Final outcome recorded." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> A hire into an internship posting is written to
       *> internships.dat with the posting's details, once per
       *> student and posting.
       *>--------------------------------------------------
       RECORD-INTERNSHIP-HIRE.
           PERFORM FIND-JOB-BY-ID
           IF WS-JOB-FOUND-IDX = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-JOB-KIND-T(WS-JOB-FOUND-IDX) NOT = 'I'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ISP-DUP
           OPEN INPUT INTERNSHIPS-FILE
           IF WS-ISP-STATUS = "00"
              PERFORM READ-INTERNSHIP-RECORD
              PERFORM UNTIL WS-ISP-STATUS NOT = "00"
                  IF ISP-JOB-ID = WS-APPLY-JOB-ID
                     AND ISP-STUDENT = WS-APPL-NAME-T(WS-APPL-CHOICE)
                     MOVE 'Y' TO WS-ISP-DUP
                  END-IF
                  PERFORM READ-INTERNSHIP-RECORD
              END-PERFORM
              CLOSE INTERNSHIPS-FILE
           END-IF
           IF WS-ISP-DUP = 'Y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INTERNSHIPS-FILE
           IF WS-ISP-STATUS = "35"
              OPEN OUTPUT INTERNSHIPS-FILE
           END-IF
           IF WS-ISP-STATUS = "00"
              MOVE SPACES TO INTERNSHIP-REC
              MOVE WS-APPLY-JOB-ID TO ISP-JOB-ID
              MOVE WS-APPL-NAME-T(WS-APPL-CHOICE) TO ISP-STUDENT
              MOVE WS-JOB-POSTED-BY-T(WS-JOB-FOUND-IDX) TO ISP-SUPERVISOR
              MOVE WS-JOB-TITLE-T(WS-JOB-FOUND-IDX) TO ISP-TITLE
              MOVE WS-JOB-COMPANY-T(WS-JOB-FOUND-IDX) TO ISP-EMPLOYER
              ACCEPT ISP-HIRED FROM DATE YYYYMMDD
              WRITE INTERNSHIP-REC
              CLOSE INTERNSHIPS-FILE
           END-IF.

       READ-INTERNSHIP-RECORD.
           READ INTERNSHIPS-FILE
               AT END
                   MOVE "EOF" TO WS-ISP-STATUS
               NOT AT END
                   MOVE "00" TO WS-ISP-STATUS
           END-READ.

       LOAD-APPLICANTS-FOR-JOB.
           MOVE 0 TO WS-APPL-COUNT
           OPEN INPUT APPLICATIONS-FILE
                     MOVE AP-APPLICANT TO WS-APPL-NAME-T(WS-APPL-COUNT)
                     MOVE AP-DATE      TO WS-APPL-DATE-T(WS-APPL-COUNT)
                     MOVE AP-STATUS    TO WS-APPL-STAT-T(WS-APPL-COUNT)
                     MOVE 'N'          TO WS-APPL-KO-T(WS-APPL-COUNT)
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
       *> uses), changing only the chosen applicant's status byte.
       *>--------------------------------------------------
       UPDATE-APPLICATION-STATUS.
           PERFORM REWRITE-APPLICATION-STATUS
      *>   Tell the applicant, via the mail-gateway extract, without
      *>   waiting for their next login.
           MOVE WS-APPL-NAME-T(WS-APPL-CHOICE) TO WS-NT-RECIPIENT
           MOVE "APPL-STATUS" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           STRING "The status of your application for posting "
                      DELIMITED BY SIZE
                  WS-APPLY-JOB-ID DELIMITED BY SIZE
                  " changed." DELIMITED BY SIZE
                  INTO WS-NT-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION.

       *>--------------------------------------------------
       *> Every status change lands in the application history as
       *> well, so the funnel report can see when each stage began.
       *>--------------------------------------------------
       REWRITE-APPLICATION-STATUS.
           MOVE 'N' TO WS-AH-CHANGED
           OPEN OUTPUT APPLICATIONS-TEMP-FILE
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  IF AP-JOB-ID = WS-APPLY-JOB-ID
                     AND AP-APPLICANT = WS-APPL-NAME-T(WS-APPL-CHOICE)
                     IF AP-STATUS NOT = WS-APPL-NEW-STAT
                        MOVE 'Y' TO WS-AH-CHANGED
                        MOVE AP-STATUS TO WS-AH-OLD-STAT
                     END-IF
                     MOVE WS-APPL-NEW-STAT TO AP-STATUS
                  END-IF
                  MOVE APPL-REC TO APPL-TEMP-REC
           CLOSE APPLICATIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-APPL-TMP-NAME
                                         WS-APPL-DAT-NAME
           IF WS-AH-CHANGED = 'Y'
              MOVE WS-APPLY-JOB-ID TO WS-AH-JOB-ID
              MOVE WS-APPL-NAME-T(WS-APPL-CHOICE) TO WS-AH-APPLICANT
              MOVE WS-APPL-NEW-STAT TO WS-AH-NEW-STAT
              PERFORM APPEND-APPL-HISTORY
           END-IF.

       *>--------------------------------------------------
       *> Structured offer behind an 'O' outcome -- compensation,
       *> start date, location and the date the student must answer
       *> by. A fresh offer replaces any earlier one for the pair.
       *>--------------------------------------------------
       EXTEND-JOB-OFFER.
           MOVE WS-APPLY-JOB-ID TO WS-OF-SEL-JOB
           MOVE WS-APPL-NAME-T(WS-APPL-CHOICE) TO WS-OF-SEL-APPL
           ACCEPT WS-OF-TODAY FROM DATE YYYYMMDD
           DISPLAY "Compensation (e.g. $28/hr, $72,000/yr): "
                   WITH NO ADVANCING
           ACCEPT WS-OF-COMP
           IF WS-OF-COMP = SPACES
              MOVE "An offer needs its compensation." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Start date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-OF-START
           IF WS-OF-START IS NOT NUMERIC
              MOVE "Start date must be YYYYMMDD." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Location (blank for the posting's location): "
                   WITH NO ADVANCING
           ACCEPT WS-OF-LOCATION
           IF WS-OF-LOCATION = SPACES
              IF WS-JOB-FOUND-IDX > 0
                 MOVE WS-JOB-LOCATION-T(WS-JOB-FOUND-IDX) TO WS-OF-LOCATION
              END-IF
           END-IF
           DISPLAY "Accept-by date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-OF-ACCEPT-BY
           IF WS-OF-ACCEPT-BY IS NOT NUMERIC
              OR WS-OF-ACCEPT-BY < WS-OF-TODAY
              MOVE "Accept-by date must be YYYYMMDD, today or later."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-JOB-OFFER
           MOVE 'O' TO WS-APPL-NEW-STAT
           PERFORM UPDATE-APPLICATION-STATUS
           MOVE WS-OF-SEL-APPL TO WS-NT-RECIPIENT
           MOVE "JOB-OFFER" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           STRING "You have an offer for posting " DELIMITED BY SIZE
                  WS-OF-SEL-JOB DELIMITED BY SIZE
                  "; please answer by " DELIMITED BY SIZE
                  WS-OF-ACCEPT-BY DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NT-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Offer extended to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OF-SEL-APPL) DELIMITED BY SIZE
                  "; answer due by " DELIMITED BY SIZE
                  WS-OF-ACCEPT-BY DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       READ-OFFER-RECORD.
           READ OFFERS-FILE
               AT END
                   MOVE "EOF" TO WS-OF-STATUS
               NOT AT END
                   MOVE "00" TO WS-OF-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rewrites offers.dat through a temp file without the pair's
       *> earlier offer, then appends the new pending one.
       *>--------------------------------------------------
       SAVE-JOB-OFFER.
           OPEN OUTPUT OFFERS-TEMP-FILE
           OPEN INPUT OFFERS-FILE
           IF WS-OF-STATUS = "00"
              PERFORM READ-OFFER-RECORD
              PERFORM UNTIL WS-OF-STATUS NOT = "00"
                  IF OF-JOB-ID NOT = WS-OF-SEL-JOB
                     OR OF-APPLICANT NOT = WS-OF-SEL-APPL
                     MOVE OFFER-REC TO OFFER-TEMP-REC
                     WRITE OFFER-TEMP-REC
                  END-IF
                  PERFORM READ-OFFER-RECORD
              END-PERFORM
              CLOSE OFFERS-FILE
           END-IF
           MOVE SPACES TO OFFER-REC
           MOVE WS-OF-SEL-JOB   TO OF-JOB-ID
           MOVE WS-OF-SEL-APPL  TO OF-APPLICANT
           MOVE PF-USERNAME     TO OF-POSTER
           MOVE WS-OF-COMP      TO OF-COMP
           MOVE WS-OF-START     TO OF-START-DATE
           MOVE WS-OF-LOCATION  TO OF-LOCATION
           MOVE WS-OF-ACCEPT-BY TO OF-ACCEPT-BY
           MOVE WS-OF-TODAY     TO OF-EXTENDED
           MOVE 'P'             TO OF-STATUS
           MOVE OFFER-REC TO OFFER-TEMP-REC
           WRITE OFFER-TEMP-REC
           CLOSE OFFERS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-OFFERS-TMP-NAME
                                         WS-OFFERS-DAT-NAME.

       LOAD-MY-OFFERS.
           MOVE 0 TO WS-OF-COUNT
           OPEN INPUT OFFERS-FILE
           IF WS-OF-STATUS = "00"
              PERFORM READ-OFFER-RECORD
              PERFORM UNTIL WS-OF-STATUS NOT = "00" OR WS-OF-COUNT >= 50
                  IF OF-APPLICANT = PF-USERNAME
                     ADD 1 TO WS-OF-COUNT
                     MOVE OF-JOB-ID     TO WS-OF-JOB-T(WS-OF-COUNT)
                     MOVE OF-POSTER     TO WS-OF-POSTER-T(WS-OF-COUNT)
                     MOVE OF-COMP       TO WS-OF-COMP-T(WS-OF-COUNT)
                     MOVE OF-START-DATE TO WS-OF-START-T(WS-OF-COUNT)
                     MOVE OF-LOCATION   TO WS-OF-LOC-T(WS-OF-COUNT)
                     MOVE OF-ACCEPT-BY  TO WS-OF-BY-T(WS-OF-COUNT)
                     MOVE OF-STATUS     TO WS-OF-STAT-T(WS-OF-COUNT)
                  END-IF
                  PERFORM READ-OFFER-RECORD
              END-PERFORM
              CLOSE OFFERS-FILE
           END-IF.

       LOAD-MY-APPLICATIONS.
           MOVE 0 TO WS-APPL-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00" OR WS-APPL-COUNT >= 100
                  IF AP-APPLICANT = PF-USERNAME
                     ADD 1 TO WS-APPL-COUNT
                     MOVE AP-APPLICANT TO WS-APPL-NAME-T(WS-APPL-COUNT)
                     MOVE AP-DATE      TO WS-APPL-DATE-T(WS-APPL-COUNT)
                     MOVE AP-STATUS    TO WS-APPL-STAT-T(WS-APPL-COUNT)
                     MOVE AP-JOB-ID    TO WS-APPL-JOB-T(WS-APPL-COUNT)
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF.

       *>--------------------------------------------------
       *> WS-OF-IDX = the offer row for the application at WS-I,
       *> or 0 when the posting made no structured offer.
       *>--------------------------------------------------
       FIND-OFFER-FOR-APPLICATION.
           MOVE 0 TO WS-OF-IDX
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OF-COUNT
               IF WS-OF-JOB-T(WS-J) = WS-APPL-JOB-T(WS-I)
                  MOVE WS-J TO WS-OF-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       OF-STATUS-TO-TEXT.
           EVALUATE WS-OF-STAT-T(WS-OF-IDX)
              WHEN 'A'
                  MOVE "Accepted" TO WS-OF-STATUS-TEXT
              WHEN 'D'
                  MOVE "Declined" TO WS-OF-STATUS-TEXT
              WHEN 'E'
                  MOVE "Expired" TO WS-OF-STATUS-TEXT
              WHEN OTHER
                  MOVE "Open" TO WS-OF-STATUS-TEXT
           END-EVALUATE.

       *>--------------------------------------------------
       *> Student side: every application with its status, the offer
       *> terms under any posting that made one, and an accept or
       *> decline prompt for an offer still open.
       *>--------------------------------------------------
       MY-APPLICATIONS-OPTION.
           MOVE "=== MY APPLICATIONS AND OFFERS ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-MY-APPLICATIONS
           IF WS-APPL-COUNT = 0
              MOVE "You have not applied to any postings yet."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MY-OFFERS
           ACCEPT WS-OF-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-OF-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APPL-COUNT
               PERFORM APPL-STATUS-TO-TEXT
               MOVE WS-APPL-JOB-T(WS-I) TO WS-APPLY-JOB-ID
               PERFORM GET-JOB-TITLE-FOR-ID
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-I DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                      " applied " DELIMITED BY SIZE
                      WS-APPL-DATE-T(WS-I) DELIMITED BY SIZE
                      " [" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPL-STATUS-TEXT) DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               PERFORM FIND-OFFER-FOR-APPLICATION
               IF WS-OF-IDX > 0
                  PERFORM OF-STATUS-TO-TEXT
                  IF WS-OF-STAT-T(WS-OF-IDX) = 'P'
                     MOVE 'Y' TO WS-OF-FOUND
                  END-IF
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "   Offer: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-OF-COMP-T(WS-OF-IDX))
                             DELIMITED BY SIZE
                         ", starting " DELIMITED BY SIZE
                         WS-OF-START-T(WS-OF-IDX) DELIMITED BY SIZE
                         " in " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-OF-LOC-T(WS-OF-IDX))
                             DELIMITED BY SIZE
                         "; answer by " DELIMITED BY SIZE
                         WS-OF-BY-T(WS-OF-IDX) DELIMITED BY SIZE
                         " [" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-OF-STATUS-TEXT) DELIMITED BY SIZE
                         "]" DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           IF WS-OF-FOUND = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter an application # to answer its offer (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-APPL-CHOICE
           IF WS-APPL-CHOICE < 1 OR WS-APPL-CHOICE > WS-APPL-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-APPL-CHOICE TO WS-I
           PERFORM FIND-OFFER-FOR-APPLICATION
           IF WS-OF-IDX = 0
              MOVE "That application has no offer to answer." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           IF WS-OF-STAT-T(WS-OF-IDX) NOT = 'P'
              MOVE "That offer has already been settled." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           IF WS-OF-BY-T(WS-OF-IDX) < WS-OF-TODAY
              MOVE "That offer's accept-by date has passed." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE "1. Accept" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Decline" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Leave open" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1'
                  MOVE 'A' TO WS-OF-NEW-STAT
                  MOVE 'A' TO WS-APPL-NEW-STAT
              WHEN '2'
                  MOVE 'D' TO WS-OF-NEW-STAT
                  MOVE 'X' TO WS-APPL-NEW-STAT
              WHEN OTHER
                  EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OF-JOB-T(WS-OF-IDX) TO WS-OF-SEL-JOB
           MOVE PF-USERNAME TO WS-OF-SEL-APPL
           PERFORM UPDATE-OFFER-STATUS
           MOVE WS-OF-SEL-JOB TO WS-APPLY-JOB-ID
           PERFORM REWRITE-APPLICATION-STATUS
           MOVE WS-OF-POSTER-T(WS-OF-IDX) TO WS-NT-RECIPIENT
           MOVE "OFFER-REPLY" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           IF WS-OF-NEW-STAT = 'A'
              STRING FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                     " accepted your offer for posting " DELIMITED BY SIZE
                     WS-OF-SEL-JOB DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO WS-NT-TEXT
              END-STRING
              MOVE "Offer accepted; the poster has been told."
                  TO WS-DISPLAY-MESSAGE
           ELSE
              STRING FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                     " declined your offer for posting " DELIMITED BY SIZE
                     WS-OF-SEL-JOB DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO WS-NT-TEXT
              END-STRING
              MOVE "Offer declined; the poster has been told."
                  TO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM APPEND-NOTIFICATION
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       UPDATE-OFFER-STATUS.
           OPEN OUTPUT OFFERS-TEMP-FILE
           OPEN INPUT OFFERS-FILE
           IF WS-OF-STATUS = "00"
              PERFORM READ-OFFER-RECORD
              PERFORM UNTIL WS-OF-STATUS NOT = "00"
                  IF OF-JOB-ID = WS-OF-SEL-JOB
                     AND OF-APPLICANT = WS-OF-SEL-APPL
                     MOVE WS-OF-NEW-STAT TO OF-STATUS
                     MOVE WS-OF-TODAY TO OF-DECIDED
                  END-IF
                  MOVE OFFER-REC TO OFFER-TEMP-REC
                  WRITE OFFER-TEMP-REC
                  PERFORM READ-OFFER-RECORD
              END-PERFORM
              CLOSE OFFERS-FILE
           END-IF
           CLOSE OFFERS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-OFFERS-TMP-NAME
                                         WS-OFFERS-DAT-NAME.

       READ-INTERVIEW-RECORD.
           READ INTERVIEWS-FILE
               AT END
                   MOVE "EOF" TO WS-IV-STATUS
               NOT AT END
                   MOVE "00" TO WS-IV-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Loads the interview rows for the WS-APPLY-JOB-ID /
       *> WS-IV-SEL-APPL pair into the table -- the recruiter-side
       *> view of one application's offered and agreed slots.
       *>--------------------------------------------------
       LOAD-INTERVIEWS-FOR-PAIR.
           MOVE 0 TO WS-IV-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IV-STATUS = "00"
              PERFORM READ-INTERVIEW-RECORD
              PERFORM UNTIL WS-IV-STATUS NOT = "00" OR WS-IV-COUNT >= 50
                  IF IV-JOB-ID = WS-APPLY-JOB-ID
                     AND IV-APPLICANT = WS-IV-SEL-APPL
                     PERFORM PARSE-INTERVIEW-REC
                  END-IF
                  PERFORM READ-INTERVIEW-RECORD
              END-PERFORM
              CLOSE INTERVIEWS-FILE
           END-IF.

       *>--------------------------------------------------
       *> Student-side load: every row naming the logged-in user as
       *> the applicant, across all postings.
       *>--------------------------------------------------
       LOAD-MY-INTERVIEWS.
           MOVE 0 TO WS-IV-COUNT
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IV-STATUS = "00"
              PERFORM READ-INTERVIEW-RECORD
              PERFORM UNTIL WS-IV-STATUS NOT = "00" OR WS-IV-COUNT >= 50
                  IF IV-APPLICANT = PF-USERNAME
                     PERFORM PARSE-INTERVIEW-REC
                  END-IF
                  PERFORM READ-INTERVIEW-RECORD
              END-PERFORM
              CLOSE INTERVIEWS-FILE
           END-IF.

       PARSE-INTERVIEW-REC.
           ADD 1 TO WS-IV-COUNT
           MOVE IV-JOB-ID    TO WS-IV-JOB-T(WS-IV-COUNT)
           MOVE IV-APPLICANT TO WS-IV-APPL-T(WS-IV-COUNT)
           MOVE IV-RECRUITER TO WS-IV-RECR-T(WS-IV-COUNT)
           MOVE IV-DATE      TO WS-IV-DATE-T(WS-IV-COUNT)
           MOVE IV-TIME      TO WS-IV-TIME-T(WS-IV-COUNT)
           MOVE IV-STATUS    TO WS-IV-STAT-T(WS-IV-COUNT).

       IV-STATUS-TO-TEXT.
           EVALUATE WS-IV-STAT-T(WS-I)
              WHEN 'A'
                  MOVE "Accepted" TO WS-IV-STATUS-TEXT
              WHEN 'D'
                  MOVE "Declined" TO WS-IV-STATUS-TEXT
              WHEN OTHER
                  MOVE "Offered" TO WS-IV-STATUS-TEXT
           END-EVALUATE.

       *>--------------------------------------------------
       *> Job title for the posting in WS-APPLY-JOB-ID, pulled through
       *> FIND-JOB-BY-ID; a posting since removed from the board shows
       *> a placeholder rather than nothing.
       *>--------------------------------------------------
       GET-JOB-TITLE-FOR-ID.
           PERFORM FIND-JOB-BY-ID
           IF WS-JOB-FOUND-IDX = 0
              MOVE "(posting no longer on file)" TO WS-IV-TITLE
           ELSE
              MOVE WS-JOB-TITLE-T(WS-JOB-FOUND-IDX) TO WS-IV-TITLE
           END-IF.

       *>--------------------------------------------------
       *> Student side of internship hours: the internships the
       *> student was hired into, every week logged so far with its
       *> approval state, and an option to log (or correct) a week.
       *>--------------------------------------------------
       INTERNSHIP-HOURS-OPTION.
           MOVE "=== MY INTERNSHIP HOURS ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM LOAD-MY-INTERNSHIPS
           IF WS-IN-COUNT = 0
              MOVE "Hours can be logged once you are hired into an internship posting."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1 UNTIL WS-IN-IDX > WS-IN-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-IN-IDX DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-TITLE-T(WS-IN-IDX)) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-EMPLOYER-T(WS-IN-IDX))
                          DELIMITED BY SIZE
                      " (supervisor " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-SUPER-T(WS-IN-IDX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           PERFORM LOAD-MY-INTERN-WEEKS
           IF WS-IH-COUNT = 0
              MOVE "No weeks logged yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
              MOVE "Weeks logged:" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IH-COUNT
                  PERFORM IH-STATUS-TO-TEXT
                  MOVE WS-IH-HOURS-T(WS-I) TO WS-IH-HOURS-DISP
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "  " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-IH-TITLE-T(WS-I)) DELIMITED BY SIZE
                         ", week of " DELIMITED BY SIZE
                         WS-IH-WEEK-T(WS-I) DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         WS-IH-HOURS-DISP DELIMITED BY SIZE
                         " hour(s) [" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-IH-STAT-TEXT) DELIMITED BY SIZE
                         "] " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-IH-DESC-T(WS-I)) DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
              END-PERFORM
           END-IF
           MOVE "1. Log a Week's Hours" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
           IF WS-SUBMENU-CHOICE = '1'
              PERFORM LOG-INTERNSHIP-WEEK
           END-IF.

       *>--------------------------------------------------
       *> The internships recorded at hire time come first; they
       *> outlive the posting. Hires made before internships.dat was
       *> kept are still found through the live posting, and any
       *> internship the student has hours logged against is listed
       *> from those rows.
       *>--------------------------------------------------
       LOAD-MY-INTERNSHIPS.
           MOVE 0 TO WS-IN-COUNT
           OPEN INPUT INTERNSHIPS-FILE
           IF WS-ISP-STATUS = "00"
              PERFORM READ-INTERNSHIP-RECORD
              PERFORM UNTIL WS-ISP-STATUS NOT = "00"
                  IF ISP-STUDENT = PF-USERNAME AND WS-IN-COUNT < 10
                     MOVE ISP-JOB-ID TO WS-IN-LOOKUP
                     PERFORM CHECK-INTERNSHIP-LISTED
                     IF WS-IN-FOUND = 'N'
                        ADD 1 TO WS-IN-COUNT
                        MOVE ISP-JOB-ID TO WS-IN-JOB-T(WS-IN-COUNT)
                        MOVE ISP-TITLE TO WS-IN-TITLE-T(WS-IN-COUNT)
                        MOVE ISP-EMPLOYER TO WS-IN-EMPLOYER-T(WS-IN-COUNT)
                        MOVE ISP-SUPERVISOR TO WS-IN-SUPER-T(WS-IN-COUNT)
                     END-IF
                  END-IF
                  PERFORM READ-INTERNSHIP-RECORD
              END-PERFORM
              CLOSE INTERNSHIPS-FILE
           END-IF
           PERFORM LOAD-MY-APPLICATIONS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APPL-COUNT
               MOVE 'Y' TO WS-IN-FOUND
               IF WS-APPL-STAT-T(WS-I) = 'H' AND WS-IN-COUNT < 10
                  MOVE WS-APPL-JOB-T(WS-I) TO WS-IN-LOOKUP
                  PERFORM CHECK-INTERNSHIP-LISTED
               END-IF
               IF WS-IN-FOUND = 'N'
                  MOVE WS-APPL-JOB-T(WS-I) TO WS-APPLY-JOB-ID
                  PERFORM FIND-JOB-BY-ID
                  IF WS-JOB-FOUND-IDX > 0
                     AND WS-JOB-KIND-T(WS-JOB-FOUND-IDX) = 'I'
                     ADD 1 TO WS-IN-COUNT
                     MOVE WS-APPLY-JOB-ID TO WS-IN-JOB-T(WS-IN-COUNT)
                     MOVE WS-JOB-TITLE-T(WS-JOB-FOUND-IDX)
                         TO WS-IN-TITLE-T(WS-IN-COUNT)
                     MOVE WS-JOB-COMPANY-T(WS-JOB-FOUND-IDX)
                         TO WS-IN-EMPLOYER-T(WS-IN-COUNT)
                     MOVE WS-JOB-POSTED-BY-T(WS-JOB-FOUND-IDX)
                         TO WS-IN-SUPER-T(WS-IN-COUNT)
                  END-IF
               END-IF
           END-PERFORM
           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "00"
              PERFORM READ-INTERN-HOURS-RECORD
              PERFORM UNTIL WS-IH-STATUS NOT = "00"
                  IF IH-STUDENT = PF-USERNAME AND WS-IN-COUNT < 10
                     MOVE IH-JOB-ID TO WS-IN-LOOKUP
                     PERFORM CHECK-INTERNSHIP-LISTED
                     IF WS-IN-FOUND = 'N'
                        ADD 1 TO WS-IN-COUNT
                        MOVE IH-JOB-ID TO WS-IN-JOB-T(WS-IN-COUNT)
                        MOVE IH-TITLE TO WS-IN-TITLE-T(WS-IN-COUNT)
                        MOVE IH-EMPLOYER TO WS-IN-EMPLOYER-T(WS-IN-COUNT)
                        MOVE IH-SUPERVISOR TO WS-IN-SUPER-T(WS-IN-COUNT)
                     END-IF
                  END-IF
                  PERFORM READ-INTERN-HOURS-RECORD
              END-PERFORM
              CLOSE INTERN-HOURS-FILE
           END-IF.

       CHECK-INTERNSHIP-LISTED.
           MOVE 'N' TO WS-IN-FOUND
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT
               IF WS-IN-JOB-T(WS-IN-IDX) = WS-IN-LOOKUP
                  MOVE 'Y' TO WS-IN-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-MY-INTERN-WEEKS.
           MOVE 0 TO WS-IH-COUNT
           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "00"
              PERFORM READ-INTERN-HOURS-RECORD
              PERFORM UNTIL WS-IH-STATUS NOT = "00" OR WS-IH-COUNT >= 50
                  IF IH-STUDENT = PF-USERNAME
                     PERFORM ADD-INTERN-WEEK-ROW
                  END-IF
                  PERFORM READ-INTERN-HOURS-RECORD
              END-PERFORM
              CLOSE INTERN-HOURS-FILE
           END-IF.

       ADD-INTERN-WEEK-ROW.
           ADD 1 TO WS-IH-COUNT
           MOVE IH-JOB-ID TO WS-IH-JOB-T(WS-IH-COUNT)
           MOVE IH-STUDENT TO WS-IH-STUDENT-T(WS-IH-COUNT)
           MOVE IH-WEEK TO WS-IH-WEEK-T(WS-IH-COUNT)
           MOVE IH-HOURS TO WS-IH-HOURS-T(WS-IH-COUNT)
           MOVE IH-DESC TO WS-IH-DESC-T(WS-IH-COUNT)
           MOVE IH-STATUS TO WS-IH-STAT-T(WS-IH-COUNT)
           MOVE IH-TITLE TO WS-IH-TITLE-T(WS-IH-COUNT).

       READ-INTERN-HOURS-RECORD.
           READ INTERN-HOURS-FILE
               AT END
                   MOVE "EOF" TO WS-IH-STATUS
               NOT AT END
                   MOVE "00" TO WS-IH-STATUS
           END-READ.

       IH-STATUS-TO-TEXT.
           EVALUATE WS-IH-STAT-T(WS-I)
              WHEN 'A'
                  MOVE "Approved" TO WS-IH-STAT-TEXT
              WHEN 'R'
                  MOVE "Rejected" TO WS-IH-STAT-TEXT
              WHEN OTHER
                  MOVE "Pending" TO WS-IH-STAT-TEXT
           END-EVALUATE.

       *>--------------------------------------------------
       *> Logs one week against an internship. Any date in the week
       *> is accepted and filed under that week's Monday; logging a
       *> week again replaces a pending or rejected entry (so a
       *> rejected week can be corrected and resubmitted), but an
       *> approved week stays as approved.
       *>--------------------------------------------------
       LOG-INTERNSHIP-WEEK.
           IF WS-IN-COUNT = 1
              MOVE 1 TO WS-IH-PICK
           ELSE
              DISPLAY "Internship #: " WITH NO ADVANCING
              ACCEPT WS-IH-PICK
              IF WS-IH-PICK < 1 OR WS-IH-PICK > WS-IN-COUNT
                 MOVE "Invalid internship number." TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Any date in the week worked (YYYYMMDD): "
                   WITH NO ADVANCING
           ACCEPT WS-IH-DATE-IN
           IF WS-IH-DATE-IN IS NOT NUMERIC
              MOVE "Please enter the date as YYYYMMDD." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IH-DATE-IN TO WS-IH-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IH-DATE-NUM) NOT = 0
              MOVE "That is not a valid calendar date." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-IH-TODAY FROM DATE YYYYMMDD
           IF WS-IH-DATE-IN > WS-IH-TODAY
              MOVE "Hours cannot be logged for a week that has not started."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
      *>   Day 1 of the integer calendar (1601-01-01) was a Monday.
           COMPUTE WS-IH-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-IH-DATE-NUM)
           COMPUTE WS-IH-DAY-INT =
               WS-IH-DAY-INT - FUNCTION MOD(WS-IH-DAY-INT - 1, 7)
           COMPUTE WS-IH-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-IH-DAY-INT)
           MOVE WS-IH-DATE-NUM TO WS-IH-KEY-WEEK
           MOVE WS-IN-JOB-T(WS-IH-PICK) TO WS-IH-KEY-JOB
           MOVE PF-USERNAME TO WS-IH-KEY-STUDENT

           PERFORM LOAD-MY-INTERN-WEEKS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IH-COUNT
               IF WS-IH-JOB-T(WS-I) = WS-IH-KEY-JOB
                  AND WS-IH-WEEK-T(WS-I) = WS-IH-KEY-WEEK
                  AND WS-IH-STAT-T(WS-I) = 'A'
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "The week of " DELIMITED BY SIZE
                         WS-IH-KEY-WEEK DELIMITED BY SIZE
                         " is already approved." DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                  EXIT PARAGRAPH
               END-IF
           END-PERFORM

           DISPLAY "Hours worked that week (1-80): " WITH NO ADVANCING
           ACCEPT WS-IH-HOURS-IN
           IF FUNCTION TEST-NUMVAL(WS-IH-HOURS-IN) NOT = 0
              MOVE "Please enter the hours as a whole number." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-IH-HOURS-IN) < 1
              OR FUNCTION NUMVAL(WS-IH-HOURS-IN) > 80
              MOVE "Weekly hours must be between 1 and 80." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IH-HOURS-IN) TO WS-IH-HOURS
           DISPLAY "What you worked on: " WITH NO ADVANCING
           ACCEPT WS-IH-DESC

           MOVE 'L' TO WS-IH-MODE
           PERFORM REWRITE-INTERN-HOURS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Week of " DELIMITED BY SIZE
                  WS-IH-KEY-WEEK DELIMITED BY SIZE
                  " logged; it now waits for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-SUPER-T(WS-IH-PICK)) DELIMITED BY SIZE
                  " to approve it." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Rewrites internhours.dat through internhours.tmp around the
       *> key row (WS-IH-KEY-JOB / -STUDENT / -WEEK). Mode 'L' drops
       *> any existing key row and appends the newly logged week from
       *> WS-IH-PICK / WS-IH-HOURS / WS-IH-DESC; mode 'D' stamps the
       *> key row with WS-IH-NEW-STAT and today's date.
       *>--------------------------------------------------
       REWRITE-INTERN-HOURS.
           ACCEPT WS-IH-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT INTERN-HOURS-TEMP-FILE
           IF WS-IH-TMP-STATUS NOT = "00"
              MOVE "Internship hours could not be saved right now."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "00"
              PERFORM READ-INTERN-HOURS-RECORD
              PERFORM UNTIL WS-IH-STATUS NOT = "00"
                  IF IH-JOB-ID = WS-IH-KEY-JOB
                     AND IH-STUDENT = WS-IH-KEY-STUDENT
                     AND IH-WEEK = WS-IH-KEY-WEEK
                     IF WS-IH-MODE = 'D'
                        MOVE WS-IH-NEW-STAT TO IH-STATUS
                        MOVE WS-IH-TODAY TO IH-DECIDED
                        MOVE INTERN-HOURS-REC TO INTERN-HOURS-TEMP-REC
                        WRITE INTERN-HOURS-TEMP-REC
                     END-IF
                  ELSE
                     MOVE INTERN-HOURS-REC TO INTERN-HOURS-TEMP-REC
                     WRITE INTERN-HOURS-TEMP-REC
                  END-IF
                  PERFORM READ-INTERN-HOURS-RECORD
              END-PERFORM
              CLOSE INTERN-HOURS-FILE
           END-IF
           IF WS-IH-MODE = 'L'
              MOVE SPACES TO INTERN-HOURS-REC
              MOVE WS-IH-KEY-JOB TO IH-JOB-ID
              MOVE WS-IH-KEY-STUDENT TO IH-STUDENT
              MOVE WS-IH-KEY-WEEK TO IH-WEEK
              MOVE WS-IH-HOURS TO IH-HOURS
              MOVE WS-IH-DESC TO IH-DESC
              MOVE 'P' TO IH-STATUS
              MOVE WS-IN-EMPLOYER-T(WS-IH-PICK) TO IH-EMPLOYER
              MOVE WS-IN-TITLE-T(WS-IH-PICK) TO IH-TITLE
              MOVE WS-IN-SUPER-T(WS-IH-PICK) TO IH-SUPERVISOR
              MOVE WS-IH-TODAY TO IH-LOGGED
              MOVE INTERN-HOURS-REC TO INTERN-HOURS-TEMP-REC
              WRITE INTERN-HOURS-TEMP-REC
           END-IF
           CLOSE INTERN-HOURS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-IH-TMP-NAME WS-IH-DAT-NAME.

       *>--------------------------------------------------
       *> Poster side: every pending week logged against the poster's
       *> internships, approved or rejected one at a time. The intern
       *> hears about each decision through the mail-gateway extract.
       *>--------------------------------------------------
       INTERN-HOURS-APPROVALS.
           MOVE "=== INTERNSHIP HOURS TO APPROVE ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 'N' TO WS-IH-DONE
           PERFORM UNTIL WS-IH-DONE = 'Y'
               PERFORM LOAD-PENDING-INTERN-WEEKS
               IF WS-IH-COUNT = 0
                  MOVE "No internship hours are waiting for your approval."
                      TO WS-DISPLAY-MESSAGE
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                  EXIT PERFORM
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IH-COUNT
                   MOVE WS-IH-HOURS-T(WS-I) TO WS-IH-HOURS-DISP
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING WS-I DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IH-STUDENT-T(WS-I))
                              DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IH-TITLE-T(WS-I)) DELIMITED BY SIZE
                          ", week of " DELIMITED BY SIZE
                          WS-IH-WEEK-T(WS-I) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-IH-HOURS-DISP DELIMITED BY SIZE
                          " hour(s) -- " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IH-DESC-T(WS-I)) DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-PERFORM
               DISPLAY "Enter an entry # to approve or reject (0 to finish): "
                       WITH NO ADVANCING
               ACCEPT WS-IH-PICK
               IF WS-IH-PICK < 1 OR WS-IH-PICK > WS-IH-COUNT
                  EXIT PERFORM
               END-IF
               MOVE "1. Approve" TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               MOVE "2. Reject" TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               MOVE "3. Leave pending" TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-SUBMENU-CHOICE
               EVALUATE WS-SUBMENU-CHOICE
                  WHEN '1' MOVE 'A' TO WS-IH-NEW-STAT
                  WHEN '2' MOVE 'R' TO WS-IH-NEW-STAT
                  WHEN OTHER MOVE SPACE TO WS-IH-NEW-STAT
               END-EVALUATE
               IF WS-IH-NEW-STAT NOT = SPACE
                  PERFORM DECIDE-INTERN-WEEK
               END-IF
           END-PERFORM.

       LOAD-PENDING-INTERN-WEEKS.
           MOVE 0 TO WS-IH-COUNT
           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "00"
              PERFORM READ-INTERN-HOURS-RECORD
              PERFORM UNTIL WS-IH-STATUS NOT = "00" OR WS-IH-COUNT >= 50
                  IF IH-SUPERVISOR = PF-USERNAME AND IH-STATUS = 'P'
                     PERFORM ADD-INTERN-WEEK-ROW
                  END-IF
                  PERFORM READ-INTERN-HOURS-RECORD
              END-PERFORM
              CLOSE INTERN-HOURS-FILE
           END-IF.

       DECIDE-INTERN-WEEK.
           MOVE WS-IH-JOB-T(WS-IH-PICK) TO WS-IH-KEY-JOB
           MOVE WS-IH-STUDENT-T(WS-IH-PICK) TO WS-IH-KEY-STUDENT
           MOVE WS-IH-WEEK-T(WS-IH-PICK) TO WS-IH-KEY-WEEK
           MOVE 'D' TO WS-IH-MODE
           PERFORM REWRITE-INTERN-HOURS
           MOVE WS-IH-KEY-STUDENT TO WS-NT-RECIPIENT
           MOVE "INTERN-HOURS" TO WS-NT-TYPE
           MOVE SPACES TO WS-NT-TEXT
           IF WS-IH-NEW-STAT = 'A'
              STRING "Your internship hours for the week of " DELIMITED BY SIZE
                     WS-IH-KEY-WEEK DELIMITED BY SIZE
                     " were approved." DELIMITED BY SIZE
                     INTO WS-NT-TEXT
              END-STRING
              MOVE "Week approved." TO WS-DISPLAY-MESSAGE
           ELSE
              STRING "Your internship hours for the week of " DELIMITED BY SIZE
                     WS-IH-KEY-WEEK DELIMITED BY SIZE
                     " were rejected; please correct." DELIMITED BY SIZE
                     INTO WS-NT-TEXT
              END-STRING
              MOVE "Week rejected; the intern can correct and resubmit it."
                  TO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM APPEND-NOTIFICATION.

       *>--------------------------------------------------
       *> Recruiter offers up to three dated slots against the chosen
               ACCEPT WS-IV-SEL-DATE
               DISPLAY "Slot time HH:MM: " WITH NO ADVANCING
               ACCEPT WS-IV-SEL-TIME
               MOVE WS-IV-SEL-APPL TO WS-CAL-USER
               MOVE WS-IV-SEL-DATE TO WS-CC-DATE
               MOVE WS-IV-SEL-TIME TO WS-CC-TIME
               PERFORM CHECK-CALENDAR-CONFLICT
               IF WS-CC-PROCEED = 'Y'
                  PERFORM APPEND-INTERVIEW-SLOT
                  ADD 1 TO WS-IV-SLOTS
               END-IF
               IF WS-IV-SLOTS < 3
                  DISPLAY "Offer another slot? (Y/N): " WITH NO ADVANCING
                  ACCEPT WS-ADD-MORE
           ACCEPT WS-SUBMENU-CHOICE
           EVALUATE WS-SUBMENU-CHOICE
              WHEN '1'
                  MOVE PF-USERNAME TO WS-CAL-USER
                  MOVE WS-IV-DATE-T(WS-IV-PICK) TO WS-CC-DATE
                  MOVE WS-IV-TIME-T(WS-IV-PICK) TO WS-CC-TIME
                  PERFORM CHECK-CALENDAR-CONFLICT
                  IF WS-CC-PROCEED = 'Y'
                     MOVE 'A' TO WS-IV-NEW-STAT
                     PERFORM UPDATE-INTERVIEW-STATUS
                     MOVE "Interview accepted; the recruiter can see your choice."
                         TO WS-DISPLAY-MESSAGE
                  ELSE
                     MOVE "Slot left open." TO WS-DISPLAY-MESSAGE
                  END-IF
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN '2'
                  MOVE 'D' TO WS-IV-NEW-STAT
           CALL "CBL_RENAME_FILE" USING WS-INTERVIEWS-TMP-NAME
                                         WS-INTERVIEWS-DAT-NAME.

       *>--------------------------------------------------
       *> Personal calendar -- one date-ordered view of the student's
       *> interviews (interviews.dat), the events they RSVP'd to
       *> (eventrsvps.dat joined to events.dat) and their mentoring
       *> sessions (mentorsessions.dat). Events and sessions carry a
       *> date only, so they show as all-day entries.
       *>--------------------------------------------------
       MY-CALENDAR-OPTION.
           MOVE "=== MY CALENDAR ===" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Days ahead to show (blank for 14): " WITH NO ADVANCING
           ACCEPT WS-CAL-DAYS
           IF WS-CAL-DAYS = 0
              MOVE 14 TO WS-CAL-DAYS
           END-IF
           ACCEPT WS-CAL-FROM FROM DATE YYYYMMDD
           MOVE WS-CAL-FROM TO WS-CAL-DATE-NUM
           COMPUTE WS-CAL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + WS-CAL-DAYS
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
           MOVE WS-CAL-DATE-NUM TO WS-CAL-TO
           MOVE PF-USERNAME TO WS-CAL-USER
           PERFORM BUILD-CALENDAR
           IF WS-CAL-COUNT = 0
              MOVE "Nothing on your calendar in that window."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM FORMAT-CALENDAR-LINE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           DISPLAY "Save this calendar to a text file? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
              PERFORM EXPORT-CALENDAR
           END-IF.

       FORMAT-CALENDAR-LINE.
           IF WS-CAL-TIME-T(WS-CAL-IDX) = SPACES
              MOVE "all day" TO WS-CAL-TIME-SHOWN
           ELSE
              MOVE WS-CAL-TIME-T(WS-CAL-IDX) TO WS-CAL-TIME-SHOWN
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-CAL-DATE-T(WS-CAL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAL-TIME-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAL-KIND-T(WS-CAL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-TEXT-T(WS-CAL-IDX)) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING.

       *>--------------------------------------------------
       *> Writes the window just shown to calendar-<username>.txt,
       *> replacing any earlier export.
       *>--------------------------------------------------
       EXPORT-CALENDAR.
           MOVE SPACES TO WS-CAL-FILE-NAME
           STRING "calendar-" DELIMITED BY SIZE
                  FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CAL-FILE-NAME
           END-STRING
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
              MOVE "Could not create calendar file." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CALENDAR-REC
           STRING "Calendar for " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-CAL-FROM DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-CAL-TO DELIMITED BY SIZE
                  INTO CALENDAR-REC
           END-STRING
           WRITE CALENDAR-REC
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM FORMAT-CALENDAR-LINE
               MOVE WS-DISPLAY-MESSAGE TO CALENDAR-REC
               WRITE CALENDAR-REC
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Your calendar has been exported to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Fills the calendar table for WS-CAL-USER between WS-CAL-FROM
       *> and WS-CAL-TO inclusive, sorted by date and time. Offered
       *> interview slots are listed but are not firm commitments;
       *> accepted interviews, RSVP'd events and sessions are.
       *> The caller's WS-APPLY-JOB-ID survives the title lookups.
       *>--------------------------------------------------
       BUILD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE WS-APPLY-JOB-ID TO WS-CAL-SAVE-JOB
           MOVE WS-JOB-FOUND-IDX TO WS-CAL-SAVE-IDX
           OPEN INPUT INTERVIEWS-FILE
           IF WS-IV-STATUS = "00"
              PERFORM READ-INTERVIEW-RECORD
              PERFORM UNTIL WS-IV-STATUS NOT = "00"
                  IF IV-APPLICANT = WS-CAL-USER
                     AND IV-STATUS NOT = 'D'
                     AND IV-DATE >= WS-CAL-FROM
                     AND IV-DATE <= WS-CAL-TO
                     AND WS-CAL-COUNT < 150
                     ADD 1 TO WS-CAL-COUNT
                     MOVE IV-DATE TO WS-CAL-DATE-T(WS-CAL-COUNT)
                     MOVE IV-TIME TO WS-CAL-TIME-T(WS-CAL-COUNT)
                     MOVE "Interview" TO WS-CAL-KIND-T(WS-CAL-COUNT)
                     MOVE IV-JOB-ID TO WS-APPLY-JOB-ID
                     PERFORM GET-JOB-TITLE-FOR-ID
                     MOVE SPACES TO WS-CAL-TEXT-T(WS-CAL-COUNT)
                     IF IV-STATUS = 'A'
                        MOVE 'Y' TO WS-CAL-FIRM-T(WS-CAL-COUNT)
                        STRING FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                               " with " DELIMITED BY SIZE
                               IV-RECRUITER DELIMITED BY SPACE
                               INTO WS-CAL-TEXT-T(WS-CAL-COUNT)
                        END-STRING
                     ELSE
                        MOVE 'N' TO WS-CAL-FIRM-T(WS-CAL-COUNT)
                        STRING FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                               " with " DELIMITED BY SIZE
                               IV-RECRUITER DELIMITED BY SPACE
                               " (offered slot)" DELIMITED BY SIZE
                               INTO WS-CAL-TEXT-T(WS-CAL-COUNT)
                        END-STRING
                     END-IF
                  END-IF
                  PERFORM READ-INTERVIEW-RECORD
              END-PERFORM
              CLOSE INTERVIEWS-FILE
           END-IF
           MOVE WS-CAL-SAVE-JOB TO WS-APPLY-JOB-ID
           MOVE WS-CAL-SAVE-IDX TO WS-JOB-FOUND-IDX

           PERFORM LOAD-EVENTS
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-ERSVP-STATUS = "00"
              PERFORM READ-EVENT-RSVP-RECORD
              PERFORM UNTIL WS-ERSVP-STATUS NOT = "00"
                  IF ER-USER = WS-CAL-USER
                     PERFORM ADD-CALENDAR-EVENT
                  END-IF
                  PERFORM READ-EVENT-RSVP-RECORD
              END-PERFORM
              CLOSE EVENT-RSVPS-FILE
           END-IF

           OPEN INPUT MENTOR-SESSIONS-FILE
           IF WS-MS-STATUS = "00"
              PERFORM READ-MENTOR-SESSION-RECORD
              PERFORM UNTIL WS-MS-STATUS NOT = "00"
                  IF (MS-USER-A = WS-CAL-USER OR MS-USER-B = WS-CAL-USER)
                     AND MS-DATE >= WS-CAL-FROM
                     AND MS-DATE <= WS-CAL-TO
                     AND WS-CAL-COUNT < 150
                     ADD 1 TO WS-CAL-COUNT
                     MOVE MS-DATE TO WS-CAL-DATE-T(WS-CAL-COUNT)
                     MOVE SPACES TO WS-CAL-TIME-T(WS-CAL-COUNT)
                     MOVE "Mentoring" TO WS-CAL-KIND-T(WS-CAL-COUNT)
                     MOVE 'Y' TO WS-CAL-FIRM-T(WS-CAL-COUNT)
                     MOVE SPACES TO WS-CAL-TEXT-T(WS-CAL-COUNT)
                     IF MS-USER-A = WS-CAL-USER
                        STRING "Session with " DELIMITED BY SIZE
                               MS-USER-B DELIMITED BY SPACE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(MS-TOPIC) DELIMITED BY SIZE
                               INTO WS-CAL-TEXT-T(WS-CAL-COUNT)
                        END-STRING
                     ELSE
                        STRING "Session with " DELIMITED BY SIZE
                               MS-USER-A DELIMITED BY SPACE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(MS-TOPIC) DELIMITED BY SIZE
                               INTO WS-CAL-TEXT-T(WS-CAL-COUNT)
                        END-STRING
                     END-IF
                  END-IF
                  PERFORM READ-MENTOR-SESSION-RECORD
              END-PERFORM
              CLOSE MENTOR-SESSIONS-FILE
           END-IF
           PERFORM SORT-CALENDAR.

       ADD-CALENDAR-EVENT.
           PERFORM VARYING WS-CAL-EVT FROM 1 BY 1
                   UNTIL WS-CAL-EVT > WS-EVT-COUNT
               IF WS-EVT-ID-T(WS-CAL-EVT) = ER-EVENT-ID
                  IF WS-EVT-DATE-T(WS-CAL-EVT) >= WS-CAL-FROM
                     AND WS-EVT-DATE-T(WS-CAL-EVT) <= WS-CAL-TO
                     AND WS-CAL-COUNT < 150
                     ADD 1 TO WS-CAL-COUNT
                     MOVE WS-EVT-DATE-T(WS-CAL-EVT)
                         TO WS-CAL-DATE-T(WS-CAL-COUNT)
                     MOVE SPACES TO WS-CAL-TIME-T(WS-CAL-COUNT)
                     MOVE "Event" TO WS-CAL-KIND-T(WS-CAL-COUNT)
                     MOVE 'Y' TO WS-CAL-FIRM-T(WS-CAL-COUNT)
                     MOVE SPACES TO WS-CAL-TEXT-T(WS-CAL-COUNT)
                     STRING FUNCTION TRIM(WS-EVT-TITLE-T(WS-CAL-EVT))
                                DELIMITED BY SIZE
                            " at " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-EVT-LOC-T(WS-CAL-EVT))
                                DELIMITED BY SIZE
                            INTO WS-CAL-TEXT-T(WS-CAL-COUNT)
                     END-STRING
                  END-IF
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       SORT-CALENDAR.
           MOVE 'N' TO WS-CAL-SORTED
           PERFORM UNTIL WS-CAL-SORTED = 'Y'
               MOVE 'Y' TO WS-CAL-SORTED
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                   IF WS-CAL-DATE-T(WS-CAL-IDX) > WS-CAL-DATE-T(WS-CAL-IDX + 1)
                      OR (WS-CAL-DATE-T(WS-CAL-IDX) = WS-CAL-DATE-T(WS-CAL-IDX + 1)
                          AND WS-CAL-TIME-T(WS-CAL-IDX) > WS-CAL-TIME-T(WS-CAL-IDX + 1))
                      MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO WS-CAL-SWAP
                      MOVE WS-CAL-ENTRY(WS-CAL-IDX + 1) TO WS-CAL-ENTRY(WS-CAL-IDX)
                      MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-CAL-IDX + 1)
                      MOVE 'N' TO WS-CAL-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.

       *>--------------------------------------------------
       *> Before a slot is offered or accepted: lists the student's
       *> firm commitments that collide with WS-CC-DATE/WS-CC-TIME --
       *> an accepted interview in the same hour, or an event or
       *> mentoring session that day -- and asks whether to go ahead.
       *> WS-CC-PROCEED is 'Y' when clear or confirmed.
       *>--------------------------------------------------
       CHECK-CALENDAR-CONFLICT.
           MOVE 'Y' TO WS-CC-PROCEED
           MOVE 0 TO WS-CC-HITS
           MOVE WS-CC-DATE TO WS-CAL-FROM
           MOVE WS-CC-DATE TO WS-CAL-TO
           PERFORM BUILD-CALENDAR
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-FIRM-T(WS-CAL-IDX) = 'Y'
                  IF WS-CAL-TIME-T(WS-CAL-IDX) = SPACES
                     OR WS-CAL-TIME-T(WS-CAL-IDX)(1:2) = WS-CC-TIME(1:2)
                     IF WS-CC-HITS = 0
                        MOVE "Calendar conflict -- already booked:"
                            TO WS-DISPLAY-MESSAGE
                        PERFORM WRITE-OUTPUT-AND-DISPLAY
                     END-IF
                     ADD 1 TO WS-CC-HITS
                     PERFORM FORMAT-CALENDAR-LINE
                     PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-IF
               END-IF
           END-PERFORM
           IF WS-CC-HITS > 0
              DISPLAY "Go ahead anyway? (Y/N): " WITH NO ADVANCING
              ACCEPT WS-CC-PROCEED
              IF WS-CC-PROCEED = 'y'
                 MOVE 'Y' TO WS-CC-PROCEED
              END-IF
           END-IF.

       DISPLAY-ONE-JOB-POSTING.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-JOB-STATUS-T(WS-I) = 'C'
                     " [CLOSED]" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           MOVE WS-JOB-POSTED-BY-T(WS-I) TO WS-VRC-LOOKUP
           PERFORM FIND-VERIFIED-RECRUITER
      *>   A held posting whose recruiter is already verified is
      *>   waiting on a posting credit for its company.
           IF WS-JOB-STATUS-T(WS-I) = 'P' AND WS-VRC-FOUND = 'N'
              STRING WS-JOB-ID-T(WS-I) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     WS-JOB-TITLE-T(WS-I) DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-JOB-COMPANY-T(WS-I) DELIMITED BY SIZE
                     " [AWAITING VERIFICATION]" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           IF WS-JOB-STATUS-T(WS-I) = 'P' AND WS-VRC-FOUND NOT = 'N'
              STRING WS-JOB-ID-T(WS-I) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     WS-JOB-TITLE-T(WS-I) DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-JOB-COMPANY-T(WS-I) DELIMITED BY SIZE
                     " [HELD - NO POSTING CREDITS]" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           IF WS-JOB-STATUS-T(WS-I) = 'H'
              STRING WS-JOB-ID-T(WS-I) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     WS-JOB-TITLE-T(WS-I) DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-JOB-COMPANY-T(WS-I) DELIMITED BY SIZE
                     " [UNDER REVIEW]" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           IF WS-DISPLAY-MESSAGE = SPACES
              STRING WS-JOB-ID-T(WS-I) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     WS-JOB-TITLE-T(WS-I) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF WS-JOB-KIND-T(WS-I) = 'I'
              MOVE "    Type: Internship" TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-JOB-UNIV-T(WS-I) = SPACES
              MOVE "    University restriction: none" TO WS-DISPLAY-MESSAGE
                  WS-JOB-POSTED-BY-T(WS-I) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
      *>   The badge needs the poster verified for this posting's
      *>   company, not merely for some company.
           MOVE WS-JOB-POSTED-BY-T(WS-I) TO WS-VRC-LOOKUP
           PERFORM FIND-VERIFIED-RECRUITER
           IF WS-VRC-FOUND = 'Y'
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-VRC-COMPANY-T(WS-VRC-IDX))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-COMPANY-T(WS-I)))
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING "    Posted by: " DELIMITED BY SIZE
                     WS-JOB-POSTED-BY-T(WS-I) DELIMITED BY SPACE
                     "  [Verified recruiter]" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY
      *>   Only a student seeing the posting counts as a view;
      *>   recruiters and alumni browsing the board do not.
           IF WS-JOB-POSTED-BY-T(WS-I) NOT = WS-LOGIN-USERNAME
              AND (WS-CURRENT-ROLE = 'S' OR WS-CURRENT-ROLE = SPACE)
              PERFORM LOG-JOB-VIEW
           END-IF.

       LOG-JOB-VIEW.
           OPEN EXTEND JOB-VIEWS-FILE
           IF WS-JV-STATUS = "35"
              OPEN OUTPUT JOB-VIEWS-FILE
           END-IF
           IF WS-JV-STATUS = "00"
              MOVE WS-JOB-ID-T(WS-I) TO JV-JOB-ID
              MOVE WS-LOGIN-USERNAME TO JV-VIEWER
              ACCEPT JV-DATE FROM DATE YYYYMMDD
              ACCEPT JV-TIME FROM TIME
              WRITE JOB-VIEW-REC
              CLOSE JOB-VIEWS-FILE
           END-IF.

       *>--------------------------------------------------
       *> A posting is listed unless it is closed, held for review
       *> ('H', set by the nightly POSTING-SCAN), or held ('P') for a
       *> poster's company claim. A held posting stays off the board
       *> even once the claim is approved, until the poster's next
       *> sign-in releases it and spends its posting credit.
       *> WS-JOB-CHK-IDX names the posting; WS-JOB-LISTABLE answers.
       *>--------------------------------------------------
       CHECK-JOB-LISTABLE.
           MOVE 'Y' TO WS-JOB-LISTABLE
           IF WS-JOB-STATUS-T(WS-JOB-CHK-IDX) = 'C'
              OR WS-JOB-STATUS-T(WS-JOB-CHK-IDX) = 'H'
              OR WS-JOB-STATUS-T(WS-JOB-CHK-IDX) = 'P'
              MOVE 'N' TO WS-JOB-LISTABLE
           END-IF.

       *>--------------------------------------------------
       *> Scores every open posting against the logged-in user's
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-REC-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOBS-COUNT
               MOVE WS-I TO WS-JOB-CHK-IDX
               PERFORM CHECK-JOB-LISTABLE
               IF WS-JOB-LISTABLE = 'Y'
                  AND WS-JOB-POSTED-BY-T(WS-I) NOT = PF-USERNAME
                  PERFORM SCORE-ONE-JOB
               END-IF
               IF WS-JOB-POSTED-BY-T(WS-I) = PF-USERNAME
                  MOVE 'Y' TO WS-NAME-FOUND
                  PERFORM DISPLAY-ONE-JOB-POSTING
                  PERFORM SHOW-POSTING-PERFORMANCE
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND = 'N'
                  CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Views, distinct viewers, applications and referral shares
       *> for the posting at WS-I, with the share of views that
       *> turned into an application.
       *>--------------------------------------------------
       SHOW-POSTING-PERFORMANCE.
           MOVE WS-JOB-ID-T(WS-I) TO WS-JP-JOB-ID
           MOVE 0 TO WS-JP-VIEWS WS-JP-UNIQUE WS-JP-APPLIED WS-JP-SHARES
           MOVE 0 TO WS-JP-VIEWER-COUNT
           MOVE 'N' TO WS-JP-UNIQUE-CAPPED
           OPEN INPUT JOB-VIEWS-FILE
           IF WS-JV-STATUS = "00"
              PERFORM UNTIL WS-JV-STATUS NOT = "00"
                  READ JOB-VIEWS-FILE
                      AT END
                          MOVE "EOF" TO WS-JV-STATUS
                      NOT AT END
                          IF JV-JOB-ID = WS-JP-JOB-ID
                             ADD 1 TO WS-JP-VIEWS
                             PERFORM COUNT-UNIQUE-VIEWER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE JOB-VIEWS-FILE
           END-IF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  READ APPLICATIONS-FILE
                      AT END
                          MOVE "EOF" TO WS-APPL-STATUS
                      NOT AT END
                          IF AP-JOB-ID = WS-JP-JOB-ID
                             ADD 1 TO WS-JP-APPLIED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF
           OPEN INPUT SHARE-LOG-FILE
           IF WS-SHR-STATUS = "00"
              PERFORM UNTIL WS-SHR-STATUS NOT = "00"
                  READ SHARE-LOG-FILE
                      AT END
                          MOVE "EOF" TO WS-SHR-STATUS
                      NOT AT END
                          IF SHR-JOB-ID = WS-JP-JOB-ID
                             ADD 1 TO WS-JP-SHARES
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SHARE-LOG-FILE
           END-IF
           IF WS-JP-VIEWS > 0
              COMPUTE WS-JP-RATE ROUNDED =
                  WS-JP-APPLIED * 100 / WS-JP-VIEWS
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-JP-RATE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-JP-RATE
           END-IF
           MOVE WS-JP-VIEWS TO WS-JP-VIEWS-DISP
           MOVE WS-JP-UNIQUE TO WS-JP-UNIQUE-DISP
           MOVE WS-JP-APPLIED TO WS-JP-APPLIED-DISP
           MOVE WS-JP-SHARES TO WS-JP-SHARES-DISP
           MOVE WS-JP-RATE TO WS-JP-RATE-DISP
           MOVE SPACE TO WS-JP-CAP-MARK
           IF WS-JP-UNIQUE-CAPPED = 'Y'
              MOVE "+" TO WS-JP-CAP-MARK
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "    Views: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JP-VIEWS-DISP) DELIMITED BY SIZE
                  "  Unique viewers: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JP-UNIQUE-DISP) DELIMITED BY SIZE
                  WS-JP-CAP-MARK DELIMITED BY SPACE
                  "  Applications: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JP-APPLIED-DISP) DELIMITED BY SIZE
                  "  Shares: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JP-SHARES-DISP) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-JP-VIEWS = 0
              MOVE "    View-to-apply rate: n/a (no views yet)"
                  TO WS-DISPLAY-MESSAGE
           ELSE
              STRING "    View-to-apply rate: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JP-RATE-DISP) DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       *>--------------------------------------------------
       *> Once the table's 500 are held, a viewer not among them may
       *> or may not be new, so the distinct count stops there and is
       *> shown as a lower bound ("500+"). Views still count in full.
       *>--------------------------------------------------
       COUNT-UNIQUE-VIEWER.
           MOVE 'N' TO WS-JP-SEEN
           PERFORM VARYING WS-JP-IDX FROM 1 BY 1
                   UNTIL WS-JP-IDX > WS-JP-VIEWER-COUNT
               IF WS-JP-VIEWER(WS-JP-IDX) = JV-VIEWER
                  MOVE 'Y' TO WS-JP-SEEN
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JP-SEEN = 'N'
              IF WS-JP-VIEWER-COUNT < 500
                 ADD 1 TO WS-JP-UNIQUE
                 ADD 1 TO WS-JP-VIEWER-COUNT
                 MOVE JV-VIEWER TO WS-JP-VIEWER(WS-JP-VIEWER-COUNT)
              ELSE
                 MOVE 'Y' TO WS-JP-UNIQUE-CAPPED
              END-IF
           END-IF.

       EDIT-POSTING.
           DISPLAY "Job title: " WITH NO ADVANCING
           ACCEPT WS-JOB-TITLE-T(WS-JOB-FOUND-IDX)
      *>   The company stays the one the posting went out under.
           DISPLAY "Location: " WITH NO ADVANCING
           ACCEPT WS-JOB-LOCATION-T(WS-JOB-FOUND-IDX)
           DISPLAY "Description: " WITH NO ADVANCING
           DISPLAY "Expiry date YYYYMMDD (blank to keep posting open): "
                   WITH NO ADVANCING
           ACCEPT WS-JOB-EXPIRES-T(WS-JOB-FOUND-IDX)
           MOVE WS-JOB-ID-T(WS-JOB-FOUND-IDX) TO WS-JQ-JOB-ID
           PERFORM LOAD-SCREENING-QUESTIONS
           PERFORM SHOW-SCREENING-QUESTIONS
           DISPLAY "Replace the screening questions? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE = 'Y' OR WS-CONFIRM-CHOICE = 'y'
      *>      Answers already on file keep the wording they were
      *>      given under.
              PERFORM CAPTURE-SCREENING-QUESTIONS
              PERFORM SAVE-SCREENING-QUESTIONS
           END-IF
           PERFORM SAVE-ALL-JOBS
           MOVE "Posting updated." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.
       *>--------------------------------------------------
       SAVE-PROFILE-TO-FILE.
           MOVE PROFILE-REC TO WS-SAVE-PROFILE-REC
           IF PF-USERNAME = WS-LOGIN-USERNAME
              MOVE PF-UNIVERSITY TO WS-PRV-MY-UNIV
           END-IF
           MOVE 'N' TO WS-PH-HAVE-PRIOR
           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              INITIALIZE PROFILE-REC
              MOVE WS-SAVE-KEY TO PF-USERNAME
              MOVE 'Y' TO PF-ACTIVE-FLAG
           END-IF
           IF PF-USERNAME = WS-LOGIN-USERNAME
              MOVE PF-UNIVERSITY TO WS-PRV-MY-UNIV
           END-IF.

      *>--------------------------------------------------
       *> Loads WS-VIEW-TARGET-USERNAME's profile into WS-VIEWED-PROFILE
       *> for browsing (Find Someone results). Never touches PROFILE-REC,
       *> so it cannot disturb the logged-in user's own profile.
      *>--------------------------------------------------
       LOAD-VIEWED-PROFILE.
           INITIALIZE WS-VIEWED-PROFILE
           END-PERFORM
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
               MOVE WS-USKILL-ST(WS-K) TO WS-WV-SKILL-ST(WS-K)
               MOVE WS-USKILL-VER-ENTRY(WS-K)
                   TO WS-WV-SKILL-VER-ENTRY(WS-K)
           END-PERFORM.

       DISPLAY-PROFILE.
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-PERFORM
           END-IF
           MOVE PF-USERNAME TO WS-ENDO-OWNER
           PERFORM LOAD-ENDORSEMENT-COUNTS
      *>   Completions backed by a passed assessment are listed apart
      *>   from the self-reported ones.
           MOVE "--- Verified Skills ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF WS-OWN-SKILL-ST(WS-I) = 'C'
                  AND WS-OWN-SKILL-VER(WS-I) = 'Y'
                  MOVE 'Y' TO WS-NAME-FOUND
                  MOVE WS-OWN-SKILL-SCORE(WS-I) TO WS-ST-SCORE-DISP
                  MOVE WS-ENDO-COUNT-T(WS-I) TO WS-ENDO-COUNT-DISP
                  MOVE SPACES TO WS-OUTPUT-LINE
                  STRING "  " DELIMITED BY SIZE
                         WS-SKILL-NAME(WS-I) DELIMITED BY SIZE
                         " [Verified, scored " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ST-SCORE-DISP) DELIMITED BY SIZE
                         "%] -- " DELIMITED BY SIZE
                         WS-ENDO-COUNT-DISP DELIMITED BY SIZE
                         " endorsement(s)" DELIMITED BY SIZE
                         INTO WS-OUTPUT-LINE
                  END-STRING
                  MOVE WS-OUTPUT-LINE TO WS-DISPLAY-MESSAGE
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND = 'N'
               MOVE "  (none listed)" TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           MOVE "--- Self-Reported Skills ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF (WS-OWN-SKILL-ST(WS-I) = 'P' OR WS-OWN-SKILL-ST(WS-I) = 'C')
                  AND NOT (WS-OWN-SKILL-ST(WS-I) = 'C'
                           AND WS-OWN-SKILL-VER(WS-I) = 'Y')
                  MOVE 'Y' TO WS-NAME-FOUND
                  PERFORM SKILL-STATUS-TO-TEXT
                  MOVE WS-ENDO-COUNT-T(WS-I) TO WS-ENDO-COUNT-DISP
           END-IF.

      *>--------------------------------------------------
       *> Same layout as DISPLAY-PROFILE, but prints WS-VIEWED-PROFILE
       *> (someone else's profile) instead of PROFILE-REC, which always
       *> stays the logged-in user's own.
      *>--------------------------------------------------
       DISPLAY-VIEWED-PROFILE.
           MOVE "=== PROFILE ===" TO WS-DISPLAY-MESSAGE
           END-STRING
           MOVE WS-OUTPUT-LINE TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
      *>   The owner's visibility setting decides whether anything past
      *>   the username is shown to this viewer.
           PERFORM LOAD-PRIVACY-SETTINGS
           MOVE WV-USERNAME TO WS-PRV-LOOKUP
           MOVE WV-UNIVERSITY TO WS-PRV-LOOKUP-UNIV
           PERFORM CHECK-PROFILE-VISIBLE
           IF WS-PRV-VISIBLE = 'N'
              MOVE "This member has limited who can see their profile."
                  TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF
           MOVE "Name: " TO WS-DISPLAY-MESSAGE
           STRING WV-FIRST-NAME DELIMITED BY SIZE " " DELIMITED BY SIZE WV-LAST-NAME DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-PERFORM
           END-IF
           MOVE WV-USERNAME TO WS-ENDO-OWNER
           PERFORM LOAD-ENDORSEMENT-COUNTS
           MOVE "--- Verified Skills ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF WS-WV-SKILL-ST(WS-I) = 'C'
                  AND WS-WV-SKILL-VER(WS-I) = 'Y'
                  MOVE 'Y' TO WS-NAME-FOUND
                  MOVE WS-WV-SKILL-SCORE(WS-I) TO WS-ST-SCORE-DISP
                  MOVE WS-ENDO-COUNT-T(WS-I) TO WS-ENDO-COUNT-DISP
                  MOVE SPACES TO WS-OUTPUT-LINE
                  STRING "  " DELIMITED BY SIZE
                         WS-SKILL-NAME(WS-I) DELIMITED BY SIZE
                         " [Verified, scored " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ST-SCORE-DISP) DELIMITED BY SIZE
                         "%] -- " DELIMITED BY SIZE
                         WS-ENDO-COUNT-DISP DELIMITED BY SIZE
                         " endorsement(s)" DELIMITED BY SIZE
                         INTO WS-OUTPUT-LINE
                  END-STRING
                  MOVE WS-OUTPUT-LINE TO WS-DISPLAY-MESSAGE
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND = 'N'
               MOVE "  (none listed)" TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           MOVE "--- Self-Reported Skills ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF (WS-WV-SKILL-ST(WS-I) = 'P' OR WS-WV-SKILL-ST(WS-I) = 'C')
                  AND NOT (WS-WV-SKILL-ST(WS-I) = 'C'
                           AND WS-WV-SKILL-VER(WS-I) = 'Y')
                  MOVE 'Y' TO WS-NAME-FOUND
                  EVALUATE WS-WV-SKILL-ST(WS-I)
                     WHEN 'P'
           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC
           MOVE SPACES TO RESUME-REC
           MOVE "VERIFIED SKILLS" TO RESUME-REC
           WRITE RESUME-REC
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF WS-OWN-SKILL-ST(WS-I) = 'C'
                  AND WS-OWN-SKILL-VER(WS-I) = 'Y'
                  MOVE 'Y' TO WS-NAME-FOUND
                  MOVE WS-OWN-SKILL-SCORE(WS-I) TO WS-ST-SCORE-DISP
                  MOVE SPACES TO RESUME-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-SKILL-NAME(WS-I) DELIMITED BY SIZE
                         " [Assessment passed, " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ST-SCORE-DISP) DELIMITED BY SIZE
                         "%]" DELIMITED BY SIZE
                         INTO RESUME-REC
                  END-STRING
                  WRITE RESUME-REC
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND = 'N'
              MOVE SPACES TO RESUME-REC
              MOVE "  (none listed)" TO RESUME-REC
              WRITE RESUME-REC
           END-IF

           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC
           MOVE SPACES TO RESUME-REC
           MOVE "SKILLS (SELF-REPORTED)" TO RESUME-REC
           WRITE RESUME-REC
           MOVE 'N' TO WS-NAME-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SKILL-COUNT
               IF (WS-OWN-SKILL-ST(WS-I) = 'P' OR WS-OWN-SKILL-ST(WS-I) = 'C')
                  AND NOT (WS-OWN-SKILL-ST(WS-I) = 'C'
                           AND WS-OWN-SKILL-VER(WS-I) = 'Y')
                  MOVE 'Y' TO WS-NAME-FOUND
                  PERFORM SKILL-STATUS-TO-TEXT
                  MOVE SPACES TO RESUME-REC
           END-IF
           ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MSG-TIME FROM TIME
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE SPACES TO MESSAGE-REC
              MOVE PF-USERNAME     TO MSG-SENDER
              MOVE WS-MSG-TIME     TO MSG-TIME
              MOVE WS-MSG-BODY     TO MSG-BODY
              MOVE 'N'             TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
              MOVE WS-MSG-RECIPIENT TO WS-NT-RECIPIENT
              MOVE "NEW-MESSAGE" TO WS-NT-TYPE
              END-IF
           END-IF.

      *> Two keyed passes over the sender/recipient pair -- what the
      *> user sent the partner, then what the partner sent back --
      *> merged into date order by SORT-CONVERSATION.
       LOAD-CONVERSATION.
           MOVE 0 TO WS-CONV-COUNT
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE PF-USERNAME TO MSG-SENDER
              MOVE WS-CONV-PARTNER TO MSG-RECIPIENT
              PERFORM LOAD-CONVERSATION-SIDE
              MOVE WS-CONV-PARTNER TO MSG-SENDER
              MOVE PF-USERNAME TO MSG-RECIPIENT
              PERFORM LOAD-CONVERSATION-SIDE
              CLOSE MESSAGES-FILE
           END-IF.

       LOAD-CONVERSATION-SIDE.
           MOVE MSG-PAIR TO WS-MSG-PAIR-WANTED
           START MESSAGES-FILE KEY IS = MSG-PAIR
               INVALID KEY
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT INVALID KEY
                   PERFORM READ-MESSAGE-RECORD
           END-START
           PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                          OR MSG-PAIR NOT = WS-MSG-PAIR-WANTED
                          OR WS-CONV-COUNT >= 200
               ADD 1 TO WS-CONV-COUNT
               MOVE MSG-DATE   TO WS-CONV-DATE-T(WS-CONV-COUNT)
               MOVE MSG-TIME   TO WS-CONV-TIME-T(WS-CONV-COUNT)
               MOVE MSG-SENDER TO WS-CONV-SENDER-T(WS-CONV-COUNT)
               MOVE MSG-BODY   TO WS-CONV-BODY-T(WS-CONV-COUNT)
               PERFORM READ-MESSAGE-RECORD
           END-PERFORM.

       *>--------------------------------------------------
       *> Simple exchange sort on the date+time pair; the table tops
       *> out at 200 rows so quadratic passes are not a concern here.
           MOVE 0 TO WS-UNREAD-COUNT
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE PF-USERNAME TO WS-MSG-OWNER
              PERFORM START-MAILBOX
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-RECIPIENT NOT = WS-MSG-OWNER
                  IF MSG-READ-FLAG NOT = 'Y'
                     ADD 1 TO WS-UNREAD-COUNT
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
           MOVE 0 TO WS-MSG-COUNT
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE PF-USERNAME TO WS-MSG-OWNER
              PERFORM START-MAILBOX
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-RECIPIENT NOT = WS-MSG-OWNER
                  ADD 1 TO WS-MSG-COUNT
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  IF MSG-READ-FLAG = 'Y'
                      STRING "From " DELIMITED BY SIZE
                             MSG-SENDER DELIMITED BY SIZE
                             ": " DELIMITED BY SIZE
                             MSG-BODY DELIMITED BY SIZE
                             INTO WS-DISPLAY-MESSAGE
                      END-STRING
                  ELSE
                      STRING "From " DELIMITED BY SIZE
                             MSG-SENDER DELIMITED BY SIZE
                             " [NEW]: " DELIMITED BY SIZE
                             MSG-BODY DELIMITED BY SIZE
                             INTO WS-DISPLAY-MESSAGE
                      END-STRING
                  END-IF
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           MOVE 0 TO WS-MSG-COUNT
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
      *>      Sent mail is every pair led by this sender, so position
      *>      on the pair key at (user, lowest recipient) and read on.
              MOVE PF-USERNAME TO MSG-SENDER
              MOVE LOW-VALUES TO MSG-RECIPIENT
              START MESSAGES-FILE KEY IS >= MSG-PAIR
                  INVALID KEY
                      MOVE "EOF" TO WS-MSG-STATUS
                  NOT INVALID KEY
                      PERFORM READ-MESSAGE-RECORD
              END-START
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-SENDER NOT = PF-USERNAME
                  ADD 1 TO WS-MSG-COUNT
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "To " DELIMITED BY SIZE
                         MSG-RECIPIENT DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         MSG-BODY DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           END-IF.

       *>--------------------------------------------------
       *> Flags the logged-in user's messages as read in place --
       *> the whole mailbox, or only those from WS-MARK-READ-FROM
       *> when a conversation was opened -- called right after they
       *> are displayed. Rows already read are left alone.
       *>--------------------------------------------------
       MARK-MESSAGES-READ.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              IF WS-MARK-READ-FROM = SPACES
                 MOVE PF-USERNAME TO WS-MSG-OWNER
                 PERFORM START-MAILBOX
              ELSE
                 MOVE WS-MARK-READ-FROM TO MSG-SENDER
                 MOVE PF-USERNAME TO MSG-RECIPIENT
                 MOVE MSG-PAIR TO WS-MSG-PAIR-WANTED
                 START MESSAGES-FILE KEY IS = MSG-PAIR
                     INVALID KEY
                         MOVE "EOF" TO WS-MSG-STATUS
                     NOT INVALID KEY
                         PERFORM READ-MESSAGE-RECORD
                 END-START
              END-IF
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-RECIPIENT NOT = PF-USERNAME
                             OR (WS-MARK-READ-FROM NOT = SPACES
                                 AND MSG-SENDER NOT = WS-MARK-READ-FROM)
                  IF MSG-READ-FLAG NOT = 'Y'
                     MOVE 'Y' TO MSG-READ-FLAG
                     REWRITE MESSAGE-REC
                         INVALID KEY CONTINUE
                     END-REWRITE
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           END-IF.

       *>--------------------------------------------------
       *> Positions on the first message addressed to WS-MSG-OWNER
       *> through the recipient key and reads it; callers read on
       *> while MSG-RECIPIENT still matches.
       *>--------------------------------------------------
       START-MAILBOX.
           MOVE WS-MSG-OWNER TO MSG-RECIPIENT
           START MESSAGES-FILE KEY IS = MSG-RECIPIENT
               INVALID KEY
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT INVALID KEY
                   PERFORM READ-MESSAGE-RECORD
           END-START.

       *>--------------------------------------------------
       *> Adds MESSAGE-REC to the keyed store (opened I-O). A row
       *> stamped in the same hundredth of a second as another
       *> between the same pair is stepped on by one tick until its
       *> key is unique, so nothing sent is ever dropped.
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

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
              WHEN 'P'
                  MOVE "In Progress" TO WS-SKILL-STATUS-TEXT
              WHEN 'C'
                  IF WS-OWN-SKILL-VER(WS-I) = 'Y'
                     MOVE "Verified" TO WS-SKILL-STATUS-TEXT
                  ELSE
                     MOVE "Completed" TO WS-SKILL-STATUS-TEXT
                  END-IF
              WHEN OTHER
                  MOVE "Not Started" TO WS-SKILL-STATUS-TEXT
           END-EVALUATE.
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Mark Completed" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Take the Skill Assessment" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SUBMENU-CHOICE
                  PERFORM APPLY-SKILL-CHANGE
                  MOVE "Marked as completed." TO WS-DISPLAY-MESSAGE
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
              WHEN '3'
                  PERFORM TAKE-SKILL-ASSESSMENT
              WHEN OTHER
                  MOVE "Returning to skill list..." TO WS-DISPLAY-MESSAGE
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
       *>--------------------------------------------------
       APPLY-SKILL-CHANGE.
           MOVE WS-SKILL-ID-T(WS-SKILL-INDEX) TO WS-USKILL-SAVE-ID
      *>   A verified completion stays verified while the skill stays
      *>   completed; stepping it back to in-progress drops the result.
           IF WS-USKILL-SAVE-STAT = 'C'
              MOVE WS-OWN-SKILL-VER(WS-SKILL-INDEX) TO WS-USKILL-SAVE-VER
              MOVE WS-OWN-SKILL-SCORE(WS-SKILL-INDEX)
                  TO WS-USKILL-SAVE-SCORE
           ELSE
              MOVE 'N' TO WS-USKILL-SAVE-VER
              MOVE 0 TO WS-USKILL-SAVE-SCORE
           END-IF
           PERFORM SAVE-USER-SKILL
           MOVE WS-USKILL-SAVE-STAT TO WS-OWN-SKILL-ST(WS-SKILL-INDEX)
           MOVE WS-USKILL-SAVE-VER TO WS-OWN-SKILL-VER(WS-SKILL-INDEX)
           MOVE WS-USKILL-SAVE-SCORE TO WS-OWN-SKILL-SCORE(WS-SKILL-INDEX)
           IF WS-USKILL-SAVE-ID >= 1 AND WS-USKILL-SAVE-ID <= 5
              MOVE WS-USKILL-SAVE-STAT
                  TO PF-SKILL-STATUS(WS-USKILL-SAVE-ID)
              PERFORM SAVE-PROFILE-TO-FILE
           END-IF.

       *>--------------------------------------------------
       *> Sits the assessment set up for the skill in WS-SKILL-INDEX:
       *> each question with its options A-D, one answer per question.
       *> Reaching the pass mark records the skill as completed and
       *> verified, with the percentage scored; a miss changes nothing
       *> and the student may try again.
       *>--------------------------------------------------
       TAKE-SKILL-ASSESSMENT.
           MOVE 'N' TO WS-ST-FOUND
           OPEN INPUT SKILL-TESTS-FILE
           IF WS-ST-STATUS = "00"
              PERFORM READ-SKILL-TEST-RECORD
              PERFORM UNTIL WS-ST-STATUS NOT = "00"
                  IF ST-SKILL-ID = WS-SKILL-ID-T(WS-SKILL-INDEX)
                     AND ST-QCOUNT > 0
                     MOVE 'Y' TO WS-ST-FOUND
                     MOVE ST-QCOUNT TO WS-ST-QCOUNT
                     MOVE ST-PASS-MARK TO WS-ST-PASS-MARK
                  END-IF
                  PERFORM READ-SKILL-TEST-RECORD
              END-PERFORM
              CLOSE SKILL-TESTS-FILE
           END-IF
           IF WS-ST-FOUND = 'N'
              MOVE "This skill does not have an assessment yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Assessment: " DELIMITED BY SIZE
                  WS-ST-QCOUNT DELIMITED BY SIZE
                  " question(s), " DELIMITED BY SIZE
                  WS-ST-PASS-MARK DELIMITED BY SIZE
                  " correct to pass." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-ST-ASKED
           MOVE 0 TO WS-ST-CORRECT
           OPEN INPUT SKILL-TEST-Q-FILE
           IF WS-TQ-STATUS = "00"
              PERFORM READ-SKILL-TEST-Q-RECORD
              PERFORM UNTIL WS-TQ-STATUS NOT = "00"
                  OR WS-ST-ASKED >= WS-ST-QCOUNT
                  IF TQ-SKILL-ID = WS-SKILL-ID-T(WS-SKILL-INDEX)
                     PERFORM ASK-SKILL-TEST-QUESTION
                  END-IF
                  PERFORM READ-SKILL-TEST-Q-RECORD
              END-PERFORM
              CLOSE SKILL-TEST-Q-FILE
           END-IF
           IF WS-ST-ASKED = 0
              MOVE "This skill does not have an assessment yet." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-USKILL-SAVE-SCORE =
               (WS-ST-CORRECT * 100) / WS-ST-ASKED
           MOVE WS-USKILL-SAVE-SCORE TO WS-ST-SCORE-DISP
           IF WS-ST-CORRECT < WS-ST-PASS-MARK
              MOVE SPACES TO WS-DISPLAY-MESSAGE
              STRING "Not passed -- " DELIMITED BY SIZE
                     WS-ST-CORRECT DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     WS-ST-ASKED DELIMITED BY SIZE
                     " correct (" DELIMITED BY SIZE
                     WS-ST-PASS-MARK DELIMITED BY SIZE
                     " needed). You may try again." DELIMITED BY SIZE
                     INTO WS-DISPLAY-MESSAGE
              END-STRING
              PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-USKILL-SAVE-STAT
           MOVE 'Y' TO WS-USKILL-SAVE-VER
           MOVE WS-SKILL-ID-T(WS-SKILL-INDEX) TO WS-USKILL-SAVE-ID
           PERFORM SAVE-USER-SKILL
           MOVE 'C' TO WS-OWN-SKILL-ST(WS-SKILL-INDEX)
           MOVE 'Y' TO WS-OWN-SKILL-VER(WS-SKILL-INDEX)
           MOVE WS-USKILL-SAVE-SCORE TO WS-OWN-SKILL-SCORE(WS-SKILL-INDEX)
           IF WS-USKILL-SAVE-ID >= 1 AND WS-USKILL-SAVE-ID <= 5
              MOVE 'C' TO PF-SKILL-STATUS(WS-USKILL-SAVE-ID)
              PERFORM SAVE-PROFILE-TO-FILE
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Passed -- " DELIMITED BY SIZE
                  WS-ST-CORRECT DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-ST-ASKED DELIMITED BY SIZE
                  " correct (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ST-SCORE-DISP) DELIMITED BY SIZE
                  "%). This skill now shows as verified." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       ASK-SKILL-TEST-QUESTION.
           ADD 1 TO WS-ST-ASKED
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Q" DELIMITED BY SIZE
                  WS-ST-ASKED DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(TQ-TEXT) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM VARYING WS-ST-OPT-IDX FROM 1 BY 1 UNTIL WS-ST-OPT-IDX > 4
               IF TQ-OPT(WS-ST-OPT-IDX) NOT = SPACES
                  MOVE SPACES TO WS-DISPLAY-MESSAGE
                  STRING "   " DELIMITED BY SIZE
                         WS-ST-LETTERS(WS-ST-OPT-IDX:1) DELIMITED BY SIZE
                         ") " DELIMITED BY SIZE
                         TQ-OPT(WS-ST-OPT-IDX) DELIMITED BY SIZE
                         INTO WS-DISPLAY-MESSAGE
                  END-STRING
                  PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM
           DISPLAY "Your answer (A-D): " WITH NO ADVANCING
           MOVE SPACE TO WS-ST-ANSWER
           ACCEPT WS-ST-ANSWER
           IF FUNCTION UPPER-CASE(WS-ST-ANSWER) = TQ-ANSWER
              ADD 1 TO WS-ST-CORRECT
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

       FIND-SOMEONE-OPTION.
           MOVE "1. Search by Name" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-IF

           PERFORM LOAD-PRIVACY-SETTINGS

      *>   A major search resolves through the taxonomy once up
      *>   front, so "CS" finds the "Computer Science" profiles.
           IF WS-SEARCH-MODE = '3'
                          MOVE WS-LOGIN-USERNAME TO WS-BLK-A
                          MOVE PF-USERNAME TO WS-BLK-B
                          PERFORM CHECK-PAIR-BLOCKED
                          MOVE PF-USERNAME TO WS-PRV-LOOKUP
                          MOVE PF-UNIVERSITY TO WS-PRV-LOOKUP-UNIV
                          PERFORM CHECK-PROFILE-VISIBLE
                       END-IF
                       IF WS-NAME-FOUND = 'Y'
                          AND PF-ACTIVE-FLAG = 'Y'
                          AND WS-TARGET-ROLE NOT = 'R'
                          AND WS-PAIR-BLOCKED = 'N'
                          AND WS-PRV-VISIBLE = 'Y'
                          IF WS-MATCH-COUNT < 50
                             ADD 1 TO WS-MATCH-COUNT
                             MOVE PF-USERNAME TO WS-MATCH-USER-T(WS-MATCH-COUNT)
                        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOGIN-USERNAME))
                        PERFORM LOG-PROFILE-VIEW
                     END-IF
                     MOVE 'S' TO WS-REQ-SOURCE
                     PERFORM PROMPT-SEND-CONNECTION
                     MOVE SPACE TO WS-REQ-SOURCE
                  END-IF
           END-EVALUATE.

           MOVE PF-UNIVERSITY TO WS-MY-UNIV
           MOVE PF-MAJOR TO WS-MY-MAJOR
           MOVE 0 TO WS-SUGG-COUNT
           PERFORM LOAD-PRIVACY-SETTINGS
           MOVE 'N' TO EOF-PROFILE
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL EOF-PROFILE = 'Y'
                 PERFORM LOAD-VIEWED-PROFILE
                 PERFORM DISPLAY-VIEWED-PROFILE
                 PERFORM LOG-PROFILE-VIEW
                 MOVE 'P' TO WS-REQ-SOURCE
                 PERFORM PROMPT-SEND-CONNECTION
                 MOVE SPACE TO WS-REQ-SOURCE
              END-IF
           END-IF

              EXIT PARAGRAPH
           END-IF

      *>   Students who opted out of suggestions, or whose profile
      *>   this viewer may not see, are never proposed.
           MOVE WS-SUGG-CAND TO WS-PRV-LOOKUP
           MOVE PF-UNIVERSITY TO WS-PRV-LOOKUP-UNIV
           PERFORM CHECK-PROFILE-VISIBLE
           IF WS-PRV-VISIBLE = 'N' OR WS-PRV-NOSUGG = 'Y'
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SUGG-CONNECTED
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CONNECTIONS-COUNT
              MOVE SPACES TO RLOG-REC
              MOVE WS-SENDER-USERNAME TO RLOG-SENDER
              MOVE WS-RLOG-TODAY TO RLOG-DATE
              MOVE WS-RECIP-USERNAME TO RLOG-RECIPIENT
              MOVE WS-REQ-SOURCE TO RLOG-SOURCE
              WRITE RLOG-REC
              CLOSE REQUEST-LOG-FILE
           END-IF.
