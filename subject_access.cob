       >>SOURCE FORMAT FREE
       *> Privacy-office subject-access export -- the disclosure
       *> counterpart of ACCOUNT-PURGE. For one username, every row
       *> that references the account is pulled from every data file
       *> (the same file list the purge sweeps, plus the postings,
       *> events, offers and audit rows that name it) and from the
       *> dated archives MESSAGE-RETENTION (msgarchive-<date>.dat) and
       *> JOB-EXPIRY-SWEEP (jobarchive-/applarchive-<date>.dat) have
       *> written, into one report, sar-<username>-<date>.txt, with a
       *> section per file. The account's password hash and the
       *> password-history hashes are never copied out. An account
       *> that has been renamed is also matched under its former
       *> usernames (aliases.dat), which the archives and the audit
       *> trail still carry.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           *> Keyed mailbox -- the account's rows are reached through
           *> the recipient and sender/recipient keys.
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT ALIASES-FILE ASSIGN TO "aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PF-USERNAME           PIC X(20).
           05 PF-FIRST-NAME         PIC X(30).
           05 PF-LAST-NAME          PIC X(30).
           05 PF-UNIVERSITY         PIC X(50).
           05 PF-MAJOR              PIC X(40).
           05 PF-GRAD-YEAR          PIC 9(4).
           05 PF-ABOUT-ME           PIC X(200).
           05 PF-ACTIVE-FLAG        PIC X.
           05 PF-EXP-COUNT          PIC 9.
           05 PF-EXP OCCURS 3 TIMES.
              10 PF-EXP-TITLE       PIC X(30).
              10 PF-EXP-COMPANY     PIC X(30).
              10 PF-EXP-DATES       PIC X(20).
              10 PF-EXP-DESC        PIC X(100).
           05 PF-EDU-COUNT          PIC 9.
           05 PF-EDU OCCURS 3 TIMES.
              10 PF-EDU-DEGREE      PIC X(30).
              10 PF-EDU-UNIV        PIC X(50).
              10 PF-EDU-YEARS       PIC X(20).
           05 PF-SKILL-STATUS OCCURS 5 TIMES PIC X.

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-STAMP        PIC X(16).
           05 MSG-REST         PIC X(201).

       FD  GEN-FILE.
       01  GEN-REC        PIC X(1300).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(1300).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       FD  ALIASES-FILE.
       01  ALIAS-REC.
           05 ALS-OLD          PIC X(20).
           05 ALS-NEW          PIC X(20).
           05 ALS-DATE         PIC X(8).
           05 ALS-TIME         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-ALS-STATUS      PIC XX VALUE SPACES.
       01  WS-GEN-NAME        PIC X(40) VALUE SPACES.
       01  WS-REPORT-NAME     PIC X(60) VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> The data subject, and how far back to look for archives --
       *> both prompted; a blank window takes the default.
       01  WS-SUBJECT         PIC X(20) VALUE SPACES.
       01  WS-DAYS-INPUT      PIC X(10).
       01  WS-BACK-DAYS       PIC 9(4) VALUE 0.
       01  WS-DEFAULT-DAYS    PIC 9(4) VALUE 1095.
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-START-INT       PIC 9(8).
       01  WS-DAY-INT         PIC 9(8).
       01  WS-ARCH-DATE-NUM   PIC 9(8).
       01  WS-ARCH-DATE       PIC X(8).

       *> The files searched, with how to find the username in a row
       *> (the purge's convention): style 'D' = comma-delimited
       *> (first two fields checked), 'F' = fixed offsets (20 bytes at
       *> each nonzero offset). Style 'U' is users.dat and 'P'
       *> passwdinfo.dat -- delimited, but written out with their
       *> password hashes withheld.
       01  WS-SPEC-COUNT      PIC 99 VALUE 0.
       01  WS-SPEC-TABLE.
           05 WS-SPEC-ENTRY OCCURS 50 TIMES.
              10 WS-SPEC-NAME  PIC X(20).
              10 WS-SPEC-STYLE PIC X.
              10 WS-SPEC-OFF1  PIC 9(4).
              10 WS-SPEC-OFF2  PIC 9(4).
              10 WS-SPEC-ROWS  PIC 9(5).

       *> The dated archive families, searched a day at a time.
       01  WS-ARCH-COUNT      PIC 9 VALUE 3.
       01  WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 3 TIMES.
              10 WS-ARCH-PREFIX PIC X(12).
              10 WS-ARCH-OFF1   PIC 9(4).
              10 WS-ARCH-OFF2   PIC 9(4).
              10 WS-ARCH-FILES  PIC 9(5).
              10 WS-ARCH-ROWS   PIC 9(5).
       01  WS-A               PIC 9.

       01  WS-GF1             PIC X(20).
       01  WS-GF2             PIC X(20).
       01  WS-GF3             PIC X(20).
       01  WS-GF4             PIC X(20).
       01  WS-GF5             PIC X(20).
       01  WS-ROW-MATCH       PIC X VALUE 'N'.

       *> Usernames the subject was renamed away from, newest first,
       *> followed back through the alias chain.
       01  WS-FORMER-COUNT    PIC 99 VALUE 0.
       01  WS-FORMER-TABLE.
           05 WS-FORMER-NAME OCCURS 10 TIMES PIC X(20).
       01  WS-FORMER-SEEK     PIC X(20).
       01  WS-FORMER-PREV     PIC X(20).
       01  WS-NAME-TEST       PIC X(20).
       01  WS-N               PIC 99.
       01  WS-FILE-ROWS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-ROWS      PIC 9(6) VALUE 0.
       01  WS-PROFILE-FOUND   PIC X VALUE 'N'.
       01  WS-F               PIC 99.
       01  WS-I               PIC 9.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-YEAR-DISPLAY    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-SUBJECT
           IF WS-SUBJECT = SPACES
              DISPLAY "No username given; nothing exported."
              STOP RUN
           END-IF
           PERFORM LOAD-FORMER-NAMES
           PERFORM LOAD-FILE-SPECS
           PERFORM OPEN-REPORT
           PERFORM EXPORT-PROFILE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               IF WS-SPEC-NAME(WS-F) = "messages.dat"
                  PERFORM EXPORT-MESSAGE-STORE
               ELSE
                  PERFORM EXPORT-ONE-FILE
               END-IF
           END-PERFORM
           PERFORM EXPORT-ARCHIVES
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Subject-access export written to "
                   FUNCTION TRIM(WS-REPORT-NAME)
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, as in the nightly
       *> runs that name the archives, so the look-back window lines up
       *> with the dates those archives carry. A missing or empty
       *> control file falls back to the machine date.
       *>--------------------------------------------------
       GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PROCDATE-FILE
           IF WS-PD-STATUS = "00"
              READ PROCDATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PROCDATE-REC NOT = SPACES
                         MOVE PROCDATE-REC TO WS-RUN-DATE
                      END-IF
              END-READ
              CLOSE PROCDATE-FILE
           END-IF.

       GET-SUBJECT.
           DISPLAY "Username to export: " WITH NO ADVANCING
           ACCEPT WS-SUBJECT
           DISPLAY "Search dated archives back how many days"
                   " (blank for 1095): " WITH NO ADVANCING
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT = SPACES
              MOVE WS-DEFAULT-DAYS TO WS-BACK-DAYS
           ELSE
              MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO WS-BACK-DAYS
              IF WS-BACK-DAYS = 0
                 MOVE WS-DEFAULT-DAYS TO WS-BACK-DAYS
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> Every username-carrying file, with where the username sits
       *> in a row. profiles.dat is read separately through its key.
       *>--------------------------------------------------
       LOAD-FILE-SPECS.
           MOVE "users.dat" TO WS-SPEC-NAME(1)
           MOVE 'U' TO WS-SPEC-STYLE(1)
           MOVE "requests.dat" TO WS-SPEC-NAME(2)
           MOVE 'D' TO WS-SPEC-STYLE(2)
           MOVE "connections.dat" TO WS-SPEC-NAME(3)
           MOVE 'D' TO WS-SPEC-STYLE(3)
           MOVE "profileviews.dat" TO WS-SPEC-NAME(4)
           MOVE 'D' TO WS-SPEC-STYLE(4)
           MOVE "requestlog.dat" TO WS-SPEC-NAME(5)
           MOVE 'F' TO WS-SPEC-STYLE(5)
           MOVE 1 TO WS-SPEC-OFF1(5)
           MOVE 29 TO WS-SPEC-OFF2(5)
           MOVE "passwdinfo.dat" TO WS-SPEC-NAME(6)
           MOVE 'P' TO WS-SPEC-STYLE(6)
           MOVE "lastlogin.dat" TO WS-SPEC-NAME(7)
           MOVE 'D' TO WS-SPEC-STYLE(7)
           MOVE "messages.dat" TO WS-SPEC-NAME(8)
           MOVE 'F' TO WS-SPEC-STYLE(8)
           MOVE 1 TO WS-SPEC-OFF1(8)
           MOVE 21 TO WS-SPEC-OFF2(8)
           MOVE "endorsements.dat" TO WS-SPEC-NAME(9)
           MOVE 'F' TO WS-SPEC-STYLE(9)
           MOVE 1 TO WS-SPEC-OFF1(9)
           MOVE 21 TO WS-SPEC-OFF2(9)
           MOVE "blocks.dat" TO WS-SPEC-NAME(10)
           MOVE 'F' TO WS-SPEC-STYLE(10)
           MOVE 1 TO WS-SPEC-OFF1(10)
           MOVE 21 TO WS-SPEC-OFF2(10)
           MOVE "annseen.dat" TO WS-SPEC-NAME(11)
           MOVE 'F' TO WS-SPEC-STYLE(11)
           MOVE 1 TO WS-SPEC-OFF1(11)
           MOVE 0 TO WS-SPEC-OFF2(11)
           MOVE "groupmembers.dat" TO WS-SPEC-NAME(12)
           MOVE 'F' TO WS-SPEC-STYLE(12)
           MOVE 5 TO WS-SPEC-OFF1(12)
           MOVE 0 TO WS-SPEC-OFF2(12)
           MOVE "groupposts.dat" TO WS-SPEC-NAME(13)
           MOVE 'F' TO WS-SPEC-STYLE(13)
           MOVE 5 TO WS-SPEC-OFF1(13)
           MOVE 0 TO WS-SPEC-OFF2(13)
           MOVE "mentorship.dat" TO WS-SPEC-NAME(14)
           MOVE 'F' TO WS-SPEC-STYLE(14)
           MOVE 2 TO WS-SPEC-OFF1(14)
           MOVE 22 TO WS-SPEC-OFF2(14)
           MOVE "applications.dat" TO WS-SPEC-NAME(15)
           MOVE 'F' TO WS-SPEC-STYLE(15)
           MOVE 6 TO WS-SPEC-OFF1(15)
           MOVE 0 TO WS-SPEC-OFF2(15)
           MOVE "interviews.dat" TO WS-SPEC-NAME(16)
           MOVE 'F' TO WS-SPEC-STYLE(16)
           MOVE 6 TO WS-SPEC-OFF1(16)
           MOVE 26 TO WS-SPEC-OFF2(16)
           MOVE "eventrsvps.dat" TO WS-SPEC-NAME(17)
           MOVE 'F' TO WS-SPEC-STYLE(17)
           MOVE 5 TO WS-SPEC-OFF1(17)
           MOVE 0 TO WS-SPEC-OFF2(17)
           MOVE "savedsearches.dat" TO WS-SPEC-NAME(18)
           MOVE 'F' TO WS-SPEC-STYLE(18)
           MOVE 1 TO WS-SPEC-OFF1(18)
           MOVE 0 TO WS-SPEC-OFF2(18)
           MOVE "statusfeed.dat" TO WS-SPEC-NAME(19)
           MOVE 'F' TO WS-SPEC-STYLE(19)
           MOVE 1 TO WS-SPEC-OFF1(19)
           MOVE 0 TO WS-SPEC-OFF2(19)
           MOVE "companyfollows.dat" TO WS-SPEC-NAME(20)
           MOVE 'F' TO WS-SPEC-STYLE(20)
           MOVE 31 TO WS-SPEC-OFF1(20)
           MOVE 0 TO WS-SPEC-OFF2(20)
           MOVE "shortlists.dat" TO WS-SPEC-NAME(21)
           MOVE 'F' TO WS-SPEC-STYLE(21)
           MOVE 1 TO WS-SPEC-OFF1(21)
           MOVE 41 TO WS-SPEC-OFF2(21)
           MOVE "recommendations.dat" TO WS-SPEC-NAME(22)
           MOVE 'F' TO WS-SPEC-STYLE(22)
           MOVE 1 TO WS-SPEC-OFF1(22)
           MOVE 21 TO WS-SPEC-OFF2(22)
           MOVE "notifications.dat" TO WS-SPEC-NAME(23)
           MOVE 'F' TO WS-SPEC-STYLE(23)
           MOVE 1 TO WS-SPEC-OFF1(23)
           MOVE 0 TO WS-SPEC-OFF2(23)
           MOVE "surveyresponses.dat" TO WS-SPEC-NAME(24)
           MOVE 'F' TO WS-SPEC-STYLE(24)
           MOVE 5 TO WS-SPEC-OFF1(24)
           MOVE 0 TO WS-SPEC-OFF2(24)
           MOVE "userskills.dat" TO WS-SPEC-NAME(25)
           MOVE 'F' TO WS-SPEC-STYLE(25)
           MOVE 1 TO WS-SPEC-OFF1(25)
           MOVE 0 TO WS-SPEC-OFF2(25)
           MOVE "mentorsessions.dat" TO WS-SPEC-NAME(26)
           MOVE 'F' TO WS-SPEC-STYLE(26)
           MOVE 1 TO WS-SPEC-OFF1(26)
           MOVE 21 TO WS-SPEC-OFF2(26)
           MOVE "reports.dat" TO WS-SPEC-NAME(27)
           MOVE 'F' TO WS-SPEC-STYLE(27)
           MOVE 1 TO WS-SPEC-OFF1(27)
           MOVE 21 TO WS-SPEC-OFF2(27)
           MOVE "screenlog.dat" TO WS-SPEC-NAME(28)
           MOVE 'F' TO WS-SPEC-STYLE(28)
           MOVE 1 TO WS-SPEC-OFF1(28)
           MOVE 0 TO WS-SPEC-OFF2(28)
           MOVE "sharelog.dat" TO WS-SPEC-NAME(29)
           MOVE 'F' TO WS-SPEC-STYLE(29)
           MOVE 1 TO WS-SPEC-OFF1(29)
           MOVE 21 TO WS-SPEC-OFF2(29)
      *>   Prior profile versions: the archived PROFILE-REC image is
      *>   37 bytes in, the acting user at 17.
           MOVE "profilehistory.dat" TO WS-SPEC-NAME(30)
           MOVE 'F' TO WS-SPEC-STYLE(30)
           MOVE 37 TO WS-SPEC-OFF1(30)
           MOVE 17 TO WS-SPEC-OFF2(30)
           MOVE "eventattend.dat" TO WS-SPEC-NAME(31)
           MOVE 'F' TO WS-SPEC-STYLE(31)
           MOVE 5 TO WS-SPEC-OFF1(31)
           MOVE 42 TO WS-SPEC-OFF2(31)
           MOVE "caseload.dat" TO WS-SPEC-NAME(32)
           MOVE 'F' TO WS-SPEC-STYLE(32)
           MOVE 1 TO WS-SPEC-OFF1(32)
           MOVE 21 TO WS-SPEC-OFF2(32)
           MOVE "offers.dat" TO WS-SPEC-NAME(33)
           MOVE 'F' TO WS-SPEC-STYLE(33)
           MOVE 6 TO WS-SPEC-OFF1(33)
           MOVE 26 TO WS-SPEC-OFF2(33)
      *>   Rows the purge leaves alone but that still name the
      *>   account: postings it made, events it created, and console
      *>   actions taken against it.
           MOVE "jobs.dat" TO WS-SPEC-NAME(34)
           MOVE 'F' TO WS-SPEC-STYLE(34)
           MOVE 256 TO WS-SPEC-OFF1(34)
           MOVE 0 TO WS-SPEC-OFF2(34)
           MOVE "events.dat" TO WS-SPEC-NAME(35)
           MOVE 'F' TO WS-SPEC-STYLE(35)
           MOVE 126 TO WS-SPEC-OFF1(35)
           MOVE 0 TO WS-SPEC-OFF2(35)
           MOVE "auditlog.dat" TO WS-SPEC-NAME(36)
           MOVE 'F' TO WS-SPEC-STYLE(36)
           MOVE 53 TO WS-SPEC-OFF1(36)
           MOVE 0 TO WS-SPEC-OFF2(36)
      *>   Application status history: the applicant at 6, the user
      *>   who made the change at 44.
           MOVE "applhistory.dat" TO WS-SPEC-NAME(37)
           MOVE 'F' TO WS-SPEC-STYLE(37)
           MOVE 6 TO WS-SPEC-OFF1(37)
           MOVE 44 TO WS-SPEC-OFF2(37)
           MOVE "menuusage.dat" TO WS-SPEC-NAME(38)
           MOVE 'F' TO WS-SPEC-STYLE(38)
           MOVE 39 TO WS-SPEC-OFF1(38)
           MOVE 0 TO WS-SPEC-OFF2(38)
           MOVE "sessions.dat" TO WS-SPEC-NAME(39)
           MOVE 'F' TO WS-SPEC-STYLE(39)
           MOVE 1 TO WS-SPEC-OFF1(39)
           MOVE 0 TO WS-SPEC-OFF2(39)
           MOVE "recruiterclaims.dat" TO WS-SPEC-NAME(40)
           MOVE 'F' TO WS-SPEC-STYLE(40)
           MOVE 1 TO WS-SPEC-OFF1(40)
           MOVE 0 TO WS-SPEC-OFF2(40)
           MOVE "privacy.dat" TO WS-SPEC-NAME(41)
           MOVE 'F' TO WS-SPEC-STYLE(41)
           MOVE 1 TO WS-SPEC-OFF1(41)
           MOVE 0 TO WS-SPEC-OFF2(41)
           MOVE "internhours.dat" TO WS-SPEC-NAME(42)
           MOVE 'F' TO WS-SPEC-STYLE(42)
           MOVE 6 TO WS-SPEC-OFF1(42)
           MOVE 167 TO WS-SPEC-OFF2(42)
           MOVE "jobviews.dat" TO WS-SPEC-NAME(43)
           MOVE 'F' TO WS-SPEC-STYLE(43)
           MOVE 6 TO WS-SPEC-OFF1(43)
           MOVE 0 TO WS-SPEC-OFF2(43)
           MOVE "notifyprefs.dat" TO WS-SPEC-NAME(44)
           MOVE 'F' TO WS-SPEC-STYLE(44)
           MOVE 1 TO WS-SPEC-OFF1(44)
           MOVE 0 TO WS-SPEC-OFF2(44)
           MOVE "contacts.dat" TO WS-SPEC-NAME(45)
           MOVE 'F' TO WS-SPEC-STYLE(45)
           MOVE 1 TO WS-SPEC-OFF1(45)
           MOVE 0 TO WS-SPEC-OFF2(45)
           MOVE "applanswers.dat" TO WS-SPEC-NAME(46)
           MOVE 'F' TO WS-SPEC-STYLE(46)
           MOVE 6 TO WS-SPEC-OFF1(46)
           MOVE 0 TO WS-SPEC-OFF2(46)
      *>   Groups the account owns, and duplicate-account review
      *>   pairs naming it on either side.
           MOVE "groups.dat" TO WS-SPEC-NAME(47)
           MOVE 'F' TO WS-SPEC-STYLE(47)
           MOVE 145 TO WS-SPEC-OFF1(47)
           MOVE 0 TO WS-SPEC-OFF2(47)
           MOVE "dupqueue.dat" TO WS-SPEC-NAME(48)
           MOVE 'F' TO WS-SPEC-STYLE(48)
           MOVE 1 TO WS-SPEC-OFF1(48)
           MOVE 21 TO WS-SPEC-OFF2(48)
      *>   Internships recorded at hire: the student at 6, the
      *>   supervisor at 26.
           MOVE "internships.dat" TO WS-SPEC-NAME(49)
           MOVE 'F' TO WS-SPEC-STYLE(49)
           MOVE 6 TO WS-SPEC-OFF1(49)
           MOVE 26 TO WS-SPEC-OFF2(49)
           MOVE 49 TO WS-SPEC-COUNT

           MOVE "msgarchive-" TO WS-ARCH-PREFIX(1)
           MOVE 1 TO WS-ARCH-OFF1(1)
           MOVE 21 TO WS-ARCH-OFF2(1)
           MOVE "jobarchive-" TO WS-ARCH-PREFIX(2)
           MOVE 256 TO WS-ARCH-OFF1(2)
           MOVE 0 TO WS-ARCH-OFF2(2)
           MOVE "applarchive-" TO WS-ARCH-PREFIX(3)
           MOVE 6 TO WS-ARCH-OFF1(3)
           MOVE 0 TO WS-ARCH-OFF2(3)
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ARCH-COUNT
               MOVE 0 TO WS-ARCH-FILES(WS-A)
               MOVE 0 TO WS-ARCH-ROWS(WS-A)
           END-PERFORM.

       OPEN-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "sar-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Subject-Access Export -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Account: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-FORMER-COUNT
               MOVE SPACES TO RPT-REC
               STRING "Formerly: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FORMER-NAME(WS-N)) DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM
           MOVE "Every row below is copied as held, one section per file;"
               TO RPT-REC
           WRITE RPT-REC
           MOVE "password hashes are withheld." TO RPT-REC
           WRITE RPT-REC
           MOVE "========================================" TO RPT-REC
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> The profile, read by key and laid out field by field.
       *>--------------------------------------------------
       EXPORT-PROFILE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "== profiles.dat ==" TO RPT-REC
           WRITE RPT-REC
           MOVE 'N' TO WS-PROFILE-FOUND
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              MOVE WS-SUBJECT TO PF-USERNAME
              READ PROFILE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-PROFILE-FOUND
              END-READ
              CLOSE PROFILE-FILE
           END-IF
           IF WS-PROFILE-FOUND = 'N'
              MOVE "  (no profile on file)" TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-ROWS
           MOVE SPACES TO RPT-REC
           STRING "  Name:       " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-LAST-NAME) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  University: " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-UNIVERSITY) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  Major:      " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-MAJOR) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE PF-GRAD-YEAR TO WS-YEAR-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Grad year:  " DELIMITED BY SIZE
                  WS-YEAR-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  About me:   " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-ABOUT-ME) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  Active:     " DELIMITED BY SIZE
                  PF-ACTIVE-FLAG DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF PF-EXP-COUNT IS NUMERIC
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > PF-EXP-COUNT OR WS-I > 3
                  MOVE SPACES TO RPT-REC
                  STRING "  Experience: " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EXP-TITLE(WS-I)) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EXP-COMPANY(WS-I)) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EXP-DATES(WS-I)) DELIMITED BY SIZE
                         " -- " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EXP-DESC(WS-I)) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
              END-PERFORM
           END-IF
           IF PF-EDU-COUNT IS NUMERIC
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > PF-EDU-COUNT OR WS-I > 3
                  MOVE SPACES TO RPT-REC
                  STRING "  Education:  " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EDU-DEGREE(WS-I)) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EDU-UNIV(WS-I)) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(PF-EDU-YEARS(WS-I)) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
              END-PERFORM
           END-IF.

       *>--------------------------------------------------
       *> One section for the file at WS-F: every matching row, or a
       *> note that the file holds nothing (or does not exist).
       *>--------------------------------------------------
       EXPORT-ONE-FILE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPEC-NAME(WS-F)) DELIMITED BY SIZE
                  " ==" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-SPEC-ROWS(WS-F)
           MOVE WS-SPEC-NAME(WS-F) TO WS-GEN-NAME
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
              MOVE "  (file not present)" TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               PERFORM MATCH-SPEC-ROW
               IF WS-ROW-MATCH = 'Y'
                  ADD 1 TO WS-SPEC-ROWS(WS-F)
                  ADD 1 TO WS-TOTAL-ROWS
                  PERFORM WRITE-MATCHED-ROW
               END-IF
               PERFORM READ-GEN-RECORD
           END-PERFORM
           CLOSE GEN-FILE
           IF WS-SPEC-ROWS(WS-F) = 0
              MOVE "  (no rows)" TO RPT-REC
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> The keyed mailbox section: messages received, through the
       *> recipient key, then messages sent, through the pair key
       *> positioned at the account's lowest recipient.
       *>--------------------------------------------------
       EXPORT-MESSAGE-STORE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPEC-NAME(WS-F)) DELIMITED BY SIZE
                  " ==" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-SPEC-ROWS(WS-F)
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS NOT = "00"
              MOVE "  (file not present)" TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT TO MSG-RECIPIENT
           START MESSAGES-FILE KEY IS = MSG-RECIPIENT
               INVALID KEY
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT INVALID KEY
                   PERFORM READ-MESSAGE-RECORD
           END-START
           PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                          OR MSG-RECIPIENT NOT = WS-SUBJECT
               PERFORM WRITE-MESSAGE-ROW
               PERFORM READ-MESSAGE-RECORD
           END-PERFORM
           MOVE WS-SUBJECT TO MSG-SENDER
           MOVE LOW-VALUES TO MSG-RECIPIENT
           START MESSAGES-FILE KEY IS >= MSG-PAIR
               INVALID KEY
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT INVALID KEY
                   PERFORM READ-MESSAGE-RECORD
           END-START
           PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                          OR MSG-SENDER NOT = WS-SUBJECT
      *>       A note to self was already listed as received.
               IF MSG-RECIPIENT NOT = WS-SUBJECT
                  PERFORM WRITE-MESSAGE-ROW
               END-IF
               PERFORM READ-MESSAGE-RECORD
           END-PERFORM
           CLOSE MESSAGES-FILE
           IF WS-SPEC-ROWS(WS-F) = 0
              MOVE "  (no rows)" TO RPT-REC
              WRITE RPT-REC
           END-IF.

       WRITE-MESSAGE-ROW.
           ADD 1 TO WS-SPEC-ROWS(WS-F)
           ADD 1 TO WS-TOTAL-ROWS
           MOVE SPACES TO RPT-REC
           STRING "  " DELIMITED BY SIZE
                  MESSAGE-REC DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
                   MOVE "00" TO WS-MSG-STATUS
           END-READ.

       READ-GEN-RECORD.
           READ GEN-FILE
               AT END
                   MOVE "EOF" TO WS-GEN-STATUS
               NOT AT END
                   MOVE "00" TO WS-GEN-STATUS
           END-READ.

       MATCH-SPEC-ROW.
           MOVE 'N' TO WS-ROW-MATCH
           MOVE SPACES TO WS-GF1
           MOVE SPACES TO WS-GF2
           IF WS-SPEC-STYLE(WS-F) = 'F'
              MOVE GEN-REC(WS-SPEC-OFF1(WS-F):20) TO WS-GF1
              IF WS-SPEC-OFF2(WS-F) > 0
                 MOVE GEN-REC(WS-SPEC-OFF2(WS-F):20) TO WS-GF2
              END-IF
           ELSE
              UNSTRING GEN-REC DELIMITED BY ","
                  INTO WS-GF1 WS-GF2
              END-UNSTRING
      *>      The account and password-history rows carry only the
      *>      owner in the first field.
              IF WS-SPEC-STYLE(WS-F) = 'U' OR WS-SPEC-STYLE(WS-F) = 'P'
                 MOVE SPACES TO WS-GF2
              END-IF
           END-IF
           MOVE WS-GF1 TO WS-NAME-TEST
           PERFORM MATCH-SUBJECT-NAME
           IF WS-GF2 NOT = SPACES
              MOVE WS-GF2 TO WS-NAME-TEST
              PERFORM MATCH-SUBJECT-NAME
           END-IF.

       *>--------------------------------------------------
       *> Sets WS-ROW-MATCH when WS-NAME-TEST is the subject or one
       *> of the subject's former usernames.
       *>--------------------------------------------------
       MATCH-SUBJECT-NAME.
           IF WS-NAME-TEST = WS-SUBJECT
              MOVE 'Y' TO WS-ROW-MATCH
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-FORMER-COUNT
               IF WS-NAME-TEST = WS-FORMER-NAME(WS-N)
                  MOVE 'Y' TO WS-ROW-MATCH
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Walks aliases.dat back from the subject: the newest rename
       *> to the name being sought gives the name before it, and so
       *> on until no earlier rename is found.
       *>--------------------------------------------------
       LOAD-FORMER-NAMES.
           MOVE 0 TO WS-FORMER-COUNT
           MOVE WS-SUBJECT TO WS-FORMER-SEEK
           PERFORM UNTIL WS-FORMER-SEEK = SPACES OR WS-FORMER-COUNT >= 10
               MOVE SPACES TO WS-FORMER-PREV
               OPEN INPUT ALIASES-FILE
               IF WS-ALS-STATUS = "00"
                  PERFORM UNTIL WS-ALS-STATUS NOT = "00"
                      READ ALIASES-FILE
                          AT END
                              MOVE "EOF" TO WS-ALS-STATUS
                          NOT AT END
                              IF ALS-NEW = WS-FORMER-SEEK
                                 MOVE ALS-OLD TO WS-FORMER-PREV
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE ALIASES-FILE
               END-IF
               IF WS-FORMER-PREV = SPACES OR WS-FORMER-PREV = WS-SUBJECT
                  MOVE SPACES TO WS-FORMER-SEEK
               ELSE
                  ADD 1 TO WS-FORMER-COUNT
                  MOVE WS-FORMER-PREV TO WS-FORMER-NAME(WS-FORMER-COUNT)
                  MOVE WS-FORMER-PREV TO WS-FORMER-SEEK
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Rows go out as held, except the two files with password
       *> hashes, which are rebuilt without them.
       *>--------------------------------------------------
       WRITE-MATCHED-ROW.
           MOVE SPACES TO RPT-REC
           EVALUATE WS-SPEC-STYLE(WS-F)
              WHEN 'U'
                 MOVE SPACES TO WS-GF3
                 MOVE SPACES TO WS-GF4
                 MOVE SPACES TO WS-GF5
                 UNSTRING GEN-REC DELIMITED BY ","
                     INTO WS-GF1 WS-GF2 WS-GF3 WS-GF4 WS-GF5
                 END-UNSTRING
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF1) DELIMITED BY SIZE
                        ",(password hash withheld)," DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF3) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF4) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF5) DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
              WHEN 'P'
                 UNSTRING GEN-REC DELIMITED BY ","
                     INTO WS-GF1 WS-GF2
                 END-UNSTRING
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF1) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GF2) DELIMITED BY SIZE
                        ",(password history withheld)" DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
              WHEN OTHER
                 STRING "  " DELIMITED BY SIZE
                        GEN-REC DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
           END-EVALUATE
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> The retention and expiry runs write one archive per business
       *> day; each day in the window is tried for each family and a
       *> missing file is simply skipped. Only archives holding rows
       *> for the account get a section.
       *>--------------------------------------------------
       EXPORT-ARCHIVES.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-BACK-DAYS
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-ARCH-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-ARCH-DATE-NUM TO WS-ARCH-DATE
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ARCH-COUNT
                   PERFORM EXPORT-ONE-ARCHIVE
               END-PERFORM
           END-PERFORM.

       EXPORT-ONE-ARCHIVE.
           MOVE SPACES TO WS-GEN-NAME
           STRING FUNCTION TRIM(WS-ARCH-PREFIX(WS-A)) DELIMITED BY SIZE
                  WS-ARCH-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCH-FILES(WS-A)
           MOVE 0 TO WS-FILE-ROWS
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               MOVE 'N' TO WS-ROW-MATCH
               MOVE GEN-REC(WS-ARCH-OFF1(WS-A):20) TO WS-NAME-TEST
               PERFORM MATCH-SUBJECT-NAME
               IF WS-ARCH-OFF2(WS-A) > 0
                  MOVE GEN-REC(WS-ARCH-OFF2(WS-A):20) TO WS-NAME-TEST
                  PERFORM MATCH-SUBJECT-NAME
               END-IF
               IF WS-ROW-MATCH = 'Y'
                  IF WS-FILE-ROWS = 0
                     MOVE SPACES TO RPT-REC
                     WRITE RPT-REC
                     MOVE SPACES TO RPT-REC
                     STRING "== " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                            " (archive) ==" DELIMITED BY SIZE
                            INTO RPT-REC
                     END-STRING
                     WRITE RPT-REC
                  END-IF
                  ADD 1 TO WS-FILE-ROWS
                  ADD 1 TO WS-ARCH-ROWS(WS-A)
                  ADD 1 TO WS-TOTAL-ROWS
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         GEN-REC DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
               PERFORM READ-GEN-RECORD
           END-PERFORM
           CLOSE GEN-FILE.

       WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "========================================" TO RPT-REC
           WRITE RPT-REC
           MOVE "Summary -- rows found per file" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               MOVE WS-SPEC-ROWS(WS-F) TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-SPEC-NAME(WS-F) DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ARCH-COUNT
               MOVE WS-ARCH-ROWS(WS-A) TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-ARCH-PREFIX(WS-A) DELIMITED BY SIZE
                      "*       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM
           MOVE WS-TOTAL-ROWS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Rows disclosed in total:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM SUBJECT-ACCESS-EXPORT.
