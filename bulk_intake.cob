       >>SOURCE FORMAT FREE
       *> Semester-start batch intake -- reads the registrar's
       *> enrollment feed (enrollment.dat, one comma-delimited row per
       *> student: first name, last name, university, major, contact
       *> email -- the email may be left off), creates
       *> user accounts with generated temporary passwords and stub
       *> profile records, spills overflow past the account ceiling to
       *> waitlist.dat, and writes intake-report.txt covering accounts
       *> created (with their temporary passwords, for distribution),
       *> waitlisted rows and rejected rows with the reason.
       *> A usable contact email is filed in contacts.dat as pending
       *> and its confirmation code queued to the mail gateway, the
       *> same way CREATE-ACCOUNT does it; the student enters the code
       *> at first login.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-INTAKE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT CONTACTS-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "intake-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-REC.
           05 BC-BUS-DATE      PIC X(8).
           05 BC-TIME          PIC X(8).
           05 BC-PROGRAM       PIC X(20).
           05 BC-FILE          PIC X(30).
           05 BC-KIND          PIC X.
           05 BC-READ          PIC 9(7).
           05 BC-ADDED         PIC 9(7).
           05 BC-WRITTEN       PIC 9(7).
           05 BC-ARCHIVED      PIC 9(7).
           05 BC-REJECTED      PIC 9(7).
           05 BC-DELETED       PIC 9(7).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

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

       FD  NOTIFICATIONS-FILE.
       01  NOTIFY-REC.
           05 NT-RECIPIENT     PIC X(20).
           05 NT-TYPE          PIC X(12).
           05 NT-TEXT          PIC X(80).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC X(8).
           05 NT-SENT          PIC X.

       *> Registrar feed rows this run could not apply, kept for the
       *> operators to work (shared with the other registrar intakes;
       *> BACKLOG-AGING ages the file). An operator removes a row once
       *> the registrar has corrected and resent it.
       FD  INTAKE-REJECT-FILE.
       01  INTAKE-REJECT-REC.
           05 IR-PROGRAM       PIC X(20).
           05 IR-DATE          PIC X(8).
           05 IR-TIME          PIC X(8).
           05 IR-REASON        PIC X(40).
           05 IR-ROW           PIC X(150).

       WORKING-STORAGE SECTION.
       *> Control totals, one row per file the run touched, appended
       *> to batchctl.dat for BATCH-RECONCILE at the end of the
       *> nightly stream. Kind 'K' is a file the system keeps (its
       *> closing count is the next run's opening count), 'F' a feed
       *> consumed by the run.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "BULK-INTAKE".
       01  WS-BC-DATE         PIC X(8) VALUE SPACES.
       01  WS-BC-FILE         PIC X(30) VALUE SPACES.
       01  WS-BC-KIND         PIC X VALUE 'K'.
       01  WS-BC-READ         PIC 9(7) VALUE 0.
       01  WS-BC-ADDED        PIC 9(7) VALUE 0.
       01  WS-BC-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-BC-ARCHIVED     PIC 9(7) VALUE 0.
       01  WS-BC-REJECTED     PIC 9(7) VALUE 0.
       01  WS-BC-DELETED      PIC 9(7) VALUE 0.

       01  WS-ENR-STATUS      PIC XX VALUE SPACES.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-WAIT-STATUS     PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-CT-STATUS       PIC XX VALUE SPACES.
       01  WS-NT-STATUS       PIC XX VALUE SPACES.
       01  WS-IR-STATUS       PIC XX VALUE SPACES.
       01  WS-IR-REASON       PIC X(40) VALUE SPACES.

       *> Same ceiling STUDENT-SYSTEM enforces interactively.
       01  WS-MAX-USERS       PIC 99 VALUE 50.
       01  WS-ENR-LAST        PIC X(30).
       01  WS-ENR-UNIV        PIC X(50).
       01  WS-ENR-MAJOR       PIC X(40).
       01  WS-ENR-EMAIL       PIC X(60).
       01  WS-NEW-USERNAME    PIC X(20).
       01  WS-NAME-OK         PIC X VALUE 'N'.

       01  WS-HASH-TEXT       PIC X(12).
       01  WS-HASH-CHAR-CODE  PIC 9(5).

       *> Contact email check -- the same shape rules STUDENT-SYSTEM's
       *> VALIDATE-CONTACT-EMAIL applies -- and the confirmation code.
       01  WS-CT-VALID        PIC X VALUE 'N'.
       01  WS-CT-LEN          PIC 99.
       01  WS-CT-AT-COUNT     PIC 99.
       01  WS-CT-AT-POS       PIC 99.
       01  WS-CT-BAD-COUNT    PIC 99.
       01  WS-CT-DOT-COUNT    PIC 99.
       01  WS-CT-DOMAIN-LEN   PIC 99.
       01  WS-CT-SEED         PIC 9(8).
       01  WS-CT-CODE-NUM     PIC 9(6).
       01  WS-CT-CODE         PIC X(6).
       01  WS-EMAIL-TOTAL     PIC 9(5) VALUE 0.
       01  WS-NO-EMAIL-TOTAL  PIC 9(5) VALUE 0.

       01  WS-WAIT-DATE       PIC X(8).
       01  WS-WAIT-TIME       PIC X(8).
       01  WS-RUN-DATE        PIC X(8).
       01  WS-CREATED-TOTAL   PIC 9(5) VALUE 0.
       01  WS-WAITLIST-TOTAL  PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL    PIC 9(5) VALUE 0.
       01  WS-ENR-READ        PIC 9(5) VALUE 0.
       01  WS-USERS-ON-FILE   PIC 9(5) VALUE 0.
       01  WS-USERS-ADDED     PIC 9(5) VALUE 0.
       01  WS-PROFS-ON-FILE   PIC 9(5) VALUE 0.
       01  WS-PROFS-ADDED     PIC 9(5) VALUE 0.
       01  WS-WAIT-ON-FILE    PIC 9(5) VALUE 0.
       01  WS-WAIT-ADDED      PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-I               PIC 999.
       01  WS-J               PIC 999.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
      *>   Seed the code generator once; FILE-CONTACT-EMAIL draws on it.
           MOVE WS-RUN-TIME TO WS-CT-SEED
           COMPUTE WS-CT-CODE-NUM = FUNCTION RANDOM(WS-CT-SEED) * 900000
           PERFORM LOAD-USERS
           PERFORM LOAD-UNIVERSITIES
           PERFORM COUNT-PROFILES
           PERFORM COUNT-WAITLIST
           PERFORM OPEN-REPORT
           PERFORM PROCESS-ENROLLMENT-FEED
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.
           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  ADD 1 TO WS-USERS-ON-FILE
                  IF WS-USER-COUNT < 200
                     ADD 1 TO WS-USER-COUNT
                     UNSTRING USER-REC DELIMITED BY ","
                         INTO WS-USER-ID(WS-USER-COUNT)
                     END-UNSTRING
                  END-IF
                  PERFORM READ-USER-RECORD
              END-PERFORM
              CLOSE USER-FILE
           END-IF
           PERFORM READ-ENROLLMENT-RECORD
           PERFORM UNTIL WS-ENR-STATUS NOT = "00"
               ADD 1 TO WS-ENR-READ
               PERFORM PROCESS-ONE-ROW
               PERFORM READ-ENROLLMENT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-ENR-LAST
           MOVE SPACES TO WS-ENR-UNIV
           MOVE SPACES TO WS-ENR-MAJOR
           MOVE SPACES TO WS-ENR-EMAIL
           UNSTRING ENROLLMENT-REC DELIMITED BY ","
               INTO WS-ENR-FIRST
                    WS-ENR-LAST
                    WS-ENR-UNIV
                    WS-ENR-MAJOR
                    WS-ENR-EMAIL
           END-UNSTRING

           IF WS-ENR-FIRST = SPACES OR WS-ENR-LAST = SPACES
              ADD 1 TO WS-REJECT-TOTAL
              MOVE "incomplete row" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (incomplete row): " DELIMITED BY SIZE
                     ENROLLMENT-REC DELIMITED BY SIZE
           PERFORM CHECK-ENROLLMENT-UNIVERSITY
           IF WS-NAME-OK = 'N'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE "unknown university" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (unknown university): " DELIMITED BY SIZE
                     WS-ENR-FIRST DELIMITED BY SPACE
           PERFORM CHECK-USERNAME-EXISTS
           IF WS-NAME-OK = 'Y'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE "duplicate username" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (duplicate username): " DELIMITED BY SIZE
                     WS-NEW-USERNAME DELIMITED BY SPACE
           PERFORM GENERATE-TEMP-PASSWORD
           IF WS-POLICY-OK = 'N'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE "password generation failed" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (password generation failed): "
                     DELIMITED BY SIZE
                  WS-PASSWORD DELIMITED BY SPACE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM FILE-CONTACT-EMAIL.

       CHECK-ENROLLMENT-UNIVERSITY.
           MOVE 'N' TO WS-NAME-OK
                     INTO USER-REC
              END-STRING
              WRITE USER-REC
              ADD 1 TO WS-USERS-ADDED
              CLOSE USER-FILE
           END-IF.

              END-PERFORM
              WRITE PROFILE-REC
                  INVALID KEY CONTINUE
                  NOT INVALID KEY ADD 1 TO WS-PROFS-ADDED
              END-WRITE
              CLOSE PROFILE-FILE
           END-IF.

       *>--------------------------------------------------
       *> Files the feed's contact email for the new account as
       *> pending and queues its confirmation code. A missing or
       *> malformed address does not stop the account; the student is
       *> asked for one at first login instead.
       *>--------------------------------------------------
       FILE-CONTACT-EMAIL.
           PERFORM VALIDATE-CONTACT-EMAIL
           IF WS-CT-VALID = 'N'
              ADD 1 TO WS-NO-EMAIL-TOTAL
              IF WS-ENR-EMAIL NOT = SPACES
                 MOVE SPACES TO RPT-REC
                 STRING "  no contact email filed (unusable address): "
                        DELIMITED BY SIZE
                        WS-ENR-EMAIL DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
              END-IF
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CT-CODE-NUM = FUNCTION RANDOM * 900000 + 100000
           MOVE WS-CT-CODE-NUM TO WS-CT-CODE
           OPEN EXTEND CONTACTS-FILE
           IF WS-CT-STATUS = "35"
              OPEN OUTPUT CONTACTS-FILE
           END-IF
           IF WS-CT-STATUS = "00"
              MOVE SPACES TO CONTACT-REC
              MOVE WS-NEW-USERNAME TO CT-USER
              MOVE WS-ENR-EMAIL TO CT-EMAIL
              MOVE 'P' TO CT-STATE
              MOVE WS-CT-CODE TO CT-CODE
              MOVE WS-RUN-DATE TO CT-CODE-DATE
              MOVE WS-RUN-DATE TO CT-STATE-DATE
              WRITE CONTACT-REC
              CLOSE CONTACTS-FILE
           END-IF
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NT-STATUS = "35"
              OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           IF WS-NT-STATUS = "00"
              MOVE SPACES TO NOTIFY-REC
              MOVE WS-NEW-USERNAME TO NT-RECIPIENT
              MOVE "EMAIL-VERIFY" TO NT-TYPE
              STRING "Your InCollege email confirmation code is " DELIMITED BY SIZE
                     WS-CT-CODE DELIMITED BY SIZE
                     ". Enter it at your next login." DELIMITED BY SIZE
                     INTO NT-TEXT
              END-STRING
              MOVE WS-RUN-DATE TO NT-DATE
              ACCEPT NT-TIME FROM TIME
              MOVE 'N' TO NT-SENT
              WRITE NOTIFY-REC
              CLOSE NOTIFICATIONS-FILE
           END-IF
           ADD 1 TO WS-EMAIL-TOTAL.

       *>--------------------------------------------------
       *> One @ with something before it, a dot inside the part after
       *> it, no blanks, commas or pipes. Left-justifies WS-ENR-EMAIL.
       *>--------------------------------------------------
       VALIDATE-CONTACT-EMAIL.
           MOVE 'N' TO WS-CT-VALID
           MOVE FUNCTION TRIM(WS-ENR-EMAIL) TO WS-ENR-EMAIL
           IF WS-ENR-EMAIL = SPACES
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ENR-EMAIL))
           MOVE 0 TO WS-CT-AT-COUNT
           MOVE 0 TO WS-CT-BAD-COUNT
           INSPECT WS-ENR-EMAIL(1:WS-CT-LEN) TALLYING
               WS-CT-AT-COUNT FOR ALL "@"
           INSPECT WS-ENR-EMAIL(1:WS-CT-LEN) TALLYING
               WS-CT-BAD-COUNT FOR ALL " " ALL "|"
           IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-BAD-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-AT-POS
           INSPECT WS-ENR-EMAIL TALLYING
               WS-CT-AT-POS FOR CHARACTERS BEFORE INITIAL "@"
           COMPUTE WS-CT-DOMAIN-LEN = WS-CT-LEN - WS-CT-AT-POS - 1
           IF WS-CT-AT-POS = 0 OR WS-CT-DOMAIN-LEN < 3
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-DOT-COUNT
           INSPECT WS-ENR-EMAIL(WS-CT-AT-POS + 2:WS-CT-DOMAIN-LEN) TALLYING
               WS-CT-DOT-COUNT FOR ALL "."
           IF WS-CT-DOT-COUNT > 0
              AND WS-ENR-EMAIL(WS-CT-AT-POS + 2:1) NOT = "."
              AND WS-ENR-EMAIL(WS-CT-LEN:1) NOT = "."
              MOVE 'Y' TO WS-CT-VALID
           END-IF.

       *>--------------------------------------------------
       *> Same stamped waitlist row the interactive overflow flow
       *> writes, so one promotion pass later drains both sources.
                     INTO WAITLIST-REC
              END-STRING
              WRITE WAITLIST-REC
              ADD 1 TO WS-WAIT-ADDED
              CLOSE WAITLIST-FILE
           END-IF
           ADD 1 TO WS-WAITLIST-TOTAL
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EMAIL-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  with contact email:    " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NO-EMAIL-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  without (ask at login): " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-WAITLIST-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Waitlisted:              " DELIMITED BY SIZE
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> Opening counts of the two files this run only appends to,
       *> for the control totals.
       *>--------------------------------------------------
       COUNT-PROFILES.
           MOVE 0 TO WS-PROFS-ON-FILE
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  ADD 1 TO WS-PROFS-ON-FILE
                  PERFORM READ-PROFILE-RECORD
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-PROF-STATUS
               NOT AT END
                   MOVE "00" TO WS-PROF-STATUS
           END-READ.

       COUNT-WAITLIST.
           MOVE 0 TO WS-WAIT-ON-FILE
           OPEN INPUT WAITLIST-FILE
           IF WS-WAIT-STATUS = "00"
              PERFORM READ-WAITLIST-RECORD
              PERFORM UNTIL WS-WAIT-STATUS NOT = "00"
                  ADD 1 TO WS-WAIT-ON-FILE
                  PERFORM READ-WAITLIST-RECORD
              END-PERFORM
              CLOSE WAITLIST-FILE
           END-IF.

       READ-WAITLIST-RECORD.
           READ WAITLIST-FILE
               AT END
                   MOVE "EOF" TO WS-WAIT-STATUS
               NOT AT END
                   MOVE "00" TO WS-WAIT-STATUS
           END-READ.

       *>--------------------------------------------------
       *> enrollment.dat is a feed: every row is created, waitlisted
       *> or rejected. The kept files balance on what was appended.
       *>--------------------------------------------------
       WRITE-CONTROL-TOTALS.
           PERFORM GET-CONTROL-DATE
           MOVE "enrollment.dat" TO WS-BC-FILE
           MOVE 'F' TO WS-BC-KIND
           MOVE WS-ENR-READ TO WS-BC-READ
           COMPUTE WS-BC-WRITTEN = WS-CREATED-TOTAL + WS-WAITLIST-TOTAL
           MOVE WS-REJECT-TOTAL TO WS-BC-REJECTED
           PERFORM WRITE-CONTROL-RECORD
           MOVE "users.dat" TO WS-BC-FILE
           MOVE WS-USERS-ON-FILE TO WS-BC-READ
           MOVE WS-USERS-ADDED   TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-USERS-ON-FILE + WS-USERS-ADDED
           PERFORM WRITE-CONTROL-RECORD
           MOVE "profiles.dat" TO WS-BC-FILE
           MOVE WS-PROFS-ON-FILE TO WS-BC-READ
           MOVE WS-PROFS-ADDED   TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-PROFS-ON-FILE + WS-PROFS-ADDED
           PERFORM WRITE-CONTROL-RECORD
           MOVE "waitlist.dat" TO WS-BC-FILE
           MOVE WS-WAIT-ON-FILE TO WS-BC-READ
           MOVE WS-WAIT-ADDED   TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-WAIT-ON-FILE + WS-WAIT-ADDED
           PERFORM WRITE-CONTROL-RECORD.

       *>--------------------------------------------------
       *> Appends one control row for WS-BC-FILE and clears the counts
       *> for the next file. Read + added must equal written +
       *> archived + rejected + deleted.
       *>--------------------------------------------------
       WRITE-CONTROL-RECORD.
           OPEN EXTEND BATCH-CONTROL-FILE
           IF WS-BC-STATUS = "35"
              OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF
           IF WS-BC-STATUS = "00"
              MOVE SPACES TO BATCH-CONTROL-REC
              MOVE WS-BC-DATE     TO BC-BUS-DATE
              ACCEPT BC-TIME FROM TIME
              MOVE WS-BC-PROGRAM  TO BC-PROGRAM
              MOVE WS-BC-FILE     TO BC-FILE
              MOVE WS-BC-KIND     TO BC-KIND
              MOVE WS-BC-READ     TO BC-READ
              MOVE WS-BC-ADDED    TO BC-ADDED
              MOVE WS-BC-WRITTEN  TO BC-WRITTEN
              MOVE WS-BC-ARCHIVED TO BC-ARCHIVED
              MOVE WS-BC-REJECTED TO BC-REJECTED
              MOVE WS-BC-DELETED  TO BC-DELETED
              WRITE BATCH-CONTROL-REC
              CLOSE BATCH-CONTROL-FILE
           END-IF
           MOVE 'K' TO WS-BC-KIND
           MOVE 0 TO WS-BC-READ WS-BC-ADDED WS-BC-WRITTEN
           MOVE 0 TO WS-BC-ARCHIVED WS-BC-REJECTED WS-BC-DELETED.

       *>--------------------------------------------------
       *> Control rows carry the business date from procdate.dat, the
       *> one the nightly driver advances, so a run outside the stream
       *> reconciles with the night it belongs to; the machine date
       *> stands in when there is no control file.
       *>--------------------------------------------------
       GET-CONTROL-DATE.
           ACCEPT WS-BC-DATE FROM DATE YYYYMMDD
           OPEN INPUT PROCDATE-FILE
           IF WS-PD-STATUS = "00"
              READ PROCDATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PROCDATE-REC NOT = SPACES
                         MOVE PROCDATE-REC TO WS-BC-DATE
                      END-IF
              END-READ
              CLOSE PROCDATE-FILE
           END-IF.

       APPEND-INTAKE-REJECT.
           OPEN EXTEND INTAKE-REJECT-FILE
           IF WS-IR-STATUS = "35"
              OPEN OUTPUT INTAKE-REJECT-FILE
           END-IF
           IF WS-IR-STATUS = "00"
              MOVE SPACES TO INTAKE-REJECT-REC
              MOVE "BULK-INTAKE" TO IR-PROGRAM
              MOVE WS-RUN-DATE TO IR-DATE
              MOVE WS-RUN-TIME TO IR-TIME
              MOVE WS-IR-REASON TO IR-REASON
              MOVE ENROLLMENT-REC TO IR-ROW
              WRITE INTAKE-REJECT-REC
              CLOSE INTAKE-REJECT-FILE
           END-IF.

       END PROGRAM BULK-INTAKE.
