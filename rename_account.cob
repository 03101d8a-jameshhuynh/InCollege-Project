       >>SOURCE FORMAT FREE
       *> Account rename -- the cascade behind the console's Rename an
       *> Account. ADMIN-CONSOLE writes the rename into journal.dat
       *> (operation RENAME-USER, old username, new username) and then
       *> runs this program; STUDENT-SYSTEM runs it as well when it
       *> finds such a row still pending at startup, so a rename a kill
       *> interrupted is finished before anyone signs in. The old name
       *> is replaced by the new one in users.dat, in the profiles.dat
       *> key and in every data file that carries a username (the
       *> purge's file list plus the postings, events, groups, holds
       *> and queues that name an account). Every step only looks for
       *> the old name, so a file a previous attempt already finished
       *> has nothing left to change and a rerun is harmless. Last, an
       *> old-to-new row goes to aliases.dat -- the dated archives are
       *> never rewritten, and the alias is how their rows are traced
       *> to the account -- and the journal is cleared. Per-file
       *> counts go to rename-report.txt. If anything could not be
       *> finished the journal row is left in place for the next run
       *> and RETURN-CODE is set to 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-RENAME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           *> Keyed mailbox -- the account's rows are found through the
           *> recipient and sender/recipient keys and re-keyed one at a
           *> time.
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

           SELECT GEN-TEMP-FILE ASSIGN TO "rename.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-TMP-STATUS.

           SELECT ALIASES-FILE ASSIGN TO "aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "rename-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-OP           PIC X(16).
           05 JRN-USER-A       PIC X(20).
           05 JRN-USER-B       PIC X(20).
           05 JRN-DATE         PIC X(8).
           05 JRN-TIME         PIC X(8).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PF-USERNAME           PIC X(20).
           05 PF-REST               PIC X(1202).

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

       FD  GEN-TEMP-FILE.
       01  GEN-TEMP-REC   PIC X(1300).

       *> One row per rename ever made, oldest first.
       FD  ALIASES-FILE.
       01  ALIAS-REC.
           05 ALS-OLD          PIC X(20).
           05 ALS-NEW          PIC X(20).
           05 ALS-DATE         PIC X(8).
           05 ALS-TIME         PIC X(8).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS      PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-GEN-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-ALS-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-GEN-NAME        PIC X(40) VALUE SPACES.
       01  WS-GEN-TMP-NAME    PIC X(40) VALUE "rename.tmp".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> The rename being applied, as the journal row gives it.
       01  WS-OLD-NAME        PIC X(20) VALUE SPACES.
       01  WS-NEW-NAME        PIC X(20) VALUE SPACES.
       01  WS-RN-DATE         PIC X(8) VALUE SPACES.
       01  WS-RN-TIME         PIC X(8) VALUE SPACES.
       01  WS-RN-PENDING      PIC X VALUE 'N'.
       01  WS-RN-FAILED       PIC X VALUE 'N'.
       01  WS-RN-FAIL-FILE    PIC X(20) VALUE SPACES.
       01  WS-ALIAS-FOUND     PIC X VALUE 'N'.

       *> The files rewritten, with how to find a username in a row
       *> (the purge's convention): style 'D' = comma-delimited
       *> (first two fields checked), style 'F' = fixed offsets (20
       *> bytes at each nonzero offset). profiles.dat and messages.dat
       *> are keyed and handled through their keys.
       01  WS-SPEC-COUNT      PIC 99 VALUE 0.
       01  WS-SPEC-TABLE.
           05 WS-SPEC-ENTRY OCCURS 60 TIMES.
              10 WS-SPEC-NAME  PIC X(20).
              10 WS-SPEC-STYLE PIC X.
              10 WS-SPEC-OFF1  PIC 9(4).
              10 WS-SPEC-OFF2  PIC 9(4).
              10 WS-SPEC-ROWS  PIC 9(5).

       01  WS-GF1             PIC X(20).
       01  WS-GF2             PIC X(20).
       01  WS-GD1             PIC X.
       01  WS-GD2             PIC X.
       01  WS-IN-PTR          PIC 9(4).
       01  WS-OUT-PTR         PIC 9(4).
       01  WS-ROW-CHANGED     PIC X VALUE 'N'.
       01  WS-F               PIC 99.
       01  WS-FILE-ROWS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-ROWS      PIC 9(6) VALUE 0.
       01  WS-PROFILE-ROWS    PIC 9 VALUE 0.
       01  WS-MESSAGE-ROWS    PIC 9(5) VALUE 0.
       01  WS-MSG-DONE        PIC X VALUE 'N'.
       01  WS-MSG-SAVE        PIC X(257).
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-PENDING-RENAME
           IF WS-RN-PENDING = 'N'
              DISPLAY "No account rename is pending."
              STOP RUN
           END-IF
           PERFORM LOAD-FILE-SPECS
           PERFORM RENAME-PROFILE-RECORD
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               PERFORM RENAME-IN-ONE-FILE
           END-PERFORM
           PERFORM RENAME-IN-MESSAGE-STORE
           IF WS-RN-FAILED = 'N'
              PERFORM RECORD-ALIAS
           END-IF
           IF WS-RN-FAILED = 'N'
              OPEN OUTPUT JOURNAL-FILE
              IF WS-JRN-STATUS = "00"
                 CLOSE JOURNAL-FILE
              ELSE
                 MOVE 'Y' TO WS-RN-FAILED
                 MOVE "journal.dat" TO WS-RN-FAIL-FILE
              END-IF
           END-IF
           PERFORM WRITE-RENAME-REPORT
           IF WS-RN-FAILED = 'Y'
              DISPLAY "Rename of " FUNCTION TRIM(WS-OLD-NAME)
                      " not finished (" FUNCTION TRIM(WS-RN-FAIL-FILE)
                      "); it stays pending in journal.dat."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY FUNCTION TRIM(WS-OLD-NAME) " renamed to "
                      FUNCTION TRIM(WS-NEW-NAME) "; see rename-report.txt."
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       *>--------------------------------------------------
       *> The journal holds at most one row. Only a RENAME-USER row is
       *> ours; anything else belongs to STUDENT-SYSTEM's own recovery
       *> and is left alone.
       *>--------------------------------------------------
       READ-PENDING-RENAME.
           MOVE 'N' TO WS-RN-PENDING
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF JRN-OP = "RENAME-USER"
                      AND JRN-USER-A NOT = SPACES
                      AND JRN-USER-B NOT = SPACES
                      MOVE 'Y' TO WS-RN-PENDING
                      MOVE JRN-USER-A TO WS-OLD-NAME
                      MOVE JRN-USER-B TO WS-NEW-NAME
                      MOVE JRN-DATE TO WS-RN-DATE
                      MOVE JRN-TIME TO WS-RN-TIME
                   END-IF
           END-READ
           CLOSE JOURNAL-FILE.

       *>--------------------------------------------------
       *> Every username-carrying file, with where the usernames sit
       *> in a row. Audit and batch-control rows are the record of
       *> what happened and keep the name in use at the time.
       *>--------------------------------------------------
       LOAD-FILE-SPECS.
           MOVE 0 TO WS-SPEC-COUNT
           MOVE "users.dat" TO WS-SPEC-NAME(1)
           MOVE 'D' TO WS-SPEC-STYLE(1)
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
           MOVE 'D' TO WS-SPEC-STYLE(6)
           MOVE "lastlogin.dat" TO WS-SPEC-NAME(7)
           MOVE 'D' TO WS-SPEC-STYLE(7)
           MOVE "endorsements.dat" TO WS-SPEC-NAME(8)
           MOVE 'F' TO WS-SPEC-STYLE(8)
           MOVE 1 TO WS-SPEC-OFF1(8)
           MOVE 21 TO WS-SPEC-OFF2(8)
           MOVE "blocks.dat" TO WS-SPEC-NAME(9)
           MOVE 'F' TO WS-SPEC-STYLE(9)
           MOVE 1 TO WS-SPEC-OFF1(9)
           MOVE 21 TO WS-SPEC-OFF2(9)
           MOVE "annseen.dat" TO WS-SPEC-NAME(10)
           MOVE 'F' TO WS-SPEC-STYLE(10)
           MOVE 1 TO WS-SPEC-OFF1(10)
           MOVE 0 TO WS-SPEC-OFF2(10)
           MOVE "groups.dat" TO WS-SPEC-NAME(11)
           MOVE 'F' TO WS-SPEC-STYLE(11)
           MOVE 145 TO WS-SPEC-OFF1(11)
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
      *>   Shortlists: the owning recruiter at 1, the candidate at 41
      *>   (the list name sits between them).
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
      *>   Prior profile versions: the acting user at 17 and, 37 bytes
      *>   in, the archived PROFILE-REC image whose key is the
      *>   subject's username -- a rollback must land on the new key.
           MOVE "profilehistory.dat" TO WS-SPEC-NAME(30)
           MOVE 'F' TO WS-SPEC-STYLE(30)
           MOVE 37 TO WS-SPEC-OFF1(30)
           MOVE 17 TO WS-SPEC-OFF2(30)
      *>   Application status history: the applicant at 6, the user
      *>   who made the change at 44.
           MOVE "applhistory.dat" TO WS-SPEC-NAME(31)
           MOVE 'F' TO WS-SPEC-STYLE(31)
           MOVE 6 TO WS-SPEC-OFF1(31)
           MOVE 44 TO WS-SPEC-OFF2(31)
           MOVE "menuusage.dat" TO WS-SPEC-NAME(32)
           MOVE 'F' TO WS-SPEC-STYLE(32)
           MOVE 39 TO WS-SPEC-OFF1(32)
           MOVE 0 TO WS-SPEC-OFF2(32)
           MOVE "sessions.dat" TO WS-SPEC-NAME(33)
           MOVE 'F' TO WS-SPEC-STYLE(33)
           MOVE 1 TO WS-SPEC-OFF1(33)
           MOVE 70 TO WS-SPEC-OFF2(33)
           MOVE "recruiterclaims.dat" TO WS-SPEC-NAME(34)
           MOVE 'F' TO WS-SPEC-STYLE(34)
           MOVE 1 TO WS-SPEC-OFF1(34)
           MOVE 0 TO WS-SPEC-OFF2(34)
           MOVE "privacy.dat" TO WS-SPEC-NAME(35)
           MOVE 'F' TO WS-SPEC-STYLE(35)
           MOVE 1 TO WS-SPEC-OFF1(35)
           MOVE 0 TO WS-SPEC-OFF2(35)
      *>   Internship hours: the student at 6, the supervisor at 167.
           MOVE "internhours.dat" TO WS-SPEC-NAME(36)
           MOVE 'F' TO WS-SPEC-STYLE(36)
           MOVE 6 TO WS-SPEC-OFF1(36)
           MOVE 167 TO WS-SPEC-OFF2(36)
           MOVE "eventattend.dat" TO WS-SPEC-NAME(37)
           MOVE 'F' TO WS-SPEC-STYLE(37)
           MOVE 5 TO WS-SPEC-OFF1(37)
           MOVE 42 TO WS-SPEC-OFF2(37)
           MOVE "caseload.dat" TO WS-SPEC-NAME(38)
           MOVE 'F' TO WS-SPEC-STYLE(38)
           MOVE 1 TO WS-SPEC-OFF1(38)
           MOVE 21 TO WS-SPEC-OFF2(38)
           MOVE "offers.dat" TO WS-SPEC-NAME(39)
           MOVE 'F' TO WS-SPEC-STYLE(39)
           MOVE 6 TO WS-SPEC-OFF1(39)
           MOVE 26 TO WS-SPEC-OFF2(39)
      *>   Postings and events the account made, and the console's
      *>   own queues that name it.
           MOVE "jobs.dat" TO WS-SPEC-NAME(40)
           MOVE 'F' TO WS-SPEC-STYLE(40)
           MOVE 256 TO WS-SPEC-OFF1(40)
           MOVE 0 TO WS-SPEC-OFF2(40)
           MOVE "events.dat" TO WS-SPEC-NAME(41)
           MOVE 'F' TO WS-SPEC-STYLE(41)
           MOVE 126 TO WS-SPEC-OFF1(41)
           MOVE 0 TO WS-SPEC-OFF2(41)
           MOVE "legalholds.dat" TO WS-SPEC-NAME(42)
           MOVE 'F' TO WS-SPEC-STYLE(42)
           MOVE 1 TO WS-SPEC-OFF1(42)
           MOVE 0 TO WS-SPEC-OFF2(42)
           MOVE "dupqueue.dat" TO WS-SPEC-NAME(43)
           MOVE 'F' TO WS-SPEC-STYLE(43)
           MOVE 1 TO WS-SPEC-OFF1(43)
           MOVE 21 TO WS-SPEC-OFF2(43)
           MOVE "jobviews.dat" TO WS-SPEC-NAME(44)
           MOVE 'F' TO WS-SPEC-STYLE(44)
           MOVE 6 TO WS-SPEC-OFF1(44)
           MOVE 0 TO WS-SPEC-OFF2(44)
           MOVE "notifyprefs.dat" TO WS-SPEC-NAME(45)
           MOVE 'F' TO WS-SPEC-STYLE(45)
           MOVE 1 TO WS-SPEC-OFF1(45)
           MOVE 0 TO WS-SPEC-OFF2(45)
           MOVE "contacts.dat" TO WS-SPEC-NAME(46)
           MOVE 'F' TO WS-SPEC-STYLE(46)
           MOVE 1 TO WS-SPEC-OFF1(46)
           MOVE 0 TO WS-SPEC-OFF2(46)
           MOVE "applanswers.dat" TO WS-SPEC-NAME(47)
           MOVE 'F' TO WS-SPEC-STYLE(47)
           MOVE 6 TO WS-SPEC-OFF1(47)
           MOVE 0 TO WS-SPEC-OFF2(47)
      *>   Internships recorded at hire: the student at 6, the
      *>   supervisor at 26.
           MOVE "internships.dat" TO WS-SPEC-NAME(48)
           MOVE 'F' TO WS-SPEC-STYLE(48)
           MOVE 6 TO WS-SPEC-OFF1(48)
           MOVE 26 TO WS-SPEC-OFF2(48)
           MOVE 48 TO WS-SPEC-COUNT.

       *>--------------------------------------------------
       *> The profile moves to its new key: the new record is written
       *> first and the old one deleted after, so a kill in between
       *> leaves a copy under each name for the rerun to settle, never
       *> none. A new key already on file is that earlier copy.
       *>--------------------------------------------------
       RENAME-PROFILE-RECORD.
           MOVE 0 TO WS-PROFILE-ROWS
           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
              MOVE 'Y' TO WS-RN-FAILED
              MOVE "profiles.dat" TO WS-RN-FAIL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-NAME TO PF-USERNAME
           READ PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NEW-NAME TO PF-USERNAME
                   WRITE PROFILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-OLD-NAME TO PF-USERNAME
                   DELETE PROFILE-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE 1 TO WS-PROFILE-ROWS
                   ADD 1 TO WS-TOTAL-ROWS
           END-READ
           CLOSE PROFILE-FILE.

       *>--------------------------------------------------
       *> One pass over the file at WS-F: rows naming the old account
       *> are rewritten with the new name, every row travels through
       *> rename.tmp and the rename puts the file back in place. A
       *> file that does not exist yet has nothing to change.
       *>--------------------------------------------------
       RENAME-IN-ONE-FILE.
           MOVE 0 TO WS-SPEC-ROWS(WS-F)
           MOVE WS-SPEC-NAME(WS-F) TO WS-GEN-NAME
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           IF WS-GEN-STATUS NOT = "00"
              MOVE 'Y' TO WS-RN-FAILED
              MOVE WS-SPEC-NAME(WS-F) TO WS-RN-FAIL-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GEN-TEMP-FILE
           IF WS-GEN-TMP-STATUS NOT = "00"
              CLOSE GEN-FILE
              MOVE 'Y' TO WS-RN-FAILED
              MOVE WS-SPEC-NAME(WS-F) TO WS-RN-FAIL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FILE-ROWS
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               MOVE GEN-REC TO GEN-TEMP-REC
               MOVE 'N' TO WS-ROW-CHANGED
               IF WS-SPEC-STYLE(WS-F) = 'D'
                  PERFORM RENAME-DELIMITED-ROW
               ELSE
                  PERFORM RENAME-FIXED-ROW
               END-IF
               IF WS-ROW-CHANGED = 'Y'
                  ADD 1 TO WS-FILE-ROWS
               END-IF
               WRITE GEN-TEMP-REC
               PERFORM READ-GEN-RECORD
           END-PERFORM
           CLOSE GEN-FILE
           CLOSE GEN-TEMP-FILE
           IF WS-FILE-ROWS = 0
              EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-GEN-TMP-NAME
                                         WS-GEN-NAME
           IF RETURN-CODE NOT = 0
              MOVE 'Y' TO WS-RN-FAILED
              MOVE WS-SPEC-NAME(WS-F) TO WS-RN-FAIL-FILE
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-ROWS TO WS-SPEC-ROWS(WS-F)
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS.

       READ-GEN-RECORD.
           READ GEN-FILE
               AT END
                   MOVE "EOF" TO WS-GEN-STATUS
               NOT AT END
                   MOVE "00" TO WS-GEN-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Fixed layouts: the 20-byte slice at each offset is swapped
       *> when it holds the old name.
       *>--------------------------------------------------
       RENAME-FIXED-ROW.
           IF GEN-TEMP-REC(WS-SPEC-OFF1(WS-F):20) = WS-OLD-NAME
              MOVE WS-NEW-NAME TO GEN-TEMP-REC(WS-SPEC-OFF1(WS-F):20)
              MOVE 'Y' TO WS-ROW-CHANGED
           END-IF
           IF WS-SPEC-OFF2(WS-F) > 0
              IF GEN-TEMP-REC(WS-SPEC-OFF2(WS-F):20) = WS-OLD-NAME
                 MOVE WS-NEW-NAME TO GEN-TEMP-REC(WS-SPEC-OFF2(WS-F):20)
                 MOVE 'Y' TO WS-ROW-CHANGED
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> Comma-delimited stores: the first two fields are checked and
       *> the row rebuilt around them, the rest of it carried across
       *> untouched from where the second field ended.
       *>--------------------------------------------------
       RENAME-DELIMITED-ROW.
           MOVE SPACES TO WS-GF1 WS-GF2 WS-GD1 WS-GD2
           MOVE 1 TO WS-IN-PTR
           UNSTRING GEN-REC DELIMITED BY ","
               INTO WS-GF1 DELIMITER IN WS-GD1
                    WS-GF2 DELIMITER IN WS-GD2
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           IF WS-GF1 NOT = WS-OLD-NAME AND WS-GF2 NOT = WS-OLD-NAME
              EXIT PARAGRAPH
           END-IF
           IF WS-GF1 = WS-OLD-NAME
              MOVE WS-NEW-NAME TO WS-GF1
           END-IF
           IF WS-GF2 = WS-OLD-NAME
              MOVE WS-NEW-NAME TO WS-GF2
           END-IF
           MOVE SPACES TO GEN-TEMP-REC
           MOVE 1 TO WS-OUT-PTR
           STRING WS-GF1 DELIMITED BY SPACE
                  WS-GD1 DELIMITED BY SPACE
                  WS-GF2 DELIMITED BY SPACE
                  WS-GD2 DELIMITED BY SPACE
                  INTO GEN-TEMP-REC
                  WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-IN-PTR <= LENGTH OF GEN-REC
              STRING GEN-REC(WS-IN-PTR:) DELIMITED BY SIZE
                  INTO GEN-TEMP-REC
                  WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF
           MOVE 'Y' TO WS-ROW-CHANGED.

       *>--------------------------------------------------
       *> The keyed mailbox: the name is part of the key, so each row
       *> is written under its new key and the old one then deleted,
       *> re-positioning after every move. Received mail (notes to
       *> self included) goes first, through the recipient key, then
       *> mail sent, through the pair key. A new key already on file
       *> is a copy an interrupted run made.
       *>--------------------------------------------------
       RENAME-IN-MESSAGE-STORE.
           MOVE 0 TO WS-MESSAGE-ROWS
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS NOT = "00"
              MOVE 'Y' TO WS-RN-FAILED
              MOVE "messages.dat" TO WS-RN-FAIL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MSG-DONE
           PERFORM UNTIL WS-MSG-DONE = 'Y'
               MOVE WS-OLD-NAME TO MSG-RECIPIENT
               START MESSAGES-FILE KEY = MSG-RECIPIENT
                   INVALID KEY
                       MOVE 'Y' TO WS-MSG-DONE
                   NOT INVALID KEY
                       PERFORM READ-MESSAGE-RECORD
                       IF WS-MSG-STATUS = "00"
                          AND MSG-RECIPIENT = WS-OLD-NAME
                          PERFORM MOVE-ONE-MESSAGE
                       ELSE
                          MOVE 'Y' TO WS-MSG-DONE
                       END-IF
               END-START
           END-PERFORM
           MOVE 'N' TO WS-MSG-DONE
           PERFORM UNTIL WS-MSG-DONE = 'Y'
               MOVE WS-OLD-NAME TO MSG-SENDER
               MOVE LOW-VALUES TO MSG-RECIPIENT
               START MESSAGES-FILE KEY >= MSG-PAIR
                   INVALID KEY
                       MOVE 'Y' TO WS-MSG-DONE
                   NOT INVALID KEY
                       PERFORM READ-MESSAGE-RECORD
                       IF WS-MSG-STATUS = "00"
                          AND MSG-SENDER = WS-OLD-NAME
                          PERFORM MOVE-ONE-MESSAGE
                       ELSE
                          MOVE 'Y' TO WS-MSG-DONE
                       END-IF
               END-START
           END-PERFORM
           CLOSE MESSAGES-FILE
           ADD WS-MESSAGE-ROWS TO WS-TOTAL-ROWS.

       MOVE-ONE-MESSAGE.
           MOVE MESSAGE-REC TO WS-MSG-SAVE
           IF MSG-SENDER = WS-OLD-NAME
              MOVE WS-NEW-NAME TO MSG-SENDER
           END-IF
           IF MSG-RECIPIENT = WS-OLD-NAME
              MOVE WS-NEW-NAME TO MSG-RECIPIENT
           END-IF
           WRITE MESSAGE-REC
               INVALID KEY
                   IF WS-MSG-STATUS NOT = "22"
                      MOVE 'Y' TO WS-RN-FAILED
                      MOVE "messages.dat" TO WS-RN-FAIL-FILE
                      MOVE 'Y' TO WS-MSG-DONE
                      EXIT PARAGRAPH
                   END-IF
           END-WRITE
           MOVE WS-MSG-SAVE TO MESSAGE-REC
           DELETE MESSAGES-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RN-FAILED
                   MOVE "messages.dat" TO WS-RN-FAIL-FILE
                   MOVE 'Y' TO WS-MSG-DONE
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-MESSAGE-ROWS.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
                   MOVE "00" TO WS-MSG-STATUS
           END-READ.

       *>--------------------------------------------------
       *> The old-to-new row, stamped with the moment the rename was
       *> journalled. A rerun finds its own row already there.
       *>--------------------------------------------------
       RECORD-ALIAS.
           MOVE 'N' TO WS-ALIAS-FOUND
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STATUS = "00"
              PERFORM READ-ALIAS-RECORD
              PERFORM UNTIL WS-ALS-STATUS NOT = "00"
                  IF ALS-OLD = WS-OLD-NAME AND ALS-NEW = WS-NEW-NAME
                     AND ALS-DATE = WS-RN-DATE AND ALS-TIME = WS-RN-TIME
                     MOVE 'Y' TO WS-ALIAS-FOUND
                  END-IF
                  PERFORM READ-ALIAS-RECORD
              END-PERFORM
              CLOSE ALIASES-FILE
           END-IF
           IF WS-ALIAS-FOUND = 'Y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ALIASES-FILE
           IF WS-ALS-STATUS = "35"
              OPEN OUTPUT ALIASES-FILE
           END-IF
           IF WS-ALS-STATUS NOT = "00"
              MOVE 'Y' TO WS-RN-FAILED
              MOVE "aliases.dat" TO WS-RN-FAIL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALIAS-REC
           MOVE WS-OLD-NAME TO ALS-OLD
           MOVE WS-NEW-NAME TO ALS-NEW
           MOVE WS-RN-DATE TO ALS-DATE
           MOVE WS-RN-TIME TO ALS-TIME
           WRITE ALIAS-REC
           CLOSE ALIASES-FILE.

       READ-ALIAS-RECORD.
           READ ALIASES-FILE
               AT END
                   MOVE "EOF" TO WS-ALS-STATUS
               NOT AT END
                   MOVE "00" TO WS-ALS-STATUS
           END-READ.

       *>--------------------------------------------------
       *> What this run changed, file by file. A rerun after an
       *> interruption reports only what was still left to do.
       *>--------------------------------------------------
       WRITE-RENAME-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "InCollege Account Rename -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Renamed: " DELIMITED BY SIZE
                  WS-OLD-NAME DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-NEW-NAME DELIMITED BY SPACE
                  " (requested " DELIMITED BY SIZE
                  WS-RN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RN-TIME DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           IF WS-PROFILE-ROWS > 0
              MOVE "  profiles.dat: profile record re-keyed" TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               IF WS-SPEC-ROWS(WS-F) > 0
                  MOVE WS-SPEC-ROWS(WS-F) TO WS-COUNT-DISPLAY
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SPEC-NAME(WS-F))
                             DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         WS-COUNT-DISPLAY DELIMITED BY SIZE
                         " row(s) changed" DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM
           IF WS-MESSAGE-ROWS > 0
              MOVE WS-MESSAGE-ROWS TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "  messages.dat: " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     " row(s) re-keyed" DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOTAL-ROWS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Rows changed in total:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-RN-FAILED = 'Y'
              STRING "NOT FINISHED -- stopped at " DELIMITED BY SIZE
                     WS-RN-FAIL-FILE DELIMITED BY SPACE
                     "; the rename stays pending in journal.dat."
                         DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           ELSE
              MOVE "Complete; old name recorded in aliases.dat."
                  TO RPT-REC
           END-IF
           WRITE RPT-REC
           CLOSE REPORT-FILE.

       END PROGRAM ACCOUNT-RENAME.
