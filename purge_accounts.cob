               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           *> Keyed like the profile store; purged rows are deleted in
           *> place rather than copied around.
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT LASTLOGIN-FILE ASSIGN TO "lastlogin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.

           SELECT LEGAL-HOLDS-FILE ASSIGN TO "legalholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
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

       FD  LASTLOGIN-FILE.
       01  LASTLOGIN-REC  PIC X(40).

       FD  LEGAL-HOLDS-FILE.
       01  LEGAL-HOLD-REC.
           05 LH-USERNAME      PIC X(20).
           05 LH-STATUS        PIC X.
           05 LH-CASE-REF      PIC X(20).
           05 LH-REST          PIC X(116).

       FD  GEN-FILE.
       01  GEN-REC        PIC X(1300).

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

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       *> Control totals, one row per file the run touched, appended
       *> to batchctl.dat for BATCH-RECONCILE at the end of the
       *> nightly stream. Kind 'K' is a file the system keeps (its
       *> closing count is the next run's opening count), 'F' a feed
       *> consumed by the run.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "ACCOUNT-PURGE".
       01  WS-BC-DATE         PIC X(8) VALUE SPACES.
       01  WS-BC-FILE         PIC X(30) VALUE SPACES.
       01  WS-BC-KIND         PIC X VALUE 'K'.
       01  WS-BC-READ         PIC 9(7) VALUE 0.
       01  WS-BC-ADDED        PIC 9(7) VALUE 0.
       01  WS-BC-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-BC-ARCHIVED     PIC 9(7) VALUE 0.
       01  WS-BC-REJECTED     PIC 9(7) VALUE 0.
       01  WS-BC-DELETED      PIC 9(7) VALUE 0.

       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-LL-STATUS       PIC XX VALUE SPACES.
       01  WS-LH-STATUS       PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-GEN-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-AGE-INPUT       PIC X(10).
       01  WS-AGE-DAYS        PIC 9(4) VALUE 0.
       01  WS-DEFAULT-DAYS    PIC 9(4) VALUE 365.
       *> The compiled value above is only the fallback -- sysparams.dat
       *> (maintained from ADMIN-CONSOLE) overrides it, and the prompt
       *> can still override both for a single run.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-DEFAULT-DISPLAY PIC ZZZ9.
       01  WS-CUTOFF-DATE     PIC X(8).
       01  WS-CUTOFF-NUM      PIC 9(8).

              10 WS-LL-DATE   PIC X(8).
              10 WS-LL-TIME   PIC X(8).

       *> Accounts on legal hold (set from ADMIN-CONSOLE), and the
       *> ones this run would otherwise have purged, for the report.
       01  WS-HOLD-COUNT      PIC 999 VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
              10 WS-HOLD-NAME  PIC X(20).
              10 WS-HOLD-CASE  PIC X(20).
       01  WS-HELD-SKIP-COUNT PIC 99 VALUE 0.
       01  WS-HELD-SKIP-TABLE.
           05 WS-HELD-SKIP-ENTRY OCCURS 50 TIMES.
              10 WS-HELD-SKIP-NAME PIC X(20).
              10 WS-HELD-SKIP-CASE PIC X(20).
       01  WS-HOLD-FOUND      PIC X VALUE 'N'.

       *> The accounts being purged this run, with per-file removal
       *> counts for the certificate. Slot 46 of the counts is the
       *> profile record itself; slots past WS-SPEC-COUNT up to there
       *> are spare room for the next file someone adds.
       01  WS-CAND-COUNT      PIC 99 VALUE 0.
           05 WS-CAND-ENTRY OCCURS 50 TIMES.
              10 WS-CAND-NAME  PIC X(20).
              10 WS-CAND-LAST  PIC X(8).
              10 WS-CAND-CNT OCCURS 46 TIMES PIC 9(4).

       *> The files swept, with how to find the username in a row:
       *> style 'D' = comma-delimited (first two fields checked),
       *> style 'F' = fixed offsets (20 bytes at each nonzero offset).
       01  WS-SPEC-COUNT      PIC 99 VALUE 0.
       01  WS-SPEC-TABLE.
           05 WS-SPEC-ENTRY OCCURS 45 TIMES.
              10 WS-SPEC-NAME  PIC X(20).
              10 WS-SPEC-STYLE PIC X.
              10 WS-SPEC-OFF1  PIC 9(4).
       01  WS-I               PIC 999.
       01  WS-J               PIC 99.
       01  WS-ROWS-REMOVED    PIC 9(6) VALUE 0.
       01  WS-PROFS-SCANNED   PIC 9(6) VALUE 0.
       01  WS-PROFS-REMOVED   PIC 9(6) VALUE 0.
       01  WS-GEN-READ        PIC 9(6) VALUE 0.
       01  WS-GEN-KEPT        PIC 9(6) VALUE 0.
       01  WS-GEN-REMOVED     PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-LL-FOUND        PIC X VALUE 'N'.
       01  WS-USER-LAST       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SYSTEM-PARAMETERS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-PURGE-DAYS
           PERFORM COMPUTE-CUTOFF
           PERFORM LOAD-FILE-SPECS
           PERFORM LOAD-LAST-LOGINS
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM PICK-CANDIDATES
           IF WS-CAND-COUNT = 0
              PERFORM WRITE-EMPTY-REPORT
              STOP RUN
           END-IF
           PERFORM GET-CONTROL-DATE
           PERFORM REMOVE-PROFILE-RECORDS
           PERFORM WRITE-PROFILE-CONTROL
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               IF WS-SPEC-NAME(WS-F) = "messages.dat"
                  PERFORM PURGE-MESSAGE-STORE
               ELSE
                  PERFORM PURGE-ONE-FILE
               END-IF
           END-PERFORM
           PERFORM WRITE-PURGE-REPORT
           STOP RUN.

       GET-PURGE-DAYS.
           MOVE WS-DEFAULT-DAYS TO WS-DEFAULT-DISPLAY
           DISPLAY "Purge accounts deactivated and quiet for how many"
                   " days (blank for " FUNCTION TRIM(WS-DEFAULT-DISPLAY)
                   "): " WITH NO ADVANCING
           ACCEPT WS-AGE-INPUT
           IF WS-AGE-INPUT = SPACES
              MOVE WS-DEFAULT-DAYS TO WS-AGE-DAYS
              MOVE FUNCTION NUMVAL(WS-AGE-INPUT) TO WS-AGE-DAYS
              IF WS-AGE-DAYS = 0
                 MOVE WS-DEFAULT-DAYS TO WS-AGE-DAYS
              ELSE
                 MOVE "operator entry" TO WS-PARM-SOURCE
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> Every username-carrying file ENSURE-FILES creates, with
       *> where the username sits in a row. profiles.dat is handled
       *> separately through its key, and messages.dat (also keyed)
       *> through PURGE-MESSAGE-STORE under the same spec.
       *>--------------------------------------------------
       LOAD-FILE-SPECS.
           MOVE 0 TO WS-SPEC-COUNT
           MOVE "profileviews.dat" TO WS-SPEC-NAME(4)
           MOVE 'D' TO WS-SPEC-STYLE(4)
           MOVE "requestlog.dat" TO WS-SPEC-NAME(5)
           MOVE 'F' TO WS-SPEC-STYLE(5)
           MOVE 1 TO WS-SPEC-OFF1(5)
           MOVE 29 TO WS-SPEC-OFF2(5)
           MOVE "passwdinfo.dat" TO WS-SPEC-NAME(6)
           MOVE 'D' TO WS-SPEC-STYLE(6)
           MOVE "lastlogin.dat" TO WS-SPEC-NAME(7)
           MOVE 'F' TO WS-SPEC-STYLE(30)
           MOVE 37 TO WS-SPEC-OFF1(30)
           MOVE 17 TO WS-SPEC-OFF2(30)
      *>   Application status history -- the applicant at 6. The
      *>   recruiter or job that made the change (at 44) is kept.
           MOVE "applhistory.dat" TO WS-SPEC-NAME(31)
           MOVE 'F' TO WS-SPEC-STYLE(31)
           MOVE 6 TO WS-SPEC-OFF1(31)
           MOVE 0 TO WS-SPEC-OFF2(31)
           MOVE "menuusage.dat" TO WS-SPEC-NAME(32)
           MOVE 'F' TO WS-SPEC-STYLE(32)
           MOVE 39 TO WS-SPEC-OFF1(32)
           MOVE 0 TO WS-SPEC-OFF2(32)
           MOVE "sessions.dat" TO WS-SPEC-NAME(33)
           MOVE 'F' TO WS-SPEC-STYLE(33)
           MOVE 1 TO WS-SPEC-OFF1(33)
           MOVE 0 TO WS-SPEC-OFF2(33)
           MOVE "recruiterclaims.dat" TO WS-SPEC-NAME(34)
           MOVE 'F' TO WS-SPEC-STYLE(34)
           MOVE 1 TO WS-SPEC-OFF1(34)
           MOVE 0 TO WS-SPEC-OFF2(34)
           MOVE "privacy.dat" TO WS-SPEC-NAME(35)
           MOVE 'F' TO WS-SPEC-STYLE(35)
           MOVE 1 TO WS-SPEC-OFF1(35)
           MOVE 0 TO WS-SPEC-OFF2(35)
           MOVE "internhours.dat" TO WS-SPEC-NAME(36)
           MOVE 'F' TO WS-SPEC-STYLE(36)
           MOVE 6 TO WS-SPEC-OFF1(36)
           MOVE 0 TO WS-SPEC-OFF2(36)
           MOVE "jobviews.dat" TO WS-SPEC-NAME(37)
           MOVE 'F' TO WS-SPEC-STYLE(37)
           MOVE 6 TO WS-SPEC-OFF1(37)
           MOVE 0 TO WS-SPEC-OFF2(37)
           MOVE "notifyprefs.dat" TO WS-SPEC-NAME(38)
           MOVE 'F' TO WS-SPEC-STYLE(38)
           MOVE 1 TO WS-SPEC-OFF1(38)
           MOVE 0 TO WS-SPEC-OFF2(38)
           MOVE "contacts.dat" TO WS-SPEC-NAME(39)
           MOVE 'F' TO WS-SPEC-STYLE(39)
           MOVE 1 TO WS-SPEC-OFF1(39)
           MOVE 0 TO WS-SPEC-OFF2(39)
           MOVE "applanswers.dat" TO WS-SPEC-NAME(40)
           MOVE 'F' TO WS-SPEC-STYLE(40)
           MOVE 6 TO WS-SPEC-OFF1(40)
           MOVE 0 TO WS-SPEC-OFF2(40)
      *>   Event check-ins (attendee at 5, who checked them in at 42),
      *>   adviser caseloads (adviser, student) and job offers
      *>   (student at 6, recruiter at 26).
           MOVE "eventattend.dat" TO WS-SPEC-NAME(41)
           MOVE 'F' TO WS-SPEC-STYLE(41)
           MOVE 5 TO WS-SPEC-OFF1(41)
           MOVE 42 TO WS-SPEC-OFF2(41)
           MOVE "caseload.dat" TO WS-SPEC-NAME(42)
           MOVE 'F' TO WS-SPEC-STYLE(42)
           MOVE 1 TO WS-SPEC-OFF1(42)
           MOVE 21 TO WS-SPEC-OFF2(42)
           MOVE "offers.dat" TO WS-SPEC-NAME(43)
           MOVE 'F' TO WS-SPEC-STYLE(43)
           MOVE 6 TO WS-SPEC-OFF1(43)
           MOVE 26 TO WS-SPEC-OFF2(43)
      *>   Internships recorded at hire -- the student at 6. The
      *>   supervisor (at 26) is kept, as for internhours.dat.
           MOVE "internships.dat" TO WS-SPEC-NAME(44)
           MOVE 'F' TO WS-SPEC-STYLE(44)
           MOVE 6 TO WS-SPEC-OFF1(44)
           MOVE 0 TO WS-SPEC-OFF2(44)
           MOVE 44 TO WS-SPEC-COUNT.

       LOAD-LAST-LOGINS.
           MOVE 0 TO WS-LL-COUNT
                   MOVE "00" TO WS-LL-STATUS
           END-READ.

       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT LEGAL-HOLDS-FILE
           IF WS-LH-STATUS = "00"
              PERFORM READ-LEGAL-HOLD-RECORD
              PERFORM UNTIL WS-LH-STATUS NOT = "00"
                  OR WS-HOLD-COUNT >= 100
                  IF LH-STATUS = 'H'
                     ADD 1 TO WS-HOLD-COUNT
                     MOVE LH-USERNAME TO WS-HOLD-NAME(WS-HOLD-COUNT)
                     MOVE LH-CASE-REF TO WS-HOLD-CASE(WS-HOLD-COUNT)
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
       *> Candidates: deactivated profiles whose last login (if any)
       *> is older than the cutoff. The scan runs to the end of the
       *> store even once the table is full, so the profile count in
       *> the control totals is the whole file.
       *>--------------------------------------------------
       PICK-CANDIDATES.
           MOVE 0 TO WS-PROFS-SCANNED
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  ADD 1 TO WS-PROFS-SCANNED
      *>          PF-ACTIVE-FLAG sits 355 bytes into PF-REST (after
      *>          the name, university, major, year and about-me
      *>          fields of the full PROFILE-REC layout).
                  IF PF-REST(355:1) = 'N'
                     AND WS-CAND-COUNT < 50
                     PERFORM CONSIDER-ONE-CANDIDATE
                  END-IF
                  PERFORM READ-PROFILE-RECORD
           IF WS-LL-FOUND = 'Y' AND WS-USER-LAST >= WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF
      *>   An account on legal hold is never purged, however old; it
      *>   is listed in the report instead.
           MOVE 'N' TO WS-HOLD-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
               IF FUNCTION UPPER-CASE(WS-HOLD-NAME(WS-I)) =
                  FUNCTION UPPER-CASE(PF-USERNAME)
                  MOVE 'Y' TO WS-HOLD-FOUND
                  IF WS-HELD-SKIP-COUNT < 50
                     ADD 1 TO WS-HELD-SKIP-COUNT
                     MOVE PF-USERNAME
                         TO WS-HELD-SKIP-NAME(WS-HELD-SKIP-COUNT)
                     MOVE WS-HOLD-CASE(WS-I)
                         TO WS-HELD-SKIP-CASE(WS-HELD-SKIP-COUNT)
                  END-IF
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND = 'Y'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE PF-USERNAME TO WS-CAND-NAME(WS-CAND-COUNT)
           MOVE WS-USER-LAST TO WS-CAND-LAST(WS-CAND-COUNT)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 46
               MOVE 0 TO WS-CAND-CNT(WS-CAND-COUNT WS-J)
           END-PERFORM.

       *>--------------------------------------------------
       *> The profile records go first: each is archived whole, then
       *> deleted from the keyed store (counts slot 46).
       *>--------------------------------------------------
       REMOVE-PROFILE-RECORDS.
           OPEN EXTEND ARCHIVE-FILE
                          DELETE PROFILE-FILE
                              INVALID KEY CONTINUE
                          END-DELETE
                          MOVE 1 TO WS-CAND-CNT(WS-I 46)
                          ADD 1 TO WS-ROWS-REMOVED
                          ADD 1 TO WS-PROFS-REMOVED
                  END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
              OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN OUTPUT GEN-TEMP-FILE
           MOVE 0 TO WS-GEN-READ WS-GEN-KEPT WS-GEN-REMOVED
           PERFORM READ-GEN-RECORD
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               ADD 1 TO WS-GEN-READ
               PERFORM MATCH-GEN-ROW
               IF WS-MATCH-IDX > 0
                  ADD 1 TO WS-CAND-CNT(WS-MATCH-IDX WS-F)
                  ADD 1 TO WS-ROWS-REMOVED
                  ADD 1 TO WS-GEN-REMOVED
                  MOVE SPACES TO ARCHIVE-REC
                  MOVE WS-SPEC-NAME(WS-F) TO ARCH-SOURCE
                  MOVE GEN-REC TO ARCH-ROW
                  WRITE ARCHIVE-REC
               ELSE
                  ADD 1 TO WS-GEN-KEPT
                  MOVE GEN-REC TO GEN-TEMP-REC
                  WRITE GEN-TEMP-REC
               END-IF
           CLOSE GEN-TEMP-FILE
           CLOSE ARCHIVE-FILE
           CALL "CBL_RENAME_FILE" USING WS-GEN-TMP-NAME
                                         WS-GEN-NAME
           MOVE WS-SPEC-NAME(WS-F) TO WS-BC-FILE
           MOVE WS-GEN-READ    TO WS-BC-READ
           MOVE WS-GEN-KEPT    TO WS-BC-WRITTEN
           MOVE WS-GEN-REMOVED TO WS-BC-ARCHIVED
           PERFORM WRITE-CONTROL-RECORD.

       *>--------------------------------------------------
       *> The keyed mailbox: the same match against the spec, but a
       *> purged row is archived and deleted in place, and the rows
       *> kept are never rewritten.
       *>--------------------------------------------------
       PURGE-MESSAGE-STORE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
              OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 0 TO WS-GEN-READ WS-GEN-KEPT WS-GEN-REMOVED
           PERFORM READ-MESSAGE-RECORD
           PERFORM UNTIL WS-MSG-STATUS NOT = "00"
               ADD 1 TO WS-GEN-READ
               MOVE MESSAGE-REC TO GEN-REC
               PERFORM MATCH-GEN-ROW
               IF WS-MATCH-IDX > 0
                  ADD 1 TO WS-CAND-CNT(WS-MATCH-IDX WS-F)
                  ADD 1 TO WS-ROWS-REMOVED
                  ADD 1 TO WS-GEN-REMOVED
                  MOVE SPACES TO ARCHIVE-REC
                  MOVE WS-SPEC-NAME(WS-F) TO ARCH-SOURCE
                  MOVE MESSAGE-REC TO ARCH-ROW
                  WRITE ARCHIVE-REC
                  DELETE MESSAGES-FILE
                      INVALID KEY CONTINUE
                  END-DELETE
               ELSE
                  ADD 1 TO WS-GEN-KEPT
               END-IF
               PERFORM READ-MESSAGE-RECORD
           END-PERFORM
           CLOSE MESSAGES-FILE
           CLOSE ARCHIVE-FILE
           MOVE WS-SPEC-NAME(WS-F) TO WS-BC-FILE
           MOVE WS-GEN-READ    TO WS-BC-READ
           MOVE WS-GEN-KEPT    TO WS-BC-WRITTEN
           MOVE WS-GEN-REMOVED TO WS-BC-ARCHIVED
           PERFORM WRITE-CONTROL-RECORD.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
                   MOVE "00" TO WS-MSG-STATUS
           END-READ.

       READ-GEN-RECORD.
           READ GEN-FILE
           WRITE RPT-REC
           MOVE "No accounts met the purge criteria." TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-HELD-SKIPS
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> Accounts that met the criteria but sit under a legal hold.
       *>--------------------------------------------------
       WRITE-HELD-SKIPS.
           IF WS-HELD-SKIP-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Skipped -- on legal hold:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HELD-SKIP-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  HELD: " DELIMITED BY SIZE
                      WS-HELD-SKIP-NAME(WS-I) DELIMITED BY SPACE
                      " (case " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HELD-SKIP-CASE(WS-I))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       *>--------------------------------------------------
       *> One certificate section per purged user: which files lost
       *> how many rows, so the privacy office can file proof that
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-AGE-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Parameter PURGE-AGE-DAYS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               IF WS-CAND-CNT(WS-I 46) > 0
                  MOVE "  profiles.dat: profile record removed" TO RPT-REC
                  WRITE RPT-REC
               END-IF

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-HELD-SKIPS
           MOVE WS-CAND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Accounts purged:         " DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-HELD-SKIP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Skipped, legal hold:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE REPORT-FILE.

       WRITE-PROFILE-CONTROL.
           MOVE "profiles.dat" TO WS-BC-FILE
           MOVE WS-PROFS-SCANNED TO WS-BC-READ
           COMPUTE WS-BC-WRITTEN = WS-PROFS-SCANNED - WS-PROFS-REMOVED
           MOVE WS-PROFS-REMOVED TO WS-BC-ARCHIVED
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

       *>--------------------------------------------------
       *> Picks up PURGE-AGE-DAYS from sysparams.dat; a missing file, a
       *> missing row or an unusable value leaves the compiled default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-NAME = "PURGE-AGE-DAYS"
                     AND SP-VALUE IS NUMERIC
                     AND SP-VALUE > 0 AND SP-VALUE <= 9999
                     MOVE SP-VALUE TO WS-DEFAULT-DAYS
                     MOVE "sysparams.dat" TO WS-PARM-SOURCE
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

       END PROGRAM ACCOUNT-PURGE.
