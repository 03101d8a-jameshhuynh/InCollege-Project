       >>SOURCE FORMAT FREE
       *> Monthly batch job -- feature adoption by role. Reads the
       *> dashboard usage log (menuusage.dat, one row per option
       *> chosen from the student, recruiter and alumni menus) for a
       *> calendar month and prints, per role, how often each menu
       *> option was used and by how many distinct users, and lists
       *> the options nobody used in the month. The option catalog
       *> below mirrors the one the dashboards log from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-USAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENU-USAGE-FILE ASSIGN TO "menuusage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MU-STATUS.

           SELECT REPORT-FILE ASSIGN TO "menu-usage-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENU-USAGE-FILE.
       01  MENU-USAGE-REC.
           05 MU-DATE          PIC X(8).
           05 MU-TIME          PIC X(8).
           05 MU-ROLE          PIC X.
           05 MU-OPTION        PIC X.
           05 MU-FEATURE       PIC X(20).
           05 MU-USER          PIC X(20).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MU-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> Reporting month, YYYYMM -- blank takes the month before the
       *> business date, which is what the first-of-month run wants.
       01  WS-MONTH-INPUT     PIC X(6).
       01  WS-MONTH           PIC X(6).
       01  WS-YEAR-NUM        PIC 9(4).
       01  WS-MON-NUM         PIC 99.

       *> Dashboard options by role ('S' student, 'R' recruiter, 'A'
       *> alumni) and key -- the same table the dashboards log from.
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
       01  WS-CAT-SIZE        PIC 99 VALUE 52.

       *> Per catalog entry: times chosen and distinct users.
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 52 TIMES.
              10 WS-USE-COUNT  PIC 9(7).
              10 WS-USE-USERS  PIC 9(5).

       *> Every (option, user) pair seen this month, so a user is
       *> counted once per option however often they chose it.
       01  WS-PAIR-COUNT      PIC 9(5) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 10000 TIMES.
              10 WS-PAIR-CAT   PIC 99.
              10 WS-PAIR-USER  PIC X(20).
       01  WS-PAIR-FULL       PIC 9(5) VALUE 0.

       01  WS-ROWS-READ       PIC 9(7) VALUE 0.
       01  WS-ROWS-IN-MONTH   PIC 9(7) VALUE 0.
       01  WS-ROWS-UNKNOWN    PIC 9(7) VALUE 0.
       01  WS-ROLE-TOTAL      PIC 9(7) VALUE 0.
       01  WS-ROLE-UNUSED     PIC 99 VALUE 0.

       01  WS-SECTION-ROLE    PIC X.
       01  WS-SECTION-NAME    PIC X(20).
       01  WS-CAT-IDX         PIC 99 VALUE 0.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-USES-DISPLAY    PIC Z(6)9.
       01  WS-USERS-DISPLAY   PIC ZZZZ9.
       01  WS-COUNT-DISPLAY   PIC Z(6)9.
       01  WS-I               PIC 9(5).
       01  WS-J               PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-REPORT-MONTH
           INITIALIZE WS-USE-TABLE
           PERFORM SCAN-USAGE-LOG
           PERFORM WRITE-USAGE-REPORT
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, advanced by the
       *> nightly driver. A missing or empty control file falls back
       *> to the machine date.
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

       GET-REPORT-MONTH.
           DISPLAY "Report on month YYYYMM (blank for last month): "
                   WITH NO ADVANCING
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT NOT = SPACES AND WS-MONTH-INPUT IS NUMERIC
              MOVE WS-MONTH-INPUT TO WS-MONTH
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR-NUM
           MOVE WS-RUN-DATE(5:2) TO WS-MON-NUM
           IF WS-MON-NUM = 1
              MOVE 12 TO WS-MON-NUM
              SUBTRACT 1 FROM WS-YEAR-NUM
           ELSE
              SUBTRACT 1 FROM WS-MON-NUM
           END-IF
           MOVE WS-YEAR-NUM TO WS-MONTH(1:4)
           MOVE WS-MON-NUM TO WS-MONTH(5:2).

       SCAN-USAGE-LOG.
           OPEN INPUT MENU-USAGE-FILE
           IF WS-MU-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-USAGE-RECORD
           PERFORM UNTIL WS-MU-STATUS NOT = "00"
               ADD 1 TO WS-ROWS-READ
               IF MU-DATE(1:6) = WS-MONTH
                  ADD 1 TO WS-ROWS-IN-MONTH
                  PERFORM COUNT-ONE-CHOICE
               END-IF
               PERFORM READ-USAGE-RECORD
           END-PERFORM
           CLOSE MENU-USAGE-FILE.

       READ-USAGE-RECORD.
           READ MENU-USAGE-FILE
               AT END
                   MOVE "EOF" TO WS-MU-STATUS
               NOT AT END
                   MOVE "00" TO WS-MU-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rows are matched to the catalog on role and feature name,
       *> so a menu renumbering does not move old usage onto the
       *> wrong option; rows naming a feature no longer on the menu
       *> are counted separately.
       *>--------------------------------------------------
       COUNT-ONE-CHOICE.
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CAT-SIZE
               IF WS-MU-ROLE-T(WS-J) = MU-ROLE
                  AND WS-MU-FEATURE-T(WS-J) = MU-FEATURE
                  MOVE WS-J TO WS-CAT-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-IDX = 0
              ADD 1 TO WS-ROWS-UNKNOWN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USE-COUNT(WS-CAT-IDX)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PAIR-COUNT
               IF WS-PAIR-CAT(WS-I) = WS-CAT-IDX
                  AND WS-PAIR-USER(WS-I) = MU-USER
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT >= 10000
              ADD 1 TO WS-PAIR-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-CAT-IDX TO WS-PAIR-CAT(WS-PAIR-COUNT)
           MOVE MU-USER TO WS-PAIR-USER(WS-PAIR-COUNT)
           ADD 1 TO WS-USE-USERS(WS-CAT-IDX).

       WRITE-USAGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Menu Usage Report -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Month: " DELIMITED BY SIZE
                  WS-MONTH(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH(5:2) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE 'S' TO WS-SECTION-ROLE
           MOVE "Students" TO WS-SECTION-NAME
           PERFORM WRITE-ROLE-SECTION
           MOVE 'R' TO WS-SECTION-ROLE
           MOVE "Recruiters" TO WS-SECTION-NAME
           PERFORM WRITE-ROLE-SECTION
           MOVE 'A' TO WS-SECTION-ROLE
           MOVE "Alumni" TO WS-SECTION-NAME
           PERFORM WRITE-ROLE-SECTION

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Log rows read:              " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ROWS-IN-MONTH TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Rows in the month:          " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ROWS-UNKNOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Options no longer on a menu:" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-PAIR-FULL > 0
              MOVE WS-PAIR-FULL TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "Users not counted (table full):" DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> One role's options in menu order with their use counts,
       *> followed by the ones nobody chose this month.
       *>--------------------------------------------------
       WRITE-ROLE-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(WS-SECTION-NAME) DELIMITED BY SIZE
                  " -- option              times used   users" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-ROLE-TOTAL
           MOVE 0 TO WS-ROLE-UNUSED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CAT-SIZE
               IF WS-MU-ROLE-T(WS-J) = WS-SECTION-ROLE
                  ADD WS-USE-COUNT(WS-J) TO WS-ROLE-TOTAL
                  IF WS-USE-COUNT(WS-J) = 0
                     ADD 1 TO WS-ROLE-UNUSED
                  END-IF
                  MOVE WS-USE-COUNT(WS-J) TO WS-USES-DISPLAY
                  MOVE WS-USE-USERS(WS-J) TO WS-USERS-DISPLAY
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-MU-KEY-T(WS-J) DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         WS-MU-FEATURE-T(WS-J) DELIMITED BY SIZE
                         "    " DELIMITED BY SIZE
                         WS-USES-DISPLAY DELIMITED BY SIZE
                         "   " DELIMITED BY SIZE
                         WS-USERS-DISPLAY DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM
           MOVE WS-ROLE-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Total choices:              " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-ROLE-UNUSED = 0
              MOVE "  Unused this month: none" TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE "  Unused this month:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CAT-SIZE
               IF WS-MU-ROLE-T(WS-J) = WS-SECTION-ROLE
                  AND WS-USE-COUNT(WS-J) = 0
                  MOVE SPACES TO RPT-REC
                  STRING "    " DELIMITED BY SIZE
                         WS-MU-FEATURE-T(WS-J) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM.

       END PROGRAM MENU-USAGE-REPORT.
