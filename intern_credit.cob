       >>SOURCE FORMAT FREE
       *> Term-end internship credit feed for the registrar. Totals the
       *> approved weekly hours in internhours.dat for each student and
       *> internship over the term, and writes one fixed-width row per
       *> student and internship to registrar-intern.dat:
       *>   student username (20), student name (61), university (50),
       *>   posting id (5), employer (30), internship title (40),
       *>   supervisor username (20), supervisor name (61), term
       *>   start (8), term end (8), approved weeks (2), approved
       *>   hours (4).
       *> The exceptions list (intern-exceptions.txt) names every week
       *> still awaiting approval, every rejected week not yet
       *> resubmitted, every gap between the first and last week an
       *> intern logged, and every student hired into an internship
       *> posting who logged no hours in the term, so the internship
       *> office can chase them before credit is awarded. Hires are
       *> read from internships.dat, which keeps them after the
       *> posting expires, and from applications to postings still
       *> on the board.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERN-CREDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERN-HOURS-FILE ASSIGN TO "internhours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-STATUS.

           SELECT JOBS-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT INTERNSHIPS-FILE ASSIGN TO "internships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISP-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT REGISTRAR-FILE ASSIGN TO "registrar-intern.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "intern-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  JOBS-FILE.
       01  JOB-REC.
           05 JOB-ID          PIC 9(5).
           05 JOB-TITLE        PIC X(40).
           05 JOB-COMPANY      PIC X(30).
           05 JOB-LOCATION     PIC X(30).
           05 JOB-DESC         PIC X(150).
           05 JOB-POSTED-BY    PIC X(20).
           05 JOB-UNIVERSITY   PIC X(50).
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           05 JOB-POSTED-DATE  PIC X(8).
           05 JOB-KIND         PIC X.

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

       FD  INTERNSHIPS-FILE.
       01  INTERNSHIP-REC.
           05 ISP-JOB-ID       PIC 9(5).
           05 ISP-STUDENT      PIC X(20).
           05 ISP-SUPERVISOR   PIC X(20).
           05 ISP-TITLE        PIC X(40).
           05 ISP-EMPLOYER     PIC X(30).
           05 ISP-HIRED        PIC X(8).

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

       FD  REGISTRAR-FILE.
       01  REG-REC.
           05 REG-STUDENT      PIC X(20).
           05 REG-STUDENT-NAME PIC X(61).
           05 REG-UNIVERSITY   PIC X(50).
           05 REG-JOB-ID       PIC 9(5).
           05 REG-EMPLOYER     PIC X(30).
           05 REG-TITLE        PIC X(40).
           05 REG-SUPERVISOR   PIC X(20).
           05 REG-SUPER-NAME   PIC X(61).
           05 REG-TERM-FROM    PIC X(8).
           05 REG-TERM-TO      PIC X(8).
           05 REG-WEEKS        PIC 9(2).
           05 REG-HOURS        PIC 9(4).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IH-STATUS       PIC XX VALUE SPACES.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-ISP-STATUS      PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-REG-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-FROM-DATE       PIC X(8) VALUE "00000000".
       01  WS-TO-DATE         PIC X(8) VALUE "99999999".
       01  WS-DATE-INPUT      PIC X(10).

       *> Internship postings ('I' rows) on the board.
       01  WS-JB-COUNT        PIC 999 VALUE 0.
       01  WS-JB-TABLE.
           05 WS-JB-ENTRY OCCURS 500 TIMES.
              10 WS-JB-ID      PIC 9(5).
              10 WS-JB-TITLE   PIC X(40).
              10 WS-JB-COMPANY PIC X(30).
              10 WS-JB-POSTER  PIC X(20).

       *> One entry per student and internship, with the term's
       *> approved totals and the span of weeks logged.
       01  WS-PAIR-COUNT      PIC 999 VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 300 TIMES.
              10 WS-PR-STUDENT  PIC X(20).
              10 WS-PR-JOB      PIC 9(5).
              10 WS-PR-EMPLOYER PIC X(30).
              10 WS-PR-TITLE    PIC X(40).
              10 WS-PR-SUPER    PIC X(20).
              10 WS-PR-FIRST    PIC X(8).
              10 WS-PR-LAST     PIC X(8).
              10 WS-PR-WEEKS    PIC 99.
              10 WS-PR-HOURS    PIC 9(4).
              10 WS-PR-ROWS     PIC 999.

       *> Every in-term week row, kept for the exceptions pass.
       01  WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 3000 TIMES.
              10 WS-RW-PAIR    PIC 999.
              10 WS-RW-WEEK    PIC X(8).
              10 WS-RW-STAT    PIC X.
              10 WS-RW-HOURS   PIC 99.

       01  WS-PAIR-IDX        PIC 999.

       *> The hired student and internship being added.
       01  WS-HP-STUDENT      PIC X(20).
       01  WS-HP-JOB          PIC 9(5).
       01  WS-HP-EMPLOYER     PIC X(30).
       01  WS-HP-TITLE        PIC X(40).
       01  WS-HP-SUPER        PIC X(20).
       01  WS-HP-LIVE         PIC X.
       01  WS-DAY-INT         PIC 9(7).
       01  WS-END-INT         PIC 9(7).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-WEEK            PIC X(8).
       01  WS-FULL-NAME       PIC X(61).

       01  WS-ROWS-WRITTEN    PIC 9(5) VALUE 0.
       01  WS-HOURS-TOTAL     PIC 9(6) VALUE 0.
       01  WS-EXC-TOTAL       PIC 9(5) VALUE 0.
       01  WS-SECTION-CNT     PIC 9(5) VALUE 0.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-WANT-STAT       PIC X.
       01  WS-PROF-OPEN       PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-HOURS-DISPLAY   PIC ZZZZZ9.
       01  WS-I               PIC 9(4).
       01  WS-J               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-TERM-DATES
           PERFORM LOAD-INTERNSHIP-POSTINGS
           PERFORM TALLY-INTERN-WEEKS
           PERFORM ADD-HIRED-INTERNS
           PERFORM WRITE-REGISTRAR-FEED
           PERFORM WRITE-EXCEPTIONS-REPORT
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           DISPLAY "registrar-intern.dat written -- " WS-COUNT-DISPLAY
                   " row(s)"
           MOVE WS-EXC-TOTAL TO WS-COUNT-DISPLAY
           DISPLAY "intern-exceptions.txt written -- " WS-COUNT-DISPLAY
                   " exception(s)"
           STOP RUN.

       GET-TERM-DATES.
           DISPLAY "Term start YYYYMMDD (blank for all): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT NOT = SPACES
              MOVE WS-DATE-INPUT TO WS-FROM-DATE
           END-IF
           DISPLAY "Term end YYYYMMDD (blank for all): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT NOT = SPACES
              MOVE WS-DATE-INPUT TO WS-TO-DATE
           END-IF.

       LOAD-INTERNSHIP-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  OR WS-JB-COUNT >= 500
                  IF JOB-KIND = 'I'
                     ADD 1 TO WS-JB-COUNT
                     MOVE JOB-ID        TO WS-JB-ID(WS-JB-COUNT)
                     MOVE JOB-TITLE     TO WS-JB-TITLE(WS-JB-COUNT)
                     MOVE JOB-COMPANY   TO WS-JB-COMPANY(WS-JB-COUNT)
                     MOVE JOB-POSTED-BY TO WS-JB-POSTER(WS-JB-COUNT)
                  END-IF
                  PERFORM READ-JOB-RECORD
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       READ-JOB-RECORD.
           READ JOBS-FILE
               AT END
                   MOVE "EOF" TO WS-JOB-STATUS
               NOT AT END
                   MOVE "00" TO WS-JOB-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Each in-term week lands in the row table against its
       *> student/internship pair; approved weeks count toward the
       *> credit totals.
       *>--------------------------------------------------
       TALLY-INTERN-WEEKS.
           OPEN INPUT INTERN-HOURS-FILE
           IF WS-IH-STATUS = "00"
              PERFORM READ-INTERN-HOURS-RECORD
              PERFORM UNTIL WS-IH-STATUS NOT = "00"
                  IF IH-WEEK >= WS-FROM-DATE AND IH-WEEK <= WS-TO-DATE
                     AND WS-ROW-COUNT < 3000
                     PERFORM FIND-OR-ADD-PAIR
                     IF WS-PAIR-IDX > 0
                        ADD 1 TO WS-ROW-COUNT
                        MOVE WS-PAIR-IDX TO WS-RW-PAIR(WS-ROW-COUNT)
                        MOVE IH-WEEK TO WS-RW-WEEK(WS-ROW-COUNT)
                        MOVE IH-STATUS TO WS-RW-STAT(WS-ROW-COUNT)
                        MOVE IH-HOURS TO WS-RW-HOURS(WS-ROW-COUNT)
                        ADD 1 TO WS-PR-ROWS(WS-PAIR-IDX)
                        IF WS-PR-FIRST(WS-PAIR-IDX) = SPACES
                           OR IH-WEEK < WS-PR-FIRST(WS-PAIR-IDX)
                           MOVE IH-WEEK TO WS-PR-FIRST(WS-PAIR-IDX)
                        END-IF
                        IF IH-WEEK > WS-PR-LAST(WS-PAIR-IDX)
                           MOVE IH-WEEK TO WS-PR-LAST(WS-PAIR-IDX)
                        END-IF
                        IF IH-STATUS = 'A'
                           ADD 1 TO WS-PR-WEEKS(WS-PAIR-IDX)
                           ADD IH-HOURS TO WS-PR-HOURS(WS-PAIR-IDX)
                           ADD IH-HOURS TO WS-HOURS-TOTAL
                        END-IF
                     END-IF
                  END-IF
                  PERFORM READ-INTERN-HOURS-RECORD
              END-PERFORM
              CLOSE INTERN-HOURS-FILE
           END-IF.

       READ-INTERN-HOURS-RECORD.
           READ INTERN-HOURS-FILE
               AT END
                   MOVE "EOF" TO WS-IH-STATUS
               NOT AT END
                   MOVE "00" TO WS-IH-STATUS
           END-READ.

       FIND-OR-ADD-PAIR.
           MOVE 0 TO WS-PAIR-IDX
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PAIR-COUNT
               IF WS-PR-STUDENT(WS-J) = IH-STUDENT
                  AND WS-PR-JOB(WS-J) = IH-JOB-ID
                  MOVE WS-J TO WS-PAIR-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAIR-IDX = 0 AND WS-PAIR-COUNT < 300
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
              MOVE IH-STUDENT    TO WS-PR-STUDENT(WS-PAIR-IDX)
              MOVE IH-JOB-ID     TO WS-PR-JOB(WS-PAIR-IDX)
              MOVE IH-EMPLOYER   TO WS-PR-EMPLOYER(WS-PAIR-IDX)
              MOVE IH-TITLE      TO WS-PR-TITLE(WS-PAIR-IDX)
              MOVE IH-SUPERVISOR TO WS-PR-SUPER(WS-PAIR-IDX)
              MOVE SPACES TO WS-PR-FIRST(WS-PAIR-IDX)
              MOVE SPACES TO WS-PR-LAST(WS-PAIR-IDX)
              MOVE 0 TO WS-PR-WEEKS(WS-PAIR-IDX)
              MOVE 0 TO WS-PR-HOURS(WS-PAIR-IDX)
              MOVE 0 TO WS-PR-ROWS(WS-PAIR-IDX)
           END-IF.

       *>--------------------------------------------------
       *> Students hired ('H') into an internship posting who logged
       *> nothing in the term still get a pair, with no rows, so the
       *> exceptions list can name them. A hire recorded in
       *> internships.dat counts when it was made by the term's end
       *> and either in the term or on a posting still on the board;
       *> older hires with no internships.dat row are found through
       *> the live posting's applications.
       *>--------------------------------------------------
       ADD-HIRED-INTERNS.
           OPEN INPUT INTERNSHIPS-FILE
           IF WS-ISP-STATUS = "00"
              PERFORM READ-INTERNSHIP-RECORD
              PERFORM UNTIL WS-ISP-STATUS NOT = "00"
                  MOVE 'N' TO WS-HP-LIVE
                  PERFORM VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > WS-JB-COUNT
                      IF WS-JB-ID(WS-I) = ISP-JOB-ID
                         MOVE 'Y' TO WS-HP-LIVE
                         EXIT PERFORM
                      END-IF
                  END-PERFORM
                  IF ISP-HIRED <= WS-TO-DATE
                     AND (ISP-HIRED >= WS-FROM-DATE OR WS-HP-LIVE = 'Y')
                     MOVE ISP-STUDENT    TO WS-HP-STUDENT
                     MOVE ISP-JOB-ID     TO WS-HP-JOB
                     MOVE ISP-EMPLOYER   TO WS-HP-EMPLOYER
                     MOVE ISP-TITLE      TO WS-HP-TITLE
                     MOVE ISP-SUPERVISOR TO WS-HP-SUPER
                     PERFORM ADD-HIRED-PAIR
                  END-IF
                  PERFORM READ-INTERNSHIP-RECORD
              END-PERFORM
              CLOSE INTERNSHIPS-FILE
           END-IF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  IF AP-STATUS = 'H'
                     PERFORM VARYING WS-I FROM 1 BY 1
                             UNTIL WS-I > WS-JB-COUNT
                         IF WS-JB-ID(WS-I) = AP-JOB-ID
                            MOVE AP-APPLICANT       TO WS-HP-STUDENT
                            MOVE AP-JOB-ID          TO WS-HP-JOB
                            MOVE WS-JB-COMPANY(WS-I) TO WS-HP-EMPLOYER
                            MOVE WS-JB-TITLE(WS-I)  TO WS-HP-TITLE
                            MOVE WS-JB-POSTER(WS-I) TO WS-HP-SUPER
                            PERFORM ADD-HIRED-PAIR
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF.

       READ-INTERNSHIP-RECORD.
           READ INTERNSHIPS-FILE
               AT END
                   MOVE "EOF" TO WS-ISP-STATUS
               NOT AT END
                   MOVE "00" TO WS-ISP-STATUS
           END-READ.

       ADD-HIRED-PAIR.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PAIR-COUNT
               IF WS-PR-STUDENT(WS-J) = WS-HP-STUDENT
                  AND WS-PR-JOB(WS-J) = WS-HP-JOB
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' AND WS-PAIR-COUNT < 300
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-HP-STUDENT  TO WS-PR-STUDENT(WS-PAIR-COUNT)
              MOVE WS-HP-JOB      TO WS-PR-JOB(WS-PAIR-COUNT)
              MOVE WS-HP-EMPLOYER TO WS-PR-EMPLOYER(WS-PAIR-COUNT)
              MOVE WS-HP-TITLE    TO WS-PR-TITLE(WS-PAIR-COUNT)
              MOVE WS-HP-SUPER    TO WS-PR-SUPER(WS-PAIR-COUNT)
              MOVE SPACES TO WS-PR-FIRST(WS-PAIR-COUNT)
              MOVE SPACES TO WS-PR-LAST(WS-PAIR-COUNT)
              MOVE 0 TO WS-PR-WEEKS(WS-PAIR-COUNT)
              MOVE 0 TO WS-PR-HOURS(WS-PAIR-COUNT)
              MOVE 0 TO WS-PR-ROWS(WS-PAIR-COUNT)
           END-IF.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                   MOVE "EOF" TO WS-APPL-STATUS
               NOT AT END
                   MOVE "00" TO WS-APPL-STATUS
           END-READ.

       *>--------------------------------------------------
       *> One registrar row per pair with any approved hours; names
       *> and university come from the student's and supervisor's
       *> profiles.
       *>--------------------------------------------------
       WRITE-REGISTRAR-FEED.
           OPEN OUTPUT REGISTRAR-FILE
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              MOVE 'Y' TO WS-PROF-OPEN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PAIR-COUNT
               IF WS-PR-HOURS(WS-I) > 0
                  MOVE SPACES TO REG-REC
                  MOVE WS-PR-STUDENT(WS-I) TO REG-STUDENT
                  MOVE WS-PR-STUDENT(WS-I) TO PF-USERNAME
                  PERFORM LOOK-UP-PROFILE-NAME
                  MOVE WS-FULL-NAME TO REG-STUDENT-NAME
                  IF WS-FOUND = 'Y'
                     MOVE PF-UNIVERSITY TO REG-UNIVERSITY
                  END-IF
                  MOVE WS-PR-JOB(WS-I) TO REG-JOB-ID
                  MOVE WS-PR-EMPLOYER(WS-I) TO REG-EMPLOYER
                  MOVE WS-PR-TITLE(WS-I) TO REG-TITLE
                  MOVE WS-PR-SUPER(WS-I) TO REG-SUPERVISOR
                  MOVE WS-PR-SUPER(WS-I) TO PF-USERNAME
                  PERFORM LOOK-UP-PROFILE-NAME
                  MOVE WS-FULL-NAME TO REG-SUPER-NAME
                  MOVE WS-FROM-DATE TO REG-TERM-FROM
                  MOVE WS-TO-DATE TO REG-TERM-TO
                  MOVE WS-PR-WEEKS(WS-I) TO REG-WEEKS
                  MOVE WS-PR-HOURS(WS-I) TO REG-HOURS
                  WRITE REG-REC
                  ADD 1 TO WS-ROWS-WRITTEN
               END-IF
           END-PERFORM
           IF WS-PROF-OPEN = 'Y'
              CLOSE PROFILE-FILE
           END-IF
           CLOSE REGISTRAR-FILE.

       LOOK-UP-PROFILE-NAME.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-FULL-NAME
           IF WS-PROF-OPEN = 'N'
              EXIT PARAGRAPH
           END-IF
           READ PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   STRING FUNCTION TRIM(PF-FIRST-NAME) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-LAST-NAME) DELIMITED BY SIZE
                          INTO WS-FULL-NAME
                   END-STRING
           END-READ.

       WRITE-EXCEPTIONS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Internship Credit Exceptions -- "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Term weeks " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " through " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE "Weeks awaiting the supervisor's approval:" TO RPT-REC
           WRITE RPT-REC
           MOVE 'P' TO WS-WANT-STAT
           PERFORM LIST-WEEKS-IN-STATE
           MOVE "Rejected weeks not yet resubmitted:" TO RPT-REC
           WRITE RPT-REC
           MOVE 'R' TO WS-WANT-STAT
           PERFORM LIST-WEEKS-IN-STATE

           MOVE "Missing weeks (gaps between the first and last week logged):"
               TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PR-ROWS(WS-PAIR-IDX) > 0
                  AND WS-PR-FIRST(WS-PAIR-IDX) IS NUMERIC
                  AND WS-PR-LAST(WS-PAIR-IDX) IS NUMERIC
                  PERFORM LIST-MISSING-WEEKS
               END-IF
           END-PERFORM
           IF WS-SECTION-CNT = 0
              MOVE "  (none)" TO RPT-REC
              WRITE RPT-REC
           END-IF

           MOVE "Hired interns with no hours logged this term:" TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PAIR-COUNT
               IF WS-PR-ROWS(WS-I) = 0
                  ADD 1 TO WS-SECTION-CNT
                  ADD 1 TO WS-EXC-TOTAL
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-PR-STUDENT(WS-I) DELIMITED BY SPACE
                         " -- posting " DELIMITED BY SIZE
                         WS-PR-JOB(WS-I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PR-TITLE(WS-I)) DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PR-EMPLOYER(WS-I)) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM
           IF WS-SECTION-CNT = 0
              MOVE "  (none)" TO RPT-REC
              WRITE RPT-REC
           END-IF

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE WS-HOURS-TOTAL TO WS-HOURS-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Sent to the registrar: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " internship(s), " DELIMITED BY SIZE
                  WS-HOURS-DISPLAY DELIMITED BY SIZE
                  " approved hour(s)" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EXC-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Exceptions: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> Lists every in-term week whose status is WS-WANT-STAT.
       *>--------------------------------------------------
       LIST-WEEKS-IN-STATE.
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ROW-COUNT
               IF WS-RW-STAT(WS-I) = WS-WANT-STAT
                  MOVE WS-RW-PAIR(WS-I) TO WS-PAIR-IDX
                  MOVE WS-RW-WEEK(WS-I) TO WS-WEEK
                  PERFORM WRITE-WEEK-EXCEPTION
               END-IF
           END-PERFORM
           IF WS-SECTION-CNT = 0
              MOVE "  (none)" TO RPT-REC
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> Weeks are filed under their Monday, so stepping seven days
       *> from the first week logged to the last visits every week the
       *> intern should have an entry for.
       *>--------------------------------------------------
       LIST-MISSING-WEEKS.
           MOVE WS-PR-FIRST(WS-PAIR-IDX) TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-PR-LAST(WS-PAIR-IDX) TO WS-DATE-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE-NUM TO WS-WEEK
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ROW-COUNT
                   IF WS-RW-PAIR(WS-I) = WS-PAIR-IDX
                      AND WS-RW-WEEK(WS-I) = WS-WEEK
                      MOVE 'Y' TO WS-FOUND
                      EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                  PERFORM WRITE-WEEK-EXCEPTION
               END-IF
               ADD 7 TO WS-DAY-INT
           END-PERFORM.

       WRITE-WEEK-EXCEPTION.
           ADD 1 TO WS-SECTION-CNT
           ADD 1 TO WS-EXC-TOTAL
           MOVE SPACES TO RPT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-PR-STUDENT(WS-PAIR-IDX) DELIMITED BY SPACE
                  " -- week of " DELIMITED BY SIZE
                  WS-WEEK DELIMITED BY SIZE
                  ", posting " DELIMITED BY SIZE
                  WS-PR-JOB(WS-PAIR-IDX) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PR-EMPLOYER(WS-PAIR-IDX)) DELIMITED BY SIZE
                  ", supervisor " DELIMITED BY SIZE
                  WS-PR-SUPER(WS-PAIR-IDX) DELIMITED BY SPACE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM INTERN-CREDIT.
