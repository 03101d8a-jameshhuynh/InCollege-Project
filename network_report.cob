       >>SOURCE FORMAT FREE
       *> Network-graph report -- looks underneath the single
       *> connection total USAGE-REPORT and TREND-REPORT carry. Joins
       *> connections.dat to the active student profiles in
       *> profiles.dat (recruiter accounts in users.dat are left out)
       *> and reports, into network-report.txt:
       *>   - the distribution of connection counts;
       *>   - every active student with no connection or only one,
       *>     grouped by university and major, first-years flagged,
       *>     so the engagement team has a call list;
       *>   - connection density inside each university and major
       *>     (links present against links possible) and how many
       *>     links cross to another university or major;
       *>   - the most-connected students in each graduating class;
       *>   - where connections come from: each connection is traced
       *>     to the request that made it in requestlog.dat, which
       *>     records whether the request was sent from People You May
       *>     Know or from a search result.
       *> Majors are folded through majors.dat the way RESOLVE-MAJOR
       *> folds them online. A first-year is a student graduating
       *> three years after the academic year now running (August
       *> to July).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETWORK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT CONNECTIONS-FILE ASSIGN TO "connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.

           SELECT REQUEST-LOG-FILE ASSIGN TO "requestlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

           SELECT MAJORS-FILE ASSIGN TO "majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "network-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       01  USER-REC       PIC X(80).

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

       FD  CONNECTIONS-FILE.
       01  CONN-REC       PIC X(50).

       FD  REQUEST-LOG-FILE.
       01  RLOG-REC.
           05 RLOG-SENDER      PIC X(20).
           05 RLOG-DATE        PIC X(8).
           05 RLOG-RECIPIENT   PIC X(20).
           05 RLOG-SOURCE      PIC X.

       FD  MAJORS-FILE.
       01  MAJOR-REC.
           05 MJ-CANONICAL     PIC X(40).
           05 MJ-SYNONYM       PIC X(40).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-CONN-STATUS     PIC XX VALUE SPACES.
       01  WS-RLOG-STATUS     PIC XX VALUE SPACES.
       01  WS-MJ-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-RUN-YEAR        PIC 9(4).
       01  WS-RUN-MONTH       PIC 99.
       *> Graduating year of this year's first-years.
       01  WS-FIRST-YEAR-GRAD PIC 9(4).
       *> Requests sent on or after this date count as recent.
       01  WS-RECENT-FROM     PIC X(8).
       01  WS-RECENT-NUM      PIC 9(8).

       *> Recruiter accounts, which never hold connections.
       01  WS-RCR-COUNT       PIC 9(4) VALUE 0.
       01  WS-RCR-TABLE.
           05 WS-RCR-NAME OCCURS 500 TIMES PIC X(20).
       01  WS-U-NAME          PIC X(20).
       01  WS-U-PASS          PIC X(20).
       01  WS-U-FAILS         PIC X(2).
       01  WS-U-LOCKED        PIC X.
       01  WS-U-ROLE          PIC X.
       01  WS-IS-RECRUITER    PIC X.

       *> Majors taxonomy, for folding free-text majors together.
       01  WS-MJ-COUNT        PIC 99 VALUE 0.
       01  WS-MJ-TABLE.
           05 WS-MJ-ENTRY OCCURS 50 TIMES.
              10 WS-MJ-CANON-T PIC X(40).
              10 WS-MJ-SYN-T   PIC X(40).
       01  WS-MJ-INPUT        PIC X(40).
       01  WS-MJ-RESOLVED     PIC X(40).
       01  WS-MJ-SCAN         PIC 99.

       *> Active students, with their connection counts.
       01  WS-STU-COUNT       PIC 9(4) VALUE 0.
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES.
              10 WS-STU-NAME    PIC X(20).
              10 WS-STU-UNIV    PIC X(50).
              10 WS-STU-MAJOR   PIC X(40).
              10 WS-STU-YEAR    PIC 9(4).
              10 WS-STU-DEGREE  PIC 9(4).
              10 WS-STU-UGRP    PIC 99.
              10 WS-STU-MGRP    PIC 99.
       01  WS-STU-SKIPPED     PIC 9(5) VALUE 0.

       *> Universities and majors, with links inside and leaving.
       01  WS-UNIV-COUNT      PIC 99 VALUE 0.
       01  WS-UNIV-TABLE.
           05 WS-UNIV-ENTRY OCCURS 50 TIMES.
              10 WS-UG-NAME     PIC X(50).
              10 WS-UG-STUS     PIC 9(5).
              10 WS-UG-INSIDE   PIC 9(6).
              10 WS-UG-ACROSS   PIC 9(6).
       01  WS-MAJ-COUNT       PIC 99 VALUE 0.
       01  WS-MAJ-TABLE.
           05 WS-MAJ-ENTRY OCCURS 50 TIMES.
              10 WS-MG-NAME     PIC X(40).
              10 WS-MG-STUS     PIC 9(5).
              10 WS-MG-INSIDE   PIC 9(6).
              10 WS-MG-ACROSS   PIC 9(6).
       01  WS-GRP-FOUND       PIC X.

       *> Graduating classes, each with its three best-connected.
       01  WS-CLS-COUNT       PIC 99 VALUE 0.
       01  WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 20 TIMES.
              10 WS-CLS-YEAR    PIC 9(4).
              10 WS-CLS-STUS    PIC 9(5).
              10 WS-CLS-TOP OCCURS 3 TIMES PIC 9(4).

       *> Connection-count distribution buckets: 0, 1, 2-4, 5-9,
       *> 10-24, 25 and over.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 6 TIMES PIC 9(5).
       01  WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "0          ".
           05 FILLER PIC X(12) VALUE "1          ".
           05 FILLER PIC X(12) VALUE "2 to 4     ".
           05 FILLER PIC X(12) VALUE "5 to 9     ".
           05 FILLER PIC X(12) VALUE "10 to 24   ".
           05 FILLER PIC X(12) VALUE "25 and over".
       01  WS-BUCKET-LABEL-T REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 6 TIMES PIC X(12).

       *> Connection rows, by student slot (0 = not an active student).
       01  WS-LINK-COUNT      PIC 9(5) VALUE 0.
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 5000 TIMES.
              10 WS-LK-A        PIC X(20).
              10 WS-LK-B        PIC X(20).
       01  WS-CONN-ROWS       PIC 9(6) VALUE 0.
       01  WS-STU-LINKS       PIC 9(6) VALUE 0.
       01  WS-CONN-A          PIC X(20).
       01  WS-CONN-B          PIC X(20).
       01  WS-IDX-A           PIC 9(4).
       01  WS-IDX-B           PIC 9(4).
       01  WS-FIND-NAME       PIC X(20).
       01  WS-FIND-IDX        PIC 9(4).

       *> Requests carrying a recipient (newer requestlog.dat rows).
       01  WS-RQ-COUNT        PIC 9(5) VALUE 0.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 5000 TIMES.
              10 WS-RQ-SENDER   PIC X(20).
              10 WS-RQ-RECIP    PIC X(20).
              10 WS-RQ-DATE     PIC X(8).
              10 WS-RQ-SOURCE   PIC X.
       01  WS-RQ-HIT          PIC 9(5).

       *> Source tallies: connections made, and recent requests sent
       *> with how many of those have become connections.
       01  WS-SRC-CONN-P      PIC 9(6) VALUE 0.
       01  WS-SRC-CONN-S      PIC 9(6) VALUE 0.
       01  WS-SRC-CONN-O      PIC 9(6) VALUE 0.
       01  WS-SRC-CONN-U      PIC 9(6) VALUE 0.
       01  WS-SRC-REQ-P       PIC 9(6) VALUE 0.
       01  WS-SRC-REQ-S       PIC 9(6) VALUE 0.
       01  WS-SRC-REQ-O       PIC 9(6) VALUE 0.
       01  WS-SRC-ACC-P       PIC 9(6) VALUE 0.
       01  WS-SRC-ACC-S       PIC 9(6) VALUE 0.
       01  WS-SRC-ACC-O       PIC 9(6) VALUE 0.
       01  WS-LINKED          PIC X.

       *> Students with at most one connection, sorted for printing.
       01  WS-ISO-COUNT       PIC 9(4) VALUE 0.
       01  WS-ISO-TABLE.
           05 WS-ISO-ENTRY OCCURS 1000 TIMES.
              10 WS-ISO-KEY.
                 15 WS-ISO-UNIV   PIC X(50).
                 15 WS-ISO-MAJOR  PIC X(40).
                 15 WS-ISO-NAME   PIC X(20).
              10 WS-ISO-DEGREE  PIC 9(4).
              10 WS-ISO-YEAR    PIC 9(4).
       01  WS-ISO-SWAP        PIC X(118).
       01  WS-ISO-SORTED      PIC X.
       01  WS-ISO-FIRSTYRS    PIC 9(5) VALUE 0.
       01  WS-LAST-UNIV       PIC X(50).
       01  WS-LAST-MAJOR      PIC X(40).

       01  WS-POSSIBLE        PIC 9(9).
       01  WS-PCT             PIC 999V99.
       01  WS-PCT-DISP        PIC ZZ9.99.
       01  WS-AVG             PIC 9(4)V99.
       01  WS-AVG-DISP        PIC ZZZ9.99.
       01  WS-COUNT-DISPLAY   PIC ZZZZZ9.
       01  WS-COUNT-DISP2     PIC ZZZZZ9.
       01  WS-COUNT-DISP3     PIC ZZZZZ9.
       01  WS-COUNT-DISP4     PIC ZZZZZ9.
       01  WS-YEAR-DISP       PIC X(4).
       01  WS-FY-NOTE         PIC X(13).
       01  WS-I               PIC 9(5).
       01  WS-J               PIC 9(5).
       01  WS-K               PIC 9(5).
       01  WS-T               PIC 9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           IF WS-RUN-MONTH >= 8
              COMPUTE WS-FIRST-YEAR-GRAD = WS-RUN-YEAR + 4
           ELSE
              COMPUTE WS-FIRST-YEAR-GRAD = WS-RUN-YEAR + 3
           END-IF
           COMPUTE WS-RECENT-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)) - 29)
           MOVE WS-RECENT-NUM TO WS-RECENT-FROM
           PERFORM LOAD-RECRUITERS
           PERFORM LOAD-MAJORS
           PERFORM LOAD-STUDENTS
           PERFORM LOAD-CONNECTIONS
           PERFORM LOAD-REQUEST-LOG
           PERFORM TALLY-DEGREES
           PERFORM TRACE-CONNECTION-SOURCES
           PERFORM TALLY-RECENT-REQUESTS
           PERFORM BUILD-ISOLATED-LIST
           PERFORM RANK-CLASSES
           PERFORM WRITE-NETWORK-REPORT
           STOP RUN.

       LOAD-RECRUITERS.
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  MOVE SPACES TO WS-U-ROLE
                  UNSTRING USER-REC DELIMITED BY ","
                      INTO WS-U-NAME WS-U-PASS WS-U-FAILS WS-U-LOCKED
                           WS-U-ROLE
                  END-UNSTRING
                  IF WS-U-ROLE = 'R' AND WS-RCR-COUNT < 500
                     ADD 1 TO WS-RCR-COUNT
                     MOVE WS-U-NAME TO WS-RCR-NAME(WS-RCR-COUNT)
                  END-IF
                  PERFORM READ-USER-RECORD
              END-PERFORM
              CLOSE USER-FILE
           END-IF.

       READ-USER-RECORD.
           READ USER-FILE
               AT END
                   MOVE "EOF" TO WS-USER-STATUS
               NOT AT END
                   MOVE "00" TO WS-USER-STATUS
           END-READ.

       LOAD-MAJORS.
           MOVE 0 TO WS-MJ-COUNT
           OPEN INPUT MAJORS-FILE
           IF WS-MJ-STATUS = "00"
              PERFORM READ-MAJOR-RECORD
              PERFORM UNTIL WS-MJ-STATUS NOT = "00" OR WS-MJ-COUNT >= 50
                  ADD 1 TO WS-MJ-COUNT
                  MOVE MJ-CANONICAL TO WS-MJ-CANON-T(WS-MJ-COUNT)
                  MOVE MJ-SYNONYM   TO WS-MJ-SYN-T(WS-MJ-COUNT)
                  PERFORM READ-MAJOR-RECORD
              END-PERFORM
              CLOSE MAJORS-FILE
           END-IF.

       READ-MAJOR-RECORD.
           READ MAJORS-FILE
               AT END
                   MOVE "EOF" TO WS-MJ-STATUS
               NOT AT END
                   MOVE "00" TO WS-MJ-STATUS
           END-READ.

       *>--------------------------------------------------
       *> The same fold RESOLVE-MAJOR applies online: synonyms win,
       *> canonicals confirm themselves, unknowns pass upper-cased.
       *>--------------------------------------------------
       RESOLVE-MAJOR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MJ-INPUT))
               TO WS-MJ-RESOLVED
           PERFORM VARYING WS-MJ-SCAN FROM 1 BY 1
                   UNTIL WS-MJ-SCAN > WS-MJ-COUNT
               IF WS-MJ-SYN-T(WS-MJ-SCAN) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-MJ-SYN-T(WS-MJ-SCAN))) = WS-MJ-RESOLVED
                  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-MJ-CANON-T(WS-MJ-SCAN))) TO WS-MJ-RESOLVED
                  EXIT PERFORM
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-MJ-CANON-T(WS-MJ-SCAN))) = WS-MJ-RESOLVED
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-STUDENTS.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  IF PF-ACTIVE-FLAG = 'Y'
                     PERFORM CHECK-RECRUITER
                     IF WS-IS-RECRUITER = 'N'
                        PERFORM ADD-ONE-STUDENT
                     END-IF
                  END-IF
                  PERFORM READ-PROFILE-RECORD
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
               AT END
                   MOVE "EOF" TO WS-PROF-STATUS
               NOT AT END
                   MOVE "00" TO WS-PROF-STATUS
           END-READ.

       CHECK-RECRUITER.
           MOVE 'N' TO WS-IS-RECRUITER
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RCR-COUNT
               IF WS-RCR-NAME(WS-I) = PF-USERNAME
                  MOVE 'Y' TO WS-IS-RECRUITER
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Blank universities and majors are grouped as "(NOT GIVEN)"
       *> so the students who skipped them still show on the list.
       *>--------------------------------------------------
       ADD-ONE-STUDENT.
           IF WS-STU-COUNT >= 1000
              ADD 1 TO WS-STU-SKIPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STU-COUNT
           MOVE PF-USERNAME TO WS-STU-NAME(WS-STU-COUNT)
           IF PF-UNIVERSITY = SPACES
              MOVE "(NOT GIVEN)" TO WS-STU-UNIV(WS-STU-COUNT)
           ELSE
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                  TO WS-STU-UNIV(WS-STU-COUNT)
           END-IF
           IF PF-MAJOR = SPACES
              MOVE "(NOT GIVEN)" TO WS-STU-MAJOR(WS-STU-COUNT)
           ELSE
              MOVE PF-MAJOR TO WS-MJ-INPUT
              PERFORM RESOLVE-MAJOR
              MOVE WS-MJ-RESOLVED TO WS-STU-MAJOR(WS-STU-COUNT)
           END-IF
           IF PF-GRAD-YEAR IS NUMERIC
              MOVE PF-GRAD-YEAR TO WS-STU-YEAR(WS-STU-COUNT)
           ELSE
              MOVE 0 TO WS-STU-YEAR(WS-STU-COUNT)
           END-IF
           MOVE 0 TO WS-STU-DEGREE(WS-STU-COUNT)
           PERFORM FIND-UNIV-GROUP
           PERFORM FIND-MAJOR-GROUP.

       FIND-UNIV-GROUP.
           MOVE 0 TO WS-STU-UGRP(WS-STU-COUNT)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UNIV-COUNT
               IF WS-UG-NAME(WS-J) = WS-STU-UNIV(WS-STU-COUNT)
                  MOVE WS-J TO WS-STU-UGRP(WS-STU-COUNT)
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STU-UGRP(WS-STU-COUNT) = 0 AND WS-UNIV-COUNT < 50
              ADD 1 TO WS-UNIV-COUNT
              MOVE WS-STU-UNIV(WS-STU-COUNT) TO WS-UG-NAME(WS-UNIV-COUNT)
              MOVE 0 TO WS-UG-STUS(WS-UNIV-COUNT)
              MOVE 0 TO WS-UG-INSIDE(WS-UNIV-COUNT)
              MOVE 0 TO WS-UG-ACROSS(WS-UNIV-COUNT)
              MOVE WS-UNIV-COUNT TO WS-STU-UGRP(WS-STU-COUNT)
           END-IF
           IF WS-STU-UGRP(WS-STU-COUNT) > 0
              ADD 1 TO WS-UG-STUS(WS-STU-UGRP(WS-STU-COUNT))
           END-IF.

       FIND-MAJOR-GROUP.
           MOVE 0 TO WS-STU-MGRP(WS-STU-COUNT)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-MAJ-COUNT
               IF WS-MG-NAME(WS-J) = WS-STU-MAJOR(WS-STU-COUNT)
                  MOVE WS-J TO WS-STU-MGRP(WS-STU-COUNT)
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STU-MGRP(WS-STU-COUNT) = 0 AND WS-MAJ-COUNT < 50
              ADD 1 TO WS-MAJ-COUNT
              MOVE WS-STU-MAJOR(WS-STU-COUNT) TO WS-MG-NAME(WS-MAJ-COUNT)
              MOVE 0 TO WS-MG-STUS(WS-MAJ-COUNT)
              MOVE 0 TO WS-MG-INSIDE(WS-MAJ-COUNT)
              MOVE 0 TO WS-MG-ACROSS(WS-MAJ-COUNT)
              MOVE WS-MAJ-COUNT TO WS-STU-MGRP(WS-STU-COUNT)
           END-IF
           IF WS-STU-MGRP(WS-STU-COUNT) > 0
              ADD 1 TO WS-MG-STUS(WS-STU-MGRP(WS-STU-COUNT))
           END-IF.

       LOAD-CONNECTIONS.
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-STATUS = "00"
              PERFORM READ-CONN-RECORD
              PERFORM UNTIL WS-CONN-STATUS NOT = "00"
                  IF CONN-REC NOT = SPACES
                     ADD 1 TO WS-CONN-ROWS
                     IF WS-LINK-COUNT < 5000
                        ADD 1 TO WS-LINK-COUNT
                        UNSTRING CONN-REC DELIMITED BY ","
                            INTO WS-LK-A(WS-LINK-COUNT)
                                 WS-LK-B(WS-LINK-COUNT)
                        END-UNSTRING
                     END-IF
                  END-IF
                  PERFORM READ-CONN-RECORD
              END-PERFORM
              CLOSE CONNECTIONS-FILE
           END-IF.

       READ-CONN-RECORD.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "EOF" TO WS-CONN-STATUS
               NOT AT END
                   MOVE "00" TO WS-CONN-STATUS
           END-READ.

       LOAD-REQUEST-LOG.
           OPEN INPUT REQUEST-LOG-FILE
           IF WS-RLOG-STATUS = "00"
              PERFORM READ-RLOG-RECORD
              PERFORM UNTIL WS-RLOG-STATUS NOT = "00"
                  IF RLOG-RECIPIENT NOT = SPACES AND WS-RQ-COUNT < 5000
                     ADD 1 TO WS-RQ-COUNT
                     MOVE RLOG-SENDER TO WS-RQ-SENDER(WS-RQ-COUNT)
                     MOVE RLOG-RECIPIENT TO WS-RQ-RECIP(WS-RQ-COUNT)
                     MOVE RLOG-DATE TO WS-RQ-DATE(WS-RQ-COUNT)
                     MOVE RLOG-SOURCE TO WS-RQ-SOURCE(WS-RQ-COUNT)
                  END-IF
                  PERFORM READ-RLOG-RECORD
              END-PERFORM
              CLOSE REQUEST-LOG-FILE
           END-IF.

       READ-RLOG-RECORD.
           READ REQUEST-LOG-FILE
               AT END
                   MOVE "EOF" TO WS-RLOG-STATUS
               NOT AT END
                   MOVE "00" TO WS-RLOG-STATUS
           END-READ.

       *> WS-FIND-IDX is the active-student slot of WS-FIND-NAME, or 0.
       FIND-STUDENT.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-STU-COUNT
               IF WS-STU-NAME(WS-K) = WS-FIND-NAME
                  MOVE WS-K TO WS-FIND-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Each connection counts toward both ends' totals; links
       *> between two active students are also placed inside or
       *> across their university and major.
       *>--------------------------------------------------
       TALLY-DEGREES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LINK-COUNT
               MOVE WS-LK-A(WS-I) TO WS-FIND-NAME
               PERFORM FIND-STUDENT
               MOVE WS-FIND-IDX TO WS-IDX-A
               MOVE WS-LK-B(WS-I) TO WS-FIND-NAME
               PERFORM FIND-STUDENT
               MOVE WS-FIND-IDX TO WS-IDX-B
               IF WS-IDX-A > 0
                  ADD 1 TO WS-STU-DEGREE(WS-IDX-A)
               END-IF
               IF WS-IDX-B > 0
                  ADD 1 TO WS-STU-DEGREE(WS-IDX-B)
               END-IF
               IF WS-IDX-A > 0 AND WS-IDX-B > 0
                  ADD 1 TO WS-STU-LINKS
                  PERFORM PLACE-ONE-LINK
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-COUNT
               EVALUATE TRUE
                  WHEN WS-STU-DEGREE(WS-I) = 0
                       ADD 1 TO WS-BUCKET(1)
                  WHEN WS-STU-DEGREE(WS-I) = 1
                       ADD 1 TO WS-BUCKET(2)
                  WHEN WS-STU-DEGREE(WS-I) < 5
                       ADD 1 TO WS-BUCKET(3)
                  WHEN WS-STU-DEGREE(WS-I) < 10
                       ADD 1 TO WS-BUCKET(4)
                  WHEN WS-STU-DEGREE(WS-I) < 25
                       ADD 1 TO WS-BUCKET(5)
                  WHEN OTHER
                       ADD 1 TO WS-BUCKET(6)
               END-EVALUATE
           END-PERFORM.

       PLACE-ONE-LINK.
           IF WS-STU-UGRP(WS-IDX-A) > 0 AND WS-STU-UGRP(WS-IDX-B) > 0
              IF WS-STU-UGRP(WS-IDX-A) = WS-STU-UGRP(WS-IDX-B)
                 ADD 1 TO WS-UG-INSIDE(WS-STU-UGRP(WS-IDX-A))
              ELSE
                 ADD 1 TO WS-UG-ACROSS(WS-STU-UGRP(WS-IDX-A))
                 ADD 1 TO WS-UG-ACROSS(WS-STU-UGRP(WS-IDX-B))
              END-IF
           END-IF
           IF WS-STU-MGRP(WS-IDX-A) > 0 AND WS-STU-MGRP(WS-IDX-B) > 0
              IF WS-STU-MGRP(WS-IDX-A) = WS-STU-MGRP(WS-IDX-B)
                 ADD 1 TO WS-MG-INSIDE(WS-STU-MGRP(WS-IDX-A))
              ELSE
                 ADD 1 TO WS-MG-ACROSS(WS-STU-MGRP(WS-IDX-A))
                 ADD 1 TO WS-MG-ACROSS(WS-STU-MGRP(WS-IDX-B))
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> A connection is credited to the latest logged request
       *> between its two ends, in either direction. Connections
       *> made before requests carried a recipient are untracked.
       *>--------------------------------------------------
       TRACE-CONNECTION-SOURCES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LINK-COUNT
               MOVE WS-LK-A(WS-I) TO WS-CONN-A
               MOVE WS-LK-B(WS-I) TO WS-CONN-B
               PERFORM FIND-PAIR-REQUEST
               IF WS-RQ-HIT = 0
                  ADD 1 TO WS-SRC-CONN-U
               ELSE
                  EVALUATE WS-RQ-SOURCE(WS-RQ-HIT)
                     WHEN 'P'
                          ADD 1 TO WS-SRC-CONN-P
                     WHEN 'S'
                          ADD 1 TO WS-SRC-CONN-S
                     WHEN OTHER
                          ADD 1 TO WS-SRC-CONN-O
                  END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-PAIR-REQUEST.
           MOVE 0 TO WS-RQ-HIT
           PERFORM VARYING WS-J FROM WS-RQ-COUNT BY -1 UNTIL WS-J < 1
               IF (WS-RQ-SENDER(WS-J) = WS-CONN-A
                   AND WS-RQ-RECIP(WS-J) = WS-CONN-B)
                  OR (WS-RQ-SENDER(WS-J) = WS-CONN-B
                      AND WS-RQ-RECIP(WS-J) = WS-CONN-A)
                  MOVE WS-J TO WS-RQ-HIT
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Requests sent in the last 30 days by source, and how many
       *> of them are connections now.
       *>--------------------------------------------------
       TALLY-RECENT-REQUESTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RQ-COUNT
               IF WS-RQ-DATE(WS-I) >= WS-RECENT-FROM
                  MOVE WS-RQ-SENDER(WS-I) TO WS-CONN-A
                  MOVE WS-RQ-RECIP(WS-I) TO WS-CONN-B
                  PERFORM CHECK-PAIR-LINKED
                  EVALUATE WS-RQ-SOURCE(WS-I)
                     WHEN 'P'
                          ADD 1 TO WS-SRC-REQ-P
                          IF WS-LINKED = 'Y'
                             ADD 1 TO WS-SRC-ACC-P
                          END-IF
                     WHEN 'S'
                          ADD 1 TO WS-SRC-REQ-S
                          IF WS-LINKED = 'Y'
                             ADD 1 TO WS-SRC-ACC-S
                          END-IF
                     WHEN OTHER
                          ADD 1 TO WS-SRC-REQ-O
                          IF WS-LINKED = 'Y'
                             ADD 1 TO WS-SRC-ACC-O
                          END-IF
                  END-EVALUATE
               END-IF
           END-PERFORM.

       CHECK-PAIR-LINKED.
           MOVE 'N' TO WS-LINKED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LINK-COUNT
               IF (WS-LK-A(WS-J) = WS-CONN-A AND WS-LK-B(WS-J) = WS-CONN-B)
                  OR (WS-LK-A(WS-J) = WS-CONN-B
                      AND WS-LK-B(WS-J) = WS-CONN-A)
                  MOVE 'Y' TO WS-LINKED
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-ISOLATED-LIST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-COUNT
               IF WS-STU-DEGREE(WS-I) <= 1
                  ADD 1 TO WS-ISO-COUNT
                  MOVE WS-STU-UNIV(WS-I) TO WS-ISO-UNIV(WS-ISO-COUNT)
                  MOVE WS-STU-MAJOR(WS-I) TO WS-ISO-MAJOR(WS-ISO-COUNT)
                  MOVE WS-STU-NAME(WS-I) TO WS-ISO-NAME(WS-ISO-COUNT)
                  MOVE WS-STU-DEGREE(WS-I) TO WS-ISO-DEGREE(WS-ISO-COUNT)
                  MOVE WS-STU-YEAR(WS-I) TO WS-ISO-YEAR(WS-ISO-COUNT)
                  IF WS-STU-YEAR(WS-I) = WS-FIRST-YEAR-GRAD
                     ADD 1 TO WS-ISO-FIRSTYRS
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ISO-SORTED
           PERFORM UNTIL WS-ISO-SORTED = 'Y'
               MOVE 'Y' TO WS-ISO-SORTED
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-ISO-COUNT
                   IF WS-ISO-KEY(WS-K) > WS-ISO-KEY(WS-K + 1)
                      MOVE WS-ISO-ENTRY(WS-K) TO WS-ISO-SWAP
                      MOVE WS-ISO-ENTRY(WS-K + 1) TO WS-ISO-ENTRY(WS-K)
                      MOVE WS-ISO-SWAP TO WS-ISO-ENTRY(WS-K + 1)
                      MOVE 'N' TO WS-ISO-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.

       *>--------------------------------------------------
       *> Graduating classes in year order, each keeping the slots of
       *> its three best-connected students. Students with no year
       *> on their profile are left out of the ranking.
       *>--------------------------------------------------
       RANK-CLASSES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-COUNT
               IF WS-STU-YEAR(WS-I) > 0
                  PERFORM PLACE-IN-CLASS
               END-IF
           END-PERFORM.

       PLACE-IN-CLASS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CLS-COUNT
               IF WS-CLS-YEAR(WS-J) = WS-STU-YEAR(WS-I)
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-J > WS-CLS-COUNT
              IF WS-CLS-COUNT >= 20
                 EXIT PARAGRAPH
              END-IF
      *>      Keep the classes in year order as they are added.
              ADD 1 TO WS-CLS-COUNT
              MOVE WS-CLS-COUNT TO WS-J
              PERFORM UNTIL WS-J = 1
                  OR WS-CLS-YEAR(WS-J - 1) < WS-STU-YEAR(WS-I)
                  MOVE WS-CLS-ENTRY(WS-J - 1) TO WS-CLS-ENTRY(WS-J)
                  SUBTRACT 1 FROM WS-J
              END-PERFORM
              MOVE WS-STU-YEAR(WS-I) TO WS-CLS-YEAR(WS-J)
              MOVE 0 TO WS-CLS-STUS(WS-J)
              MOVE 0 TO WS-CLS-TOP(WS-J, 1)
              MOVE 0 TO WS-CLS-TOP(WS-J, 2)
              MOVE 0 TO WS-CLS-TOP(WS-J, 3)
           END-IF
           ADD 1 TO WS-CLS-STUS(WS-J)
           IF WS-STU-DEGREE(WS-I) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               IF WS-CLS-TOP(WS-J, WS-T) = 0
                  MOVE WS-I TO WS-CLS-TOP(WS-J, WS-T)
                  EXIT PERFORM
               END-IF
               IF WS-STU-DEGREE(WS-I) >
                  WS-STU-DEGREE(WS-CLS-TOP(WS-J, WS-T))
                  PERFORM SHIFT-CLASS-TOP
                  MOVE WS-I TO WS-CLS-TOP(WS-J, WS-T)
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *> Makes room at position WS-T by pushing the lower places down.
       SHIFT-CLASS-TOP.
           IF WS-T < 3
              MOVE WS-CLS-TOP(WS-J, 2) TO WS-CLS-TOP(WS-J, 3)
           END-IF
           IF WS-T = 1
              MOVE WS-CLS-TOP(WS-J, 1) TO WS-CLS-TOP(WS-J, 2)
           END-IF.

       WRITE-NETWORK-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Network Report -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE WS-STU-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Active students:                   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-STU-SKIPPED > 0
              MOVE WS-STU-SKIPPED TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "  (not analysed, table full:      " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE WS-CONN-ROWS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Connections on file:               " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-STU-LINKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  between two active students:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-STU-COUNT > 0
              COMPUTE WS-AVG ROUNDED = WS-STU-LINKS * 2 / WS-STU-COUNT
              MOVE WS-AVG TO WS-AVG-DISP
              MOVE SPACES TO RPT-REC
              STRING "Average connections per student:  " DELIMITED BY SIZE
                     WS-AVG-DISP DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF

           PERFORM WRITE-DISTRIBUTION
           PERFORM WRITE-ISOLATED-LIST
           PERFORM WRITE-UNIV-DENSITY
           PERFORM WRITE-MAJOR-DENSITY
           PERFORM WRITE-CLASS-LEADERS
           PERFORM WRITE-SOURCE-SECTION
           CLOSE REPORT-FILE.

       WRITE-DISTRIBUTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "CONNECTION COUNT DISTRIBUTION" TO RPT-REC
           WRITE RPT-REC
           MOVE "  Connections   Students       %" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
               MOVE WS-BUCKET(WS-T) TO WS-COUNT-DISPLAY
               MOVE 0 TO WS-PCT
               IF WS-STU-COUNT > 0
                  COMPUTE WS-PCT ROUNDED =
                      WS-BUCKET(WS-T) * 100 / WS-STU-COUNT
               END-IF
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-BUCKET-LABEL(WS-T) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       WRITE-ISOLATED-LIST.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ISO-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ISO-FIRSTYRS TO WS-COUNT-DISP2
           MOVE WS-FIRST-YEAR-GRAD TO WS-YEAR-DISP
           MOVE SPACES TO RPT-REC
           STRING "STUDENTS WITH NO CONNECTION OR ONLY ONE -- "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP2) DELIMITED BY SIZE
                  " first-years, class of " DELIMITED BY SIZE
                  WS-YEAR-DISP DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO WS-LAST-UNIV
           MOVE SPACES TO WS-LAST-MAJOR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ISO-COUNT
               IF WS-ISO-UNIV(WS-I) NOT = WS-LAST-UNIV
                  MOVE WS-ISO-UNIV(WS-I) TO WS-LAST-UNIV
                  MOVE SPACES TO WS-LAST-MAJOR
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-ISO-UNIV(WS-I) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
               IF WS-ISO-MAJOR(WS-I) NOT = WS-LAST-MAJOR
                  MOVE WS-ISO-MAJOR(WS-I) TO WS-LAST-MAJOR
                  MOVE SPACES TO RPT-REC
                  STRING "    " DELIMITED BY SIZE
                         WS-ISO-MAJOR(WS-I) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
               MOVE SPACES TO WS-FY-NOTE
               IF WS-ISO-YEAR(WS-I) = WS-FIRST-YEAR-GRAD
                  MOVE "FIRST-YEAR" TO WS-FY-NOTE
               END-IF
               IF WS-ISO-YEAR(WS-I) = 0
                  MOVE "----" TO WS-YEAR-DISP
               ELSE
                  MOVE WS-ISO-YEAR(WS-I) TO WS-YEAR-DISP
               END-IF
               MOVE SPACES TO RPT-REC
               STRING "      " DELIMITED BY SIZE
                      WS-ISO-NAME(WS-I) DELIMITED BY SIZE
                      "  connections: " DELIMITED BY SIZE
                      WS-ISO-DEGREE(WS-I)(4:1) DELIMITED BY SIZE
                      "  class of " DELIMITED BY SIZE
                      WS-YEAR-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FY-NOTE DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       *>--------------------------------------------------
       *> Density is the links inside a group against the n(n-1)/2
       *> its n students could have among themselves.
       *>--------------------------------------------------
       WRITE-UNIV-DENSITY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "DENSITY BY UNIVERSITY" TO RPT-REC
           WRITE RPT-REC
           MOVE "  University                                          Students  Inside  Across  Density%"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UNIV-COUNT
               COMPUTE WS-POSSIBLE =
                   WS-UG-STUS(WS-I) * (WS-UG-STUS(WS-I) - 1) / 2
               MOVE 0 TO WS-PCT
               IF WS-POSSIBLE > 0
                  COMPUTE WS-PCT ROUNDED =
                      WS-UG-INSIDE(WS-I) * 100 / WS-POSSIBLE
                      ON SIZE ERROR
                          MOVE 100 TO WS-PCT
                  END-COMPUTE
               END-IF
               MOVE WS-UG-STUS(WS-I) TO WS-COUNT-DISPLAY
               MOVE WS-UG-INSIDE(WS-I) TO WS-COUNT-DISP2
               MOVE WS-UG-ACROSS(WS-I) TO WS-COUNT-DISP3
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-UG-NAME(WS-I) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       WRITE-MAJOR-DENSITY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "DENSITY BY MAJOR" TO RPT-REC
           WRITE RPT-REC
           MOVE "  Major                                     Students  Inside  Across  Density%"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJ-COUNT
               COMPUTE WS-POSSIBLE =
                   WS-MG-STUS(WS-I) * (WS-MG-STUS(WS-I) - 1) / 2
               MOVE 0 TO WS-PCT
               IF WS-POSSIBLE > 0
                  COMPUTE WS-PCT ROUNDED =
                      WS-MG-INSIDE(WS-I) * 100 / WS-POSSIBLE
                      ON SIZE ERROR
                          MOVE 100 TO WS-PCT
                  END-COMPUTE
               END-IF
               MOVE WS-MG-STUS(WS-I) TO WS-COUNT-DISPLAY
               MOVE WS-MG-INSIDE(WS-I) TO WS-COUNT-DISP2
               MOVE WS-MG-ACROSS(WS-I) TO WS-COUNT-DISP3
               MOVE WS-PCT TO WS-PCT-DISP
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-MG-NAME(WS-I) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM.

       WRITE-CLASS-LEADERS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "MOST-CONNECTED STUDENTS BY GRADUATING CLASS" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CLS-COUNT
               MOVE WS-CLS-YEAR(WS-J) TO WS-YEAR-DISP
               MOVE WS-CLS-STUS(WS-J) TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-FY-NOTE
               IF WS-CLS-YEAR(WS-J) = WS-FIRST-YEAR-GRAD
                  MOVE "(first-years)" TO WS-FY-NOTE
               END-IF
               MOVE SPACES TO RPT-REC
               STRING "  Class of " DELIMITED BY SIZE
                      WS-YEAR-DISP DELIMITED BY SIZE
                      " -- " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      " students " DELIMITED BY SIZE
                      WS-FY-NOTE DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               IF WS-CLS-TOP(WS-J, 1) = 0
                  MOVE "      nobody in this class has a connection yet"
                      TO RPT-REC
                  WRITE RPT-REC
               END-IF
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   IF WS-CLS-TOP(WS-J, WS-T) > 0
                      MOVE WS-CLS-TOP(WS-J, WS-T) TO WS-K
                      MOVE WS-STU-DEGREE(WS-K) TO WS-COUNT-DISP2
                      MOVE SPACES TO RPT-REC
                      STRING "    " DELIMITED BY SIZE
                             WS-T DELIMITED BY SIZE
                             ". " DELIMITED BY SIZE
                             WS-STU-NAME(WS-K) DELIMITED BY SIZE
                             WS-COUNT-DISP2 DELIMITED BY SIZE
                             " connections  " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-STU-UNIV(WS-K))
                                 DELIMITED BY SIZE
                             INTO RPT-REC
                      END-STRING
                      WRITE RPT-REC
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-SOURCE-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "WHERE CONNECTIONS COME FROM" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SRC-CONN-P TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Connections from People You May Know: "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-CONN-S TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Connections from search:              "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-CONN-O TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Connections from other screens:       "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-CONN-U TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  Connections made before tracking:     "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           STRING "  Requests sent since " DELIMITED BY SIZE
                  WS-RECENT-FROM DELIMITED BY SIZE
                  "          Sent  Now connected" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-REQ-P TO WS-COUNT-DISPLAY
           MOVE WS-SRC-ACC-P TO WS-COUNT-DISP2
           MOVE SPACES TO RPT-REC
           STRING "    People You May Know           " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  WS-COUNT-DISP2 DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-REQ-S TO WS-COUNT-DISPLAY
           MOVE WS-SRC-ACC-S TO WS-COUNT-DISP2
           MOVE SPACES TO RPT-REC
           STRING "    Search                        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  WS-COUNT-DISP2 DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-REQ-O TO WS-COUNT-DISPLAY
           MOVE WS-SRC-ACC-O TO WS-COUNT-DISP2
           MOVE SPACES TO RPT-REC
           STRING "    Other                         " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  WS-COUNT-DISP2 DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM NETWORK-REPORT.
