       >>SOURCE FORMAT FREE
       *> Nightly batch job -- summarizes activity across users.dat,
       *> profiles.dat and requests.dat into a plain-text usage report.
       *> Given a university at the prompt it reports on that campus's
       *> students only, into a copy of its own named after the campus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGE-REPORT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHR-STATUS.

           SELECT UNIVERSITIES-FILE ASSIGN TO "universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       FD  SHARE-LOG-FILE.
       01  SHARE-LOG-REC  PIC X(53).

       FD  UNIVERSITIES-FILE.
       01  UNIV-REC       PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-HIST-STATUS     PIC XX VALUE SPACES.
       01  WS-SHR-STATUS      PIC XX VALUE SPACES.
       01  WS-SHARE-TOTAL     PIC 9(5) VALUE 0.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.

       *> Campus run -- a university from universities.dat narrows
       *> every count to students whose profile names it; blank keeps
       *> the system-wide report and its history row.
       01  WS-CAMPUS-INPUT    PIC X(50).
       01  WS-CAMPUS          PIC X(50) VALUE SPACES.
       01  WS-CAMPUS-FOUND    PIC X VALUE 'N'.
       01  WS-CAMPUS-SLUG     PIC X(50).
       01  WS-CAMPUS-LEN      PIC 99 VALUE 0.
       01  WS-RPT-NAME        PIC X(80) VALUE "usage-report.txt".
       01  WS-MEMBER-COUNT    PIC 9(4) VALUE 0.
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-NAME OCCURS 500 TIMES PIC X(20).
       01  WS-MEMBER-USER     PIC X(20).
       01  WS-IS-MEMBER       PIC X VALUE 'Y'.
       01  WS-M               PIC 9(4).
       01  WS-PARTY-A         PIC X(20).
       01  WS-PARTY-B         PIC X(20).

       01  WS-USER-TOTAL      PIC 9(5) VALUE 0.
       01  WS-USER-LOCKED-CNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-CAMPUS
           IF WS-CAMPUS-INPUT NOT = SPACES AND WS-CAMPUS-FOUND = 'N'
              DISPLAY "That university is not in the directory."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CAMPUS-MEMBERS
           PERFORM OPEN-REPORT-FILE
           PERFORM SUMMARIZE-USERS
           PERFORM SUMMARIZE-PROFILES
           PERFORM SUMMARIZE-SHARES
           PERFORM WRITE-REPORT-BODY
           CLOSE REPORT-FILE
           IF WS-CAMPUS = SPACES
              PERFORM APPEND-STATS-HISTORY
           END-IF
           STOP RUN.

       *>--------------------------------------------------
       *> Blank runs the system-wide report into usage-report.txt.
       *> A university is matched against universities.dat, ignoring
       *> case, and its report goes to usage-report-<campus>.txt.
       *>--------------------------------------------------
       GET-CAMPUS.
           DISPLAY "University to report on (blank for all): "
                   WITH NO ADVANCING
           ACCEPT WS-CAMPUS-INPUT
           IF WS-CAMPUS-INPUT = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT UNIVERSITIES-FILE
           IF WS-UNIV-STATUS = "00"
              PERFORM READ-UNIVERSITY-RECORD
              PERFORM UNTIL WS-UNIV-STATUS NOT = "00"
                  IF FUNCTION UPPER-CASE(FUNCTION TRIM(UNIV-REC))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS-INPUT))
                     MOVE UNIV-REC TO WS-CAMPUS
                     MOVE 'Y' TO WS-CAMPUS-FOUND
                     EXIT PERFORM
                  END-IF
                  PERFORM READ-UNIVERSITY-RECORD
              END-PERFORM
              CLOSE UNIVERSITIES-FILE
           END-IF
           IF WS-CAMPUS-FOUND = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CAMPUS))
               TO WS-CAMPUS-SLUG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPUS)) TO WS-CAMPUS-LEN
           INSPECT WS-CAMPUS-SLUG(1:WS-CAMPUS-LEN)
               CONVERTING " '&,./()" TO "--------"
           MOVE SPACES TO WS-RPT-NAME
           STRING "usage-report-" DELIMITED BY SIZE
                  WS-CAMPUS-SLUG(1:WS-CAMPUS-LEN) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RPT-NAME
           END-STRING.

       READ-UNIVERSITY-RECORD.
           READ UNIVERSITIES-FILE
               AT END
                   MOVE "EOF" TO WS-UNIV-STATUS
               NOT AT END
                   MOVE "00" TO WS-UNIV-STATUS
           END-READ.

       *>--------------------------------------------------
       *> On a campus run, one pass over profiles.dat collects the
       *> usernames whose profile names the campus; every other count
       *> is then narrowed to rows touching one of them.
       *>--------------------------------------------------
       LOAD-CAMPUS-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           IF WS-CAMPUS = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  OR WS-MEMBER-COUNT >= 500
                  IF FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS))
                     ADD 1 TO WS-MEMBER-COUNT
                     MOVE PF-USERNAME TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
                  END-IF
                  PERFORM READ-PROFILE-RECORD
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       *>--------------------------------------------------
       *> Sets WS-IS-MEMBER for WS-MEMBER-USER; always 'Y' on a
       *> system-wide run.
       *>--------------------------------------------------
       CHECK-CAMPUS-MEMBER.
           MOVE 'Y' TO WS-IS-MEMBER
           IF WS-CAMPUS = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IS-MEMBER
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MEMBER-COUNT
               IF WS-MEMBER-NAME(WS-M) = WS-MEMBER-USER
                  MOVE 'Y' TO WS-IS-MEMBER
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> A two-party row counts for the campus when either side of
       *> it (WS-PARTY-A / WS-PARTY-B) is one of its students.
       *>--------------------------------------------------
       CHECK-CAMPUS-PAIR.
           MOVE WS-PARTY-A TO WS-MEMBER-USER
           PERFORM CHECK-CAMPUS-MEMBER
           IF WS-IS-MEMBER = 'N'
              MOVE WS-PARTY-B TO WS-MEMBER-USER
              PERFORM CHECK-CAMPUS-MEMBER
           END-IF.

       *>--------------------------------------------------
       *> One dated row of the headline counters appended per run, so
       *> the snapshot this report overwrites each night still leaves
           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  MOVE 'N' TO WS-UNSTR-LOCKED
                  UNSTRING USER-REC DELIMITED BY ","
                      INTO WS-UNSTR-USERNAME
                           WS-UNSTR-FAILS
                           WS-UNSTR-LOCKED
                  END-UNSTRING
                  MOVE WS-UNSTR-USERNAME TO WS-MEMBER-USER
                  PERFORM CHECK-CAMPUS-MEMBER
                  IF WS-IS-MEMBER = 'Y'
                     ADD 1 TO WS-USER-TOTAL
                     IF WS-UNSTR-LOCKED = 'Y'
                        ADD 1 TO WS-USER-LOCKED-CNT
                     END-IF
                  END-IF
                  PERFORM READ-USER-RECORD
              END-PERFORM
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  IF WS-CAMPUS NOT = SPACES
                     AND FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                         NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS))
                     PERFORM READ-PROFILE-RECORD
                     EXIT PERFORM CYCLE
                  END-IF
                  ADD 1 TO WS-PROFILE-TOTAL
                  IF PF-ACTIVE-FLAG = 'Y'
                     ADD 1 TO WS-PROFILE-ACTIVE
           IF WS-REQ-STATUS = "00"
              PERFORM READ-REQUEST-RECORD
              PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                  UNSTRING REQ-REC DELIMITED BY ","
                      INTO WS-PARTY-A WS-PARTY-B
                  END-UNSTRING
                  PERFORM CHECK-CAMPUS-PAIR
                  IF WS-IS-MEMBER = 'Y'
                     ADD 1 TO WS-REQUEST-TOTAL
                  END-IF
                  PERFORM READ-REQUEST-RECORD
              END-PERFORM
              CLOSE REQUESTS-FILE
           IF WS-CONN-STATUS = "00"
              PERFORM READ-CONNECTION-RECORD
              PERFORM UNTIL WS-CONN-STATUS NOT = "00"
                  UNSTRING CONN-REC DELIMITED BY ","
                      INTO WS-PARTY-A WS-PARTY-B
                  END-UNSTRING
                  PERFORM CHECK-CAMPUS-PAIR
                  IF WS-IS-MEMBER = 'Y'
                     ADD 1 TO WS-CONNECTION-TOTAL
                  END-IF
                  PERFORM READ-CONNECTION-RECORD
              END-PERFORM
              CLOSE CONNECTIONS-FILE
           IF WS-SHR-STATUS = "00"
              PERFORM READ-SHARE-RECORD
              PERFORM UNTIL WS-SHR-STATUS NOT = "00"
                  MOVE SHARE-LOG-REC(1:20) TO WS-PARTY-A
                  MOVE SHARE-LOG-REC(21:20) TO WS-PARTY-B
                  PERFORM CHECK-CAMPUS-PAIR
                  IF WS-IS-MEMBER = 'Y'
                     ADD 1 TO WS-SHARE-TOTAL
                  END-IF
                  PERFORM READ-SHARE-RECORD
              END-PERFORM
              CLOSE SHARE-LOG-FILE
           END-STRING
           WRITE RPT-REC

           IF WS-CAMPUS NOT = SPACES
              MOVE SPACES TO RPT-REC
              STRING "Campus: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAMPUS) DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

