       *> lastlogin.dat and lists every account with no login inside a
       *> configurable window (accounts that have never logged in at
       *> all count as dormant too), flagging them as purge candidates
       *> for the operator to act on through the admin console. Given
       *> a university at the prompt, only that campus's students are
       *> checked and the list goes to a copy named after the campus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-REPORT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT UNIVERSITIES-FILE ASSIGN TO "universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIV-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       FD  HOLIDAYS-FILE.
       01  HOLIDAY-REC    PIC X(8).

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

       FD  UNIVERSITIES-FILE.
       01  UNIV-REC       PIC X(50).

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-LL-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-HOL-STATUS      PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.

       *> Campus run -- a university from universities.dat limits the
       *> check to students whose profile names it; blank checks
       *> every account into dormant-report.txt as before.
       01  WS-CAMPUS-INPUT    PIC X(50).
       01  WS-CAMPUS          PIC X(50) VALUE SPACES.
       01  WS-CAMPUS-FOUND    PIC X VALUE 'N'.
       01  WS-CAMPUS-SLUG     PIC X(50).
       01  WS-CAMPUS-LEN      PIC 99 VALUE 0.
       01  WS-RPT-NAME        PIC X(80) VALUE "dormant-report.txt".
       01  WS-IS-MEMBER       PIC X VALUE 'Y'.
       *> Closure days (semester breaks) falling inside the dormancy
       *> window -- each one pushes the cutoff a day further back, so
       *> winter break stops counting against students.
       01  WS-DORMANT-INPUT   PIC X(10).
       01  WS-DORMANT-DAYS    PIC 9(4) VALUE 0.
       01  WS-DEFAULT-DAYS    PIC 9(4) VALUE 120.
       *> The compiled value above is only the fallback -- sysparams.dat
       *> (maintained from ADMIN-CONSOLE) overrides it, and the prompt
       *> can still override both for a single run.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-DEFAULT-DISPLAY PIC ZZZ9.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM GET-DORMANT-DAYS
           PERFORM GET-CAMPUS
           IF WS-CAMPUS-INPUT NOT = SPACES AND WS-CAMPUS-FOUND = 'N'
              DISPLAY "That university is not in the directory."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM COMPUTE-CUTOFF
           PERFORM LOAD-LAST-LOGINS
           PERFORM OPEN-REPORT
           STOP RUN.

       GET-DORMANT-DAYS.
           MOVE WS-DEFAULT-DAYS TO WS-DEFAULT-DISPLAY
           DISPLAY "Flag accounts with no login in how many days"
                   " (blank for " FUNCTION TRIM(WS-DEFAULT-DISPLAY)
                   "): " WITH NO ADVANCING
           ACCEPT WS-DORMANT-INPUT
           IF WS-DORMANT-INPUT = SPACES
              MOVE WS-DEFAULT-DAYS TO WS-DORMANT-DAYS
              MOVE FUNCTION NUMVAL(WS-DORMANT-INPUT) TO WS-DORMANT-DAYS
              IF WS-DORMANT-DAYS = 0
                 MOVE WS-DEFAULT-DAYS TO WS-DORMANT-DAYS
              ELSE
                 MOVE "operator entry" TO WS-PARM-SOURCE
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> A university is matched against universities.dat, ignoring
       *> case, and its list goes to dormant-report-<campus>.txt.
       *>--------------------------------------------------
       GET-CAMPUS.
           DISPLAY "University to check (blank for all): "
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
           STRING "dormant-report-" DELIMITED BY SIZE
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
       *> Keyed read of WS-UNSTR-USERNAME's profile on a campus run;
       *> an account with no profile belongs to no campus.
       *>--------------------------------------------------
       CHECK-CAMPUS-MEMBER.
           MOVE 'Y' TO WS-IS-MEMBER
           IF WS-CAMPUS = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IS-MEMBER
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              MOVE WS-UNSTR-USERNAME TO PF-USERNAME
              READ PROFILE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS))
                         MOVE 'Y' TO WS-IS-MEMBER
                      END-IF
              END-READ
              CLOSE PROFILE-FILE
           END-IF.

       COMPUTE-CUTOFF.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
                  INTO RPT-REC
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
           MOVE WS-DORMANT-DAYS TO WS-COUNT-DISPLAY
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DORMANT-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Parameter DORMANT-DAYS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "Purge candidates:" TO RPT-REC
           WRITE RPT-REC.

           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  UNSTRING USER-REC DELIMITED BY ","
                      INTO WS-UNSTR-USERNAME
                           WS-UNSTR-PASS
                           WS-UNSTR-FAILS
                           WS-UNSTR-LOCKED
                  END-UNSTRING
                  PERFORM CHECK-CAMPUS-MEMBER
                  IF WS-IS-MEMBER = 'Y'
                     ADD 1 TO WS-USER-TOTAL
                     PERFORM CHECK-ONE-USER
                  END-IF
                  PERFORM READ-USER-RECORD
              END-PERFORM
              CLOSE USER-FILE
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> Picks up DORMANT-DAYS from sysparams.dat; a missing file, a
       *> missing row or an unusable value leaves the compiled default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-NAME = "DORMANT-DAYS"
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

       END PROGRAM DORMANT-REPORT.
