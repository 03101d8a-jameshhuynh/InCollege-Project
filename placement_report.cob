       *> final outcome is offer-accepted or hired), and the placement
       *> rate. Students are counted once each no matter how many
       *> applications they filed. The run can be limited to
       *> applications dated on or after a semester start date, and to
       *> one university's students, whose copy is then named after
       *> the campus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-REPORT.

               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT UNIVERSITIES-FILE ASSIGN TO "universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATIONS-FILE.
       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       FD  UNIVERSITIES-FILE.
       01  UNIV-REC       PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.

       *> Semester filter -- blank takes every application on file.
       01  WS-FROM-INPUT      PIC X(10).
       01  WS-FROM-DATE       PIC X(8) VALUE SPACES.

       *> Campus filter -- a university from universities.dat limits
       *> the report to applicants whose profile names it; blank
       *> reports on everyone into placement-report.txt.
       01  WS-CAMPUS-INPUT    PIC X(50).
       01  WS-CAMPUS          PIC X(50) VALUE SPACES.
       01  WS-CAMPUS-FOUND    PIC X VALUE 'N'.
       01  WS-CAMPUS-SLUG     PIC X(50).
       01  WS-CAMPUS-LEN      PIC 99 VALUE 0.
       01  WS-RPT-NAME        PIC X(80) VALUE "placement-report.txt".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       01  WS-APPL-TOTAL      PIC 9(5) VALUE 0.
       01  WS-APPL-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-NO-PROFILE      PIC 9(5) VALUE 0.
       01  WS-OFF-CAMPUS      PIC 9(5) VALUE 0.
       01  WS-RATE-PCT        PIC 999 VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-RATE-DISPLAY    PIC ZZ9.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-SEMESTER-START
           PERFORM GET-CAMPUS
           IF WS-CAMPUS-INPUT NOT = SPACES AND WS-CAMPUS-FOUND = 'N'
              DISPLAY "That university is not in the directory."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCAN-APPLICATIONS
           PERFORM TALLY-GROUPS
           PERFORM WRITE-PLACEMENT-REPORT
              MOVE WS-FROM-INPUT TO WS-FROM-DATE
           END-IF.

       *>--------------------------------------------------
       *> A university is matched against universities.dat, ignoring
       *> case, and its report goes to placement-report-<campus>.txt.
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
           STRING "placement-report-" DELIMITED BY SIZE
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
       *> One pass over applications.dat: each applicant is looked up
       *> once in the student table (added on first sight with their
                 ADD 1 TO WS-NO-PROFILE
                 EXIT PARAGRAPH
              END-IF
              IF WS-CAMPUS NOT = SPACES
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
                     NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS))
                 ADD 1 TO WS-OFF-CAMPUS
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-STU-COUNT
              MOVE WS-STU-COUNT TO WS-STU-IDX
              MOVE AP-APPLICANT TO WS-STU-NAME(WS-STU-IDX)
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

                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           IF WS-CAMPUS NOT = SPACES
              MOVE WS-OFF-CAMPUS TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "Applications from other campuses: " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-ONE-GROUP-LINE.
