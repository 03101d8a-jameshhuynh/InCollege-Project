       >>SOURCE FORMAT FREE
       *> Registrar advising-caseload intake -- companion to
       *> BULK-INTAKE and GRAD-PROMOTE. Reads the registrar's caseload
       *> feed (advising.dat, one comma-delimited row per assignment:
       *> advisor username, student first name, student last name),
       *> derives the student's username by the same
       *> first-initial-plus-last-name convention the enrollment
       *> intake uses, and rebuilds caseload.dat from the feed -- the
       *> feed is the whole current roster, so assignments it no
       *> longer carries drop off, while continuing ones keep their
       *> original assignment date. Each named advisor account is
       *> flipped to the advisor role 'V', which STUDENT-SYSTEM routes
       *> to the advisor dashboard. caseload-report.txt lists every
       *> assignment loaded and every row rejected with the reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELOAD-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISING-FILE ASSIGN TO "advising.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT USERS-TEMP-FILE ASSIGN TO "users.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-TMP-STATUS.

           SELECT CASELOAD-FILE ASSIGN TO "caseload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT CASELOAD-TEMP-FILE ASSIGN TO "caseload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-TMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "caseload-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVISING-FILE.
       01  ADVISING-REC   PIC X(120).

       FD  USER-FILE.
       01  USER-REC       PIC X(80).

       FD  USERS-TEMP-FILE.
       01  USER-TEMP-REC  PIC X(80).

       FD  CASELOAD-FILE.
       01  CASELOAD-REC.
           05 CL-ADVISOR       PIC X(20).
           05 CL-STUDENT       PIC X(20).
           05 CL-ASSIGNED      PIC X(8).

       FD  CASELOAD-TEMP-FILE.
       01  CASELOAD-TEMP-REC  PIC X(48).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ADV-STATUS      PIC XX VALUE SPACES.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-USER-TMP-STATUS PIC XX VALUE SPACES.
       01  WS-CL-STATUS       PIC XX VALUE SPACES.
       01  WS-CL-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-USERS-DAT-NAME  PIC X(40) VALUE "users.dat".
       01  WS-USERS-TMP-NAME  PIC X(40) VALUE "users.tmp".
       01  WS-CL-DAT-NAME     PIC X(40) VALUE "caseload.dat".
       01  WS-CL-TMP-NAME     PIC X(40) VALUE "caseload.tmp".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> The account table, loaded whole and rewritten whole once the
       *> feed has been applied -- the same shape the console uses.
       01  WS-USER-COUNT      PIC 999 VALUE 0.
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-USER-ID     PIC X(20).
              10 WS-USER-PASS   PIC X(12).
              10 WS-USER-FAILS  PIC 9.
              10 WS-USER-LOCKED PIC X.
              10 WS-USER-ROLE   PIC X.

       *> The assignments already on file, kept only so a continuing
       *> assignment carries its original date forward.
       01  WS-OLD-COUNT       PIC 999 VALUE 0.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 500 TIMES.
              10 WS-OLD-ADVISOR PIC X(20).
              10 WS-OLD-STUDENT PIC X(20).
              10 WS-OLD-DATE    PIC X(8).

       *> The caseload being built from this feed.
       01  WS-NEW-COUNT       PIC 999 VALUE 0.
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 500 TIMES.
              10 WS-NEW-ADVISOR PIC X(20).
              10 WS-NEW-STUDENT PIC X(20).
              10 WS-NEW-DATE    PIC X(8).

       *> Fields unstrung from one feed row.
       01  WS-AD-ADVISOR      PIC X(20).
       01  WS-AD-FIRST        PIC X(30).
       01  WS-AD-LAST         PIC X(30).
       01  WS-WANT-USERNAME   PIC X(20).
       01  WS-ADVISOR-IDX     PIC 999.
       01  WS-STUDENT-IDX     PIC 999.

       01  WS-LOADED-TOTAL    PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL    PIC 9(5) VALUE 0.
       01  WS-DESIGNATED-TOTAL PIC 9(5) VALUE 0.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-I               PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-USERS
           PERFORM LOAD-OLD-CASELOAD
           PERFORM OPEN-REPORT
           PERFORM PROCESS-ADVISING-FEED
           IF WS-ADV-STATUS NOT = "NF"
              PERFORM SAVE-CASELOAD
              IF WS-DESIGNATED-TOTAL > 0
                 PERFORM SAVE-USERS
              END-IF
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

       LOAD-USERS.
           MOVE 0 TO WS-USER-COUNT
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  OR WS-USER-COUNT >= 200
                  ADD 1 TO WS-USER-COUNT
                  MOVE 0 TO WS-USER-FAILS(WS-USER-COUNT)
                  MOVE 'N' TO WS-USER-LOCKED(WS-USER-COUNT)
                  MOVE 'S' TO WS-USER-ROLE(WS-USER-COUNT)
                  UNSTRING USER-REC DELIMITED BY ","
                      INTO WS-USER-ID(WS-USER-COUNT)
                           WS-USER-PASS(WS-USER-COUNT)
                           WS-USER-FAILS(WS-USER-COUNT)
                           WS-USER-LOCKED(WS-USER-COUNT)
                           WS-USER-ROLE(WS-USER-COUNT)
                  END-UNSTRING
                  IF WS-USER-ROLE(WS-USER-COUNT) = SPACE
                     MOVE 'S' TO WS-USER-ROLE(WS-USER-COUNT)
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

       LOAD-OLD-CASELOAD.
           MOVE 0 TO WS-OLD-COUNT
           OPEN INPUT CASELOAD-FILE
           IF WS-CL-STATUS = "00"
              PERFORM READ-CASELOAD-RECORD
              PERFORM UNTIL WS-CL-STATUS NOT = "00"
                  OR WS-OLD-COUNT >= 500
                  ADD 1 TO WS-OLD-COUNT
                  MOVE CL-ADVISOR  TO WS-OLD-ADVISOR(WS-OLD-COUNT)
                  MOVE CL-STUDENT  TO WS-OLD-STUDENT(WS-OLD-COUNT)
                  MOVE CL-ASSIGNED TO WS-OLD-DATE(WS-OLD-COUNT)
                  PERFORM READ-CASELOAD-RECORD
              END-PERFORM
              CLOSE CASELOAD-FILE
           END-IF.

       READ-CASELOAD-RECORD.
           READ CASELOAD-FILE
               AT END
                   MOVE "EOF" TO WS-CL-STATUS
               NOT AT END
                   MOVE "00" TO WS-CL-STATUS
           END-READ.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Caseload Intake -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC.

      *>   A missing feed leaves caseload.dat exactly as it was --
      *>   "NF" tells MAIN-PARA not to rebuild it from nothing.
       PROCESS-ADVISING-FEED.
           OPEN INPUT ADVISING-FILE
           IF WS-ADV-STATUS NOT = "00"
              MOVE "advising.dat not found -- nothing to do." TO RPT-REC
              WRITE RPT-REC
              MOVE "NF" TO WS-ADV-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-ADVISING-RECORD
           PERFORM UNTIL WS-ADV-STATUS NOT = "00"
               PERFORM PROCESS-ONE-ROW
               PERFORM READ-ADVISING-RECORD
           END-PERFORM
           CLOSE ADVISING-FILE.

       READ-ADVISING-RECORD.
           READ ADVISING-FILE
               AT END
                   MOVE "EOF" TO WS-ADV-STATUS
               NOT AT END
                   MOVE "00" TO WS-ADV-STATUS
           END-READ.

       PROCESS-ONE-ROW.
           MOVE SPACES TO WS-AD-ADVISOR
           MOVE SPACES TO WS-AD-FIRST
           MOVE SPACES TO WS-AD-LAST
           UNSTRING ADVISING-REC DELIMITED BY ","
               INTO WS-AD-ADVISOR
                    WS-AD-FIRST
                    WS-AD-LAST
           END-UNSTRING
           IF WS-AD-ADVISOR = SPACES OR WS-AD-FIRST = SPACES
              OR WS-AD-LAST = SPACES
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (incomplete row): " DELIMITED BY SIZE
                     ADVISING-REC DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF

           MOVE WS-AD-ADVISOR TO WS-WANT-USERNAME
           PERFORM FIND-ACCOUNT
           MOVE WS-I TO WS-ADVISOR-IDX
           IF WS-FOUND = 'N'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (no such advisor account): "
                     DELIMITED BY SIZE
                     WS-AD-ADVISOR DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-USER-ROLE(WS-ADVISOR-IDX) = 'R'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (advisor is a recruiter account): "
                     DELIMITED BY SIZE
                     WS-AD-ADVISOR DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF

      *>   Same roster convention BUILD-USERNAME applies at intake:
      *>   first initial + last name, lower-cased.
           MOVE SPACES TO WS-WANT-USERNAME
           STRING FUNCTION LOWER-CASE(WS-AD-FIRST(1:1))
                      DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-AD-LAST))
                      DELIMITED BY SIZE
                  INTO WS-WANT-USERNAME
           END-STRING
           PERFORM FIND-ACCOUNT
           MOVE WS-I TO WS-STUDENT-IDX
           IF WS-FOUND = 'N'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (no such student account): "
                     DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-USER-ROLE(WS-STUDENT-IDX) NOT = 'S'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (not a student account): "
                     DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-ADVISOR-IDX = WS-STUDENT-IDX
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (advisor assigned to self): "
                     DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NEW-COUNT
               IF WS-NEW-ADVISOR(WS-I) = WS-USER-ID(WS-ADVISOR-IDX)
                  AND WS-NEW-STUDENT(WS-I) = WS-USER-ID(WS-STUDENT-IDX)
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (duplicate assignment): " DELIMITED BY SIZE
                     WS-USER-ID(WS-ADVISOR-IDX) DELIMITED BY SPACE
                     " -> " DELIMITED BY SIZE
                     WS-USER-ID(WS-STUDENT-IDX) DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-NEW-COUNT >= 500
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (caseload table full): " DELIMITED BY SIZE
                     ADVISING-REC DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF

           IF WS-USER-ROLE(WS-ADVISOR-IDX) NOT = 'V'
              MOVE 'V' TO WS-USER-ROLE(WS-ADVISOR-IDX)
              ADD 1 TO WS-DESIGNATED-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "DESIGNATED: " DELIMITED BY SIZE
                     WS-USER-ID(WS-ADVISOR-IDX) DELIMITED BY SPACE
                     " is now an advisor account" DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF

           ADD 1 TO WS-NEW-COUNT
           MOVE WS-USER-ID(WS-ADVISOR-IDX) TO WS-NEW-ADVISOR(WS-NEW-COUNT)
           MOVE WS-USER-ID(WS-STUDENT-IDX) TO WS-NEW-STUDENT(WS-NEW-COUNT)
           MOVE WS-RUN-DATE TO WS-NEW-DATE(WS-NEW-COUNT)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OLD-COUNT
               IF WS-OLD-ADVISOR(WS-I) = WS-NEW-ADVISOR(WS-NEW-COUNT)
                  AND WS-OLD-STUDENT(WS-I) = WS-NEW-STUDENT(WS-NEW-COUNT)
                  MOVE WS-OLD-DATE(WS-I) TO WS-NEW-DATE(WS-NEW-COUNT)
                  EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-LOADED-TOTAL
           MOVE SPACES TO RPT-REC
           STRING "ASSIGNED: " DELIMITED BY SIZE
                  WS-NEW-STUDENT(WS-NEW-COUNT) DELIMITED BY SPACE
                  " -> advisor " DELIMITED BY SIZE
                  WS-NEW-ADVISOR(WS-NEW-COUNT) DELIMITED BY SPACE
                  " since " DELIMITED BY SIZE
                  WS-NEW-DATE(WS-NEW-COUNT) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

      *>   Case-insensitive lookup of WS-WANT-USERNAME; leaves the
      *>   matching slot in WS-I and WS-FOUND = 'Y' when there is one.
       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ID(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-WANT-USERNAME))
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Rewrites caseload.dat through the temp file and renames it
       *> into place.
       *>--------------------------------------------------
       SAVE-CASELOAD.
           OPEN OUTPUT CASELOAD-TEMP-FILE
           IF WS-CL-TMP-STATUS = "00"
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NEW-COUNT
                  MOVE SPACES TO CASELOAD-REC
                  MOVE WS-NEW-ADVISOR(WS-I) TO CL-ADVISOR
                  MOVE WS-NEW-STUDENT(WS-I) TO CL-STUDENT
                  MOVE WS-NEW-DATE(WS-I)    TO CL-ASSIGNED
                  MOVE CASELOAD-REC TO CASELOAD-TEMP-REC
                  WRITE CASELOAD-TEMP-REC
              END-PERFORM
              CLOSE CASELOAD-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-CL-TMP-NAME
                                            WS-CL-DAT-NAME
           END-IF.

       *>--------------------------------------------------
       *> Rewrites users.dat through the temp file and renames it into
       *> place, the same checkpoint pattern the online save uses.
       *>--------------------------------------------------
       SAVE-USERS.
           OPEN OUTPUT USERS-TEMP-FILE
           IF WS-USER-TMP-STATUS = "00"
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-USER-COUNT
                  MOVE SPACES TO USER-TEMP-REC
                  STRING WS-USER-ID(WS-I) DELIMITED BY SPACE
                         "," DELIMITED BY SIZE
                         WS-USER-PASS(WS-I) DELIMITED BY SPACE
                         "," DELIMITED BY SIZE
                         WS-USER-FAILS(WS-I) DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         WS-USER-LOCKED(WS-I) DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         WS-USER-ROLE(WS-I) DELIMITED BY SIZE
                         INTO USER-TEMP-REC
                  END-STRING
                  WRITE USER-TEMP-REC
              END-PERFORM
              CLOSE USERS-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-USERS-TMP-NAME
                                            WS-USERS-DAT-NAME
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-LOADED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Assignments loaded:      " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DESIGNATED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Advisors designated:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REJECT-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Rejected:                " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM CASELOAD-INTAKE.
