               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "intake-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADUATION-FILE.
       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

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
       01  WS-IR-STATUS       PIC XX VALUE SPACES.
       01  WS-IR-REASON       PIC X(40) VALUE SPACES.
       01  WS-GRAD-STATUS     PIC XX VALUE SPACES.
       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-USER-TMP-STATUS PIC XX VALUE SPACES.
           END-UNSTRING
           IF WS-GR-FIRST = SPACES OR WS-GR-LAST = SPACES
              ADD 1 TO WS-UNMATCHED-TOTAL
              MOVE "incomplete row" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "UNMATCHED (incomplete row): " DELIMITED BY SIZE
                     GRADUATION-REC DELIMITED BY SIZE

           IF WS-FOUND = 'N'
              ADD 1 TO WS-UNMATCHED-TOTAL
              MOVE "no such account" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "UNMATCHED (no such account): " DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
                  WRITE RPT-REC
              WHEN 'R'
                  ADD 1 TO WS-UNMATCHED-TOTAL
                  MOVE "recruiter account" TO WS-IR-REASON
                  PERFORM APPEND-INTAKE-REJECT
                  MOVE SPACES TO RPT-REC
                  STRING "UNMATCHED (recruiter account): "
                         DELIMITED BY SIZE
           END-STRING
           WRITE RPT-REC.

       APPEND-INTAKE-REJECT.
           OPEN EXTEND INTAKE-REJECT-FILE
           IF WS-IR-STATUS = "35"
              OPEN OUTPUT INTAKE-REJECT-FILE
           END-IF
           IF WS-IR-STATUS = "00"
              MOVE SPACES TO INTAKE-REJECT-REC
              MOVE "GRAD-PROMOTE" TO IR-PROGRAM
              MOVE WS-RUN-DATE TO IR-DATE
              MOVE WS-RUN-TIME TO IR-TIME
              MOVE WS-IR-REASON TO IR-REASON
              MOVE GRADUATION-REC TO IR-ROW
              WRITE INTAKE-REJECT-REC
              CLOSE INTAKE-REJECT-FILE
           END-IF.

       END PROGRAM GRAD-PROMOTE.
