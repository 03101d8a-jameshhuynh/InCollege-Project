       *> FLAG 'N'), drops their pending rows from requests.dat, and
       *> marks their still-open applications withdrawn ('W'). The
       *> run report lists who was deactivated and which feed rows
       *> matched no account, so the registrar can reconcile. Each
       *> withdrawal is logged to applhistory.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHDRAW-INTAKE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-TMP-STATUS.

           SELECT APPL-HISTORY-FILE ASSIGN TO "applhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT LEGAL-HOLDS-FILE ASSIGN TO "legalholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "withdraw-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "intake-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHDRAWAL-FILE.
       FD  APPLICATIONS-TEMP-FILE.
       01  APPL-TEMP-REC  PIC X(34).

       FD  APPL-HISTORY-FILE.
       01  APPL-HISTORY-REC.
           05 AH-JOB-ID        PIC 9(5).
           05 AH-APPLICANT     PIC X(20).
           05 AH-OLD-STATUS    PIC X.
           05 AH-NEW-STATUS    PIC X.
           05 AH-DATE          PIC X(8).
           05 AH-TIME          PIC X(8).
           05 AH-CHANGED-BY    PIC X(20).

       FD  LEGAL-HOLDS-FILE.
       01  LEGAL-HOLD-REC.
           05 LH-USERNAME      PIC X(20).
           05 LH-STATUS        PIC X.
           05 LH-CASE-REF      PIC X(20).
           05 LH-REST          PIC X(116).

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
       01  WS-WD-STATUS       PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-REQ-STATUS      PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-APPL-TMP-STATUS PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-LH-STATUS       PIC XX VALUE SPACES.
       01  WS-AH-STATUS       PIC XX VALUE SPACES.
       01  WS-REQUESTS-DAT-NAME PIC X(40) VALUE "requests.dat".
       01  WS-REQUESTS-TMP-NAME PIC X(40) VALUE "requests.tmp".
       01  WS-APPL-DAT-NAME   PIC X(40) VALUE "applications.dat".
       01  WS-GONE-TABLE.
           05 WS-GONE-USER OCCURS 100 TIMES PIC X(20).

       *> Accounts on legal hold (set from ADMIN-CONSOLE). A held
       *> student is still deactivated -- the registrar says they have
       *> left -- but stays out of the gone list, so none of their
       *> requests or applications are touched.
       01  WS-HOLD-COUNT      PIC 999 VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
              10 WS-HOLD-NAME  PIC X(20).
              10 WS-HOLD-CASE  PIC X(20).
       01  WS-HOLD-IDX        PIC 999 VALUE 0.
       01  WS-HELD-TOTAL      PIC 9(5) VALUE 0.

       01  WS-REQ-SENDER      PIC X(20).
       01  WS-REQ-RECIP       PIC X(20).
       01  WS-MATCHED         PIC X VALUE 'N'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPEN-REPORT
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM PROCESS-WITHDRAWAL-FEED
           IF WS-GONE-COUNT > 0
              PERFORM DROP-PENDING-REQUESTS
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC.

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

       PROCESS-WITHDRAWAL-FEED.
           OPEN INPUT WITHDRAWAL-FILE
           IF WS-WD-STATUS NOT = "00"
           END-UNSTRING
           IF WS-WD-FIRST = SPACES OR WS-WD-LAST = SPACES
              ADD 1 TO WS-UNMATCHED-TOTAL
              MOVE "incomplete row" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "UNMATCHED (incomplete row): " DELIMITED BY SIZE
                     WITHDRAWAL-REC DELIMITED BY SIZE
           PERFORM DEACTIVATE-ONE-PROFILE
           IF WS-MATCHED = 'N'
              ADD 1 TO WS-UNMATCHED-TOTAL
              MOVE "no such profile" TO WS-IR-REASON
              PERFORM APPEND-INTAKE-REJECT
              MOVE SPACES TO RPT-REC
              STRING "UNMATCHED (no such profile): " DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
           END-IF

           ADD 1 TO WS-DEACT-TOTAL
           MOVE 0 TO WS-HOLD-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HOLD-NAME(WS-I) = WS-WANT-USERNAME
                  MOVE WS-I TO WS-HOLD-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HOLD-IDX > 0
              ADD 1 TO WS-HELD-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "DEACTIVATED, ON LEGAL HOLD (case " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HOLD-CASE(WS-HOLD-IDX))
                         DELIMITED BY SIZE
                     ") -- requests and applications kept: "
                         DELIMITED BY SIZE
                     WS-WANT-USERNAME DELIMITED BY SPACE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-GONE-COUNT < 100
              ADD 1 TO WS-GONE-COUNT
              MOVE WS-WANT-USERNAME TO WS-GONE-USER(WS-GONE-COUNT)
       *>--------------------------------------------------
       WITHDRAW-OPEN-APPLICATIONS.
           OPEN OUTPUT APPLICATIONS-TEMP-FILE
           OPEN EXTEND APPL-HISTORY-FILE
           IF WS-AH-STATUS = "35"
              OPEN OUTPUT APPL-HISTORY-FILE
           END-IF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
                  IF WS-MATCHED = 'Y'
                     AND AP-STATUS NOT = 'A' AND AP-STATUS NOT = 'H'
                     AND AP-STATUS NOT = 'X' AND AP-STATUS NOT = 'W'
                     PERFORM LOG-APPL-WITHDRAWN
                     MOVE 'W' TO AP-STATUS
                     ADD 1 TO WS-APPLS-WITHDRAWN
                  END-IF
              CLOSE APPLICATIONS-FILE
           END-IF
           CLOSE APPLICATIONS-TEMP-FILE
           IF WS-AH-STATUS = "00"
              CLOSE APPL-HISTORY-FILE
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-APPL-TMP-NAME
                                         WS-APPL-DAT-NAME.

       LOG-APPL-WITHDRAWN.
           IF WS-AH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPL-HISTORY-REC
           MOVE AP-JOB-ID         TO AH-JOB-ID
           MOVE AP-APPLICANT      TO AH-APPLICANT
           MOVE AP-STATUS         TO AH-OLD-STATUS
           MOVE 'W'               TO AH-NEW-STATUS
           MOVE WS-RUN-DATE       TO AH-DATE
           MOVE WS-RUN-TIME       TO AH-TIME
           MOVE "WITHDRAW-INTAKE" TO AH-CHANGED-BY
           WRITE APPL-HISTORY-REC.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-HELD-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Held, data left in place: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       APPEND-INTAKE-REJECT.
           OPEN EXTEND INTAKE-REJECT-FILE
           IF WS-IR-STATUS = "35"
              OPEN OUTPUT INTAKE-REJECT-FILE
           END-IF
           IF WS-IR-STATUS = "00"
              MOVE SPACES TO INTAKE-REJECT-REC
              MOVE "WITHDRAW-INTAKE" TO IR-PROGRAM
              MOVE WS-RUN-DATE TO IR-DATE
              MOVE WS-RUN-TIME TO IR-TIME
              MOVE WS-IR-REASON TO IR-REASON
              MOVE WITHDRAWAL-REC TO IR-ROW
              WRITE INTAKE-REJECT-REC
              CLOSE INTAKE-REJECT-FILE
           END-IF.

       END PROGRAM WITHDRAW-INTAKE.
