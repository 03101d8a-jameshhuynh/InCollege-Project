       >>SOURCE FORMAT FREE
       *> Nightly batch job -- enforces the accept-by date on job
       *> offers. An offer still open (offers.dat status 'P') whose
       *> accept-by date has passed becomes 'E' (expired), its
       *> application moves from 'O' to 'X', and both the student and
       *> the poster get a notifications.dat row for the mail gateway.
       *> Each closed application is logged to applhistory.dat.
       *> The sweep report also flags every student holding more than
       *> one accepted offer -- the career office's reneging watch list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFER-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFERS-FILE ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-STATUS.

           SELECT OFFERS-TEMP-FILE ASSIGN TO "offers.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-TMP-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT APPLICATIONS-TEMP-FILE ASSIGN TO "applications.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-TMP-STATUS.

           SELECT APPL-HISTORY-FILE ASSIGN TO "applhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "offer-sweep-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFERS-FILE.
       01  OFFER-REC.
           05 OF-JOB-ID        PIC 9(5).
           05 OF-APPLICANT     PIC X(20).
           05 OF-POSTER        PIC X(20).
           05 OF-COMP          PIC X(30).
           05 OF-START-DATE    PIC X(8).
           05 OF-LOCATION      PIC X(30).
           05 OF-ACCEPT-BY     PIC X(8).
           05 OF-EXTENDED      PIC X(8).
           05 OF-STATUS        PIC X.
           05 OF-DECIDED       PIC X(8).

       FD  OFFERS-TEMP-FILE.
       01  OFFER-TEMP-REC PIC X(138).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

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

       FD  NOTIFICATIONS-FILE.
       01  NOTIFY-REC.
           05 NT-RECIPIENT     PIC X(20).
           05 NT-TYPE          PIC X(12).
           05 NT-TEXT          PIC X(80).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC X(8).
           05 NT-SENT          PIC X.

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-OF-STATUS       PIC XX VALUE SPACES.
       01  WS-OF-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-APPL-TMP-STATUS PIC XX VALUE SPACES.
       01  WS-AH-STATUS       PIC XX VALUE SPACES.
       01  WS-NT-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-OFFERS-DAT-NAME PIC X(40) VALUE "offers.dat".
       01  WS-OFFERS-TMP-NAME PIC X(40) VALUE "offers.tmp".
       01  WS-APPL-DAT-NAME   PIC X(40) VALUE "applications.dat".
       01  WS-APPL-TMP-NAME   PIC X(40) VALUE "applications.tmp".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> The offers this run expired, carried from the offers pass to
       *> the applications pass and the notifications.
       01  WS-EXP-COUNT       PIC 999 VALUE 0.
       01  WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 200 TIMES.
              10 WS-EXP-JOB    PIC 9(5).
              10 WS-EXP-APPL   PIC X(20).
              10 WS-EXP-POSTER PIC X(20).
              10 WS-EXP-BY     PIC X(8).

       *> Accepted offers per student, for the reneging check.
       01  WS-ACC-COUNT       PIC 999 VALUE 0.
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 200 TIMES.
              10 WS-ACC-APPL   PIC X(20).
              10 WS-ACC-OFFERS PIC 99.
              10 WS-ACC-JOBS   PIC X(60).

       01  WS-OFFERS-SCANNED  PIC 9(5) VALUE 0.
       01  WS-OFFERS-OPEN     PIC 9(5) VALUE 0.
       01  WS-APPLS-CLOSED    PIC 9(5) VALUE 0.
       01  WS-RENEGE-COUNT    PIC 9(5) VALUE 0.
       01  WS-MATCHED         PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-OFFERS-DISPLAY  PIC Z9.
       01  WS-JOB-PTR         PIC 99.
       01  WS-I               PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM SWEEP-OFFERS
           IF WS-EXP-COUNT > 0
              PERFORM SWEEP-APPLICATIONS
              PERFORM NOTIFY-BOTH-SIDES
           END-IF
           PERFORM WRITE-SWEEP-REPORT
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, advanced by the
       *> nightly driver, so a rerun expires exactly what the failed
       *> stream would have. A missing or empty control file falls
       *> back to the machine date.
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

       *>--------------------------------------------------
       *> Every row goes through offers.tmp; open offers past their
       *> accept-by date are rewritten as expired on the way. The
       *> accepted ones are tallied per student as they pass.
       *>--------------------------------------------------
       SWEEP-OFFERS.
           OPEN INPUT OFFERS-FILE
           IF WS-OF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OFFERS-TEMP-FILE
           PERFORM READ-OFFER-RECORD
           PERFORM UNTIL WS-OF-STATUS NOT = "00"
               ADD 1 TO WS-OFFERS-SCANNED
               IF OF-STATUS = 'P'
                  IF OF-ACCEPT-BY < WS-RUN-DATE AND WS-EXP-COUNT < 200
                     ADD 1 TO WS-EXP-COUNT
                     MOVE OF-JOB-ID    TO WS-EXP-JOB(WS-EXP-COUNT)
                     MOVE OF-APPLICANT TO WS-EXP-APPL(WS-EXP-COUNT)
                     MOVE OF-POSTER    TO WS-EXP-POSTER(WS-EXP-COUNT)
                     MOVE OF-ACCEPT-BY TO WS-EXP-BY(WS-EXP-COUNT)
                     MOVE 'E' TO OF-STATUS
                     MOVE WS-RUN-DATE TO OF-DECIDED
                  ELSE
                     ADD 1 TO WS-OFFERS-OPEN
                  END-IF
               END-IF
               IF OF-STATUS = 'A'
                  PERFORM TALLY-ACCEPTED-OFFER
               END-IF
               MOVE OFFER-REC TO OFFER-TEMP-REC
               WRITE OFFER-TEMP-REC
               PERFORM READ-OFFER-RECORD
           END-PERFORM
           CLOSE OFFERS-FILE
           CLOSE OFFERS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-OFFERS-TMP-NAME
                                         WS-OFFERS-DAT-NAME.

       READ-OFFER-RECORD.
           READ OFFERS-FILE
               AT END
                   MOVE "EOF" TO WS-OF-STATUS
               NOT AT END
                   MOVE "00" TO WS-OF-STATUS
           END-READ.

       TALLY-ACCEPTED-OFFER.
           MOVE 'N' TO WS-MATCHED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACC-COUNT
               IF WS-ACC-APPL(WS-I) = OF-APPLICANT
                  MOVE 'Y' TO WS-MATCHED
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCHED = 'N'
              IF WS-ACC-COUNT >= 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-I
              MOVE OF-APPLICANT TO WS-ACC-APPL(WS-I)
              MOVE 0 TO WS-ACC-OFFERS(WS-I)
              MOVE SPACES TO WS-ACC-JOBS(WS-I)
           END-IF
           ADD 1 TO WS-ACC-OFFERS(WS-I)
      *>   Keep the posting IDs for the report, as many as fit.
           COMPUTE WS-JOB-PTR = (WS-ACC-OFFERS(WS-I) - 1) * 6 + 1
           IF WS-JOB-PTR <= 55
              MOVE OF-JOB-ID TO WS-ACC-JOBS(WS-I)(WS-JOB-PTR:5)
           END-IF.

       SWEEP-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPLICATIONS-TEMP-FILE
           OPEN EXTEND APPL-HISTORY-FILE
           IF WS-AH-STATUS = "35"
              OPEN OUTPUT APPL-HISTORY-FILE
           END-IF
           PERFORM READ-APPL-RECORD
           PERFORM UNTIL WS-APPL-STATUS NOT = "00"
               IF AP-STATUS = 'O'
                  PERFORM VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > WS-EXP-COUNT
                      IF WS-EXP-JOB(WS-I) = AP-JOB-ID
                         AND WS-EXP-APPL(WS-I) = AP-APPLICANT
                         MOVE 'X' TO AP-STATUS
                         ADD 1 TO WS-APPLS-CLOSED
                         PERFORM LOG-APPL-CLOSED
                         EXIT PERFORM
                      END-IF
                  END-PERFORM
               END-IF
               MOVE APPL-REC TO APPL-TEMP-REC
               WRITE APPL-TEMP-REC
               PERFORM READ-APPL-RECORD
           END-PERFORM
           CLOSE APPLICATIONS-FILE
           CLOSE APPLICATIONS-TEMP-FILE
           IF WS-AH-STATUS = "00"
              CLOSE APPL-HISTORY-FILE
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-APPL-TMP-NAME
                                         WS-APPL-DAT-NAME.

       LOG-APPL-CLOSED.
           IF WS-AH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPL-HISTORY-REC
           MOVE AP-JOB-ID     TO AH-JOB-ID
           MOVE AP-APPLICANT  TO AH-APPLICANT
           MOVE 'O'           TO AH-OLD-STATUS
           MOVE 'X'           TO AH-NEW-STATUS
           MOVE WS-RUN-DATE   TO AH-DATE
           MOVE WS-RUN-TIME   TO AH-TIME
           MOVE "OFFER-SWEEP" TO AH-CHANGED-BY
           WRITE APPL-HISTORY-REC.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                   MOVE "EOF" TO WS-APPL-STATUS
               NOT AT END
                   MOVE "00" TO WS-APPL-STATUS
           END-READ.

       NOTIFY-BOTH-SIDES.
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NT-STATUS = "35"
              OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           IF WS-NT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EXP-COUNT
               MOVE SPACES TO NOTIFY-REC
               MOVE WS-EXP-APPL(WS-I) TO NT-RECIPIENT
               MOVE "OFFER-EXPIRE" TO NT-TYPE
               STRING "Your offer for posting " DELIMITED BY SIZE
                      WS-EXP-JOB(WS-I) DELIMITED BY SIZE
                      " expired unanswered on " DELIMITED BY SIZE
                      WS-EXP-BY(WS-I) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO NT-TEXT
               END-STRING
               MOVE WS-RUN-DATE TO NT-DATE
               MOVE WS-RUN-TIME TO NT-TIME
               MOVE 'N' TO NT-SENT
               WRITE NOTIFY-REC

               MOVE SPACES TO NOTIFY-REC
               MOVE WS-EXP-POSTER(WS-I) TO NT-RECIPIENT
               MOVE "OFFER-EXPIRE" TO NT-TYPE
               STRING "Your offer to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXP-APPL(WS-I)) DELIMITED BY SIZE
                      " for posting " DELIMITED BY SIZE
                      WS-EXP-JOB(WS-I) DELIMITED BY SIZE
                      " expired unanswered." DELIMITED BY SIZE
                      INTO NT-TEXT
               END-STRING
               MOVE WS-RUN-DATE TO NT-DATE
               MOVE WS-RUN-TIME TO NT-TIME
               MOVE 'N' TO NT-SENT
               WRITE NOTIFY-REC
           END-PERFORM
           CLOSE NOTIFICATIONS-FILE.

       WRITE-SWEEP-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Offer Sweep -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE WS-OFFERS-SCANNED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Offers scanned:          " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-EXP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Offers expired:          " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-OFFERS-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Offers still open:       " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-APPLS-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Applications closed:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EXP-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  EXPIRED " DELIMITED BY SIZE
                      WS-EXP-JOB(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EXP-APPL(WS-I) DELIMITED BY SIZE
                      " offered by " DELIMITED BY SIZE
                      WS-EXP-POSTER(WS-I) DELIMITED BY SIZE
                      " due " DELIMITED BY SIZE
                      WS-EXP-BY(WS-I) DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACC-COUNT
               IF WS-ACC-OFFERS(WS-I) > 1
                  ADD 1 TO WS-RENEGE-COUNT
               END-IF
           END-PERFORM
           MOVE WS-RENEGE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Students, 2+ accepted:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACC-COUNT
               IF WS-ACC-OFFERS(WS-I) > 1
                  MOVE WS-ACC-OFFERS(WS-I) TO WS-OFFERS-DISPLAY
                  MOVE SPACES TO RPT-REC
                  STRING "  RENEGE RISK " DELIMITED BY SIZE
                         WS-ACC-APPL(WS-I) DELIMITED BY SIZE
                         WS-OFFERS-DISPLAY DELIMITED BY SIZE
                         " accepted: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ACC-JOBS(WS-I)) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

       END PROGRAM OFFER-SWEEP.
