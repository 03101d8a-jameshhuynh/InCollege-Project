       >>SOURCE FORMAT FREE
       *> Weekly batch job -- sends each recruiter a performance
       *> summary of their open postings: views logged in jobviews.dat
       *> (all time and the last seven days), distinct viewers,
       *> applications, referral shares from sharelog.dat and the
       *> view-to-apply rate, as one message from "incollege" in the
       *> ordinary message store. posting-perf-report.txt lists every
       *> open posting's figures for the account managers who field
       *> contract renewals.
       *>
       *> The date of the last mailing is kept in postperf-control.dat;
       *> a run inside seven days of it writes the report but sends no
       *> messages, so a rerun of the stream never mails twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-PERFORMANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT JOB-VIEWS-FILE ASSIGN TO "jobviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JV-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT SHARE-LOG-FILE ASSIGN TO "sharelog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHR-STATUS.

           *> Keyed store (reorganized alongside STUDENT-SYSTEM).
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "postperf-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "posting-perf-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  JOB-VIEWS-FILE.
       01  JOB-VIEW-REC.
           05 JV-JOB-ID        PIC 9(5).
           05 JV-VIEWER        PIC X(20).
           05 JV-DATE          PIC X(8).
           05 JV-TIME          PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

       FD  SHARE-LOG-FILE.
       01  SHARE-LOG-REC.
           05 SHR-SENDER       PIC X(20).
           05 SHR-RECIPIENT    PIC X(20).
           05 SHR-JOB-ID       PIC 9(5).
           05 SHR-DATE         PIC X(8).

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-DATE         PIC X(8).
              10 MSG-TIME         PIC X(8).
              10 MSG-TIME-NUM REDEFINES MSG-TIME PIC 9(8).
           05 MSG-BODY         PIC X(200).
           05 MSG-READ-FLAG    PIC X.

       FD  CONTROL-FILE.
       01  CONTROL-REC    PIC X(20).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-JV-STATUS       PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-SHR-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-WRITTEN     PIC X VALUE 'N'.
       *> A clashing message stamp stepped on by one hundredth,
       *> carried through seconds, minutes, hours and the date.
       01  WS-MSG-STEP-TIME.
           05 WS-MSG-STEP-HH  PIC 99.
           05 WS-MSG-STEP-MI  PIC 99.
           05 WS-MSG-STEP-SS  PIC 99.
           05 WS-MSG-STEP-CC  PIC 99.
       01  WS-MSG-STEP-DATE   PIC 9(8).
       01  WS-CTL-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME        PIC X(8).
       *> Views on or after this date count as "this week".
       01  WS-WEEK-START      PIC X(8).
       01  WS-WEEK-START-NUM  PIC 9(8).

       *> Mailing control -- the date the summaries last went out.
       01  WS-LAST-SENT       PIC X(8) VALUE SPACES.
       01  WS-LAST-SENT-NUM   PIC 9(8) VALUE 0.
       01  WS-DAYS-SINCE      PIC S9(5) VALUE 0.
       01  WS-MAIL-DUE        PIC X VALUE 'Y'.
       01  WS-MAIL-FAILED     PIC X VALUE 'N'.

       *> Open postings (anything not closed) and their figures.
       01  WS-OPEN-COUNT      PIC 99 VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 50 TIMES.
              10 WS-OP-ID       PIC 9(5).
              10 WS-OP-TITLE    PIC X(40).
              10 WS-OP-POSTER   PIC X(20).
              10 WS-OP-STATUS   PIC X.
              10 WS-OP-VIEWS    PIC 9(5).
              10 WS-OP-WEEK     PIC 9(5).
              10 WS-OP-UNIQUE   PIC 9(5).
              10 WS-OP-APPLIED  PIC 9(5).
              10 WS-OP-SHARES   PIC 9(5).
              10 WS-OP-SENT     PIC X.
              10 WS-OP-CAPPED   PIC X.

       *> Posting/viewer pairs already counted, for distinct viewers.
       *> Once the table's 3000 are held a viewer not among them may
       *> not be new, so the posting's distinct count stops there and
       *> is reported as a lower bound ("+"). Views still count.
       01  WS-PAIR-COUNT      PIC 9(4) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 3000 TIMES.
              10 WS-PR-OPEN    PIC 99.
              10 WS-PR-VIEWER  PIC X(20).
       01  WS-PAIR-SEEN       PIC X.

       *> One recruiter's totals while their message is built.
       01  WS-RC-NAME         PIC X(20).
       01  WS-RC-POSTINGS     PIC 99 VALUE 0.
       01  WS-RC-VIEWS        PIC 9(6) VALUE 0.
       01  WS-RC-WEEK         PIC 9(6) VALUE 0.
       01  WS-RC-UNIQUE       PIC 9(6) VALUE 0.
       01  WS-RC-CAP-MARK     PIC X VALUE SPACE.
       01  WS-RC-APPLIED      PIC 9(6) VALUE 0.
       01  WS-RC-SHARES       PIC 9(6) VALUE 0.

       01  WS-RATE            PIC 999V9 VALUE 0.
       01  WS-RATE-DISP       PIC ZZ9.9.
       01  WS-NUM-DISP        PIC ZZZZZ9.
       01  WS-NUM-DISP2       PIC ZZZZZ9.
       01  WS-NUM-DISP3       PIC ZZZZZ9.
       01  WS-NUM-DISP4       PIC ZZZZZ9.
       01  WS-NUM-DISP5       PIC ZZZZZ9.
       01  WS-NUM-DISP6       PIC ZZZZZ9.
       01  WS-PTR             PIC 999.

       01  WS-VIEW-ROWS       PIC 9(7) VALUE 0.
       01  WS-RECRUITERS      PIC 9(5) VALUE 0.
       01  WS-MSGS-SENT       PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-I               PIC 99.
       01  WS-J               PIC 99.
       01  WS-K               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 6)
           MOVE WS-WEEK-START-NUM TO WS-WEEK-START
           PERFORM LOAD-CONTROL
           PERFORM LOAD-OPEN-POSTINGS
           PERFORM COUNT-VIEWS
           PERFORM COUNT-APPLICATIONS
           PERFORM COUNT-SHARES
           IF WS-MAIL-DUE = 'Y'
              PERFORM SEND-RECRUITER-SUMMARIES
              PERFORM SAVE-CONTROL
           END-IF
           PERFORM WRITE-PERF-REPORT
           STOP RUN.

       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE CONTROL-REC(1:8) TO WS-LAST-SENT
              END-READ
              CLOSE CONTROL-FILE
           END-IF
           IF WS-LAST-SENT IS NUMERIC
              MOVE WS-LAST-SENT TO WS-LAST-SENT-NUM
              COMPUTE WS-DAYS-SINCE =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-LAST-SENT-NUM)
              IF WS-DAYS-SINCE < 7
                 MOVE 'N' TO WS-MAIL-DUE
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> Every posting not closed -- live, held for review or held
       *> for recruiter verification -- is the recruiter's to hear
       *> about.
       *>--------------------------------------------------
       LOAD-OPEN-POSTINGS.
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  IF JOB-STATUS NOT = 'C'
                     AND JOB-POSTED-BY NOT = SPACES
                     AND WS-OPEN-COUNT < 50
                     ADD 1 TO WS-OPEN-COUNT
                     MOVE JOB-ID TO WS-OP-ID(WS-OPEN-COUNT)
                     MOVE JOB-TITLE TO WS-OP-TITLE(WS-OPEN-COUNT)
                     MOVE JOB-POSTED-BY TO WS-OP-POSTER(WS-OPEN-COUNT)
                     MOVE JOB-STATUS TO WS-OP-STATUS(WS-OPEN-COUNT)
                     MOVE 0 TO WS-OP-VIEWS(WS-OPEN-COUNT)
                     MOVE 0 TO WS-OP-WEEK(WS-OPEN-COUNT)
                     MOVE 0 TO WS-OP-UNIQUE(WS-OPEN-COUNT)
                     MOVE 'N' TO WS-OP-CAPPED(WS-OPEN-COUNT)
                     MOVE 0 TO WS-OP-APPLIED(WS-OPEN-COUNT)
                     MOVE 0 TO WS-OP-SHARES(WS-OPEN-COUNT)
                     MOVE 'N' TO WS-OP-SENT(WS-OPEN-COUNT)
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

       COUNT-VIEWS.
           OPEN INPUT JOB-VIEWS-FILE
           IF WS-JV-STATUS = "00"
              PERFORM UNTIL WS-JV-STATUS NOT = "00"
                  READ JOB-VIEWS-FILE
                      AT END
                          MOVE "EOF" TO WS-JV-STATUS
                      NOT AT END
                          ADD 1 TO WS-VIEW-ROWS
                          PERFORM FIND-OPEN-POSTING-FOR-VIEW
                          IF WS-I > 0
                             ADD 1 TO WS-OP-VIEWS(WS-I)
                             IF JV-DATE >= WS-WEEK-START
                                ADD 1 TO WS-OP-WEEK(WS-I)
                             END-IF
                             PERFORM COUNT-DISTINCT-VIEWER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE JOB-VIEWS-FILE
           END-IF.

       *> WS-I is left on the open posting JV-JOB-ID names, or 0.
       FIND-OPEN-POSTING-FOR-VIEW.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-COUNT
               IF WS-OP-ID(WS-I) = JV-JOB-ID
                  EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-I.

       COUNT-DISTINCT-VIEWER.
           MOVE 'N' TO WS-PAIR-SEEN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PAIR-COUNT
               IF WS-PR-OPEN(WS-K) = WS-I
                  AND WS-PR-VIEWER(WS-K) = JV-VIEWER
                  MOVE 'Y' TO WS-PAIR-SEEN
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAIR-SEEN = 'N'
              IF WS-PAIR-COUNT < 3000
                 ADD 1 TO WS-OP-UNIQUE(WS-I)
                 ADD 1 TO WS-PAIR-COUNT
                 MOVE WS-I TO WS-PR-OPEN(WS-PAIR-COUNT)
                 MOVE JV-VIEWER TO WS-PR-VIEWER(WS-PAIR-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OP-CAPPED(WS-I)
              END-IF
           END-IF.

       COUNT-APPLICATIONS.
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  READ APPLICATIONS-FILE
                      AT END
                          MOVE "EOF" TO WS-APPL-STATUS
                      NOT AT END
                          PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I > WS-OPEN-COUNT
                              IF WS-OP-ID(WS-I) = AP-JOB-ID
                                 ADD 1 TO WS-OP-APPLIED(WS-I)
                                 EXIT PERFORM
                              END-IF
                          END-PERFORM
                  END-READ
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF.

       COUNT-SHARES.
           OPEN INPUT SHARE-LOG-FILE
           IF WS-SHR-STATUS = "00"
              PERFORM UNTIL WS-SHR-STATUS NOT = "00"
                  READ SHARE-LOG-FILE
                      AT END
                          MOVE "EOF" TO WS-SHR-STATUS
                      NOT AT END
                          PERFORM VARYING WS-I FROM 1 BY 1
                                  UNTIL WS-I > WS-OPEN-COUNT
                              IF WS-OP-ID(WS-I) = SHR-JOB-ID
                                 ADD 1 TO WS-OP-SHARES(WS-I)
                                 EXIT PERFORM
                              END-IF
                          END-PERFORM
                  END-READ
              END-PERFORM
              CLOSE SHARE-LOG-FILE
           END-IF.

       *>--------------------------------------------------
       *> One message per recruiter, totalled over all of their open
       *> postings; the first posting not yet covered names the next
       *> recruiter.
       *>--------------------------------------------------
       SEND-RECRUITER-SUMMARIES.
           IF WS-OPEN-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
           IF WS-MSG-STATUS NOT = "00"
              DISPLAY "messages.dat could not be opened (status "
                      WS-MSG-STATUS ") -- no summaries sent."
              MOVE 'Y' TO WS-MAIL-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OPEN-COUNT
               IF WS-OP-SENT(WS-J) = 'N'
                  PERFORM TOTAL-ONE-RECRUITER
                  PERFORM SEND-ONE-SUMMARY
               END-IF
           END-PERFORM
           CLOSE MESSAGES-FILE.

       TOTAL-ONE-RECRUITER.
           MOVE WS-OP-POSTER(WS-J) TO WS-RC-NAME
           MOVE 0 TO WS-RC-POSTINGS WS-RC-VIEWS WS-RC-WEEK WS-RC-UNIQUE
           MOVE 0 TO WS-RC-APPLIED WS-RC-SHARES
           MOVE SPACE TO WS-RC-CAP-MARK
           PERFORM VARYING WS-I FROM WS-J BY 1 UNTIL WS-I > WS-OPEN-COUNT
               IF WS-OP-POSTER(WS-I) = WS-RC-NAME
                  MOVE 'Y' TO WS-OP-SENT(WS-I)
                  ADD 1 TO WS-RC-POSTINGS
                  ADD WS-OP-VIEWS(WS-I) TO WS-RC-VIEWS
                  ADD WS-OP-WEEK(WS-I) TO WS-RC-WEEK
                  ADD WS-OP-UNIQUE(WS-I) TO WS-RC-UNIQUE
                  IF WS-OP-CAPPED(WS-I) = 'Y'
                     MOVE "+" TO WS-RC-CAP-MARK
                  END-IF
                  ADD WS-OP-APPLIED(WS-I) TO WS-RC-APPLIED
                  ADD WS-OP-SHARES(WS-I) TO WS-RC-SHARES
               END-IF
           END-PERFORM
           ADD 1 TO WS-RECRUITERS.

       SEND-ONE-SUMMARY.
           IF WS-RC-VIEWS > 0
              COMPUTE WS-RATE ROUNDED = WS-RC-APPLIED * 100 / WS-RC-VIEWS
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-RATE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE WS-RC-POSTINGS TO WS-NUM-DISP
           MOVE WS-RC-VIEWS TO WS-NUM-DISP2
           MOVE WS-RC-WEEK TO WS-NUM-DISP3
           MOVE WS-RC-UNIQUE TO WS-NUM-DISP4
           MOVE WS-RC-APPLIED TO WS-NUM-DISP5
           MOVE WS-RC-SHARES TO WS-NUM-DISP6
           MOVE SPACES TO MESSAGE-REC
           MOVE "incollege" TO MSG-SENDER
           MOVE WS-RC-NAME TO MSG-RECIPIENT
           MOVE WS-RUN-DATE TO MSG-DATE
           MOVE WS-RUN-TIME TO MSG-TIME
           MOVE SPACES TO MSG-BODY
           MOVE 1 TO WS-PTR
           STRING "Weekly summary, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP) DELIMITED BY SIZE
                  " open posting(s): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP2) DELIMITED BY SIZE
                  " views (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP3) DELIMITED BY SIZE
                  " this week), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP4) DELIMITED BY SIZE
                  WS-RC-CAP-MARK DELIMITED BY SPACE
                  " unique viewers, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP5) DELIMITED BY SIZE
                  " applications, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISP6) DELIMITED BY SIZE
                  " shares" DELIMITED BY SIZE
                  INTO MSG-BODY WITH POINTER WS-PTR
           END-STRING
           IF WS-RC-VIEWS > 0
              STRING "; view-to-apply " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO MSG-BODY WITH POINTER WS-PTR
              END-STRING
           END-IF
           STRING ". Per posting: Jobs > My Postings." DELIMITED BY SIZE
                  INTO MSG-BODY WITH POINTER WS-PTR
           END-STRING
           MOVE 'N' TO MSG-READ-FLAG
           PERFORM WRITE-MESSAGE-RECORD
           IF WS-MSG-STATUS = "00"
              ADD 1 TO WS-MSGS-SENT
           END-IF.

       SAVE-CONTROL.
           IF WS-MAIL-FAILED = 'Y'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              MOVE SPACES TO CONTROL-REC
              MOVE WS-RUN-DATE TO CONTROL-REC
              WRITE CONTROL-REC
              CLOSE CONTROL-FILE
           END-IF.

       WRITE-PERF-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Posting Performance -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Week counted from " DELIMITED BY SIZE
                  WS-WEEK-START DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "ID     POSTED BY            VIEWS  WEEK  UNIQ  APPS SHARE  RATE%  TITLE"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-COUNT
               PERFORM WRITE-POSTING-LINE
           END-PERFORM
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Open postings:           " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-VIEW-ROWS TO WS-NUM-DISP
           MOVE SPACES TO RPT-REC
           STRING "View rows read:         " DELIMITED BY SIZE
                  WS-NUM-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           IF WS-MAIL-FAILED = 'Y'
              MOVE "No messages sent -- messages.dat could not be opened."
                  TO RPT-REC
              WRITE RPT-REC
              CLOSE REPORT-FILE
              EXIT PARAGRAPH
           END-IF
           IF WS-MAIL-DUE = 'Y'
              MOVE WS-RECRUITERS TO WS-COUNT-DISPLAY
              STRING "Recruiters summarised:   " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE WS-MSGS-SENT TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "Summary messages sent:   " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           ELSE
              STRING "No messages sent -- summaries last went out on "
                         DELIMITED BY SIZE
                     WS-LAST-SENT DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC
           CLOSE REPORT-FILE.

       WRITE-POSTING-LINE.
           IF WS-OP-VIEWS(WS-I) > 0
              COMPUTE WS-RATE ROUNDED =
                  WS-OP-APPLIED(WS-I) * 100 / WS-OP-VIEWS(WS-I)
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-RATE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO WS-RATE-DISP
           MOVE WS-OP-VIEWS(WS-I) TO WS-NUM-DISP
           MOVE WS-OP-WEEK(WS-I) TO WS-NUM-DISP2
           MOVE WS-OP-UNIQUE(WS-I) TO WS-NUM-DISP3
           MOVE WS-OP-APPLIED(WS-I) TO WS-NUM-DISP4
           MOVE WS-OP-SHARES(WS-I) TO WS-NUM-DISP5
           MOVE SPACES TO RPT-REC
           STRING WS-OP-ID(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OP-POSTER(WS-I) DELIMITED BY SIZE
                  WS-NUM-DISP DELIMITED BY SIZE
                  WS-NUM-DISP2 DELIMITED BY SIZE
                  WS-NUM-DISP3 DELIMITED BY SIZE
                  WS-NUM-DISP4 DELIMITED BY SIZE
                  WS-NUM-DISP5 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATE-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OP-TITLE(WS-I) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-OP-CAPPED(WS-I) = 'Y'
              MOVE "       (unique viewers above is a lower bound)"
                  TO RPT-REC
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> Adds MESSAGE-REC to the keyed store; a stamp that collides
       *> with another row between the same pair is stepped on by one
       *> tick until its key is unique, as STUDENT-SYSTEM does.
       *>--------------------------------------------------
       WRITE-MESSAGE-RECORD.
           MOVE 'N' TO WS-MSG-WRITTEN
           PERFORM UNTIL WS-MSG-WRITTEN = 'Y'
               WRITE MESSAGE-REC
                   INVALID KEY
                       IF WS-MSG-STATUS = "22" AND MSG-TIME-NUM IS NUMERIC
                          PERFORM STEP-MESSAGE-TIME
                       ELSE
                          MOVE 'Y' TO WS-MSG-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MSG-WRITTEN
               END-WRITE
           END-PERFORM.

       STEP-MESSAGE-TIME.
           MOVE MSG-TIME TO WS-MSG-STEP-TIME
           ADD 1 TO WS-MSG-STEP-CC
           IF WS-MSG-STEP-CC > 99
              MOVE 0 TO WS-MSG-STEP-CC
              ADD 1 TO WS-MSG-STEP-SS
           END-IF
           IF WS-MSG-STEP-SS > 59
              MOVE 0 TO WS-MSG-STEP-SS
              ADD 1 TO WS-MSG-STEP-MI
           END-IF
           IF WS-MSG-STEP-MI > 59
              MOVE 0 TO WS-MSG-STEP-MI
              ADD 1 TO WS-MSG-STEP-HH
           END-IF
           IF WS-MSG-STEP-HH > 23
              MOVE 0 TO WS-MSG-STEP-HH
              IF MSG-DATE IS NUMERIC
                 MOVE MSG-DATE TO WS-MSG-STEP-DATE
                 COMPUTE WS-MSG-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-MSG-STEP-DATE) + 1)
                 MOVE WS-MSG-STEP-DATE TO MSG-DATE
              END-IF
           END-IF
           MOVE WS-MSG-STEP-TIME TO MSG-TIME.

       END PROGRAM POSTING-PERFORMANCE.
