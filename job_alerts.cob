       *> mark kept in jobalert-control.dat) and appends one
       *> "N new postings match your saved search" message per hit to
       *> messages.dat, so the alert shows up in the MAIN MENU unread
       *> count at the student's next login, plus a JOB-ALERT row in
       *> notifications.dat for the mail gateway. Writes a run report so we
       *> can see how many alerts went out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ALERTS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.

           *> Keyed store (reorganized alongside STUDENT-SYSTEM).
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "jobalert-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.

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

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       FD  NOTIFICATIONS-FILE.
       01  NOTIFY-REC.
           05 NT-RECIPIENT     PIC X(20).
           05 NT-TYPE          PIC X(12).
           05 NT-TEXT          PIC X(80).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC X(8).
           05 NT-SENT          PIC X.

       WORKING-STORAGE SECTION.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-SS-STATUS       PIC XX VALUE SPACES.
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
       01  WS-NT-STATUS       PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
                  END-IF
                  IF JOB-ID > WS-LAST-MAX-ID
                     AND JOB-STATUS NOT = 'C'
                     AND JOB-STATUS NOT = 'P'
                     AND JOB-STATUS NOT = 'H'
                     AND WS-NEWJOB-COUNT < 50
                     ADD 1 TO WS-NEWJOB-COUNT
                     MOVE JOB-TITLE      TO WS-NJ-TITLE(WS-NEWJOB-COUNT)
       *> screens to build.
       *>--------------------------------------------------
       SEND-ALERT-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
                     INTO MSG-BODY
              END-STRING
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
           END-IF
           PERFORM APPEND-ALERT-NOTIFICATION.

       *>--------------------------------------------------
       *> The same alert as a JOB-ALERT row for the mail gateway;
       *> NOTIFY-EXTRACT sends it now, in the daily digest or not at
       *> all, as the student's notification preferences say.
       *>--------------------------------------------------
       APPEND-ALERT-NOTIFICATION.
           MOVE WS-MATCHES TO WS-MATCH-DISPLAY
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NT-STATUS = "35"
              OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF
           IF WS-NT-STATUS = "00"
              MOVE SPACES TO NOTIFY-REC
              MOVE SS-OWNER TO NT-RECIPIENT
              MOVE "JOB-ALERT" TO NT-TYPE
              STRING WS-MATCH-DISPLAY DELIMITED BY SIZE
                     " new posting(s) match your saved search (keyword: "
                         DELIMITED BY SIZE
                     FUNCTION TRIM(SS-KEYWORD) DELIMITED BY SIZE
                     ")." DELIMITED BY SIZE
                     INTO NT-TEXT
              END-STRING
              MOVE WS-RUN-DATE TO NT-DATE
              MOVE WS-RUN-TIME TO NT-TIME
              MOVE 'N' TO NT-SENT
              WRITE NOTIFY-REC
              CLOSE NOTIFICATIONS-FILE
           END-IF.

       SAVE-CONTROL.
           WRITE RPT-REC
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> Adds MESSAGE-REC to the keyed store; a stamp that collides
       *> with another row between the same pair (every message of a
       *> run carries the run time) is stepped on by one tick until
       *> its key is unique, as STUDENT-SYSTEM does.
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

       END PROGRAM JOB-ALERTS.
