               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARCH-STATUS.

           *> Keyed store (reorganized alongside STUDENT-SYSTEM).
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "job-expiry-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
           05 JOB-UNIVERSITY   PIC X(50).
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           05 JOB-POSTED-DATE  PIC X(8).
           05 JOB-KIND         PIC X.

       FD  JOBS-TEMP-FILE.
       01  JOB-TEMP-REC   PIC X(343).

       FD  JOB-ARCHIVE-FILE.
       01  JOB-ARCHIVE-REC PIC X(343).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.

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

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-REC.
           05 BC-BUS-DATE      PIC X(8).
           05 BC-TIME          PIC X(8).
           05 BC-PROGRAM       PIC X(20).
           05 BC-FILE          PIC X(30).
           05 BC-KIND          PIC X.
           05 BC-READ          PIC 9(7).
           05 BC-ADDED         PIC 9(7).
           05 BC-WRITTEN       PIC 9(7).
           05 BC-ARCHIVED      PIC 9(7).
           05 BC-REJECTED      PIC 9(7).
           05 BC-DELETED       PIC 9(7).

       WORKING-STORAGE SECTION.
       *> Control totals, one row per file the run touched, appended
       *> to batchctl.dat for BATCH-RECONCILE at the end of the
       *> nightly stream. Kind 'K' is a file the system keeps (its
       *> closing count is the next run's opening count), 'F' a feed
       *> consumed by the run.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "JOB-EXPIRY-SWEEP".
       01  WS-BC-DATE         PIC X(8) VALUE SPACES.
       01  WS-BC-FILE         PIC X(30) VALUE SPACES.
       01  WS-BC-KIND         PIC X VALUE 'K'.
       01  WS-BC-READ         PIC 9(7) VALUE 0.
       01  WS-BC-ADDED        PIC 9(7) VALUE 0.
       01  WS-BC-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-BC-ARCHIVED     PIC 9(7) VALUE 0.
       01  WS-BC-REJECTED     PIC 9(7) VALUE 0.
       01  WS-BC-DELETED      PIC 9(7) VALUE 0.

       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-JOB-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-APPL-TMP-STATUS PIC XX VALUE SPACES.
       01  WS-AARCH-STATUS    PIC XX VALUE SPACES.
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
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-JOBS-DAT-NAME   PIC X(40) VALUE "jobs.dat".
       01  WS-JOBS-SCANNED    PIC 9(5) VALUE 0.
       01  WS-JOBS-KEPT       PIC 9(5) VALUE 0.
       01  WS-APPLS-ARCHIVED  PIC 9(5) VALUE 0.
       01  WS-APPLS-SCANNED   PIC 9(5) VALUE 0.
       01  WS-APPLS-KEPT      PIC 9(5) VALUE 0.
       01  WS-MSGS-ON-FILE    PIC 9(5) VALUE 0.
       01  WS-MSGS-SENT       PIC 9(5) VALUE 0.
       01  WS-MATCHED         PIC X VALUE 'N'.
       01  WS-APPL-DISPLAY    PIC ZZ9.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
           PERFORM SWEEP-JOBS
           IF WS-EXP-COUNT > 0
              PERFORM SWEEP-APPLICATIONS
              PERFORM COUNT-MESSAGES
              PERFORM MESSAGE-POSTERS
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-SWEEP-REPORT
           STOP RUN.

           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  ADD 1 TO WS-APPLS-SCANNED
                  MOVE 'N' TO WS-MATCHED
                  PERFORM VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > WS-EXP-COUNT
                     MOVE APPL-REC TO APPL-ARCHIVE-REC
                     WRITE APPL-ARCHIVE-REC
                  ELSE
                     ADD 1 TO WS-APPLS-KEPT
                     MOVE APPL-REC TO APPL-TEMP-REC
                     WRITE APPL-TEMP-REC
                  END-IF
           END-PERFORM.

       MESSAGE-ONE-POSTER.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
                     INTO MSG-BODY
              END-STRING
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              ADD 1 TO WS-MSGS-SENT
              CLOSE MESSAGES-FILE
           END-IF.

           END-PERFORM
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> messages.dat is only appended to here, so its opening count
       *> is taken before the poster messages go out.
       *>--------------------------------------------------
       COUNT-MESSAGES.
           MOVE 0 TO WS-MSGS-ON-FILE
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM READ-MESSAGE-RECORD
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                  ADD 1 TO WS-MSGS-ON-FILE
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           END-IF.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
                   MOVE "00" TO WS-MSG-STATUS
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE TO WS-BC-DATE
           MOVE "jobs.dat" TO WS-BC-FILE
           MOVE WS-JOBS-SCANNED TO WS-BC-READ
           MOVE WS-JOBS-KEPT    TO WS-BC-WRITTEN
           MOVE WS-EXP-COUNT    TO WS-BC-ARCHIVED
           PERFORM WRITE-CONTROL-RECORD
           IF WS-EXP-COUNT > 0
              MOVE "applications.dat" TO WS-BC-FILE
              MOVE WS-APPLS-SCANNED  TO WS-BC-READ
              MOVE WS-APPLS-KEPT     TO WS-BC-WRITTEN
              MOVE WS-APPLS-ARCHIVED TO WS-BC-ARCHIVED
              PERFORM WRITE-CONTROL-RECORD
              MOVE "messages.dat" TO WS-BC-FILE
              MOVE WS-MSGS-ON-FILE TO WS-BC-READ
              MOVE WS-MSGS-SENT    TO WS-BC-ADDED
              COMPUTE WS-BC-WRITTEN = WS-MSGS-ON-FILE + WS-MSGS-SENT
              PERFORM WRITE-CONTROL-RECORD
           END-IF.

       *>--------------------------------------------------
       *> Appends one control row for WS-BC-FILE and clears the counts
       *> for the next file. Read + added must equal written +
       *> archived + rejected + deleted.
       *>--------------------------------------------------
       WRITE-CONTROL-RECORD.
           OPEN EXTEND BATCH-CONTROL-FILE
           IF WS-BC-STATUS = "35"
              OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF
           IF WS-BC-STATUS = "00"
              MOVE SPACES TO BATCH-CONTROL-REC
              MOVE WS-BC-DATE     TO BC-BUS-DATE
              ACCEPT BC-TIME FROM TIME
              MOVE WS-BC-PROGRAM  TO BC-PROGRAM
              MOVE WS-BC-FILE     TO BC-FILE
              MOVE WS-BC-KIND     TO BC-KIND
              MOVE WS-BC-READ     TO BC-READ
              MOVE WS-BC-ADDED    TO BC-ADDED
              MOVE WS-BC-WRITTEN  TO BC-WRITTEN
              MOVE WS-BC-ARCHIVED TO BC-ARCHIVED
              MOVE WS-BC-REJECTED TO BC-REJECTED
              MOVE WS-BC-DELETED  TO BC-DELETED
              WRITE BATCH-CONTROL-REC
              CLOSE BATCH-CONTROL-FILE
           END-IF
           MOVE 'K' TO WS-BC-KIND
           MOVE 0 TO WS-BC-READ WS-BC-ADDED WS-BC-WRITTEN
           MOVE 0 TO WS-BC-ARCHIVED WS-BC-REJECTED WS-BC-DELETED.

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

       END PROGRAM JOB-EXPIRY-SWEEP.
