               FILE STATUS IS WS-REQ-TMP-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT PROFILE-VIEWS-FILE ASSIGN TO "profileviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVIEW-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-STAMP        PIC X(16).
           05 MSG-REST         PIC X(201).

       FD  PROFILE-VIEWS-FILE.
       01  PVIEW-REC      PIC X(80).
       01  REJECT-REC.
           05 REJ-SOURCE       PIC X(18).
           05 REJ-ROW          PIC X(1222).
           *> Day the row was quarantined; BACKLOG-AGING ages the file
           *> by it.
           05 REJ-DATE         PIC X(8).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

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

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       *> Control totals, one row per file the run touched, appended
       *> to batchctl.dat for BATCH-RECONCILE at the end of the
       *> nightly stream. Kind 'K' is a file the system keeps (its
       *> closing count is the next run's opening count), 'F' a feed
       *> consumed by the run.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "INTEGRITY-CHECK".
       01  WS-BC-DATE         PIC X(8) VALUE SPACES.
       01  WS-BC-FILE         PIC X(30) VALUE SPACES.
       01  WS-BC-KIND         PIC X VALUE 'K'.
       01  WS-BC-READ         PIC 9(7) VALUE 0.
       01  WS-BC-ADDED        PIC 9(7) VALUE 0.
       01  WS-BC-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-BC-ARCHIVED     PIC 9(7) VALUE 0.
       01  WS-BC-REJECTED     PIC 9(7) VALUE 0.
       01  WS-BC-DELETED      PIC 9(7) VALUE 0.

       01  WS-USER-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-CONN-STATUS     PIC XX VALUE SPACES.
       01  WS-REQ-STATUS      PIC XX VALUE SPACES.
       01  WS-REQ-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-PVIEW-STATUS    PIC XX VALUE SPACES.
       01  WS-PVIEW-TMP-STATUS PIC XX VALUE SPACES.
       01  WS-REJ-STATUS      PIC XX VALUE SPACES.
       01  WS-CONN-TMP-NAME   PIC X(40) VALUE "connections.tmp".
       01  WS-REQUESTS-DAT-NAME PIC X(40) VALUE "requests.dat".
       01  WS-REQUESTS-TMP-NAME PIC X(40) VALUE "requests.tmp".
       01  WS-PVIEW-DAT-NAME  PIC X(40) VALUE "profileviews.dat".
       01  WS-PVIEW-TMP-NAME  PIC X(40) VALUE "profileviews.tmp".


       01  WS-TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
       01  WS-FILE-EXCEPTIONS PIC 9(5) VALUE 0.
       01  WS-FILE-READ       PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-CURRENT-SOURCE  PIC X(18).

           ELSE
              MOVE 'N' TO WS-REPAIR-MODE
           END-IF
           PERFORM GET-CONTROL-DATE
           PERFORM CHECK-PROFILES
           PERFORM WRITE-FILE-CONTROL
           PERFORM CHECK-CONNECTIONS
           PERFORM WRITE-FILE-CONTROL
           PERFORM CHECK-REQUESTS
           PERFORM WRITE-FILE-CONTROL
           PERFORM CHECK-MESSAGES
           PERFORM WRITE-FILE-CONTROL
           PERFORM CHECK-PROFILE-VIEWS
           PERFORM WRITE-FILE-CONTROL
           IF WS-REPAIR-MODE = 'Y'
              CLOSE REJECT-FILE
           END-IF
       CHECK-PROFILES.
           MOVE "profiles.dat" TO WS-CURRENT-SOURCE
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-SEEN-COUNT
           IF WS-REPAIR-MODE = 'Y'
              OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  ADD 1 TO WS-FILE-READ
                  MOVE 'N' TO WS-ROW-BAD
                  MOVE PF-USERNAME TO WS-UNSTR-USERNAME
                  MOVE PF-USERNAME TO WS-PAIR-A
                     IF WS-REPAIR-MODE = 'Y'
                        MOVE WS-CURRENT-SOURCE TO REJ-SOURCE
                        MOVE PROFILE-REC TO REJ-ROW
                        MOVE WS-RUN-DATE TO REJ-DATE
                        WRITE REJECT-REC
                        DELETE PROFILE-FILE
                            INVALID KEY CONTINUE
       CHECK-CONNECTIONS.
           MOVE "connections.dat" TO WS-CURRENT-SOURCE
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-SEEN-COUNT
           IF WS-REPAIR-MODE = 'Y'
              OPEN OUTPUT CONNECTIONS-TEMP-FILE
           IF WS-CONN-STATUS = "00"
              PERFORM READ-CONNECTION-RECORD
              PERFORM UNTIL WS-CONN-STATUS NOT = "00"
                  ADD 1 TO WS-FILE-READ
                  PERFORM VET-PAIR-ROW
                  IF WS-ROW-BAD = 'Y'
                     PERFORM WRITE-EXCEPTION-LINE
                     IF WS-REPAIR-MODE = 'Y'
                        MOVE WS-CURRENT-SOURCE TO REJ-SOURCE
                        MOVE CONN-REC TO REJ-ROW
                        MOVE WS-RUN-DATE TO REJ-DATE
                        WRITE REJECT-REC
                     END-IF
                  ELSE
       CHECK-REQUESTS.
           MOVE "requests.dat" TO WS-CURRENT-SOURCE
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-SEEN-COUNT
           IF WS-REPAIR-MODE = 'Y'
              OPEN OUTPUT REQUESTS-TEMP-FILE
           IF WS-REQ-STATUS = "00"
              PERFORM READ-REQUEST-RECORD
              PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                  ADD 1 TO WS-FILE-READ
                  PERFORM VET-PAIR-ROW
                  IF WS-ROW-BAD = 'Y'
                     PERFORM WRITE-EXCEPTION-LINE
                     IF WS-REPAIR-MODE = 'Y'
                        MOVE WS-CURRENT-SOURCE TO REJ-SOURCE
                        MOVE REQ-REC TO REJ-ROW
                        MOVE WS-RUN-DATE TO REJ-DATE
                        WRITE REJECT-REC
                     END-IF
                  ELSE
           END-READ.

       *>--------------------------------------------------
       *> messages.dat is keyed like the profile store, so a repair
       *> deletes the orphan row in place rather than copying through.
       CHECK-MESSAGES.
           MOVE "messages.dat" TO WS-CURRENT-SOURCE
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-FILE-READ
           IF WS-REPAIR-MODE = 'Y'
              OPEN I-O MESSAGES-FILE
           ELSE
              OPEN INPUT MESSAGES-FILE
           END-IF
           IF WS-MSG-STATUS = "00"
              PERFORM READ-MESSAGE-RECORD
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                  ADD 1 TO WS-FILE-READ
                  MOVE 'N' TO WS-ROW-BAD
                  MOVE MSG-SENDER TO WS-PAIR-A
                  MOVE MSG-RECIPIENT TO WS-PAIR-B
                     IF WS-REPAIR-MODE = 'Y'
                        MOVE WS-CURRENT-SOURCE TO REJ-SOURCE
                        MOVE MESSAGE-REC TO REJ-ROW
                        MOVE WS-RUN-DATE TO REJ-DATE
                        WRITE REJECT-REC
                        DELETE MESSAGES-FILE
                            INVALID KEY CONTINUE
                        END-DELETE
                     END-IF
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           END-IF.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
       CHECK-PROFILE-VIEWS.
           MOVE "profileviews.dat" TO WS-CURRENT-SOURCE
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-FILE-READ
           IF WS-REPAIR-MODE = 'Y'
              OPEN OUTPUT PVIEW-TEMP-FILE
           END-IF
           IF WS-PVIEW-STATUS = "00"
              PERFORM READ-PVIEW-RECORD
              PERFORM UNTIL WS-PVIEW-STATUS NOT = "00"
                  ADD 1 TO WS-FILE-READ
                  MOVE 'N' TO WS-ROW-BAD
                  UNSTRING PVIEW-REC DELIMITED BY ","
                      INTO WS-PAIR-A WS-PAIR-B WS-UNSTR-REST
                     IF WS-REPAIR-MODE = 'Y'
                        MOVE WS-CURRENT-SOURCE TO REJ-SOURCE
                        MOVE PVIEW-REC TO REJ-ROW
                        MOVE WS-RUN-DATE TO REJ-DATE
                        WRITE REJECT-REC
                     END-IF
                  ELSE
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> In repair mode each file is rewritten without its bad rows,
       *> which go to integrity-rejects.dat; a report-only run moves
       *> nothing and writes no control rows.
       *>--------------------------------------------------
       WRITE-FILE-CONTROL.
           IF WS-REPAIR-MODE = 'Y'
              MOVE WS-CURRENT-SOURCE TO WS-BC-FILE
              MOVE WS-FILE-READ TO WS-BC-READ
              COMPUTE WS-BC-WRITTEN = WS-FILE-READ - WS-FILE-EXCEPTIONS
              MOVE WS-FILE-EXCEPTIONS TO WS-BC-REJECTED
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
       *> Control rows carry the business date from procdate.dat, the
       *> one the nightly driver advances, so a run outside the stream
       *> reconciles with the night it belongs to; the machine date
       *> stands in when there is no control file.
       *>--------------------------------------------------
       GET-CONTROL-DATE.
           ACCEPT WS-BC-DATE FROM DATE YYYYMMDD
           OPEN INPUT PROCDATE-FILE
           IF WS-PD-STATUS = "00"
              READ PROCDATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PROCDATE-REC NOT = SPACES
                         MOVE PROCDATE-REC TO WS-BC-DATE
                      END-IF
              END-READ
              CLOSE PROCDATE-FILE
           END-IF.

       END PROGRAM INTEGRITY-CHECK.
