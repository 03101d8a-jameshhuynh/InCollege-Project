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
       01  WS-BC-PROGRAM      PIC X(20) VALUE "WAITLIST-PROMOTE".
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
       01  WS-WAIT-STATUS     PIC XX VALUE SPACES.
       01  WS-PROMOTED-TOTAL  PIC 9(5) VALUE 0.
       01  WS-WAITING-TOTAL   PIC 9(5) VALUE 0.
       01  WS-DROPPED-TOTAL   PIC 9(5) VALUE 0.
       01  WS-WAIT-READ       PIC 9(5) VALUE 0.
       01  WS-USERS-ON-FILE   PIC 9(5) VALUE 0.
       01  WS-USERS-ADDED     PIC 9(5) VALUE 0.
       01  WS-PROFS-ON-FILE   PIC 9(5) VALUE 0.
       01  WS-PROFS-ADDED     PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-NAME-TAKEN      PIC X VALUE 'N'.
       01  WS-I               PIC 999.
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-USERS
           PERFORM LOAD-WAITLIST
           PERFORM COUNT-PROFILES
           PERFORM SORT-WAITLIST
           PERFORM OPEN-REPORT
           COMPUTE WS-HEADROOM = WS-MAX-USERS - WS-USER-COUNT
           END-IF
           PERFORM PROMOTE-WAITLIST
           PERFORM REWRITE-WAITLIST
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.
           IF WS-USER-STATUS = "00"
              PERFORM READ-USER-RECORD
              PERFORM UNTIL WS-USER-STATUS NOT = "00"
                  ADD 1 TO WS-USERS-ON-FILE
                  IF WS-USER-COUNT < 200
                     ADD 1 TO WS-USER-COUNT
                     UNSTRING USER-REC DELIMITED BY ","
                         INTO WS-USER-ID(WS-USER-COUNT)
                     END-UNSTRING
                  END-IF
                  PERFORM READ-USER-RECORD
              END-PERFORM
              CLOSE USER-FILE
           IF WS-WAIT-STATUS = "00"
              PERFORM READ-WAITLIST-RECORD
              PERFORM UNTIL WS-WAIT-STATUS NOT = "00"
                  ADD 1 TO WS-WAIT-READ
                  IF WS-WAIT-COUNT < 200
                     ADD 1 TO WS-WAIT-COUNT
                     MOVE 'N' TO WS-WAIT-DONE(WS-WAIT-COUNT)
                     UNSTRING WAITLIST-REC DELIMITED BY ","
                         INTO WS-WAIT-NAME(WS-WAIT-COUNT)
                              WS-WAIT-STAMP(WS-WAIT-COUNT)
                     END-UNSTRING
                  END-IF
                  PERFORM READ-WAITLIST-RECORD
              END-PERFORM
              CLOSE WAITLIST-FILE
                     INTO USER-REC
              END-STRING
              WRITE USER-REC
              ADD 1 TO WS-USERS-ADDED
              CLOSE USER-FILE
           END-IF
           IF WS-USER-COUNT < 200
              END-PERFORM
              WRITE PROFILE-REC
                  INVALID KEY CONTINUE
                  NOT INVALID KEY ADD 1 TO WS-PROFS-ADDED
              END-WRITE
              CLOSE PROFILE-FILE
           END-IF.
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> Opening count of the profile store, for the control totals;
       *> the stub profiles written here are the only rows added.
       *>--------------------------------------------------
       COUNT-PROFILES.
           MOVE 0 TO WS-PROFS-ON-FILE
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM UNTIL WS-PROF-STATUS NOT = "00"
                  ADD 1 TO WS-PROFS-ON-FILE
                  PERFORM READ-PROFILE-RECORD
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-PROF-STATUS
               NOT AT END
                   MOVE "00" TO WS-PROF-STATUS
           END-READ.

       *>--------------------------------------------------
       *> waitlist.dat: every row read is either still waiting,
       *> dropped (rejected) or promoted (moved to users.dat).
       *>--------------------------------------------------
       WRITE-CONTROL-TOTALS.
           PERFORM GET-CONTROL-DATE
           MOVE "waitlist.dat" TO WS-BC-FILE
           MOVE WS-WAIT-READ      TO WS-BC-READ
           MOVE WS-WAITING-TOTAL  TO WS-BC-WRITTEN
           MOVE WS-DROPPED-TOTAL  TO WS-BC-REJECTED
           MOVE WS-PROMOTED-TOTAL TO WS-BC-DELETED
           PERFORM WRITE-CONTROL-RECORD
           MOVE "users.dat" TO WS-BC-FILE
           MOVE WS-USERS-ON-FILE TO WS-BC-READ
           MOVE WS-USERS-ADDED   TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-USERS-ON-FILE + WS-USERS-ADDED
           PERFORM WRITE-CONTROL-RECORD
           MOVE "profiles.dat" TO WS-BC-FILE
           MOVE WS-PROFS-ON-FILE TO WS-BC-READ
           MOVE WS-PROFS-ADDED   TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-PROFS-ON-FILE + WS-PROFS-ADDED
           PERFORM WRITE-CONTROL-RECORD.

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

       END PROGRAM WAITLIST-PROMOTE.
