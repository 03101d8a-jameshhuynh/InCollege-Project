       *> and status this program assigns), validates each row the way
       *> POST-JOB would, assigns JOB-ID values above everything
       *> already in jobs.dat, skips rows duplicating an open posting
       *> (same title, company and location), takes a posting credit
       *> from the company's contract in companies.dat (refusing the
       *> row once a contracted company has none left, as POST-JOB
       *> does), and writes jobfeed-report.txt listing added, skipped
       *> and rejected rows.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-FEED-IMPORT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT COMPANIES-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT COMPANIES-TEMP-FILE ASSIGN TO "companies.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-TMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "jobfeed-report.txt"
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
       FD  FEED-FILE.
           05 JOB-UNIVERSITY   PIC X(50).
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           05 JOB-POSTED-DATE  PIC X(8).
           05 JOB-KIND         PIC X.

       FD  COMPANIES-FILE.
       01  COMPANY-REC.
           05 CO-NAME          PIC X(30).
           05 CO-INDUSTRY      PIC X(30).
           05 CO-LOCATION      PIC X(30).
           05 CO-DESC          PIC X(100).
           05 CO-CREDIT-ALLOW  PIC 9(4).
           05 CO-CREDIT-USED   PIC 9(4).
           05 CO-BILL-PERIOD   PIC X.
           05 CO-PERIOD-START  PIC X(8).
           05 CO-CREDIT-RATE   PIC 9(5)V99.

       FD  COMPANIES-TEMP-FILE.
       01  COMPANY-TEMP-REC    PIC X(214).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(120).

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
       01  WS-BC-PROGRAM      PIC X(20) VALUE "JOB-FEED-IMPORT".
       01  WS-BC-DATE         PIC X(8) VALUE SPACES.
       01  WS-BC-FILE         PIC X(30) VALUE SPACES.
       01  WS-BC-KIND         PIC X VALUE 'K'.
       01  WS-BC-READ         PIC 9(7) VALUE 0.
       01  WS-BC-ADDED        PIC 9(7) VALUE 0.
       01  WS-BC-WRITTEN      PIC 9(7) VALUE 0.
       01  WS-BC-ARCHIVED     PIC 9(7) VALUE 0.
       01  WS-BC-REJECTED     PIC 9(7) VALUE 0.
       01  WS-BC-DELETED      PIC 9(7) VALUE 0.

       01  WS-FEED-STATUS     PIC XX VALUE SPACES.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-CO-STATUS       PIC XX VALUE SPACES.
       01  WS-CO-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-COMPANIES-DAT-NAME PIC X(40) VALUE "companies.dat".
       01  WS-COMPANIES-TMP-NAME PIC X(40) VALUE "companies.tmp".

       *> The company register, whole -- rewritten at the end of the
       *> run when any contract's credits were spent.
       01  WS-CO-COUNT        PIC 99 VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
              10 WS-CO-REC-T    PIC X(214).
       01  WS-CO-IDX          PIC 99 VALUE 0.
       01  WS-CO-CHANGED      PIC X VALUE 'N'.

       *> Same board ceiling the online POST-JOB enforces.
       01  WS-MAX-JOBS        PIC 99 VALUE 50.
       01  WS-ADDED-TOTAL     PIC 9(5) VALUE 0.
       01  WS-SKIPPED-TOTAL   PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL    PIC 9(5) VALUE 0.
       01  WS-FEED-READ       PIC 9(5) VALUE 0.
       01  WS-JOBS-ON-FILE    PIC 9(5) VALUE 0.
       01  WS-JOBS-APPENDED   PIC 9(5) VALUE 0.
       01  WS-CO-ON-FILE      PIC 9(5) VALUE 0.
       01  WS-DUP-FOUND       PIC X VALUE 'N'.
       01  WS-EXPIRES-OK      PIC X VALUE 'Y'.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-BOARD
           PERFORM LOAD-COMPANIES
           PERFORM OPEN-REPORT
           PERFORM PROCESS-FEED
           IF WS-CO-CHANGED = 'Y'
              PERFORM SAVE-COMPANIES
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  ADD 1 TO WS-JOBS-ON-FILE
                  IF JOB-ID > WS-NEXT-JOB-ID
                     MOVE JOB-ID TO WS-NEXT-JOB-ID
                  END-IF
                   MOVE "00" TO WS-JOB-STATUS
           END-READ.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANIES-FILE
           IF WS-CO-STATUS = "00"
              PERFORM READ-COMPANY-RECORD
              PERFORM UNTIL WS-CO-STATUS NOT = "00"
                  ADD 1 TO WS-CO-ON-FILE
                  IF WS-CO-COUNT < 50
                     ADD 1 TO WS-CO-COUNT
                     IF CO-CREDIT-ALLOW IS NOT NUMERIC
                        MOVE 0 TO CO-CREDIT-ALLOW
                     END-IF
                     IF CO-CREDIT-USED IS NOT NUMERIC
                        MOVE 0 TO CO-CREDIT-USED
                     END-IF
                     IF CO-CREDIT-RATE IS NOT NUMERIC
                        MOVE 0 TO CO-CREDIT-RATE
                     END-IF
                     MOVE COMPANY-REC TO WS-CO-REC-T(WS-CO-COUNT)
                  END-IF
                  PERFORM READ-COMPANY-RECORD
              END-PERFORM
              CLOSE COMPANIES-FILE
           END-IF.

       READ-COMPANY-RECORD.
           READ COMPANIES-FILE
               AT END
                   MOVE "EOF" TO WS-CO-STATUS
               NOT AT END
                   MOVE "00" TO WS-CO-STATUS
           END-READ.

       SAVE-COMPANIES.
           OPEN OUTPUT COMPANIES-TEMP-FILE
           IF WS-CO-TMP-STATUS = "00"
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
                  MOVE WS-CO-REC-T(WS-I) TO COMPANY-TEMP-REC
                  WRITE COMPANY-TEMP-REC
              END-PERFORM
              CLOSE COMPANIES-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-COMPANIES-TMP-NAME
                                            WS-COMPANIES-DAT-NAME
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           END-IF
           PERFORM READ-FEED-RECORD
           PERFORM UNTIL WS-FEED-STATUS NOT = "00"
               ADD 1 TO WS-FEED-READ
               PERFORM PROCESS-ONE-ROW
               PERFORM READ-FEED-RECORD
           END-PERFORM
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-FEED-COMPANY
           IF WS-CO-IDX > 0
              MOVE WS-CO-REC-T(WS-CO-IDX) TO COMPANY-REC
              IF CO-BILL-PERIOD NOT = SPACE
                 AND CO-CREDIT-USED >= CO-CREDIT-ALLOW
                 ADD 1 TO WS-REJECT-TOTAL
                 MOVE SPACES TO RPT-REC
                 STRING "REJECTED (no posting credits left): "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(JF-TITLE) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(JF-COMPANY) DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
                 EXIT PARAGRAPH
              END-IF
              IF CO-BILL-PERIOD NOT = SPACE
                 ADD 1 TO CO-CREDIT-USED
                 MOVE COMPANY-REC TO WS-CO-REC-T(WS-CO-IDX)
                 MOVE 'Y' TO WS-CO-CHANGED
              END-IF
           END-IF

           PERFORM APPEND-NEW-POSTING
           ADD 1 TO WS-ADDED-TOTAL
           MOVE SPACES TO RPT-REC
              MOVE 'N' TO WS-EXPIRES-OK
           END-IF.

       *>--------------------------------------------------
       *> Register entry for the row's company (case-insensitive), or
       *> WS-CO-IDX = 0 when the company is not on the register.
       *>--------------------------------------------------
       FIND-FEED-COMPANY.
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
               MOVE WS-CO-REC-T(WS-I) TO COMPANY-REC
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(JF-COMPANY))
                  MOVE WS-I TO WS-CO-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-DUPLICATE-POSTING.
           MOVE 'N' TO WS-DUP-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOBS-COUNT
              MOVE JF-UNIVERSITY TO JOB-UNIVERSITY
              MOVE 'O'           TO JOB-STATUS
              MOVE JF-EXPIRES    TO JOB-EXPIRES
              MOVE WS-RUN-DATE   TO JOB-POSTED-DATE
              WRITE JOB-REC
              ADD 1 TO WS-JOBS-APPENDED
              CLOSE JOBS-FILE
           END-IF
           IF WS-JOBS-COUNT < 50
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> jobfeed.dat is a feed: each row is added, skipped as a
       *> duplicate or rejected (both counted as rejected here).
       *> companies.dat is only counted when it was rewritten.
       *>--------------------------------------------------
       WRITE-CONTROL-TOTALS.
           PERFORM GET-CONTROL-DATE
           MOVE "jobfeed.dat" TO WS-BC-FILE
           MOVE 'F' TO WS-BC-KIND
           MOVE WS-FEED-READ TO WS-BC-READ
           MOVE WS-ADDED-TOTAL TO WS-BC-WRITTEN
           COMPUTE WS-BC-REJECTED = WS-REJECT-TOTAL + WS-SKIPPED-TOTAL
           PERFORM WRITE-CONTROL-RECORD
           MOVE "jobs.dat" TO WS-BC-FILE
           MOVE WS-JOBS-ON-FILE  TO WS-BC-READ
           MOVE WS-JOBS-APPENDED TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-JOBS-ON-FILE + WS-JOBS-APPENDED
           PERFORM WRITE-CONTROL-RECORD
           IF WS-CO-CHANGED = 'Y'
              MOVE "companies.dat" TO WS-BC-FILE
              MOVE WS-CO-ON-FILE TO WS-BC-READ
              MOVE WS-CO-COUNT   TO WS-BC-WRITTEN
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

       END PROGRAM JOB-FEED-IMPORT.
