       >>SOURCE FORMAT FREE
       *> Nightly batch job -- moves messages older than a configurable
       *> number of days out of the keyed messages.dat into a dated
       *> archive file, so the mailbox stops growing without bound.
       *> Prints a one-page summary of what was archived per user (as
       *> sender or recipient), so support staff can answer "where did
       *> my message go" without opening files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-RETENTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Keyed store (reorganized alongside STUDENT-SYSTEM) --
           *> archived rows are deleted in place.
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LEGAL-HOLDS-FILE ASSIGN TO "legalholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-DATE         PIC X(8).
              10 MSG-TIME         PIC X(8).
           05 MSG-BODY         PIC X(200).
           05 MSG-READ-FLAG    PIC X.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC    PIC X(257).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(80).

       FD  LEGAL-HOLDS-FILE.
       01  LEGAL-HOLD-REC.
           05 LH-USERNAME      PIC X(20).
           05 LH-STATUS        PIC X.
           05 LH-CASE-REF      PIC X(20).
           05 LH-REST          PIC X(116).

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

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       *> Control totals, one row per file the run touched, appended
       *> to batchctl.dat for BATCH-RECONCILE at the end of the
       *> nightly stream. Kind 'K' is a file the system keeps (its
       *> closing count is the next run's opening count), 'F' a feed
       *> consumed by the run.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "MESSAGE-RETENTION".
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
       01  WS-LH-STATUS       PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-ARCHIVE-NAME    PIC X(40) VALUE SPACES.

       *> Retention window -- prompted at run time so the operator can
       01  WS-RETAIN-INPUT    PIC X(10).
       01  WS-RETAIN-DAYS     PIC 9(4) VALUE 0.
       01  WS-DEFAULT-DAYS    PIC 9(4) VALUE 90.
       *> The compiled value above is only the fallback -- sysparams.dat
       *> (maintained from ADMIN-CONSOLE) overrides it, and the prompt
       *> can still override both for a single run.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-DEFAULT-DISPLAY PIC ZZZ9.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-TOTAL-SCANNED   PIC 9(5) VALUE 0.
       01  WS-TOTAL-ARCHIVED  PIC 9(5) VALUE 0.
       01  WS-TOTAL-KEPT      PIC 9(5) VALUE 0.
       01  WS-TOTAL-HELD      PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.

       *> Per-user archived tally -- a message counts against both its
       01  WS-TALLY-FOUND     PIC X VALUE 'N'.
       01  WS-I               PIC 999.

       *> Accounts on legal hold (set from ADMIN-CONSOLE). A message
       *> either party of which is held stays in messages.dat however
       *> old it is; the count kept back is reported per held account.
       01  WS-HOLD-COUNT      PIC 999 VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 100 TIMES.
              10 WS-HOLD-NAME  PIC X(20).
              10 WS-HOLD-CASE  PIC X(20).
              10 WS-HOLD-KEPT  PIC 9(5).
       01  WS-MSG-HELD        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM GET-RETENTION-DAYS
           PERFORM COMPUTE-CUTOFF
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM SWEEP-MESSAGES
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RETENTION-REPORT
           STOP RUN.

       GET-RETENTION-DAYS.
           MOVE WS-DEFAULT-DAYS TO WS-DEFAULT-DISPLAY
           DISPLAY "Archive messages older than how many days"
                   " (blank for " FUNCTION TRIM(WS-DEFAULT-DISPLAY)
                   "): " WITH NO ADVANCING
           ACCEPT WS-RETAIN-INPUT
           IF WS-RETAIN-INPUT = SPACES
              MOVE WS-DEFAULT-DAYS TO WS-RETAIN-DAYS
              MOVE FUNCTION NUMVAL(WS-RETAIN-INPUT) TO WS-RETAIN-DAYS
              IF WS-RETAIN-DAYS = 0
                 MOVE WS-DEFAULT-DAYS TO WS-RETAIN-DAYS
              ELSE
                 MOVE "operator entry" TO WS-PARM-SOURCE
              END-IF
           END-IF.

           END-STRING.

       *>--------------------------------------------------
       *> Reads the keyed store end to end, appending each expired row
       *> to the dated archive (so a second run on the same day
       *> extends rather than overwrites it) before deleting it from
       *> the store; kept rows are not rewritten at all.
       *>--------------------------------------------------
       SWEEP-MESSAGES.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
              OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM READ-MESSAGE-RECORD
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                  ADD 1 TO WS-TOTAL-SCANNED
                  MOVE 'N' TO WS-MSG-HELD
                  IF MSG-DATE NOT = SPACES
                     AND MSG-DATE < WS-CUTOFF-DATE
                     PERFORM CHECK-MESSAGE-HOLD
                  END-IF
                  IF MSG-DATE NOT = SPACES
                     AND MSG-DATE < WS-CUTOFF-DATE
                     AND WS-MSG-HELD = 'N'
                     ADD 1 TO WS-TOTAL-ARCHIVED
                     MOVE MESSAGE-REC TO ARCHIVE-REC
                     WRITE ARCHIVE-REC
                     DELETE MESSAGES-FILE RECORD
                         INVALID KEY CONTINUE
                     END-DELETE
                     MOVE MSG-SENDER TO WS-TALLY-TARGET
                     PERFORM TALLY-ARCHIVED-USER
                     MOVE MSG-RECIPIENT TO WS-TALLY-TARGET
                     PERFORM TALLY-ARCHIVED-USER
                  ELSE
                     ADD 1 TO WS-TOTAL-KEPT
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
              END-PERFORM
              CLOSE MESSAGES-FILE
           END-IF
           CLOSE ARCHIVE-FILE.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
              MOVE 1 TO WS-TALLY-CNT(WS-USER-TALLY-COUNT)
           END-IF.

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
                     MOVE 0 TO WS-HOLD-KEPT(WS-HOLD-COUNT)
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

       *>--------------------------------------------------
       *> An expired message naming a held account on either side is
       *> kept back; it counts once in the total and against each
       *> held party.
       *>--------------------------------------------------
       CHECK-MESSAGE-HOLD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
               IF FUNCTION UPPER-CASE(WS-HOLD-NAME(WS-I)) =
                  FUNCTION UPPER-CASE(MSG-SENDER)
                  OR FUNCTION UPPER-CASE(WS-HOLD-NAME(WS-I)) =
                  FUNCTION UPPER-CASE(MSG-RECIPIENT)
                  MOVE 'Y' TO WS-MSG-HELD
                  ADD 1 TO WS-HOLD-KEPT(WS-I)
               END-IF
           END-PERFORM
           IF WS-MSG-HELD = 'Y'
              ADD 1 TO WS-TOTAL-HELD
           END-IF.

       WRITE-RETENTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RETAIN-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Parameter MSG-RETAIN-DAYS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           STRING "Archived anything dated before " DELIMITED BY SIZE
           END-STRING
           WRITE RPT-REC

           MOVE WS-TOTAL-HELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  of which legal hold:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE "Archived per user (as sender or recipient):" TO RPT-REC
           WRITE RPT-REC
           IF WS-USER-TALLY-COUNT = 0
                  WRITE RPT-REC
              END-PERFORM
           END-IF

           IF WS-TOTAL-HELD > 0
              MOVE "Kept past the window -- on legal hold:" TO RPT-REC
              WRITE RPT-REC
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
                  IF WS-HOLD-KEPT(WS-I) > 0
                     MOVE WS-HOLD-KEPT(WS-I) TO WS-COUNT-DISPLAY
                     MOVE SPACES TO RPT-REC
                     STRING "  " DELIMITED BY SIZE
                            WS-HOLD-NAME(WS-I) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-COUNT-DISPLAY DELIMITED BY SIZE
                            "  case " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-HOLD-CASE(WS-I))
                                DELIMITED BY SIZE
                            INTO RPT-REC
                     END-STRING
                     WRITE RPT-REC
                  END-IF
              END-PERFORM
           END-IF
           CLOSE REPORT-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE TO WS-BC-DATE
           MOVE "messages.dat" TO WS-BC-FILE
           MOVE WS-TOTAL-SCANNED  TO WS-BC-READ
           MOVE WS-TOTAL-KEPT     TO WS-BC-WRITTEN
           MOVE WS-TOTAL-ARCHIVED TO WS-BC-ARCHIVED
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
       *> Picks up MSG-RETAIN-DAYS from sysparams.dat; a missing file, a
       *> missing row or an unusable value leaves the compiled default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-NAME = "MSG-RETAIN-DAYS"
                     AND SP-VALUE IS NUMERIC
                     AND SP-VALUE > 0 AND SP-VALUE <= 9999
                     MOVE SP-VALUE TO WS-DEFAULT-DAYS
                     MOVE "sysparams.dat" TO WS-PARM-SOURCE
                  END-IF
                  PERFORM READ-SYSPARAM-RECORD
              END-PERFORM
              CLOSE SYSPARAMS-FILE
           END-IF.

       READ-SYSPARAM-RECORD.
           READ SYSPARAMS-FILE
               AT END
                   MOVE "EOF" TO WS-SP-STATUS
               NOT AT END
                   MOVE "00" TO WS-SP-STATUS
           END-READ.

       END PROGRAM MESSAGE-RETENTION.
