       >>SOURCE FORMAT FREE
       *> Daily operations batch -- one view of every open item across
       *> the operators' work queues, each of which otherwise lives on
       *> its own screen or in its own file:
       *>   MODERATION    reports.dat rows still pending ('P')
       *>   DUPLICATES    dupqueue.dat pairs still pending ('P')
       *>   INTAKE        intake-rejects.dat, registrar feed rows the
       *>                 intakes could not apply
       *>   INTEGRITY     integrity-rejects.dat, rows INTEGRITY-CHECK
       *>                 quarantined
       *>   NEW-APPL      applications.dat rows still at New ('N')
       *> Items are aged in days from the date each queue stamps on
       *> them and counted into four buckets (under 1 day, 1-3, 4-7,
       *> over 7). Each queue has a service target in days, set from
       *> the admin console's System Parameters (SLA-...-DAYS in
       *> sysparams.dat) or the compiled default below; anything older
       *> is flagged. backlog-report.txt gives the per-queue summary
       *> and then every open item, oldest first. Rows written before
       *> their queue carried a date cannot be aged and are listed as
       *> undated ahead of everything else.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKLOG-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABUSE-REPORTS-FILE ASSIGN TO "reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           SELECT DUP-QUEUE-FILE ASSIGN TO "dupqueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "intake-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

           SELECT INTEGRITY-REJECT-FILE ASSIGN TO "integrity-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "backlog-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABUSE-REPORTS-FILE.
       01  ABUSE-REPORT-REC.
           05 RP-REPORTER      PIC X(20).
           05 RP-OFFENDER      PIC X(20).
           05 RP-SOURCE        PIC X(8).
           05 RP-DATE          PIC X(8).
           05 RP-TIME          PIC X(8).
           05 RP-REASON        PIC X.
           05 RP-STATUS        PIC X.
           05 RP-CONTENT       PIC X(200).

       FD  DUP-QUEUE-FILE.
       01  DUP-QUEUE-REC.
           05 DQ-USER-A        PIC X(20).
           05 DQ-USER-B        PIC X(20).
           05 DQ-NOTE          PIC X(40).
           05 DQ-STATUS        PIC X.
           05 DQ-QUEUED-DATE   PIC X(8).

       FD  INTAKE-REJECT-FILE.
       01  INTAKE-REJECT-REC.
           05 IR-PROGRAM       PIC X(20).
           05 IR-DATE          PIC X(8).
           05 IR-TIME          PIC X(8).
           05 IR-REASON        PIC X(40).
           05 IR-ROW           PIC X(150).

       FD  INTEGRITY-REJECT-FILE.
       01  REJECT-REC.
           05 REJ-SOURCE       PIC X(18).
           05 REJ-ROW          PIC X(1222).
           05 REJ-DATE         PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RP-STATUS       PIC XX VALUE SPACES.
       01  WS-DQ-STATUS       PIC XX VALUE SPACES.
       01  WS-IR-STATUS       PIC XX VALUE SPACES.
       01  WS-REJ-STATUS      PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-RUN-INT         PIC 9(8).

       *> The queues in report order: name, the system parameter that
       *> holds its service target, and the compiled default target.
       01  WS-QUEUE-CATALOG.
           05 FILLER PIC X(12) VALUE "MODERATION".
           05 FILLER PIC X(20) VALUE "SLA-MODERATION-DAYS".
           05 FILLER PIC 9(3)  VALUE 2.
           05 FILLER PIC X(12) VALUE "DUPLICATES".
           05 FILLER PIC X(20) VALUE "SLA-DUPLICATE-DAYS".
           05 FILLER PIC 9(3)  VALUE 7.
           05 FILLER PIC X(12) VALUE "INTAKE".
           05 FILLER PIC X(20) VALUE "SLA-INTAKE-DAYS".
           05 FILLER PIC 9(3)  VALUE 3.
           05 FILLER PIC X(12) VALUE "INTEGRITY".
           05 FILLER PIC X(20) VALUE "SLA-INTEGRITY-DAYS".
           05 FILLER PIC 9(3)  VALUE 3.
           05 FILLER PIC X(12) VALUE "NEW-APPL".
           05 FILLER PIC X(20) VALUE "SLA-NEW-APPL-DAYS".
           05 FILLER PIC 9(3)  VALUE 7.
       01  WS-QUEUE-CATALOG-TABLE REDEFINES WS-QUEUE-CATALOG.
           05 WS-QC-ENTRY OCCURS 5 TIMES.
              10 WS-QC-NAME       PIC X(12).
              10 WS-QC-PARM       PIC X(20).
              10 WS-QC-DEFAULT    PIC 9(3).
       01  WS-QUEUE-COUNT     PIC 9 VALUE 5.

       *> Per-queue totals; bucket 1 under 1 day, 2 1-3 days, 3 4-7
       *> days, 4 over 7 days (and undated).
       01  WS-QUEUE-TOTALS.
           05 WS-QT-ENTRY OCCURS 5 TIMES.
              10 WS-QT-TARGET     PIC 9(3).
              10 WS-QT-SOURCE     PIC X.
              10 WS-QT-OPEN       PIC 9(5).
              10 WS-QT-BUCKET OCCURS 4 TIMES PIC 9(5).
              10 WS-QT-LATE       PIC 9(5).
       01  WS-GRAND-OPEN      PIC 9(5) VALUE 0.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET OCCURS 4 TIMES PIC 9(5).
       01  WS-GRAND-LATE      PIC 9(5) VALUE 0.

       *> Every open item, for the oldest-first listing. Undated items
       *> carry age 9999 so they sort to the top.
       01  WS-IT-COUNT        PIC 9(4) VALUE 0.
       01  WS-IT-OVERFLOW     PIC 9(5) VALUE 0.
       01  WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 2000 TIMES.
              10 WS-IT-AGE        PIC 9(4).
              10 WS-IT-Q          PIC 9.
              10 WS-IT-DATE       PIC X(8).
              10 WS-IT-LATE       PIC X.
              10 WS-IT-DESC       PIC X(80).
       01  WS-IT-SWAP         PIC X(94).
       01  WS-IT-SORTED       PIC X VALUE 'N'.

       *> The item being counted
       01  WS-CUR-Q           PIC 9.
       01  WS-CUR-DATE        PIC X(8).
       01  WS-CUR-DESC        PIC X(80).
       01  WS-CUR-AGE         PIC 9(4).
       01  WS-CUR-BUCKET      PIC 9.
       01  WS-CUR-LATE        PIC X.
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-AGE-CALC        PIC S9(8).

       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-AGE-DISPLAY     PIC ZZZ9.
       01  WS-TARGET-DISPLAY  PIC ZZ9.
       01  WS-COL-DISPLAYS.
           05 WS-COL-DISPLAY OCCURS 4 TIMES PIC ZZZZ9.
       01  WS-LATE-DISPLAY    PIC ZZZZ9.
       01  WS-OPEN-DISPLAY    PIC ZZZZ9.
       01  WS-I               PIC 9(4).
       01  WS-J               PIC 9.
       01  WS-K               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM INIT-QUEUE-TOTALS
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM SCAN-MODERATION-QUEUE
           PERFORM SCAN-DUPLICATE-QUEUE
           PERFORM SCAN-INTAKE-REJECTS
           PERFORM SCAN-INTEGRITY-REJECTS
           PERFORM SCAN-NEW-APPLICATIONS
           PERFORM SORT-ITEMS-OLDEST-FIRST
           PERFORM WRITE-BACKLOG-REPORT
           STOP RUN.

       INIT-QUEUE-TOTALS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QUEUE-COUNT
               MOVE WS-QC-DEFAULT(WS-J) TO WS-QT-TARGET(WS-J)
               MOVE 'D' TO WS-QT-SOURCE(WS-J)
               MOVE 0 TO WS-QT-OPEN(WS-J)
               MOVE 0 TO WS-QT-LATE(WS-J)
               MOVE 0 TO WS-QT-BUCKET(WS-J 1) WS-QT-BUCKET(WS-J 2)
                         WS-QT-BUCKET(WS-J 3) WS-QT-BUCKET(WS-J 4)
           END-PERFORM
           MOVE 0 TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                     WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4).

       *>--------------------------------------------------
       *> A queue's SLA-...-DAYS row in sysparams.dat replaces its
       *> compiled target.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  PERFORM VARYING WS-J FROM 1 BY 1
                          UNTIL WS-J > WS-QUEUE-COUNT
                      IF SP-NAME = WS-QC-PARM(WS-J)
                         AND SP-VALUE IS NUMERIC
                         AND SP-VALUE > 0 AND SP-VALUE <= 999
                         MOVE SP-VALUE TO WS-QT-TARGET(WS-J)
                         MOVE 'S' TO WS-QT-SOURCE(WS-J)
                      END-IF
                  END-PERFORM
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

       SCAN-MODERATION-QUEUE.
           MOVE 1 TO WS-CUR-Q
           OPEN INPUT ABUSE-REPORTS-FILE
           IF WS-RP-STATUS = "00"
              PERFORM READ-ABUSE-REPORT-RECORD
              PERFORM UNTIL WS-RP-STATUS NOT = "00"
                  IF RP-STATUS = 'P'
                     MOVE RP-DATE TO WS-CUR-DATE
                     MOVE SPACES TO WS-CUR-DESC
                     STRING FUNCTION TRIM(RP-OFFENDER) DELIMITED BY SIZE
                            " reported by " DELIMITED BY SIZE
                            FUNCTION TRIM(RP-REPORTER) DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            FUNCTION TRIM(RP-SOURCE) DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO WS-CUR-DESC
                     END-STRING
                     PERFORM COUNT-OPEN-ITEM
                  END-IF
                  PERFORM READ-ABUSE-REPORT-RECORD
              END-PERFORM
              CLOSE ABUSE-REPORTS-FILE
           END-IF.

       READ-ABUSE-REPORT-RECORD.
           READ ABUSE-REPORTS-FILE
               AT END
                   MOVE "EOF" TO WS-RP-STATUS
               NOT AT END
                   MOVE "00" TO WS-RP-STATUS
           END-READ.

       SCAN-DUPLICATE-QUEUE.
           MOVE 2 TO WS-CUR-Q
           OPEN INPUT DUP-QUEUE-FILE
           IF WS-DQ-STATUS = "00"
              PERFORM READ-DUP-QUEUE-RECORD
              PERFORM UNTIL WS-DQ-STATUS NOT = "00"
                  IF DQ-STATUS = 'P'
                     MOVE DQ-QUEUED-DATE TO WS-CUR-DATE
                     MOVE SPACES TO WS-CUR-DESC
                     STRING FUNCTION TRIM(DQ-USER-A) DELIMITED BY SIZE
                            " / " DELIMITED BY SIZE
                            FUNCTION TRIM(DQ-USER-B) DELIMITED BY SIZE
                            " -- " DELIMITED BY SIZE
                            FUNCTION TRIM(DQ-NOTE) DELIMITED BY SIZE
                            INTO WS-CUR-DESC
                     END-STRING
                     PERFORM COUNT-OPEN-ITEM
                  END-IF
                  PERFORM READ-DUP-QUEUE-RECORD
              END-PERFORM
              CLOSE DUP-QUEUE-FILE
           END-IF.

       READ-DUP-QUEUE-RECORD.
           READ DUP-QUEUE-FILE
               AT END
                   MOVE "EOF" TO WS-DQ-STATUS
               NOT AT END
                   MOVE "00" TO WS-DQ-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Every row in the two reject files is open -- operators take
       *> a row out once it is dealt with.
       *>--------------------------------------------------
       SCAN-INTAKE-REJECTS.
           MOVE 3 TO WS-CUR-Q
           OPEN INPUT INTAKE-REJECT-FILE
           IF WS-IR-STATUS = "00"
              PERFORM READ-INTAKE-REJECT-RECORD
              PERFORM UNTIL WS-IR-STATUS NOT = "00"
                  MOVE IR-DATE TO WS-CUR-DATE
                  MOVE SPACES TO WS-CUR-DESC
                  STRING FUNCTION TRIM(IR-PROGRAM) DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         FUNCTION TRIM(IR-REASON) DELIMITED BY SIZE
                         " -- " DELIMITED BY SIZE
                         IR-ROW DELIMITED BY SIZE
                         INTO WS-CUR-DESC
                  END-STRING
                  PERFORM COUNT-OPEN-ITEM
                  PERFORM READ-INTAKE-REJECT-RECORD
              END-PERFORM
              CLOSE INTAKE-REJECT-FILE
           END-IF.

       READ-INTAKE-REJECT-RECORD.
           READ INTAKE-REJECT-FILE
               AT END
                   MOVE "EOF" TO WS-IR-STATUS
               NOT AT END
                   MOVE "00" TO WS-IR-STATUS
           END-READ.

       SCAN-INTEGRITY-REJECTS.
           MOVE 4 TO WS-CUR-Q
           OPEN INPUT INTEGRITY-REJECT-FILE
           IF WS-REJ-STATUS = "00"
              PERFORM READ-INTEGRITY-REJECT-RECORD
              PERFORM UNTIL WS-REJ-STATUS NOT = "00"
                  MOVE REJ-DATE TO WS-CUR-DATE
                  MOVE SPACES TO WS-CUR-DESC
                  STRING FUNCTION TRIM(REJ-SOURCE) DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         REJ-ROW DELIMITED BY SIZE
                         INTO WS-CUR-DESC
                  END-STRING
                  PERFORM COUNT-OPEN-ITEM
                  PERFORM READ-INTEGRITY-REJECT-RECORD
              END-PERFORM
              CLOSE INTEGRITY-REJECT-FILE
           END-IF.

       READ-INTEGRITY-REJECT-RECORD.
           READ INTEGRITY-REJECT-FILE
               AT END
                   MOVE "EOF" TO WS-REJ-STATUS
               NOT AT END
                   MOVE "00" TO WS-REJ-STATUS
           END-READ.

       SCAN-NEW-APPLICATIONS.
           MOVE 5 TO WS-CUR-Q
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  IF AP-STATUS = 'N'
                     MOVE AP-DATE TO WS-CUR-DATE
                     MOVE SPACES TO WS-CUR-DESC
                     STRING "job " DELIMITED BY SIZE
                            AP-JOB-ID DELIMITED BY SIZE
                            " applicant " DELIMITED BY SIZE
                            FUNCTION TRIM(AP-APPLICANT) DELIMITED BY SIZE
                            INTO WS-CUR-DESC
                     END-STRING
                     PERFORM COUNT-OPEN-ITEM
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                   MOVE "EOF" TO WS-APPL-STATUS
               NOT AT END
                   MOVE "00" TO WS-APPL-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Ages the item in WS-CUR-DATE for queue WS-CUR-Q, counts it
       *> into its bucket and against the queue's target, and keeps
       *> it for the listing. An item with no valid date counts as
       *> over 7 days and past target.
       *>--------------------------------------------------
       COUNT-OPEN-ITEM.
           MOVE 'N' TO WS-CUR-LATE
           IF WS-CUR-DATE IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-CUR-DATE)) = 0
              MOVE WS-CUR-DATE TO WS-DATE-NUM
              COMPUTE WS-AGE-CALC =
                  WS-RUN-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-AGE-CALC < 0
                 MOVE 0 TO WS-AGE-CALC
              END-IF
              IF WS-AGE-CALC > 9998
                 MOVE 9998 TO WS-AGE-CALC
              END-IF
              MOVE WS-AGE-CALC TO WS-CUR-AGE
           ELSE
              MOVE 9999 TO WS-CUR-AGE
              MOVE SPACES TO WS-CUR-DATE
           END-IF
           EVALUATE TRUE
              WHEN WS-CUR-AGE = 0
                 MOVE 1 TO WS-CUR-BUCKET
              WHEN WS-CUR-AGE <= 3
                 MOVE 2 TO WS-CUR-BUCKET
              WHEN WS-CUR-AGE <= 7
                 MOVE 3 TO WS-CUR-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-CUR-BUCKET
           END-EVALUATE
           IF WS-CUR-AGE > WS-QT-TARGET(WS-CUR-Q)
              MOVE 'Y' TO WS-CUR-LATE
              ADD 1 TO WS-QT-LATE(WS-CUR-Q)
              ADD 1 TO WS-GRAND-LATE
           END-IF
           ADD 1 TO WS-QT-OPEN(WS-CUR-Q)
           ADD 1 TO WS-QT-BUCKET(WS-CUR-Q WS-CUR-BUCKET)
           ADD 1 TO WS-GRAND-OPEN
           ADD 1 TO WS-GRAND-BUCKET(WS-CUR-BUCKET)
           IF WS-IT-COUNT < 2000
              ADD 1 TO WS-IT-COUNT
              MOVE WS-CUR-AGE TO WS-IT-AGE(WS-IT-COUNT)
              MOVE WS-CUR-Q TO WS-IT-Q(WS-IT-COUNT)
              MOVE WS-CUR-DATE TO WS-IT-DATE(WS-IT-COUNT)
              MOVE WS-CUR-LATE TO WS-IT-LATE(WS-IT-COUNT)
              MOVE WS-CUR-DESC TO WS-IT-DESC(WS-IT-COUNT)
           ELSE
              ADD 1 TO WS-IT-OVERFLOW
           END-IF.

       SORT-ITEMS-OLDEST-FIRST.
           MOVE 'N' TO WS-IT-SORTED
           PERFORM UNTIL WS-IT-SORTED = 'Y'
               MOVE 'Y' TO WS-IT-SORTED
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-IT-COUNT
                   IF WS-IT-AGE(WS-K) < WS-IT-AGE(WS-K + 1)
                      MOVE WS-IT-ENTRY(WS-K) TO WS-IT-SWAP
                      MOVE WS-IT-ENTRY(WS-K + 1) TO WS-IT-ENTRY(WS-K)
                      MOVE WS-IT-SWAP TO WS-IT-ENTRY(WS-K + 1)
                      MOVE 'N' TO WS-IT-SORTED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-BACKLOG-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Operations Backlog -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "Queue         Target   Open   <1 day  1-3 days  4-7 days  >7 days  Past target"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QUEUE-COUNT
               PERFORM WRITE-QUEUE-LINE
           END-PERFORM
           MOVE WS-GRAND-OPEN TO WS-OPEN-DISPLAY
           MOVE WS-GRAND-LATE TO WS-LATE-DISPLAY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-GRAND-BUCKET(WS-I) TO WS-COL-DISPLAY(WS-I)
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING "TOTAL                 " DELIMITED BY SIZE
                  WS-OPEN-DISPLAY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-COL-DISPLAY(1) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-COL-DISPLAY(2) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-COL-DISPLAY(3) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-COL-DISPLAY(4) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-LATE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "Targets in days; * = set in System Parameters, otherwise the standard target."
               TO RPT-REC
           WRITE RPT-REC

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "Open items, oldest first (! = past its queue's target):"
               TO RPT-REC
           WRITE RPT-REC
           IF WS-IT-COUNT = 0
              MOVE "  No open items in any queue." TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IT-COUNT
               PERFORM WRITE-ITEM-LINE
           END-PERFORM
           IF WS-IT-OVERFLOW > 0
              MOVE WS-IT-OVERFLOW TO WS-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "  ... and " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     " more open items not listed (counted above)."
                         DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-QUEUE-LINE.
           MOVE WS-QT-TARGET(WS-J) TO WS-TARGET-DISPLAY
           MOVE WS-QT-OPEN(WS-J) TO WS-OPEN-DISPLAY
           MOVE WS-QT-LATE(WS-J) TO WS-LATE-DISPLAY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-QT-BUCKET(WS-J WS-I) TO WS-COL-DISPLAY(WS-I)
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING WS-QC-NAME(WS-J) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TARGET-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           IF WS-QT-SOURCE(WS-J) = 'S'
              MOVE "*" TO RPT-REC(18:1)
           END-IF
           STRING WS-OPEN-DISPLAY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-COL-DISPLAY(1) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-COL-DISPLAY(2) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-COL-DISPLAY(3) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-COL-DISPLAY(4) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-LATE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC(23:100)
           END-STRING
           IF WS-QT-LATE(WS-J) > 0
              MOVE "!" TO RPT-REC(79:1)
           END-IF
           WRITE RPT-REC.

       WRITE-ITEM-LINE.
           MOVE SPACES TO RPT-REC
           IF WS-IT-LATE(WS-I) = 'Y'
              MOVE "!" TO RPT-REC(1:1)
           END-IF
           MOVE WS-QC-NAME(WS-IT-Q(WS-I)) TO RPT-REC(3:12)
           IF WS-IT-AGE(WS-I) = 9999
              MOVE "undated" TO RPT-REC(16:8)
              MOVE "   ?" TO RPT-REC(25:4)
           ELSE
              MOVE WS-IT-DATE(WS-I) TO RPT-REC(16:8)
              MOVE WS-IT-AGE(WS-I) TO WS-AGE-DISPLAY
              MOVE WS-AGE-DISPLAY TO RPT-REC(25:4)
           END-IF
           MOVE "d" TO RPT-REC(29:1)
           MOVE WS-IT-DESC(WS-I) TO RPT-REC(32:80)
           WRITE RPT-REC.

       END PROGRAM BACKLOG-AGING.
