       >>SOURCE FORMAT FREE
       *> Last step of the nightly stream -- balances the control rows
       *> the batches append to batchctl.dat. Every row dated tonight
       *> must balance on its own (read + added = written + archived
       *> + rejected + deleted), and the opening count of every kept
       *> file must equal the closing count the previous row for that
       *> file left, whether that was an earlier step tonight or the
       *> last run on an earlier night. Findings go to
       *> reconcile-report.txt; unless an operator signs them off the
       *> step ends with a non-zero return code, which stops the
       *> stream and holds the processing date where it is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "batchctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "reconcile-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> Last closing count seen for each kept file, with the row
       *> that left it, walked forward through the whole control file
       *> so tonight's first row for a file meets the last run before.
       01  WS-RC-COUNT        PIC 999 VALUE 0.
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 100 TIMES.
              10 WS-RC-FILE    PIC X(30).
              10 WS-RC-CLOSE   PIC 9(7).
              10 WS-RC-DATE    PIC X(8).
              10 WS-RC-PROG    PIC X(20).
       01  WS-RC-IDX          PIC 999 VALUE 0.

       01  WS-IN-TOTAL        PIC 9(8) VALUE 0.
       01  WS-OUT-TOTAL       PIC 9(8) VALUE 0.
       01  WS-ROWS-CHECKED    PIC 9(5) VALUE 0.
       01  WS-FINDINGS        PIC 9(5) VALUE 0.
       01  WS-SIGNOFF         PIC X VALUE SPACE.
       01  WS-OPERATOR        PIC X(20) VALUE SPACES.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-N1-DISPLAY      PIC ZZZZZZ9.
       01  WS-N2-DISPLAY      PIC ZZZZZZ9.
       01  WS-RD-READ         PIC ZZZZZZ9.
       01  WS-RD-ADDED        PIC ZZZZZZ9.
       01  WS-RD-WRITTEN      PIC ZZZZZZ9.
       01  WS-RD-ARCHIVED     PIC ZZZZZZ9.
       01  WS-RD-REJECTED     PIC ZZZZZZ9.
       01  WS-RD-DELETED      PIC ZZZZZZ9.
       01  WS-I               PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPEN-REPORT
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-STATUS NOT = "00"
              MOVE "batchctl.dat not found -- no control rows to check."
                  TO RPT-REC
              WRITE RPT-REC
              CLOSE REPORT-FILE
              DISPLAY "No control rows to reconcile."
              STOP RUN
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM UNTIL WS-BC-STATUS NOT = "00"
               PERFORM CHECK-ONE-ROW
               PERFORM READ-CONTROL-RECORD
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE
           PERFORM WRITE-REPORT-TOTALS

           MOVE WS-FINDINGS TO WS-COUNT-DISPLAY
           IF WS-FINDINGS = 0
              CLOSE REPORT-FILE
              DISPLAY "Reconciliation clean -- " WS-COUNT-DISPLAY
                      " finding(s)."
              STOP RUN
           END-IF
           DISPLAY "Reconciliation found " WS-COUNT-DISPLAY
                   " finding(s) -- see reconcile-report.txt."
           PERFORM GET-OPERATOR-SIGNOFF
           CLOSE REPORT-FILE
           IF WS-SIGNOFF NOT = 'Y'
              DISPLAY "Not signed off -- the stream stops here."
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       *>--------------------------------------------------
       *> The business date the batches stamped their rows with,
       *> falling back to the machine date as they do.
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

       READ-CONTROL-RECORD.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE "EOF" TO WS-BC-STATUS
               NOT AT END
                   MOVE "00" TO WS-BC-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Rows from earlier nights only carry their closing count
       *> forward; tonight's rows are balanced, continuity-checked
       *> and listed. Sign-off rows ('S') are not file totals.
       *>--------------------------------------------------
       CHECK-ONE-ROW.
           IF BC-KIND = 'S'
              EXIT PARAGRAPH
           END-IF
           IF BC-READ IS NOT NUMERIC
              MOVE 0 TO BC-READ
           END-IF
           IF BC-ADDED IS NOT NUMERIC
              MOVE 0 TO BC-ADDED
           END-IF
           IF BC-WRITTEN IS NOT NUMERIC
              MOVE 0 TO BC-WRITTEN
           END-IF
           IF BC-ARCHIVED IS NOT NUMERIC
              MOVE 0 TO BC-ARCHIVED
           END-IF
           IF BC-REJECTED IS NOT NUMERIC
              MOVE 0 TO BC-REJECTED
           END-IF
           IF BC-DELETED IS NOT NUMERIC
              MOVE 0 TO BC-DELETED
           END-IF
           PERFORM FIND-FILE-ENTRY
           IF BC-BUS-DATE = WS-RUN-DATE
              ADD 1 TO WS-ROWS-CHECKED
              PERFORM WRITE-ROW-LINE
              PERFORM CHECK-ROW-BALANCE
              IF BC-KIND = 'K' AND WS-RC-IDX > 0
                 PERFORM CHECK-ROW-CONTINUITY
              END-IF
           END-IF
           IF BC-KIND = 'K'
              PERFORM CARRY-CLOSING-COUNT
           END-IF.

       FIND-FILE-ENTRY.
           MOVE 0 TO WS-RC-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               IF WS-RC-FILE(WS-I) = BC-FILE
                  MOVE WS-I TO WS-RC-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ROW-BALANCE.
           COMPUTE WS-IN-TOTAL = BC-READ + BC-ADDED
           COMPUTE WS-OUT-TOTAL = BC-WRITTEN + BC-ARCHIVED
                                + BC-REJECTED + BC-DELETED
           IF WS-IN-TOTAL NOT = WS-OUT-TOTAL
              ADD 1 TO WS-FINDINGS
              MOVE WS-IN-TOTAL TO WS-N1-DISPLAY
              MOVE WS-OUT-TOTAL TO WS-N2-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING "    ** OUT OF BALANCE: " DELIMITED BY SIZE
                     FUNCTION TRIM(BC-FILE) DELIMITED BY SIZE
                     " -- in " DELIMITED BY SIZE
                     WS-N1-DISPLAY DELIMITED BY SIZE
                     ", accounted for " DELIMITED BY SIZE
                     WS-N2-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF.

       *>--------------------------------------------------
       *> A gap against a row from tonight means rows went missing
       *> (or appeared) between two steps of the stream; against an
       *> earlier night it is everything that touched the file since,
       *> the online system included, and wants an operator's eye.
       *>--------------------------------------------------
       CHECK-ROW-CONTINUITY.
           IF BC-READ = WS-RC-CLOSE(WS-RC-IDX)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINDINGS
           MOVE WS-RC-CLOSE(WS-RC-IDX) TO WS-N1-DISPLAY
           MOVE BC-READ TO WS-N2-DISPLAY
           MOVE SPACES TO RPT-REC
           IF WS-RC-DATE(WS-RC-IDX) = WS-RUN-DATE
              STRING "    ** OPENING MISMATCH BETWEEN STEPS: "
                         DELIMITED BY SIZE
                     FUNCTION TRIM(BC-FILE) DELIMITED BY SIZE
                     " -- " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RC-PROG(WS-RC-IDX))
                         DELIMITED BY SIZE
                     " closed at " DELIMITED BY SIZE
                     WS-N1-DISPLAY DELIMITED BY SIZE
                     ", opened at " DELIMITED BY SIZE
                     WS-N2-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           ELSE
              STRING "    ** OPENING MISMATCH SINCE " DELIMITED BY SIZE
                     WS-RC-DATE(WS-RC-IDX) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(BC-FILE) DELIMITED BY SIZE
                     " -- " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RC-PROG(WS-RC-IDX))
                         DELIMITED BY SIZE
                     " closed at " DELIMITED BY SIZE
                     WS-N1-DISPLAY DELIMITED BY SIZE
                     ", opened at " DELIMITED BY SIZE
                     WS-N2-DISPLAY DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC.

       CARRY-CLOSING-COUNT.
           IF WS-RC-IDX = 0
              IF WS-RC-COUNT >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RC-COUNT
              MOVE WS-RC-COUNT TO WS-RC-IDX
              MOVE BC-FILE TO WS-RC-FILE(WS-RC-IDX)
           END-IF
           MOVE BC-WRITTEN TO WS-RC-CLOSE(WS-RC-IDX)
           MOVE BC-BUS-DATE TO WS-RC-DATE(WS-RC-IDX)
           MOVE BC-PROGRAM TO WS-RC-PROG(WS-RC-IDX).

       WRITE-ROW-LINE.
           MOVE BC-READ     TO WS-RD-READ
           MOVE BC-ADDED    TO WS-RD-ADDED
           MOVE BC-WRITTEN  TO WS-RD-WRITTEN
           MOVE BC-ARCHIVED TO WS-RD-ARCHIVED
           MOVE BC-REJECTED TO WS-RD-REJECTED
           MOVE BC-DELETED  TO WS-RD-DELETED
           MOVE SPACES TO RPT-REC
           STRING BC-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BC-FILE(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BC-KIND DELIMITED BY SIZE
                  "  read" DELIMITED BY SIZE
                  WS-RD-READ DELIMITED BY SIZE
                  "  add" DELIMITED BY SIZE
                  WS-RD-ADDED DELIMITED BY SIZE
                  "  wrt" DELIMITED BY SIZE
                  WS-RD-WRITTEN DELIMITED BY SIZE
                  "  arc" DELIMITED BY SIZE
                  WS-RD-ARCHIVED DELIMITED BY SIZE
                  "  rej" DELIMITED BY SIZE
                  WS-RD-REJECTED DELIMITED BY SIZE
                  "  del" DELIMITED BY SIZE
                  WS-RD-DELETED DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> The operator may accept the findings (a known correction,
       *> a busy day online) and let the stream finish; the sign-off
       *> is itself appended to batchctl.dat as a kind 'S' row with
       *> the operator's id and the number of findings accepted.
       *>--------------------------------------------------
       GET-OPERATOR-SIGNOFF.
           DISPLAY "Sign off these findings and let the stream"
                   " finish? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-SIGNOFF
           IF WS-SIGNOFF = 'y'
              MOVE 'Y' TO WS-SIGNOFF
           END-IF
           IF WS-SIGNOFF NOT = 'Y'
              MOVE "Findings NOT signed off -- stream failed." TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
              MOVE 'N' TO WS-SIGNOFF
              MOVE "Findings NOT signed off -- stream failed." TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BATCH-CONTROL-FILE
           IF WS-BC-STATUS = "35"
              OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF
           IF WS-BC-STATUS = "00"
              MOVE SPACES TO BATCH-CONTROL-REC
              MOVE WS-RUN-DATE TO BC-BUS-DATE
              ACCEPT BC-TIME FROM TIME
              MOVE "BATCH-RECONCILE" TO BC-PROGRAM
              MOVE WS-OPERATOR TO BC-FILE
              MOVE 'S' TO BC-KIND
              MOVE WS-FINDINGS TO BC-READ
              MOVE 0 TO BC-ADDED BC-WRITTEN BC-ARCHIVED
              MOVE 0 TO BC-REJECTED BC-DELETED
              WRITE BATCH-CONTROL-REC
              CLOSE BATCH-CONTROL-FILE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "Findings signed off by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Batch Reconciliation -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC.

       WRITE-REPORT-TOTALS.
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ROWS-CHECKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Control rows checked:    " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-FINDINGS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Findings:                " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM BATCH-RECONCILE.
