       >>SOURCE FORMAT FREE
       *> Nightly inbound batch -- reads the campus mail gateway's
       *> bounce/return file (mailgw-bounces.dat, one pipe-delimited
       *> row per returned message: email address, date returned
       *> YYYYMMDD, reason) and marks every contacts.dat row holding
       *> that address undeliverable ('B'). NOTIFY-EXTRACT stops
       *> sending to a 'B' address and STUDENT-SYSTEM asks the user for
       *> a new one at their next login. A bounce dated before the
       *> address was last entered or confirmed is stale (the user has
       *> already fixed it) and is skipped, so the gateway resending an
       *> old file does no harm. contacts.dat is rewritten through the
       *> usual temp-and-rename; if it holds more rows than the table
       *> takes, it is left untouched and the run ends with return code
       *> 8 rather than drop the rows past the table. bounce-report.txt
       *> lists the accounts marked, the feed rows that matched no
       *> account, and where the contact emails on file stand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOUNCE-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO "mailgw-bounces.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.

           SELECT CONTACTS-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT CONTACTS-TEMP-FILE ASSIGN TO "contacts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-TMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "bounce-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-FILE.
       01  BOUNCE-REC     PIC X(200).

       FD  CONTACTS-FILE.
       01  CONTACT-REC.
           05 CT-USER          PIC X(20).
           05 CT-EMAIL         PIC X(60).
           *> 'P' waiting for its confirmation code, 'V' confirmed,
           *> 'B' returned undeliverable by the mail gateway.
           05 CT-STATE         PIC X.
           05 CT-CODE          PIC X(6).
           05 CT-CODE-DATE     PIC X(8).
           05 CT-STATE-DATE    PIC X(8).
           05 CT-BOUNCE-REASON PIC X(40).

       FD  CONTACTS-TEMP-FILE.
       01  CONTACT-TEMP-REC   PIC X(143).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BN-STATUS       PIC XX VALUE SPACES.
       01  WS-CT-STATUS       PIC XX VALUE SPACES.
       01  WS-CT-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-CONTACTS-DAT-NAME PIC X(40) VALUE "contacts.dat".
       01  WS-CONTACTS-TMP-NAME PIC X(40) VALUE "contacts.tmp".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       01  WS-CT-COUNT        PIC 9(4) VALUE 0.
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 2000 TIMES.
              10 WS-CT-USER-T      PIC X(20).
              10 WS-CT-EMAIL-T     PIC X(60).
              10 WS-CT-STATE-T     PIC X.
              10 WS-CT-CODE-T      PIC X(6).
              10 WS-CT-CODE-DATE-T PIC X(8).
              10 WS-CT-STATE-DATE-T PIC X(8).
              10 WS-CT-REASON-T    PIC X(40).
       01  WS-CT-CHANGED      PIC X VALUE 'N'.
       01  WS-CT-OVERFLOW     PIC X VALUE 'N'.

       *> Fields unstrung from one bounce row
       01  WS-BN-EMAIL        PIC X(60).
       01  WS-BN-DATE         PIC X(8).
       01  WS-BN-REASON       PIC X(40).
       01  WS-BN-MATCHED      PIC X VALUE 'N'.

       01  WS-ROWS-READ       PIC 9(5) VALUE 0.
       01  WS-MARKED-TOTAL    PIC 9(5) VALUE 0.
       01  WS-ALREADY-TOTAL   PIC 9(5) VALUE 0.
       01  WS-STALE-TOTAL     PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-TOTAL PIC 9(5) VALUE 0.
       01  WS-REJECT-TOTAL    PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-TOTAL PIC 9(5) VALUE 0.
       01  WS-PENDING-TOTAL   PIC 9(5) VALUE 0.
       01  WS-UNDELIV-TOTAL   PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-I               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPEN-REPORT
           PERFORM LOAD-CONTACTS
           PERFORM PROCESS-BOUNCE-FEED
           IF WS-CT-OVERFLOW = 'Y'
              MOVE SPACES TO RPT-REC
              STRING "contacts.dat holds more than 2000 rows -- "
                     DELIMITED BY SIZE
                     "not rewritten, no bounces applied."
                     DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CT-CHANGED = 'Y'
                 PERFORM SAVE-CONTACTS
              END-IF
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           STOP RUN.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Mail Bounce Intake -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC.

       LOAD-CONTACTS.
           MOVE 0 TO WS-CT-COUNT
           OPEN INPUT CONTACTS-FILE
           IF WS-CT-STATUS = "00"
              PERFORM READ-CONTACT-RECORD
              PERFORM UNTIL WS-CT-STATUS NOT = "00"
                  OR WS-CT-COUNT >= 2000
                  ADD 1 TO WS-CT-COUNT
                  MOVE CT-USER TO WS-CT-USER-T(WS-CT-COUNT)
                  MOVE CT-EMAIL TO WS-CT-EMAIL-T(WS-CT-COUNT)
                  MOVE CT-STATE TO WS-CT-STATE-T(WS-CT-COUNT)
                  MOVE CT-CODE TO WS-CT-CODE-T(WS-CT-COUNT)
                  MOVE CT-CODE-DATE TO WS-CT-CODE-DATE-T(WS-CT-COUNT)
                  MOVE CT-STATE-DATE TO WS-CT-STATE-DATE-T(WS-CT-COUNT)
                  MOVE CT-BOUNCE-REASON TO WS-CT-REASON-T(WS-CT-COUNT)
                  PERFORM READ-CONTACT-RECORD
              END-PERFORM
      *>   A row still waiting here did not fit in the table; saving
      *>   the table back would lose it.
              IF WS-CT-STATUS = "00"
                 MOVE 'Y' TO WS-CT-OVERFLOW
              END-IF
              CLOSE CONTACTS-FILE
           END-IF.

       READ-CONTACT-RECORD.
           READ CONTACTS-FILE
               AT END
                   MOVE "EOF" TO WS-CT-STATUS
               NOT AT END
                   MOVE "00" TO WS-CT-STATUS
           END-READ.

       PROCESS-BOUNCE-FEED.
           OPEN INPUT BOUNCE-FILE
           IF WS-BN-STATUS NOT = "00"
              MOVE "mailgw-bounces.dat not found -- nothing to do." TO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-BOUNCE-RECORD
           PERFORM UNTIL WS-BN-STATUS NOT = "00"
               ADD 1 TO WS-ROWS-READ
               PERFORM PROCESS-ONE-ROW
               PERFORM READ-BOUNCE-RECORD
           END-PERFORM
           CLOSE BOUNCE-FILE.

       READ-BOUNCE-RECORD.
           READ BOUNCE-FILE
               AT END
                   MOVE "EOF" TO WS-BN-STATUS
               NOT AT END
                   MOVE "00" TO WS-BN-STATUS
           END-READ.

       *>--------------------------------------------------
       *> One returned message. The address is matched without regard
       *> to case against every account, since two accounts can share
       *> one address; a row with no usable date is taken as returned
       *> today.
       *>--------------------------------------------------
       PROCESS-ONE-ROW.
           MOVE SPACES TO WS-BN-EMAIL
           MOVE SPACES TO WS-BN-DATE
           MOVE SPACES TO WS-BN-REASON
           UNSTRING BOUNCE-REC DELIMITED BY "|"
               INTO WS-BN-EMAIL
                    WS-BN-DATE
                    WS-BN-REASON
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-BN-EMAIL) TO WS-BN-EMAIL

           IF WS-BN-EMAIL = SPACES
              ADD 1 TO WS-REJECT-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "REJECTED (no address): " DELIMITED BY SIZE
                     BOUNCE-REC DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-BN-DATE NOT NUMERIC
              MOVE WS-RUN-DATE TO WS-BN-DATE
           END-IF

           MOVE 'N' TO WS-BN-MATCHED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CT-EMAIL-T(WS-I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BN-EMAIL))
                  MOVE 'Y' TO WS-BN-MATCHED
                  PERFORM MARK-ONE-CONTACT
               END-IF
           END-PERFORM

           IF WS-BN-MATCHED = 'N'
              ADD 1 TO WS-UNMATCHED-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "UNMATCHED (no account has this address): "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BN-EMAIL) DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF.

       MARK-ONE-CONTACT.
           IF WS-CT-STATE-T(WS-I) = 'B'
              ADD 1 TO WS-ALREADY-TOTAL
              EXIT PARAGRAPH
           END-IF
           IF WS-CT-STATE-DATE-T(WS-I) NOT = SPACES
              AND WS-BN-DATE < WS-CT-STATE-DATE-T(WS-I)
              ADD 1 TO WS-STALE-TOTAL
              MOVE SPACES TO RPT-REC
              STRING "SKIPPED (address re-entered since): " DELIMITED BY SIZE
                     WS-CT-USER-T(WS-I) DELIMITED BY SPACE
                     " -- " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BN-EMAIL) DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-CT-STATE-T(WS-I)
           MOVE WS-BN-DATE TO WS-CT-STATE-DATE-T(WS-I)
           MOVE WS-BN-REASON TO WS-CT-REASON-T(WS-I)
           MOVE 'Y' TO WS-CT-CHANGED
           ADD 1 TO WS-MARKED-TOTAL
           MOVE SPACES TO RPT-REC
           STRING "UNDELIVERABLE: " DELIMITED BY SIZE
                  WS-CT-USER-T(WS-I) DELIMITED BY SPACE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BN-EMAIL) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BN-REASON) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       SAVE-CONTACTS.
           OPEN OUTPUT CONTACTS-TEMP-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
               MOVE SPACES TO CONTACT-REC
               MOVE WS-CT-USER-T(WS-I) TO CT-USER
               MOVE WS-CT-EMAIL-T(WS-I) TO CT-EMAIL
               MOVE WS-CT-STATE-T(WS-I) TO CT-STATE
               MOVE WS-CT-CODE-T(WS-I) TO CT-CODE
               MOVE WS-CT-CODE-DATE-T(WS-I) TO CT-CODE-DATE
               MOVE WS-CT-STATE-DATE-T(WS-I) TO CT-STATE-DATE
               MOVE WS-CT-REASON-T(WS-I) TO CT-BOUNCE-REASON
               MOVE CONTACT-REC TO CONTACT-TEMP-REC
               WRITE CONTACT-TEMP-REC
           END-PERFORM
           CLOSE CONTACTS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-CONTACTS-TMP-NAME
                                         WS-CONTACTS-DAT-NAME.

       *>--------------------------------------------------
       *> Run totals, then where every contact email on file stands
       *> after the run, with each undeliverable account listed so
       *> the help desk can chase the ones that never log in.
       *>--------------------------------------------------
       WRITE-REPORT-TOTALS.
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Bounce rows read:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MARKED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Accounts marked:         " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ALREADY-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Already undeliverable:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-STALE-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Stale, re-entered since: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-UNMATCHED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Unmatched feed rows:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REJECT-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Rejected:                " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "Accounts with an undeliverable contact email:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
               EVALUATE WS-CT-STATE-T(WS-I)
                  WHEN 'V'
                     ADD 1 TO WS-CONFIRMED-TOTAL
                  WHEN 'B'
                     ADD 1 TO WS-UNDELIV-TOTAL
                     MOVE SPACES TO RPT-REC
                     STRING "  " DELIMITED BY SIZE
                            WS-CT-USER-T(WS-I) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-CT-STATE-DATE-T(WS-I) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            FUNCTION TRIM(WS-CT-EMAIL-T(WS-I))
                                DELIMITED BY SIZE
                            INTO RPT-REC
                     END-STRING
                     WRITE RPT-REC
                  WHEN OTHER
                     ADD 1 TO WS-PENDING-TOTAL
               END-EVALUATE
           END-PERFORM
           MOVE WS-CONFIRMED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Contact emails confirmed: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PENDING-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Awaiting confirmation:    " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-UNDELIV-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Undeliverable:            " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM BOUNCE-INTAKE.
