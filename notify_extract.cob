       *> pipe-delimited lines appended to mailgw-extract.dat and then
       *> marked sent in notifications.dat through the usual
       *> temp-and-rename rewrite, so a rerun cannot double-send.
       *> Each recipient's notifyprefs.dat row decides, per type,
       *> whether a row goes out now, waits for that user's one
       *> digest line for the day, or is not sent at all.
       *> Each line carries the recipient's confirmed contact email
       *> from contacts.dat (blank when there is none yet, so the
       *> gateway falls back to the username); a confirmation code
       *> goes to the address it confirms. Nothing is sent to an
       *> address BOUNCE-INTAKE has marked undeliverable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-EXTRACT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTIFY-PREFS-FILE ASSIGN TO "notifyprefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.

           SELECT CONTACTS-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATIONS-FILE.
           05 NT-TEXT          PIC X(80).
           05 NT-DATE          PIC X(8).
           05 NT-TIME          PIC X(8).
           *> 'N' unsent, 'Y' shipped on its own, 'D' shipped inside a
           *> daily digest line, 'X' not sent by the user's choice,
           *> 'U' not sent because the contact email is undeliverable.
           05 NT-SENT          PIC X.

       FD  NOTIFICATIONS-TEMP-FILE.
       01  NOTIFY-TEMP-REC PIC X(129).

       FD  GATEWAY-FILE.
       01  GATEWAY-REC    PIC X(200).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(80).

       FD  NOTIFY-PREFS-FILE.
       01  NOTIFY-PREF-REC.
           05 NP-USER          PIC X(20).
           05 NP-MODES         PIC X(20).

       FD  CONTACTS-FILE.
       01  CONTACT-REC.
           05 CT-USER          PIC X(20).
           05 CT-EMAIL         PIC X(60).
           05 CT-STATE         PIC X.
           05 CT-CODE          PIC X(6).
           05 CT-CODE-DATE     PIC X(8).
           05 CT-STATE-DATE    PIC X(8).
           05 CT-BOUNCE-REASON PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-NT-STATUS       PIC XX VALUE SPACES.
       01  WS-NT-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-ROWS-SCANNED    PIC 9(5) VALUE 0.
       01  WS-ROWS-SHIPPED    PIC 9(5) VALUE 0.
       01  WS-ROWS-ALREADY    PIC 9(5) VALUE 0.
       01  WS-ROWS-DIGESTED   PIC 9(5) VALUE 0.
       01  WS-ROWS-HELD       PIC 9(5) VALUE 0.
       01  WS-ROWS-SUPPRESSED PIC 9(5) VALUE 0.
       01  WS-DIGEST-LINES    PIC 9(5) VALUE 0.
       01  WS-ROWS-UNDELIV    PIC 9(5) VALUE 0.
       01  WS-LINES-NO-EMAIL  PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.

       *> Notification types a user can set a preference for, in the
       *> order of the mode bytes in notifyprefs.dat -- keep in step
       *> with STUDENT-SYSTEM's catalogue. A type not listed here
       *> (sign-in codes) always ships immediately.
       01  WS-NP-CATALOG.
           05 FILLER PIC X(12) VALUE "REQ-ACCEPTED".
           05 FILLER PIC X(12) VALUE "NEW-MESSAGE".
           05 FILLER PIC X(12) VALUE "APPL-STATUS".
           05 FILLER PIC X(12) VALUE "JOB-OFFER".
           05 FILLER PIC X(12) VALUE "OFFER-REPLY".
           05 FILLER PIC X(12) VALUE "OFFER-EXPIRE".
           05 FILLER PIC X(12) VALUE "INTERN-HOURS".
           05 FILLER PIC X(12) VALUE "CO-POSTING".
           05 FILLER PIC X(12) VALUE "JOB-ALERT".
       01  WS-NP-CATALOG-TABLE REDEFINES WS-NP-CATALOG.
           05 WS-NP-TYPE-T OCCURS 9 TIMES PIC X(12).
       01  WS-NP-TYPE-COUNT   PIC 99 VALUE 9.

       01  WS-NP-STATUS       PIC XX VALUE SPACES.
       01  WS-NP-COUNT        PIC 9(4) VALUE 0.
       01  WS-NP-TABLE.
           05 WS-NP-ENTRY OCCURS 2000 TIMES.
              10 WS-NP-USER-T  PIC X(20).
              10 WS-NP-MODES-T PIC X(20).
       01  WS-ROW-MODE        PIC X.

       *> Contact email per account: 'P' pending confirmation, 'V'
       *> confirmed, 'B' undeliverable.
       01  WS-CT-STATUS       PIC XX VALUE SPACES.
       01  WS-CT-COUNT        PIC 9(4) VALUE 0.
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 2000 TIMES.
              10 WS-CT-USER-T  PIC X(20).
              10 WS-CT-EMAIL-T PIC X(60).
              10 WS-CT-STATE-T PIC X.
       01  WS-CT-LOOKUP       PIC X(20).
       01  WS-CT-IDX          PIC 9(4).
       01  WS-ROW-TYPE        PIC X(12).
       01  WS-ROW-EMAIL       PIC X(60).
       01  WS-TYPE-IDX        PIC 99.
       01  WS-I               PIC 9(4).
       01  WS-J               PIC 99.

       *> Digest rows gathered this run: one entry per user per day,
       *> with a count for each notification type.
       01  WS-DG-COUNT        PIC 9(4) VALUE 0.
       01  WS-DG-TABLE.
           05 WS-DG-ENTRY OCCURS 1000 TIMES.
              10 WS-DG-USER     PIC X(20).
              10 WS-DG-DATE     PIC X(8).
              10 WS-DG-TOTAL    PIC 9(4).
              10 WS-DG-TYPE-CNT OCCURS 9 TIMES PIC 9(4).
       01  WS-DG-IDX          PIC 9(4).
       01  WS-DG-ADDED        PIC X.
       01  WS-DG-TEXT         PIC X(100).
       01  WS-DG-PTR          PIC 999.
       01  WS-DG-SEP          PIC XX.
       01  WS-DG-NUM-DISPLAY  PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-NOTIFY-PREFS
           PERFORM LOAD-CONTACTS
           PERFORM EXTRACT-NOTIFICATIONS
           PERFORM WRITE-EXTRACT-REPORT
           STOP RUN.
       *> to sent in the copy. Only after the gateway file closes
       *> cleanly does the rename commit the sent flags, so a crash
       *> mid-run re-ships rather than loses notifications.
       *> Digest rows wait until their day is over (dated before the
       *> run date), so however often the extract runs a user gets
       *> one digest line per day; the lines are written once the
       *> pass has gathered every row.
       *>--------------------------------------------------
       EXTRACT-NOTIFICATIONS.
           OPEN EXTEND GATEWAY-FILE
              PERFORM READ-NOTIFY-RECORD
              PERFORM UNTIL WS-NT-STATUS NOT = "00"
                  ADD 1 TO WS-ROWS-SCANNED
                  MOVE NT-RECIPIENT TO WS-CT-LOOKUP
                  MOVE NT-TYPE TO WS-ROW-TYPE
                  PERFORM FIND-CONTACT
                  EVALUATE TRUE
                     WHEN NT-SENT = 'Y' OR NT-SENT = 'D' OR NT-SENT = 'X'
                          OR NT-SENT = 'U'
                        ADD 1 TO WS-ROWS-ALREADY
                     WHEN WS-CT-IDX > 0 AND WS-CT-STATE-T(WS-CT-IDX) = 'B'
                        MOVE 'U' TO NT-SENT
                        ADD 1 TO WS-ROWS-UNDELIV
                     WHEN OTHER
                        PERFORM ROUTE-UNSENT-ROW
                  END-EVALUATE
                  MOVE NOTIFY-REC TO NOTIFY-TEMP-REC
                  WRITE NOTIFY-TEMP-REC
                  PERFORM READ-NOTIFY-RECORD
              END-PERFORM
              CLOSE NOTIFICATIONS-FILE
           END-IF
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                   UNTIL WS-DG-IDX > WS-DG-COUNT
               PERFORM SHIP-DIGEST-LINE
           END-PERFORM
           CLOSE GATEWAY-FILE
           CLOSE NOTIFICATIONS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-NOTIFY-TMP-NAME
                                         WS-NOTIFY-DAT-NAME.

       *>--------------------------------------------------
       *> Sends, folds, holds or drops the unsent row in NOTIFY-REC
       *> according to its recipient's preference for the type.
       *>--------------------------------------------------
       ROUTE-UNSENT-ROW.
           PERFORM RESOLVE-ROW-MODE
           EVALUATE WS-ROW-MODE
              WHEN 'N'
                 MOVE 'X' TO NT-SENT
                 ADD 1 TO WS-ROWS-SUPPRESSED
              WHEN 'D'
                 MOVE 'N' TO WS-DG-ADDED
                 IF NT-DATE < WS-RUN-DATE
                    PERFORM ADD-TO-DIGEST
                 END-IF
                 IF WS-DG-ADDED = 'Y'
                    MOVE 'D' TO NT-SENT
                    ADD 1 TO WS-ROWS-DIGESTED
                 ELSE
                    ADD 1 TO WS-ROWS-HELD
                 END-IF
              WHEN OTHER
                 PERFORM SHIP-ONE-ROW
                 MOVE 'Y' TO NT-SENT
                 ADD 1 TO WS-ROWS-SHIPPED
           END-EVALUATE.

       READ-NOTIFY-RECORD.
           READ NOTIFICATIONS-FILE
               AT END
                   MOVE "00" TO WS-NT-STATUS
           END-READ.

       LOAD-NOTIFY-PREFS.
           MOVE 0 TO WS-NP-COUNT
           OPEN INPUT NOTIFY-PREFS-FILE
           IF WS-NP-STATUS = "00"
              PERFORM READ-NOTIFY-PREF-RECORD
              PERFORM UNTIL WS-NP-STATUS NOT = "00"
                  OR WS-NP-COUNT >= 2000
                  ADD 1 TO WS-NP-COUNT
                  MOVE NP-USER TO WS-NP-USER-T(WS-NP-COUNT)
                  MOVE NP-MODES TO WS-NP-MODES-T(WS-NP-COUNT)
                  PERFORM READ-NOTIFY-PREF-RECORD
              END-PERFORM
              CLOSE NOTIFY-PREFS-FILE
           END-IF.

       READ-NOTIFY-PREF-RECORD.
           READ NOTIFY-PREFS-FILE
               AT END
                   MOVE "EOF" TO WS-NP-STATUS
               NOT AT END
                   MOVE "00" TO WS-NP-STATUS
           END-READ.

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
                  PERFORM READ-CONTACT-RECORD
              END-PERFORM
              CLOSE CONTACTS-FILE
           END-IF.

       READ-CONTACT-RECORD.
           READ CONTACTS-FILE
               AT END
                   MOVE "EOF" TO WS-CT-STATUS
               NOT AT END
                   MOVE "00" TO WS-CT-STATUS
           END-READ.

       *>--------------------------------------------------
       *> WS-CT-IDX for WS-CT-LOOKUP's contacts.dat row (0 if none),
       *> and WS-ROW-EMAIL the address a line to them goes to: the
       *> confirmed one, or for a confirmation code the address it
       *> confirms.
       *>--------------------------------------------------
       FIND-CONTACT.
           MOVE 0 TO WS-CT-IDX
           MOVE SPACES TO WS-ROW-EMAIL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
               IF WS-CT-USER-T(WS-I) = WS-CT-LOOKUP
                  MOVE WS-I TO WS-CT-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-IDX = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CT-STATE-T(WS-CT-IDX) = 'V'
              OR (WS-CT-STATE-T(WS-CT-IDX) = 'P'
                  AND WS-ROW-TYPE = "EMAIL-VERIFY")
              MOVE WS-CT-EMAIL-T(WS-CT-IDX) TO WS-ROW-EMAIL
           END-IF.

       *>--------------------------------------------------
       *> WS-ROW-MODE for the row in NOTIFY-REC: 'I' immediate unless
       *> the type is on the catalogue and the recipient chose 'D'
       *> (digest) or 'N' (not sent) for it.
       *>--------------------------------------------------
       RESOLVE-ROW-MODE.
           MOVE 'I' TO WS-ROW-MODE
           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NP-TYPE-COUNT
               IF NT-TYPE = WS-NP-TYPE-T(WS-J)
                  MOVE WS-J TO WS-TYPE-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NP-COUNT
               IF WS-NP-USER-T(WS-I) = NT-RECIPIENT
                  IF WS-NP-MODES-T(WS-I)(WS-TYPE-IDX:1) = 'D'
                     OR WS-NP-MODES-T(WS-I)(WS-TYPE-IDX:1) = 'N'
                     MOVE WS-NP-MODES-T(WS-I)(WS-TYPE-IDX:1)
                         TO WS-ROW-MODE
                  END-IF
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Counts the row in NOTIFY-REC against its recipient's digest
       *> for that day, opening the entry if it is the first. A full
       *> table leaves WS-DG-ADDED 'N' and the row unsent for the
       *> next run.
       *>--------------------------------------------------
       ADD-TO-DIGEST.
           MOVE 0 TO WS-DG-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DG-COUNT
               IF WS-DG-USER(WS-I) = NT-RECIPIENT
                  AND WS-DG-DATE(WS-I) = NT-DATE
                  MOVE WS-I TO WS-DG-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DG-IDX = 0
              IF WS-DG-COUNT >= 1000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DG-COUNT
              MOVE WS-DG-COUNT TO WS-DG-IDX
              MOVE NT-RECIPIENT TO WS-DG-USER(WS-DG-IDX)
              MOVE NT-DATE TO WS-DG-DATE(WS-DG-IDX)
              MOVE 0 TO WS-DG-TOTAL(WS-DG-IDX)
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-NP-TYPE-COUNT
                  MOVE 0 TO WS-DG-TYPE-CNT(WS-DG-IDX WS-J)
              END-PERFORM
           END-IF
           ADD 1 TO WS-DG-TOTAL(WS-DG-IDX)
           ADD 1 TO WS-DG-TYPE-CNT(WS-DG-IDX WS-TYPE-IDX)
           MOVE 'Y' TO WS-DG-ADDED.

       *>--------------------------------------------------
       *> One gateway line for WS-DG-IDX's user and day, in the usual
       *> row shape with type DIGEST: the day's total and a count per
       *> notification type.
       *>--------------------------------------------------
       SHIP-DIGEST-LINE.
           MOVE SPACES TO WS-DG-TEXT
           MOVE 1 TO WS-DG-PTR
           MOVE WS-DG-TOTAL(WS-DG-IDX) TO WS-DG-NUM-DISPLAY
           STRING FUNCTION TRIM(WS-DG-NUM-DISPLAY) DELIMITED BY SIZE
                  " update(s)" DELIMITED BY SIZE
                  INTO WS-DG-TEXT WITH POINTER WS-DG-PTR
           END-STRING
           MOVE ": " TO WS-DG-SEP
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NP-TYPE-COUNT
               IF WS-DG-TYPE-CNT(WS-DG-IDX WS-J) > 0
                  MOVE WS-DG-TYPE-CNT(WS-DG-IDX WS-J) TO WS-DG-NUM-DISPLAY
                  STRING WS-DG-SEP DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NP-TYPE-T(WS-J)) DELIMITED BY SIZE
                         " x" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-DG-NUM-DISPLAY) DELIMITED BY SIZE
                         INTO WS-DG-TEXT WITH POINTER WS-DG-PTR
                  END-STRING
                  MOVE ", " TO WS-DG-SEP
               END-IF
           END-PERFORM
           MOVE WS-DG-USER(WS-DG-IDX) TO WS-CT-LOOKUP
           MOVE "DIGEST" TO WS-ROW-TYPE
           PERFORM FIND-CONTACT
           MOVE SPACES TO GATEWAY-REC
           STRING FUNCTION TRIM(WS-DG-USER(WS-DG-IDX)) DELIMITED BY SIZE
                  "|DIGEST|" DELIMITED BY SIZE
                  WS-DG-DATE(WS-DG-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DG-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-EMAIL) DELIMITED BY SIZE
                  INTO GATEWAY-REC
           END-STRING
           WRITE GATEWAY-REC
           IF WS-ROW-EMAIL = SPACES
              ADD 1 TO WS-LINES-NO-EMAIL
           END-IF
           ADD 1 TO WS-DIGEST-LINES.

       *>--------------------------------------------------
       *> Gateway row shape agreed with the campus mail team:
       *> recipient|type|date|time|text|email, pipe-delimited.
       *>--------------------------------------------------
       SHIP-ONE-ROW.
           MOVE SPACES TO GATEWAY-REC
                  NT-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(NT-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-EMAIL) DELIMITED BY SIZE
                  INTO GATEWAY-REC
           END-STRING
           WRITE GATEWAY-REC
           IF WS-ROW-EMAIL = SPACES
              ADD 1 TO WS-LINES-NO-EMAIL
           END-IF.

       WRITE-EXTRACT-REPORT.
           OPEN OUTPUT REPORT-FILE
           END-STRING
           WRITE RPT-REC

           MOVE WS-ROWS-DIGESTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Folded into digests:       " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-DIGEST-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Digest lines shipped:      " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-ROWS-HELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Held for a later digest:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-ROWS-SUPPRESSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Not sent (user opted out): " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-ROWS-UNDELIV TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Not sent (undeliverable):  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-LINES-NO-EMAIL TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Lines w/o confirmed email: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-ROWS-ALREADY TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Already sent (skipped):    " DELIMITED BY SIZE
