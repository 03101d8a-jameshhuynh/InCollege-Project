       >>SOURCE FORMAT FREE
       *> Post-event batch report -- matches eventrsvps.dat against the
       *> door check-ins in eventattend.dat for every event dated
       *> before the business date, and prints RSVPs, attendance,
       *> walk-ins and show rate per event and per host, then the
       *> students who repeatedly reserve a place and never arrive.
       *> Capped events show how many reserved seats went unused, the
       *> figure the career center takes to its funding review. The
       *> repeat no-show threshold is the EVENT-NOSHOW-MIN system
       *> parameter in sysparams.dat; the report prints the value used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ATTENDANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT EVENT-RSVPS-FILE ASSIGN TO "eventrsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSVP-STATUS.

           SELECT EVENT-ATTEND-FILE ASSIGN TO "eventattend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EATT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "attendance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENT-REC.
           05 EV-ID            PIC 9(4).
           05 EV-TITLE         PIC X(40).
           05 EV-DATE          PIC X(8).
           05 EV-LOCATION      PIC X(40).
           05 EV-HOST          PIC X(30).
           05 EV-CAPACITY      PIC 9(3).
           05 EV-CREATED-BY    PIC X(20).
           05 EV-UNIVERSITY    PIC X(50).

       FD  EVENT-RSVPS-FILE.
       01  EVENT-RSVP-REC.
           05 ER-EVENT-ID      PIC 9(4).
           05 ER-USER          PIC X(20).

       FD  EVENT-ATTEND-FILE.
       01  EVENT-ATTEND-REC.
           05 EA-EVENT-ID      PIC 9(4).
           05 EA-USER          PIC X(20).
           05 EA-DATE          PIC X(8).
           05 EA-TIME          PIC X(8).
           05 EA-WALKIN        PIC X.
           05 EA-CHECKED-BY    PIC X(20).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(80).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-EVT-STATUS      PIC XX VALUE SPACES.
       01  WS-ERSVP-STATUS    PIC XX VALUE SPACES.
       01  WS-EATT-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> A student with this many RSVPs they never turned up for
       *> lands on the repeat no-show list. The compiled value is only
       *> the fallback -- sysparams.dat (maintained from ADMIN-CONSOLE)
       *> overrides it.
       01  WS-REPEAT-NOSHOW-MIN PIC 9(3) VALUE 2.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-SOURCE     PIC X(16) VALUE "compiled default".

       *> Past events only -- anything dated on or after the business
       *> date has not happened yet and would read as all no-shows.
       01  WS-EV-COUNT        PIC 999 VALUE 0.
       01  WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 200 TIMES.
              10 WS-EV-ID-T       PIC 9(4).
              10 WS-EV-TITLE-T    PIC X(40).
              10 WS-EV-DATE-T     PIC X(8).
              10 WS-EV-HOST-T     PIC X(30).
              10 WS-EV-CAP-T      PIC 9(3).
              10 WS-EV-RSVP-T     PIC 9(5).
              10 WS-EV-ATTEND-T   PIC 9(5).
              10 WS-EV-WALKIN-T   PIC 9(5).

       *> Every RSVP to a past event, with whether a check-in row
       *> matched it.
       01  WS-RS-COUNT        PIC 9(4) VALUE 0.
       01  WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 2000 TIMES.
              10 WS-RS-EV-IDX     PIC 999.
              10 WS-RS-USER       PIC X(20).
              10 WS-RS-ATTENDED   PIC X.

       01  WS-HOST-COUNT      PIC 99 VALUE 0.
       01  WS-HOST-TABLE.
           05 WS-HOST-ENTRY OCCURS 50 TIMES.
              10 WS-HOST-NAME     PIC X(30).
              10 WS-HOST-EVENTS   PIC 9(5).
              10 WS-HOST-RSVP     PIC 9(5).
              10 WS-HOST-ATTEND   PIC 9(5).
              10 WS-HOST-WALKIN   PIC 9(5).

       01  WS-NS-COUNT        PIC 999 VALUE 0.
       01  WS-NS-TABLE.
           05 WS-NS-ENTRY OCCURS 500 TIMES.
              10 WS-NS-USER       PIC X(20).
              10 WS-NS-RSVPS      PIC 9(5).
              10 WS-NS-MISSED     PIC 9(5).

       01  WS-TOTAL-RSVP      PIC 9(5) VALUE 0.
       01  WS-TOTAL-ATTEND    PIC 9(5) VALUE 0.
       01  WS-TOTAL-WALKIN    PIC 9(5) VALUE 0.
       01  WS-EMPTY-SEATS     PIC 9(5) VALUE 0.
       01  WS-REPEAT-LISTED   PIC 999 VALUE 0.

       01  WS-EV-IDX          PIC 999 VALUE 0.
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-SHOW-RATE       PIC 999 VALUE 0.
       01  WS-CALC-RSVP       PIC 9(5) VALUE 0.
       01  WS-CALC-ATTEND     PIC 9(5) VALUE 0.
       01  WS-I               PIC 9(4).
       01  WS-J               PIC 9(4).
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-RSVP-DISPLAY    PIC ZZZZ9.
       01  WS-ATTEND-DISPLAY  PIC ZZZZ9.
       01  WS-WALKIN-DISPLAY  PIC ZZZZ9.
       01  WS-RATE-DISPLAY    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM LOAD-PAST-EVENTS
           PERFORM LOAD-RSVPS
           PERFORM MATCH-CHECK-INS
           PERFORM TALLY-HOSTS
           PERFORM TALLY-NO-SHOWS
           PERFORM WRITE-ATTENDANCE-REPORT
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, advanced by the
       *> nightly driver; a missing or empty control file falls back
       *> to the machine date.
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

       *>--------------------------------------------------
       *> Picks up EVENT-NOSHOW-MIN from sysparams.dat; a missing file,
       *> a missing row or an unusable value leaves the compiled
       *> default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-NAME = "EVENT-NOSHOW-MIN"
                     AND SP-VALUE IS NUMERIC
                     AND SP-VALUE > 0 AND SP-VALUE <= 999
                     MOVE SP-VALUE TO WS-REPEAT-NOSHOW-MIN
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

       LOAD-PAST-EVENTS.
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
              PERFORM READ-EVENT-RECORD
              PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                  OR WS-EV-COUNT >= 200
                  IF EV-DATE NOT = SPACES AND EV-DATE < WS-RUN-DATE
                     ADD 1 TO WS-EV-COUNT
                     MOVE EV-ID       TO WS-EV-ID-T(WS-EV-COUNT)
                     MOVE EV-TITLE    TO WS-EV-TITLE-T(WS-EV-COUNT)
                     MOVE EV-DATE     TO WS-EV-DATE-T(WS-EV-COUNT)
      *>             The host is the account that created the event;
      *>             EV-HOST is only the display text on the listing.
                     MOVE EV-CREATED-BY TO WS-EV-HOST-T(WS-EV-COUNT)
                     MOVE EV-CAPACITY TO WS-EV-CAP-T(WS-EV-COUNT)
                     MOVE 0 TO WS-EV-RSVP-T(WS-EV-COUNT)
                     MOVE 0 TO WS-EV-ATTEND-T(WS-EV-COUNT)
                     MOVE 0 TO WS-EV-WALKIN-T(WS-EV-COUNT)
                  END-IF
                  PERFORM READ-EVENT-RECORD
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF.

       READ-EVENT-RECORD.
           READ EVENTS-FILE
               AT END
                   MOVE "EOF" TO WS-EVT-STATUS
               NOT AT END
                   MOVE "00" TO WS-EVT-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Sets WS-EV-IDX to the table slot holding event id WS-J, or
       *> zero when the event is not one of the past events loaded.
       *>--------------------------------------------------
       FIND-EVENT-SLOT.
           MOVE 0 TO WS-EV-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-COUNT
               IF WS-EV-ID-T(WS-I) = WS-J
                  MOVE WS-I TO WS-EV-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-RSVPS.
           OPEN INPUT EVENT-RSVPS-FILE
           IF WS-ERSVP-STATUS = "00"
              PERFORM READ-EVENT-RSVP-RECORD
              PERFORM UNTIL WS-ERSVP-STATUS NOT = "00"
                  OR WS-RS-COUNT >= 2000
                  MOVE ER-EVENT-ID TO WS-J
                  PERFORM FIND-EVENT-SLOT
                  IF WS-EV-IDX > 0
                     ADD 1 TO WS-RS-COUNT
                     MOVE WS-EV-IDX TO WS-RS-EV-IDX(WS-RS-COUNT)
                     MOVE ER-USER TO WS-RS-USER(WS-RS-COUNT)
                     MOVE 'N' TO WS-RS-ATTENDED(WS-RS-COUNT)
                     ADD 1 TO WS-EV-RSVP-T(WS-EV-IDX)
                  END-IF
                  PERFORM READ-EVENT-RSVP-RECORD
              END-PERFORM
              CLOSE EVENT-RSVPS-FILE
           END-IF.

       READ-EVENT-RSVP-RECORD.
           READ EVENT-RSVPS-FILE
               AT END
                   MOVE "EOF" TO WS-ERSVP-STATUS
               NOT AT END
                   MOVE "00" TO WS-ERSVP-STATUS
           END-READ.

       *>--------------------------------------------------
       *> A check-in that matches an RSVP marks it attended; one that
       *> matches none counts as a walk-in whatever the flag says, so
       *> an RSVP withdrawn after the door opened still adds up.
       *>--------------------------------------------------
       MATCH-CHECK-INS.
           OPEN INPUT EVENT-ATTEND-FILE
           IF WS-EATT-STATUS = "00"
              PERFORM READ-EVENT-ATTEND-RECORD
              PERFORM UNTIL WS-EATT-STATUS NOT = "00"
                  MOVE EA-EVENT-ID TO WS-J
                  PERFORM FIND-EVENT-SLOT
                  IF WS-EV-IDX > 0
                     MOVE 'N' TO WS-FOUND
                     PERFORM VARYING WS-I FROM 1 BY 1
                             UNTIL WS-I > WS-RS-COUNT
                         IF WS-RS-EV-IDX(WS-I) = WS-EV-IDX
                            AND WS-RS-USER(WS-I) = EA-USER
                            AND WS-RS-ATTENDED(WS-I) = 'N'
                            MOVE 'Y' TO WS-RS-ATTENDED(WS-I)
                            MOVE 'Y' TO WS-FOUND
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
                     IF WS-FOUND = 'Y'
                        ADD 1 TO WS-EV-ATTEND-T(WS-EV-IDX)
                     ELSE
                        ADD 1 TO WS-EV-WALKIN-T(WS-EV-IDX)
                     END-IF
                  END-IF
                  PERFORM READ-EVENT-ATTEND-RECORD
              END-PERFORM
              CLOSE EVENT-ATTEND-FILE
           END-IF.

       READ-EVENT-ATTEND-RECORD.
           READ EVENT-ATTEND-FILE
               AT END
                   MOVE "EOF" TO WS-EATT-STATUS
               NOT AT END
                   MOVE "00" TO WS-EATT-STATUS
           END-READ.

       TALLY-HOSTS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EV-COUNT
               ADD WS-EV-RSVP-T(WS-J)   TO WS-TOTAL-RSVP
               ADD WS-EV-ATTEND-T(WS-J) TO WS-TOTAL-ATTEND
               ADD WS-EV-WALKIN-T(WS-J) TO WS-TOTAL-WALKIN
               IF WS-EV-CAP-T(WS-J) > 0
                  COMPUTE WS-EMPTY-SEATS = WS-EMPTY-SEATS
                      + WS-EV-RSVP-T(WS-J) - WS-EV-ATTEND-T(WS-J)
               END-IF
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOST-COUNT
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOST-NAME(WS-I)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-HOST-T(WS-J)))
                      MOVE 'Y' TO WS-FOUND
                      EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' AND WS-HOST-COUNT < 50
                  ADD 1 TO WS-HOST-COUNT
                  MOVE WS-HOST-COUNT TO WS-I
                  MOVE WS-EV-HOST-T(WS-J) TO WS-HOST-NAME(WS-I)
                  MOVE 0 TO WS-HOST-EVENTS(WS-I)
                  MOVE 0 TO WS-HOST-RSVP(WS-I)
                  MOVE 0 TO WS-HOST-ATTEND(WS-I)
                  MOVE 0 TO WS-HOST-WALKIN(WS-I)
                  MOVE 'Y' TO WS-FOUND
               END-IF
               IF WS-FOUND = 'Y'
                  ADD 1 TO WS-HOST-EVENTS(WS-I)
                  ADD WS-EV-RSVP-T(WS-J)   TO WS-HOST-RSVP(WS-I)
                  ADD WS-EV-ATTEND-T(WS-J) TO WS-HOST-ATTEND(WS-I)
                  ADD WS-EV-WALKIN-T(WS-J) TO WS-HOST-WALKIN(WS-I)
               END-IF
           END-PERFORM.

       TALLY-NO-SHOWS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-RS-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NS-COUNT
                   IF WS-NS-USER(WS-I) = WS-RS-USER(WS-J)
                      MOVE 'Y' TO WS-FOUND
                      EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' AND WS-NS-COUNT < 500
                  ADD 1 TO WS-NS-COUNT
                  MOVE WS-NS-COUNT TO WS-I
                  MOVE WS-RS-USER(WS-J) TO WS-NS-USER(WS-I)
                  MOVE 0 TO WS-NS-RSVPS(WS-I)
                  MOVE 0 TO WS-NS-MISSED(WS-I)
                  MOVE 'Y' TO WS-FOUND
               END-IF
               IF WS-FOUND = 'Y'
                  ADD 1 TO WS-NS-RSVPS(WS-I)
                  IF WS-RS-ATTENDED(WS-J) = 'N'
                     ADD 1 TO WS-NS-MISSED(WS-I)
                  END-IF
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Show rate is attended RSVPs over RSVPs; walk-ins are listed
       *> beside it but never inflate it.
       *>--------------------------------------------------
       COMPUTE-SHOW-RATE.
           MOVE WS-CALC-RSVP TO WS-RSVP-DISPLAY
           MOVE WS-CALC-ATTEND TO WS-ATTEND-DISPLAY
           IF WS-CALC-RSVP = 0
              MOVE 0 TO WS-SHOW-RATE
           ELSE
              COMPUTE WS-SHOW-RATE ROUNDED =
                  (WS-CALC-ATTEND * 100) / WS-CALC-RSVP
           END-IF
           MOVE WS-SHOW-RATE TO WS-RATE-DISPLAY.

       WRITE-ATTENDANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Event Attendance -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE WS-REPEAT-NOSHOW-MIN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Parameter EVENT-NOSHOW-MIN: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-EV-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Events held before the run date: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-RSVP TO WS-CALC-RSVP
           MOVE WS-TOTAL-ATTEND TO WS-CALC-ATTEND
           PERFORM COMPUTE-SHOW-RATE
           MOVE SPACES TO RPT-REC
           STRING "RSVPs: " DELIMITED BY SIZE
                  WS-RSVP-DISPLAY DELIMITED BY SIZE
                  "   attended: " DELIMITED BY SIZE
                  WS-ATTEND-DISPLAY DELIMITED BY SIZE
                  "   show rate: " DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-WALKIN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Walk-ins (no RSVP):             " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EMPTY-SEATS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Reserved seats left empty at capped events: "
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE " " TO RPT-REC
           WRITE RPT-REC
           MOVE "Per event (id date title  rsvp  attended  walk-in  show%):"
               TO RPT-REC
           WRITE RPT-REC
           IF WS-EV-COUNT = 0
              MOVE "  (no past events)" TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EV-COUNT
               MOVE WS-EV-RSVP-T(WS-J) TO WS-CALC-RSVP
               MOVE WS-EV-ATTEND-T(WS-J) TO WS-CALC-ATTEND
               MOVE WS-EV-WALKIN-T(WS-J) TO WS-WALKIN-DISPLAY
               PERFORM COMPUTE-SHOW-RATE
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-EV-ID-T(WS-J) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-DATE-T(WS-J) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-TITLE-T(WS-J)(1:28) DELIMITED BY SIZE
                      WS-RSVP-DISPLAY DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-ATTEND-DISPLAY DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-WALKIN-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RATE-DISPLAY DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM

           MOVE " " TO RPT-REC
           WRITE RPT-REC
           MOVE "Per host (host  events  rsvp  attended  walk-in  show%):"
               TO RPT-REC
           WRITE RPT-REC
           IF WS-HOST-COUNT = 0
              MOVE "  (no past events)" TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-HOST-COUNT
               MOVE WS-HOST-EVENTS(WS-J) TO WS-COUNT-DISPLAY
               MOVE WS-HOST-RSVP(WS-J) TO WS-CALC-RSVP
               MOVE WS-HOST-ATTEND(WS-J) TO WS-CALC-ATTEND
               MOVE WS-HOST-WALKIN(WS-J) TO WS-WALKIN-DISPLAY
               PERFORM COMPUTE-SHOW-RATE
               MOVE SPACES TO RPT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-HOST-NAME(WS-J)(1:26) DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RSVP-DISPLAY DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-ATTEND-DISPLAY DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-WALKIN-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RATE-DISPLAY DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-PERFORM

           MOVE " " TO RPT-REC
           WRITE RPT-REC
           MOVE WS-REPEAT-NOSHOW-MIN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Repeat no-shows (missed at least" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " RSVP'd events):" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-REPEAT-LISTED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NS-COUNT
               IF WS-NS-MISSED(WS-J) >= WS-REPEAT-NOSHOW-MIN
                  ADD 1 TO WS-REPEAT-LISTED
                  MOVE WS-NS-MISSED(WS-J) TO WS-COUNT-DISPLAY
                  MOVE WS-NS-RSVPS(WS-J) TO WS-RSVP-DISPLAY
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-NS-USER(WS-J) DELIMITED BY SIZE
                         " missed " DELIMITED BY SIZE
                         WS-COUNT-DISPLAY DELIMITED BY SIZE
                         " of " DELIMITED BY SIZE
                         WS-RSVP-DISPLAY DELIMITED BY SIZE
                         " RSVPs" DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  WRITE RPT-REC
               END-IF
           END-PERFORM
           IF WS-REPEAT-LISTED = 0
              MOVE "  (none)" TO RPT-REC
              WRITE RPT-REC
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Attendance report written to attendance-report.txt".

       END PROGRAM EVENT-ATTENDANCE.
