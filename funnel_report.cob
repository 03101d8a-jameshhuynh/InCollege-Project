       >>SOURCE FORMAT FREE
       *> Hiring-funnel report -- companion to PLACEMENT-REPORT.
       *> Replays applhistory.dat (every application status change,
       *> oldest first) against applications.dat and prints, per
       *> posting, per company and per applicant major, how many
       *> applications reached each stage of the pipeline: New,
       *> Reviewed, Contacted, Offer Extended, Offer Accepted and
       *> Hired. A stage skipped on the way up (New straight to
       *> Contacted) counts as passed. It then prints the median days
       *> applications spent in each stage and the median time from
       *> filing to hire, and lists the postings with applications
       *> still sitting at New, flagging any older than a threshold.
       *> Applications filed before the history was kept start their
       *> clock at AP-DATE and are placed at their current status.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNNEL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT APPL-HISTORY-FILE ASSIGN TO "applhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT JOBS-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "funnel-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATIONS-FILE.
       01  APPL-REC.
           05 AP-JOB-ID        PIC 9(5).
           05 AP-APPLICANT     PIC X(20).
           05 AP-DATE          PIC X(8).
           05 AP-STATUS        PIC X.

       FD  APPL-HISTORY-FILE.
       01  APPL-HISTORY-REC.
           05 AH-JOB-ID        PIC 9(5).
           05 AH-APPLICANT     PIC X(20).
           05 AH-OLD-STATUS    PIC X.
           05 AH-NEW-STATUS    PIC X.
           05 AH-DATE          PIC X(8).
           05 AH-TIME          PIC X(8).
           05 AH-CHANGED-BY    PIC X(20).

       FD  JOBS-FILE.
       01  JOB-REC.
           05 JOB-ID           PIC 9(5).
           05 JOB-TITLE        PIC X(40).
           05 JOB-COMPANY      PIC X(30).
           05 JOB-REST         PIC X(268).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PF-USERNAME           PIC X(20).
           05 PF-FIRST-NAME         PIC X(30).
           05 PF-LAST-NAME          PIC X(30).
           05 PF-UNIVERSITY         PIC X(50).
           05 PF-MAJOR              PIC X(40).
           05 PF-GRAD-YEAR          PIC 9(4).
           05 PF-ABOUT-ME           PIC X(200).
           05 PF-ACTIVE-FLAG        PIC X.
           05 PF-EXP-COUNT          PIC 9.
           05 PF-EXP OCCURS 3 TIMES.
              10 PF-EXP-TITLE       PIC X(30).
              10 PF-EXP-COMPANY     PIC X(30).
              10 PF-EXP-DATES       PIC X(20).
              10 PF-EXP-DESC        PIC X(100).
           05 PF-EDU-COUNT          PIC 9.
           05 PF-EDU OCCURS 3 TIMES.
              10 PF-EDU-DEGREE      PIC X(30).
              10 PF-EDU-UNIV        PIC X(50).
              10 PF-EDU-YEARS       PIC X(20).
           05 PF-SKILL-STATUS OCCURS 5 TIMES PIC X.

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(110).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-AH-STATUS       PIC XX VALUE SPACES.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-PROF-OPEN       PIC X VALUE 'N'.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-TODAY-INT       PIC 9(7) VALUE 0.

       *> Applications still at New this many days after filing are
       *> flagged on the waiting list.
       01  WS-STALE-INPUT     PIC X(5).
       01  WS-STALE-DAYS      PIC 9(4) VALUE 14.
       01  WS-DEFAULT-STALE   PIC 9(4) VALUE 14.

       *> The six funnel stages in order; a status letter maps to its
       *> stage number through STAGE-OF-STATUS ('X' not selected and
       *> 'W' withdrawn end an application without advancing it).
       01  WS-STAGE-NAMES.
           05 FILLER          PIC X(16) VALUE "New".
           05 FILLER          PIC X(16) VALUE "Reviewed".
           05 FILLER          PIC X(16) VALUE "Contacted".
           05 FILLER          PIC X(16) VALUE "Offer Extended".
           05 FILLER          PIC X(16) VALUE "Offer Accepted".
           05 FILLER          PIC X(16) VALUE "Hired".
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME   PIC X(16) OCCURS 6 TIMES.
       01  WS-STAT-IN         PIC X.
       01  WS-STAGE-OUT       PIC 9 VALUE 0.

       *> Applications on file, with the furthest stage each reached
       *> and the date its current stage began.
       01  WS-APP-COUNT       PIC 9(4) VALUE 0.
       01  WS-APP-TABLE.
           05 WS-APP-ENTRY OCCURS 2000 TIMES.
              10 WS-APP-JOB    PIC 9(5).
              10 WS-APP-NAME   PIC X(20).
              10 WS-APP-FILED  PIC X(8).
              10 WS-APP-STAT   PIC X.
              10 WS-APP-SINCE  PIC X(8).
              10 WS-APP-REACH  PIC 9.
              10 WS-APP-MAJOR  PIC X(40).
       01  WS-APP-IDX         PIC 9(4) VALUE 0.

       01  WS-JOB-COUNT       PIC 999 VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 500 TIMES.
              10 WS-JOB-ID-T      PIC 9(5).
              10 WS-JOB-TITLE-T   PIC X(40).
              10 WS-JOB-COMPANY-T PIC X(30).

       *> Funnel tallies -- one row per posting, company and major,
       *> counting applications that reached each stage. Postings
       *> also carry their waiting-at-New count and oldest age.
       01  WS-PST-COUNT       PIC 999 VALUE 0.
       01  WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 500 TIMES.
              10 WS-PST-JOB    PIC 9(5).
              10 WS-PST-TITLE  PIC X(40).
              10 WS-PST-STAGE  PIC 9(5) OCCURS 6 TIMES.
              10 WS-PST-WAIT   PIC 9(5).
              10 WS-PST-OLDEST PIC 9(5).
              10 WS-PST-STALE  PIC 9(5).
       01  WS-CO-COUNT        PIC 999 VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
              10 WS-CO-NAME    PIC X(30).
              10 WS-CO-STAGE   PIC 9(5) OCCURS 6 TIMES.
       01  WS-MAJ-COUNT       PIC 999 VALUE 0.
       01  WS-MAJ-TABLE.
           05 WS-MAJ-ENTRY OCCURS 100 TIMES.
              10 WS-MAJ-NAME   PIC X(40).
              10 WS-MAJ-STAGE  PIC 9(5) OCCURS 6 TIMES.
       01  WS-TOT-STAGE-TABLE.
           05 WS-TOT-STAGE    PIC 9(5) OCCURS 6 TIMES.

       *> Days spent in each of the first five stages, one entry per
       *> completed stage, and days from filing to hire.
       01  WS-DUR-TABLE.
           05 WS-DUR-STAGE OCCURS 5 TIMES.
              10 WS-DUR-COUNT  PIC 9(4).
              10 WS-DUR-DAYS   PIC 9(5) OCCURS 2000 TIMES.
       01  WS-HIRE-COUNT      PIC 9(4) VALUE 0.
       01  WS-HIRE-TABLE.
           05 WS-HIRE-DAYS    PIC 9(5) OCCURS 2000 TIMES.

       *> Work area for the medians: the list is copied here, sorted
       *> ascending and the middle value taken.
       01  WS-SORT-COUNT      PIC 9(4) VALUE 0.
       01  WS-SORT-TABLE.
           05 WS-SORT-DAYS    PIC 9(5) OCCURS 2000 TIMES.
       01  WS-SORT-HOLD       PIC 9(5).
       01  WS-SORT-POS        PIC 9(4).
       01  WS-MEDIAN          PIC 9(5)V9 VALUE 0.
       01  WS-MID             PIC 9(4).

       01  WS-DATE-NUM        PIC 9(8).
       01  WS-FROM-INT        PIC 9(7).
       01  WS-TO-INT          PIC 9(7).
       01  WS-DAYS            PIC 9(5).
       01  WS-DATES-OK        PIC X VALUE 'N'.

       01  WS-APPL-TOTAL      PIC 9(5) VALUE 0.
       01  WS-APPL-OVERFLOW   PIC 9(5) VALUE 0.
       01  WS-HIST-READ       PIC 9(6) VALUE 0.
       01  WS-HIST-ORPHAN     PIC 9(6) VALUE 0.
       01  WS-NO-PROFILE      PIC 9(5) VALUE 0.
       01  WS-STALE-TOTAL     PIC 9(5) VALUE 0.

       01  WS-LABEL           PIC X(36).
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-AGE-DISPLAY     PIC ZZZZ9.
       01  WS-MEDIAN-DISPLAY  PIC ZZZZ9.9.
       01  WS-STAGE-LINE      PIC X(48).
       01  WS-FOUND           PIC X VALUE 'N'.
       01  WS-I               PIC 9(4).
       01  WS-J               PIC 9(4).
       01  WS-K               PIC 9(4).
       01  WS-S               PIC 9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM GET-STALE-DAYS
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM LOAD-JOBS
           PERFORM LOAD-APPLICATIONS
           PERFORM REPLAY-HISTORY
           PERFORM TALLY-FUNNEL
           PERFORM WRITE-FUNNEL-REPORT
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, advanced by the
       *> nightly driver, so ages are measured from the day the
       *> stream is processing. A missing or empty control file falls
       *> back to the machine date.
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

       GET-STALE-DAYS.
           DISPLAY "Flag applications waiting at New longer than how"
                   " many days (blank for 14): " WITH NO ADVANCING
           ACCEPT WS-STALE-INPUT
           IF WS-STALE-INPUT = SPACES
              MOVE WS-DEFAULT-STALE TO WS-STALE-DAYS
           ELSE
              MOVE FUNCTION NUMVAL(WS-STALE-INPUT) TO WS-STALE-DAYS
              IF WS-STALE-DAYS = 0
                 MOVE WS-DEFAULT-STALE TO WS-STALE-DAYS
              END-IF
           END-IF.

       LOAD-JOBS.
           MOVE 0 TO WS-JOB-COUNT
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  IF WS-JOB-COUNT < 500
                     ADD 1 TO WS-JOB-COUNT
                     MOVE JOB-ID      TO WS-JOB-ID-T(WS-JOB-COUNT)
                     MOVE JOB-TITLE   TO WS-JOB-TITLE-T(WS-JOB-COUNT)
                     MOVE JOB-COMPANY TO WS-JOB-COMPANY-T(WS-JOB-COUNT)
                  END-IF
                  PERFORM READ-JOB-RECORD
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       READ-JOB-RECORD.
           READ JOBS-FILE
               AT END
                   MOVE "EOF" TO WS-JOB-STATUS
               NOT AT END
                   MOVE "00" TO WS-JOB-STATUS
           END-READ.

       *>--------------------------------------------------
       *> Every application starts its clock at AP-DATE in stage
       *> New; its major is taken from the applicant's profile once,
       *> here, so the replay and the tallies never touch the keyed
       *> store.
       *>--------------------------------------------------
       LOAD-APPLICATIONS.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              MOVE 'Y' TO WS-PROF-OPEN
           END-IF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM READ-APPL-RECORD
              PERFORM UNTIL WS-APPL-STATUS NOT = "00"
                  ADD 1 TO WS-APPL-TOTAL
                  IF WS-APP-COUNT < 2000
                     PERFORM ADD-ONE-APPLICATION
                  ELSE
                     ADD 1 TO WS-APPL-OVERFLOW
                  END-IF
                  PERFORM READ-APPL-RECORD
              END-PERFORM
              CLOSE APPLICATIONS-FILE
           END-IF
           IF WS-PROF-OPEN = 'Y'
              CLOSE PROFILE-FILE
           END-IF.

       READ-APPL-RECORD.
           READ APPLICATIONS-FILE
               AT END
                   MOVE "EOF" TO WS-APPL-STATUS
               NOT AT END
                   MOVE "00" TO WS-APPL-STATUS
           END-READ.

       ADD-ONE-APPLICATION.
           ADD 1 TO WS-APP-COUNT
           MOVE WS-APP-COUNT TO WS-I
           MOVE AP-JOB-ID    TO WS-APP-JOB(WS-I)
           MOVE AP-APPLICANT TO WS-APP-NAME(WS-I)
           MOVE AP-DATE      TO WS-APP-FILED(WS-I)
           MOVE AP-STATUS    TO WS-APP-STAT(WS-I)
           MOVE AP-DATE      TO WS-APP-SINCE(WS-I)
           MOVE 1            TO WS-APP-REACH(WS-I)
           MOVE "(no profile on file)" TO WS-APP-MAJOR(WS-I)
           IF WS-PROF-OPEN = 'Y'
              MOVE AP-APPLICANT TO PF-USERNAME
              READ PROFILE-FILE
                  INVALID KEY
                      ADD 1 TO WS-NO-PROFILE
                  NOT INVALID KEY
                      IF PF-MAJOR = SPACES
                         MOVE "(major not given)" TO WS-APP-MAJOR(WS-I)
                      ELSE
                         MOVE PF-MAJOR TO WS-APP-MAJOR(WS-I)
                      END-IF
              END-READ
           ELSE
              ADD 1 TO WS-NO-PROFILE
           END-IF.

       *>--------------------------------------------------
       *> Walks the status history in file order. Each change closes
       *> the stage the application was in (its days go to that
       *> stage's list) and starts the next one; a change to Hired
       *> also records the days since filing. History rows for
       *> applications no longer on file (archived with their
       *> posting) are counted and skipped.
       *>--------------------------------------------------
       REPLAY-HISTORY.
           OPEN INPUT APPL-HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL WS-AH-STATUS NOT = "00"
               ADD 1 TO WS-HIST-READ
               PERFORM APPLY-ONE-CHANGE
               PERFORM READ-HISTORY-RECORD
           END-PERFORM
           CLOSE APPL-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ APPL-HISTORY-FILE
               AT END
                   MOVE "EOF" TO WS-AH-STATUS
               NOT AT END
                   MOVE "00" TO WS-AH-STATUS
           END-READ.

       APPLY-ONE-CHANGE.
           MOVE 0 TO WS-APP-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-COUNT
               IF WS-APP-JOB(WS-I) = AH-JOB-ID
                  AND WS-APP-NAME(WS-I) = AH-APPLICANT
                  MOVE WS-I TO WS-APP-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-APP-IDX = 0
              ADD 1 TO WS-HIST-ORPHAN
              EXIT PARAGRAPH
           END-IF
      *>   The row written when the application was filed only sets
      *>   the clock.
           IF AH-OLD-STATUS = SPACE
              MOVE AH-DATE TO WS-APP-SINCE(WS-APP-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE AH-OLD-STATUS TO WS-STAT-IN
           PERFORM STAGE-OF-STATUS
           IF WS-STAGE-OUT >= 1 AND WS-STAGE-OUT <= 5
              MOVE WS-APP-SINCE(WS-APP-IDX) TO WS-DATE-NUM
              PERFORM DAYS-SINCE-TO-CHANGE
              IF WS-DATES-OK = 'Y'
                 AND WS-DUR-COUNT(WS-STAGE-OUT) < 2000
                 ADD 1 TO WS-DUR-COUNT(WS-STAGE-OUT)
                 MOVE WS-DAYS TO
                     WS-DUR-DAYS(WS-STAGE-OUT WS-DUR-COUNT(WS-STAGE-OUT))
              END-IF
           END-IF
           MOVE AH-DATE TO WS-APP-SINCE(WS-APP-IDX)
           MOVE AH-NEW-STATUS TO WS-STAT-IN
           PERFORM STAGE-OF-STATUS
           IF WS-STAGE-OUT > WS-APP-REACH(WS-APP-IDX)
              MOVE WS-STAGE-OUT TO WS-APP-REACH(WS-APP-IDX)
           END-IF
           IF AH-NEW-STATUS = 'H'
              MOVE WS-APP-FILED(WS-APP-IDX) TO WS-DATE-NUM
              PERFORM DAYS-SINCE-TO-CHANGE
              IF WS-DATES-OK = 'Y' AND WS-HIRE-COUNT < 2000
                 ADD 1 TO WS-HIRE-COUNT
                 MOVE WS-DAYS TO WS-HIRE-DAYS(WS-HIRE-COUNT)
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> Days from the date in WS-DATE-NUM to the change date on the
       *> history row; WS-DATES-OK is 'N' when either is unusable or
       *> the change predates the start.
       *>--------------------------------------------------
       DAYS-SINCE-TO-CHANGE.
           MOVE 'N' TO WS-DATES-OK
           IF WS-DATE-NUM IS NOT NUMERIC OR WS-DATE-NUM < 16010101
              OR AH-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE AH-DATE TO WS-DATE-NUM
           IF WS-DATE-NUM < 16010101
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-TO-INT < WS-FROM-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
           MOVE 'Y' TO WS-DATES-OK.

       STAGE-OF-STATUS.
           EVALUATE WS-STAT-IN
              WHEN 'N'   MOVE 1 TO WS-STAGE-OUT
              WHEN SPACE MOVE 1 TO WS-STAGE-OUT
              WHEN 'R'   MOVE 2 TO WS-STAGE-OUT
              WHEN 'C'   MOVE 3 TO WS-STAGE-OUT
              WHEN 'O'   MOVE 4 TO WS-STAGE-OUT
              WHEN 'A'   MOVE 5 TO WS-STAGE-OUT
              WHEN 'H'   MOVE 6 TO WS-STAGE-OUT
              WHEN OTHER MOVE 0 TO WS-STAGE-OUT
           END-EVALUATE.

       *>--------------------------------------------------
       *> An application counts in every stage up to the furthest it
       *> reached -- by the history or, for those filed before the
       *> history was kept, by its current status.
       *>--------------------------------------------------
       TALLY-FUNNEL.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-APP-COUNT
               MOVE WS-APP-STAT(WS-APP-IDX) TO WS-STAT-IN
               PERFORM STAGE-OF-STATUS
               IF WS-STAGE-OUT > WS-APP-REACH(WS-APP-IDX)
                  MOVE WS-STAGE-OUT TO WS-APP-REACH(WS-APP-IDX)
               END-IF
               PERFORM FIND-POSTING-ROW
               PERFORM FIND-COMPANY-ROW
               PERFORM FIND-MAJOR-ROW
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-APP-REACH(WS-APP-IDX)
                   ADD 1 TO WS-TOT-STAGE(WS-S)
                   IF WS-J > 0
                      ADD 1 TO WS-PST-STAGE(WS-J WS-S)
                   END-IF
                   IF WS-K > 0
                      ADD 1 TO WS-CO-STAGE(WS-K WS-S)
                   END-IF
                   IF WS-I > 0
                      ADD 1 TO WS-MAJ-STAGE(WS-I WS-S)
                   END-IF
               END-PERFORM
               IF WS-STAGE-OUT = 1 AND WS-J > 0
                  PERFORM AGE-WAITING-APPLICATION
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> Posting row for the application into WS-J (0 when the
       *> table is full), titled from jobs.dat when it is still
       *> there.
       *>--------------------------------------------------
       FIND-POSTING-ROW.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PST-COUNT
               IF WS-PST-JOB(WS-I) = WS-APP-JOB(WS-APP-IDX)
                  MOVE WS-I TO WS-J
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-J > 0 OR WS-PST-COUNT >= 500
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PST-COUNT
           MOVE WS-PST-COUNT TO WS-J
           INITIALIZE WS-PST-ENTRY(WS-J)
           MOVE WS-APP-JOB(WS-APP-IDX) TO WS-PST-JOB(WS-J)
           MOVE "(posting no longer on file)" TO WS-PST-TITLE(WS-J)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOB-COUNT
               IF WS-JOB-ID-T(WS-I) = WS-APP-JOB(WS-APP-IDX)
                  MOVE WS-JOB-TITLE-T(WS-I) TO WS-PST-TITLE(WS-J)
                  EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-COMPANY-ROW.
           MOVE 0 TO WS-K
           MOVE "(posting no longer on file)" TO WS-LABEL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOB-COUNT
               IF WS-JOB-ID-T(WS-I) = WS-APP-JOB(WS-APP-IDX)
                  MOVE WS-JOB-COMPANY-T(WS-I) TO WS-LABEL
                  IF WS-LABEL = SPACES
                     MOVE "(company not given)" TO WS-LABEL
                  END-IF
                  EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
               IF WS-CO-NAME(WS-I) = WS-LABEL
                  MOVE WS-I TO WS-K
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-K > 0 OR WS-CO-COUNT >= 200
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-COUNT
           MOVE WS-CO-COUNT TO WS-K
           INITIALIZE WS-CO-ENTRY(WS-K)
           MOVE WS-LABEL TO WS-CO-NAME(WS-K).

       *>--------------------------------------------------
       *> Major row into WS-I (0 when the table is full) -- called
       *> last, since WS-I is its answer.
       *>--------------------------------------------------
       FIND-MAJOR-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJ-COUNT
               IF WS-MAJ-NAME(WS-I) = WS-APP-MAJOR(WS-APP-IDX)
                  MOVE 'Y' TO WS-FOUND
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WS-MAJ-COUNT >= 100
              MOVE 0 TO WS-I
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAJ-COUNT
           MOVE WS-MAJ-COUNT TO WS-I
           INITIALIZE WS-MAJ-ENTRY(WS-I)
           MOVE WS-APP-MAJOR(WS-APP-IDX) TO WS-MAJ-NAME(WS-I).

       AGE-WAITING-APPLICATION.
           ADD 1 TO WS-PST-WAIT(WS-J)
           MOVE WS-APP-SINCE(WS-APP-IDX) TO WS-DATE-NUM
           IF WS-DATE-NUM IS NOT NUMERIC OR WS-DATE-NUM < 16010101
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-FROM-INT > WS-TODAY-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-FROM-INT
           IF WS-DAYS > WS-PST-OLDEST(WS-J)
              MOVE WS-DAYS TO WS-PST-OLDEST(WS-J)
           END-IF
           IF WS-DAYS > WS-STALE-DAYS
              ADD 1 TO WS-PST-STALE(WS-J)
              ADD 1 TO WS-STALE-TOTAL
           END-IF.

       WRITE-FUNNEL-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Hiring Funnel Report -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE "Applications reaching each stage, by posting:" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-STAGE-HEADING
           MOVE "All applications on file" TO WS-LABEL
           PERFORM WRITE-STAGE-LINE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PST-COUNT
               MOVE SPACES TO WS-LABEL
               STRING WS-PST-JOB(WS-J) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PST-TITLE(WS-J) DELIMITED BY SIZE
                      INTO WS-LABEL
               END-STRING
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
                   MOVE WS-PST-STAGE(WS-J WS-S) TO WS-TOT-STAGE(WS-S)
               END-PERFORM
               PERFORM WRITE-STAGE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Applications reaching each stage, by company:" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-STAGE-HEADING
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CO-COUNT
               MOVE WS-CO-NAME(WS-K) TO WS-LABEL
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
                   MOVE WS-CO-STAGE(WS-K WS-S) TO WS-TOT-STAGE(WS-S)
               END-PERFORM
               PERFORM WRITE-STAGE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Applications reaching each stage, by applicant major:"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-STAGE-HEADING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJ-COUNT
               MOVE WS-MAJ-NAME(WS-I) TO WS-LABEL
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
                   MOVE WS-MAJ-STAGE(WS-I WS-S) TO WS-TOT-STAGE(WS-S)
               END-PERFORM
               PERFORM WRITE-STAGE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Median days spent in each stage:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
               MOVE WS-DUR-COUNT(WS-S) TO WS-SORT-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SORT-COUNT
                   MOVE WS-DUR-DAYS(WS-S WS-I) TO WS-SORT-DAYS(WS-I)
               END-PERFORM
               MOVE WS-STAGE-NAME(WS-S) TO WS-LABEL
               PERFORM WRITE-MEDIAN-LINE
           END-PERFORM
           MOVE WS-HIRE-COUNT TO WS-SORT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SORT-COUNT
               MOVE WS-HIRE-DAYS(WS-I) TO WS-SORT-DAYS(WS-I)
           END-PERFORM
           MOVE "Time to hire (filed to Hired)" TO WS-LABEL
           PERFORM WRITE-MEDIAN-LINE

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE WS-STALE-DAYS TO WS-COUNT-DISPLAY
           STRING "Postings with applications waiting at New (flagged"
                      DELIMITED BY SIZE
                  " past " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " days):" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PST-COUNT
               IF WS-PST-WAIT(WS-J) > 0
                  MOVE 'Y' TO WS-FOUND
                  PERFORM WRITE-WAITING-LINE
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
              MOVE "  (none)" TO RPT-REC
              WRITE RPT-REC
           END-IF

           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "Applications on file:" TO WS-LABEL
           MOVE WS-APPL-TOTAL TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "Beyond the report's table (skipped):" TO WS-LABEL
           MOVE WS-APPL-OVERFLOW TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "Status changes replayed:" TO WS-LABEL
           MOVE WS-HIST-READ TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "Changes for archived applications:" TO WS-LABEL
           MOVE WS-HIST-ORPHAN TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "Applicants lacking a profile:" TO WS-LABEL
           MOVE WS-NO-PROFILE TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "Waiting at New past the threshold:" TO WS-LABEL
           MOVE WS-STALE-TOTAL TO WS-COUNT-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE.

       WRITE-STAGE-HEADING.
           MOVE SPACES TO RPT-REC
           STRING "  " DELIMITED BY SIZE
                  "                                    " DELIMITED BY SIZE
                  "     New  Review Contact   Offer  Accept   Hired"
                      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> One funnel row: WS-LABEL and the six counts staged in
       *> WS-TOT-STAGE.
       *>--------------------------------------------------
       WRITE-STAGE-LINE.
           MOVE SPACES TO WS-STAGE-LINE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
               MOVE WS-TOT-STAGE(WS-S) TO WS-COUNT-DISPLAY
               COMPUTE WS-I = (WS-S - 1) * 8 + 4
               MOVE WS-COUNT-DISPLAY TO WS-STAGE-LINE(WS-I:5)
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-LABEL DELIMITED BY SIZE
                  WS-STAGE-LINE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-MEDIAN-LINE.
           MOVE SPACES TO RPT-REC
           IF WS-SORT-COUNT = 0
              STRING "  " DELIMITED BY SIZE
                     WS-LABEL DELIMITED BY SIZE
                     "  (no completed stages yet)" DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM SORT-DAYS
           COMPUTE WS-MID = (WS-SORT-COUNT + 1) / 2
           IF FUNCTION MOD(WS-SORT-COUNT, 2) = 1
              MOVE WS-SORT-DAYS(WS-MID) TO WS-MEDIAN
           ELSE
              COMPUTE WS-MEDIAN =
                  (WS-SORT-DAYS(WS-MID) + WS-SORT-DAYS(WS-MID + 1)) / 2
           END-IF
           MOVE WS-MEDIAN TO WS-MEDIAN-DISPLAY
           MOVE WS-SORT-COUNT TO WS-COUNT-DISPLAY
           STRING "  " DELIMITED BY SIZE
                  WS-LABEL DELIMITED BY SIZE
                  WS-MEDIAN-DISPLAY DELIMITED BY SIZE
                  " days  (over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " applications)" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       *>--------------------------------------------------
       *> Insertion sort of WS-SORT-DAYS(1 .. WS-SORT-COUNT).
       *>--------------------------------------------------
       SORT-DAYS.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-SORT-COUNT
               MOVE WS-SORT-DAYS(WS-I) TO WS-SORT-HOLD
               MOVE WS-I TO WS-SORT-POS
               PERFORM UNTIL WS-SORT-POS < 2
                       OR WS-SORT-DAYS(WS-SORT-POS - 1) <= WS-SORT-HOLD
                   MOVE WS-SORT-DAYS(WS-SORT-POS - 1)
                       TO WS-SORT-DAYS(WS-SORT-POS)
                   SUBTRACT 1 FROM WS-SORT-POS
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-SORT-DAYS(WS-SORT-POS)
           END-PERFORM.

       WRITE-WAITING-LINE.
           MOVE WS-PST-WAIT(WS-J) TO WS-COUNT-DISPLAY
           MOVE WS-PST-OLDEST(WS-J) TO WS-AGE-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-PST-JOB(WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PST-TITLE(WS-J)(1:30) DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " waiting, oldest " DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           IF WS-PST-STALE(WS-J) > 0
              MOVE WS-PST-STALE(WS-J) TO WS-COUNT-DISPLAY
              MOVE "  ** STALE:" TO RPT-REC(71:11)
              MOVE WS-COUNT-DISPLAY TO RPT-REC(82:5)
           END-IF
           WRITE RPT-REC.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO RPT-REC
           STRING WS-LABEL DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       END PROGRAM FUNNEL-REPORT.
