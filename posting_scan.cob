       >>SOURCE FORMAT FREE
       *> Nightly batch job -- scores every open posting in jobs.dat
       *> against the fraud rules below and files the suspicious ones
       *> in reports.dat (source JOBPOST), where they come up in the
       *> console's MODERATION-QUEUE like any user report. A posting
       *> scoring WS-HOLD-SCORE or more is also set to status 'H' and
       *> drops off the board until an operator clears or removes it.
       *>
       *> Rules, one score per rule however often it hits:
       *>   banned term (bannedterms.dat) in title or text    3
       *>   fee / wire / gift-card payment wording             3
       *>   off-platform contact (chat apps, mail addresses)   2
       *>   same description posted under another company     3
       *>   poster with WS-FLOOD-LIMIT+ postings in one day    2
       *>   company with no page on the company register       1
       *> A posting already filed by an earlier run is not filed
       *> again, so a cleared posting stays cleared. The three
       *> thresholds are system parameters (SCAN-FLAG-SCORE,
       *> SCAN-HOLD-SCORE, SCAN-FLOOD-LIMIT in sysparams.dat); the
       *> report prints the values the run used and where each came
       *> from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT JOBS-TEMP-FILE ASSIGN TO "jobs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TMP-STATUS.

           SELECT BANNED-TERMS-FILE ASSIGN TO "bannedterms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-STATUS.

           SELECT COMPANIES-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT ABUSE-REPORTS-FILE ASSIGN TO "reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "posting-scan-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  JOBS-FILE.
       01  JOB-REC.
           05 JOB-ID          PIC 9(5).
           05 JOB-TITLE        PIC X(40).
           05 JOB-COMPANY      PIC X(30).
           05 JOB-LOCATION     PIC X(30).
           05 JOB-DESC         PIC X(150).
           05 JOB-POSTED-BY    PIC X(20).
           05 JOB-UNIVERSITY   PIC X(50).
           05 JOB-STATUS       PIC X.
           05 JOB-EXPIRES      PIC X(8).
           05 JOB-POSTED-DATE  PIC X(8).
           05 JOB-KIND         PIC X.

       FD  JOBS-TEMP-FILE.
       01  JOB-TEMP-REC   PIC X(343).

       FD  BANNED-TERMS-FILE.
       01  BANNED-TERM-REC PIC X(40).

       FD  COMPANIES-FILE.
       01  COMPANY-REC.
           05 CO-NAME          PIC X(30).
           05 FILLER           PIC X(184).

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

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(132).

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
       *> nightly stream.
       01  WS-BC-STATUS       PIC XX VALUE SPACES.
       01  WS-BC-PROGRAM      PIC X(20) VALUE "POSTING-SCAN".
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
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-JOB-TMP-STATUS  PIC XX VALUE SPACES.
       01  WS-BT-STATUS       PIC XX VALUE SPACES.
       01  WS-CO-STATUS       PIC XX VALUE SPACES.
       01  WS-RP-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-JOBS-DAT-NAME   PIC X(40) VALUE "jobs.dat".
       01  WS-JOBS-TMP-NAME   PIC X(40) VALUE "jobs.tmp".

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> Scoring thresholds: a posting at WS-FLAG-SCORE goes to the
       *> moderation queue, at WS-HOLD-SCORE it is also held. The
       *> compiled values are only the fallback -- sysparams.dat
       *> (maintained from ADMIN-CONSOLE) overrides them.
       01  WS-FLAG-SCORE      PIC 99 VALUE 3.
       01  WS-HOLD-SCORE      PIC 99 VALUE 5.
       01  WS-FLOOD-LIMIT     PIC 99 VALUE 4.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-FLAG-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-HOLD-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-FLOOD-SOURCE    PIC X(16) VALUE "compiled default".
       01  WS-PARM-NAME       PIC X(20).
       01  WS-PARM-VALUE      PIC 99.
       01  WS-PARM-SOURCE     PIC X(16).

       *> Payment and contact wording, upper case. Type 'M' is a
       *> request for money, 'C' a move off the platform.
       01  WS-PHRASE-LIST.
           05 FILLER PIC X(21) VALUE "MPAY A FEE           ".
           05 FILLER PIC X(21) VALUE "MAPPLICATION FEE     ".
           05 FILLER PIC X(21) VALUE "MTRAINING FEE        ".
           05 FILLER PIC X(21) VALUE "MGIFT CARD           ".
           05 FILLER PIC X(21) VALUE "MWIRE TRANSFER       ".
           05 FILLER PIC X(21) VALUE "MWIRE THE            ".
           05 FILLER PIC X(21) VALUE "MWIRE MONEY          ".
           05 FILLER PIC X(21) VALUE "MWIRE FUNDS          ".
           05 FILLER PIC X(21) VALUE "MWESTERN UNION       ".
           05 FILLER PIC X(21) VALUE "CWHATSAPP            ".
           05 FILLER PIC X(21) VALUE "CTELEGRAM            ".
           05 FILLER PIC X(21) VALUE "CSIGNAL APP          ".
           05 FILLER PIC X(21) VALUE "CTEXT ME             ".
           05 FILLER PIC X(21) VALUE "CCALL ME AT          ".
           05 FILLER PIC X(21) VALUE "C@GMAIL              ".
           05 FILLER PIC X(21) VALUE "C@YAHOO              ".
           05 FILLER PIC X(21) VALUE "C@OUTLOOK            ".
           05 FILLER PIC X(21) VALUE "C@HOTMAIL            ".
       01  WS-PHRASE-TABLE REDEFINES WS-PHRASE-LIST.
           05 WS-PHRASE-ENTRY OCCURS 18 TIMES.
              10 WS-PHRASE-TYPE PIC X.
              10 WS-PHRASE-TEXT PIC X(20).
       01  WS-PHRASE-COUNT    PIC 99 VALUE 18.

       01  WS-BT-COUNT        PIC 99 VALUE 0.
       01  WS-BT-TABLE.
           05 WS-BT-TERM OCCURS 50 TIMES PIC X(40).

       01  WS-CO-COUNT        PIC 999 VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-NAME-T OCCURS 500 TIMES PIC X(30).

       *> Job ids already filed by an earlier run, whatever the
       *> operator made of them since.
       01  WS-FILED-COUNT     PIC 999 VALUE 0.
       01  WS-FILED-TABLE.
           05 WS-FILED-ID OCCURS 500 TIMES PIC 9(5).
       01  WS-FILED-ID-X      PIC X(5).
       01  WS-RPTS-ON-FILE    PIC 9(5) VALUE 0.

       *> Postings in file order; pass two rewrites jobs.dat row for
       *> row against this table.
       01  WS-PJ-COUNT        PIC 999 VALUE 0.
       01  WS-PJ-TABLE.
           05 WS-PJ-ENTRY OCCURS 500 TIMES.
              10 WS-PJ-ID       PIC 9(5).
              10 WS-PJ-TITLE    PIC X(40).
              10 WS-PJ-COMPANY  PIC X(30).
              10 WS-PJ-DESC     PIC X(150).
              10 WS-PJ-BY       PIC X(20).
              10 WS-PJ-DATE     PIC X(8).
              10 WS-PJ-STATUS   PIC X.
              10 WS-PJ-SCORE    PIC 99.
              10 WS-PJ-REASONS  PIC X(120).
              10 WS-PJ-FILED    PIC X.
              10 WS-PJ-ACTION   PIC X.

       01  WS-SCAN-TEXT       PIC X(200).
       01  WS-SCAN-TERM       PIC X(40).
       01  WS-SCAN-LEN        PIC 99 VALUE 0.
       01  WS-SCAN-POS        PIC 999 VALUE 0.
       01  WS-SCAN-HIT        PIC X VALUE 'N'.
       01  WS-HIT-MONEY       PIC X VALUE 'N'.
       01  WS-HIT-CONTACT     PIC X VALUE 'N'.
       01  WS-HIT-BANNED      PIC X VALUE 'N'.
       01  WS-SAME-DAY        PIC 99 VALUE 0.
       01  WS-MATCHED         PIC X VALUE 'N'.
       01  WS-MATCHED-REASON  PIC X(30).
       01  WS-REASON-WORK     PIC X(132).

       01  WS-JOBS-READ       PIC 9(5) VALUE 0.
       01  WS-JOBS-SCANNED    PIC 9(5) VALUE 0.
       01  WS-JOBS-FLAGGED    PIC 9(5) VALUE 0.
       01  WS-JOBS-HELD       PIC 9(5) VALUE 0.
       01  WS-ROW             PIC 999 VALUE 0.
       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-SCORE-DISPLAY   PIC Z9.
       01  WS-I               PIC 999.
       01  WS-J               PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM LOAD-BANNED-TERMS
           PERFORM LOAD-COMPANIES
           PERFORM LOAD-FILED-POSTINGS
           PERFORM LOAD-POSTINGS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PJ-COUNT
               IF WS-PJ-STATUS(WS-I) = 'O'
                  AND WS-PJ-FILED(WS-I) = 'N'
                  ADD 1 TO WS-JOBS-SCANNED
                  PERFORM SCORE-ONE-POSTING
               END-IF
           END-PERFORM
           PERFORM FILE-FLAGGED-POSTINGS
           IF WS-JOBS-HELD > 0
              PERFORM REWRITE-HELD-POSTINGS
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-SCAN-REPORT
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
       *> Picks up the scoring thresholds from sysparams.dat; a missing
       *> file, a missing row or an unusable value leaves the compiled
       *> default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-VALUE IS NUMERIC
                     AND SP-VALUE > 0 AND SP-VALUE <= 99
                     EVALUATE SP-NAME
                        WHEN "SCAN-FLAG-SCORE"
                           MOVE SP-VALUE TO WS-FLAG-SCORE
                           MOVE "sysparams.dat" TO WS-FLAG-SOURCE
                        WHEN "SCAN-HOLD-SCORE"
                           MOVE SP-VALUE TO WS-HOLD-SCORE
                           MOVE "sysparams.dat" TO WS-HOLD-SOURCE
                        WHEN "SCAN-FLOOD-LIMIT"
                           MOVE SP-VALUE TO WS-FLOOD-LIMIT
                           MOVE "sysparams.dat" TO WS-FLOOD-SOURCE
                     END-EVALUATE
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

       LOAD-BANNED-TERMS.
           MOVE 0 TO WS-BT-COUNT
           OPEN INPUT BANNED-TERMS-FILE
           IF WS-BT-STATUS = "00"
              PERFORM READ-BANNED-TERM-RECORD
              PERFORM UNTIL WS-BT-STATUS NOT = "00" OR WS-BT-COUNT >= 50
                  IF BANNED-TERM-REC NOT = SPACES
                     ADD 1 TO WS-BT-COUNT
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BANNED-TERM-REC))
                         TO WS-BT-TERM(WS-BT-COUNT)
                  END-IF
                  PERFORM READ-BANNED-TERM-RECORD
              END-PERFORM
              CLOSE BANNED-TERMS-FILE
           END-IF.

       READ-BANNED-TERM-RECORD.
           READ BANNED-TERMS-FILE
               AT END
                   MOVE "EOF" TO WS-BT-STATUS
               NOT AT END
                   MOVE "00" TO WS-BT-STATUS
           END-READ.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANIES-FILE
           IF WS-CO-STATUS = "00"
              PERFORM READ-COMPANY-RECORD
              PERFORM UNTIL WS-CO-STATUS NOT = "00" OR WS-CO-COUNT >= 500
                  IF CO-NAME NOT = SPACES
                     ADD 1 TO WS-CO-COUNT
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                         TO WS-CO-NAME-T(WS-CO-COUNT)
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

       *>--------------------------------------------------
       *> Scan filings carry the job id in the first columns of the
       *> report text ("#nnnnn ..."), which is how they are matched
       *> back to postings here and in the console.
       *>--------------------------------------------------
       LOAD-FILED-POSTINGS.
           MOVE 0 TO WS-FILED-COUNT
           MOVE 0 TO WS-RPTS-ON-FILE
           OPEN INPUT ABUSE-REPORTS-FILE
           IF WS-RP-STATUS = "00"
              PERFORM READ-ABUSE-REPORT-RECORD
              PERFORM UNTIL WS-RP-STATUS NOT = "00"
                  ADD 1 TO WS-RPTS-ON-FILE
                  MOVE RP-CONTENT(2:5) TO WS-FILED-ID-X
                  IF RP-SOURCE = "JOBPOST"
                     AND WS-FILED-ID-X IS NUMERIC
                     AND WS-FILED-COUNT < 500
                     ADD 1 TO WS-FILED-COUNT
                     MOVE WS-FILED-ID-X TO WS-FILED-ID(WS-FILED-COUNT)
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

       LOAD-POSTINGS.
           MOVE 0 TO WS-PJ-COUNT
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  ADD 1 TO WS-JOBS-READ
                  IF WS-PJ-COUNT < 500
                     ADD 1 TO WS-PJ-COUNT
                     MOVE JOB-ID          TO WS-PJ-ID(WS-PJ-COUNT)
                     MOVE JOB-TITLE       TO WS-PJ-TITLE(WS-PJ-COUNT)
                     MOVE JOB-COMPANY     TO WS-PJ-COMPANY(WS-PJ-COUNT)
                     MOVE JOB-DESC        TO WS-PJ-DESC(WS-PJ-COUNT)
                     MOVE JOB-POSTED-BY   TO WS-PJ-BY(WS-PJ-COUNT)
                     MOVE JOB-POSTED-DATE TO WS-PJ-DATE(WS-PJ-COUNT)
                     MOVE JOB-STATUS      TO WS-PJ-STATUS(WS-PJ-COUNT)
                     MOVE 0               TO WS-PJ-SCORE(WS-PJ-COUNT)
                     MOVE SPACES          TO WS-PJ-REASONS(WS-PJ-COUNT)
                     MOVE 'N'             TO WS-PJ-FILED(WS-PJ-COUNT)
                     MOVE SPACE           TO WS-PJ-ACTION(WS-PJ-COUNT)
                     PERFORM VARYING WS-J FROM 1 BY 1
                             UNTIL WS-J > WS-FILED-COUNT
                         IF WS-FILED-ID(WS-J) = JOB-ID
                            MOVE 'Y' TO WS-PJ-FILED(WS-PJ-COUNT)
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
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
       *> Scores posting WS-I. Each rule adds its weight once and
       *> names itself in WS-PJ-REASONS for the moderator.
       *>--------------------------------------------------
       SCORE-ONE-POSTING.
           MOVE SPACES TO WS-SCAN-TEXT
           STRING WS-PJ-TITLE(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PJ-DESC(WS-I) DELIMITED BY SIZE
                  INTO WS-SCAN-TEXT
           END-STRING
           MOVE FUNCTION UPPER-CASE(WS-SCAN-TEXT) TO WS-SCAN-TEXT

           MOVE 'N' TO WS-HIT-BANNED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-BT-COUNT
                   OR WS-HIT-BANNED = 'Y'
               MOVE WS-BT-TERM(WS-J) TO WS-SCAN-TERM
               PERFORM FIND-SCAN-TERM
               MOVE WS-SCAN-HIT TO WS-HIT-BANNED
           END-PERFORM
           IF WS-HIT-BANNED = 'Y'
              ADD 3 TO WS-PJ-SCORE(WS-I)
              MOVE "banned term" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF

           MOVE 'N' TO WS-HIT-MONEY
           MOVE 'N' TO WS-HIT-CONTACT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PHRASE-COUNT
               MOVE WS-PHRASE-TEXT(WS-J) TO WS-SCAN-TERM
               PERFORM FIND-SCAN-TERM
               IF WS-SCAN-HIT = 'Y'
                  IF WS-PHRASE-TYPE(WS-J) = 'M'
                     MOVE 'Y' TO WS-HIT-MONEY
                  ELSE
                     MOVE 'Y' TO WS-HIT-CONTACT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-MONEY = 'Y'
              ADD 3 TO WS-PJ-SCORE(WS-I)
              MOVE "asks for payment" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF
           IF WS-HIT-CONTACT = 'Y'
              ADD 2 TO WS-PJ-SCORE(WS-I)
              MOVE "off-platform contact" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF

      *>   The same text under a different company name, anywhere on
      *>   file -- the copied-listing pattern.
           MOVE 'N' TO WS-MATCHED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PJ-COUNT
               IF WS-J NOT = WS-I
                  AND WS-PJ-DESC(WS-J) NOT = SPACES
                  AND FUNCTION UPPER-CASE(WS-PJ-DESC(WS-J)) =
                      FUNCTION UPPER-CASE(WS-PJ-DESC(WS-I))
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PJ-COMPANY(WS-J))) NOT =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PJ-COMPANY(WS-I)))
                  MOVE 'Y' TO WS-MATCHED
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCHED = 'Y'
              ADD 3 TO WS-PJ-SCORE(WS-I)
              MOVE "text reused by another company" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF

           MOVE 0 TO WS-SAME-DAY
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PJ-COUNT
               IF WS-PJ-BY(WS-J) = WS-PJ-BY(WS-I)
                  AND WS-PJ-DATE(WS-J) = WS-PJ-DATE(WS-I)
                  ADD 1 TO WS-SAME-DAY
               END-IF
           END-PERFORM
           IF WS-SAME-DAY >= WS-FLOOD-LIMIT
              ADD 2 TO WS-PJ-SCORE(WS-I)
              MOVE "many postings in a day" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF

           MOVE 'N' TO WS-MATCHED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CO-COUNT
               IF WS-CO-NAME-T(WS-J) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PJ-COMPANY(WS-I)))
                  MOVE 'Y' TO WS-MATCHED
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCHED = 'N'
              ADD 1 TO WS-PJ-SCORE(WS-I)
              MOVE "no company page" TO WS-MATCHED-REASON
              PERFORM ADD-REASON
           END-IF

           IF WS-PJ-SCORE(WS-I) >= WS-HOLD-SCORE
              MOVE 'H' TO WS-PJ-ACTION(WS-I)
              ADD 1 TO WS-JOBS-HELD
              ADD 1 TO WS-JOBS-FLAGGED
           ELSE
              IF WS-PJ-SCORE(WS-I) >= WS-FLAG-SCORE
                 MOVE 'F' TO WS-PJ-ACTION(WS-I)
                 ADD 1 TO WS-JOBS-FLAGGED
              END-IF
           END-IF.

       ADD-REASON.
           IF WS-PJ-REASONS(WS-I) = SPACES
              MOVE WS-MATCHED-REASON TO WS-PJ-REASONS(WS-I)
           ELSE
              MOVE SPACES TO WS-REASON-WORK
              STRING FUNCTION TRIM(WS-PJ-REASONS(WS-I)) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MATCHED-REASON) DELIMITED BY SIZE
                     INTO WS-REASON-WORK
              END-STRING
              MOVE WS-REASON-WORK TO WS-PJ-REASONS(WS-I)
           END-IF.

       *>--------------------------------------------------
       *> Substring test of WS-SCAN-TERM against WS-SCAN-TEXT, both
       *> already in upper case.
       *>--------------------------------------------------
       FIND-SCAN-TERM.
           MOVE 'N' TO WS-SCAN-HIT
           IF WS-SCAN-TERM = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-TERM)) TO WS-SCAN-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > (201 - WS-SCAN-LEN)
                   OR WS-SCAN-HIT = 'Y'
               IF WS-SCAN-TEXT(WS-SCAN-POS:WS-SCAN-LEN) =
                  WS-SCAN-TERM(1:WS-SCAN-LEN)
                  MOVE 'Y' TO WS-SCAN-HIT
               END-IF
           END-PERFORM.

       *>--------------------------------------------------
       *> One reports.dat row per flagged posting, filed by the
       *> system account against the poster.
       *>--------------------------------------------------
       FILE-FLAGGED-POSTINGS.
           IF WS-JOBS-FLAGGED = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ABUSE-REPORTS-FILE
           IF WS-RP-STATUS = "35"
              OPEN OUTPUT ABUSE-REPORTS-FILE
           END-IF
           IF WS-RP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PJ-COUNT
               IF WS-PJ-ACTION(WS-I) = 'F' OR WS-PJ-ACTION(WS-I) = 'H'
                  MOVE SPACES TO ABUSE-REPORT-REC
                  MOVE "incollege" TO RP-REPORTER
                  MOVE WS-PJ-BY(WS-I) TO RP-OFFENDER
                  MOVE "JOBPOST" TO RP-SOURCE
                  MOVE WS-RUN-DATE TO RP-DATE
                  MOVE WS-RUN-TIME TO RP-TIME
                  MOVE '5' TO RP-REASON
                  MOVE 'P' TO RP-STATUS
                  MOVE WS-PJ-SCORE(WS-I) TO WS-SCORE-DISPLAY
                  STRING "#" DELIMITED BY SIZE
                         WS-PJ-ID(WS-I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PJ-TITLE(WS-I)) DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PJ-COMPANY(WS-I)) DELIMITED BY SIZE
                         " -- score " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SCORE-DISPLAY) DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PJ-REASONS(WS-I)) DELIMITED BY SIZE
                         INTO RP-CONTENT
                  END-STRING
                  WRITE ABUSE-REPORT-REC
              END-IF
           END-PERFORM
           CLOSE ABUSE-REPORTS-FILE.

       *>--------------------------------------------------
       *> Held postings are switched to 'H' through jobs.tmp; rows
       *> past the in-memory table are copied as read.
       *>--------------------------------------------------
       REWRITE-HELD-POSTINGS.
           MOVE 0 TO WS-ROW
           OPEN OUTPUT JOBS-TEMP-FILE
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  ADD 1 TO WS-ROW
                  IF WS-ROW <= WS-PJ-COUNT
                     IF WS-PJ-ACTION(WS-ROW) = 'H'
                        AND WS-PJ-ID(WS-ROW) = JOB-ID
                        MOVE 'H' TO JOB-STATUS
                     END-IF
                  END-IF
                  MOVE JOB-REC TO JOB-TEMP-REC
                  WRITE JOB-TEMP-REC
                  PERFORM READ-JOB-RECORD
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           CLOSE JOBS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-JOBS-TMP-NAME
                                         WS-JOBS-DAT-NAME.

       WRITE-SCAN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-REC
           STRING "InCollege Suspicious Posting Scan -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE "SCAN-FLAG-SCORE" TO WS-PARM-NAME
           MOVE WS-FLAG-SCORE TO WS-PARM-VALUE
           MOVE WS-FLAG-SOURCE TO WS-PARM-SOURCE
           PERFORM WRITE-PARAMETER-LINE
           MOVE "SCAN-HOLD-SCORE" TO WS-PARM-NAME
           MOVE WS-HOLD-SCORE TO WS-PARM-VALUE
           MOVE WS-HOLD-SOURCE TO WS-PARM-SOURCE
           PERFORM WRITE-PARAMETER-LINE
           MOVE "SCAN-FLOOD-LIMIT" TO WS-PARM-NAME
           MOVE WS-FLOOD-LIMIT TO WS-PARM-VALUE
           MOVE WS-FLOOD-SOURCE TO WS-PARM-SOURCE
           PERFORM WRITE-PARAMETER-LINE

           MOVE WS-JOBS-SCANNED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Open postings scanned:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-JOBS-FLAGGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Sent for moderation:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           MOVE WS-JOBS-HELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Held off the board:      " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PJ-COUNT
               IF WS-PJ-ACTION(WS-I) = 'F' OR WS-PJ-ACTION(WS-I) = 'H'
                  MOVE WS-PJ-SCORE(WS-I) TO WS-SCORE-DISPLAY
                  MOVE SPACES TO RPT-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-PJ-ID(WS-I) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-PJ-BY(WS-I) DELIMITED BY SIZE
                         " score " DELIMITED BY SIZE
                         WS-SCORE-DISPLAY DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PJ-REASONS(WS-I)) DELIMITED BY SIZE
                         INTO RPT-REC
                  END-STRING
                  IF WS-PJ-ACTION(WS-I) = 'H'
                     MOVE SPACES TO WS-REASON-WORK
                     STRING FUNCTION TRIM(RPT-REC) DELIMITED BY SIZE
                            " [HELD]" DELIMITED BY SIZE
                            INTO WS-REASON-WORK
                     END-STRING
                     MOVE WS-REASON-WORK TO RPT-REC
                  END-IF
                  WRITE RPT-REC
              END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-PARAMETER-LINE.
           MOVE WS-PARM-VALUE TO WS-SCORE-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Parameter " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-NAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCORE-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

       WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE TO WS-BC-DATE
           MOVE "jobs.dat" TO WS-BC-FILE
           MOVE WS-JOBS-READ TO WS-BC-READ
           MOVE WS-JOBS-READ TO WS-BC-WRITTEN
           PERFORM WRITE-CONTROL-RECORD
           MOVE "reports.dat" TO WS-BC-FILE
           MOVE WS-RPTS-ON-FILE TO WS-BC-READ
           MOVE WS-JOBS-FLAGGED TO WS-BC-ADDED
           COMPUTE WS-BC-WRITTEN = WS-RPTS-ON-FILE + WS-JOBS-FLAGGED
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

       END PROGRAM POSTING-SCAN.
