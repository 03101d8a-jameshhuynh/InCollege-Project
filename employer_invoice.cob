       >>SOURCE FORMAT FREE
       *> Month-end batch job -- bills partner employers for the
       *> postings they made under their posting contracts
       *> (companies.dat). The billing month is the month of the
       *> business date, or the month before when the run falls on the
       *> 1st. Only the run after a month has ended bills it; a run
       *> while the month is still in progress prints interim
       *> statements (employer-interim-<yyyymm>.txt) showing charges
       *> to date, writes no bursar rows and closes no billing period.
       *> Every posting dated in that month is picked up from
       *> jobs.dat and from each day's job archive
       *> (jobarchive-<date>.dat) the expiry sweep wrote since the
       *> month began, so a posting that has already expired is still
       *> billed. A posting reinstated from an archive is in both and
       *> is billed once. A posting still held ('P') for its
       *> recruiter's company claim has taken no credit and is not
       *> billed.
       *> Each contracted company gets one statement in
       *> employer-invoices-<yyyymm>.txt listing its postings and days
       *> live, credits used against the allowance, and the charge; the
       *> bursar gets one pipe-delimited row per company in
       *> ar-summary-<yyyymm>.dat. A contract whose billing period ends
       *> with this month starts its next period with no credits used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYER-INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT JOB-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-JOB-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JARCH-STATUS.

           SELECT COMPANIES-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT COMPANIES-TEMP-FILE ASSIGN TO "companies.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-TMP-STATUS.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT AR-FILE ASSIGN TO DYNAMIC WS-AR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

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

       FD  JOB-ARCHIVE-FILE.
       01  JOB-ARCHIVE-REC PIC X(343).

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

       FD  INVOICE-FILE.
       01  INV-REC        PIC X(100).

       FD  AR-FILE.
       01  AR-REC         PIC X(120).

       FD  PROCDATE-FILE.
       01  PROCDATE-REC   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS       PIC XX VALUE SPACES.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-JARCH-STATUS    PIC XX VALUE SPACES.
       01  WS-CO-STATUS       PIC XX VALUE SPACES.
       01  WS-CO-TMP-STATUS   PIC XX VALUE SPACES.
       01  WS-INV-STATUS      PIC XX VALUE SPACES.
       01  WS-AR-STATUS       PIC XX VALUE SPACES.

       01  WS-COMPANIES-DAT-NAME PIC X(40) VALUE "companies.dat".
       01  WS-COMPANIES-TMP-NAME PIC X(40) VALUE "companies.tmp".
       01  WS-JOB-ARCH-NAME   PIC X(40) VALUE SPACES.
       01  WS-INVOICE-NAME    PIC X(40) VALUE SPACES.
       01  WS-AR-NAME         PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> The billing month and its first and last days.
       01  WS-BILL-MONTH      PIC X(6).
       01  WS-MONTH-FIRST     PIC X(8).
       01  WS-MONTH-LAST      PIC X(8).
       01  WS-DATE-NUM        PIC 9(8).
       01  WS-DATE-INT        PIC 9(8).
       01  WS-LAST-DAY        PIC 99.
       01  WS-DAY             PIC 99.
       01  WS-ARCH-DATE       PIC X(8).
       01  WS-RUN-DAY         PIC 99.
       *> 'Y' while the billing month has not ended yet.
       01  WS-INTERIM         PIC X VALUE 'N'.
       01  WS-AMOUNT-LABEL    PIC X(26).

       *> The company register, with this month's billing per company.
       01  WS-CO-COUNT        PIC 99 VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
              10 WS-CO-REC-T     PIC X(214).
              10 WS-CO-KEY-T     PIC X(30).
              10 WS-CO-POSTS-T   PIC 9(4).
              10 WS-CO-DAYS-T    PIC 9(6).
              10 WS-CO-CLOSED-T  PIC X.
       01  WS-CO-IDX          PIC 99.
       01  WS-CO-CHANGED      PIC X VALUE 'N'.
       01  WS-CO-KEY          PIC X(30).

       *> Postings billed this month, in the order they were found.
       01  WS-PB-COUNT        PIC 999 VALUE 0.
       01  WS-PB-TABLE.
           05 WS-PB-ENTRY OCCURS 500 TIMES.
              10 WS-PB-CO      PIC 99.
              10 WS-PB-ID      PIC 9(5).
              10 WS-PB-TITLE   PIC X(40).
              10 WS-PB-POSTED  PIC X(8).
              10 WS-PB-ENDED   PIC X(8).
              10 WS-PB-DAYS    PIC 9(4).
              10 WS-PB-OPEN    PIC X.

       *> Every posting id dated in the billing month seen so far, so
       *> one reinstated from an archive (and so in both jobs.dat and
       *> the archive) is counted once.
       01  WS-SEEN-COUNT      PIC 9(4) VALUE 0.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ID OCCURS 2000 TIMES PIC 9(5).
       01  WS-SEEN-DUP        PIC X.
       01  WS-DUPLICATES      PIC 9(5) VALUE 0.

       *> Working fields for one posting.
       01  WS-END-DATE        PIC X(8).
       01  WS-START-INT       PIC 9(8).
       01  WS-END-INT         PIC 9(8).
       01  WS-DAYS-LIVE       PIC S9(6).
       01  WS-POST-OPEN       PIC X.

       *> Billing-period arithmetic, in months counted from year zero.
       01  WS-PERIOD-MONTHS   PIC 99.
       01  WS-START-MONTH-NO  PIC 9(6).
       01  WS-BILL-MONTH-NO   PIC 9(6).
       01  WS-YYYY            PIC 9(4).
       01  WS-MM              PIC 99.

       01  WS-AMOUNT          PIC 9(7)V99.
       01  WS-REMAINING       PIC 9(4).
       01  WS-TOTAL-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-INVOICED        PIC 9(5) VALUE 0.
       01  WS-PERIODS-CLOSED  PIC 9(5) VALUE 0.
       01  WS-UNMATCHED       PIC 9(5) VALUE 0.
       01  WS-ARCHIVES-READ   PIC 9(5) VALUE 0.

       01  WS-COUNT-DISPLAY   PIC ZZZZ9.
       01  WS-DAYS-DISPLAY    PIC ZZZ9.
       01  WS-ALLOW-DISPLAY   PIC ZZZ9.
       01  WS-USED-DISPLAY    PIC ZZZ9.
       01  WS-RATE-DISPLAY    PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AR-AMOUNT       PIC 9(7).99.
       01  WS-AR-RATE         PIC 9(5).99.
       01  WS-I               PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM SET-BILLING-MONTH
           PERFORM LOAD-COMPANIES
           PERFORM SCAN-CURRENT-JOBS
           PERFORM SCAN-JOB-ARCHIVES
           OPEN OUTPUT INVOICE-FILE
           IF WS-INTERIM = 'N'
              OPEN OUTPUT AR-FILE
           END-IF
           PERFORM WRITE-INVOICE-HEADER
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-REC-T(WS-CO-IDX) TO COMPANY-REC
               IF CO-BILL-PERIOD NOT = SPACE
                  PERFORM INVOICE-ONE-COMPANY
               END-IF
           END-PERFORM
           PERFORM WRITE-INVOICE-TOTALS
           IF WS-INTERIM = 'N'
              CLOSE AR-FILE
           END-IF
           CLOSE INVOICE-FILE
           IF WS-CO-CHANGED = 'Y'
              PERFORM SAVE-COMPANIES
           END-IF
           STOP RUN.

       *>--------------------------------------------------
       *> The business date comes from procdate.dat, advanced by the
       *> nightly driver, so a rerun bills the month the failed run
       *> would have. A missing or empty control file falls back to
       *> the machine date.
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
       *> A run on the 1st is the month-end run for the month just
       *> ended; any other day gives interim statements for the month
       *> in progress.
       *>--------------------------------------------------
       SET-BILLING-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY
           IF WS-RUN-DAY = 1
              MOVE WS-RUN-DATE(1:4) TO WS-YYYY
              MOVE WS-RUN-DATE(5:2) TO WS-MM
              SUBTRACT 1 FROM WS-MM
              IF WS-MM = 0
                 MOVE 12 TO WS-MM
                 SUBTRACT 1 FROM WS-YYYY
              END-IF
              MOVE WS-YYYY TO WS-BILL-MONTH(1:4)
              MOVE WS-MM TO WS-BILL-MONTH(5:2)
           END-IF
           MOVE SPACES TO WS-MONTH-FIRST
           STRING WS-BILL-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO WS-MONTH-FIRST
           END-STRING
      *>   Last day of the month: the day before the first of the next.
           MOVE WS-BILL-MONTH(1:4) TO WS-YYYY
           MOVE WS-BILL-MONTH(5:2) TO WS-MM
           ADD 1 TO WS-MM
           IF WS-MM > 12
              MOVE 1 TO WS-MM
              ADD 1 TO WS-YYYY
           END-IF
           COMPUTE WS-DATE-NUM = WS-YYYY * 10000 + WS-MM * 100 + 1
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-MONTH-LAST
           MOVE WS-MONTH-LAST(7:2) TO WS-LAST-DAY
           IF WS-RUN-DATE > WS-MONTH-LAST
              MOVE 'N' TO WS-INTERIM
           ELSE
              MOVE 'Y' TO WS-INTERIM
           END-IF
           MOVE WS-BILL-MONTH(1:4) TO WS-YYYY
           MOVE WS-BILL-MONTH(5:2) TO WS-MM
           COMPUTE WS-BILL-MONTH-NO = WS-YYYY * 12 + WS-MM - 1

           MOVE SPACES TO WS-INVOICE-NAME
           IF WS-INTERIM = 'Y'
              STRING "employer-interim-" DELIMITED BY SIZE
                     WS-BILL-MONTH DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-INVOICE-NAME
              END-STRING
           ELSE
              STRING "employer-invoices-" DELIMITED BY SIZE
                     WS-BILL-MONTH DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-INVOICE-NAME
              END-STRING
           END-IF
           MOVE SPACES TO WS-AR-NAME
           STRING "ar-summary-" DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-AR-NAME
           END-STRING.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANIES-FILE
           IF WS-CO-STATUS = "00"
              PERFORM READ-COMPANY-RECORD
              PERFORM UNTIL WS-CO-STATUS NOT = "00" OR WS-CO-COUNT >= 50
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
                  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                      TO WS-CO-KEY-T(WS-CO-COUNT)
                  MOVE 0 TO WS-CO-POSTS-T(WS-CO-COUNT)
                  MOVE 0 TO WS-CO-DAYS-T(WS-CO-COUNT)
                  MOVE 'N' TO WS-CO-CLOSED-T(WS-CO-COUNT)
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
       *> Postings still open run to the business date, or to their
       *> expiry date when that has already passed.
       *>--------------------------------------------------
       SCAN-CURRENT-JOBS.
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS = "00"
              PERFORM READ-JOB-RECORD
              PERFORM UNTIL WS-JOB-STATUS NOT = "00"
                  MOVE WS-RUN-DATE TO WS-END-DATE
                  MOVE 'Y' TO WS-POST-OPEN
                  IF JOB-EXPIRES NOT = SPACES
                     AND JOB-EXPIRES < WS-END-DATE
                     MOVE JOB-EXPIRES TO WS-END-DATE
                     MOVE 'N' TO WS-POST-OPEN
                  END-IF
                  PERFORM BILL-ONE-POSTING
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
       *> The expiry sweep writes one archive per business day; a day
       *> with nothing expired (or no sweep) has no file and is
       *> skipped. Archived postings ran to their expiry date. On a
       *> run on the 1st the sweep may already have archived that
       *> morning, so the run date's archive is read as well.
       *>--------------------------------------------------
       SCAN-JOB-ARCHIVES.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > WS-LAST-DAY
               MOVE WS-MONTH-FIRST TO WS-ARCH-DATE
               MOVE WS-DAY TO WS-ARCH-DATE(7:2)
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           IF WS-RUN-DATE > WS-MONTH-LAST
              MOVE WS-RUN-DATE TO WS-ARCH-DATE
              PERFORM SCAN-ONE-ARCHIVE
           END-IF.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-JOB-ARCH-NAME
           STRING "jobarchive-" DELIMITED BY SIZE
                  WS-ARCH-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-JOB-ARCH-NAME
           END-STRING
           OPEN INPUT JOB-ARCHIVE-FILE
           IF WS-JARCH-STATUS = "00"
              ADD 1 TO WS-ARCHIVES-READ
              PERFORM READ-ARCHIVE-RECORD
              PERFORM UNTIL WS-JARCH-STATUS NOT = "00"
                  MOVE JOB-ARCHIVE-REC TO JOB-REC
                  MOVE WS-ARCH-DATE TO WS-END-DATE
                  MOVE 'N' TO WS-POST-OPEN
                  IF JOB-EXPIRES NOT = SPACES
                     AND JOB-EXPIRES < WS-END-DATE
                     MOVE JOB-EXPIRES TO WS-END-DATE
                  END-IF
                  PERFORM BILL-ONE-POSTING
                  PERFORM READ-ARCHIVE-RECORD
              END-PERFORM
              CLOSE JOB-ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ JOB-ARCHIVE-FILE
               AT END
                   MOVE "EOF" TO WS-JARCH-STATUS
               NOT AT END
                   MOVE "00" TO WS-JARCH-STATUS
           END-READ.

       *>--------------------------------------------------
       *> A posting is billed in the month it was posted. Postings
       *> from before contracts were kept carry no posted date and are
       *> never billed; postings for a company not on the register are
       *> only counted. jobs.dat is read first, so a reinstated posting
       *> is billed as the live copy and its archived copy is skipped.
       *>--------------------------------------------------
       BILL-ONE-POSTING.
           IF JOB-POSTED-DATE = SPACES
              OR JOB-POSTED-DATE IS NOT NUMERIC
              OR JOB-POSTED-DATE(1:6) NOT = WS-BILL-MONTH
              OR JOB-STATUS = 'P'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEEN-DUP
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEEN-COUNT
               IF WS-SEEN-ID(WS-I) = JOB-ID
                  MOVE 'Y' TO WS-SEEN-DUP
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEEN-DUP = 'Y'
              ADD 1 TO WS-DUPLICATES
              EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-COUNT < 2000
              ADD 1 TO WS-SEEN-COUNT
              MOVE JOB-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-COMPANY)) TO WS-CO-KEY
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CO-COUNT
               IF WS-CO-KEY-T(WS-I) = WS-CO-KEY
                  MOVE WS-I TO WS-CO-IDX
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-IDX = 0
              ADD 1 TO WS-UNMATCHED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-REC-T(WS-CO-IDX) TO COMPANY-REC
           IF CO-BILL-PERIOD = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-PB-COUNT >= 500
              EXIT PARAGRAPH
           END-IF

           MOVE JOB-POSTED-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-END-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-LIVE = WS-END-INT - WS-START-INT + 1
           IF WS-DAYS-LIVE < 0
              MOVE 0 TO WS-DAYS-LIVE
           END-IF

           ADD 1 TO WS-PB-COUNT
           MOVE WS-CO-IDX       TO WS-PB-CO(WS-PB-COUNT)
           MOVE JOB-ID          TO WS-PB-ID(WS-PB-COUNT)
           MOVE JOB-TITLE       TO WS-PB-TITLE(WS-PB-COUNT)
           MOVE JOB-POSTED-DATE TO WS-PB-POSTED(WS-PB-COUNT)
           MOVE WS-END-DATE     TO WS-PB-ENDED(WS-PB-COUNT)
           MOVE WS-DAYS-LIVE    TO WS-PB-DAYS(WS-PB-COUNT)
           MOVE WS-POST-OPEN    TO WS-PB-OPEN(WS-PB-COUNT)
           ADD 1 TO WS-CO-POSTS-T(WS-CO-IDX)
           ADD WS-DAYS-LIVE TO WS-CO-DAYS-T(WS-CO-IDX).

       WRITE-INVOICE-HEADER.
           MOVE SPACES TO INV-REC
           IF WS-INTERIM = 'Y'
              STRING "InCollege Employer Interim Statements -- "
                         DELIMITED BY SIZE
                     WS-MONTH-FIRST DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO INV-REC
              END-STRING
           ELSE
              STRING "InCollege Employer Posting Invoices -- "
                         DELIMITED BY SIZE
                     WS-MONTH-FIRST DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     WS-MONTH-LAST DELIMITED BY SIZE
                     INTO INV-REC
              END-STRING
           END-IF
           WRITE INV-REC
           IF WS-INTERIM = 'Y'
              MOVE "Month in progress -- not an invoice; nothing is billed until it ends."
                  TO INV-REC
              WRITE INV-REC
           END-IF
           MOVE SPACES TO INV-REC
           STRING "Run " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC
           MOVE "========================================" TO INV-REC
           WRITE INV-REC.

       *>--------------------------------------------------
       *> One statement per contracted company. Each posting made in
       *> the month spent one credit, so the charge is the month's
       *> postings at the contract rate.
       *>--------------------------------------------------
       INVOICE-ONE-COMPANY.
           ADD 1 TO WS-INVOICED
           MOVE SPACES TO INV-REC
           WRITE INV-REC
           MOVE SPACES TO INV-REC
           STRING "Statement for: " DELIMITED BY SIZE
                  FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC
           MOVE SPACES TO INV-REC
           EVALUATE CO-BILL-PERIOD
              WHEN 'Q'
                 STRING "Contract: quarterly, period from " DELIMITED BY SIZE
                        CO-PERIOD-START DELIMITED BY SIZE
                        INTO INV-REC
                 END-STRING
              WHEN 'A'
                 STRING "Contract: annual, period from " DELIMITED BY SIZE
                        CO-PERIOD-START DELIMITED BY SIZE
                        INTO INV-REC
                 END-STRING
              WHEN OTHER
                 STRING "Contract: monthly, period from " DELIMITED BY SIZE
                        CO-PERIOD-START DELIMITED BY SIZE
                        INTO INV-REC
                 END-STRING
           END-EVALUATE
           WRITE INV-REC
           MOVE "----------------------------------------" TO INV-REC
           WRITE INV-REC

           IF WS-CO-POSTS-T(WS-CO-IDX) = 0
              MOVE "  No postings this month." TO INV-REC
              WRITE INV-REC
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PB-COUNT
               IF WS-PB-CO(WS-I) = WS-CO-IDX
                  PERFORM WRITE-POSTING-LINE
               END-IF
           END-PERFORM

           MOVE WS-CO-POSTS-T(WS-CO-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Postings this month:      " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-CO-DAYS-T(WS-CO-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Total days live:          " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           IF CO-CREDIT-USED < CO-CREDIT-ALLOW
              COMPUTE WS-REMAINING = CO-CREDIT-ALLOW - CO-CREDIT-USED
           ELSE
              MOVE 0 TO WS-REMAINING
           END-IF
           MOVE CO-CREDIT-USED TO WS-USED-DISPLAY
           MOVE CO-CREDIT-ALLOW TO WS-ALLOW-DISPLAY
           MOVE WS-REMAINING TO WS-DAYS-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Credits used this period: " DELIMITED BY SIZE
                  WS-USED-DISPLAY DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-ALLOW-DISPLAY DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                  " remaining)" DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           COMPUTE WS-AMOUNT = WS-CO-POSTS-T(WS-CO-IDX) * CO-CREDIT-RATE
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE CO-CREDIT-RATE TO WS-RATE-DISPLAY
           MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-INTERIM = 'Y'
              MOVE "Charges to date:" TO WS-AMOUNT-LABEL
           ELSE
              MOVE "Amount due:" TO WS-AMOUNT-LABEL
           END-IF
           MOVE SPACES TO INV-REC
           STRING WS-AMOUNT-LABEL DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
                  " per credit)" DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           IF WS-INTERIM = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AR-ROW
           PERFORM CHECK-PERIOD-END
           IF WS-CO-CLOSED-T(WS-CO-IDX) = 'Y'
              MOVE SPACES TO INV-REC
              STRING "Billing period closed; next period starts "
                         DELIMITED BY SIZE
                     CO-PERIOD-START DELIMITED BY SIZE
                     INTO INV-REC
              END-STRING
              WRITE INV-REC
           END-IF.

       WRITE-POSTING-LINE.
           MOVE WS-PB-DAYS(WS-I) TO WS-DAYS-DISPLAY
           MOVE SPACES TO INV-REC
           IF WS-PB-OPEN(WS-I) = 'Y'
              STRING "  " DELIMITED BY SIZE
                     WS-PB-ID(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PB-TITLE(WS-I) DELIMITED BY SIZE
                     " posted " DELIMITED BY SIZE
                     WS-PB-POSTED(WS-I) DELIMITED BY SIZE
                     " still open " DELIMITED BY SIZE
                     WS-DAYS-DISPLAY DELIMITED BY SIZE
                     " days" DELIMITED BY SIZE
                     INTO INV-REC
              END-STRING
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-PB-ID(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PB-TITLE(WS-I) DELIMITED BY SIZE
                     " posted " DELIMITED BY SIZE
                     WS-PB-POSTED(WS-I) DELIMITED BY SIZE
                     " ended " DELIMITED BY SIZE
                     WS-PB-ENDED(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DAYS-DISPLAY DELIMITED BY SIZE
                     " days" DELIMITED BY SIZE
                     INTO INV-REC
              END-STRING
           END-IF
           WRITE INV-REC.

       *>--------------------------------------------------
       *> Bursar row: company|month|postings|credits used|allowance|
       *> rate|amount due.
       *>--------------------------------------------------
       WRITE-AR-ROW.
           MOVE CO-CREDIT-RATE TO WS-AR-RATE
           MOVE WS-AMOUNT TO WS-AR-AMOUNT
           MOVE SPACES TO AR-REC
           STRING FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CO-POSTS-T(WS-CO-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CO-CREDIT-USED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CO-CREDIT-ALLOW DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AR-RATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AR-AMOUNT DELIMITED BY SIZE
                  INTO AR-REC
           END-STRING
           WRITE AR-REC.

       *>--------------------------------------------------
       *> A period of one, three or twelve months ends with the month
       *> its last month falls in. Closing it zeroes the credits used
       *> and starts the next period on the first of the following
       *> month, which a rerun for the same month then leaves alone.
       *>--------------------------------------------------
       CHECK-PERIOD-END.
           IF CO-PERIOD-START = SPACES OR CO-PERIOD-START IS NOT NUMERIC
              MOVE WS-MONTH-FIRST TO CO-PERIOD-START
           END-IF
           EVALUATE CO-BILL-PERIOD
              WHEN 'Q'    MOVE 3 TO WS-PERIOD-MONTHS
              WHEN 'A'    MOVE 12 TO WS-PERIOD-MONTHS
              WHEN OTHER  MOVE 1 TO WS-PERIOD-MONTHS
           END-EVALUATE
           MOVE CO-PERIOD-START(1:4) TO WS-YYYY
           MOVE CO-PERIOD-START(5:2) TO WS-MM
           COMPUTE WS-START-MONTH-NO = WS-YYYY * 12 + WS-MM - 1
           IF WS-BILL-MONTH-NO >= WS-START-MONTH-NO + WS-PERIOD-MONTHS - 1
              MOVE 0 TO CO-CREDIT-USED
              COMPUTE WS-YYYY = (WS-BILL-MONTH-NO + 1) / 12
              COMPUTE WS-MM = WS-BILL-MONTH-NO + 1 - WS-YYYY * 12 + 1
              COMPUTE WS-DATE-NUM = WS-YYYY * 10000 + WS-MM * 100 + 1
              MOVE WS-DATE-NUM TO CO-PERIOD-START
              MOVE 'Y' TO WS-CO-CLOSED-T(WS-CO-IDX)
              ADD 1 TO WS-PERIODS-CLOSED
           END-IF
           MOVE COMPANY-REC TO WS-CO-REC-T(WS-CO-IDX)
           MOVE 'Y' TO WS-CO-CHANGED.

       SAVE-COMPANIES.
           OPEN OUTPUT COMPANIES-TEMP-FILE
           IF WS-CO-TMP-STATUS = "00"
              PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                      UNTIL WS-CO-IDX > WS-CO-COUNT
                  MOVE WS-CO-REC-T(WS-CO-IDX) TO COMPANY-TEMP-REC
                  WRITE COMPANY-TEMP-REC
              END-PERFORM
              CLOSE COMPANIES-TEMP-FILE
              CALL "CBL_RENAME_FILE" USING WS-COMPANIES-TMP-NAME
                                            WS-COMPANIES-DAT-NAME
           END-IF.

       WRITE-INVOICE-TOTALS.
           MOVE SPACES TO INV-REC
           WRITE INV-REC
           MOVE "========================================" TO INV-REC
           WRITE INV-REC

           MOVE WS-INVOICED TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Companies invoiced:       " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-PB-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Postings billed:          " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-UNMATCHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Postings, no company:     " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-DUPLICATES TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Reinstated, billed once:  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-ARCHIVES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Job archives read:        " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-PERIODS-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO INV-REC
           STRING "Billing periods closed:   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC

           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO INV-REC
           IF WS-INTERIM = 'Y'
              MOVE "Charges to date:" TO WS-AMOUNT-LABEL
           ELSE
              MOVE "Total billed:" TO WS-AMOUNT-LABEL
           END-IF
           STRING WS-AMOUNT-LABEL(1:19) DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO INV-REC
           END-STRING
           WRITE INV-REC.

       END PROGRAM EMPLOYER-INVOICE.
