       >>SOURCE FORMAT FREE
       *> Training and test copy -- writes the production data set
       *> into a separate directory with everything that identifies a
       *> person masked, for operator training and registrar-feed
       *> testing. The files are FILE-BACKUP's set plus the three that
       *> carry posts and recommendations. In the copy:
       *>   - every username becomes userNNNNN, numbered in users.dat
       *>     order and then as other files name further accounts;
       *>     the same account gets the same name in every file, so
       *>     connections, messages and postings still line up;
       *>   - first and last names become Test / UserNNNNN, matching
       *>     the masked username;
       *>   - about-me text, message bodies, group and feed posts and
       *>     recommendation text keep their length and spacing but
       *>     every letter becomes x/X and every digit 9;
       *>   - every password hash is replaced by the hash of the one
       *>     training password the operator gives at the prompt.
       *> Dates, statuses, counts and every other field are copied as
       *> they stand. The program refuses to write into the directory
       *> it runs in (the production directory). Per-file counts go to
       *> test-copy-report.txt here and are displayed as well.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-TEST-COPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

           *> profiles.dat is a keyed store. Masked usernames no longer
           *> sort the way the real ones did, so the copy is written by
           *> key rather than in sequence.
           SELECT SOURCE-IX-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRC-PF-USERNAME
               FILE STATUS IS WS-SRC-IX-STATUS.

           SELECT TARGET-IX-FILE ASSIGN TO DYNAMIC WS-DST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TGT-IX-KEY
               FILE STATUS IS WS-DST-IX-STATUS.

           *> messages.dat is keyed too, with its recipient and
           *> sender/recipient alternate keys carried into the copy.
           SELECT SOURCE-MSG-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRC-MSG-KEY
               ALTERNATE RECORD KEY IS SRC-MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS SRC-MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-SRC-IX-STATUS.

           SELECT TARGET-MSG-FILE ASSIGN TO DYNAMIC WS-DST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TGT-MSG-KEY
               ALTERNATE RECORD KEY IS TGT-MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TGT-MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-DST-IX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "test-copy-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-REC     PIC X(1300).

       FD  TARGET-FILE.
       01  TARGET-REC     PIC X(1300).

       FD  SOURCE-IX-FILE.
       01  SOURCE-IX-REC.
           05 SRC-PF-USERNAME   PIC X(20).
           05 SRC-PF-FIRST-NAME PIC X(30).
           05 SRC-PF-LAST-NAME  PIC X(30).
           05 SRC-PF-UNIVERSITY PIC X(50).
           05 SRC-PF-MAJOR      PIC X(40).
           05 SRC-PF-GRAD-YEAR  PIC X(4).
           05 SRC-PF-ABOUT-ME   PIC X(200).
           05 SRC-PF-REST       PIC X(848).

       FD  TARGET-IX-FILE.
       01  TARGET-IX-REC.
           05 TGT-IX-KEY       PIC X(20).
           05 TGT-IX-REST      PIC X(1202).

       FD  SOURCE-MSG-FILE.
       01  SOURCE-MSG-REC.
           05 SRC-MSG-KEY.
              10 SRC-MSG-PAIR.
                 15 SRC-MSG-SENDER    PIC X(20).
                 15 SRC-MSG-RECIPIENT PIC X(20).
              10 SRC-MSG-STAMP        PIC X(16).
           05 SRC-MSG-BODY     PIC X(200).
           05 SRC-MSG-READ-FLAG PIC X.

       FD  TARGET-MSG-FILE.
       01  TARGET-MSG-REC.
           05 TGT-MSG-KEY.
              10 TGT-MSG-PAIR.
                 15 TGT-MSG-SENDER    PIC X(20).
                 15 TGT-MSG-RECIPIENT PIC X(20).
              10 TGT-MSG-STAMP        PIC X(16).
           05 TGT-MSG-REST     PIC X(201).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS      PIC XX VALUE SPACES.
       01  WS-DST-STATUS      PIC XX VALUE SPACES.
       01  WS-SRC-IX-STATUS   PIC XX VALUE SPACES.
       01  WS-DST-IX-STATUS   PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-SRC-NAME        PIC X(200).
       01  WS-DST-NAME        PIC X(200).

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       *> Where the copy goes, and the directory this program runs in
       *> (production), which it must never be.
       01  WS-TARGET-DIR      PIC X(160) VALUE SPACES.
       01  WS-PROD-DIR        PIC X(160) VALUE SPACES.
       01  WS-DIR-LEN         PIC 999.
       01  WS-DOTDOT-COUNT    PIC 99.
       01  WS-REFUSED         PIC X VALUE 'N'.
       01  WS-ABORTED         PIC X VALUE 'N'.

       *> The files copied, with how to find the usernames and free
       *> text in a row (the purge's convention for usernames): style
       *> 'D' = comma-delimited, first two fields usernames; 'F' =
       *> fixed offsets, 20 bytes at each nonzero username offset and
       *> TEXT-LEN bytes of free text at TEXT-OFF. users.dat ('U'),
       *> profiles.dat ('P') and messages.dat ('M') have handling of
       *> their own. users.dat stays first so the numbering follows it.
       01  WS-SPEC-COUNT      PIC 99 VALUE 0.
       01  WS-SPEC-TABLE.
           05 WS-SPEC-ENTRY OCCURS 20 TIMES.
              10 WS-SPEC-NAME     PIC X(20).
              10 WS-SPEC-STYLE    PIC X.
              10 WS-SPEC-OFF1     PIC 9(4).
              10 WS-SPEC-OFF2     PIC 9(4).
              10 WS-SPEC-TEXT-OFF PIC 9(4).
              10 WS-SPEC-TEXT-LEN PIC 9(4).
              10 WS-SPEC-ROWS     PIC 9(6).
              10 WS-SPEC-COPIED   PIC X.

       *> Real username to masked username, in the order first met.
       01  WS-MAP-COUNT       PIC 9(5) VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 9999 TIMES.
              10 WS-MAP-REAL   PIC X(20).
              10 WS-MAP-MASK   PIC X(20).
       01  WS-MAP-IN          PIC X(20).
       01  WS-MAP-OUT         PIC X(20).
       01  WS-MAP-SEQ         PIC 9(5).
       01  WS-MAP-OVERFLOW    PIC 9(5) VALUE 0.
       01  WS-M               PIC 9(5).

       *> Free-text masking: letters to x/X, digits to 9; spaces and
       *> punctuation stay, so lengths and line shapes survive.
       01  WS-MASK-FROM       PIC X(62) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01  WS-MASK-TO         PIC X(62) VALUE
           "XXXXXXXXXXXXXXXXXXXXXXXXXXxxxxxxxxxxxxxxxxxxxxxxxxxx9999999999".

       *> The training password and its digest -- the same digest
       *> STUDENT-SYSTEM's HASH-PASSWORD makes at sign-in.
       01  WS-TRAIN-PASSWORD  PIC X(20) VALUE SPACES.
       01  WS-DEFAULT-PASSWORD PIC X(20) VALUE "Training#1".
       01  WS-HASH-INPUT      PIC X(20).
       01  WS-HASH-VALUE      PIC 9(10) VALUE 0.
       01  WS-HASH-TEXT       PIC X(12).
       01  WS-HASH-CHAR-CODE  PIC 9(5).
       01  WS-H               PIC 99.

       *> Splitting a comma-delimited row (the rename's approach).
       01  WS-GF1             PIC X(20).
       01  WS-GF2             PIC X(20).
       01  WS-GD1             PIC X.
       01  WS-GD2             PIC X.
       01  WS-IN-PTR          PIC 9(4).
       01  WS-OUT-PTR         PIC 9(4).

       *> Masking totals for the summary.
       01  WS-USER-FIELDS     PIC 9(7) VALUE 0.
       01  WS-NAME-FIELDS     PIC 9(7) VALUE 0.
       01  WS-TEXT-FIELDS     PIC 9(7) VALUE 0.
       01  WS-HASHES          PIC 9(7) VALUE 0.
       01  WS-KEY-CLASHES     PIC 9(5) VALUE 0.
       01  WS-TOTAL-ROWS      PIC 9(7) VALUE 0.

       01  WS-F               PIC 99.
       01  WS-FILE-ROWS       PIC 9(6) VALUE 0.
       01  WS-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY   PIC Z(6)9.
       01  WS-DISPLAY-LINE    PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Test directory to write the masked copy into: "
                   WITH NO ADVANCING
           ACCEPT WS-TARGET-DIR
           PERFORM CHECK-TARGET-DIRECTORY
           IF WS-REFUSED = 'Y'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Password for every account in the copy (blank for "
                   FUNCTION TRIM(WS-DEFAULT-PASSWORD) "): "
                   WITH NO ADVANCING
           ACCEPT WS-TRAIN-PASSWORD
           IF WS-TRAIN-PASSWORD = SPACES
              MOVE WS-DEFAULT-PASSWORD TO WS-TRAIN-PASSWORD
           END-IF
           MOVE WS-TRAIN-PASSWORD TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           PERFORM LOAD-FILE-SPECS
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-SPEC-COUNT OR WS-ABORTED = 'Y'
               PERFORM COPY-AND-MASK-FILE
           END-PERFORM
           PERFORM WRITE-COPY-REPORT
           IF WS-ABORTED = 'Y'
              DISPLAY "The test copy was not finished; see test-copy-report.txt."
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-MAP-COUNT TO WS-COUNT-DISPLAY
              DISPLAY "Masked copy written to " FUNCTION TRIM(WS-TARGET-DIR)
                      " (" FUNCTION TRIM(WS-COUNT-DISPLAY)
                      " accounts); see test-copy-report.txt."
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       *>--------------------------------------------------
       *> The copy has to land somewhere other than production: a
       *> blank entry, the current directory (by "." or by its full
       *> path) and any path climbing through ".." are refused.
       *>--------------------------------------------------
       CHECK-TARGET-DIRECTORY.
           MOVE 'N' TO WS-REFUSED
           ACCEPT WS-PROD-DIR FROM ENVIRONMENT "PWD"
           PERFORM STRIP-TRAILING-SLASHES
           IF WS-TARGET-DIR = SPACES OR WS-TARGET-DIR = "."
              MOVE 'Y' TO WS-REFUSED
           END-IF
           MOVE 0 TO WS-DOTDOT-COUNT
           INSPECT WS-TARGET-DIR TALLYING WS-DOTDOT-COUNT FOR ALL ".."
           IF WS-DOTDOT-COUNT > 0
              MOVE 'Y' TO WS-REFUSED
           END-IF
           IF WS-PROD-DIR NOT = SPACES
              IF WS-TARGET-DIR = WS-PROD-DIR
                 MOVE 'Y' TO WS-REFUSED
              END-IF
              IF WS-TARGET-DIR(1:2) = "./"
                 AND WS-TARGET-DIR(3:) = SPACES
                 MOVE 'Y' TO WS-REFUSED
              END-IF
           END-IF
           IF WS-REFUSED = 'Y'
              DISPLAY "Refused: the test copy must go to a separate directory,"
              DISPLAY "not the production directory this program runs in"
                      " (and not by way of ..)."
           END-IF.

       STRIP-TRAILING-SLASHES.
           MOVE FUNCTION TRIM(WS-TARGET-DIR) TO WS-TARGET-DIR
           COMPUTE WS-DIR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-DIR TRAILING))
           PERFORM UNTIL WS-DIR-LEN <= 1
                   OR WS-TARGET-DIR(WS-DIR-LEN:1) NOT = "/"
               MOVE SPACE TO WS-TARGET-DIR(WS-DIR-LEN:1)
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM
           COMPUTE WS-DIR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PROD-DIR TRAILING))
           PERFORM UNTIL WS-DIR-LEN <= 1
                   OR WS-PROD-DIR(WS-DIR-LEN:1) NOT = "/"
               MOVE SPACE TO WS-PROD-DIR(WS-DIR-LEN:1)
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM.

       LOAD-FILE-SPECS.
           MOVE 0 TO WS-SPEC-COUNT
           MOVE "users.dat" TO WS-SPEC-NAME(1)
           MOVE 'U' TO WS-SPEC-STYLE(1)
           MOVE "profiles.dat" TO WS-SPEC-NAME(2)
           MOVE 'P' TO WS-SPEC-STYLE(2)
           MOVE "requests.dat" TO WS-SPEC-NAME(3)
           MOVE 'D' TO WS-SPEC-STYLE(3)
           MOVE "connections.dat" TO WS-SPEC-NAME(4)
           MOVE 'D' TO WS-SPEC-STYLE(4)
           MOVE "jobs.dat" TO WS-SPEC-NAME(5)
           MOVE 'F' TO WS-SPEC-STYLE(5)
           MOVE 256 TO WS-SPEC-OFF1(5)
           MOVE "messages.dat" TO WS-SPEC-NAME(6)
           MOVE 'M' TO WS-SPEC-STYLE(6)
           MOVE "profileviews.dat" TO WS-SPEC-NAME(7)
           MOVE 'D' TO WS-SPEC-STYLE(7)
           MOVE "requestlog.dat" TO WS-SPEC-NAME(8)
           MOVE 'F' TO WS-SPEC-STYLE(8)
           MOVE 1 TO WS-SPEC-OFF1(8)
           MOVE 29 TO WS-SPEC-OFF2(8)
      *>   Posts and recommendations: author (and owner) plus the
      *>   200-character body.
           MOVE "groupposts.dat" TO WS-SPEC-NAME(9)
           MOVE 'F' TO WS-SPEC-STYLE(9)
           MOVE 5 TO WS-SPEC-OFF1(9)
           MOVE 41 TO WS-SPEC-TEXT-OFF(9)
           MOVE 200 TO WS-SPEC-TEXT-LEN(9)
           MOVE "statusfeed.dat" TO WS-SPEC-NAME(10)
           MOVE 'F' TO WS-SPEC-STYLE(10)
           MOVE 1 TO WS-SPEC-OFF1(10)
           MOVE 37 TO WS-SPEC-TEXT-OFF(10)
           MOVE 200 TO WS-SPEC-TEXT-LEN(10)
           MOVE "recommendations.dat" TO WS-SPEC-NAME(11)
           MOVE 'F' TO WS-SPEC-STYLE(11)
           MOVE 1 TO WS-SPEC-OFF1(11)
           MOVE 21 TO WS-SPEC-OFF2(11)
           MOVE 50 TO WS-SPEC-TEXT-OFF(11)
           MOVE 200 TO WS-SPEC-TEXT-LEN(11)
           MOVE 11 TO WS-SPEC-COUNT
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               MOVE 0 TO WS-SPEC-ROWS(WS-F)
               MOVE 'N' TO WS-SPEC-COPIED(WS-F)
           END-PERFORM.

       COPY-AND-MASK-FILE.
           MOVE WS-SPEC-NAME(WS-F) TO WS-SRC-NAME
           MOVE SPACES TO WS-DST-NAME
           STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SPEC-NAME(WS-F) DELIMITED BY SPACE
                  INTO WS-DST-NAME
           END-STRING
           MOVE 0 TO WS-FILE-ROWS
           EVALUATE WS-SPEC-STYLE(WS-F)
              WHEN 'P'
                 PERFORM COPY-PROFILE-STORE
              WHEN 'M'
                 PERFORM COPY-MESSAGE-STORE
              WHEN OTHER
                 PERFORM COPY-ONE-FILE
           END-EVALUATE
           MOVE WS-FILE-ROWS TO WS-SPEC-ROWS(WS-F)
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS
           IF WS-SPEC-COPIED(WS-F) = 'Y'
              MOVE WS-FILE-ROWS TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-SRC-NAME DELIMITED BY SPACE
                     " -> " DELIMITED BY SIZE
                     WS-DST-NAME DELIMITED BY SPACE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                     " records)" DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY WS-DISPLAY-LINE
           END-IF.

       *>--------------------------------------------------
       *> Line files, row by row. A source that does not exist yet is
       *> skipped, as FILE-BACKUP skips it; a target that cannot be
       *> opened stops the run (usually the directory is missing).
       *>--------------------------------------------------
       COPY-ONE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-SRC-NAME DELIMITED BY SPACE
                     " not found -- skipped" DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY WS-DISPLAY-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-FILE
           IF WS-DST-STATUS NOT = "00"
              CLOSE SOURCE-FILE
              PERFORM REPORT-TARGET-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SOURCE-REC TO TARGET-REC
                       EVALUATE WS-SPEC-STYLE(WS-F)
                          WHEN 'U'
                             PERFORM MASK-USER-ROW
                          WHEN 'D'
                             PERFORM MASK-DELIMITED-ROW
                          WHEN OTHER
                             PERFORM MASK-FIXED-ROW
                       END-EVALUATE
                       WRITE TARGET-REC
                       ADD 1 TO WS-FILE-ROWS
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE TARGET-FILE
           MOVE 'Y' TO WS-SPEC-COPIED(WS-F).

       REPORT-TARGET-FAILURE.
           MOVE 'Y' TO WS-ABORTED
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "  cannot write " DELIMITED BY SIZE
                  WS-DST-NAME DELIMITED BY SPACE
                  " -- does the test directory exist?" DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       *>--------------------------------------------------
       *> users.dat: username,hash,fails,locked,role -- the username is
       *> masked, the hash replaced, the rest carried across.
       *>--------------------------------------------------
       MASK-USER-ROW.
           MOVE SPACES TO WS-GF1 WS-GF2 WS-GD1 WS-GD2
           MOVE 1 TO WS-IN-PTR
           UNSTRING SOURCE-REC DELIMITED BY ","
               INTO WS-GF1 DELIMITER IN WS-GD1
                    WS-GF2 DELIMITER IN WS-GD2
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           MOVE WS-GF1 TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO WS-GF1
           IF WS-GF2 NOT = SPACES
              MOVE WS-HASH-TEXT TO WS-GF2
              ADD 1 TO WS-HASHES
           END-IF
           PERFORM REBUILD-DELIMITED-ROW.

       MASK-DELIMITED-ROW.
           MOVE SPACES TO WS-GF1 WS-GF2 WS-GD1 WS-GD2
           MOVE 1 TO WS-IN-PTR
           UNSTRING SOURCE-REC DELIMITED BY ","
               INTO WS-GF1 DELIMITER IN WS-GD1
                    WS-GF2 DELIMITER IN WS-GD2
               WITH POINTER WS-IN-PTR
           END-UNSTRING
           MOVE WS-GF1 TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO WS-GF1
           MOVE WS-GF2 TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO WS-GF2
           PERFORM REBUILD-DELIMITED-ROW.

       REBUILD-DELIMITED-ROW.
           MOVE SPACES TO TARGET-REC
           MOVE 1 TO WS-OUT-PTR
           STRING WS-GF1 DELIMITED BY SPACE
                  WS-GD1 DELIMITED BY SPACE
                  WS-GF2 DELIMITED BY SPACE
                  WS-GD2 DELIMITED BY SPACE
                  INTO TARGET-REC
                  WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-IN-PTR <= LENGTH OF SOURCE-REC
              STRING SOURCE-REC(WS-IN-PTR:) DELIMITED BY SIZE
                  INTO TARGET-REC
                  WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF.

       MASK-FIXED-ROW.
           MOVE TARGET-REC(WS-SPEC-OFF1(WS-F):20) TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO TARGET-REC(WS-SPEC-OFF1(WS-F):20)
           IF WS-SPEC-OFF2(WS-F) > 0
              MOVE TARGET-REC(WS-SPEC-OFF2(WS-F):20) TO WS-MAP-IN
              PERFORM MAP-USERNAME
              MOVE WS-MAP-OUT TO TARGET-REC(WS-SPEC-OFF2(WS-F):20)
           END-IF
           IF WS-SPEC-TEXT-LEN(WS-F) > 0
              IF TARGET-REC(WS-SPEC-TEXT-OFF(WS-F):
                            WS-SPEC-TEXT-LEN(WS-F)) NOT = SPACES
                 INSPECT TARGET-REC(WS-SPEC-TEXT-OFF(WS-F):
                                    WS-SPEC-TEXT-LEN(WS-F))
                     CONVERTING WS-MASK-FROM TO WS-MASK-TO
                 ADD 1 TO WS-TEXT-FIELDS
              END-IF
           END-IF.

       *>--------------------------------------------------
       *> WS-MAP-IN to its masked name in WS-MAP-OUT, numbering a name
       *> not seen before. Blank stays blank. Past the table's size
       *> names are still masked but no longer kept apart.
       *>--------------------------------------------------
       MAP-USERNAME.
           MOVE SPACES TO WS-MAP-OUT
           IF WS-MAP-IN = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-FIELDS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MAP-COUNT
               IF WS-MAP-REAL(WS-M) = WS-MAP-IN
                  MOVE WS-MAP-MASK(WS-M) TO WS-MAP-OUT
                  EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MAP-COUNT >= 9999
              ADD 1 TO WS-MAP-OVERFLOW
              MOVE "user-overflow" TO WS-MAP-OUT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-MAP-COUNT TO WS-MAP-SEQ
           MOVE WS-MAP-IN TO WS-MAP-REAL(WS-MAP-COUNT)
           STRING "user" DELIMITED BY SIZE
                  WS-MAP-SEQ DELIMITED BY SIZE
                  INTO WS-MAP-OUT
           END-STRING
           MOVE WS-MAP-OUT TO WS-MAP-MASK(WS-MAP-COUNT).

       *>--------------------------------------------------
       *> The keyed profile store: username, names and about-me are
       *> masked; university, major, grad year, experience, education
       *> and skills are carried across. Masked names follow the
       *> masked username (Test / UserNNNNN).
       *>--------------------------------------------------
       COPY-PROFILE-STORE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-IX-FILE
           IF WS-SRC-IX-STATUS NOT = "00"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-SRC-NAME DELIMITED BY SPACE
                     " not found -- skipped" DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY WS-DISPLAY-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-IX-FILE
           IF WS-DST-IX-STATUS NOT = "00"
              CLOSE SOURCE-IX-FILE
              PERFORM REPORT-TARGET-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SOURCE-IX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MASK-PROFILE-RECORD
                       MOVE SOURCE-IX-REC TO TARGET-IX-REC
                       WRITE TARGET-IX-REC
                           INVALID KEY
                               ADD 1 TO WS-KEY-CLASHES
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-ROWS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SOURCE-IX-FILE
           CLOSE TARGET-IX-FILE
           MOVE 'Y' TO WS-SPEC-COPIED(WS-F).

       MASK-PROFILE-RECORD.
           MOVE SRC-PF-USERNAME TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO SRC-PF-USERNAME
           IF SRC-PF-FIRST-NAME NOT = SPACES
              MOVE "Test" TO SRC-PF-FIRST-NAME
              ADD 1 TO WS-NAME-FIELDS
           END-IF
           IF SRC-PF-LAST-NAME NOT = SPACES
              MOVE SPACES TO SRC-PF-LAST-NAME
              STRING "User" DELIMITED BY SIZE
                     WS-MAP-OUT(5:5) DELIMITED BY SIZE
                     INTO SRC-PF-LAST-NAME
              END-STRING
              ADD 1 TO WS-NAME-FIELDS
           END-IF
           IF SRC-PF-ABOUT-ME NOT = SPACES
              INSPECT SRC-PF-ABOUT-ME
                  CONVERTING WS-MASK-FROM TO WS-MASK-TO
              ADD 1 TO WS-TEXT-FIELDS
           END-IF.

       *>--------------------------------------------------
       *> The keyed mailbox: both parties masked and the body masked.
       *> A job referral keeps its JOBREF#nnnnn tag so the copy's
       *> conversation view still offers the apply.
       *>--------------------------------------------------
       COPY-MESSAGE-STORE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-MSG-FILE
           IF WS-SRC-IX-STATUS NOT = "00"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-SRC-NAME DELIMITED BY SPACE
                     " not found -- skipped" DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY WS-DISPLAY-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-MSG-FILE
           IF WS-DST-IX-STATUS NOT = "00"
              CLOSE SOURCE-MSG-FILE
              PERFORM REPORT-TARGET-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SOURCE-MSG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MASK-MESSAGE-RECORD
                       MOVE SOURCE-MSG-REC TO TARGET-MSG-REC
                       WRITE TARGET-MSG-REC
                           INVALID KEY
                               ADD 1 TO WS-KEY-CLASHES
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-ROWS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SOURCE-MSG-FILE
           CLOSE TARGET-MSG-FILE
           MOVE 'Y' TO WS-SPEC-COPIED(WS-F).

       MASK-MESSAGE-RECORD.
           MOVE SRC-MSG-SENDER TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO SRC-MSG-SENDER
           MOVE SRC-MSG-RECIPIENT TO WS-MAP-IN
           PERFORM MAP-USERNAME
           MOVE WS-MAP-OUT TO SRC-MSG-RECIPIENT
           IF SRC-MSG-BODY NOT = SPACES
              IF SRC-MSG-BODY(1:7) = "JOBREF#"
                 INSPECT SRC-MSG-BODY(13:)
                     CONVERTING WS-MASK-FROM TO WS-MASK-TO
              ELSE
                 INSPECT SRC-MSG-BODY
                     CONVERTING WS-MASK-FROM TO WS-MASK-TO
              END-IF
              ADD 1 TO WS-TEXT-FIELDS
           END-IF.

       *>--------------------------------------------------
       *> STUDENT-SYSTEM's digest: each non-blank character folded in
       *> as value * 31 + its ordinal, modulo 9999999999.
       *>--------------------------------------------------
       HASH-PASSWORD.
           MOVE 0 TO WS-HASH-VALUE
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > FUNCTION LENGTH(WS-HASH-INPUT)
               IF WS-HASH-INPUT(WS-H:1) NOT = SPACE
                   MOVE FUNCTION ORD(WS-HASH-INPUT(WS-H:1)) TO WS-HASH-CHAR-CODE
                   COMPUTE WS-HASH-VALUE =
                       FUNCTION MOD((WS-HASH-VALUE * 31) + WS-HASH-CHAR-CODE, 9999999999)
               END-IF
           END-PERFORM
           MOVE WS-HASH-VALUE TO WS-HASH-TEXT.

       WRITE-COPY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "InCollege Masked Test Copy -- " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Written to: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-SPEC-COUNT
               MOVE SPACES TO RPT-REC
               MOVE WS-SPEC-NAME(WS-F) TO RPT-REC(3:20)
               IF WS-SPEC-COPIED(WS-F) = 'Y'
                  MOVE WS-SPEC-ROWS(WS-F) TO WS-COUNT-DISPLAY
                  MOVE WS-COUNT-DISPLAY TO RPT-REC(24:7)
                  MOVE "rows copied" TO RPT-REC(32:11)
               ELSE
                  MOVE "not copied" TO RPT-REC(32:10)
               END-IF
               WRITE RPT-REC
           END-PERFORM
           MOVE "----------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE "Rows copied:" TO RPT-REC
           MOVE WS-TOTAL-ROWS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           MOVE "Accounts masked:" TO RPT-REC
           MOVE WS-MAP-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           MOVE "Username fields masked:" TO RPT-REC
           MOVE WS-USER-FIELDS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           MOVE "Name fields masked:" TO RPT-REC
           MOVE WS-NAME-FIELDS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           MOVE "Text fields masked:" TO RPT-REC
           MOVE WS-TEXT-FIELDS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           MOVE "Password hashes replaced:" TO RPT-REC
           MOVE WS-HASHES TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
           WRITE RPT-REC
           IF WS-MAP-OVERFLOW > 0
              MOVE "Names past the map (shared):" TO RPT-REC
              MOVE WS-MAP-OVERFLOW TO WS-COUNT-DISPLAY
              MOVE WS-COUNT-DISPLAY TO RPT-REC(29:7)
              WRITE RPT-REC
           END-IF
           IF WS-KEY-CLASHES > 0
              MOVE "Keyed rows not written:" TO RPT-REC
              MOVE WS-KEY-CLASHES TO WS-COUNT-DISPLAY
              MOVE WS-COUNT-DISPLAY TO RPT-REC(28:7)
              WRITE RPT-REC
           END-IF
           IF WS-ABORTED = 'Y'
              MOVE "Run stopped: the test directory could not be written."
                  TO RPT-REC
              WRITE RPT-REC
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Masking summary:"
           MOVE WS-MAP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  Accounts masked:         " WS-COUNT-DISPLAY
           MOVE WS-USER-FIELDS TO WS-COUNT-DISPLAY
           DISPLAY "  Username fields masked:  " WS-COUNT-DISPLAY
           MOVE WS-NAME-FIELDS TO WS-COUNT-DISPLAY
           DISPLAY "  Name fields masked:      " WS-COUNT-DISPLAY
           MOVE WS-TEXT-FIELDS TO WS-COUNT-DISPLAY
           DISPLAY "  Text fields masked:      " WS-COUNT-DISPLAY
           MOVE WS-HASHES TO WS-COUNT-DISPLAY
           DISPLAY "  Password hashes replaced:" WS-COUNT-DISPLAY.

       END PROGRAM FILE-TEST-COPY.
