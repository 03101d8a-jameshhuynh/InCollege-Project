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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TGT-MSG-KEY
               ALTERNATE RECORD KEY IS TGT-MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TGT-MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-DST-IX-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "backup-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT SYSPARAMS-FILE ASSIGN TO "sysparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
           05 TGT-IX-KEY       PIC X(20).
           05 TGT-IX-REST      PIC X(1202).

       FD  SOURCE-MSG-FILE.
       01  SOURCE-MSG-REC.
           05 SRC-MSG-KEY.
              10 SRC-MSG-PAIR.
                 15 SRC-MSG-SENDER    PIC X(20).
                 15 SRC-MSG-RECIPIENT PIC X(20).
              10 SRC-MSG-STAMP        PIC X(16).
           05 SRC-MSG-REST     PIC X(201).

       FD  TARGET-MSG-FILE.
       01  TARGET-MSG-REC.
           05 TGT-MSG-KEY.
              10 TGT-MSG-PAIR.
                 15 TGT-MSG-SENDER    PIC X(20).
                 15 TGT-MSG-RECIPIENT PIC X(20).
              10 TGT-MSG-STAMP        PIC X(16).
           05 TGT-MSG-REST     PIC X(201).

       FD  CATALOG-FILE.
       01  CATALOG-REC    PIC X(40).

       FD  SYSPARAMS-FILE.
       01  SYSPARAM-REC.
           05 SP-NAME          PIC X(20).
           05 SP-VALUE         PIC 9(6).
           05 SP-SET-DATE      PIC X(8).
           05 SP-SET-BY        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS      PIC XX VALUE SPACES.
       01  WS-DST-STATUS      PIC XX VALUE SPACES.
       01  WS-KEEP-INPUT      PIC X(10).
       01  WS-KEEP-GENS       PIC 999 VALUE 0.
       01  WS-DEFAULT-KEEP    PIC 999 VALUE 7.
       *> The compiled value above is only the fallback -- sysparams.dat
       *> (maintained from ADMIN-CONSOLE) overrides it, and the prompt
       *> can still override both for a single run.
       01  WS-SP-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-SOURCE     PIC X(16) VALUE "compiled default".
       01  WS-DEFAULT-DISPLAY PIC ZZZ9.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-SYSTEM-PARAMETERS
           MOVE WS-DEFAULT-KEEP TO WS-DEFAULT-DISPLAY
           DISPLAY "Keep how many backup generations (blank for "
                   FUNCTION TRIM(WS-DEFAULT-DISPLAY) "): "
                   WITH NO ADVANCING
           ACCEPT WS-KEEP-INPUT
           IF WS-KEEP-INPUT = SPACES
              MOVE FUNCTION NUMVAL(WS-KEEP-INPUT) TO WS-KEEP-GENS
              IF WS-KEEP-GENS = 0
                 MOVE WS-DEFAULT-KEEP TO WS-KEEP-GENS
              ELSE
                 MOVE "operator entry" TO WS-PARM-SOURCE
              END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SNAPSHOT-ALL-FILES
           PERFORM RETIRE-OLD-GENERATIONS
           PERFORM SAVE-CATALOG
           MOVE WS-KEEP-GENS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Parameter BACKUP-GENERATIONS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-SOURCE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Backup generation " DELIMITED BY SIZE
                  WS-GEN-TEXT DELIMITED BY SIZE
                      WS-FILE-NAME(WS-I) DELIMITED BY SPACE
                      INTO WS-DST-NAME
               END-STRING
               EVALUATE WS-FILE-NAME(WS-I)
                  WHEN "profiles.dat"
                     PERFORM COPY-PROFILE-STORE
                  WHEN "messages.dat"
                     PERFORM COPY-MESSAGE-STORE
                  WHEN OTHER
                     PERFORM COPY-ONE-FILE
               END-EVALUATE
           END-PERFORM.

       *>--------------------------------------------------
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       *>--------------------------------------------------
       *> Indexed-to-indexed copy for the keyed mailbox, the same way
       *> as the profile store: primary-key order in, primary-key
       *> order out, the alternate keys rebuilt by the target.
       *>--------------------------------------------------
       COPY-MESSAGE-STORE.
           MOVE 0 TO WS-COPIED
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
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SOURCE-MSG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SOURCE-MSG-REC TO TARGET-MSG-REC
                       WRITE TARGET-MSG-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-COPIED
               END-READ
           END-PERFORM
           CLOSE SOURCE-MSG-FILE
           CLOSE TARGET-MSG-FILE
           MOVE WS-COPIED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-SRC-NAME DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-DST-NAME DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " records)" DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       *>--------------------------------------------------
       *> Copies WS-SRC-NAME to WS-DST-NAME record by record; a source
       *> that does not exist yet is skipped rather than treated as an
              CLOSE CATALOG-FILE
           END-IF.

       *>--------------------------------------------------
       *> Picks up BACKUP-GENERATIONS from sysparams.dat; a missing file, a
       *> missing row or an unusable value leaves the compiled default.
       *>--------------------------------------------------
       LOAD-SYSTEM-PARAMETERS.
           OPEN INPUT SYSPARAMS-FILE
           IF WS-SP-STATUS = "00"
              PERFORM READ-SYSPARAM-RECORD
              PERFORM UNTIL WS-SP-STATUS NOT = "00"
                  IF SP-NAME = "BACKUP-GENERATIONS"
                     AND SP-VALUE IS NUMERIC
                     AND SP-VALUE > 0 AND SP-VALUE <= 999
                     MOVE SP-VALUE TO WS-DEFAULT-KEEP
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

       END PROGRAM FILE-BACKUP.
