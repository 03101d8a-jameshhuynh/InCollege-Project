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

           END-READ.

       RESTORE-PICKED-FILE.
           EVALUATE WS-PICK-FILE
              WHEN "profiles.dat"
                 PERFORM RESTORE-PROFILE-STORE
              WHEN "messages.dat"
                 PERFORM RESTORE-MESSAGE-STORE
              WHEN OTHER
                 PERFORM RESTORE-ONE-FILE
           END-EVALUATE.

       *>--------------------------------------------------
       *> Indexed-to-indexed restore for the keyed profile store.
           END-STRING
           WRITE RESTORE-LOG-REC.

       *>--------------------------------------------------
       *> Indexed-to-indexed restore for the keyed mailbox.
       *>--------------------------------------------------
       RESTORE-MESSAGE-STORE.
           MOVE SPACES TO WS-SRC-NAME
           STRING "backup-" DELIMITED BY SIZE
                  WS-GEN-TEXT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PICK-FILE DELIMITED BY SPACE
                  INTO WS-SRC-NAME
           END-STRING
           MOVE WS-PICK-FILE TO WS-DST-NAME
           MOVE 0 TO WS-COPIED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SOURCE-MSG-FILE
           IF WS-SRC-IX-STATUS NOT = "00"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-SRC-NAME DELIMITED BY SPACE
                     " not found -- live file left untouched"
                     DELIMITED BY SIZE
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
           STRING "  restored " DELIMITED BY SIZE
                  WS-PICK-FILE DELIMITED BY SPACE
                  " from generation " DELIMITED BY SIZE
                  WS-GEN-TEXT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " records)" DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE
           MOVE SPACES TO RESTORE-LOG-REC
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "  restored " DELIMITED BY SIZE
                  WS-PICK-FILE DELIMITED BY SPACE
                  " from generation " DELIMITED BY SIZE
                  WS-GEN-TEXT DELIMITED BY SIZE
                  INTO RESTORE-LOG-REC
           END-STRING
           WRITE RESTORE-LOG-REC.

       *>--------------------------------------------------
       *> Copies backup-GGG-<file> back over <file> and logs it; a
       *> snapshot that does not exist leaves the live file untouched.
