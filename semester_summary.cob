               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           *> Keyed store (reorganized alongside STUDENT-SYSTEM).
           SELECT MESSAGES-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-RECIPIENT WITH DUPLICATES
               ALTERNATE RECORD KEY IS MSG-PAIR WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT USER-SKILLS-FILE ASSIGN TO "userskills.dat"

       FD  MESSAGES-FILE.
       01  MESSAGE-REC.
           05 MSG-KEY.
              10 MSG-PAIR.
                 15 MSG-SENDER    PIC X(20).
                 15 MSG-RECIPIENT PIC X(20).
              10 MSG-DATE         PIC X(8).
              10 MSG-TIME         PIC X(8).
              10 MSG-TIME-NUM REDEFINES MSG-TIME PIC 9(8).
           05 MSG-BODY         PIC X(200).
           05 MSG-READ-FLAG    PIC X.

           05 US-USER          PIC X(20).
           05 US-SKILL-ID      PIC 9(2).
           05 US-STATUS        PIC X.
           05 US-VERIFIED      PIC X.
           05 US-SCORE         PIC 9(3).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(80).
       01  WS-CONN-STATUS     PIC XX VALUE SPACES.
       01  WS-APPL-STATUS     PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-MSG-WRITTEN     PIC X VALUE 'N'.
       *> A clashing message stamp stepped on by one hundredth,
       *> carried through seconds, minutes, hours and the date.
       01  WS-MSG-STEP-TIME.
           05 WS-MSG-STEP-HH  PIC 99.
           05 WS-MSG-STEP-MI  PIC 99.
           05 WS-MSG-STEP-SS  PIC 99.
           05 WS-MSG-STEP-CC  PIC 99.
       01  WS-MSG-STEP-DATE   PIC 9(8).
       01  WS-USKILL-STATUS   PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

           END-READ.

       *>--------------------------------------------------
       *> Students only (recruiters and advisors have no semester
       *> numbers worth nudging about), and only accounts still active.
       *>--------------------------------------------------
       CONSIDER-ONE-USER.
           MOVE 'S' TO WS-UNSTR-ROLE
                    WS-UNSTR-LOCKED
                    WS-UNSTR-ROLE
           END-UNSTRING
           IF WS-UNSTR-ROLE = 'R' OR WS-UNSTR-ROLE = 'V'
              ADD 1 TO WS-USERS-SKIPPED
              EXIT PARAGRAPH
           END-IF
              CLOSE APPLICATIONS-FILE
           END-IF

      *>   Messages sent: the pair key leads with the sender, so
      *>   position at (student, lowest recipient) and read on.
           OPEN INPUT MESSAGES-FILE
           IF WS-MSG-STATUS = "00"
              MOVE WS-TGT-USER TO MSG-SENDER
              MOVE LOW-VALUES TO MSG-RECIPIENT
              START MESSAGES-FILE KEY IS >= MSG-PAIR
                  INVALID KEY
                      MOVE "EOF" TO WS-MSG-STATUS
                  NOT INVALID KEY
                      PERFORM READ-MESSAGE-RECORD
              END-START
              PERFORM UNTIL WS-MSG-STATUS NOT = "00"
                             OR MSG-SENDER NOT = WS-TGT-USER
                  IF MSG-DATE >= WS-FROM-DATE
                     ADD 1 TO WS-CNT-MSGS
                  END-IF
                  PERFORM READ-MESSAGE-RECORD
           END-READ.

       READ-MESSAGE-RECORD.
           READ MESSAGES-FILE NEXT
               AT END
                   MOVE "EOF" TO WS-MSG-STATUS
               NOT AT END
           END-IF.

       APPEND-SUMMARY-MESSAGE.
           OPEN I-O MESSAGES-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGES-FILE
           END-IF
                     INTO MSG-BODY
              END-STRING
              MOVE 'N' TO MSG-READ-FLAG
              PERFORM WRITE-MESSAGE-RECORD
              CLOSE MESSAGES-FILE
           END-IF.

           WRITE RPT-REC
           CLOSE REPORT-FILE.

       *>--------------------------------------------------
       *> Adds MESSAGE-REC to the keyed store; a stamp that collides
       *> with another row between the same pair (every message of a
       *> run carries the run time) is stepped on by one tick until
       *> its key is unique, as STUDENT-SYSTEM does.
       *>--------------------------------------------------
       WRITE-MESSAGE-RECORD.
           MOVE 'N' TO WS-MSG-WRITTEN
           PERFORM UNTIL WS-MSG-WRITTEN = 'Y'
               WRITE MESSAGE-REC
                   INVALID KEY
                       IF WS-MSG-STATUS = "22" AND MSG-TIME-NUM IS NUMERIC
                          PERFORM STEP-MESSAGE-TIME
                       ELSE
                          MOVE 'Y' TO WS-MSG-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MSG-WRITTEN
               END-WRITE
           END-PERFORM.

       STEP-MESSAGE-TIME.
           MOVE MSG-TIME TO WS-MSG-STEP-TIME
           ADD 1 TO WS-MSG-STEP-CC
           IF WS-MSG-STEP-CC > 99
              MOVE 0 TO WS-MSG-STEP-CC
              ADD 1 TO WS-MSG-STEP-SS
           END-IF
           IF WS-MSG-STEP-SS > 59
              MOVE 0 TO WS-MSG-STEP-SS
              ADD 1 TO WS-MSG-STEP-MI
           END-IF
           IF WS-MSG-STEP-MI > 59
              MOVE 0 TO WS-MSG-STEP-MI
              ADD 1 TO WS-MSG-STEP-HH
           END-IF
           IF WS-MSG-STEP-HH > 23
              MOVE 0 TO WS-MSG-STEP-HH
              IF MSG-DATE IS NUMERIC
                 MOVE MSG-DATE TO WS-MSG-STEP-DATE
                 COMPUTE WS-MSG-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-MSG-STEP-DATE) + 1)
                 MOVE WS-MSG-STEP-DATE TO MSG-DATE
              END-IF
           END-IF
           MOVE WS-MSG-STEP-TIME TO MSG-TIME.

       END PROGRAM SEMESTER-SUMMARY.
