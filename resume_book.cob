       *> approved recommendations -- into its own per-student file
       *> (resume-<username>.txt), and writes a table of contents
       *> ordered by last name with the count of resumes generated.
       *> Students who opted out of resume books in their privacy
       *> settings (privacy.dat) are left out and counted on the TOC.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUME-BOOK.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOC-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
           05 US-USER          PIC X(20).
           05 US-SKILL-ID      PIC 9(2).
           05 US-STATUS        PIC X.
           05 US-VERIFIED      PIC X.
           05 US-SCORE         PIC 9(3).

       FD  RECOMMENDATIONS-FILE.
       01  RECOMMEND-REC.
       FD  TOC-FILE.
       01  TOC-REC        PIC X(100).

       FD  PRIVACY-FILE.
       01  PRIVACY-REC.
           05 PRV-USER         PIC X(20).
           05 PRV-VISIBILITY   PIC X.
           05 PRV-NO-SEARCH    PIC X.
           05 PRV-NO-RESUMEBOOK PIC X.
           05 PRV-NO-EXTRACT   PIC X.
           05 PRV-NO-SUGGEST   PIC X.

       WORKING-STORAGE SECTION.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-SKILLS-STATUS   PIC XX VALUE SPACES.
       01  WS-RC-STATUS       PIC XX VALUE SPACES.
       01  WS-RESUME-STATUS   PIC XX VALUE SPACES.
       01  WS-TOC-STATUS      PIC XX VALUE SPACES.
       01  WS-PRV-STATUS      PIC XX VALUE SPACES.
       01  WS-RESUME-NAME     PIC X(60) VALUE SPACES.

       01  WS-RUN-DATE        PIC X(8).
       01  WS-STU-SWAP        PIC X(80).
       01  WS-STU-SORTED      PIC X.

       *> Students who asked to be left out of resume books.
       01  WS-OPT-COUNT       PIC 999 VALUE 0.
       01  WS-OPT-TABLE.
           05 WS-OPT-USER OCCURS 200 TIMES PIC X(20).
       01  WS-OPTED-OUT       PIC X VALUE 'N'.
       01  WS-SKIPPED         PIC 9(5) VALUE 0.

       *> Skills catalog and the one student's statuses (catalog rows
       *> merged with the profile's legacy slots, ids 1-5).
       01  WS-SKILL-COUNT     PIC 99 VALUE 0.
              10 WS-SK-NAME-T  PIC X(30).
       01  WS-USKILL-STATUS-TABLE.
           05 WS-USKILL-ST OCCURS 20 TIMES PIC X.
       01  WS-USKILL-VER-TABLE.
           05 WS-USKILL-VER-ENTRY OCCURS 20 TIMES.
              10 WS-USKILL-VER   PIC X.
              10 WS-USKILL-SCORE PIC 999.
       01  WS-SCORE-DISPLAY   PIC ZZ9.
       01  WS-SKILL-STATUS-TEXT PIC X(15).

       01  WS-RESUMES-WRITTEN PIC 9(5) VALUE 0.
           DISPLAY "University (blank for all): " WITH NO ADVANCING
           ACCEPT WS-BOOK-UNIV
           PERFORM LOAD-SKILLS
           PERFORM LOAD-OPT-OUTS
           PERFORM PICK-STUDENTS
           PERFORM SORT-STUDENTS-BY-LAST-NAME
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-COUNT
                   MOVE "00" TO WS-SKILLS-STATUS
           END-READ.

       LOAD-OPT-OUTS.
           MOVE 0 TO WS-OPT-COUNT
           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STATUS = "00"
              PERFORM READ-PRIVACY-RECORD
              PERFORM UNTIL WS-PRV-STATUS NOT = "00"
                  OR WS-OPT-COUNT >= 200
                  IF PRV-NO-RESUMEBOOK = 'Y'
                     ADD 1 TO WS-OPT-COUNT
                     MOVE PRV-USER TO WS-OPT-USER(WS-OPT-COUNT)
                  END-IF
                  PERFORM READ-PRIVACY-RECORD
              END-PERFORM
              CLOSE PRIVACY-FILE
           END-IF.

       READ-PRIVACY-RECORD.
           READ PRIVACY-FILE
               AT END
                   MOVE "EOF" TO WS-PRV-STATUS
               NOT AT END
                   MOVE "00" TO WS-PRV-STATUS
           END-READ.

       PICK-STUDENTS.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
                             PF-UNIVERSITY)) =
                             FUNCTION UPPER-CASE(FUNCTION TRIM(
                             WS-BOOK-UNIV)))
                     MOVE 'N' TO WS-OPTED-OUT
                     PERFORM VARYING WS-J FROM 1 BY 1
                             UNTIL WS-J > WS-OPT-COUNT
                         IF WS-OPT-USER(WS-J) = PF-USERNAME
                            MOVE 'Y' TO WS-OPTED-OUT
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
                     IF WS-OPTED-OUT = 'Y'
                        ADD 1 TO WS-SKIPPED
                     ELSE
                        ADD 1 TO WS-STU-COUNT
                        MOVE PF-USERNAME   TO WS-STU-USER(WS-STU-COUNT)
                        MOVE PF-LAST-NAME  TO WS-STU-LAST(WS-STU-COUNT)
                        MOVE PF-FIRST-NAME TO WS-STU-FIRST(WS-STU-COUNT)
                     END-IF
                  END-IF
                  PERFORM READ-PROFILE-NEXT
              END-PERFORM
           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC

           MOVE "VERIFIED SKILLS" TO RESUME-REC
           WRITE RESUME-REC
           MOVE 'N' TO WS-SECTION-SHOWN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SKILL-COUNT
               IF WS-USKILL-ST(WS-K) = 'C' AND WS-USKILL-VER(WS-K) = 'Y'
                  MOVE 'Y' TO WS-SECTION-SHOWN
                  MOVE WS-USKILL-SCORE(WS-K) TO WS-SCORE-DISPLAY
                  MOVE SPACES TO RESUME-REC
                  STRING "  " DELIMITED BY SIZE
                         WS-SK-NAME-T(WS-K) DELIMITED BY SIZE
                         " [Assessment passed, " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SCORE-DISPLAY) DELIMITED BY SIZE
                         "%]" DELIMITED BY SIZE
                         INTO RESUME-REC
                  END-STRING
                  WRITE RESUME-REC
               END-IF
           END-PERFORM
           IF WS-SECTION-SHOWN = 'N'
              MOVE "  (none listed)" TO RESUME-REC
              WRITE RESUME-REC
           END-IF
           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC

           MOVE "SKILLS (SELF-REPORTED)" TO RESUME-REC
           WRITE RESUME-REC
           MOVE 'N' TO WS-SECTION-SHOWN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SKILL-COUNT
               IF (WS-USKILL-ST(WS-K) = 'P' OR WS-USKILL-ST(WS-K) = 'C')
                  AND NOT (WS-USKILL-ST(WS-K) = 'C'
                           AND WS-USKILL-VER(WS-K) = 'Y')
                  MOVE 'Y' TO WS-SECTION-SHOWN
                  IF WS-USKILL-ST(WS-K) = 'P'
                     MOVE "In Progress" TO WS-SKILL-STATUS-TEXT
       LOAD-ONE-STUDENTS-SKILLS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
               MOVE 'N' TO WS-USKILL-ST(WS-K)
               MOVE 'N' TO WS-USKILL-VER(WS-K)
               MOVE 0 TO WS-USKILL-SCORE(WS-K)
           END-PERFORM
           OPEN INPUT USER-SKILLS-FILE
           IF WS-USKILL-STATUS = "00"
                             UNTIL WS-K > WS-SKILL-COUNT
                         IF WS-SK-ID-T(WS-K) = US-SKILL-ID
                            MOVE US-STATUS TO WS-USKILL-ST(WS-K)
                            IF US-VERIFIED = 'Y'
                               MOVE 'Y' TO WS-USKILL-VER(WS-K)
                               MOVE US-SCORE TO WS-USKILL-SCORE(WS-K)
                            END-IF
                            EXIT PERFORM
                         END-IF
                     END-PERFORM
                  INTO TOC-REC
           END-STRING
           WRITE TOC-REC
           MOVE WS-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO TOC-REC
           STRING "Left out at their request:" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TOC-REC
           END-STRING
           WRITE TOC-REC
           CLOSE TOC-FILE.

       END PROGRAM RESUME-BOOK.
