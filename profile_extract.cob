       *> asks for each term as a properly quoted comma-separated file
       *> (profile-extract.csv) with a header row: name, university,
       *> major, grad year, completed-skill count and experience count.
       *> Deactivated profiles are excluded, as are students who
       *> opted out of the extract in their privacy settings
       *> (privacy.dat), and the run can be filtered to one
       *> university or a graduation-year range.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE-EXTRACT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       FD  CSV-FILE.
       01  CSV-REC        PIC X(250).

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
       01  WS-CSV-STATUS      PIC XX VALUE SPACES.
       01  WS-PRV-STATUS      PIC XX VALUE SPACES.

       *> Students who asked to be left out of the extract.
       01  WS-OPT-COUNT       PIC 999 VALUE 0.
       01  WS-OPT-TABLE.
           05 WS-OPT-USER OCCURS 200 TIMES PIC X(20).
       01  WS-OPTED-OUT       PIC X VALUE 'N'.
       01  WS-ROWS-OPTED-OUT  PIC 9(5) VALUE 0.

       *> Optional filter -- 1 takes everything, 2 keeps one
       *> university, 3 keeps a graduation-year range.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-FILTER
           PERFORM LOAD-OPT-OUTS
           OPEN OUTPUT CSV-FILE
           MOVE '"name","university","major","grad year","skills completed","experience count"'
               TO CSV-REC
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE
           IF WS-ROWS-OPTED-OUT > 0
              MOVE WS-ROWS-OPTED-OUT TO WS-COUNT-DISPLAY
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Left out at the student's request: " DELIMITED BY SIZE
                     WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY WS-DISPLAY-LINE
           END-IF
           STOP RUN.

       GET-FILTER.
                  MOVE '1' TO WS-FILTER-MODE
           END-EVALUATE.

       LOAD-OPT-OUTS.
           MOVE 0 TO WS-OPT-COUNT
           OPEN INPUT PRIVACY-FILE
           IF WS-PRV-STATUS = "00"
              PERFORM READ-PRIVACY-RECORD
              PERFORM UNTIL WS-PRV-STATUS NOT = "00"
                  OR WS-OPT-COUNT >= 200
                  IF PRV-NO-EXTRACT = 'Y'
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

       SCAN-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'N' TO WS-OPTED-OUT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPT-COUNT
               IF WS-OPT-USER(WS-I) = PF-USERNAME
                  MOVE 'Y' TO WS-OPTED-OUT
                  EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPTED-OUT = 'Y'
              ADD 1 TO WS-ROWS-OPTED-OUT
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CSV-ROW
           ADD 1 TO WS-ROWS-WRITTEN.

