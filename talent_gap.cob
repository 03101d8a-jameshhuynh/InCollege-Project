           05 US-USER          PIC X(20).
           05 US-SKILL-ID      PIC 9(2).
           05 US-STATUS        PIC X.
           05 US-VERIFIED      PIC X.
           05 US-SCORE         PIC 9(3).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(120).
