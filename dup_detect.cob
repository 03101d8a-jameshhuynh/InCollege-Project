           05 DQ-NOTE          PIC X(40).
           *> 'P' pending review / 'C' confirmed / 'D' dismissed
           05 DQ-STATUS        PIC X.
           *> Day the pair was queued; BACKLOG-AGING ages the queue by it.
           05 DQ-QUEUED-DATE   PIC X(8).

       FD  REPORT-FILE.
       01  RPT-REC        PIC X(100).
              MOVE WS-P-USER(WS-J) TO DQ-USER-B
              MOVE WS-NOTE TO DQ-NOTE
              MOVE 'P' TO DQ-STATUS
              MOVE WS-RUN-DATE TO DQ-QUEUED-DATE
              WRITE DUP-QUEUE-REC
              CLOSE DUP-QUEUE-FILE
           END-IF
