           PERFORM LOAD-RUN-CONTROL
           IF WS-STEP-COUNT = 0
              PERFORM SEED-RUN-CONTROL
           ELSE
              PERFORM ENSURE-RECONCILE-STEP
           END-IF

           PERFORM CHECK-STREAM-STATE
       *> the steps or their order.
       *>--------------------------------------------------
       SEED-RUN-CONTROL.
           MOVE 6 TO WS-STEP-COUNT
           MOVE 1 TO WS-STEP-SEQ(1)
           MOVE "./usage_report" TO WS-STEP-CMD(1)
           MOVE 2 TO WS-STEP-SEQ(2)
           MOVE "./dormant_report" TO WS-STEP-CMD(4)
           MOVE 5 TO WS-STEP-SEQ(5)
           MOVE "./backup_files" TO WS-STEP-CMD(5)
           MOVE 6 TO WS-STEP-SEQ(6)
           MOVE "./batch_reconcile" TO WS-STEP-CMD(6)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STEP-COUNT
               MOVE 'P' TO WS-STEP-STAT(WS-I)
               MOVE SPACES TO WS-STEP-DATE(WS-I)
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "runcontrol.dat seeded with the standard stream.".

       *>--------------------------------------------------
       *> The control-total reconciliation always closes the stream,
       *> so a failure there holds the processing date. A board
       *> seeded before it existed gets it appended as the last step.
       *>--------------------------------------------------
       ENSURE-RECONCILE-STEP.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STEP-COUNT
               IF WS-STEP-CMD(WS-I) = "./batch_reconcile"
                  EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-STEP-COUNT >= 20
              DISPLAY "runcontrol.dat is full -- ./batch_reconcile"
                      " could not be added."
              EXIT PARAGRAPH
           END-IF
      *>   Added to last night's finished board it counts as done,
      *>   so the usual reset still happens; added mid-stream it is
      *>   pending like the steps ahead of it.
           PERFORM CHECK-STREAM-STATE
           ADD 1 TO WS-STEP-COUNT
           COMPUTE WS-STEP-SEQ(WS-STEP-COUNT) =
               WS-STEP-SEQ(WS-STEP-COUNT - 1) + 1
           MOVE "./batch_reconcile" TO WS-STEP-CMD(WS-STEP-COUNT)
           IF WS-ALL-COMPLETE = 'Y'
              MOVE 'C' TO WS-STEP-STAT(WS-STEP-COUNT)
           ELSE
              MOVE 'P' TO WS-STEP-STAT(WS-STEP-COUNT)
           END-IF
           MOVE SPACES TO WS-STEP-DATE(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-TIME(WS-STEP-COUNT)
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "./batch_reconcile added to runcontrol.dat as the"
                   " last step.".

       CHECK-STREAM-STATE.
           MOVE 'N' TO WS-INFLIGHT
           MOVE 'Y' TO WS-ALL-COMPLETE
