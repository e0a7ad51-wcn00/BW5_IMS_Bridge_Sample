      *               WITH NO OPENING OR NO CLOSING RECORD IS FLAGGED
      *               AS INCOMPLETE, SO "PROVE THE SUITE RAN COMPLETE
      *               ON THE 14TH" IS ONE PAGE INSTEAD OF A SYSOUT
      *               ARCHAEOLOGY EXERCISE.  A CATCH-UP REPLAY STEP
      *               ('CATCHUP', WRITTEN BY IVPCATCH) REBUILDS ONE
      *               STEP FOR AN EARLIER DATE AND FEEDS NO OTHER STEP,
      *               SO IT IS PRINTED BUT LEFT OUT OF THE CHAIN CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPRCSUM.
               10  WS-ST-OUTPUT-COUNT   PIC 9(8).
               10  WS-ST-EXC-COUNT      PIC 9(8).
               10  WS-ST-RETURN-CODE    PIC 9(4).
               10  WS-ST-CATCHUP-FLAG   PIC X(1).
                   88  WS-ST-CATCHUP-STEP      VALUE 'Y'.

       01  WS-STEP-IDX-NEXT         PIC S9(4) COMP.

           MOVE RUNC-OUTPUT-COUNT
               TO WS-ST-OUTPUT-COUNT (WS-STEP-IDX)
           MOVE RUNC-EXCEPTION-COUNT TO WS-ST-EXC-COUNT (WS-STEP-IDX)
           MOVE RUNC-RETURN-CODE     TO WS-ST-RETURN-CODE (WS-STEP-IDX)
           IF RUNC-CATCHUP-STEP
               MOVE 'Y' TO WS-ST-CATCHUP-FLAG (WS-STEP-IDX)
           ELSE
               MOVE 'N' TO WS-ST-CATCHUP-FLAG (WS-STEP-IDX)
           END-IF.

       3000-PRINT-STEPS.
           WRITE RUN-SUMMARY-RPT-LINE FROM WS-HDR-LINE-2
               MOVE WS-ST-EXC-COUNT (WS-STEP-IDX)  TO WS-DL-EXCEPTS
               MOVE WS-ST-RETURN-CODE (WS-STEP-IDX) TO WS-DL-RC
               MOVE SPACES TO WS-DL-CHAIN
               IF WS-ST-CATCHUP-STEP (WS-STEP-IDX)
                   MOVE 'CATCH-UP REPLAY' TO WS-DL-CHAIN
               END-IF
               IF WS-STEP-IDX < WS-STEP-COUNT
                   AND NOT WS-ST-CATCHUP-STEP (WS-STEP-IDX)
                   COMPUTE WS-STEP-IDX-NEXT = WS-STEP-IDX + 1
                   IF NOT WS-ST-CATCHUP-STEP (WS-STEP-IDX-NEXT)
                       AND WS-ST-OUTPUT-COUNT (WS-STEP-IDX) NOT =
                           WS-ST-INPUT-COUNT (WS-STEP-IDX-NEXT)
                       MOVE '*COUNT BREAK*' TO WS-DL-CHAIN
                       ADD 1 TO WS-CHAIN-BREAKS
