      *               IVPEXCON CONSOLIDATOR, AND AT END OF STEP A
      *               RUN-CONTROL STEP RECORD (RUNCTL.CPY) IS APPENDED
      *               UNDER LK-RUN-ID FOR THE RUN-SUMMARY CROSS-CHECK.
      *
      *               THE EXTRACT IS SORTED ON IVP-BTCH-SEQ-NO AND EACH
      *               BATCH COUNTED ON THE CONTROL BREAK, SO THERE IS
      *               NO LIMIT ON BATCHES PER RUN.  THE BATCH TOTALS
      *               ARE THEN SORTED BACK INTO THE ORDER EACH BATCH
      *               FIRST APPEARED ON THE EXTRACT, WHICH IS THE ORDER
      *               THE REPORT AND THE EXCEPTIONS HAVE ALWAYS BEEN
      *               WRITTEN IN.  EXPECTED COUNT AND BES NAME COME
      *               FROM THE BATCH'S FIRST EXTRACT RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPRECON.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RECON-BATCH-WORK-FILE ASSIGN TO RCNBTCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-WORK-STATUS.

           SELECT RECON-SORT-FILE ASSIGN TO SORTWK1.

           SELECT RECON-BATCH-SORT-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  RECON-BATCH-WORK-FILE
           RECORDING MODE IS F.
       01  RECON-BATCH-WORK-RECORD.
           05  RBWK-FIRST-ORDINAL       PIC S9(9) COMP.
           05  RBWK-BTCH-SEQ-NO         PIC S9(8) COMP.
           05  RBWK-BES-NAME            PIC X(8).
           05  RBWK-EXPECTED            PIC S9(8) COMP.
           05  RBWK-RECEIVED            PIC S9(8) COMP.

       SD  RECON-SORT-FILE.
       01  RECON-SORT-RECORD.
           05  RSRT-BTCH-SEQ-NO         PIC S9(8) COMP.
           05  RSRT-ORDINAL             PIC S9(9) COMP.
           05  RSRT-BES-NAME            PIC X(8).
           05  RSRT-WRITES              PIC S9(8) COMP.

       SD  RECON-BATCH-SORT-FILE.
       01  RECON-BATCH-SORT-RECORD.
           05  RBSRT-FIRST-ORDINAL      PIC S9(9) COMP.
           05  RBSRT-BTCH-SEQ-NO        PIC S9(8) COMP.
           05  RBSRT-BES-NAME           PIC X(8).
           05  RBSRT-EXPECTED           PIC S9(8) COMP.
           05  RBSRT-RECEIVED           PIC S9(8) COMP.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-COMMON-EXC-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-BATCH-WORK-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-STEP-DATE             PIC 9(8).
       01  WS-STEP-TIME             PIC X(8).
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-EXTRACT             VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SORT                VALUE 'Y'.
       01  WS-BATCH-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-BATCHES             VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-BATCH-COUNT           PIC S9(8) COMP VALUE ZERO.

       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).
       PROCEDURE DIVISION USING LK-RUN-ID.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT RECON-SORT-FILE
               ON ASCENDING KEY RSRT-BTCH-SEQ-NO RSRT-ORDINAL
               INPUT PROCEDURE IS 2000-RELEASE-EXTRACT
               OUTPUT PROCEDURE IS 2500-SUMMARIZE-BATCHES
           PERFORM 1100-CHECK-SORT
           SORT RECON-BATCH-SORT-FILE
               ON ASCENDING KEY RBSRT-FIRST-ORDINAL
               USING RECON-BATCH-WORK-FILE
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
           PERFORM 1100-CHECK-SORT
           PERFORM 9000-TERMINATE
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECON-BATCH-WORK-FILE
           IF WS-BATCH-WORK-STATUS NOT = '00'
               DISPLAY 'IVPRECON: UNABLE TO OPEN BATCH WORK, STATUS='
                   WS-BATCH-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECON-RPT-FILE
           OPEN OUTPUT RECON-COMMON-EXC-FILE
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME.

       1100-CHECK-SORT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'IVPRECON: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-RELEASE-EXTRACT.
           PERFORM 2100-READ-EXTRACT
           PERFORM 2200-RELEASE-RECORD
               UNTIL WS-END-OF-EXTRACT.

       2100-READ-EXTRACT.
           READ IVP-EXTRACT-FILE INTO WS-IVP-FIELDS-WORK
                   SET WS-END-OF-EXTRACT TO TRUE
           END-READ.

       2200-RELEASE-RECORD.
           ADD 1 TO WS-RECS-READ
           MOVE IVP-BTCH-SEQ-NO OF WS-IVP-FIELDS-WORK
               TO RSRT-BTCH-SEQ-NO
           MOVE WS-RECS-READ TO RSRT-ORDINAL
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK TO RSRT-BES-NAME
           MOVE IVP-WRITES OF WS-IVP-FIELDS-WORK TO RSRT-WRITES
           RELEASE RECON-SORT-RECORD
           PERFORM 2100-READ-EXTRACT.

      *    THE BATCH WORK FILE WAS OPENED BY 1000-INITIALIZE AND IS
      *    CLOSED HERE, BEFORE THE SECOND SORT READS IT.
       2500-SUMMARIZE-BATCHES.
           PERFORM 2600-RETURN-SORTED
           PERFORM 2700-SUMMARIZE-ONE-BATCH
               UNTIL WS-END-OF-SORT
           CLOSE RECON-BATCH-WORK-FILE.

       2600-RETURN-SORTED.
           RETURN RECON-SORT-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       2700-SUMMARIZE-ONE-BATCH.
           MOVE RSRT-ORDINAL     TO RBWK-FIRST-ORDINAL
           MOVE RSRT-BTCH-SEQ-NO TO RBWK-BTCH-SEQ-NO
           MOVE RSRT-BES-NAME    TO RBWK-BES-NAME
           MOVE RSRT-WRITES      TO RBWK-EXPECTED
           MOVE ZERO             TO RBWK-RECEIVED
           PERFORM UNTIL WS-END-OF-SORT
                   OR RSRT-BTCH-SEQ-NO NOT = RBWK-BTCH-SEQ-NO
               ADD 1 TO RBWK-RECEIVED
               PERFORM 2600-RETURN-SORTED
           END-PERFORM
           ADD 1 TO WS-BATCH-COUNT
           WRITE RECON-BATCH-WORK-RECORD.

       3000-PRINT-REPORT.
           WRITE RECON-RPT-LINE FROM WS-HDR-LINE-1
           WRITE RECON-RPT-LINE FROM WS-HDR-LINE-2
           PERFORM 3050-RETURN-BATCH
           PERFORM UNTIL WS-END-OF-BATCHES
               MOVE RBSRT-BTCH-SEQ-NO TO WS-DL-SEQ-NO
               MOVE RBSRT-BES-NAME    TO WS-DL-BES-NAME
               MOVE RBSRT-EXPECTED    TO WS-DL-EXPECTED
               MOVE RBSRT-RECEIVED    TO WS-DL-RECEIVED
               IF RBSRT-EXPECTED = RBSRT-RECEIVED
                   MOVE 'OK'        TO WS-DL-STATUS
               ELSE
                   MOVE '*MISMATCH*' TO WS-DL-STATUS
                   PERFORM 3100-WRITE-COMMON-EXCEPTION
               END-IF
               WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE
               PERFORM 3050-RETURN-BATCH
           END-PERFORM.

       3050-RETURN-BATCH.
           RETURN RECON-BATCH-SORT-FILE
               AT END
                   SET WS-END-OF-BATCHES TO TRUE
           END-RETURN.

       3100-WRITE-COMMON-EXCEPTION.
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPRECON'           TO EXCP-SOURCE-PGM
           MOVE SPACES               TO EXCP-IVP-ID
           MOVE RBSRT-BTCH-SEQ-NO    TO EXCP-BTCH-SEQ-NO
           MOVE RBSRT-BES-NAME       TO EXCP-BES-NAME
           MOVE '2'                  TO EXCP-SEVERITY
           MOVE RBSRT-EXPECTED       TO WS-ETW-EXPECTED
           MOVE RBSRT-RECEIVED       TO WS-ETW-RECEIVED
           MOVE WS-EXC-TEXT-WORK     TO EXCP-TEXT
           MOVE WS-RAISED-DATE       TO EXCP-RAISED-DATE
           MOVE WS-RAISED-TIME       TO EXCP-RAISED-TIME
