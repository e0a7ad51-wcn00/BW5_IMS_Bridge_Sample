      *               ONE RECORD PER REPLY, SO A TEST'S STATUS IS THE
      *               WORST OF ITS RECORDS: ONE FAIL AMONG THE
      *               REPLIES MARKS THE WHOLE TEST FAILED.
      *
      *               EVERY NEW FAILURE AND DEGRADED REGION IS ALSO
      *               WRITTEN TO THE REGRESSION EXTRACT (REGRXTR.CPY)
      *               FOR THE CHANGE-CORRELATION STEP (IVPRGCOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPDDRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REGRESSION-XTR-FILE ASSIGN TO REGRXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODAY-HIST-FILE.
           RECORDING MODE IS F.
       01  DELTA-RPT-LINE               PIC X(132).

       FD  REGRESSION-XTR-FILE
           RECORDING MODE IS F.
           COPY REGRXTR.

       WORKING-STORAGE SECTION.
       01  WS-TODAY-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PRIOR-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-REGR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-TODAY-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-TODAY               VALUE 'Y'.
       01  WS-PRIOR-EOF-SWITCH      PIC X(1)  VALUE 'N'.
                   WS-STAT-STATUS
           END-IF
           OPEN OUTPUT DELTA-RPT-FILE
           OPEN OUTPUT REGRESSION-XTR-FILE
           MOVE LK-PRIOR-DATE TO WS-HDR-PRIOR-DATE
           MOVE LK-TODAY-DATE TO WS-HDR-TODAY-DATE
           WRITE DELTA-RPT-LINE FROM WS-HDR-LINE-1
                           TO WS-TD-NOTE
                   END-IF
                   WRITE DELTA-RPT-LINE FROM WS-TEST-DETAIL-LINE
                   MOVE SPACES         TO REGRESSION-XTR-RECORD
                   MOVE 'F'            TO REGR-TYPE
                   MOVE WS-TD-BES-NAME TO REGR-BES-NAME
                   MOVE WS-TD-IVP-ID   TO REGR-IVP-ID
                   MOVE LK-TODAY-DATE  TO REGR-RUN-DATE
                   MOVE LK-PRIOR-DATE  TO REGR-PRIOR-DATE
                   MOVE ZERO           TO REGR-CHANGE-PCT
                   MOVE WS-TD-NOTE     TO REGR-NOTE
                   WRITE REGRESSION-XTR-RECORD
                   ADD 1 TO WS-NEW-FAILURES
               END-IF
           END-PERFORM.
                               TO WS-BD-CHANGE-PCT
                           WRITE DELTA-RPT-LINE
                               FROM WS-BES-DETAIL-LINE
                           MOVE SPACES TO REGRESSION-XTR-RECORD
                           MOVE 'L'    TO REGR-TYPE
                           MOVE WS-BS-BES-NAME (WS-BES-IDX)
                               TO REGR-BES-NAME
                           MOVE LK-TODAY-DATE TO REGR-RUN-DATE
                           MOVE LK-PRIOR-DATE TO REGR-PRIOR-DATE
                           MOVE WS-DEGRADE-PCT-OBSERVED
                               TO REGR-CHANGE-PCT
                           MOVE 'AVERAGE ROUND TRIP DEGRADED'
                               TO REGR-NOTE
                           WRITE REGRESSION-XTR-RECORD
                           ADD 1 TO WS-DEGRADED-REGIONS
                       END-IF
                   END-IF
               CLOSE IVP-DAILY-STAT-MASTER
           END-IF
           CLOSE DELTA-RPT-FILE
           CLOSE REGRESSION-XTR-FILE
           DISPLAY 'IVPDDRPT: TODAY RECORDS READ = ' WS-TODAY-RECS-READ
           DISPLAY 'IVPDDRPT: PRIOR RECORDS READ = ' WS-PRIOR-RECS-READ
           DISPLAY 'IVPDDRPT: BAD LAYOUT VERSION = '
