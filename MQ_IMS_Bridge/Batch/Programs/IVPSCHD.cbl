      *               LK-AS-OF-TIME ARE THE DATE (YYYYMMDD) AND TIME
      *               (HHMMSS) OF THE RUN, SUPPLIED BY THE SCHEDULER
      *               STEP THAT INVOKES THE SUITE.
      *
      *               A REGION IVPQUAR HAS QUARANTINED (QUARSTAT.CPY
      *               STATE 'Q') IS SKIPPED AS 'QUARANTINED - PROBE
      *               ONLY': IT GETS ONLY THE IVPPROBE HEALTH PROBE
      *               UNTIL IVPQUAR REINSTATES IT.  A MISSING QUARSTAT
      *               FILE MEANS NO REGION IS QUARANTINED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPSCHD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

           SELECT QUAR-STATE-FILE ASSIGN TO QUARSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT BES-DRIVER-OUT-FILE ASSIGN TO BESDRVRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRVOUT-STATUS.
           05  SLST-LAST-DATE           PIC X(8).
           05  SLST-LAST-TIME           PIC X(6).

       FD  QUAR-STATE-FILE
           RECORDING MODE IS F.
           COPY QUARSTAT.

       FD  BES-DRIVER-OUT-FILE
           RECORDING MODE IS F.
           COPY BESDRVR REPLACING BES-DRIVER-RECORD BY
       01  WS-DRIVER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-LAST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-QUAR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DRVOUT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
       01  WS-ROWS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-ROWS-PASSED           PIC S9(8) COMP VALUE ZERO.
       01  WS-ROWS-SKIPPED          PIC S9(8) COMP VALUE ZERO.
       01  WS-ROWS-QUARANTINED      PIC S9(8) COMP VALUE ZERO.

       01  WS-FREQ-TABLE-CTRL.
           05  WS-FREQ-COUNT        PIC S9(4) COMP VALUE ZERO.
               10  WS-LS-LAST-DATE      PIC X(8).
               10  WS-LS-LAST-TIME      PIC X(6).

       01  WS-QUAR-TABLE-CTRL.
           05  WS-QUAR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-QUAR-MAX-ENTRIES  PIC S9(4) COMP VALUE 200.
       01  WS-QUAR-TABLE.
           05  WS-QUAR-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-QUAR-IDX.
               10  WS-QR-BES-NAME       PIC X(8).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

           MOVE LK-AS-OF-TIME TO WS-AS-OF-STAMP-TIME
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-LOAD-LAST-TABLE
           PERFORM 1300-LOAD-QUARANTINE
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPSCHD: UNABLE TO OPEN DRIVER TABLE, STATUS='
               CLOSE SCHED-LAST-FILE
           END-IF.

       1300-LOAD-QUARANTINE.
           OPEN INPUT QUAR-STATE-FILE
           IF WS-QUAR-STATUS = '00'
               PERFORM UNTIL WS-QUAR-STATUS = '10'
                   READ QUAR-STATE-FILE
                       AT END
                           MOVE '10' TO WS-QUAR-STATUS
                       NOT AT END
                           IF QSTA-QUARANTINED
                               PERFORM 1310-STORE-QUARANTINED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUAR-STATE-FILE
           END-IF.

       1310-STORE-QUARANTINED.
           IF WS-QUAR-COUNT >= WS-QUAR-MAX-ENTRIES
               DISPLAY 'IVPSCHD: QUARANTINE TABLE FULL, MAX='
                   WS-QUAR-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-QUAR-COUNT
           SET WS-QUAR-IDX TO WS-QUAR-COUNT
           MOVE QSTA-BES-NAME TO WS-QR-BES-NAME (WS-QUAR-IDX).

       2000-PROCESS-DRIVER-ROW.
           ADD 1 TO WS-ROWS-READ
           PERFORM 2200-JUDGE-ROW
           IF NOT WS-ROW-SKIPPED
               PERFORM 2400-CHECK-BLACKOUT
           END-IF
           IF NOT WS-ROW-SKIPPED
               PERFORM 2450-CHECK-QUARANTINE
           END-IF
           IF NOT WS-ROW-SKIPPED
               PERFORM 2500-CHECK-FREQUENCY
           END-IF.
               END-PERFORM
           END-IF.

       2450-CHECK-QUARANTINE.
           IF WS-QUAR-COUNT > 0
               PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                   UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                   IF WS-QR-BES-NAME (WS-QUAR-IDX) =
                           BESD-BES-NAME OF BES-DRIVER-RECORD
                       SET WS-ROW-SKIPPED TO TRUE
                       MOVE 'QUARANTINED - PROBE ONLY'
                           TO WS-SKIP-REASON
                       ADD 1 TO WS-ROWS-QUARANTINED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2500-CHECK-FREQUENCY.
           MOVE 'E' TO WS-ROW-FREQUENCY
           IF WS-FREQ-COUNT > 0
           DISPLAY 'IVPSCHD: DRIVER ROWS READ = ' WS-ROWS-READ
           DISPLAY 'IVPSCHD: ROWS PASSED      = ' WS-ROWS-PASSED
           DISPLAY 'IVPSCHD: ROWS SKIPPED     = ' WS-ROWS-SKIPPED
           DISPLAY 'IVPSCHD: ROWS QUARANTINED = ' WS-ROWS-QUARANTINED
           MOVE ZERO TO RETURN-CODE.
