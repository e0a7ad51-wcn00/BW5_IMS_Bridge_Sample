      *               RESULTS COME BACK IN THE SAME EXTRACT LAYOUT, SO
      *               IVPHIST, IVPNOCEX AND THE EXCEPTION CHAIN
      *               CONSUME THEM UNCHANGED.
      *
      *               A REGION IVPQUAR HAS QUARANTINED (QUARSTAT.CPY
      *               STATE 'Q') STAYS ON THE PROBE CYCLE - ITS PROBES
      *               ARE WHAT REINSTATE IT - BUT AT THE LOW FREQUENCY
      *               OF ITS QUARANTINE POLICY (QUARPOL.CPY
      *               QPOL-PROBE-INTERVAL-MINS, '*' ROW AS THE SHOP
      *               DEFAULT, 240 MINUTES WITH NO ROW AT ALL) INSTEAD
      *               OF LK-INTERVAL-MINS, AND ONE PROBE PER REGION
      *               RATHER THAN ONE PER DRIVER ROW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPPROBE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT QUAR-STATE-FILE ASSIGN TO QUARSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT QUAR-POLICY-FILE ASSIGN TO QUARPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QPOL-STATUS.

           SELECT PROBE-REQUEST-FILE ASSIGN TO PROBREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           05  PCYC-LAST-TIME           PIC X(6).
           05  PCYC-CYCLE-NO            PIC 9(8).

       FD  QUAR-STATE-FILE
           RECORDING MODE IS F.
           COPY QUARSTAT.

       FD  QUAR-POLICY-FILE
           RECORDING MODE IS F.
           COPY QUARPOL.

       FD  PROBE-REQUEST-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.
       01  WS-DRIVER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CYCLE-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-QUAR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-QPOL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-REQUEST-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               10  WS-CY-LAST-TIME      PIC X(6).
               10  WS-CY-CYCLE-NO       PIC 9(8).

       01  WS-QPOL-TABLE-CTRL.
           05  WS-QPOL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-QPOL-MAX-ENTRIES  PIC S9(4) COMP VALUE 100.
       01  WS-QPOL-TABLE.
           05  WS-QPOL-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-QPOL-IDX.
               10  WS-QP-BES-NAME       PIC X(8).
               10  WS-QP-PROBE-MINS     PIC 9(4).

       01  WS-QUAR-TABLE-CTRL.
           05  WS-QUAR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-QUAR-MAX-ENTRIES  PIC S9(4) COMP VALUE 200.
       01  WS-QUAR-TABLE.
           05  WS-QUAR-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-QUAR-IDX.
               10  WS-QR-BES-NAME       PIC X(8).
               10  WS-QR-PROBE-MINS     PIC 9(4).

       01  WS-QUAR-SWITCH           PIC X(1).
           88  WS-ROW-QUARANTINED            VALUE 'Y'.
       01  WS-ROW-INTERVAL-MINS     PIC 9(4).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

           MOVE LK-AS-OF-TIME TO WS-AS-OF-STAMP-TIME
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-LOAD-CYCLE-TABLE
           PERFORM 1300-LOAD-QUAR-POLICY
           PERFORM 1400-LOAD-QUARANTINE
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPPROBE: UNABLE TO OPEN DRIVER TABLE, STATUS='
               CLOSE PROBE-CYCLE-FILE
           END-IF.

       1300-LOAD-QUAR-POLICY.
           OPEN INPUT QUAR-POLICY-FILE
           IF WS-QPOL-STATUS = '00'
               PERFORM UNTIL WS-QPOL-STATUS = '10'
                   READ QUAR-POLICY-FILE
                       AT END
                           MOVE '10' TO WS-QPOL-STATUS
                       NOT AT END
                           IF WS-QPOL-COUNT >= WS-QPOL-MAX-ENTRIES
                               DISPLAY 'IVPPROBE: QUARANTINE POLICY '
                                   'TABLE FULL, MAX='
                                   WS-QPOL-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-QPOL-COUNT
                           SET WS-QPOL-IDX TO WS-QPOL-COUNT
                           MOVE QPOL-BES-NAME
                               TO WS-QP-BES-NAME (WS-QPOL-IDX)
                           MOVE QPOL-PROBE-INTERVAL-MINS
                               TO WS-QP-PROBE-MINS (WS-QPOL-IDX)
                   END-READ
               END-PERFORM
               CLOSE QUAR-POLICY-FILE
           END-IF.

       1400-LOAD-QUARANTINE.
           OPEN INPUT QUAR-STATE-FILE
           IF WS-QUAR-STATUS = '00'
               PERFORM UNTIL WS-QUAR-STATUS = '10'
                   READ QUAR-STATE-FILE
                       AT END
                           MOVE '10' TO WS-QUAR-STATUS
                       NOT AT END
                           IF QSTA-QUARANTINED
                               PERFORM 1410-STORE-QUARANTINED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUAR-STATE-FILE
           END-IF.

       1410-STORE-QUARANTINED.
           IF WS-QUAR-COUNT >= WS-QUAR-MAX-ENTRIES
               DISPLAY 'IVPPROBE: QUARANTINE TABLE FULL, MAX='
                   WS-QUAR-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-QUAR-COUNT
           SET WS-QUAR-IDX TO WS-QUAR-COUNT
           MOVE QSTA-BES-NAME TO WS-QR-BES-NAME (WS-QUAR-IDX)
           MOVE 0240 TO WS-QR-PROBE-MINS (WS-QUAR-IDX)
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-QPOL-COUNT > 0
               PERFORM VARYING WS-QPOL-IDX FROM 1 BY 1
                   UNTIL WS-QPOL-IDX > WS-QPOL-COUNT
                   IF WS-QP-BES-NAME (WS-QPOL-IDX) = QSTA-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   PERFORM VARYING WS-QPOL-IDX FROM 1 BY 1
                       UNTIL WS-QPOL-IDX > WS-QPOL-COUNT
                       IF WS-QP-BES-NAME (WS-QPOL-IDX) = '*'
                           SET WS-ENTRY-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-QP-PROBE-MINS (WS-QPOL-IDX)
                   TO WS-QR-PROBE-MINS (WS-QUAR-IDX)
           END-IF.

       2000-PROCESS-DRIVER-ROW.
           ADD 1 TO WS-ROWS-READ
           PERFORM 2200-JUDGE-ROW
               MOVE BESD-BES-NAME OF BES-DRIVER-RECORD
                   TO WS-DL-BES-NAME
               MOVE 'PROBED'      TO WS-DL-DECISION
               IF WS-ROW-QUARANTINED
                   MOVE 'QUARANTINE HEALTH PROBE' TO WS-DL-REASON
               ELSE
                   MOVE SPACES    TO WS-DL-REASON
               END-IF
               MOVE WS-CY-CYCLE-NO (WS-CYC-IDX) TO WS-DL-CYCLE-NO
               WRITE PROBE-RPT-LINE FROM WS-DETAIL-LINE
           END-IF
           END-IF.

       2500-CHECK-INTERVAL.
           PERFORM 2520-CHECK-QUARANTINE
           PERFORM 2510-FIND-CYCLE-ENTRY
           IF WS-ENTRY-FOUND
               IF WS-CY-LAST-DATE (WS-CYC-IDX) = LK-AS-OF-DATE
                       WS-HH-WORK * 60 + WS-MM-WORK
                   COMPUTE WS-ELAPSED-MINS =
                       WS-AS-OF-MINS - WS-LAST-MINS
                   IF WS-ELAPSED-MINS < WS-ROW-INTERVAL-MINS
                       SET WS-ROW-SKIPPED TO TRUE
                       IF WS-ROW-QUARANTINED
                           MOVE 'NOT DUE - QUARANTINE INTERVAL'
                               TO WS-SKIP-REASON
                       ELSE
                           MOVE 'NOT DUE - PROBE INTERVAL'
                               TO WS-SKIP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-PERFORM
           END-IF.

       2520-CHECK-QUARANTINE.
           MOVE 'N' TO WS-QUAR-SWITCH
           MOVE LK-INTERVAL-MINS TO WS-ROW-INTERVAL-MINS
           IF WS-QUAR-COUNT > 0
               PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                   UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                   IF WS-QR-BES-NAME (WS-QUAR-IDX) =
                           BESD-BES-NAME OF BES-DRIVER-RECORD
                       SET WS-ROW-QUARANTINED TO TRUE
                       MOVE WS-QR-PROBE-MINS (WS-QUAR-IDX)
                           TO WS-ROW-INTERVAL-MINS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2600-STAMP-CYCLE.
           PERFORM 2510-FIND-CYCLE-ENTRY
           IF NOT WS-ENTRY-FOUND
