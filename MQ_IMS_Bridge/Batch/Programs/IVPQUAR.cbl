      ******************************************************************
      *  PROGRAM-ID : IVPQUAR
      *  PURPOSE    : NIGHTLY QUARANTINE STEP.  A REGION DOWN FOR A
      *               PLANNED REBUILD WITH NO SCHEDCAL BLACKOUT USED
      *               TO FAIL EVERY NIGHT AND EVERY PROBE CYCLE,
      *               FLOODING THE EXCEPTION MASTER WITH CARRY-
      *               FORWARDS AND TRAINING PEOPLE TO IGNORE THE
      *               PAGES.  RUNS AFTER IVPDSTAT AND IVPEXCON AND
      *               JUDGES EVERY IVP-BES-NAME ON THE DRIVER TABLE
      *               (BESDRVR.CPY) AGAINST THE QUARANTINE STATE TABLE
      *               (QUARSTAT.CPY) UNDER ITS QUARANTINE POLICY
      *               (QUARPOL.CPY):
      *
      *                 ACTIVE      - THE NIGHT'S RUN FAILED WHEN THE
      *                               DAILY STATISTICS MASTER (IVPDSTA)
      *                               SHOWS FAILURES AND NO PASS, OR
      *                               SHOWS NOTHING WHILE THE EXCEPTION
      *                               MASTER CARRIES A FRESH IVPTMOUT
      *                               OR IVPRETRY EXCEPTION FOR THE
      *                               BES.  ANY PASS RESETS THE COUNT;
      *                               NO RUN AT ALL LEAVES IT.  AT
      *                               QPOL-FAIL-LIMIT FAILURES IN A ROW
      *                               THE BES IS QUARANTINED.
      *                 QUARANTINED - ONLY THE IVPPROBE HEALTH PROBES
      *                               (IVP-ID PRBnnnnn) ON THE NIGHT'S
      *                               HISTORY DAILY COUNT; EACH PASS
      *                               ADDS ONE, ANYTHING ELSE STARTS
      *                               THE COUNT AGAIN.  AT
      *                               QPOL-REINSTATE-PASSES PASSES IN A
      *                               ROW THE BES IS REINSTATED.
      *
      *               WHILE QUARANTINED, IVPSCHD LEAVES THE REGION OUT
      *               OF THE SUITE, IVPPROBE PROBES IT ONCE PER
      *               QPOL-PROBE-INTERVAL-MINS AND IVPALERT HOLDS ITS
      *               PAGES TO ONE DAILY REMINDER.  EVERY QUARANTINE
      *               AND REINSTATEMENT IS JOURNALED (TBLJRNL.CPY,
      *               TABLE QUARSTAT) UNDER LK-APPLY-USERID, AND THE
      *               QUARANTINE STATUS REPORT LISTS EVERY REGION WITH
      *               ITS STATE, HOW LONG IT HAS BEEN QUARANTINED AND
      *               AN OVERDUE REVIEW FLAG PAST QPOL-REVIEW-DAYS, SO
      *               A REGION CANNOT SIT QUARANTINED FOR WEEKS
      *               UNNOTICED.  A ROW ALREADY JUDGED FOR LK-RUN-DATE
      *               IS NOT COUNTED AGAIN ON A RERUN.  RC 4 WHEN ANY
      *               REGION CHANGED STATE OR IS OVERDUE FOR REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPQUAR.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAR-STATE-FILE ASSIGN TO QUARSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT QUAR-POLICY-FILE ASSIGN TO QUARPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT BES-DRIVER-FILE ASSIGN TO BESDRVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.

           SELECT IVP-DAILY-STAT-MASTER ASSIGN TO IVPDSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IVPDS-KEY
               FILE STATUS IS WS-DSTAT-STATUS.

           SELECT EXC-MASTER-FILE ASSIGN TO EXCMSTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT IVP-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TABLE-JOURNAL-FILE ASSIGN TO TBLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT QUAR-RPT-FILE ASSIGN TO QUARRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUAR-STATE-FILE
           RECORDING MODE IS F.
           COPY QUARSTAT.

       FD  QUAR-POLICY-FILE
           RECORDING MODE IS F.
           COPY QUARPOL.

       FD  BES-DRIVER-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       FD  IVP-DAILY-STAT-MASTER.
           COPY IVPDSTA.

       FD  EXC-MASTER-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  IVP-HIST-FILE
           RECORDING MODE IS F.
           COPY IVPHREC.

       FD  TABLE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY TBLJRNL.

       FD  QUAR-RPT-FILE
           RECORDING MODE IS F.
       01  QUAR-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATE-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-POLICY-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-DRIVER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-DSTAT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-JRNL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-DSN              PIC X(44) VALUE SPACES.
       01  WS-DSTAT-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-DSTAT-OPEN                 VALUE 'Y'.

       01  WS-APPLY-DATE            PIC 9(8).
       01  WS-APPLY-TIME            PIC X(8).
       01  WS-JRNL-WRITTEN          PIC S9(8) COMP VALUE ZERO.
       01  WS-JRNL-BEFORE-SAVE      PIC X(160) VALUE SPACES.
       01  WS-JRNL-ACTION           PIC X(1).

       01  WS-PROBES-READ           PIC S9(8) COMP VALUE ZERO.
       01  WS-FRESH-EXC-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-QUARANTINED-COUNT     PIC S9(8) COMP VALUE ZERO.
       01  WS-NEWLY-QUARANTINED     PIC S9(8) COMP VALUE ZERO.
       01  WS-REINSTATED            PIC S9(8) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC S9(8) COMP VALUE ZERO.

       01  WS-POLICY-TABLE-CTRL.
           05  WS-POL-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-POL-MAX-ENTRIES   PIC S9(4) COMP VALUE 100.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-POL-IDX.
               10  WS-PL-BES-NAME       PIC X(8).
               10  WS-PL-FAIL-LIMIT     PIC 9(3).
               10  WS-PL-REINSTATE      PIC 9(3).
               10  WS-PL-PROBE-MINS     PIC 9(4).
               10  WS-PL-REVIEW-DAYS    PIC 9(3).

       01  WS-STATE-TABLE-CTRL.
           05  WS-QS-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-QS-MAX-ENTRIES    PIC S9(4) COMP VALUE 200.
       01  WS-STATE-TABLE.
           05  WS-QS-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-QS-IDX.
               10  WS-QS-BES-NAME       PIC X(8).
               10  WS-QS-STATE          PIC X(1).
                   88  WS-QS-ACTIVE            VALUE 'A'.
                   88  WS-QS-QUARANTINED       VALUE 'Q'.
               10  WS-QS-CONSEC-FAILS   PIC 9(4).
               10  WS-QS-CONSEC-PASSES  PIC 9(4).
               10  WS-QS-LAST-JUDGED    PIC X(8).
               10  WS-QS-QUAR-DATE      PIC X(8).
               10  WS-QS-REINSTATE-DATE PIC X(8).
               10  WS-QS-NEW-SWITCH     PIC X(1).
                   88  WS-QS-NEW-ROW           VALUE 'Y'.
               10  WS-QS-FRESH-EXC      PIC S9(4) COMP.
               10  WS-QS-ACTION         PIC X(12).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-SRCH-BES-NAME         PIC X(8).

       01  WS-CUR-POLICY.
           05  WS-CUR-FAIL-LIMIT    PIC 9(3).
           05  WS-CUR-REINSTATE     PIC 9(3).
           05  WS-CUR-PROBE-MINS    PIC 9(4).
           05  WS-CUR-REVIEW-DAYS   PIC 9(3).

       01  WS-RUN-DATE-NUM          PIC 9(8).
       01  WS-QUAR-DATE-NUM         PIC 9(8).
       01  WS-DAYS-QUARANTINED      PIC S9(6) COMP.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(30)
               VALUE 'IVP REGION QUARANTINE STATUS'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE      PIC X(8).
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(10) VALUE 'BES NAME'.
           05  FILLER               PIC X(13) VALUE 'STATE'.
           05  FILLER               PIC X(10) VALUE 'SINCE'.
           05  FILLER               PIC X(6)  VALUE 'DAYS'.
           05  FILLER               PIC X(11) VALUE 'FAILS/LIM'.
           05  FILLER               PIC X(11) VALUE 'PASSES/REQ'.
           05  FILLER               PIC X(14) VALUE 'ACTION'.
           05  FILLER               PIC X(14) VALUE 'REVIEW'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-STATE          PIC X(11).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-SINCE          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-DL-FAILS          PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE '/'.
           05  WS-DL-FAIL-LIMIT     PIC ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-PASSES         PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE '/'.
           05  WS-DL-REINSTATE      PIC ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-ACTION         PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-REVIEW         PIC X(14).

       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(15) VALUE 'TOTALS: ACTIVE='.
           05  WS-TOT-ACTIVE        PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  QUARANTINED='.
           05  WS-TOT-QUARANTINED   PIC ZZZZ9.
           05  FILLER               PIC X(18)
               VALUE '  NEW QUARANTINES='.
           05  WS-TOT-NEW-QUAR      PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  REINSTATED='.
           05  WS-TOT-REINSTATED    PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  OVERDUE='.
           05  WS-TOT-OVERDUE       PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RUN-DATE               PIC X(8).
       01  LK-APPLY-USERID           PIC X(8).

       PROCEDURE DIVISION USING LK-RUN-DATE LK-APPLY-USERID.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-REGIONS
           PERFORM 3000-PRINT-REPORT
           PERFORM 8000-SAVE-STATE-TABLE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE LK-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM 1100-LOAD-POLICY
           PERFORM 1200-LOAD-STATE-TABLE
           PERFORM 1300-LOAD-DRIVER-REGIONS
           PERFORM 1400-COUNT-FRESH-EXCEPTIONS
           PERFORM 1500-TALLY-PROBES
           PERFORM 1600-OPEN-JOURNAL
           OPEN INPUT IVP-DAILY-STAT-MASTER
           IF WS-DSTAT-STATUS = '00'
               SET WS-DSTAT-OPEN TO TRUE
           ELSE
               DISPLAY 'IVPQUAR: STAT MASTER NOT AVAILABLE, STATUS='
                   WS-DSTAT-STATUS
           END-IF
           OPEN OUTPUT QUAR-RPT-FILE
           MOVE LK-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE QUAR-RPT-LINE FROM WS-HDR-LINE-1
           MOVE SPACES TO QUAR-RPT-LINE
           WRITE QUAR-RPT-LINE
           WRITE QUAR-RPT-LINE FROM WS-HDR-LINE-2.

       1100-LOAD-POLICY.
           OPEN INPUT QUAR-POLICY-FILE
           IF WS-POLICY-STATUS = '00'
               PERFORM UNTIL WS-POLICY-STATUS = '10'
                   READ QUAR-POLICY-FILE
                       AT END
                           MOVE '10' TO WS-POLICY-STATUS
                       NOT AT END
                           IF WS-POL-COUNT >= WS-POL-MAX-ENTRIES
                               DISPLAY 'IVPQUAR: POLICY TABLE FULL, '
                                   'MAX=' WS-POL-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-POL-COUNT
                           SET WS-POL-IDX TO WS-POL-COUNT
                           MOVE QPOL-BES-NAME
                               TO WS-PL-BES-NAME (WS-POL-IDX)
                           MOVE QPOL-FAIL-LIMIT
                               TO WS-PL-FAIL-LIMIT (WS-POL-IDX)
                           MOVE QPOL-REINSTATE-PASSES
                               TO WS-PL-REINSTATE (WS-POL-IDX)
                           MOVE QPOL-PROBE-INTERVAL-MINS
                               TO WS-PL-PROBE-MINS (WS-POL-IDX)
                           MOVE QPOL-REVIEW-DAYS
                               TO WS-PL-REVIEW-DAYS (WS-POL-IDX)
                   END-READ
               END-PERFORM
               CLOSE QUAR-POLICY-FILE
           END-IF.

       1200-LOAD-STATE-TABLE.
           OPEN INPUT QUAR-STATE-FILE
           IF WS-STATE-STATUS = '00'
               PERFORM UNTIL WS-STATE-STATUS = '10'
                   READ QUAR-STATE-FILE
                       AT END
                           MOVE '10' TO WS-STATE-STATUS
                       NOT AT END
                           PERFORM 1210-STORE-STATE-ROW
                   END-READ
               END-PERFORM
               CLOSE QUAR-STATE-FILE
           END-IF.

       1210-STORE-STATE-ROW.
           IF WS-QS-COUNT >= WS-QS-MAX-ENTRIES
               DISPLAY 'IVPQUAR: STATE TABLE FULL, MAX='
                   WS-QS-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-QS-COUNT
           SET WS-QS-IDX TO WS-QS-COUNT
           MOVE QSTA-BES-NAME       TO WS-QS-BES-NAME (WS-QS-IDX)
           MOVE QSTA-STATE          TO WS-QS-STATE (WS-QS-IDX)
           MOVE QSTA-CONSEC-FAILS   TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
           MOVE QSTA-CONSEC-PASSES  TO WS-QS-CONSEC-PASSES (WS-QS-IDX)
           MOVE QSTA-LAST-JUDGED    TO WS-QS-LAST-JUDGED (WS-QS-IDX)
           MOVE QSTA-QUAR-DATE      TO WS-QS-QUAR-DATE (WS-QS-IDX)
           MOVE QSTA-REINSTATE-DATE
               TO WS-QS-REINSTATE-DATE (WS-QS-IDX)
           MOVE 'N'                 TO WS-QS-NEW-SWITCH (WS-QS-IDX)
           MOVE ZERO                TO WS-QS-FRESH-EXC (WS-QS-IDX)
           MOVE SPACES              TO WS-QS-ACTION (WS-QS-IDX).

       1300-LOAD-DRIVER-REGIONS.
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPQUAR: UNABLE TO OPEN DRIVER TABLE, STATUS='
                   WS-DRIVER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-DRIVER-STATUS = '10'
               READ BES-DRIVER-FILE
                   AT END
                       MOVE '10' TO WS-DRIVER-STATUS
                   NOT AT END
                       MOVE BESD-BES-NAME TO WS-SRCH-BES-NAME
                       PERFORM 1310-ADD-REGION
               END-READ
           END-PERFORM
           CLOSE BES-DRIVER-FILE.

       1310-ADD-REGION.
           PERFORM 5000-FIND-STATE-ROW
           IF NOT WS-ENTRY-FOUND
               IF WS-QS-COUNT >= WS-QS-MAX-ENTRIES
                   DISPLAY 'IVPQUAR: STATE TABLE FULL, MAX='
                       WS-QS-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-QS-COUNT
               SET WS-QS-IDX TO WS-QS-COUNT
               MOVE WS-SRCH-BES-NAME TO WS-QS-BES-NAME (WS-QS-IDX)
               MOVE 'A'              TO WS-QS-STATE (WS-QS-IDX)
               MOVE ZERO             TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
               MOVE ZERO             TO WS-QS-CONSEC-PASSES (WS-QS-IDX)
               MOVE SPACES           TO WS-QS-LAST-JUDGED (WS-QS-IDX)
               MOVE SPACES           TO WS-QS-QUAR-DATE (WS-QS-IDX)
               MOVE SPACES
                   TO WS-QS-REINSTATE-DATE (WS-QS-IDX)
               MOVE 'Y'              TO WS-QS-NEW-SWITCH (WS-QS-IDX)
               MOVE ZERO             TO WS-QS-FRESH-EXC (WS-QS-IDX)
               MOVE SPACES           TO WS-QS-ACTION (WS-QS-IDX)
           END-IF.

       1400-COUNT-FRESH-EXCEPTIONS.
           OPEN INPUT EXC-MASTER-FILE
           IF WS-EXC-STATUS = '00'
               PERFORM UNTIL WS-EXC-STATUS = '10'
                   READ EXC-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-EXC-STATUS
                       NOT AT END
                           IF EXCP-AGE-DAYS = ZERO
                               AND (EXCP-SOURCE-PGM = 'IVPTMOUT'
                                 OR EXCP-SOURCE-PGM = 'IVPRETRY')
                               MOVE EXCP-BES-NAME TO WS-SRCH-BES-NAME
                               PERFORM 5000-FIND-STATE-ROW
                               IF WS-ENTRY-FOUND
                                   ADD 1 TO WS-FRESH-EXC-READ
                                   ADD 1 TO WS-QS-FRESH-EXC (WS-QS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXC-MASTER-FILE
           END-IF.

       1500-TALLY-PROBES.
           STRING 'IVPHIST.D' DELIMITED BY SIZE
                  LK-RUN-DATE DELIMITED BY SIZE
               INTO WS-HIST-DSN
           OPEN INPUT IVP-HIST-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-STATUS = '10'
                   READ IVP-HIST-FILE
                       AT END
                           MOVE '10' TO WS-HIST-STATUS
                       NOT AT END
                           IF IVPH-CURRENT-LAYOUT
                               AND IVPH-IVP-ID (1:3) = 'PRB'
                               PERFORM 1510-COUNT-PROBE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-FILE
           END-IF.

       1510-COUNT-PROBE.
           MOVE IVPH-BES-NAME TO WS-SRCH-BES-NAME
           PERFORM 5000-FIND-STATE-ROW
           IF WS-ENTRY-FOUND
               IF WS-QS-QUARANTINED (WS-QS-IDX)
                   AND WS-QS-LAST-JUDGED (WS-QS-IDX) NOT = LK-RUN-DATE
                   ADD 1 TO WS-PROBES-READ
                   IF IVPH-RESULT (1:4) = 'PASS'
                       ADD 1 TO WS-QS-CONSEC-PASSES (WS-QS-IDX)
                   ELSE
                       MOVE ZERO TO WS-QS-CONSEC-PASSES (WS-QS-IDX)
                   END-IF
               END-IF
           END-IF.

       1600-OPEN-JOURNAL.
           OPEN EXTEND TABLE-JOURNAL-FILE
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT TABLE-JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'IVPQUAR: UNABLE TO OPEN JOURNAL, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-APPLY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-APPLY-TIME FROM TIME.

       2000-JUDGE-REGIONS.
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QS-COUNT
               PERFORM 5100-FIND-POLICY
               IF WS-QS-NEW-ROW (WS-QS-IDX)
                   MOVE 'A' TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE-SAVE
                   PERFORM 2600-JOURNAL-STATE-ROW
               END-IF
               IF WS-QS-LAST-JUDGED (WS-QS-IDX) = LK-RUN-DATE
                   MOVE 'RERUN - HELD' TO WS-QS-ACTION (WS-QS-IDX)
               ELSE
                   IF WS-QS-QUARANTINED (WS-QS-IDX)
                       PERFORM 2200-JUDGE-QUARANTINED
                   ELSE
                       PERFORM 2100-JUDGE-ACTIVE
                   END-IF
                   MOVE LK-RUN-DATE TO WS-QS-LAST-JUDGED (WS-QS-IDX)
               END-IF
           END-PERFORM.

       2100-JUDGE-ACTIVE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DSTAT-OPEN
               MOVE WS-QS-BES-NAME (WS-QS-IDX) TO IVPDS-BES-NAME
               MOVE LK-RUN-DATE TO IVPDS-RUN-DATE
               READ IVP-DAILY-STAT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       SET WS-ENTRY-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND AND IVPDS-PASS-COUNT > 0
                   MOVE ZERO TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
               WHEN WS-ENTRY-FOUND AND IVPDS-FAIL-COUNT > 0
                   ADD 1 TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
                   MOVE 'FAILED RUN' TO WS-QS-ACTION (WS-QS-IDX)
               WHEN NOT WS-ENTRY-FOUND
                   AND WS-QS-FRESH-EXC (WS-QS-IDX) > 0
                   ADD 1 TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
                   MOVE 'FAILED RUN' TO WS-QS-ACTION (WS-QS-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CUR-FAIL-LIMIT > 0
               AND WS-QS-CONSEC-FAILS (WS-QS-IDX) >= WS-CUR-FAIL-LIMIT
               PERFORM 2300-QUARANTINE-REGION
           END-IF.

       2200-JUDGE-QUARANTINED.
           IF WS-QS-CONSEC-PASSES (WS-QS-IDX) >= WS-CUR-REINSTATE
               PERFORM 2400-REINSTATE-REGION
           END-IF.

       2300-QUARANTINE-REGION.
           PERFORM 2500-SAVE-BEFORE-IMAGE
           MOVE 'Q'         TO WS-QS-STATE (WS-QS-IDX)
           MOVE LK-RUN-DATE TO WS-QS-QUAR-DATE (WS-QS-IDX)
           MOVE ZERO        TO WS-QS-CONSEC-PASSES (WS-QS-IDX)
           MOVE LK-RUN-DATE TO WS-QS-LAST-JUDGED (WS-QS-IDX)
           MOVE 'QUARANTINED' TO WS-QS-ACTION (WS-QS-IDX)
           ADD 1 TO WS-NEWLY-QUARANTINED
           MOVE 'R' TO WS-JRNL-ACTION
           PERFORM 2600-JOURNAL-STATE-ROW
           DISPLAY 'IVPQUAR: ' WS-QS-BES-NAME (WS-QS-IDX)
               ' QUARANTINED AFTER ' WS-QS-CONSEC-FAILS (WS-QS-IDX)
               ' FAILED RUNS'.

       2400-REINSTATE-REGION.
           PERFORM 2500-SAVE-BEFORE-IMAGE
           MOVE 'A'         TO WS-QS-STATE (WS-QS-IDX)
           MOVE ZERO        TO WS-QS-CONSEC-FAILS (WS-QS-IDX)
           MOVE LK-RUN-DATE TO WS-QS-REINSTATE-DATE (WS-QS-IDX)
           MOVE LK-RUN-DATE TO WS-QS-LAST-JUDGED (WS-QS-IDX)
           MOVE 'REINSTATED' TO WS-QS-ACTION (WS-QS-IDX)
           ADD 1 TO WS-REINSTATED
           MOVE 'R' TO WS-JRNL-ACTION
           PERFORM 2600-JOURNAL-STATE-ROW
           DISPLAY 'IVPQUAR: ' WS-QS-BES-NAME (WS-QS-IDX)
               ' REINSTATED AFTER ' WS-QS-CONSEC-PASSES (WS-QS-IDX)
               ' PASSING PROBES'.

       2500-SAVE-BEFORE-IMAGE.
           PERFORM 5200-BUILD-STATE-RECORD
           MOVE SPACES TO WS-JRNL-BEFORE-SAVE
           MOVE QUARANTINE-STATE-RECORD TO WS-JRNL-BEFORE-SAVE.

       2600-JOURNAL-STATE-ROW.
           PERFORM 5200-BUILD-STATE-RECORD
           MOVE SPACES TO TABLE-JOURNAL-RECORD
           MOVE 'QUARSTAT'          TO JRNL-TABLE-NAME
           MOVE WS-JRNL-ACTION      TO JRNL-ACTION
           MOVE LK-APPLY-USERID     TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE       TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME       TO JRNL-APPLY-TIME
           MOVE 'IVPQUAR'           TO JRNL-APPLY-PGM
           MOVE QSTA-BES-NAME       TO JRNL-ROW-KEY
           MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE QUARANTINE-STATE-RECORD TO JRNL-AFTER-IMAGE
           WRITE TABLE-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-WRITTEN.

       3000-PRINT-REPORT.
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QS-COUNT
               PERFORM 5100-FIND-POLICY
               PERFORM 3100-FORMAT-DETAIL
               WRITE QUAR-RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

       3100-FORMAT-DETAIL.
           MOVE SPACES TO WS-DL-REVIEW
           MOVE WS-QS-BES-NAME (WS-QS-IDX) TO WS-DL-BES-NAME
           MOVE WS-QS-CONSEC-FAILS (WS-QS-IDX)  TO WS-DL-FAILS
           MOVE WS-CUR-FAIL-LIMIT               TO WS-DL-FAIL-LIMIT
           MOVE WS-QS-CONSEC-PASSES (WS-QS-IDX) TO WS-DL-PASSES
           MOVE WS-CUR-REINSTATE                TO WS-DL-REINSTATE
           MOVE WS-QS-ACTION (WS-QS-IDX)        TO WS-DL-ACTION
           IF WS-QS-QUARANTINED (WS-QS-IDX)
               ADD 1 TO WS-QUARANTINED-COUNT
               MOVE 'QUARANTINED' TO WS-DL-STATE
               MOVE WS-QS-QUAR-DATE (WS-QS-IDX) TO WS-DL-SINCE
               MOVE WS-QS-QUAR-DATE (WS-QS-IDX) TO WS-QUAR-DATE-NUM
               COMPUTE WS-DAYS-QUARANTINED =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-QUAR-DATE-NUM)
               MOVE WS-DAYS-QUARANTINED TO WS-DL-DAYS
               IF WS-DAYS-QUARANTINED > WS-CUR-REVIEW-DAYS
                   MOVE 'OVERDUE REVIEW' TO WS-DL-REVIEW
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE 'ACTIVE' TO WS-DL-STATE
               MOVE WS-QS-REINSTATE-DATE (WS-QS-IDX) TO WS-DL-SINCE
               MOVE ZERO TO WS-DL-DAYS
           END-IF.

       5000-FIND-STATE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-QS-COUNT > 0
               PERFORM VARYING WS-QS-IDX FROM 1 BY 1
                   UNTIL WS-QS-IDX > WS-QS-COUNT
                   IF WS-QS-BES-NAME (WS-QS-IDX) = WS-SRCH-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       5100-FIND-POLICY.
           MOVE 005  TO WS-CUR-FAIL-LIMIT
           MOVE 003  TO WS-CUR-REINSTATE
           MOVE 0240 TO WS-CUR-PROBE-MINS
           MOVE 007  TO WS-CUR-REVIEW-DAYS
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-POL-COUNT > 0
               PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
                   IF WS-PL-BES-NAME (WS-POL-IDX) =
                           WS-QS-BES-NAME (WS-QS-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                       UNTIL WS-POL-IDX > WS-POL-COUNT
                       IF WS-PL-BES-NAME (WS-POL-IDX) = '*'
                           SET WS-ENTRY-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-PL-FAIL-LIMIT (WS-POL-IDX)  TO WS-CUR-FAIL-LIMIT
               MOVE WS-PL-REINSTATE (WS-POL-IDX)   TO WS-CUR-REINSTATE
               MOVE WS-PL-PROBE-MINS (WS-POL-IDX)  TO WS-CUR-PROBE-MINS
               MOVE WS-PL-REVIEW-DAYS (WS-POL-IDX)
                   TO WS-CUR-REVIEW-DAYS
           END-IF.

       5200-BUILD-STATE-RECORD.
           MOVE WS-QS-BES-NAME (WS-QS-IDX)      TO QSTA-BES-NAME
           MOVE WS-QS-STATE (WS-QS-IDX)         TO QSTA-STATE
           MOVE WS-QS-CONSEC-FAILS (WS-QS-IDX)  TO QSTA-CONSEC-FAILS
           MOVE WS-QS-CONSEC-PASSES (WS-QS-IDX) TO QSTA-CONSEC-PASSES
           MOVE WS-QS-LAST-JUDGED (WS-QS-IDX)   TO QSTA-LAST-JUDGED
           MOVE WS-QS-QUAR-DATE (WS-QS-IDX)     TO QSTA-QUAR-DATE
           MOVE WS-QS-REINSTATE-DATE (WS-QS-IDX)
               TO QSTA-REINSTATE-DATE.

       8000-SAVE-STATE-TABLE.
           OPEN OUTPUT QUAR-STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
               DISPLAY 'IVPQUAR: UNABLE TO SAVE STATE TABLE, STATUS='
                   WS-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QS-COUNT
               PERFORM 5200-BUILD-STATE-RECORD
               WRITE QUARANTINE-STATE-RECORD
           END-PERFORM
           CLOSE QUAR-STATE-FILE.

       9000-TERMINATE.
           MOVE SPACES TO QUAR-RPT-LINE
           WRITE QUAR-RPT-LINE
           MOVE WS-ACTIVE-COUNT      TO WS-TOT-ACTIVE
           MOVE WS-QUARANTINED-COUNT TO WS-TOT-QUARANTINED
           MOVE WS-NEWLY-QUARANTINED TO WS-TOT-NEW-QUAR
           MOVE WS-REINSTATED        TO WS-TOT-REINSTATED
           MOVE WS-OVERDUE-COUNT     TO WS-TOT-OVERDUE
           WRITE QUAR-RPT-LINE FROM WS-TOTALS-LINE
           IF WS-DSTAT-OPEN
               CLOSE IVP-DAILY-STAT-MASTER
           END-IF
           CLOSE TABLE-JOURNAL-FILE
           CLOSE QUAR-RPT-FILE
           DISPLAY 'IVPQUAR: REGIONS JUDGED     = ' WS-QS-COUNT
           DISPLAY 'IVPQUAR: FRESH EXCEPTIONS   = ' WS-FRESH-EXC-READ
           DISPLAY 'IVPQUAR: HEALTH PROBES READ = ' WS-PROBES-READ
           DISPLAY 'IVPQUAR: NEW QUARANTINES    = '
               WS-NEWLY-QUARANTINED
           DISPLAY 'IVPQUAR: REINSTATED         = ' WS-REINSTATED
           DISPLAY 'IVPQUAR: OVERDUE REVIEW     = ' WS-OVERDUE-COUNT
           DISPLAY 'IVPQUAR: JOURNAL RECORDS    = ' WS-JRNL-WRITTEN
           IF WS-NEWLY-QUARANTINED > 0 OR WS-REINSTATED > 0
               OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
