      *               BES RAISES AT LEAST ITS TIMEOUT LIMIT IN ONE
      *               RUN, WARN (OR PAGE, PER TABLE) ON ANY
      *               RECONCILIATION SHORTFALL, AND PAGE IMMEDIATELY
      *               ON RETRY EXHAUSTION.  AN IMS TRAN DRIFT FINDING
      *               (IVPTRDCK) PAGES FOR A PRIMARY TRAN AND WARNS
      *               FOR A FAILOVER TRAN; AN MQIIH/LLZZ HEADER
      *               DEVIATION (IVPHDCHK) PAGES, A MISSING HEADER
      *               PROFILE WARNS.  THE NOC DASHBOARD FEED
      *               (IVPNOCEX) SHOWS STATUS TO WHOEVER IS LOOKING;
      *               THIS FEED WAKES SOMEBODY UP AT 02:00.
      *
      *               DEFAULT ROW; WITH NO '*' ROW EITHER, THE SHOP
      *               POSTURE IS TIMEOUT LIMIT 3, WARN ON RECON,
      *               PAGE ON RETRY EXHAUSTION.
      *
      *               EVERY ALERT CARRIES THE GATEWAY GROUP IT IS
      *               ROUTED TO (ALRT-ONCALL-GROUP), FROM THE REGION-
      *               OWNER DIRECTORY (REGNOWN.CPY): THE OWNING TEAM'S
      *               PRIMARY ON-CALL INSIDE THE REGION'S BUSINESS
      *               HOURS, ITS AFTER-HOURS GROUP OUTSIDE THEM.  A
      *               BES WITHOUT AN OWNER ROW USES THE '*' ROW; WITH
      *               NO '*' ROW EITHER THE GROUP IS LEFT BLANK FOR
      *               THE GATEWAY'S DEFAULT ROUTING AND THE ALERT IS
      *               COUNTED AS UNROUTED.
      *
      *               A SKIPPED-PREREQ EXCEPTION (IVPPRQRL) NEVER RAISES
      *               AN ALERT OF ITS OWN.  THE DEPENDENTS SKIPPED
      *               BEHIND EACH ROOT ARE COUNTED ON A FIRST PASS OF
      *               THE MASTER; THE ROOT'S OWN ALERT CARRIES THE
      *               COUNT IN ITS TEXT, AND A ROOT THAT RAISED NO
      *               ALERT OF ITS OWN (E.G. A SINGLE TIMEOUT UNDER THE
      *               PAGING LIMIT) GETS ONE WARN FOR THE WHOLE CHAIN,
      *               ROUTED TO THE ROOT REGION'S OWNER.
      *
      *               A REGION IVPQUAR HAS QUARANTINED (QUARSTAT.CPY
      *               STATE 'Q') PAGES NOBODY: EVERY ALERT IT WOULD
      *               HAVE RAISED IS HELD AND COUNTED, AND IN THEIR
      *               PLACE THE REGION GETS ONE WARN PER NIGHTLY RUN
      *               REMINDING ITS OWNER THAT IT IS STILL
      *               QUARANTINED AND SINCE WHEN, CARRYING THE HELD
      *               COUNT AS ITS TRIGGER COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPALERT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.

           SELECT REGION-OWNER-FILE ASSIGN TO REGNOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT QUAR-STATE-FILE ASSIGN TO QUARSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT ALERT-OUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           RECORDING MODE IS F.
           COPY ALRTTHR.

       FD  REGION-OWNER-FILE
           RECORDING MODE IS F.
           COPY REGNOWN.

       FD  QUAR-STATE-FILE
           RECORDING MODE IS F.
           COPY QUARSTAT.

       FD  ALERT-OUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-THRESH-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-OWNER-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-QUAR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-ALERT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-MASTER              VALUE 'Y'.
       01  WS-CARRIED-SKIPPED       PIC S9(8) COMP VALUE ZERO.
       01  WS-PAGES-RAISED          PIC S9(8) COMP VALUE ZERO.
       01  WS-WARNS-RAISED          PIC S9(8) COMP VALUE ZERO.
       01  WS-AFTER-HOURS-ROUTED    PIC S9(8) COMP VALUE ZERO.
       01  WS-ALERTS-UNROUTED       PIC S9(8) COMP VALUE ZERO.
       01  WS-DEPS-SUPPRESSED       PIC S9(8) COMP VALUE ZERO.
       01  WS-ALERTS-HELD           PIC S9(8) COMP VALUE ZERO.

       01  WS-THRESH-TABLE-CTRL.
           05  WS-THRESH-COUNT      PIC S9(4) COMP VALUE ZERO.
               10  WS-TH-RECON-ACTION   PIC X(1).
               10  WS-TH-RETRY-ACTION   PIC X(1).

       01  WS-OWNER-TABLE-CTRL.
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-OWNER-IDX.
               10  WS-OW-BES-NAME       PIC X(8).
               10  WS-OW-PRIMARY-ONCALL PIC X(16).
               10  WS-OW-AFTER-HOURS-ONCALL
                                        PIC X(16).
               10  WS-OW-BUS-DAYS       PIC X(7).
               10  WS-OW-BUS-START-TIME PIC 9(4).
               10  WS-OW-BUS-END-TIME   PIC 9(4).

       01  WS-TMOUT-TABLE-CTRL.
           05  WS-TMOUT-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-TMOUT-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
               10  WS-TM-IVP-ID         PIC X(8).
               10  WS-TM-TIMEOUTS       PIC S9(4) COMP.

       01  WS-ROOT-TABLE-CTRL.
           05  WS-ROOT-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ROOT-MAX-ENTRIES  PIC S9(4) COMP VALUE 200.
       01  WS-ROOT-TABLE.
           05  WS-ROOT-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-ROOT-IDX.
               10  WS-RT-IVP-ID         PIC X(8).
               10  WS-RT-BES-NAME       PIC X(8).
               10  WS-RT-DEPENDENTS     PIC S9(4) COMP.
               10  WS-RT-ALERTED        PIC X(1).

       01  WS-QUAR-TABLE-CTRL.
           05  WS-QUAR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-QUAR-MAX-ENTRIES  PIC S9(4) COMP VALUE 200.
       01  WS-QUAR-TABLE.
           05  WS-QUAR-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-QUAR-IDX.
               10  WS-QR-BES-NAME       PIC X(8).
               10  WS-QR-QUAR-DATE      PIC X(8).
               10  WS-QR-HELD           PIC S9(4) COMP.

       01  WS-QUAR-SRCH-BES         PIC X(8).
       01  WS-HOLD-SWITCH           PIC X(1).
           88  WS-ALERT-HELD                 VALUE 'Y'.

       01  WS-DEPS-NOTE.
           05  FILLER               PIC X(15) VALUE ' SKIPPED DEPS='.
           05  WS-DN-DEPENDENTS     PIC ZZ9.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.


       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).
       01  WS-RAISED-DOW            PIC 9(1).
       01  WS-RAISED-HHMM           PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 2000-PROCESS-MASTER
               UNTIL WS-END-OF-MASTER
           PERFORM 3000-RAISE-TIMEOUT-ALERTS
           PERFORM 3500-RAISE-ROOT-ALERTS
           PERFORM 3700-RAISE-QUAR-REMINDERS
           PERFORM 9000-TERMINATE
           GOBACK.

               GOBACK
           END-IF
           PERFORM 1100-LOAD-THRESHOLDS
           PERFORM 1200-LOAD-OWNERS
           PERFORM 1300-COUNT-SKIPPED-DEPS
           PERFORM 1400-LOAD-QUARANTINE
           OPEN OUTPUT ALERT-OUT-FILE
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME
           ACCEPT WS-RAISED-DOW FROM DAY-OF-WEEK
           MOVE WS-RAISED-TIME (1:4) TO WS-RAISED-HHMM
           PERFORM 2100-READ-MASTER.

       1100-LOAD-THRESHOLDS.
               CLOSE ALERT-THRESHOLD-FILE
           END-IF.

       1200-LOAD-OWNERS.
           OPEN INPUT REGION-OWNER-FILE
           IF WS-OWNER-STATUS = '00'
               PERFORM UNTIL WS-OWNER-STATUS = '10'
                   READ REGION-OWNER-FILE
                       AT END
                           MOVE '10' TO WS-OWNER-STATUS
                       NOT AT END
                           IF WS-OWNER-COUNT >= WS-OWNER-MAX-ENTRIES
                               DISPLAY 'IVPALERT: OWNER TABLE '
                                   'FULL, MAX=' WS-OWNER-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-OWNER-COUNT
                           SET WS-OWNER-IDX TO WS-OWNER-COUNT
                           MOVE ROWN-BES-NAME
                               TO WS-OW-BES-NAME (WS-OWNER-IDX)
                           MOVE ROWN-PRIMARY-ONCALL
                               TO WS-OW-PRIMARY-ONCALL (WS-OWNER-IDX)
                           MOVE ROWN-AFTER-HOURS-ONCALL
                               TO WS-OW-AFTER-HOURS-ONCALL
                                   (WS-OWNER-IDX)
                           MOVE ROWN-BUS-DAYS
                               TO WS-OW-BUS-DAYS (WS-OWNER-IDX)
                           MOVE ROWN-BUS-START-TIME
                               TO WS-OW-BUS-START-TIME (WS-OWNER-IDX)
                           MOVE ROWN-BUS-END-TIME
                               TO WS-OW-BUS-END-TIME (WS-OWNER-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGION-OWNER-FILE
           END-IF.

       1300-COUNT-SKIPPED-DEPS.
           PERFORM 2100-READ-MASTER
           PERFORM UNTIL WS-END-OF-MASTER
               IF EXCP-AGE-DAYS = ZERO
                   AND EXCP-SOURCE-PGM = 'IVPPRQRL'
                   AND EXCP-SKIPPED-PREREQ
                   PERFORM 1310-ADD-TO-ROOT
               END-IF
               PERFORM 2100-READ-MASTER
           END-PERFORM
           CLOSE EXC-MASTER-FILE
           OPEN INPUT EXC-MASTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       1310-ADD-TO-ROOT.
           ADD 1 TO WS-DEPS-SUPPRESSED
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-ROOT-COUNT > 0
               PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
                   IF WS-RT-IVP-ID (WS-ROOT-IDX) = EXCP-ROOT-IVP-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       ADD 1 TO WS-RT-DEPENDENTS (WS-ROOT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-ROOT-COUNT >= WS-ROOT-MAX-ENTRIES
                   DISPLAY 'IVPALERT: ROOT TABLE FULL, MAX='
                       WS-ROOT-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ROOT-COUNT
               SET WS-ROOT-IDX TO WS-ROOT-COUNT
               MOVE EXCP-ROOT-IVP-ID TO WS-RT-IVP-ID (WS-ROOT-IDX)
               MOVE EXCP-ROOT-BES-NAME TO WS-RT-BES-NAME (WS-ROOT-IDX)
               MOVE 1 TO WS-RT-DEPENDENTS (WS-ROOT-IDX)
               MOVE 'N' TO WS-RT-ALERTED (WS-ROOT-IDX)
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
               DISPLAY 'IVPALERT: QUARANTINE TABLE FULL, MAX='
                   WS-QUAR-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-QUAR-COUNT
           SET WS-QUAR-IDX TO WS-QUAR-COUNT
           MOVE QSTA-BES-NAME  TO WS-QR-BES-NAME (WS-QUAR-IDX)
           MOVE QSTA-QUAR-DATE TO WS-QR-QUAR-DATE (WS-QUAR-IDX)
           MOVE ZERO           TO WS-QR-HELD (WS-QUAR-IDX).

       2000-PROCESS-MASTER.
           ADD 1 TO WS-RECS-READ
           IF EXCP-AGE-DAYS > ZERO
                   MOVE 'AUTHENTICATOR VIOLATION OBSERVED'
                       TO ALRT-TEXT
                   PERFORM 2400-RAISE-EXCEPTION-ALERT
               WHEN 'IVPTRDCK'
                   IF EXCP-SEV-CRITICAL
                       MOVE 'P' TO WS-RULE-ACTION
                   ELSE
                       MOVE 'W' TO WS-RULE-ACTION
                   END-IF
                   MOVE 'IMS TRAN UNDEFINED, MISMATCHED OR STOPPED'
                       TO ALRT-TEXT
                   PERFORM 2400-RAISE-EXCEPTION-ALERT
               WHEN 'IVPHDCHK'
                   IF EXCP-SEV-CRITICAL
                       MOVE 'P' TO WS-RULE-ACTION
                   ELSE
                       MOVE 'W' TO WS-RULE-ACTION
                   END-IF
                   MOVE 'MQIIH/LLZZ HEADER NONCONFORMANCE'
                       TO ALRT-TEXT
                   PERFORM 2400-RAISE-EXCEPTION-ALERT
           END-EVALUATE
           END-IF
           PERFORM 2100-READ-MASTER.
           END-IF.

       2400-RAISE-EXCEPTION-ALERT.
           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-RULE-ACTION = 'P' OR WS-RULE-ACTION = 'W'
               MOVE EXCP-BES-NAME TO WS-QUAR-SRCH-BES
               PERFORM 2700-HOLD-IF-QUARANTINED
           END-IF
           IF WS-ALERT-HELD
               PERFORM 2650-NOTE-HELD-ROOT
           END-IF
           IF (WS-RULE-ACTION = 'P' OR WS-RULE-ACTION = 'W')
               AND NOT WS-ALERT-HELD
               IF WS-RULE-ACTION = 'P'
                   MOVE 'PAGE' TO ALRT-SEVERITY
                   ADD 1 TO WS-PAGES-RAISED
               MOVE ZERO             TO ALRT-THRESHOLD
               MOVE WS-RAISED-DATE   TO ALRT-RAISED-DATE
               MOVE WS-RAISED-TIME   TO ALRT-RAISED-TIME
               PERFORM 2500-ROUTE-ALERT
               PERFORM 2600-NOTE-SKIPPED-DEPS
               WRITE ALERT-OUT-RECORD
           END-IF.

       2500-ROUTE-ALERT.
           MOVE SPACES TO ALRT-ONCALL-GROUP
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-OWNER-COUNT > 0
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OW-BES-NAME (WS-OWNER-IDX) = ALRT-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                       IF WS-OW-BES-NAME (WS-OWNER-IDX) = '*'
                           SET WS-ENTRY-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-OW-PRIMARY-ONCALL (WS-OWNER-IDX)
                   TO ALRT-ONCALL-GROUP
               IF WS-OW-AFTER-HOURS-ONCALL (WS-OWNER-IDX) NOT = SPACES
                   IF WS-OW-BUS-DAYS (WS-OWNER-IDX) (WS-RAISED-DOW:1)
                           NOT = 'Y'
                       OR WS-RAISED-HHMM <
                           WS-OW-BUS-START-TIME (WS-OWNER-IDX)
                       OR WS-RAISED-HHMM NOT <
                           WS-OW-BUS-END-TIME (WS-OWNER-IDX)
                       MOVE WS-OW-AFTER-HOURS-ONCALL (WS-OWNER-IDX)
                           TO ALRT-ONCALL-GROUP
                       ADD 1 TO WS-AFTER-HOURS-ROUTED
                   END-IF
               END-IF
           END-IF
           IF ALRT-ONCALL-GROUP = SPACES
               ADD 1 TO WS-ALERTS-UNROUTED
           END-IF.

       2600-NOTE-SKIPPED-DEPS.
           IF WS-ROOT-COUNT > 0
               PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
                   IF WS-RT-IVP-ID (WS-ROOT-IDX) = ALRT-IVP-ID
                       MOVE 'Y' TO WS-RT-ALERTED (WS-ROOT-IDX)
                       MOVE WS-RT-DEPENDENTS (WS-ROOT-IDX)
                           TO WS-DN-DEPENDENTS
                       MOVE WS-DEPS-NOTE TO ALRT-TEXT (42:19)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    A ROOT WHOSE OWN ALERT WAS HELD IS MARKED 'H' SO THAT
      *    3500-RAISE-ROOT-ALERTS NEITHER RAISES IT NOR COUNTS IT
      *    AGAINST THE QUARANTINED REGION A SECOND TIME.
       2650-NOTE-HELD-ROOT.
           IF WS-ROOT-COUNT > 0
               PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
                   IF WS-RT-IVP-ID (WS-ROOT-IDX) = EXCP-IVP-ID
                       AND WS-RT-ALERTED (WS-ROOT-IDX) = 'N'
                       MOVE 'H' TO WS-RT-ALERTED (WS-ROOT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2700-HOLD-IF-QUARANTINED.
           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-QUAR-COUNT > 0
               PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                   UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                   IF WS-QR-BES-NAME (WS-QUAR-IDX) = WS-QUAR-SRCH-BES
                       SET WS-ALERT-HELD TO TRUE
                       ADD 1 TO WS-QR-HELD (WS-QUAR-IDX)
                       ADD 1 TO WS-ALERTS-HELD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       3000-RAISE-TIMEOUT-ALERTS.
           PERFORM VARYING WS-TMOUT-IDX FROM 1 BY 1
               UNTIL WS-TMOUT-IDX > WS-TMOUT-COUNT
               PERFORM 3100-RESOLVE-TIMEOUT-RULE
               MOVE 'N' TO WS-HOLD-SWITCH
               IF WS-RULE-TIMEOUT-LIMIT > 0
                   AND WS-TM-TIMEOUTS (WS-TMOUT-IDX) >=
                       WS-RULE-TIMEOUT-LIMIT
                   MOVE WS-TM-BES-NAME (WS-TMOUT-IDX)
                       TO WS-QUAR-SRCH-BES
                   PERFORM 2700-HOLD-IF-QUARANTINED
               END-IF
               IF WS-RULE-TIMEOUT-LIMIT > 0
                   AND WS-TM-TIMEOUTS (WS-TMOUT-IDX) >=
                       WS-RULE-TIMEOUT-LIMIT
                   AND NOT WS-ALERT-HELD
                   MOVE 'PAGE' TO ALRT-SEVERITY
                   ADD 1 TO WS-PAGES-RAISED
                   MOVE WS-TM-BES-NAME (WS-TMOUT-IDX)
                       TO ALRT-TEXT
                   MOVE WS-RAISED-DATE TO ALRT-RAISED-DATE
                   MOVE WS-RAISED-TIME TO ALRT-RAISED-TIME
                   PERFORM 2500-ROUTE-ALERT
                   PERFORM 2600-NOTE-SKIPPED-DEPS
                   WRITE ALERT-OUT-RECORD
               END-IF
           END-PERFORM.
                   TO WS-RULE-TIMEOUT-LIMIT
           END-IF.

       3500-RAISE-ROOT-ALERTS.
           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
               UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
               MOVE 'N' TO WS-HOLD-SWITCH
               IF WS-RT-ALERTED (WS-ROOT-IDX) = 'N'
                   MOVE WS-RT-BES-NAME (WS-ROOT-IDX)
                       TO WS-QUAR-SRCH-BES
                   PERFORM 2700-HOLD-IF-QUARANTINED
               END-IF
               IF WS-RT-ALERTED (WS-ROOT-IDX) = 'N'
                   AND NOT WS-ALERT-HELD
                   MOVE 'WARN' TO ALRT-SEVERITY
                   ADD 1 TO WS-WARNS-RAISED
                   MOVE WS-RT-BES-NAME (WS-ROOT-IDX) TO ALRT-BES-NAME
                   MOVE SPACES TO ALRT-TRAN-ID
                   MOVE WS-RT-IVP-ID (WS-ROOT-IDX) TO ALRT-IVP-ID
                   MOVE 'IVPPRQRL' TO ALRT-SOURCE-PGM
                   MOVE WS-RT-DEPENDENTS (WS-ROOT-IDX)
                       TO ALRT-TRIGGER-COUNT
                   MOVE ZERO TO ALRT-THRESHOLD
                   MOVE 'PREREQUISITE FAILED - DEPENDENT TESTS SKIPPED'
                       TO ALRT-TEXT
                   MOVE WS-RAISED-DATE TO ALRT-RAISED-DATE
                   MOVE WS-RAISED-TIME TO ALRT-RAISED-TIME
                   PERFORM 2500-ROUTE-ALERT
                   WRITE ALERT-OUT-RECORD
               END-IF
           END-PERFORM.

       3700-RAISE-QUAR-REMINDERS.
           PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
               UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
               MOVE 'WARN' TO ALRT-SEVERITY
               ADD 1 TO WS-WARNS-RAISED
               MOVE WS-QR-BES-NAME (WS-QUAR-IDX) TO ALRT-BES-NAME
               MOVE SPACES TO ALRT-TRAN-ID
               MOVE SPACES TO ALRT-IVP-ID
               MOVE 'IVPQUAR' TO ALRT-SOURCE-PGM
               MOVE WS-QR-HELD (WS-QUAR-IDX) TO ALRT-TRIGGER-COUNT
               MOVE ZERO TO ALRT-THRESHOLD
               MOVE SPACES TO ALRT-TEXT
               STRING 'REGION QUARANTINED SINCE ' DELIMITED BY SIZE
                      WS-QR-QUAR-DATE (WS-QUAR-IDX) DELIMITED BY SIZE
                      ' - DAILY REMINDER' DELIMITED BY SIZE
                   INTO ALRT-TEXT
               END-STRING
               MOVE WS-RAISED-DATE TO ALRT-RAISED-DATE
               MOVE WS-RAISED-TIME TO ALRT-RAISED-TIME
               PERFORM 2500-ROUTE-ALERT
               WRITE ALERT-OUT-RECORD
           END-PERFORM.

       9000-TERMINATE.
           CLOSE EXC-MASTER-FILE
           CLOSE ALERT-OUT-FILE
               WS-CARRIED-SKIPPED
           DISPLAY 'IVPALERT: PAGE ALERTS RAISED  = ' WS-PAGES-RAISED
           DISPLAY 'IVPALERT: WARN ALERTS RAISED  = ' WS-WARNS-RAISED
           DISPLAY 'IVPALERT: AFTER-HOURS ROUTED  = '
               WS-AFTER-HOURS-ROUTED
           DISPLAY 'IVPALERT: NO OWNER - DEFAULT  = '
               WS-ALERTS-UNROUTED
           DISPLAY 'IVPALERT: DEPS SKIPPED-PREREQ = '
               WS-DEPS-SUPPRESSED
           DISPLAY 'IVPALERT: HELD - QUARANTINED  = '
               WS-ALERTS-HELD
           DISPLAY 'IVPALERT: QUARANTINE REMINDERS= ' WS-QUAR-COUNT
           IF WS-PAGES-RAISED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
