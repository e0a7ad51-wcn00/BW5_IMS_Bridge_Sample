      ******************************************************************
      *  PROGRAM-ID : IVPWTRND
      *  PURPOSE    : BATCH WINDOW DURATION TREND AND CRITICAL PATH.
      *               IVPPROG SHOWS WHERE TONIGHT'S RUN STANDS AND
      *               IVPRCSUM PROVES ONE RUN COMPLETE, BUT NEITHER
      *               SAYS WHICH STEP IS MAKING THE WINDOW LONGER.
      *               THIS REPORT READS THE RUN-CONTROL LEDGER
      *               (RUNCTL.CPY) FOR EVERY RUN OPENED FROM
      *               LK-FROM-DATE THROUGH LK-TO-DATE AND PRINTS:
      *
      *                 PER RUN   - OPEN TIME, ELAPSED FROM THE
      *                             OPENING TO THE CLOSING RECORD, THE
      *                             SEQUENTIAL STEPS' SHARE, THE
      *                             PARALLEL IVPSPLIT SECTION AND THE
      *                             CRITICAL PATH THROUGH IT - THE
      *                             STREAM ('P' RECORDS FROM IVPMERGE)
      *                             WITH THE LONGEST ELAPSED, AND ITS
      *                             LEAD OVER THE NEXT LONGEST - AND
      *                             THE HEADROOM LEFT TO THE AGREED
      *                             WINDOW END (LK-WINDOW-END-TIME,
      *                             HHMM).
      *                 PER STEP  - (RUNC-PGM-NAME, PLUS PARALLEL FOR
      *                             THE WHOLE STREAM SECTION AND
      *                             IVPSTRMn FOR EACH STREAM) ELAPSED,
      *                             INPUT AND OUTPUT VOLUME AVERAGED
      *                             OVER THE EARLIER AND THE LATER
      *                             HALF OF ITS RUNS, AND ELAPSED
      *                             MILLISECONDS PER INPUT RECORD FOR
      *                             EACH HALF.  A STEP WHOSE RATE
      *                             ROSE BY MORE THAN WS-RISE-PCT
      *                             PERCENT IS FLAGGED RATE RISING -
      *                             IT IS SLOWING DOWN, NOT JUST
      *                             DOING MORE WORK.
      *                 PROJECTION- A LEAST-SQUARES LINE THROUGH THE
      *                             CLOSED RUNS' ELAPSED TIME BY DATE,
      *                             AND THE DATE THAT LINE CROSSES THE
      *                             AVERAGE TIME AVAILABLE BETWEEN RUN
      *                             OPEN AND THE WINDOW END.
      *
      *               A STEP'S ELAPSED TIME IS ITS STEP RECORD TIME
      *               LESS THE TIME OF THE PRECEDING LEDGER RECORD OF
      *               THE SAME RUN.  CATCH-UP REPLAYS (IVPCATCH) ARE
      *               NOT PART OF THE WINDOW AND ARE SKIPPED, AS IS A
      *               WHOLE CATCH-UP RUN (OPENED 'CATCHUP').  RC 4
      *               WHEN ANY STEP IS FLAGGED OR AN OVERRUN IS
      *               PROJECTED OR ALREADY HAPPENING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPWTRND.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT WINDOW-TREND-RPT-FILE ASSIGN TO WTRNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  WINDOW-TREND-RPT-FILE
           RECORDING MODE IS F.
       01  WINDOW-TREND-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-LEDGER              VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-UNTIMED          PIC S9(8) COMP VALUE ZERO.
       01  WS-RUNS-OVER-WINDOW      PIC S9(8) COMP VALUE ZERO.
       01  WS-STEPS-RISING          PIC S9(8) COMP VALUE ZERO.
       01  WS-OVERRUN-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-OVERRUN-PROJECTED          VALUE 'Y'.

       01  WS-RISE-PCT              PIC 9(3)  VALUE 010.

       01  WS-RUN-TABLE-CTRL.
           05  WS-RUN-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-RUN-MAX-ENTRIES   PIC S9(4) COMP VALUE 400.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 400 TIMES
                                    INDEXED BY WS-RUN-IDX.
               10  WS-WR-RUN-ID         PIC X(8).
               10  WS-WR-OPEN-DATE      PIC X(8).
               10  WS-WR-OPEN-TIME      PIC X(8).
               10  WS-WR-DAY-NO         PIC S9(9) COMP.
               10  WS-WR-OPEN-SECS      PIC S9(13) COMP-3.
               10  WS-WR-LAST-SECS      PIC S9(13) COMP-3.
               10  WS-WR-CLOSE-SECS     PIC S9(13) COMP-3.
               10  WS-WR-CLOSE-SWITCH   PIC X(1).
                   88  WS-WR-CLOSED            VALUE 'Y'.
               10  WS-WR-SEQ-SECS       PIC S9(7) COMP-3.
               10  WS-WR-PARALLEL-SECS  PIC S9(7) COMP-3.
               10  WS-WR-PARALLEL-SWITCH PIC X(1).
                   88  WS-WR-PARALLEL-SEEN     VALUE 'Y'.
               10  WS-WR-CRIT-STREAM    PIC 9(1).
               10  WS-WR-CRIT-SECS      PIC S9(7) COMP-3.
               10  WS-WR-NEXT-SECS      PIC S9(7) COMP-3.

       01  WS-STEP-TABLE-CTRL.
           05  WS-STEP-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-STEP-MAX-ENTRIES  PIC S9(4) COMP VALUE 60.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES
                                    INDEXED BY WS-STEP-IDX.
               10  WS-SS-PGM-NAME       PIC X(8).
               10  WS-SS-OBS-COUNT      PIC S9(4) COMP.
               10  WS-SS-OBS-SEEN       PIC S9(4) COMP.
               10  WS-SS-FH-COUNT       PIC S9(4) COMP.
               10  WS-SS-FH-ELAPSED     PIC S9(11) COMP-3.
               10  WS-SS-FH-INPUT       PIC S9(11) COMP-3.
               10  WS-SS-FH-OUTPUT      PIC S9(11) COMP-3.
               10  WS-SS-LH-COUNT       PIC S9(4) COMP.
               10  WS-SS-LH-ELAPSED     PIC S9(11) COMP-3.
               10  WS-SS-LH-INPUT       PIC S9(11) COMP-3.
               10  WS-SS-LH-OUTPUT      PIC S9(11) COMP-3.

       01  WS-OBS-TABLE-CTRL.
           05  WS-OBS-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-OBS-MAX-ENTRIES   PIC S9(4) COMP VALUE 8000.
       01  WS-OBS-TABLE.
           05  WS-OBS-ENTRY OCCURS 8000 TIMES
                                    INDEXED BY WS-OBS-IDX.
               10  WS-OB-STEP-NO        PIC S9(4) COMP.
               10  WS-OB-ELAPSED        PIC S9(7) COMP-3.
               10  WS-OB-INPUT          PIC 9(8).
               10  WS-OB-OUTPUT         PIC 9(8).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-SRCH-PGM-NAME         PIC X(8).
       01  WS-NEW-ELAPSED           PIC S9(7) COMP-3.
       01  WS-NEW-INPUT             PIC 9(8).
       01  WS-NEW-OUTPUT            PIC 9(8).

       01  WS-TS-DATE-NUM           PIC 9(8).
       01  WS-TS-TIME               PIC X(8).
       01  WS-TS-TIME-PARTS REDEFINES WS-TS-TIME.
           05  WS-TS-HH             PIC 9(2).
           05  WS-TS-MM             PIC 9(2).
           05  WS-TS-SS             PIC 9(2).
           05  WS-TS-HS             PIC 9(2).
       01  WS-TS-SECS               PIC S9(13) COMP-3.
       01  WS-TS-VALID-SWITCH       PIC X(1).
           88  WS-TS-VALID                   VALUE 'Y'.

       01  WS-WINDOW-END.
           05  WS-WE-HH             PIC 9(2).
           05  WS-WE-MM             PIC 9(2).
       01  WS-WINDOW-END-SECS       PIC S9(7) COMP-3.
       01  WS-OPEN-TOD-SECS         PIC S9(7) COMP-3.
       01  WS-ALLOWED-SECS          PIC S9(7) COMP-3.
       01  WS-DURATION-SECS         PIC S9(7) COMP-3.
       01  WS-HEADROOM-SECS         PIC S9(7) COMP-3.

       01  WS-FIT-N                 PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-FIT-SUM-X             PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FIT-SUM-Y             PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FIT-SUM-XY            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FIT-SUM-XX            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FIT-SUM-ALLOWED       PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-FIT-FIRST-DAY         PIC S9(9) COMP VALUE ZERO.
       01  WS-FIT-X                 PIC S9(7) COMP-3.
       01  WS-FIT-LAST-X            PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-FIT-DENOM             PIC S9(17) COMP-3.
       01  WS-FIT-SLOPE             PIC S9(7)V9(6) COMP-3.
       01  WS-FIT-INTERCEPT         PIC S9(9)V9(4) COMP-3.
       01  WS-FIT-ALLOWED           PIC S9(9)V9(4) COMP-3.
       01  WS-FIT-LAST-Y            PIC S9(9)V9(4) COMP-3.
       01  WS-FIT-CROSS-X           PIC S9(9) COMP-3.
       01  WS-FIT-CROSS-DAY         PIC S9(9) COMP.
       01  WS-FIT-CROSS-DATE        PIC 9(8).
       01  WS-TO-DAY-NO             PIC S9(9) COMP.
       01  WS-DAYS-TO-OVERRUN       PIC S9(9) COMP.

       01  WS-AVG-WORK.
           05  WS-AVG-FH-ELAPSED    PIC S9(7)V9 COMP-3.
           05  WS-AVG-LH-ELAPSED    PIC S9(7)V9 COMP-3.
           05  WS-AVG-FH-INPUT      PIC S9(9) COMP-3.
           05  WS-AVG-LH-INPUT      PIC S9(9) COMP-3.
           05  WS-AVG-FH-OUTPUT     PIC S9(9) COMP-3.
           05  WS-AVG-LH-OUTPUT     PIC S9(9) COMP-3.
           05  WS-RATE-FH           PIC S9(7)V9 COMP-3.
           05  WS-RATE-LH           PIC S9(7)V9 COMP-3.
           05  WS-CHANGE-PCT        PIC S9(5) COMP-3.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(34)
               VALUE 'BATCH WINDOW DURATION TREND FROM '.
           05  WS-HDR-FROM-DATE     PIC X(8).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-HDR-TO-DATE       PIC X(8).
           05  FILLER               PIC X(16) VALUE '  WINDOW END: '.
           05  WS-HDR-WINDOW-END    PIC X(4).
       01  WS-HDR-RUN-1.
           05  FILLER               PIC X(40)
               VALUE 'RUNS AND CRITICAL PATH (MINUTES)'.
       01  WS-HDR-RUN-2.
           05  FILLER               PIC X(10) VALUE 'RUN-ID'.
           05  FILLER               PIC X(10) VALUE 'OPEN DATE'.
           05  FILLER               PIC X(8)  VALUE 'TIME'.
           05  FILLER               PIC X(9)  VALUE ' ELAPSED'.
           05  FILLER               PIC X(9)  VALUE '    SEQL'.
           05  FILLER               PIC X(9)  VALUE ' PARALL.'.
           05  FILLER               PIC X(8)  VALUE '  CRIT'.
           05  FILLER               PIC X(9)  VALUE '  STREAM'.
           05  FILLER               PIC X(9)  VALUE '    LEAD'.
           05  FILLER               PIC X(10) VALUE ' HEADROOM'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'NOTE'.

       01  WS-RUN-LINE.
           05  WS-RL-RUN-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-OPEN-DATE      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-OPEN-TIME      PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-ELAPSED        PIC ZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-SEQ            PIC ZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-PARALLEL       PIC ZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-CRIT-LIT       PIC X(4).
           05  WS-RL-CRIT-STREAM    PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-CRIT           PIC ZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-LEAD           PIC ZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-HEADROOM       PIC -ZZZZ9.9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-RL-NOTE           PIC X(20).

       01  WS-HDR-STEP-1.
           05  FILLER               PIC X(60)
               VALUE 'STEP TREND - EARLIER (1ST) VS LATER (2ND) RUNS'.
       01  WS-HDR-STEP-2.
           05  FILLER               PIC X(10) VALUE 'STEP'.
           05  FILLER               PIC X(6)  VALUE 'RUNS'.
           05  FILLER               PIC X(8)  VALUE 'SECS 1ST'.
           05  FILLER               PIC X(8)  VALUE '     2ND'.
           05  FILLER               PIC X(7)  VALUE '   CHG%'.
           05  FILLER               PIC X(10) VALUE '  IN 1ST'.
           05  FILLER               PIC X(10) VALUE '     2ND'.
           05  FILLER               PIC X(10) VALUE ' OUT 1ST'.
           05  FILLER               PIC X(10) VALUE '     2ND'.
           05  FILLER               PIC X(10) VALUE 'MS/REC 1ST'.
           05  FILLER               PIC X(10) VALUE '     2ND'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'FLAG'.

       01  WS-STEP-LINE.
           05  WS-SL-PGM-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-RUNS           PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-FH-ELAPSED     PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-LH-ELAPSED     PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-CHANGE-PCT     PIC -ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-FH-INPUT       PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-LH-INPUT       PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-FH-OUTPUT      PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-LH-OUTPUT      PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-FH-RATE        PIC ZZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-LH-RATE        PIC ZZZZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-FLAG           PIC X(12).

       01  WS-HDR-PROJ-1.
           05  FILLER               PIC X(40)
               VALUE 'WINDOW GROWTH PROJECTION'.

       01  WS-PROJ-RATE-LINE.
           05  FILLER               PIC X(34)
               VALUE 'ELAPSED GROWTH, SECONDS PER DAY = '.
           05  WS-PJ-SLOPE          PIC -ZZZ9.999.
           05  FILLER               PIC X(22)
               VALUE '   CLOSED RUNS USED = '.
           05  WS-PJ-RUNS           PIC ZZZ9.
       01  WS-PROJ-FIT-LINE.
           05  FILLER               PIC X(35)
               VALUE 'FITTED ELAPSED AT LAST RUN, MINS = '.
           05  WS-PJ-LAST-Y         PIC ZZZZ9.9.
           05  FILLER               PIC X(25)
               VALUE '   AVAILABLE TO WINDOW = '.
           05  WS-PJ-ALLOWED        PIC ZZZZ9.9.
       01  WS-PROJ-RESULT-LINE.
           05  WS-PJ-RESULT         PIC X(110).
       01  WS-PJ-DAYS               PIC -(6)9.

       LINKAGE SECTION.
       01  LK-FROM-DATE              PIC X(8).
       01  LK-TO-DATE                PIC X(8).
       01  LK-WINDOW-END-TIME        PIC X(4).

       PROCEDURE DIVISION USING LK-FROM-DATE LK-TO-DATE
                                LK-WINDOW-END-TIME.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LEDGER
               UNTIL WS-END-OF-LEDGER
           PERFORM 3000-PRINT-RUNS
           PERFORM 4000-PRINT-STEP-TREND
           PERFORM 6000-PROJECT-OVERRUN
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-WINDOW-END-TIME NOT NUMERIC
               DISPLAY 'IVPWTRND: WINDOW END MUST BE HHMM, GOT '
                   LK-WINDOW-END-TIME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-WINDOW-END-TIME TO WS-WINDOW-END
           COMPUTE WS-WINDOW-END-SECS =
               WS-WE-HH * 3600 + WS-WE-MM * 60
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'IVPWTRND: UNABLE TO OPEN RUN CONTROL, STATUS='
                   WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WINDOW-TREND-RPT-FILE
           MOVE LK-FROM-DATE       TO WS-HDR-FROM-DATE
           MOVE LK-TO-DATE         TO WS-HDR-TO-DATE
           MOVE LK-WINDOW-END-TIME TO WS-HDR-WINDOW-END
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-LINE-1
           PERFORM 2100-READ-LEDGER.

       2000-PROCESS-LEDGER.
           ADD 1 TO WS-RECS-READ
           PERFORM 5300-COMPUTE-TIMESTAMP
           IF NOT WS-TS-VALID
               ADD 1 TO WS-RECS-UNTIMED
           ELSE
               IF RUNC-OPEN-RECORD
                   IF RUNC-RUN-DATE NOT < LK-FROM-DATE
                       AND RUNC-RUN-DATE NOT > LK-TO-DATE
                       AND NOT RUNC-CATCHUP-RUN
                       PERFORM 2200-STORE-RUN
                   END-IF
               ELSE
                   PERFORM 5100-FIND-RUN
                   IF WS-ENTRY-FOUND
                       EVALUATE TRUE
                           WHEN RUNC-STEP-RECORD AND RUNC-CATCHUP-STEP
                               CONTINUE
                           WHEN RUNC-STEP-RECORD
                               PERFORM 2300-TIME-STEP
                           WHEN RUNC-STREAM-RECORD
                               PERFORM 2400-TIME-STREAM
                           WHEN RUNC-CLOSE-RECORD
                               MOVE WS-TS-SECS
                                   TO WS-WR-CLOSE-SECS (WS-RUN-IDX)
                               SET WS-WR-CLOSED (WS-RUN-IDX) TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-LEDGER.

       2100-READ-LEDGER.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
           END-READ.

       2200-STORE-RUN.
           IF WS-RUN-COUNT >= WS-RUN-MAX-ENTRIES
               DISPLAY 'IVPWTRND: RUN TABLE FULL, MAX='
                   WS-RUN-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-RUN-COUNT
           SET WS-RUN-IDX TO WS-RUN-COUNT
           MOVE RUNC-RUN-ID   TO WS-WR-RUN-ID (WS-RUN-IDX)
           MOVE RUNC-RUN-DATE TO WS-WR-OPEN-DATE (WS-RUN-IDX)
           MOVE RUNC-RUN-TIME TO WS-WR-OPEN-TIME (WS-RUN-IDX)
           COMPUTE WS-WR-DAY-NO (WS-RUN-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
           MOVE WS-TS-SECS    TO WS-WR-OPEN-SECS (WS-RUN-IDX)
           MOVE WS-TS-SECS    TO WS-WR-LAST-SECS (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-CLOSE-SECS (WS-RUN-IDX)
           MOVE 'N'           TO WS-WR-CLOSE-SWITCH (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-SEQ-SECS (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-PARALLEL-SECS (WS-RUN-IDX)
           MOVE 'N'           TO WS-WR-PARALLEL-SWITCH (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-CRIT-STREAM (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-CRIT-SECS (WS-RUN-IDX)
           MOVE ZERO          TO WS-WR-NEXT-SECS (WS-RUN-IDX).

       2300-TIME-STEP.
           COMPUTE WS-NEW-ELAPSED =
               WS-TS-SECS - WS-WR-LAST-SECS (WS-RUN-IDX)
           IF WS-NEW-ELAPSED < 0
               MOVE ZERO TO WS-NEW-ELAPSED
           END-IF
           MOVE WS-TS-SECS TO WS-WR-LAST-SECS (WS-RUN-IDX)
           ADD WS-NEW-ELAPSED TO WS-WR-SEQ-SECS (WS-RUN-IDX)
           MOVE RUNC-PGM-NAME     TO WS-SRCH-PGM-NAME
           MOVE RUNC-INPUT-COUNT  TO WS-NEW-INPUT
           MOVE RUNC-OUTPUT-COUNT TO WS-NEW-OUTPUT
           PERFORM 5200-ADD-OBSERVATION.

       2400-TIME-STREAM.
           IF NOT WS-WR-PARALLEL-SEEN (WS-RUN-IDX)
               SET WS-WR-PARALLEL-SEEN (WS-RUN-IDX) TO TRUE
               COMPUTE WS-NEW-ELAPSED =
                   WS-TS-SECS - WS-WR-LAST-SECS (WS-RUN-IDX)
               IF WS-NEW-ELAPSED < 0
                   MOVE ZERO TO WS-NEW-ELAPSED
               END-IF
               MOVE WS-TS-SECS TO WS-WR-LAST-SECS (WS-RUN-IDX)
               MOVE WS-NEW-ELAPSED
                   TO WS-WR-PARALLEL-SECS (WS-RUN-IDX)
               MOVE 'PARALLEL' TO WS-SRCH-PGM-NAME
               MOVE ZERO       TO WS-NEW-INPUT
               MOVE ZERO       TO WS-NEW-OUTPUT
               PERFORM 5200-ADD-OBSERVATION
           END-IF
           IF RUNC-STREAM-ELAPSED-SECS > WS-WR-CRIT-SECS (WS-RUN-IDX)
               MOVE WS-WR-CRIT-SECS (WS-RUN-IDX)
                   TO WS-WR-NEXT-SECS (WS-RUN-IDX)
               MOVE RUNC-STREAM-ELAPSED-SECS
                   TO WS-WR-CRIT-SECS (WS-RUN-IDX)
               MOVE RUNC-STREAM-NO TO WS-WR-CRIT-STREAM (WS-RUN-IDX)
           ELSE
               IF RUNC-STREAM-ELAPSED-SECS >
                       WS-WR-NEXT-SECS (WS-RUN-IDX)
                   MOVE RUNC-STREAM-ELAPSED-SECS
                       TO WS-WR-NEXT-SECS (WS-RUN-IDX)
               END-IF
           END-IF
           MOVE RUNC-PGM-NAME            TO WS-SRCH-PGM-NAME
           MOVE RUNC-STREAM-ELAPSED-SECS TO WS-NEW-ELAPSED
           MOVE RUNC-INPUT-COUNT         TO WS-NEW-INPUT
           MOVE RUNC-OUTPUT-COUNT        TO WS-NEW-OUTPUT
           PERFORM 5200-ADD-OBSERVATION.

       3000-PRINT-RUNS.
           MOVE SPACES TO WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-RUN-1
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-RUN-2
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM 3100-FORMAT-RUN
               WRITE WINDOW-TREND-RPT-LINE FROM WS-RUN-LINE
           END-PERFORM.

       3100-FORMAT-RUN.
           MOVE SPACES TO WS-RL-NOTE
           MOVE WS-WR-RUN-ID (WS-RUN-IDX)    TO WS-RL-RUN-ID
           MOVE WS-WR-OPEN-DATE (WS-RUN-IDX) TO WS-RL-OPEN-DATE
           MOVE WS-WR-OPEN-TIME (WS-RUN-IDX) (1:6) TO WS-RL-OPEN-TIME
           COMPUTE WS-RL-SEQ ROUNDED =
               WS-WR-SEQ-SECS (WS-RUN-IDX) / 60
           COMPUTE WS-RL-PARALLEL ROUNDED =
               WS-WR-PARALLEL-SECS (WS-RUN-IDX) / 60
           IF WS-WR-PARALLEL-SEEN (WS-RUN-IDX)
               MOVE 'STRM' TO WS-RL-CRIT-LIT
               MOVE WS-WR-CRIT-STREAM (WS-RUN-IDX) TO WS-RL-CRIT-STREAM
               COMPUTE WS-RL-CRIT ROUNDED =
                   WS-WR-CRIT-SECS (WS-RUN-IDX) / 60
               COMPUTE WS-RL-LEAD ROUNDED =
                   (WS-WR-CRIT-SECS (WS-RUN-IDX)
                  - WS-WR-NEXT-SECS (WS-RUN-IDX)) / 60
           ELSE
               MOVE SPACES TO WS-RL-CRIT-LIT
               MOVE SPACES TO WS-RL-CRIT-STREAM
               MOVE ZERO   TO WS-RL-CRIT
               MOVE ZERO   TO WS-RL-LEAD
           END-IF
           MOVE WS-WR-OPEN-TIME (WS-RUN-IDX) TO WS-TS-TIME
           COMPUTE WS-OPEN-TOD-SECS =
               WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
           COMPUTE WS-ALLOWED-SECS =
               WS-WINDOW-END-SECS - WS-OPEN-TOD-SECS
           IF WS-ALLOWED-SECS NOT > 0
               ADD 86400 TO WS-ALLOWED-SECS
           END-IF
           IF WS-WR-CLOSED (WS-RUN-IDX)
               COMPUTE WS-DURATION-SECS =
                   WS-WR-CLOSE-SECS (WS-RUN-IDX)
                 - WS-WR-OPEN-SECS (WS-RUN-IDX)
               COMPUTE WS-HEADROOM-SECS =
                   WS-ALLOWED-SECS - WS-DURATION-SECS
               COMPUTE WS-RL-ELAPSED ROUNDED = WS-DURATION-SECS / 60
               COMPUTE WS-RL-HEADROOM ROUNDED = WS-HEADROOM-SECS / 60
               IF WS-HEADROOM-SECS < 0
                   MOVE 'OVER WINDOW' TO WS-RL-NOTE
                   ADD 1 TO WS-RUNS-OVER-WINDOW
               END-IF
               PERFORM 3200-ACCUMULATE-FIT
           ELSE
               MOVE ZERO TO WS-RL-ELAPSED
               MOVE ZERO TO WS-RL-HEADROOM
               MOVE 'NO CLOSING RECORD' TO WS-RL-NOTE
           END-IF.

       3200-ACCUMULATE-FIT.
           IF WS-FIT-N = 0
               MOVE WS-WR-DAY-NO (WS-RUN-IDX) TO WS-FIT-FIRST-DAY
           END-IF
           COMPUTE WS-FIT-X =
               WS-WR-DAY-NO (WS-RUN-IDX) - WS-FIT-FIRST-DAY
           MOVE WS-FIT-X TO WS-FIT-LAST-X
           ADD 1                 TO WS-FIT-N
           ADD WS-FIT-X          TO WS-FIT-SUM-X
           ADD WS-DURATION-SECS  TO WS-FIT-SUM-Y
           COMPUTE WS-FIT-SUM-XY =
               WS-FIT-SUM-XY + WS-FIT-X * WS-DURATION-SECS
           COMPUTE WS-FIT-SUM-XX =
               WS-FIT-SUM-XX + WS-FIT-X * WS-FIT-X
           ADD WS-ALLOWED-SECS   TO WS-FIT-SUM-ALLOWED.

       4000-PRINT-STEP-TREND.
           PERFORM VARYING WS-OBS-IDX FROM 1 BY 1
               UNTIL WS-OBS-IDX > WS-OBS-COUNT
               PERFORM 4100-SPLIT-OBSERVATION
           END-PERFORM
           MOVE SPACES TO WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-STEP-1
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-STEP-2
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 4200-FORMAT-STEP
               WRITE WINDOW-TREND-RPT-LINE FROM WS-STEP-LINE
           END-PERFORM.

       4100-SPLIT-OBSERVATION.
           SET WS-STEP-IDX TO WS-OB-STEP-NO (WS-OBS-IDX)
           ADD 1 TO WS-SS-OBS-SEEN (WS-STEP-IDX)
           IF WS-SS-OBS-SEEN (WS-STEP-IDX) * 2 NOT >
                   WS-SS-OBS-COUNT (WS-STEP-IDX)
               ADD 1 TO WS-SS-FH-COUNT (WS-STEP-IDX)
               ADD WS-OB-ELAPSED (WS-OBS-IDX)
                   TO WS-SS-FH-ELAPSED (WS-STEP-IDX)
               ADD WS-OB-INPUT (WS-OBS-IDX)
                   TO WS-SS-FH-INPUT (WS-STEP-IDX)
               ADD WS-OB-OUTPUT (WS-OBS-IDX)
                   TO WS-SS-FH-OUTPUT (WS-STEP-IDX)
           ELSE
               ADD 1 TO WS-SS-LH-COUNT (WS-STEP-IDX)
               ADD WS-OB-ELAPSED (WS-OBS-IDX)
                   TO WS-SS-LH-ELAPSED (WS-STEP-IDX)
               ADD WS-OB-INPUT (WS-OBS-IDX)
                   TO WS-SS-LH-INPUT (WS-STEP-IDX)
               ADD WS-OB-OUTPUT (WS-OBS-IDX)
                   TO WS-SS-LH-OUTPUT (WS-STEP-IDX)
           END-IF.

       4200-FORMAT-STEP.
           INITIALIZE WS-AVG-WORK
           MOVE SPACES TO WS-SL-FLAG
           MOVE WS-SS-PGM-NAME (WS-STEP-IDX)  TO WS-SL-PGM-NAME
           MOVE WS-SS-OBS-COUNT (WS-STEP-IDX) TO WS-SL-RUNS
           IF WS-SS-FH-COUNT (WS-STEP-IDX) > 0
               COMPUTE WS-AVG-FH-ELAPSED ROUNDED =
                   WS-SS-FH-ELAPSED (WS-STEP-IDX)
                 / WS-SS-FH-COUNT (WS-STEP-IDX)
               COMPUTE WS-AVG-FH-INPUT ROUNDED =
                   WS-SS-FH-INPUT (WS-STEP-IDX)
                 / WS-SS-FH-COUNT (WS-STEP-IDX)
               COMPUTE WS-AVG-FH-OUTPUT ROUNDED =
                   WS-SS-FH-OUTPUT (WS-STEP-IDX)
                 / WS-SS-FH-COUNT (WS-STEP-IDX)
           END-IF
           IF WS-SS-LH-COUNT (WS-STEP-IDX) > 0
               COMPUTE WS-AVG-LH-ELAPSED ROUNDED =
                   WS-SS-LH-ELAPSED (WS-STEP-IDX)
                 / WS-SS-LH-COUNT (WS-STEP-IDX)
               COMPUTE WS-AVG-LH-INPUT ROUNDED =
                   WS-SS-LH-INPUT (WS-STEP-IDX)
                 / WS-SS-LH-COUNT (WS-STEP-IDX)
               COMPUTE WS-AVG-LH-OUTPUT ROUNDED =
                   WS-SS-LH-OUTPUT (WS-STEP-IDX)
                 / WS-SS-LH-COUNT (WS-STEP-IDX)
           END-IF
           IF WS-SS-FH-INPUT (WS-STEP-IDX) > 0
               COMPUTE WS-RATE-FH ROUNDED =
                   WS-SS-FH-ELAPSED (WS-STEP-IDX) * 1000
                 / WS-SS-FH-INPUT (WS-STEP-IDX)
           END-IF
           IF WS-SS-LH-INPUT (WS-STEP-IDX) > 0
               COMPUTE WS-RATE-LH ROUNDED =
                   WS-SS-LH-ELAPSED (WS-STEP-IDX) * 1000
                 / WS-SS-LH-INPUT (WS-STEP-IDX)
           END-IF
           IF WS-AVG-FH-ELAPSED > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-AVG-LH-ELAPSED - WS-AVG-FH-ELAPSED) * 100
                 / WS-AVG-FH-ELAPSED
           END-IF
           IF WS-SS-FH-COUNT (WS-STEP-IDX) > 0
               AND WS-SS-LH-COUNT (WS-STEP-IDX) > 0
               AND WS-RATE-FH > 0
               AND WS-RATE-LH * 100 >
                   WS-RATE-FH * (100 + WS-RISE-PCT)
               MOVE 'RATE RISING' TO WS-SL-FLAG
               ADD 1 TO WS-STEPS-RISING
           END-IF
           MOVE WS-AVG-FH-ELAPSED TO WS-SL-FH-ELAPSED
           MOVE WS-AVG-LH-ELAPSED TO WS-SL-LH-ELAPSED
           MOVE WS-CHANGE-PCT     TO WS-SL-CHANGE-PCT
           MOVE WS-AVG-FH-INPUT   TO WS-SL-FH-INPUT
           MOVE WS-AVG-LH-INPUT   TO WS-SL-LH-INPUT
           MOVE WS-AVG-FH-OUTPUT  TO WS-SL-FH-OUTPUT
           MOVE WS-AVG-LH-OUTPUT  TO WS-SL-LH-OUTPUT
           MOVE WS-RATE-FH        TO WS-SL-FH-RATE
           MOVE WS-RATE-LH        TO WS-SL-LH-RATE.

       5100-FIND-RUN.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RUN-COUNT > 0
               PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-IDX < 1
                   IF WS-WR-RUN-ID (WS-RUN-IDX) = RUNC-RUN-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       5200-ADD-OBSERVATION.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-SS-PGM-NAME (WS-STEP-IDX) = WS-SRCH-PGM-NAME
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-STEP-COUNT >= WS-STEP-MAX-ENTRIES
                   DISPLAY 'IVPWTRND: STEP TABLE FULL, MAX='
                       WS-STEP-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-STEP-COUNT
               SET WS-STEP-IDX TO WS-STEP-COUNT
               INITIALIZE WS-STEP-ENTRY (WS-STEP-IDX)
               MOVE WS-SRCH-PGM-NAME TO WS-SS-PGM-NAME (WS-STEP-IDX)
           END-IF
           IF WS-OBS-COUNT >= WS-OBS-MAX-ENTRIES
               DISPLAY 'IVPWTRND: OBSERVATION TABLE FULL, MAX='
                   WS-OBS-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SS-OBS-COUNT (WS-STEP-IDX)
           ADD 1 TO WS-OBS-COUNT
           SET WS-OBS-IDX TO WS-OBS-COUNT
           SET WS-OB-STEP-NO (WS-OBS-IDX) TO WS-STEP-IDX
           MOVE WS-NEW-ELAPSED TO WS-OB-ELAPSED (WS-OBS-IDX)
           MOVE WS-NEW-INPUT   TO WS-OB-INPUT (WS-OBS-IDX)
           MOVE WS-NEW-OUTPUT  TO WS-OB-OUTPUT (WS-OBS-IDX).

      *    LEDGER DATE AND HHMMSShh TIME AS SECONDS FROM THE START OF
      *    THE GREGORIAN CALENDAR, SO INTERVALS SPANNING MIDNIGHT
      *    SUBTRACT CLEANLY.
       5300-COMPUTE-TIMESTAMP.
           MOVE 'N' TO WS-TS-VALID-SWITCH
           MOVE RUNC-RUN-TIME TO WS-TS-TIME
           IF RUNC-RUN-DATE NUMERIC
               AND WS-TS-TIME (1:6) NUMERIC
               AND RUNC-RUN-DATE > '16010100'
               MOVE RUNC-RUN-DATE TO WS-TS-DATE-NUM
               COMPUTE WS-TS-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               SET WS-TS-VALID TO TRUE
           END-IF.

       6000-PROJECT-OVERRUN.
           MOVE SPACES TO WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE
           WRITE WINDOW-TREND-RPT-LINE FROM WS-HDR-PROJ-1
           MOVE SPACES TO WS-PJ-RESULT
           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-FIT-SUM-XX - WS-FIT-SUM-X * WS-FIT-SUM-X
           IF WS-FIT-N < 2 OR WS-FIT-DENOM = 0
               MOVE 'TOO FEW CLOSED RUNS ON DIFFERENT DATES TO PROJECT'
                   TO WS-PJ-RESULT
               WRITE WINDOW-TREND-RPT-LINE FROM WS-PROJ-RESULT-LINE
           ELSE
               PERFORM 6010-FIT-AND-PROJECT
           END-IF.

       6010-FIT-AND-PROJECT.
           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-FIT-N * WS-FIT-SUM-XY - WS-FIT-SUM-X * WS-FIT-SUM-Y)
             / WS-FIT-DENOM
           COMPUTE WS-FIT-INTERCEPT ROUNDED =
               (WS-FIT-SUM-Y - WS-FIT-SLOPE * WS-FIT-SUM-X) / WS-FIT-N
           COMPUTE WS-FIT-ALLOWED ROUNDED =
               WS-FIT-SUM-ALLOWED / WS-FIT-N
           COMPUTE WS-FIT-LAST-Y ROUNDED =
               WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-FIT-LAST-X
           MOVE WS-FIT-SLOPE TO WS-PJ-SLOPE
           MOVE WS-FIT-N     TO WS-PJ-RUNS
           WRITE WINDOW-TREND-RPT-LINE FROM WS-PROJ-RATE-LINE
           COMPUTE WS-PJ-LAST-Y ROUNDED  = WS-FIT-LAST-Y / 60
           COMPUTE WS-PJ-ALLOWED ROUNDED = WS-FIT-ALLOWED / 60
           WRITE WINDOW-TREND-RPT-LINE FROM WS-PROJ-FIT-LINE
           EVALUATE TRUE
               WHEN WS-FIT-LAST-Y NOT < WS-FIT-ALLOWED
                   SET WS-OVERRUN-PROJECTED TO TRUE
                   MOVE 'SUITE ELAPSED IS ALREADY AT OR PAST THE WINDOW
      -                 ' END' TO WS-PJ-RESULT
               WHEN WS-FIT-SLOPE NOT > 0
                   MOVE 'WINDOW NOT GROWING - NO OVERRUN PROJECTED'
                       TO WS-PJ-RESULT
               WHEN OTHER
                   PERFORM 6020-PROJECT-CROSSING-DATE
           END-EVALUATE
           WRITE WINDOW-TREND-RPT-LINE FROM WS-PROJ-RESULT-LINE.

       6020-PROJECT-CROSSING-DATE.
           COMPUTE WS-FIT-CROSS-X =
               (WS-FIT-ALLOWED - WS-FIT-INTERCEPT) / WS-FIT-SLOPE
             + 0.999
           COMPUTE WS-FIT-CROSS-DAY = WS-FIT-FIRST-DAY + WS-FIT-CROSS-X
           IF WS-FIT-CROSS-DAY > 3000000
               MOVE 'GROWTH TOO SLOW TO PROJECT AN OVERRUN DATE'
                   TO WS-PJ-RESULT
           ELSE
               SET WS-OVERRUN-PROJECTED TO TRUE
               COMPUTE WS-FIT-CROSS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FIT-CROSS-DAY)
               MOVE LK-TO-DATE TO WS-TS-DATE-NUM
               COMPUTE WS-TO-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
               COMPUTE WS-DAYS-TO-OVERRUN =
                   WS-FIT-CROSS-DAY - WS-TO-DAY-NO
               MOVE WS-DAYS-TO-OVERRUN TO WS-PJ-DAYS
               STRING 'AT THE CURRENT GROWTH RATE THE SUITE OVERRUNS '
                          DELIMITED BY SIZE
                      'THE WINDOW END ON ' DELIMITED BY SIZE
                      WS-FIT-CROSS-DATE DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      WS-PJ-DAYS DELIMITED BY SIZE
                      ' DAYS AFTER ' DELIMITED BY SIZE
                      LK-TO-DATE DELIMITED BY SIZE
                   INTO WS-PJ-RESULT
           END-IF.

       9000-TERMINATE.
           CLOSE RUN-CONTROL-FILE
           CLOSE WINDOW-TREND-RPT-FILE
           DISPLAY 'IVPWTRND: LEDGER RECORDS READ = ' WS-RECS-READ
           DISPLAY 'IVPWTRND: UNTIMED RECORDS     = ' WS-RECS-UNTIMED
           DISPLAY 'IVPWTRND: RUNS IN RANGE       = ' WS-RUN-COUNT
           DISPLAY 'IVPWTRND: RUNS OVER WINDOW    = '
               WS-RUNS-OVER-WINDOW
           DISPLAY 'IVPWTRND: STEPS RATE RISING   = ' WS-STEPS-RISING
           IF WS-STEPS-RISING > 0 OR WS-OVERRUN-PROJECTED
               OR WS-RUNS-OVER-WINDOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
