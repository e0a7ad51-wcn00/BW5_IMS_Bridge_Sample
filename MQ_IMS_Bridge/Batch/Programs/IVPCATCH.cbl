      ******************************************************************
      *  PROGRAM-ID : IVPCATCH
      *  PURPOSE    : MISSED-NIGHT CATCH-UP DRIVER.  WHEN THE NIGHTLY
      *               CYCLE IS SKIPPED OR ABENDS PART WAY, THE DATED
      *               OUTPUTS FOR THAT RUN DATE ARE NEVER BUILT AND
      *               THE TREND, REGRESSION AND AUDIT REPORTS SILENTLY
      *               CARRY A HOLE.  THIS STEP WORKS OUT, FOR EVERY RUN
      *               DATE IN THE LOOKBACK WINDOW (LK-LOOKBACK-DAYS
      *               DAYS BEFORE LK-RUN-DATE), WHICH OF THE FOUR
      *               DATED STEPS NEVER COMPLETED:
      *                   IVPHIST  - IVPHIST.Dyyyymmdd / IVPHMSTR
      *                   IVPDSTAT - IVPDSMST DAILY STATISTICS
      *                   IVPAUDIT - AUDIT.Dyyyymmdd
      *                   IVPQCAP  - QHIST.Dyyyymmdd
      *               AND REPLAYS THEM DATE BY DATE, OLDEST FIRST,
      *               UNDER THE ORIGINAL RUN DATE.
      *
      *               A STEP COUNTS AS DONE FOR A DATE WHEN ITS DATED
      *               DAILY IS ON CATALOG, WHEN THE RUN-CONTROL LEDGER
      *               (RUNCTL.CPY) CARRIES ITS STEP RECORD FOR THAT
      *               DATE, OR WHEN THE SUITE RUN OPENED ON THAT DATE
      *               CLOSED 'COMPLETE'.  A 'CATCHUP' STEP RECORD
      *               COUNTS FOR ITS ORIGINAL DATE WHATEVER RUN IT IS
      *               UNDER.  THE REPLAYED IVPHIST AND IVPDSTAT ALSO
      *               WRITE STEP RECORDS OF THEIR OWN DATED WITH THE
      *               REPLAY DATE, SO FROM A CATCH-UP RUN (ONE WHOSE
      *               OPENING RECORD CARRIES 'CATCHUP') ONLY THE
      *               'CATCHUP' RECORDS ARE TAKEN; EVERY RECORD OF A
      *               NIGHTLY RUN IS TAKEN AS IT STANDS.
      *
      *               A STEP IS REPLAYED BY COPYING THE RETAINED DATED
      *               EXTRACT FOR THE DATE (IVPEXTR.Dyyyymmdd,
      *               MQIIHEXT.Dyyyymmdd, MQQEXTR.Dyyyymmdd) ONTO THE
      *               STEP'S OWN EXTRACT DD AND CALLING THE STEP WITH
      *               THE ORIGINAL DATE.  LK-RUN-ID IS A RUN-ID OF
      *               THE CATCH-UP'S OWN, NEVER THE NIGHTLY RUN'S: THIS
      *               PROGRAM OPENS AND CLOSES IT ON THE LEDGER WITH
      *               SUITE STATUS 'CATCHUP', AND REFUSES A RUN-ID THE
      *               LEDGER ALREADY HOLDS FOR A NIGHTLY RUN (A
      *               RESTARTED CATCH-UP MAY REUSE ITS OWN).  EACH
      *               REPLAY IS APPENDED UNDER IT AS A STEP RECORD FOR
      *               THE REPLAYED PROGRAM, DATED WITH THE ORIGINAL RUN
      *               DATE AND CARRYING SUITE STATUS 'CATCHUP'.  A
      *               DATE WHOSE RETAINED EXTRACT IS GONE CANNOT BE
      *               REBUILT AND IS REPORTED AS SUCH.
      *                   RC 0 - NOTHING MISSING, OR ALL REBUILT
      *                   RC 4 - A DATE COULD NOT BE REBUILT
      *                   RC 8 - A REPLAYED STEP ENDED RC 8 OR HIGHER
      *                   RC 16 - LK-RUN-ID BELONGS TO A NIGHTLY RUN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPCATCH.
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

           SELECT IVP-HIST-DAILY ASSIGN TO DYNAMIC WS-HIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-DAILY ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT QUEUE-HIST-DAILY ASSIGN TO DYNAMIC WS-QHIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QHIST-STATUS.

           SELECT RETAINED-IVP-EXTRACT ASSIGN TO DYNAMIC WS-RETN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.

           SELECT RETAINED-MQIIH-EXTRACT ASSIGN TO DYNAMIC WS-RETN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.

           SELECT RETAINED-MQQ-EXTRACT ASSIGN TO DYNAMIC WS-RETN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.

           SELECT IVP-EXTRACT-FILE ASSIGN TO IVPEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MQIIH-EXTRACT-FILE ASSIGN TO MQIIHEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MQQ-EXTRACT-FILE ASSIGN TO MQQEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT CATCH-UP-RPT-FILE ASSIGN TO CATCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  IVP-HIST-DAILY.
       01  IVP-HIST-DAILY-RECORD        PIC X(266).

       FD  AUDIT-DAILY.
       01  AUDIT-DAILY-RECORD           PIC X(42).

       FD  QUEUE-HIST-DAILY.
       01  QUEUE-HIST-DAILY-RECORD      PIC X(232).

       FD  RETAINED-IVP-EXTRACT
           RECORDING MODE IS F.
           COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY RETAINED-IVP-FIELDS.

       FD  RETAINED-MQIIH-EXTRACT
           RECORDING MODE IS F.
           COPY MQAUDIT REPLACING MQIIH-AUDIT-EXTRACT
                               BY RETAINED-MQIIH-AUDIT.

       FD  RETAINED-MQQ-EXTRACT
           RECORDING MODE IS F.
           COPY MQQEXTR REPLACING MQ-QUEUE-EXTRACT BY RETAINED-MQQ-EXTR.

       FD  IVP-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  MQIIH-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY MQAUDIT.

       FD  MQQ-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY MQQEXTR.

       FD  CATCH-UP-RPT-FILE
           RECORDING MODE IS F.
       01  CATCH-UP-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-QHIST-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RETN-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-STAGE-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-DSN              PIC X(44) VALUE SPACES.
       01  WS-AUDIT-DSN             PIC X(44) VALUE SPACES.
       01  WS-QHIST-DSN             PIC X(44) VALUE SPACES.
       01  WS-RETN-DSN              PIC X(44) VALUE SPACES.
       01  WS-STEP-DATE             PIC 9(8).
       01  WS-STEP-TIME             PIC X(8).

       01  WS-LEDGER-RECS-READ      PIC S9(8) COMP VALUE ZERO.
       01  WS-DATES-CHECKED         PIC S9(8) COMP VALUE ZERO.
       01  WS-DATES-COMPLETE        PIC S9(8) COMP VALUE ZERO.
       01  WS-STEPS-REPLAYED        PIC S9(8) COMP VALUE ZERO.
       01  WS-STEPS-FAILED          PIC S9(8) COMP VALUE ZERO.
       01  WS-STEPS-NOT-REBUILT     PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-STAGED           PIC S9(8) COMP VALUE ZERO.

       01  WS-LOOKBACK-DAYS         PIC S9(4) COMP.
       01  WS-RUN-DATE-NUM          PIC 9(8).
       01  WS-RUN-DATE-INT          PIC S9(9) COMP.
       01  WS-FIRST-DATE-INT        PIC S9(9) COMP.
       01  WS-WORK-DATE-INT         PIC S9(9) COMP.
       01  WS-WORK-DATE-NUM         PIC 9(8).
       01  WS-DATE-SUB              PIC S9(9) COMP.

      *    ONE ENTRY PER CALENDAR DATE IN THE WINDOW, OLDEST FIRST.
      *    THE ENTRY FOR A DATE IS FOUND BY ITS DAY OFFSET FROM THE
      *    FIRST DATE, SO THE TABLE IS NEVER SEARCHED.
       01  WS-DATE-TABLE-CTRL.
           05  WS-DT-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-DT-MAX-ENTRIES    PIC S9(4) COMP VALUE 366.
       01  WS-DATE-TABLE.
           05  WS-DT-ENTRY OCCURS 366 TIMES
                                    INDEXED BY WS-DT-IDX.
               10  WS-DT-RUN-DATE       PIC X(8).
               10  WS-DT-HIST-FLAG      PIC X(1).
                   88  WS-DT-HIST-DONE           VALUE 'Y'.
               10  WS-DT-DSTAT-FLAG     PIC X(1).
                   88  WS-DT-DSTAT-DONE          VALUE 'Y'.
               10  WS-DT-AUDIT-FLAG     PIC X(1).
                   88  WS-DT-AUDIT-DONE          VALUE 'Y'.
               10  WS-DT-QHIST-FLAG     PIC X(1).
                   88  WS-DT-QHIST-DONE          VALUE 'Y'.

      *    ONE ENTRY PER RUN-ID ON THE LEDGER: THE DATE IT OPENED AND
      *    WHETHER IT WAS OPENED AS A CATCH-UP RUN.
       01  WS-RUN-TABLE-CTRL.
           05  WS-RN-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RN-MAX-ENTRIES    PIC S9(4) COMP VALUE 2000.
       01  WS-RUN-TABLE.
           05  WS-RN-ENTRY OCCURS 2000 TIMES
                                    INDEXED BY WS-RN-IDX.
               10  WS-RN-RUN-ID         PIC X(8).
               10  WS-RN-OPEN-DATE      PIC X(8).
               10  WS-RN-CATCHUP-FLAG   PIC X(1).
                   88  WS-RN-CATCHUP-RUN         VALUE 'Y'.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-LEDGER-EOF-SWITCH     PIC X(1).
           88  WS-END-OF-LEDGER              VALUE 'Y'.
       01  WS-STAGE-EOF-SWITCH      PIC X(1).
           88  WS-END-OF-RETAINED            VALUE 'Y'.
       01  WS-STAGED-SWITCH         PIC X(1).
           88  WS-EXTRACT-STAGED             VALUE 'Y'.
           88  WS-EXTRACT-GONE               VALUE 'N'.

      *    THE DATE AND STEP BEING CHECKED OR REPLAYED.
       01  WS-CHK-DATE              PIC X(8).
       01  WS-CHK-PGM-NAME          PIC X(8).
       01  WS-CHK-STEP-RC           PIC S9(4) COMP.
       01  WS-REPLAY-RUN-DATE       PIC X(8).
       01  WS-REPLAY-RUN-ID         PIC X(8).
       01  WS-LEDGER-REC-TYPE       PIC X(1).
       01  WS-CATCHUP-RUN-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-CATCHUP-RUN-OPEN           VALUE 'Y'.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(32) VALUE
               'MISSED-NIGHT CATCH-UP  RUN DATE '.
           05  WS-HDR-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(11) VALUE '  LOOKBACK '.
           05  WS-HDR-LOOKBACK      PIC ZZZ9.
           05  FILLER               PIC X(5)  VALUE ' DAYS'.
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(8)  VALUE 'RUN DATE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'STEP'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'RETAINED EXTRACT'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'RECORDS'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE '  RC'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(40) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-RUN-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PGM-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-RETN-DSN       PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-RECORDS        PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-STEP-RC        PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'DATES CHECKED'.
           05  WS-TL-CHECKED        PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE '  COMPLETE'.
           05  WS-TL-COMPLETE       PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE '  REPLAYED'.
           05  WS-TL-REPLAYED       PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE '  NOT REBUILT'.
           05  WS-TL-NOT-REBUILT    PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-RUN-DATE               PIC X(8).
       01  LK-RUN-ID                 PIC X(8).
       01  LK-LOOKBACK-DAYS          PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-RUN-DATE LK-RUN-ID
                                LK-LOOKBACK-DAYS.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DATE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE LK-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           IF WS-LOOKBACK-DAYS NOT > ZERO
               MOVE 7 TO WS-LOOKBACK-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS > WS-DT-MAX-ENTRIES
               DISPLAY 'IVPCATCH: DATE TABLE FULL, MAX='
                   WS-DT-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-FIRST-DATE-INT =
               WS-RUN-DATE-INT - WS-LOOKBACK-DAYS
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-LOOKBACK-DAYS
               ADD 1 TO WS-DT-COUNT
               COMPUTE WS-WORK-DATE-INT =
                   WS-FIRST-DATE-INT + WS-DT-COUNT - 1
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
               MOVE WS-WORK-DATE-NUM TO WS-DT-RUN-DATE (WS-DT-IDX)
               MOVE 'N' TO WS-DT-HIST-FLAG (WS-DT-IDX)
               MOVE 'N' TO WS-DT-DSTAT-FLAG (WS-DT-IDX)
               MOVE 'N' TO WS-DT-AUDIT-FLAG (WS-DT-IDX)
               MOVE 'N' TO WS-DT-QHIST-FLAG (WS-DT-IDX)
           END-PERFORM
           PERFORM 1100-LOAD-RUN-TABLE
           PERFORM 1130-CHECK-CATCHUP-RUN-ID
           PERFORM 1200-MARK-LEDGER-STEPS
           IF NOT WS-CATCHUP-RUN-OPEN
               MOVE 'O' TO WS-LEDGER-REC-TYPE
               PERFORM 2700-APPEND-LEDGER
           END-IF
           OPEN OUTPUT CATCH-UP-RPT-FILE
           MOVE LK-RUN-DATE      TO WS-HDR-RUN-DATE
           MOVE WS-LOOKBACK-DAYS TO WS-HDR-LOOKBACK
           WRITE CATCH-UP-RPT-LINE FROM WS-HDR-LINE-1
           WRITE CATCH-UP-RPT-LINE FROM WS-HDR-LINE-2.

      *    FIRST PASS OF THE LEDGER: EVERY RUN-ID, THE DATE IT OPENED
      *    AND WHETHER IT WAS OPENED AS A CATCH-UP RUN.  A LEDGER NOT
      *    YET ON CATALOG IS AN EMPTY LEDGER.
       1100-LOAD-RUN-TABLE.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'IVPCATCH: NO RUN CONTROL LEDGER, STATUS='
                   WS-RUNCTL-STATUS
               MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
           ELSE
               MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-END-OF-LEDGER
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-END-OF-LEDGER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-RECS-READ
                       PERFORM 1110-FIND-OR-ADD-RUN
                       IF RUNC-OPEN-RECORD
                           MOVE RUNC-RUN-DATE
                               TO WS-RN-OPEN-DATE (WS-RN-IDX)
                           IF RUNC-CATCHUP-RUN
                               SET WS-RN-CATCHUP-RUN (WS-RN-IDX)
                                   TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1110-FIND-OR-ADD-RUN.
           PERFORM 1120-FIND-RUN
           IF NOT WS-ENTRY-FOUND
               IF WS-RN-COUNT >= WS-RN-MAX-ENTRIES
                   DISPLAY 'IVPCATCH: RUN TABLE FULL, MAX='
                       WS-RN-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RN-COUNT
               SET WS-RN-IDX TO WS-RN-COUNT
               MOVE RUNC-RUN-ID TO WS-RN-RUN-ID (WS-RN-IDX)
               MOVE SPACES      TO WS-RN-OPEN-DATE (WS-RN-IDX)
               MOVE 'N'         TO WS-RN-CATCHUP-FLAG (WS-RN-IDX)
           END-IF.

       1120-FIND-RUN.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RN-COUNT > 0
               PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
                   IF WS-RN-RUN-ID (WS-RN-IDX) = RUNC-RUN-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    LK-RUN-ID MUST BE NEW TO THE LEDGER OR ALREADY A CATCH-UP
      *    RUN; REPLAYS RECORDED UNDER A NIGHTLY RUN WOULD MISDATE ITS
      *    STEPS AND BREAK ITS COUNT CHAIN.
       1130-CHECK-CATCHUP-RUN-ID.
           IF WS-RN-COUNT > 0
               PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
                   IF WS-RN-RUN-ID (WS-RN-IDX) = LK-RUN-ID
                       IF WS-RN-CATCHUP-RUN (WS-RN-IDX)
                           SET WS-CATCHUP-RUN-OPEN TO TRUE
                       ELSE
                           DISPLAY 'IVPCATCH: RUN-ID ' LK-RUN-ID
                               ' IS A NIGHTLY RUN - CATCH-UP NEEDS A '
                               'RUN-ID OF ITS OWN'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    SECOND PASS: MARK EACH DATE'S STEPS DONE FROM THE STEP
      *    RECORDS, AND ALL FOUR DONE FOR A NIGHTLY RUN THAT CLOSED
      *    COMPLETE.  A CATCH-UP RUN CONTRIBUTES ONLY ITS 'CATCHUP'
      *    RECORDS, WHICH CARRY THE ORIGINAL RUN DATE; THE REPLAYED
      *    STEPS' OWN RECORDS UNDER IT CARRY THE REPLAY DATE.
       1200-MARK-LEDGER-STEPS.
           IF WS-RN-COUNT > 0
               PERFORM 1205-READ-LEDGER-STEPS
           END-IF.

       1205-READ-LEDGER-STEPS.
           OPEN INPUT RUN-CONTROL-FILE
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-LEDGER
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM 1120-FIND-RUN
                       EVALUATE TRUE
                           WHEN RUNC-STEP-RECORD AND RUNC-CATCHUP-STEP
                               MOVE RUNC-RUN-DATE TO WS-CHK-DATE
                               PERFORM 1210-MARK-STEP-DONE
                           WHEN WS-RN-CATCHUP-RUN (WS-RN-IDX)
                               CONTINUE
                           WHEN RUNC-STEP-RECORD
                               MOVE RUNC-RUN-DATE TO WS-CHK-DATE
                               PERFORM 1210-MARK-STEP-DONE
                           WHEN RUNC-CLOSE-RECORD
                               AND RUNC-SUITE-STATUS = 'COMPLETE'
                               MOVE WS-RN-OPEN-DATE (WS-RN-IDX)
                                   TO WS-CHK-DATE
                               PERFORM 1220-MARK-DATE-COMPLETE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       1210-MARK-STEP-DONE.
           PERFORM 1230-LOCATE-DATE
           IF WS-ENTRY-FOUND
               EVALUATE RUNC-PGM-NAME
                   WHEN 'IVPHIST'
                       MOVE 'Y' TO WS-DT-HIST-FLAG (WS-DATE-SUB)
                   WHEN 'IVPDSTAT'
                       MOVE 'Y' TO WS-DT-DSTAT-FLAG (WS-DATE-SUB)
                   WHEN 'IVPAUDIT'
                       MOVE 'Y' TO WS-DT-AUDIT-FLAG (WS-DATE-SUB)
                   WHEN 'IVPQCAP'
                       MOVE 'Y' TO WS-DT-QHIST-FLAG (WS-DATE-SUB)
               END-EVALUATE
           END-IF.

       1220-MARK-DATE-COMPLETE.
           PERFORM 1230-LOCATE-DATE
           IF WS-ENTRY-FOUND
               MOVE 'Y' TO WS-DT-HIST-FLAG (WS-DATE-SUB)
               MOVE 'Y' TO WS-DT-DSTAT-FLAG (WS-DATE-SUB)
               MOVE 'Y' TO WS-DT-AUDIT-FLAG (WS-DATE-SUB)
               MOVE 'Y' TO WS-DT-QHIST-FLAG (WS-DATE-SUB)
           END-IF.

      *    SETS WS-DATE-SUB TO THE ENTRY FOR WS-CHK-DATE WHEN THE DATE
      *    FALLS INSIDE THE WINDOW.
       1230-LOCATE-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CHK-DATE IS NUMERIC
               MOVE WS-CHK-DATE TO WS-WORK-DATE-NUM
               IF WS-WORK-DATE-NUM > 16010101
                   COMPUTE WS-WORK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                   COMPUTE WS-DATE-SUB =
                       WS-WORK-DATE-INT - WS-FIRST-DATE-INT + 1
                   IF WS-DATE-SUB > 0 AND WS-DATE-SUB <= WS-DT-COUNT
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-DATE.
           ADD 1 TO WS-DATES-CHECKED
           MOVE WS-DT-RUN-DATE (WS-DT-IDX) TO WS-CHK-DATE
           PERFORM 2100-TEST-DATED-OUTPUTS
           IF WS-DT-HIST-DONE (WS-DT-IDX)
               AND WS-DT-DSTAT-DONE (WS-DT-IDX)
               AND WS-DT-AUDIT-DONE (WS-DT-IDX)
               AND WS-DT-QHIST-DONE (WS-DT-IDX)
               ADD 1 TO WS-DATES-COMPLETE
           ELSE
               PERFORM 2050-REPLAY-MISSING-STEPS
           END-IF.

       2050-REPLAY-MISSING-STEPS.
           IF NOT WS-DT-HIST-DONE (WS-DT-IDX)
               OR NOT WS-DT-DSTAT-DONE (WS-DT-IDX)
               PERFORM 2200-STAGE-IVP-EXTRACT
               IF NOT WS-DT-HIST-DONE (WS-DT-IDX)
                   MOVE 'IVPHIST' TO WS-CHK-PGM-NAME
                   PERFORM 2500-REPLAY-STEP
               END-IF
               IF NOT WS-DT-DSTAT-DONE (WS-DT-IDX)
                   MOVE 'IVPDSTAT' TO WS-CHK-PGM-NAME
                   PERFORM 2500-REPLAY-STEP
               END-IF
           END-IF
           IF NOT WS-DT-AUDIT-DONE (WS-DT-IDX)
               PERFORM 2300-STAGE-MQIIH-EXTRACT
               MOVE 'IVPAUDIT' TO WS-CHK-PGM-NAME
               PERFORM 2500-REPLAY-STEP
           END-IF
           IF NOT WS-DT-QHIST-DONE (WS-DT-IDX)
               PERFORM 2400-STAGE-MQQ-EXTRACT
               MOVE 'IVPQCAP' TO WS-CHK-PGM-NAME
               PERFORM 2500-REPLAY-STEP
           END-IF.

      *    A DATED DAILY ON CATALOG MEANS ITS STEP RAN FOR THE DATE,
      *    WHETHER OR NOT THE LEDGER SAYS SO.
       2100-TEST-DATED-OUTPUTS.
           MOVE SPACES TO WS-HIST-DSN
           STRING 'IVPHIST.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-HIST-DSN
           OPEN INPUT IVP-HIST-DAILY
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-DT-HIST-FLAG (WS-DT-IDX)
               CLOSE IVP-HIST-DAILY
           END-IF
           MOVE SPACES TO WS-AUDIT-DSN
           STRING 'AUDIT.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DSN
           OPEN INPUT AUDIT-DAILY
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-DT-AUDIT-FLAG (WS-DT-IDX)
               CLOSE AUDIT-DAILY
           END-IF
           MOVE SPACES TO WS-QHIST-DSN
           STRING 'QHIST.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-QHIST-DSN
           OPEN INPUT QUEUE-HIST-DAILY
           IF WS-QHIST-STATUS = '00'
               MOVE 'Y' TO WS-DT-QHIST-FLAG (WS-DT-IDX)
               CLOSE QUEUE-HIST-DAILY
           END-IF.

      *    THE STAGING PARAGRAPHS COPY THE RETAINED EXTRACT FOR THE
      *    DATE ONTO THE DD THE STEP READS.  IVPHIST AND IVPDSTAT
      *    SHARE ONE STAGED IVPEXTR.
       2200-STAGE-IVP-EXTRACT.
           MOVE SPACES TO WS-RETN-DSN
           STRING 'IVPEXTR.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-RETN-DSN
           MOVE ZERO TO WS-RECS-STAGED
           OPEN INPUT RETAINED-IVP-EXTRACT
           IF WS-RETN-STATUS NOT = '00'
               SET WS-EXTRACT-GONE TO TRUE
           ELSE
               PERFORM 2210-COPY-IVP-EXTRACT
           END-IF.

       2210-COPY-IVP-EXTRACT.
           OPEN OUTPUT IVP-EXTRACT-FILE
           IF WS-STAGE-STATUS NOT = '00'
               DISPLAY 'IVPCATCH: UNABLE TO OPEN IVPEXTR, STATUS='
                   WS-STAGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-STAGE-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-RETAINED
               READ RETAINED-IVP-EXTRACT
                   AT END
                       SET WS-END-OF-RETAINED TO TRUE
                   NOT AT END
                       WRITE WS-IVP-FIELDS FROM RETAINED-IVP-FIELDS
                       ADD 1 TO WS-RECS-STAGED
               END-READ
           END-PERFORM
           CLOSE RETAINED-IVP-EXTRACT
           CLOSE IVP-EXTRACT-FILE
           SET WS-EXTRACT-STAGED TO TRUE.

       2300-STAGE-MQIIH-EXTRACT.
           MOVE SPACES TO WS-RETN-DSN
           STRING 'MQIIHEXT.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-RETN-DSN
           MOVE ZERO TO WS-RECS-STAGED
           OPEN INPUT RETAINED-MQIIH-EXTRACT
           IF WS-RETN-STATUS NOT = '00'
               SET WS-EXTRACT-GONE TO TRUE
           ELSE
               PERFORM 2310-COPY-MQIIH-EXTRACT
           END-IF.

       2310-COPY-MQIIH-EXTRACT.
           OPEN OUTPUT MQIIH-EXTRACT-FILE
           IF WS-STAGE-STATUS NOT = '00'
               DISPLAY 'IVPCATCH: UNABLE TO OPEN MQIIHEXT, STATUS='
                   WS-STAGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-STAGE-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-RETAINED
               READ RETAINED-MQIIH-EXTRACT
                   AT END
                       SET WS-END-OF-RETAINED TO TRUE
                   NOT AT END
                       WRITE MQIIH-AUDIT-EXTRACT
                           FROM RETAINED-MQIIH-AUDIT
                       ADD 1 TO WS-RECS-STAGED
               END-READ
           END-PERFORM
           CLOSE RETAINED-MQIIH-EXTRACT
           CLOSE MQIIH-EXTRACT-FILE
           SET WS-EXTRACT-STAGED TO TRUE.

       2400-STAGE-MQQ-EXTRACT.
           MOVE SPACES TO WS-RETN-DSN
           STRING 'MQQEXTR.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-RETN-DSN
           MOVE ZERO TO WS-RECS-STAGED
           OPEN INPUT RETAINED-MQQ-EXTRACT
           IF WS-RETN-STATUS NOT = '00'
               SET WS-EXTRACT-GONE TO TRUE
           ELSE
               PERFORM 2410-COPY-MQQ-EXTRACT
           END-IF.

       2410-COPY-MQQ-EXTRACT.
           OPEN OUTPUT MQQ-EXTRACT-FILE
           IF WS-STAGE-STATUS NOT = '00'
               DISPLAY 'IVPCATCH: UNABLE TO OPEN MQQEXTR, STATUS='
                   WS-STAGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-STAGE-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-RETAINED
               READ RETAINED-MQQ-EXTRACT
                   AT END
                       SET WS-END-OF-RETAINED TO TRUE
                   NOT AT END
                       WRITE MQ-QUEUE-EXTRACT FROM RETAINED-MQQ-EXTR
                       ADD 1 TO WS-RECS-STAGED
               END-READ
           END-PERFORM
           CLOSE RETAINED-MQQ-EXTRACT
           CLOSE MQQ-EXTRACT-FILE
           SET WS-EXTRACT-STAGED TO TRUE.

      *    EACH STEP IS CANCELLED AFTER THE CALL SO THE NEXT DATE GETS
      *    A FRESH COPY WITH ITS SWITCHES AND COUNTERS AT THEIR
      *    INITIAL VALUES.
       2500-REPLAY-STEP.
           MOVE WS-CHK-DATE      TO WS-DL-RUN-DATE
           MOVE WS-CHK-PGM-NAME  TO WS-DL-PGM-NAME
           MOVE WS-RETN-DSN      TO WS-DL-RETN-DSN
           MOVE WS-RECS-STAGED   TO WS-DL-RECORDS
           IF WS-EXTRACT-GONE
               ADD 1 TO WS-STEPS-NOT-REBUILT
               MOVE ZERO TO WS-DL-STEP-RC
               MOVE 'RETAINED EXTRACT GONE - NOT REBUILT'
                   TO WS-DL-DISPOSITION
               WRITE CATCH-UP-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 2510-CALL-STEP
           END-IF.

       2510-CALL-STEP.
           MOVE WS-CHK-DATE TO WS-REPLAY-RUN-DATE
           MOVE LK-RUN-ID   TO WS-REPLAY-RUN-ID
           MOVE ZERO TO RETURN-CODE
           EVALUATE WS-CHK-PGM-NAME
               WHEN 'IVPHIST'
                   CALL 'IVPHIST' USING WS-REPLAY-RUN-DATE
                                        WS-REPLAY-RUN-ID
                   MOVE RETURN-CODE TO WS-CHK-STEP-RC
                   CANCEL 'IVPHIST'
               WHEN 'IVPDSTAT'
                   CALL 'IVPDSTAT' USING WS-REPLAY-RUN-DATE
                                         WS-REPLAY-RUN-ID
                   MOVE RETURN-CODE TO WS-CHK-STEP-RC
                   CANCEL 'IVPDSTAT'
               WHEN 'IVPAUDIT'
                   CALL 'IVPAUDIT' USING WS-REPLAY-RUN-DATE
                   MOVE RETURN-CODE TO WS-CHK-STEP-RC
                   CANCEL 'IVPAUDIT'
               WHEN 'IVPQCAP'
                   CALL 'IVPQCAP' USING WS-REPLAY-RUN-DATE
                   MOVE RETURN-CODE TO WS-CHK-STEP-RC
                   CANCEL 'IVPQCAP'
           END-EVALUATE
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO WS-STEPS-REPLAYED
           MOVE WS-CHK-STEP-RC TO WS-DL-STEP-RC
           IF WS-CHK-STEP-RC >= 8
               ADD 1 TO WS-STEPS-FAILED
               MOVE 'REPLAYED - STEP FAILED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'REPLAYED' TO WS-DL-DISPOSITION
           END-IF
           WRITE CATCH-UP-RPT-LINE FROM WS-DETAIL-LINE
           MOVE 'S' TO WS-LEDGER-REC-TYPE
           PERFORM 2700-APPEND-LEDGER.

      *    APPENDS ONE RECORD OF THE CATCH-UP RUN: ITS OPENING ('O')
      *    OR CLOSING ('C') RECORD, OR THE STEP RECORD ('S') FOR THE
      *    STEP JUST REPLAYED, DATED WITH THE ORIGINAL RUN DATE.  ALL
      *    THREE CARRY SUITE STATUS 'CATCHUP'.
       2700-APPEND-LEDGER.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00' AND WS-RUNCTL-STATUS NOT =
                   '05'
               DISPLAY 'IVPCATCH: UNABLE TO OPEN RUN CONTROL, '
                   'STATUS=' WS-RUNCTL-STATUS
           ELSE
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STEP-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE LK-RUN-ID       TO RUNC-RUN-ID
               MOVE WS-LEDGER-REC-TYPE TO RUNC-REC-TYPE
               MOVE WS-STEP-TIME    TO RUNC-RUN-TIME
               MOVE ZERO            TO RUNC-EXCEPTION-COUNT
               IF RUNC-STEP-RECORD
                   MOVE WS-CHK-PGM-NAME TO RUNC-PGM-NAME
                   MOVE WS-CHK-DATE     TO RUNC-RUN-DATE
                   MOVE WS-RECS-STAGED  TO RUNC-INPUT-COUNT
                   MOVE WS-RECS-STAGED  TO RUNC-OUTPUT-COUNT
                   MOVE WS-CHK-STEP-RC  TO RUNC-RETURN-CODE
               ELSE
                   MOVE 'IVPCATCH'      TO RUNC-PGM-NAME
                   MOVE WS-STEP-DATE    TO RUNC-RUN-DATE
                   MOVE ZERO            TO RUNC-INPUT-COUNT
                   MOVE ZERO            TO RUNC-OUTPUT-COUNT
                   MOVE ZERO            TO RUNC-RETURN-CODE
               END-IF
               SET RUNC-CATCHUP-STEP TO TRUE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9000-TERMINATE.
           MOVE 'C' TO WS-LEDGER-REC-TYPE
           PERFORM 2700-APPEND-LEDGER
           MOVE WS-DATES-CHECKED     TO WS-TL-CHECKED
           MOVE WS-DATES-COMPLETE    TO WS-TL-COMPLETE
           MOVE WS-STEPS-REPLAYED    TO WS-TL-REPLAYED
           MOVE WS-STEPS-NOT-REBUILT TO WS-TL-NOT-REBUILT
           WRITE CATCH-UP-RPT-LINE FROM WS-TOTAL-LINE
           CLOSE CATCH-UP-RPT-FILE
           DISPLAY 'IVPCATCH: LEDGER RECORDS READ = '
               WS-LEDGER-RECS-READ
           DISPLAY 'IVPCATCH: DATES CHECKED       = ' WS-DATES-CHECKED
           DISPLAY 'IVPCATCH: DATES COMPLETE      = ' WS-DATES-COMPLETE
           DISPLAY 'IVPCATCH: STEPS REPLAYED      = ' WS-STEPS-REPLAYED
           DISPLAY 'IVPCATCH: REPLAYS FAILED      = ' WS-STEPS-FAILED
           DISPLAY 'IVPCATCH: STEPS NOT REBUILT   = '
               WS-STEPS-NOT-REBUILT
           EVALUATE TRUE
               WHEN WS-STEPS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STEPS-NOT-REBUILT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
