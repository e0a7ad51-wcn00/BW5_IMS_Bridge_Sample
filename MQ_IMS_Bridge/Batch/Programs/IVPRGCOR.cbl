      ******************************************************************
      *  PROGRAM-ID : IVPRGCOR
      *  PURPOSE    : "WHAT CHANGED BEFORE IT BROKE".  FOR EVERY
      *               REGRESSION IVPDDRPT FOUND (NEW FAILURES AND
      *               DEGRADED REGIONS, FROM ITS REGRESSION EXTRACT -
      *               REGRXTR.CPY) LISTS EVERY JOURNALED CHANGE THAT
      *               TOUCHED THAT BES IN THE LK-LOOKBACK-HRS HOURS
      *               BEFORE THE END OF THE REGRESSION'S RUN DATE:
      *               BESCFG RETUNES, USERAUTH GRANT CHANGES, ALRTTHR
      *               AND SCHEDCAL EDITS AND BESDRVR ROWS FROM
      *               IVPONBRD, EACH WITH THE APPLYING USERID AND ITS
      *               BEFORE/AFTER IMAGES FROM TBLJRNL, PLUS ANY
      *               MQIIH-AUTHENTICATOR CUTOVER (AUTHROT CURRENT OR
      *               NEXT EFFECTIVE DATE) THAT FELL IN THE WINDOW.  A
      *               REGRESSION WITH NOTHING NEARBY IS FLAGGED AS
      *               PROBABLY EXTERNAL TO US.
      *
      *               THE BES A JOURNAL ROW TOUCHES IS TAKEN FROM ITS
      *               ROW KEY: THE FIRST 8 BYTES FOR BESCFG, BESDRVR,
      *               ALRTTHR AND AUTHROT, BYTES 9-16 (AFTER THE
      *               USERID) FOR USERAUTH, AND THE SCAL-BES-NAME
      *               POSITION OF THE ROW IMAGE FOR SCHEDCAL.  A '*'
      *               SHOP-WIDE ROW, A SCHEDCAL HOLIDAY AND A SCHEDCAL
      *               BLACKOUT WITH NO BES NAME TOUCH EVERY BES.  ONLY
      *               JOURNAL ROWS INSIDE THE WIDEST WINDOW OF THE RUN
      *               ARE HELD IN STORAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPRGCOR.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRESSION-XTR-FILE ASSIGN TO REGRXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGR-STATUS.

           SELECT TABLE-JOURNAL-FILE ASSIGN TO TBLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT AUTH-ROTATION-FILE ASSIGN TO AUTHROT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-STATUS.

           SELECT CHGCOR-RPT-FILE ASSIGN TO RGCORRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRESSION-XTR-FILE
           RECORDING MODE IS F.
           COPY REGRXTR.

       FD  TABLE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY TBLJRNL.

       FD  AUTH-ROTATION-FILE
           RECORDING MODE IS F.
           COPY AUTHROT.

       FD  CHGCOR-RPT-FILE
           RECORDING MODE IS F.
       01  CHGCOR-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-JRNL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-ROTA-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-REGR-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-JRNL-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-JRNL-HELD             PIC S9(8) COMP VALUE ZERO.
       01  WS-CHANGES-LISTED        PIC S9(8) COMP VALUE ZERO.
       01  WS-PROBABLY-EXTERNAL     PIC S9(8) COMP VALUE ZERO.

       01  WS-REGR-TABLE-CTRL.
           05  WS-REGR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-REGR-MAX-ENTRIES  PIC S9(4) COMP VALUE 500.
       01  WS-REGR-TABLE.
           05  WS-REGR-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-REGR-IDX.
               10  WS-RG-TYPE           PIC X(1).
               10  WS-RG-BES-NAME       PIC X(8).
               10  WS-RG-IVP-ID         PIC X(8).
               10  WS-RG-RUN-DATE       PIC X(8).
               10  WS-RG-CHANGE-PCT     PIC 9(5)V9.
               10  WS-RG-NOTE           PIC X(40).
               10  WS-RG-FROM-SECS      PIC S9(11) COMP-3.
               10  WS-RG-TO-SECS        PIC S9(11) COMP-3.

       01  WS-JRNL-TABLE-CTRL.
           05  WS-JRNL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-JRNL-MAX-ENTRIES  PIC S9(4) COMP VALUE 1000.
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 1000 TIMES
                                    INDEXED BY WS-JRNL-IDX.
               10  WS-JR-BES-NAME       PIC X(8).
               10  WS-JR-SECS           PIC S9(11) COMP-3.
               10  WS-JR-IMAGE          PIC X(393).

       01  WS-ROTA-TABLE-CTRL.
           05  WS-ROTA-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ROTA-MAX-ENTRIES  PIC S9(4) COMP VALUE 100.
       01  WS-ROTA-TABLE.
           05  WS-ROTA-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-ROTA-IDX.
               10  WS-RT-BES-NAME       PIC X(8).
               10  WS-RT-CURR-EFF-DATE  PIC X(8).
               10  WS-RT-NEXT-EFF-DATE  PIC X(8).
               10  WS-RT-NEXT-AUTH-SET  PIC X(1).

      *    THE WIDEST WINDOW OVER ALL REGRESSIONS OF THE RUN.
       01  WS-LOW-FROM-SECS         PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-HIGH-TO-SECS          PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-LOOKBACK-SECS         PIC S9(11) COMP-3.
       01  WS-NEAR-CHANGES          PIC S9(8) COMP.

      *    DATE/TIME TO SECONDS.  INTEGER-OF-DATE DAY 1 IS LILIAN DAY
      *    6654, SO THESE ARE THE SAME LILIAN SECONDS AS
      *    IVP-START-LILSECS.
       01  WS-LILIAN-OFFSET         PIC S9(8) COMP VALUE 6653.
       01  WS-CONV-DATE             PIC X(8).
       01  WS-CONV-DATE-NUM REDEFINES WS-CONV-DATE PIC 9(8).
       01  WS-CONV-TIME             PIC X(8).
       01  WS-CONV-TIME-R REDEFINES WS-CONV-TIME.
           05  WS-CONV-HH           PIC 9(2).
           05  WS-CONV-MM           PIC 9(2).
           05  WS-CONV-SS           PIC 9(2).
           05  FILLER               PIC X(2).
       01  WS-CONV-SECS             PIC S9(11) COMP-3.
       01  WS-CONV-VALID-SWITCH     PIC X(1).
           88  WS-CONV-VALID                 VALUE 'Y'.
       01  WS-WINDOW-DATE           PIC 9(8).
       01  WS-WINDOW-DAY            PIC S9(8) COMP.
       01  WS-WINDOW-TOD            PIC S9(8) COMP.
       01  WS-WINDOW-HHMMSS.
           05  WS-WINDOW-HH         PIC 9(2).
           05  WS-WINDOW-MM         PIC 9(2).
           05  WS-WINDOW-SS         PIC 9(2).

       01  WS-CFG-IMAGE.
           05  WS-CI-BES-NAME       PIC X(8).
           05  WS-CI-DEFAULT-DELAY  PIC S9(8) COMP.
           05  WS-CI-DEFAULT-TASKNO PIC S9(8) COMP.
           05  FILLER               PIC X(144).
       01  WS-CFG-DELAY-EDIT        PIC -(8)9.
       01  WS-CFG-TASKNO-EDIT       PIC -(8)9.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(44)
               VALUE 'WHAT CHANGED BEFORE IT BROKE - LOOKBACK HRS='.
           05  WS-HDR-LOOKBACK      PIC ZZZ9.

       01  WS-REGR-LINE.
           05  FILLER               PIC X(12) VALUE 'REGRESSION: '.
           05  WS-RL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-RUN-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-NOTE           PIC X(40).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-PCT-TEXT       PIC X(8).
           05  WS-RL-CHANGE-PCT     PIC ZZZZ9.9.

       01  WS-WINDOW-LINE.
           05  FILLER               PIC X(12) VALUE '  WINDOW    '.
           05  WS-WL-FROM-DATE      PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-WL-FROM-TIME      PIC 9(6).
           05  FILLER               PIC X(4)  VALUE ' -> '.
           05  WS-WL-TO-DATE        PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-WL-TO-TIME        PIC 9(6).

       01  WS-CHANGE-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-CL-TABLE-NAME     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-ACTION         PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(3)  VALUE 'BY '.
           05  WS-CL-USERID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-APPLY-DATE     PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CL-APPLY-TIME     PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE 'KEY '.
           05  WS-CL-ROW-KEY        PIC X(32).

       01  WS-IMAGE-LINE.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  WS-IL-LABEL          PIC X(8).
           05  WS-IL-IMAGE          PIC X(118).

       01  WS-CUTOVER-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'AUTHROT'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'MQIIH-AUTHENTICATOR CUTOVER ON'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CO-EFF-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CO-WHICH          PIC X(30).

       01  WS-EXTERNAL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(35)
               VALUE '*** NO JOURNALED CHANGE IN WINDOW -'.
           05  FILLER               PIC X(25)
               VALUE ' PROBABLY EXTERNAL ***'.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20)
               VALUE 'REGRESSIONS       = '.
           05  WS-TL-REGRESSIONS    PIC ZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE 'CHANGES LISTED    = '.
           05  WS-TL-CHANGES        PIC ZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE 'PROBABLY EXTERNAL = '.
           05  WS-TL-EXTERNAL       PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-LOOKBACK-HRS           PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-LOOKBACK-HRS.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGRESSIONS
           PERFORM 3000-LOAD-JOURNAL
           PERFORM 4000-LOAD-ROTATION
           PERFORM 5000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-LOOKBACK-HRS NOT > ZERO
               DISPLAY 'IVPRGCOR: LOOKBACK HOURS MUST BE POSITIVE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-LOOKBACK-SECS = LK-LOOKBACK-HRS * 3600
           OPEN INPUT REGRESSION-XTR-FILE
           IF WS-REGR-STATUS NOT = '00'
               DISPLAY 'IVPRGCOR: UNABLE TO OPEN REGRESSION EXTRACT, '
                   'STATUS=' WS-REGR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TABLE-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'IVPRGCOR: UNABLE TO OPEN TABLE JOURNAL, '
                   'STATUS=' WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHGCOR-RPT-FILE
           MOVE LK-LOOKBACK-HRS TO WS-HDR-LOOKBACK
           WRITE CHGCOR-RPT-LINE FROM WS-HDR-LINE-1.

      *    EACH REGRESSION'S WINDOW ENDS AT MIDNIGHT CLOSING ITS RUN
      *    DATE AND REACHES BACK LK-LOOKBACK-HRS FROM THERE.
       2000-LOAD-REGRESSIONS.
           PERFORM UNTIL WS-REGR-STATUS = '10'
               READ REGRESSION-XTR-FILE
                   AT END
                       MOVE '10' TO WS-REGR-STATUS
                   NOT AT END
                       ADD 1 TO WS-REGR-READ
                       PERFORM 2100-ADD-REGRESSION
               END-READ
           END-PERFORM
           CLOSE REGRESSION-XTR-FILE.

       2100-ADD-REGRESSION.
           MOVE REGR-RUN-DATE TO WS-CONV-DATE
           MOVE '000000'      TO WS-CONV-TIME
           PERFORM 8000-DATE-TIME-TO-SECS
           IF NOT WS-CONV-VALID
               DISPLAY 'IVPRGCOR: BAD RUN DATE ON REGRESSION FOR '
                   REGR-BES-NAME ' - ' REGR-RUN-DATE
           ELSE
               IF WS-REGR-COUNT >= WS-REGR-MAX-ENTRIES
                   DISPLAY 'IVPRGCOR: REGRESSION TABLE FULL, MAX='
                       WS-REGR-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-REGR-COUNT
               SET WS-REGR-IDX TO WS-REGR-COUNT
               MOVE REGR-TYPE       TO WS-RG-TYPE (WS-REGR-IDX)
               MOVE REGR-BES-NAME   TO WS-RG-BES-NAME (WS-REGR-IDX)
               MOVE REGR-IVP-ID     TO WS-RG-IVP-ID (WS-REGR-IDX)
               MOVE REGR-RUN-DATE   TO WS-RG-RUN-DATE (WS-REGR-IDX)
               MOVE REGR-CHANGE-PCT TO WS-RG-CHANGE-PCT (WS-REGR-IDX)
               MOVE REGR-NOTE       TO WS-RG-NOTE (WS-REGR-IDX)
               COMPUTE WS-RG-TO-SECS (WS-REGR-IDX) =
                   WS-CONV-SECS + 86400
               COMPUTE WS-RG-FROM-SECS (WS-REGR-IDX) =
                   WS-RG-TO-SECS (WS-REGR-IDX) - WS-LOOKBACK-SECS
               IF WS-REGR-COUNT = 1
                   OR WS-RG-FROM-SECS (WS-REGR-IDX) < WS-LOW-FROM-SECS
                   MOVE WS-RG-FROM-SECS (WS-REGR-IDX)
                       TO WS-LOW-FROM-SECS
               END-IF
               IF WS-RG-TO-SECS (WS-REGR-IDX) > WS-HIGH-TO-SECS
                   MOVE WS-RG-TO-SECS (WS-REGR-IDX) TO WS-HIGH-TO-SECS
               END-IF
           END-IF.

       3000-LOAD-JOURNAL.
           PERFORM UNTIL WS-JRNL-STATUS = '10'
               READ TABLE-JOURNAL-FILE
                   AT END
                       MOVE '10' TO WS-JRNL-STATUS
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       PERFORM 3100-HOLD-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE TABLE-JOURNAL-FILE.

       3100-HOLD-JOURNAL-ROW.
           MOVE JRNL-APPLY-DATE TO WS-CONV-DATE
           MOVE JRNL-APPLY-TIME TO WS-CONV-TIME
           PERFORM 8000-DATE-TIME-TO-SECS
           IF WS-CONV-VALID AND WS-REGR-COUNT > 0
               AND WS-CONV-SECS >= WS-LOW-FROM-SECS
               AND WS-CONV-SECS < WS-HIGH-TO-SECS
               IF WS-JRNL-COUNT >= WS-JRNL-MAX-ENTRIES
                   DISPLAY 'IVPRGCOR: JOURNAL TABLE FULL, MAX='
                       WS-JRNL-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-JRNL-COUNT
               SET WS-JRNL-IDX TO WS-JRNL-COUNT
               MOVE WS-CONV-SECS TO WS-JR-SECS (WS-JRNL-IDX)
               MOVE TABLE-JOURNAL-RECORD TO WS-JR-IMAGE (WS-JRNL-IDX)
               EVALUATE JRNL-TABLE-NAME
                   WHEN 'USERAUTH'
                       MOVE JRNL-ROW-KEY (9:8)
                           TO WS-JR-BES-NAME (WS-JRNL-IDX)
                   WHEN 'SCHEDCAL'
      *                A HOLIDAY, OR A BLACKOUT WITH NO BES NAME, STOPS
      *                EVERY BES, SO IT IS HELD AGAINST ALL OF THEM.
                       IF JRNL-ROW-KEY (1:1) = 'H'
                           OR JRNL-ROW-KEY (2:8) = SPACES
                           MOVE '*' TO WS-JR-BES-NAME (WS-JRNL-IDX)
                       ELSE
                           MOVE JRNL-ROW-KEY (2:8)
                               TO WS-JR-BES-NAME (WS-JRNL-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE JRNL-ROW-KEY (1:8)
                           TO WS-JR-BES-NAME (WS-JRNL-IDX)
               END-EVALUATE
               ADD 1 TO WS-JRNL-HELD
           END-IF.

      *    NO ROTATION SCHEDULE ON FILE MEANS NO CUTOVER TO REPORT.
       4000-LOAD-ROTATION.
           OPEN INPUT AUTH-ROTATION-FILE
           IF WS-ROTA-STATUS = '00'
               PERFORM UNTIL WS-ROTA-STATUS = '10'
                   READ AUTH-ROTATION-FILE
                       AT END
                           MOVE '10' TO WS-ROTA-STATUS
                       NOT AT END
                           IF WS-ROTA-COUNT >= WS-ROTA-MAX-ENTRIES
                               DISPLAY 'IVPRGCOR: ROTATION TABLE '
                                   'FULL, MAX=' WS-ROTA-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-ROTA-COUNT
                           SET WS-ROTA-IDX TO WS-ROTA-COUNT
                           MOVE ROTA-BES-NAME
                               TO WS-RT-BES-NAME (WS-ROTA-IDX)
                           MOVE ROTA-CURR-EFF-DATE
                               TO WS-RT-CURR-EFF-DATE (WS-ROTA-IDX)
                           MOVE ROTA-NEXT-EFF-DATE
                               TO WS-RT-NEXT-EFF-DATE (WS-ROTA-IDX)
                           IF ROTA-NEXT-AUTH = SPACES
                               MOVE 'N'
                                   TO WS-RT-NEXT-AUTH-SET (WS-ROTA-IDX)
                           ELSE
                               MOVE 'Y'
                                   TO WS-RT-NEXT-AUTH-SET (WS-ROTA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-ROTATION-FILE
           END-IF.

       5000-PRINT-REPORT.
           IF WS-REGR-COUNT > 0
               PERFORM VARYING WS-REGR-IDX FROM 1 BY 1
                   UNTIL WS-REGR-IDX > WS-REGR-COUNT
                   PERFORM 5100-PRINT-REGRESSION
               END-PERFORM
           END-IF.

       5100-PRINT-REGRESSION.
           MOVE SPACES TO CHGCOR-RPT-LINE
           WRITE CHGCOR-RPT-LINE
           MOVE WS-RG-BES-NAME (WS-REGR-IDX) TO WS-RL-BES-NAME
           MOVE WS-RG-IVP-ID (WS-REGR-IDX)   TO WS-RL-IVP-ID
           MOVE WS-RG-RUN-DATE (WS-REGR-IDX) TO WS-RL-RUN-DATE
           MOVE WS-RG-NOTE (WS-REGR-IDX)     TO WS-RL-NOTE
           IF WS-RG-TYPE (WS-REGR-IDX) = 'L'
               MOVE 'CHANGE% ' TO WS-RL-PCT-TEXT
               MOVE WS-RG-CHANGE-PCT (WS-REGR-IDX) TO WS-RL-CHANGE-PCT
           ELSE
               MOVE SPACES TO WS-RL-PCT-TEXT
               MOVE ZERO   TO WS-RL-CHANGE-PCT
           END-IF
           WRITE CHGCOR-RPT-LINE FROM WS-REGR-LINE
           MOVE WS-RG-FROM-SECS (WS-REGR-IDX) TO WS-CONV-SECS
           PERFORM 8100-SECS-TO-WINDOW
           MOVE WS-WINDOW-DATE   TO WS-WL-FROM-DATE
           MOVE WS-WINDOW-HHMMSS TO WS-WL-FROM-TIME
           MOVE WS-RG-TO-SECS (WS-REGR-IDX) TO WS-CONV-SECS
           SUBTRACT 1 FROM WS-CONV-SECS
           PERFORM 8100-SECS-TO-WINDOW
           MOVE WS-WINDOW-DATE   TO WS-WL-TO-DATE
           MOVE WS-WINDOW-HHMMSS TO WS-WL-TO-TIME
           WRITE CHGCOR-RPT-LINE FROM WS-WINDOW-LINE
           MOVE ZERO TO WS-NEAR-CHANGES
           IF WS-JRNL-COUNT > 0
               PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
                   IF (WS-JR-BES-NAME (WS-JRNL-IDX) =
                           WS-RG-BES-NAME (WS-REGR-IDX)
                       OR WS-JR-BES-NAME (WS-JRNL-IDX) = '*')
                       AND WS-JR-SECS (WS-JRNL-IDX) >=
                           WS-RG-FROM-SECS (WS-REGR-IDX)
                       AND WS-JR-SECS (WS-JRNL-IDX) <
                           WS-RG-TO-SECS (WS-REGR-IDX)
                       PERFORM 5200-PRINT-CHANGE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROTA-COUNT > 0
               PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                   UNTIL WS-ROTA-IDX > WS-ROTA-COUNT
                   IF WS-RT-BES-NAME (WS-ROTA-IDX) =
                           WS-RG-BES-NAME (WS-REGR-IDX)
                       PERFORM 5300-CHECK-CUTOVER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NEAR-CHANGES = ZERO
               WRITE CHGCOR-RPT-LINE FROM WS-EXTERNAL-LINE
               ADD 1 TO WS-PROBABLY-EXTERNAL
           END-IF.

       5200-PRINT-CHANGE.
           MOVE WS-JR-IMAGE (WS-JRNL-IDX) TO TABLE-JOURNAL-RECORD
           MOVE JRNL-TABLE-NAME   TO WS-CL-TABLE-NAME
           EVALUATE TRUE
               WHEN JRNL-ADD-ROW
                   MOVE 'ADD'     TO WS-CL-ACTION
               WHEN JRNL-REPLACE-ROW
                   MOVE 'REPLACE' TO WS-CL-ACTION
               WHEN JRNL-DELETE-ROW
                   MOVE 'DELETE'  TO WS-CL-ACTION
               WHEN OTHER
                   MOVE JRNL-ACTION TO WS-CL-ACTION
           END-EVALUATE
           MOVE JRNL-APPLY-USERID TO WS-CL-USERID
           MOVE JRNL-APPLY-DATE   TO WS-CL-APPLY-DATE
           MOVE JRNL-APPLY-TIME   TO WS-CL-APPLY-TIME
           MOVE JRNL-ROW-KEY      TO WS-CL-ROW-KEY
           WRITE CHGCOR-RPT-LINE FROM WS-CHANGE-LINE
           IF JRNL-BEFORE-IMAGE NOT = SPACES
               MOVE 'BEFORE: '        TO WS-IL-LABEL
               MOVE JRNL-BEFORE-IMAGE TO WS-CFG-IMAGE
               PERFORM 5250-PRINT-IMAGE
           END-IF
           IF JRNL-AFTER-IMAGE NOT = SPACES
               MOVE 'AFTER : '        TO WS-IL-LABEL
               MOVE JRNL-AFTER-IMAGE  TO WS-CFG-IMAGE
               PERFORM 5250-PRINT-IMAGE
           END-IF
           ADD 1 TO WS-NEAR-CHANGES
           ADD 1 TO WS-CHANGES-LISTED.

      *    BESCFG CARRIES ITS TIMINGS IN BINARY, SO THE IMAGE IS SHOWN
      *    DECODED; EVERY OTHER JOURNALED TABLE IS DISPLAY FORMAT.
       5250-PRINT-IMAGE.
           MOVE SPACES TO WS-IL-IMAGE
           IF JRNL-TABLE-NAME = 'BESCFG'
               MOVE WS-CI-DEFAULT-DELAY  TO WS-CFG-DELAY-EDIT
               MOVE WS-CI-DEFAULT-TASKNO TO WS-CFG-TASKNO-EDIT
               STRING WS-CI-BES-NAME     DELIMITED BY SIZE
                      ' DEFAULT-DELAY='  DELIMITED BY SIZE
                      WS-CFG-DELAY-EDIT  DELIMITED BY SIZE
                      ' DEFAULT-TASKNO=' DELIMITED BY SIZE
                      WS-CFG-TASKNO-EDIT DELIMITED BY SIZE
                   INTO WS-IL-IMAGE
           ELSE
               MOVE WS-CFG-IMAGE TO WS-IL-IMAGE
           END-IF
           WRITE CHGCOR-RPT-LINE FROM WS-IMAGE-LINE.

       5300-CHECK-CUTOVER.
           IF WS-RT-CURR-EFF-DATE (WS-ROTA-IDX) NOT = SPACES
               MOVE WS-RT-CURR-EFF-DATE (WS-ROTA-IDX) TO WS-CONV-DATE
               MOVE '000000' TO WS-CONV-TIME
               PERFORM 8000-DATE-TIME-TO-SECS
               IF WS-CONV-VALID
                   AND WS-CONV-SECS >= WS-RG-FROM-SECS (WS-REGR-IDX)
                   AND WS-CONV-SECS < WS-RG-TO-SECS (WS-REGR-IDX)
                   MOVE WS-RT-CURR-EFF-DATE (WS-ROTA-IDX)
                       TO WS-CO-EFF-DATE
                   MOVE '(CURRENT AUTHENTICATOR)' TO WS-CO-WHICH
                   WRITE CHGCOR-RPT-LINE FROM WS-CUTOVER-LINE
                   ADD 1 TO WS-NEAR-CHANGES
                   ADD 1 TO WS-CHANGES-LISTED
               END-IF
           END-IF
           IF WS-RT-NEXT-AUTH-SET (WS-ROTA-IDX) = 'Y'
               AND WS-RT-NEXT-EFF-DATE (WS-ROTA-IDX) NOT = SPACES
               MOVE WS-RT-NEXT-EFF-DATE (WS-ROTA-IDX) TO WS-CONV-DATE
               MOVE '000000' TO WS-CONV-TIME
               PERFORM 8000-DATE-TIME-TO-SECS
               IF WS-CONV-VALID
                   AND WS-CONV-SECS >= WS-RG-FROM-SECS (WS-REGR-IDX)
                   AND WS-CONV-SECS < WS-RG-TO-SECS (WS-REGR-IDX)
                   MOVE WS-RT-NEXT-EFF-DATE (WS-ROTA-IDX)
                       TO WS-CO-EFF-DATE
                   MOVE '(NEXT AUTHENTICATOR)' TO WS-CO-WHICH
                   WRITE CHGCOR-RPT-LINE FROM WS-CUTOVER-LINE
                   ADD 1 TO WS-NEAR-CHANGES
                   ADD 1 TO WS-CHANGES-LISTED
               END-IF
           END-IF.

      *    WS-CONV-DATE YYYYMMDD AND WS-CONV-TIME HHMMSS(HH) TO
      *    SECONDS; A NON-NUMERIC DATE OR TIME LEAVES THE SWITCH OFF.
       8000-DATE-TIME-TO-SECS.
           MOVE 'N' TO WS-CONV-VALID-SWITCH
           MOVE ZERO TO WS-CONV-SECS
           IF WS-CONV-DATE IS NUMERIC
               AND WS-CONV-TIME (1:6) IS NUMERIC
               AND WS-CONV-DATE-NUM > 16010101
               SET WS-CONV-VALID TO TRUE
               COMPUTE WS-CONV-SECS =
                   (FUNCTION INTEGER-OF-DATE (WS-CONV-DATE-NUM)
                    + WS-LILIAN-OFFSET) * 86400
                   + (WS-CONV-HH * 3600) + (WS-CONV-MM * 60)
                   + WS-CONV-SS
           END-IF.

       8100-SECS-TO-WINDOW.
           COMPUTE WS-WINDOW-DAY = WS-CONV-SECS / 86400
           COMPUTE WS-WINDOW-TOD =
               WS-CONV-SECS - (WS-WINDOW-DAY * 86400)
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-DAY - WS-LILIAN-OFFSET)
           COMPUTE WS-WINDOW-HH = WS-WINDOW-TOD / 3600
           COMPUTE WS-WINDOW-MM =
               (WS-WINDOW-TOD - (WS-WINDOW-HH * 3600)) / 60
           COMPUTE WS-WINDOW-SS = WS-WINDOW-TOD
               - (WS-WINDOW-HH * 3600) - (WS-WINDOW-MM * 60).

       9000-TERMINATE.
           MOVE WS-REGR-COUNT        TO WS-TL-REGRESSIONS
           MOVE WS-CHANGES-LISTED    TO WS-TL-CHANGES
           MOVE WS-PROBABLY-EXTERNAL TO WS-TL-EXTERNAL
           MOVE SPACES TO CHGCOR-RPT-LINE
           WRITE CHGCOR-RPT-LINE
           WRITE CHGCOR-RPT-LINE FROM WS-TOTAL-LINE
           CLOSE CHGCOR-RPT-FILE
           DISPLAY 'IVPRGCOR: REGRESSIONS READ   = ' WS-REGR-READ
           DISPLAY 'IVPRGCOR: JOURNAL ROWS READ  = ' WS-JRNL-READ
           DISPLAY 'IVPRGCOR: JOURNAL ROWS HELD  = ' WS-JRNL-HELD
           DISPLAY 'IVPRGCOR: CHANGES LISTED     = ' WS-CHANGES-LISTED
           DISPLAY 'IVPRGCOR: PROBABLY EXTERNAL  = '
               WS-PROBABLY-EXTERNAL
           IF WS-REGR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
