      ******************************************************************
      *  PROGRAM-ID : IVPCVGEN
      *  PURPOSE    : CHANGE-VERIFICATION REQUEST GENERATOR.  AFTER AN
      *               IMS REGION CHANGE THE CHANGE OWNER ASKS US TO
      *               "RUN THE IVPS"; THIS STEP RUNS ONLY THE ONES THAT
      *               MATTER.  DRIVEN BY ONE CHANGE-TICKET-RECORD
      *               (CHGTKT.CPY), IT READS THE DRIVER TABLE AND FOR
      *               EVERY ROW OF AN AFFECTED REGION GENERATES:
      *                   'CVP' - THE ROW'S OWN HEALTH-CHECK REQUEST,
      *                           AS IVPDRVR WOULD
      *                   'CVV' - ONE REQUEST PER SELECTED TESTLIB
      *                           VARIANT, AS IVPVARGN WOULD
      *                   'CVA' - THE FAILOVER ALTERNATE REQUEST, AS
      *                           IVPFOGEN WOULD, WHEN THE ROW CARRIES
      *                           A BESD-ALT-BES-NAME
      *               EVERY REQUEST CARRIES THE TICKET NUMBER IN
      *               IVP-SUBJ-SFX (19:12), AFTER THE VARIANT CODE.
      *
      *               LK-CV-PHASE 'B' GENERATES THE PRE-CHANGE BASELINE
      *               RUN; 'V' GENERATES THE VERIFICATION RUN AND IS
      *               REFUSED (RC 8) UNTIL THE TICKET'S CHANGE WINDOW
      *               HAS CLOSED.  BOTH PHASES NUMBER FROM
      *               LK-BASE-SEQ-NO IN DRIVER-TABLE ORDER, SO THE SAME
      *               TEST CARRIES THE SAME IVP-ID IN BOTH RUNS AND
      *               IVPCVCMP MATCHES THEM ON IVP-ID AND BES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPCVGEN.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-TICKET-FILE ASSIGN TO CHGTKT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT BES-DRIVER-FILE ASSIGN TO BESDRVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.

           SELECT TEST-CASE-LIB-FILE ASSIGN TO TESTLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESTLIB-STATUS.

           SELECT CV-REQUEST-FILE ASSIGN TO CVREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CV-GEN-RPT-FILE ASSIGN TO CVGENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-TICKET-FILE
           RECORDING MODE IS F.
           COPY CHGTKT.

       FD  BES-DRIVER-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       FD  TEST-CASE-LIB-FILE
           RECORDING MODE IS F.
           COPY TESTLIB.

       FD  CV-REQUEST-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  CV-GEN-RPT-FILE
           RECORDING MODE IS F.
       01  CV-GEN-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-DRIVER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-TESTLIB-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-REQUEST-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-DRIVER              VALUE 'Y'.
       01  WS-ROWS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-ROWS-SELECTED         PIC S9(8) COMP VALUE ZERO.
       01  WS-REQUESTS-WRITTEN      PIC S9(8) COMP VALUE ZERO.
       01  WS-NEXT-BTCH-SEQ-NO      PIC S9(8) COMP VALUE ZERO.
       01  WS-SEQ-DISPLAY           PIC 9(5).
       01  WS-ID-PREFIX             PIC X(3).

       01  WS-TICKET-NO             PIC X(12).
       01  WS-AFFECTED-TABLE.
           05  WS-AF-BES-NAME       PIC X(8) OCCURS 10 TIMES
                                    INDEXED BY WS-AF-IDX.
       01  WS-AFFECTED-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-AFFECTED-SUB          PIC S9(4) COMP.
       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-WINDOW-END            PIC 9(14).
       01  WS-WINDOW-END-R REDEFINES WS-WINDOW-END.
           05  WS-WE-DATE           PIC 9(8).
           05  WS-WE-TIME           PIC 9(6).
       01  WS-NOW-STAMP             PIC 9(14).
       01  WS-NOW-STAMP-R REDEFINES WS-NOW-STAMP.
           05  WS-NS-DATE           PIC 9(8).
           05  WS-NS-TIME           PIC 9(6).
       01  WS-NOW-TIME              PIC 9(8).

       01  WS-VAR-TABLE-CTRL.
           05  WS-VAR-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-VAR-MAX-ENTRIES   PIC S9(4) COMP VALUE 100.
       01  WS-VAR-TABLE.
           05  WS-VAR-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-VAR-IDX.
               10  WS-VR-VARIANT-CODE   PIC X(8).
               10  WS-VR-DESCR-TEXT     PIC X(56).
               10  WS-VR-RESULT-TEXT    PIC X(80).
               10  WS-VR-IVP-TYPE       PIC X(1).
               10  WS-VR-IVP-BES        PIC X(1).
               10  WS-VR-WRITES-VALUE   PIC S9(8) COMP.

       01  WS-HDR-LINE.
           05  FILLER               PIC X(30)
               VALUE 'CHANGE VERIFICATION - TICKET '.
           05  WS-HDR-TICKET-NO     PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-HDR-PHASE         PIC X(30).

       01  WS-RPT-DETAIL.
           05  WS-RP-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RP-TRAN-ID        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RP-ALT-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RP-REQUESTS       PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RP-ACTION         PIC X(40).
       01  WS-ROW-REQUESTS          PIC S9(4) COMP.

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

       LINKAGE SECTION.
       01  LK-CV-PHASE               PIC X(1).
           88  LK-BASELINE-PHASE             VALUE 'B'.
           88  LK-VERIFY-PHASE               VALUE 'V'.
       01  LK-GEN-USERID             PIC X(8).
       01  LK-BASE-SEQ-NO            PIC S9(8) COMP.

       PROCEDURE DIVISION USING LK-CV-PHASE LK-GEN-USERID
                                LK-BASE-SEQ-NO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DRIVER-ROW
               UNTIL WS-END-OF-DRIVER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF NOT LK-BASELINE-PHASE AND NOT LK-VERIFY-PHASE
               DISPLAY 'IVPCVGEN: PHASE MUST BE B OR V, GOT '
                   LK-CV-PHASE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF LK-BASE-SEQ-NO < ZERO OR LK-BASE-SEQ-NO > 99999
               DISPLAY 'IVPCVGEN: BASE SEQ-NO MUST BE 0-99999, GOT '
                   LK-BASE-SEQ-NO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-BASE-SEQ-NO TO WS-NEXT-BTCH-SEQ-NO
           PERFORM 1100-LOAD-TICKET
           IF LK-VERIFY-PHASE
               PERFORM 1200-CHECK-WINDOW-CLOSED
           END-IF
           PERFORM 1300-LOAD-VARIANTS
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPCVGEN: UNABLE TO OPEN DRIVER TABLE, '
                   'STATUS=' WS-DRIVER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CV-REQUEST-FILE
           OPEN OUTPUT CV-GEN-RPT-FILE
           MOVE WS-TICKET-NO TO WS-HDR-TICKET-NO
           IF LK-BASELINE-PHASE
               MOVE 'PRE-CHANGE BASELINE RUN' TO WS-HDR-PHASE
           ELSE
               MOVE 'POST-CHANGE VERIFICATION RUN' TO WS-HDR-PHASE
           END-IF
           WRITE CV-GEN-RPT-LINE FROM WS-HDR-LINE
           PERFORM 2100-READ-DRIVER-ROW.

       1100-LOAD-TICKET.
           OPEN INPUT CHANGE-TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               DISPLAY 'IVPCVGEN: UNABLE TO OPEN CHANGE TICKET, '
                   'STATUS=' WS-TICKET-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CHANGE-TICKET-FILE
               AT END
                   DISPLAY 'IVPCVGEN: CHANGE TICKET FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE CTKT-TICKET-NO TO WS-TICKET-NO
           MOVE SPACES TO WS-AFFECTED-TABLE
           PERFORM VARYING WS-AFFECTED-SUB FROM 1 BY 1
               UNTIL WS-AFFECTED-SUB > 10
               IF CTKT-BES-NAME (WS-AFFECTED-SUB) = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AFFECTED-COUNT
               MOVE CTKT-BES-NAME (WS-AFFECTED-SUB)
                   TO WS-AF-BES-NAME (WS-AFFECTED-COUNT)
           END-PERFORM
           IF CTKT-TICKET-NO = SPACES OR WS-AFFECTED-COUNT = ZERO
               DISPLAY 'IVPCVGEN: TICKET NUMBER OR AFFECTED BES '
                   'MISSING ON CHANGE TICKET'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF CTKT-WINDOW-END-DATE IS NOT NUMERIC
               OR CTKT-WINDOW-END-TIME IS NOT NUMERIC
               DISPLAY 'IVPCVGEN: CHANGE WINDOW END NOT NUMERIC FOR '
                   'TICKET ' CTKT-TICKET-NO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTKT-WINDOW-END-DATE TO WS-WE-DATE
           MOVE CTKT-WINDOW-END-TIME TO WS-WE-TIME
           CLOSE CHANGE-TICKET-FILE.

      *    A VERIFICATION RUN INSIDE THE WINDOW WOULD CERTIFY A REGION
      *    THE CHANGE HAS NOT FINISHED WITH.
       1200-CHECK-WINDOW-CLOSED.
           ACCEPT WS-NS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:6) TO WS-NS-TIME
           IF WS-NOW-STAMP < WS-WINDOW-END
               DISPLAY 'IVPCVGEN: CHANGE WINDOW FOR TICKET '
                   WS-TICKET-NO ' STILL OPEN UNTIL ' WS-WE-DATE ' '
                   WS-WE-TIME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    NO TEST LIBRARY ON FILE MEANS NO VARIANT REQUESTS.
       1300-LOAD-VARIANTS.
           OPEN INPUT TEST-CASE-LIB-FILE
           IF WS-TESTLIB-STATUS = '00'
               PERFORM UNTIL WS-TESTLIB-STATUS = '10'
                   READ TEST-CASE-LIB-FILE
                       AT END
                           MOVE '10' TO WS-TESTLIB-STATUS
                       NOT AT END
                           IF TLIB-SELECTED
                               PERFORM 1310-LOAD-ONE-VARIANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEST-CASE-LIB-FILE
           END-IF.

       1310-LOAD-ONE-VARIANT.
           IF WS-VAR-COUNT >= WS-VAR-MAX-ENTRIES
               DISPLAY 'IVPCVGEN: VARIANT TABLE FULL, MAX='
                   WS-VAR-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-VAR-COUNT
           SET WS-VAR-IDX TO WS-VAR-COUNT
           MOVE TLIB-VARIANT-CODE TO WS-VR-VARIANT-CODE (WS-VAR-IDX)
           MOVE TLIB-DESCR-TEXT   TO WS-VR-DESCR-TEXT (WS-VAR-IDX)
           MOVE TLIB-RESULT-TEXT  TO WS-VR-RESULT-TEXT (WS-VAR-IDX)
           MOVE TLIB-IVP-TYPE     TO WS-VR-IVP-TYPE (WS-VAR-IDX)
           MOVE TLIB-IVP-BES      TO WS-VR-IVP-BES (WS-VAR-IDX)
           MOVE TLIB-WRITES-VALUE TO WS-VR-WRITES-VALUE (WS-VAR-IDX).

       2000-PROCESS-DRIVER-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AFFECTED-COUNT
               IF WS-AF-BES-NAME (WS-AF-IDX) = BESD-BES-NAME
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-ROWS-SELECTED
               MOVE ZERO TO WS-ROW-REQUESTS
               MOVE 'CVP' TO WS-ID-PREFIX
               PERFORM 2200-BUILD-BASE-REQUEST
               PERFORM 2500-WRITE-REQUEST
               IF WS-VAR-COUNT > 0
                   PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                       UNTIL WS-VAR-IDX > WS-VAR-COUNT
                       PERFORM 2300-GENERATE-VARIANT-REQUEST
                   END-PERFORM
               END-IF
               IF BESD-ALT-BES-NAME NOT = SPACES
                   PERFORM 2400-GENERATE-ALTERNATE
               END-IF
               MOVE BESD-BES-NAME     TO WS-RP-BES-NAME
               MOVE BESD-BES-TRAN-ID  TO WS-RP-TRAN-ID
               MOVE BESD-ALT-BES-NAME TO WS-RP-ALT-NAME
               MOVE WS-ROW-REQUESTS   TO WS-RP-REQUESTS
               IF BESD-ALT-BES-NAME = SPACES
                   MOVE 'REQUESTS GENERATED, NO ALTERNATE'
                       TO WS-RP-ACTION
               ELSE
                   MOVE 'REQUESTS GENERATED WITH FAILOVER PAIR'
                       TO WS-RP-ACTION
               END-IF
               WRITE CV-GEN-RPT-LINE FROM WS-RPT-DETAIL
           END-IF
           PERFORM 2100-READ-DRIVER-ROW.

       2100-READ-DRIVER-ROW.
           READ BES-DRIVER-FILE
               AT END
                   SET WS-END-OF-DRIVER TO TRUE
           END-READ.

      *    THE DRIVER ROW'S OWN REQUEST, NUMBERED AND STAMPED WITH THE
      *    TICKET; VARIANTS AND THE ALTERNATE START FROM IT.
       2200-BUILD-BASE-REQUEST.
           ADD 1 TO WS-NEXT-BTCH-SEQ-NO
           IF WS-NEXT-BTCH-SEQ-NO > 99999
               DISPLAY 'IVPCVGEN: BTCH-SEQ-NO EXCEEDS IVP-ID '
                   'CAPACITY, SEQ=' WS-NEXT-BTCH-SEQ-NO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-IVP-FIELDS-WORK
           MOVE WS-NEXT-BTCH-SEQ-NO TO WS-SEQ-DISPLAY
           STRING WS-ID-PREFIX WS-SEQ-DISPLAY DELIMITED BY SIZE
               INTO IVP-ID OF WS-IVP-FIELDS-WORK
           END-STRING
           MOVE BESD-BES-NAME     TO IVP-BES-NAME OF WS-IVP-FIELDS-WORK
           MOVE BESD-BES-TRAN-ID  TO IVP-BES-TRAN-ID
                                     OF WS-IVP-FIELDS-WORK
           MOVE BESD-BES-PGM-NAME TO IVP-BES-PGM-NAME
                                     OF WS-IVP-FIELDS-WORK
           MOVE LK-GEN-USERID     TO IVP-USERID OF WS-IVP-FIELDS-WORK
           MOVE WS-NEXT-BTCH-SEQ-NO TO IVP-BTCH-SEQ-NO
                                     OF WS-IVP-FIELDS-WORK
           MOVE BESD-IVP-TYPE     TO IVP-TYPE OF WS-IVP-FIELDS-WORK
           MOVE BESD-IVP-BES      TO IVP-BES OF WS-IVP-FIELDS-WORK
           MOVE BESD-IVP-WRITES   TO IVP-WRITES OF WS-IVP-FIELDS-WORK
           MOVE WS-TICKET-NO
               TO IVP-SUBJ-SFX OF WS-IVP-FIELDS-WORK (19:12).

       2300-GENERATE-VARIANT-REQUEST.
           MOVE 'CVV' TO WS-ID-PREFIX
           PERFORM 2200-BUILD-BASE-REQUEST
           MOVE WS-VR-DESCR-TEXT (WS-VAR-IDX)
               TO IVP-DESCR OF WS-IVP-FIELDS-WORK
           MOVE WS-VR-RESULT-TEXT (WS-VAR-IDX)
               TO IVP-RESULT OF WS-IVP-FIELDS-WORK
           IF WS-VR-IVP-TYPE (WS-VAR-IDX) NOT = SPACES
               MOVE WS-VR-IVP-TYPE (WS-VAR-IDX)
                   TO IVP-TYPE OF WS-IVP-FIELDS-WORK
           END-IF
           IF WS-VR-IVP-BES (WS-VAR-IDX) NOT = SPACES
               MOVE WS-VR-IVP-BES (WS-VAR-IDX)
                   TO IVP-BES OF WS-IVP-FIELDS-WORK
           END-IF
           IF WS-VR-WRITES-VALUE (WS-VAR-IDX) NOT = ZERO
               MOVE WS-VR-WRITES-VALUE (WS-VAR-IDX)
                   TO IVP-WRITES OF WS-IVP-FIELDS-WORK
           END-IF
           MOVE WS-VR-VARIANT-CODE (WS-VAR-IDX)
               TO IVP-SUBJ-SFX OF WS-IVP-FIELDS-WORK (1:8)
           PERFORM 2500-WRITE-REQUEST.

       2400-GENERATE-ALTERNATE.
           MOVE 'CVA' TO WS-ID-PREFIX
           PERFORM 2200-BUILD-BASE-REQUEST
           MOVE BESD-ALT-BES-NAME TO IVP-BES-NAME
                                     OF WS-IVP-FIELDS-WORK
           MOVE BESD-ALT-TRAN-ID  TO IVP-BES-TRAN-ID
                                     OF WS-IVP-FIELDS-WORK
           PERFORM 2500-WRITE-REQUEST.

       2500-WRITE-REQUEST.
           WRITE WS-IVP-FIELDS FROM WS-IVP-FIELDS-WORK
           ADD 1 TO WS-ROW-REQUESTS
           ADD 1 TO WS-REQUESTS-WRITTEN.

       9000-TERMINATE.
           CLOSE BES-DRIVER-FILE
           CLOSE CV-REQUEST-FILE
           CLOSE CV-GEN-RPT-FILE
           DISPLAY 'IVPCVGEN: TICKET             = ' WS-TICKET-NO
           DISPLAY 'IVPCVGEN: DRIVER ROWS READ   = ' WS-ROWS-READ
           DISPLAY 'IVPCVGEN: ROWS SELECTED      = ' WS-ROWS-SELECTED
           DISPLAY 'IVPCVGEN: REQUESTS GENERATED = '
               WS-REQUESTS-WRITTEN
           IF WS-ROWS-SELECTED = ZERO
               DISPLAY 'IVPCVGEN: NO DRIVER ROW FOR ANY AFFECTED BES'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
