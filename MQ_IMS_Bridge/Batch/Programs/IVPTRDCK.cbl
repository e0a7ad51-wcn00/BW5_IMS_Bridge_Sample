      ******************************************************************
      *  PROGRAM-ID : IVPTRDCK
      *  PURPOSE    : IMS TRANSACTION DEFINITION DRIFT CHECK AHEAD OF
      *               IVPDRVR.  IVPPREFL PROVES THE QUEUES AND REGIONS
      *               ARE THERE; THIS STEP PROVES THE IMS SIDE STILL
      *               KNOWS THE TRANSACTIONS WE DRIVE.  A TRAN CODE
      *               RENAMED IN A SYSGEN, A PSB BEHIND THE TRAN THAT
      *               NO LONGER MATCHES BESD-BES-PGM-NAME, OR A TRAN
      *               LEFT STOPPED AFTER MAINTENANCE USED TO SURFACE
      *               AS A TIMEOUT OR DLQ ENTRY HOURS LATER.
      *
      *               EVERY BESDRVR ROW IS RECONCILED AGAINST THE IMS
      *               TRANSACTION STATUS EXTRACT (IMSTRAN.CPY) - THE
      *               PRIMARY TRAN IN ITS OWN REGION AND, WHERE ONE IS
      *               CONFIGURED, THE FAILOVER TRAN (BESD-ALT-TRAN-ID)
      *               IN THE ALTERNATE REGION - AND ONE REPORT LINE IS
      *               WRITTEN PER TRAN CHECKED:
      *                   UNDEFINED   - NO SUCH TRAN IN THAT REGION
      *                   PGM MISMATCH- PSB IS NOT BESD-BES-PGM-NAME
      *                   STOPPED     - STOPPED, PSTOPPED, USTOPPED
      *                                 OR LOCKED
      *               EACH FINDING IS ALSO RAISED AS A COMMON
      *               IVP-EXCEPTION-RECORD ON ITS OWN DD (EXCTRD) FOR
      *               IVPEXCON AND IVPALERT: SEVERITY 1 FOR A PRIMARY
      *               TRAN, SEVERITY 2 FOR A FAILOVER TRAN, WHICH ONLY
      *               MATTERS ONCE A FAILOVER HAPPENS.
      *                   RC 0 - EVERY TRAN AS EXPECTED
      *                   RC 4 - FAILOVER TRAN FINDINGS ONLY
      *                   RC 8 - A PRIMARY TRAN WILL NOT RUN; THE
      *                          SCHEDULER HOLDS THE SUITE ON THIS CODE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPTRDCK.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BES-DRIVER-FILE ASSIGN TO BESDRVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.

           SELECT IMS-TRAN-FILE ASSIGN TO IMSTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TRDCK-COMMON-EXC-FILE ASSIGN TO EXCTRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT TRAN-DRIFT-RPT-FILE ASSIGN TO TRDCKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BES-DRIVER-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       FD  IMS-TRAN-FILE
           RECORDING MODE IS F.
           COPY IMSTRAN.

       FD  TRDCK-COMMON-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  TRAN-DRIFT-RPT-FILE
           RECORDING MODE IS F.
       01  TRAN-DRIFT-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DRIVER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-TRAN-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-DRIVER              VALUE 'Y'.
       01  WS-ROWS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-TRANS-CHECKED         PIC S9(8) COMP VALUE ZERO.
       01  WS-UNDEFINED-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-STOPPED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-PRIMARY-FINDINGS      PIC S9(8) COMP VALUE ZERO.
       01  WS-ALTERNATE-FINDINGS    PIC S9(8) COMP VALUE ZERO.
       01  WS-EXCEPTIONS-RAISED     PIC S9(8) COMP VALUE ZERO.

       01  WS-TRAN-TABLE-CTRL.
           05  WS-TR-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-TR-MAX-ENTRIES    PIC S9(4) COMP VALUE 1000.
       01  WS-TRAN-TABLE.
           05  WS-TR-ENTRY OCCURS 1000 TIMES
                                    INDEXED BY WS-TR-IDX.
               10  WS-TR-TRAN-CODE      PIC X(8).
               10  WS-TR-PSB-NAME       PIC X(8).
               10  WS-TR-STATUS         PIC X(8).
               10  WS-TR-CLASS          PIC 9(3).
               10  WS-TR-IMS-REGION     PIC X(8).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

      *    THE TRAN BEING CHECKED - PRIMARY OR FAILOVER.
       01  WS-CHK-BES-NAME          PIC X(8).
       01  WS-CHK-TRAN-ID           PIC X(8).
       01  WS-CHK-PGM-NAME          PIC X(8).
       01  WS-CHK-ROLE              PIC X(9).
       01  WS-CHK-SEVERITY          PIC X(1).
           88  WS-CHK-PRIMARY                VALUE '1'.
       01  WS-FINDING               PIC X(12).
       01  WS-FINDING-TEXT          PIC X(80).

       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'IMS TRANSACTION DEFINITION DRIFT CHECK'.
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(8)  VALUE 'BES NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'TRAN'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE 'ROLE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'EXP PGM'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'IMS PSB'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'STATUS'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE 'CLASS'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'FINDING'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-TRAN-ID        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-ROLE           PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PGM-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PSB-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-STATUS         PIC X(8).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-CLASS          PIC ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-FINDING        PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DRIVER-ROW
               UNTIL WS-END-OF-DRIVER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-TRAN-STATUS
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPTRDCK: UNABLE TO OPEN DRIVER TABLE, '
                   'STATUS=' WS-DRIVER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRDCK-COMMON-EXC-FILE
           OPEN OUTPUT TRAN-DRIFT-RPT-FILE
           WRITE TRAN-DRIFT-RPT-LINE FROM WS-HDR-LINE-1
           WRITE TRAN-DRIFT-RPT-LINE FROM WS-HDR-LINE-2
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME
           PERFORM 2100-READ-DRIVER-ROW.

      *    WITHOUT THE EXTRACT EVERY TRAN WOULD SHOW AS UNDEFINED, SO
      *    A MISSING EXTRACT STOPS THE STEP INSTEAD.
       1100-LOAD-TRAN-STATUS.
           OPEN INPUT IMS-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'IVPTRDCK: UNABLE TO OPEN IMS TRAN EXTRACT, '
                   'STATUS=' WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-TRAN-STATUS = '10'
               READ IMS-TRAN-FILE
                   AT END
                       MOVE '10' TO WS-TRAN-STATUS
                   NOT AT END
                       IF WS-TR-COUNT >= WS-TR-MAX-ENTRIES
                           DISPLAY 'IVPTRDCK: TRAN TABLE FULL, MAX='
                               WS-TR-MAX-ENTRIES
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TR-COUNT
                       SET WS-TR-IDX TO WS-TR-COUNT
                       MOVE ITRN-TRAN-CODE
                           TO WS-TR-TRAN-CODE (WS-TR-IDX)
                       MOVE ITRN-PSB-NAME
                           TO WS-TR-PSB-NAME (WS-TR-IDX)
                       MOVE ITRN-STATUS
                           TO WS-TR-STATUS (WS-TR-IDX)
                       MOVE ITRN-CLASS
                           TO WS-TR-CLASS (WS-TR-IDX)
                       MOVE ITRN-IMS-REGION
                           TO WS-TR-IMS-REGION (WS-TR-IDX)
               END-READ
           END-PERFORM
           CLOSE IMS-TRAN-FILE.

       2000-PROCESS-DRIVER-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE BESD-BES-NAME     TO WS-CHK-BES-NAME
           MOVE BESD-BES-TRAN-ID  TO WS-CHK-TRAN-ID
           MOVE BESD-BES-PGM-NAME TO WS-CHK-PGM-NAME
           MOVE 'PRIMARY'         TO WS-CHK-ROLE
           MOVE '1'               TO WS-CHK-SEVERITY
           PERFORM 2200-CHECK-TRAN
           IF BESD-ALT-BES-NAME NOT = SPACES
               MOVE BESD-ALT-BES-NAME TO WS-CHK-BES-NAME
               MOVE BESD-ALT-TRAN-ID  TO WS-CHK-TRAN-ID
               MOVE 'FAILOVER'        TO WS-CHK-ROLE
               MOVE '2'               TO WS-CHK-SEVERITY
               PERFORM 2200-CHECK-TRAN
           END-IF
           PERFORM 2100-READ-DRIVER-ROW.

       2100-READ-DRIVER-ROW.
           READ BES-DRIVER-FILE
               AT END
                   SET WS-END-OF-DRIVER TO TRUE
           END-READ.

       2200-CHECK-TRAN.
           ADD 1 TO WS-TRANS-CHECKED
           MOVE WS-CHK-BES-NAME TO WS-DL-BES-NAME
           MOVE WS-CHK-TRAN-ID  TO WS-DL-TRAN-ID
           MOVE WS-CHK-ROLE     TO WS-DL-ROLE
           MOVE WS-CHK-PGM-NAME TO WS-DL-PGM-NAME
           PERFORM 2300-FIND-TRAN
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-UNDEFINED-COUNT
               MOVE SPACES      TO WS-DL-PSB-NAME
               MOVE SPACES      TO WS-DL-STATUS
               MOVE ZERO        TO WS-DL-CLASS
               MOVE 'UNDEFINED' TO WS-FINDING
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'TRAN '         DELIMITED BY SIZE
                      WS-CHK-TRAN-ID  DELIMITED BY SPACE
                      ' NOT DEFINED IN IMS REGION '
                                      DELIMITED BY SIZE
                      WS-CHK-BES-NAME DELIMITED BY SPACE
                   INTO WS-FINDING-TEXT
               PERFORM 2400-RAISE-FINDING
           ELSE
               MOVE WS-TR-PSB-NAME (WS-TR-IDX) TO WS-DL-PSB-NAME
               MOVE WS-TR-STATUS (WS-TR-IDX)   TO WS-DL-STATUS
               MOVE WS-TR-CLASS (WS-TR-IDX)    TO WS-DL-CLASS
               MOVE 'N' TO WS-FOUND-SWITCH
               IF WS-TR-PSB-NAME (WS-TR-IDX) NOT = WS-CHK-PGM-NAME
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'PGM MISMATCH' TO WS-FINDING
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'TRAN '         DELIMITED BY SIZE
                          WS-CHK-TRAN-ID  DELIMITED BY SPACE
                          ' SCHEDULES PSB ' DELIMITED BY SIZE
                          WS-TR-PSB-NAME (WS-TR-IDX)
                                          DELIMITED BY SPACE
                          ', DRIVER EXPECTS ' DELIMITED BY SIZE
                          WS-CHK-PGM-NAME DELIMITED BY SPACE
                       INTO WS-FINDING-TEXT
                   PERFORM 2400-RAISE-FINDING
               END-IF
               IF WS-TR-STATUS (WS-TR-IDX) = 'STOPPED'
                   OR WS-TR-STATUS (WS-TR-IDX) = 'PSTOPPED'
                   OR WS-TR-STATUS (WS-TR-IDX) = 'USTOPPED'
                   OR WS-TR-STATUS (WS-TR-IDX) = 'LOCKED'
                   SET WS-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-STOPPED-COUNT
                   MOVE 'STOPPED' TO WS-FINDING
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'TRAN '         DELIMITED BY SIZE
                          WS-CHK-TRAN-ID  DELIMITED BY SPACE
                          ' IS '          DELIMITED BY SIZE
                          WS-TR-STATUS (WS-TR-IDX)
                                          DELIMITED BY SPACE
                          ' IN IMS REGION ' DELIMITED BY SIZE
                          WS-CHK-BES-NAME DELIMITED BY SPACE
                       INTO WS-FINDING-TEXT
                   PERFORM 2400-RAISE-FINDING
               END-IF
               IF NOT WS-ENTRY-FOUND
                   MOVE 'OK' TO WS-DL-FINDING
                   WRITE TRAN-DRIFT-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

       2300-FIND-TRAN.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-TR-COUNT > 0
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-TR-IMS-REGION (WS-TR-IDX) = WS-CHK-BES-NAME
                       AND WS-TR-TRAN-CODE (WS-TR-IDX) =
                           WS-CHK-TRAN-ID
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    ONE REPORT LINE AND ONE COMMON EXCEPTION PER FINDING.
      *    EXCP-BTCH-SEQ-NO CARRIES THE FINDING NUMBER SO EACH ONE CAN
      *    BE ACKNOWLEDGED ON ITS OWN.
       2400-RAISE-FINDING.
           MOVE WS-FINDING TO WS-DL-FINDING
           WRITE TRAN-DRIFT-RPT-LINE FROM WS-DETAIL-LINE
           IF WS-CHK-PRIMARY
               ADD 1 TO WS-PRIMARY-FINDINGS
           ELSE
               ADD 1 TO WS-ALTERNATE-FINDINGS
           END-IF
           ADD 1 TO WS-EXCEPTIONS-RAISED
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPTRDCK'           TO EXCP-SOURCE-PGM
           MOVE WS-EXCEPTIONS-RAISED TO EXCP-BTCH-SEQ-NO
           MOVE WS-CHK-BES-NAME      TO EXCP-BES-NAME
           MOVE WS-CHK-TRAN-ID       TO EXCP-BES-TRAN-ID
           MOVE WS-CHK-SEVERITY      TO EXCP-SEVERITY
           MOVE WS-FINDING-TEXT      TO EXCP-TEXT
           MOVE WS-RAISED-DATE       TO EXCP-RAISED-DATE
           MOVE WS-RAISED-TIME       TO EXCP-RAISED-TIME
           MOVE 'N'                  TO EXCP-ACK-FLAG
           MOVE ZERO                 TO EXCP-AGE-DAYS
           WRITE IVP-EXCEPTION-RECORD.

       9000-TERMINATE.
           CLOSE BES-DRIVER-FILE
           CLOSE TRDCK-COMMON-EXC-FILE
           CLOSE TRAN-DRIFT-RPT-FILE
           DISPLAY 'IVPTRDCK: DRIVER ROWS READ   = ' WS-ROWS-READ
           DISPLAY 'IVPTRDCK: TRANS CHECKED      = ' WS-TRANS-CHECKED
           DISPLAY 'IVPTRDCK: UNDEFINED TRANS    = ' WS-UNDEFINED-COUNT
           DISPLAY 'IVPTRDCK: PROGRAM MISMATCHES = ' WS-MISMATCH-COUNT
           DISPLAY 'IVPTRDCK: STOPPED TRANS      = ' WS-STOPPED-COUNT
           DISPLAY 'IVPTRDCK: EXCEPTIONS RAISED  = '
               WS-EXCEPTIONS-RAISED
           EVALUATE TRUE
               WHEN WS-PRIMARY-FINDINGS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALTERNATE-FINDINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
