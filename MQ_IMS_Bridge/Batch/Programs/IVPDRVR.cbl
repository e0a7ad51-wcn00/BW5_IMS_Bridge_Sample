      *               LK-GEN-USERID, THE SUITE'S SUBMITTING USERID, SO
      *               THE EDIT PASS CAN VERIFY IT AGAINST THE
      *               AUTHORIZED-USERID TABLE (SEE IVPEDIT/IVPUAUPD).
      *
      *               A ROW THAT NAMES A PREREQUISITE ROW
      *               (BESD-PREREQ-LABEL) IS NOT SENT WITH THE FIRST
      *               WAVE: ITS REQUEST IS BUILT AND NUMBERED AS
      *               USUAL BUT WRITTEN TO THE HELD FILE (IVPHELD.CPY)
      *               WITH THE PREREQUISITE ROW'S IVP-ID, FOR IVPPRQRL
      *               TO RELEASE OR SKIP ONCE THAT RESULT IS IN.  A
      *               PREREQUISITE LABEL THAT MATCHES NO OTHER ROW IS
      *               REPORTED AND THE REQUEST IS SENT UNHELD, SO A
      *               TABLE TYPO NEVER SILENTLY DROPS A TEST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPDRVR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT IVP-HELD-FILE ASSIGN TO IVPHELD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  IVP-HELD-FILE
           RECORDING MODE IS F.
           COPY IVPHELD.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.
       01  WS-STEP-DATE             PIC 9(8).
       01  WS-STEP-TIME             PIC X(8).
       01  WS-REQUEST-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-HELD-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-DRIVER              VALUE 'Y'.
       01  WS-ROWS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-REQUESTS-WRITTEN      PIC S9(8) COMP VALUE ZERO.
       01  WS-REQUESTS-HELD         PIC S9(8) COMP VALUE ZERO.
       01  WS-PREREQ-UNKNOWN        PIC S9(8) COMP VALUE ZERO.
       01  WS-NEXT-BTCH-SEQ-NO      PIC S9(8) COMP VALUE ZERO.
       01  WS-SEQ-DISPLAY           PIC 9(5).
       01  WS-PREREQ-IVP-ID         PIC X(8).

       01  WS-LABEL-TABLE-CTRL.
           05  WS-LBL-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-LBL-MAX-ENTRIES   PIC S9(4) COMP VALUE 500.
       01  WS-LABEL-TABLE.
           05  WS-LBL-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-LBL-IDX.
               10  WS-LB-ROW-LABEL      PIC X(8).
               10  WS-LB-ROW-SEQ-NO     PIC S9(8) COMP.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-ROW-LABELS
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS NOT = '00'
               DISPLAY 'IVPDRVR: UNABLE TO OPEN DRIVER TABLE, STATUS='
               GOBACK
           END-IF
           OPEN OUTPUT IVP-REQUEST-FILE
           OPEN OUTPUT IVP-HELD-FILE
           PERFORM 2100-READ-DRIVER-ROW.

       1100-LOAD-ROW-LABELS.
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-DRIVER-STATUS = '10'
                   READ BES-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-DRIVER-STATUS
                       NOT AT END
                           ADD 1 TO WS-NEXT-BTCH-SEQ-NO
                           IF BESD-ROW-LABEL NOT = SPACES
                               IF WS-LBL-COUNT >= WS-LBL-MAX-ENTRIES
                                   DISPLAY 'IVPDRVR: LABEL TABLE '
                                       'FULL, MAX=' WS-LBL-MAX-ENTRIES
                                   MOVE 16 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO WS-LBL-COUNT
                               SET WS-LBL-IDX TO WS-LBL-COUNT
                               MOVE BESD-ROW-LABEL
                                   TO WS-LB-ROW-LABEL (WS-LBL-IDX)
                               MOVE WS-NEXT-BTCH-SEQ-NO
                                   TO WS-LB-ROW-SEQ-NO (WS-LBL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BES-DRIVER-FILE
           END-IF
           MOVE ZERO TO WS-NEXT-BTCH-SEQ-NO.

       2000-PROCESS-DRIVER-ROW.
           ADD 1 TO WS-NEXT-BTCH-SEQ-NO
           IF WS-NEXT-BTCH-SEQ-NO > 99999
           MOVE BESD-IVP-TYPE     TO IVP-TYPE OF WS-IVP-FIELDS-WORK
           MOVE BESD-IVP-BES      TO IVP-BES OF WS-IVP-FIELDS-WORK
           MOVE BESD-IVP-WRITES   TO IVP-WRITES OF WS-IVP-FIELDS-WORK
           IF BESD-PREREQ-LABEL = SPACES
               PERFORM 2300-SEND-REQUEST
           ELSE
               PERFORM 2200-FIND-PREREQ-ROW
               IF WS-ENTRY-FOUND
                   PERFORM 2400-HOLD-REQUEST
               ELSE
                   DISPLAY 'IVPDRVR: PREREQ ROW ' BESD-PREREQ-LABEL
                       ' NOT IN DRIVER TABLE - '
                       IVP-ID OF WS-IVP-FIELDS-WORK ' SENT UNHELD'
                   ADD 1 TO WS-PREREQ-UNKNOWN
                   PERFORM 2300-SEND-REQUEST
               END-IF
           END-IF
           PERFORM 2100-READ-DRIVER-ROW.

       2100-READ-DRIVER-ROW.
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       2200-FIND-PREREQ-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-LBL-COUNT > 0
               PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
                   IF WS-LB-ROW-LABEL (WS-LBL-IDX) = BESD-PREREQ-LABEL
                       AND WS-LB-ROW-SEQ-NO (WS-LBL-IDX) NOT =
                           WS-NEXT-BTCH-SEQ-NO
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-LB-ROW-SEQ-NO (WS-LBL-IDX) TO WS-SEQ-DISPLAY
               MOVE SPACES TO WS-PREREQ-IVP-ID
               STRING 'IVP' WS-SEQ-DISPLAY DELIMITED BY SIZE
                   INTO WS-PREREQ-IVP-ID
               END-STRING
           END-IF.

       2300-SEND-REQUEST.
           WRITE WS-IVP-FIELDS FROM WS-IVP-FIELDS-WORK
           ADD 1 TO WS-REQUESTS-WRITTEN.

       2400-HOLD-REQUEST.
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK TO HELD-IVP-ID
           MOVE WS-PREREQ-IVP-ID TO HELD-PREREQ-IVP-ID
           MOVE WS-IVP-FIELDS-WORK TO HELD-REQUEST-IMAGE
           WRITE IVP-HELD-RECORD
           ADD 1 TO WS-REQUESTS-HELD.

       9000-TERMINATE.
           CLOSE BES-DRIVER-FILE
           CLOSE IVP-REQUEST-FILE
           CLOSE IVP-HELD-FILE
           DISPLAY 'IVPDRVR: DRIVER ROWS READ   = ' WS-ROWS-READ
           DISPLAY 'IVPDRVR: REQUESTS GENERATED = ' WS-REQUESTS-WRITTEN
           DISPLAY 'IVPDRVR: HELD FOR PREREQ    = ' WS-REQUESTS-HELD
           DISPLAY 'IVPDRVR: UNKNOWN PREREQ ROW = ' WS-PREREQ-UNKNOWN
           IF WS-PREREQ-UNKNOWN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEP-RECORD.

       9100-WRITE-STEP-RECORD.
