      *               MINUTES OLD, NOT INSTANTLY OVERDUE; AN ALERT
      *               WHOSE RAISED DATE DOES NOT PARSE IS TREATED AS
      *               OVERDUE SO A MANGLED ALERT STILL ESCALATES.
      *
      *               THE RE-EMITTED PAGE IS ADDRESSED TO THE
      *               REGION'S OWN SECONDARY ON-CALL GROUP FROM THE
      *               REGION-OWNER DIRECTORY (REGNOWN.CPY, '*' ROW AS
      *               THE DEFAULT), NOT TO WHOEVER HOLDS THE SHOP-WIDE
      *               SECONDARY PAGER; A REGION WITH NO SECONDARY ON
      *               FILE GOES OUT WITH A BLANK GROUP TO THE
      *               GATEWAY'S DEFAULT SECONDARY ROUTING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPPGREC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT REGION-OWNER-FILE ASSIGN TO REGNOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT SECONDARY-FEED-FILE ASSIGN TO SECONCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           RECORDING MODE IS F.
           COPY PGRCPT.

       FD  REGION-OWNER-FILE
           RECORDING MODE IS F.
           COPY REGNOWN.

       FD  SECONDARY-FEED-FILE
           RECORDING MODE IS F.
           COPY ALERTREC REPLACING ALERT-OUT-RECORD BY
       WORKING-STORAGE SECTION.
       01  WS-ALERT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RCPT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-OWNER-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-SEC-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-ALERTS-CONFIRMED      PIC S9(8) COMP VALUE ZERO.
       01  WS-ALERTS-PENDING        PIC S9(8) COMP VALUE ZERO.
       01  WS-ALERTS-REROUTED       PIC S9(8) COMP VALUE ZERO.
       01  WS-REROUTED-DEFAULT      PIC S9(8) COMP VALUE ZERO.

       01  WS-RCPT-TABLE-CTRL.
           05  WS-RC-COUNT          PIC S9(4) COMP VALUE ZERO.
               10  WS-RC-RAISED-DATE    PIC X(8).
               10  WS-RC-RAISED-TIME    PIC X(8).

       01  WS-OWNER-TABLE-CTRL.
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-OWNER-IDX.
               10  WS-OW-BES-NAME       PIC X(8).
               10  WS-OW-SECONDARY-ONCALL
                                        PIC X(16).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

           05  WS-DL-RAISED         PIC X(17).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-ONCALL-GROUP   PIC X(16).

       LINKAGE SECTION.
       01  LK-AS-OF-DATE             PIC X(8).

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RECEIPTS
           PERFORM 1200-LOAD-OWNERS
           OPEN INPUT ALERT-IN-FILE
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'IVPPGREC: UNABLE TO OPEN ALERT FILE, STATUS='
               CLOSE PAGE-RECEIPT-FILE
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
                               DISPLAY 'IVPPGREC: OWNER TABLE '
                                   'FULL, MAX=' WS-OWNER-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-OWNER-COUNT
                           SET WS-OWNER-IDX TO WS-OWNER-COUNT
                           MOVE ROWN-BES-NAME
                               TO WS-OW-BES-NAME (WS-OWNER-IDX)
                           MOVE ROWN-SECONDARY-ONCALL
                               TO WS-OW-SECONDARY-ONCALL
                                   (WS-OWNER-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGION-OWNER-FILE
           END-IF.

       2000-PROCESS-ALERT.
           ADD 1 TO WS-ALERTS-READ
           MOVE SPACES TO WS-DL-ONCALL-GROUP
           PERFORM 2200-FIND-RECEIPT
           MOVE ALRT-BES-NAME OF ALERT-OUT-RECORD TO WS-DL-BES-NAME
           MOVE ALRT-SEVERITY OF ALERT-OUT-RECORD TO WS-DL-SEVERITY

       2400-REEMIT-SECONDARY.
           MOVE ALERT-OUT-RECORD TO SECONDARY-FEED-RECORD
           PERFORM 2450-FIND-SECONDARY
           MOVE ALRT-ONCALL-GROUP OF SECONDARY-FEED-RECORD
               TO WS-DL-ONCALL-GROUP
           WRITE SECONDARY-FEED-RECORD.

       2450-FIND-SECONDARY.
           MOVE SPACES TO ALRT-ONCALL-GROUP OF SECONDARY-FEED-RECORD
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-OWNER-COUNT > 0
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OW-BES-NAME (WS-OWNER-IDX) =
                           ALRT-BES-NAME OF ALERT-OUT-RECORD
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
               MOVE WS-OW-SECONDARY-ONCALL (WS-OWNER-IDX)
                   TO ALRT-ONCALL-GROUP OF SECONDARY-FEED-RECORD
           END-IF
           IF ALRT-ONCALL-GROUP OF SECONDARY-FEED-RECORD = SPACES
               ADD 1 TO WS-REROUTED-DEFAULT
           END-IF.

       2500-WRITE-COMMON-EXCEPTION.
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPPGREC'           TO EXCP-SOURCE-PGM
               WS-ALERTS-CONFIRMED
           DISPLAY 'IVPPGREC: AWAITING RECEIPT  = ' WS-ALERTS-PENDING
           DISPLAY 'IVPPGREC: RE-ROUTED         = ' WS-ALERTS-REROUTED
           DISPLAY 'IVPPGREC: NO OWNER SECONDARY= '
               WS-REROUTED-DEFAULT
           IF WS-ALERTS-REROUTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
