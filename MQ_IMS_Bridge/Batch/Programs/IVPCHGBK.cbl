      *               LAST YEAR'S NEGOTIATED PERCENTAGES.  THE LEDGER
      *               STEP VOLUMES FOR THE MONTH ARE PRINTED AS A
      *               CROSS-FOOT SO FINANCE CAN SEE THE FEED TIES TO
      *               THE SUITE'S OWN RUN ACCOUNTING.  A CATCH-UP
      *               'CATCHUP' STEP RECORD ONLY ECHOES THE REPLAYED
      *               STEP'S OWN RECORD AND IS NOT COUNTED AGAIN.
      *
      *               EACH STATEMENT IS ADDRESSED FROM THE REGION-
      *               OWNER DIRECTORY (REGNOWN.CPY, '*' ROW AS THE
      *               DEFAULT) WITH THE OWNING TEAM AND COST CENTER,
      *               AND THE STATEMENTS ARE BURST INTO ONE PACKAGE
      *               PER OWNING TEAM, WRITTEN TO THE OWNER'S
      *               DISTRIBUTION DESTINATION AS
      *               <ROWN-DIST-DEST>.CHGB.Myyyymm.  A REGION WITH NO
      *               OWNER OR NO DESTINATION STAYS IN THE
      *               CONSOLIDATED PRINT ONLY, MARKED UNADDRESSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPCHGBK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REGION-OWNER-FILE ASSIGN TO REGNOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT OWNER-PACKAGE-FILE ASSIGN TO DYNAMIC WS-PKG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-HIST-FILE.
           RECORDING MODE IS F.
       01  CHARGEBACK-RPT-LINE          PIC X(132).

       FD  REGION-OWNER-FILE
           RECORDING MODE IS F.
           COPY REGNOWN.

       FD  OWNER-PACKAGE-FILE
           RECORDING MODE IS F.
       01  OWNER-PACKAGE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-FEED-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-OWNER-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PKG-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-PKG-DSN               PIC X(44) VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-HIST                VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-MSGS            PIC S9(11) COMP VALUE ZERO.
       01  WS-LEDGER-STEPS          PIC S9(8) COMP VALUE ZERO.
       01  WS-LEDGER-OUTPUTS        PIC S9(11) COMP VALUE ZERO.
       01  WS-PKGS-WRITTEN          PIC S9(8) COMP VALUE ZERO.
       01  WS-PKGS-FAILED           PIC S9(8) COMP VALUE ZERO.
       01  WS-REGIONS-UNADDRESSED   PIC S9(8) COMP VALUE ZERO.

       01  WS-USAGE-TABLE-CTRL.
           05  WS-USE-COUNT         PIC S9(4) COMP VALUE ZERO.
               10  WS-US-BES-NAME       PIC X(8).
               10  WS-US-TRANS          PIC S9(9) COMP.
               10  WS-US-MSGS           PIC S9(11) COMP.
               10  WS-US-PKG-SUB        PIC S9(4) COMP.

       01  WS-OWNER-TABLE-CTRL.
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-OWNER-IDX.
               10  WS-OW-BES-NAME       PIC X(8).
               10  WS-OW-OWNER-TEAM     PIC X(16).
               10  WS-OW-COST-CENTER    PIC X(8).
               10  WS-OW-DIST-DEST      PIC X(24).

       01  WS-PKG-TABLE-CTRL.
           05  WS-PKG-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-PKG-MAX-ENTRIES   PIC S9(4) COMP VALUE 100.
       01  WS-PKG-TABLE.
           05  WS-PKG-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-PKG-IDX.
               10  WS-PK-OWNER-TEAM     PIC X(16).
               10  WS-PK-COST-CENTER    PIC X(8).
               10  WS-PK-DIST-DEST      PIC X(24).
               10  WS-PK-TRANS          PIC S9(9) COMP.
               10  WS-PK-MSGS           PIC S9(11) COMP.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-SHARE-PCT             PIC 9(3)V99.
       01  WS-PKG-SUB               PIC S9(4) COMP.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(34) VALUE
           05  FILLER               PIC X(18) VALUE
               'REGION STATEMENT: '.
           05  WS-SO-BES-NAME       PIC X(8).
       01  WS-STMT-ADDR-LINE.
           05  FILLER               PIC X(24) VALUE
               '  OWNER / COST CENTER  ='.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SA-OWNER-TEAM     PIC X(16).
           05  FILLER               PIC X(3)  VALUE ' / '.
           05  WS-SA-COST-CENTER    PIC X(8).
       01  WS-STMT-TRANS-LINE.
           05  FILLER               PIC X(24) VALUE
               '  TRANSACTIONS CARRIED ='.
               '  SHARE OF TOTAL (PCT) ='.
           05  WS-ST-SHARE          PIC ZZ9.99.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-PKG-HDR-LINE.
           05  FILLER               PIC X(24) VALUE
               'PACKAGE FOR OWNER      ='.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-PH-OWNER-TEAM     PIC X(16).
           05  FILLER               PIC X(16) VALUE
               '  COST CENTER = '.
           05  WS-PH-COST-CENTER    PIC X(8).
       01  WS-PKG-FOOT-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'OWNER TOTAL MESSAGES   ='.
           05  WS-PF-MSGS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-PKG-FOOT-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'OWNER SHARE (PCT)      ='.
           05  WS-PF-SHARE          PIC ZZ9.99.
       01  WS-FOOT-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'MONTH TOTAL MESSAGES   ='.
               UNTIL WS-END-OF-HIST
           PERFORM 3000-READ-LEDGER
           PERFORM 4000-WRITE-OUTPUTS
           PERFORM 5000-BURST-PACKAGES
           PERFORM 9000-TERMINATE
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-OWNERS
           OPEN OUTPUT CHARGEBACK-FEED-FILE
           OPEN OUTPUT CHARGEBACK-RPT-FILE
           MOVE LK-BILL-MONTH TO WS-HDR-MONTH
           WRITE CHARGEBACK-RPT-LINE FROM WS-BLANK-LINE
           PERFORM 2100-READ-HIST.

       1100-LOAD-OWNERS.
           OPEN INPUT REGION-OWNER-FILE
           IF WS-OWNER-STATUS = '00'
               PERFORM UNTIL WS-OWNER-STATUS = '10'
                   READ REGION-OWNER-FILE
                       AT END
                           MOVE '10' TO WS-OWNER-STATUS
                       NOT AT END
                           IF WS-OWNER-COUNT >= WS-OWNER-MAX-ENTRIES
                               DISPLAY 'IVPCHGBK: OWNER TABLE '
                                   'FULL, MAX=' WS-OWNER-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-OWNER-COUNT
                           SET WS-OWNER-IDX TO WS-OWNER-COUNT
                           MOVE ROWN-BES-NAME
                               TO WS-OW-BES-NAME (WS-OWNER-IDX)
                           MOVE ROWN-OWNER-TEAM
                               TO WS-OW-OWNER-TEAM (WS-OWNER-IDX)
                           MOVE ROWN-COST-CENTER
                               TO WS-OW-COST-CENTER (WS-OWNER-IDX)
                           MOVE ROWN-DIST-DEST
                               TO WS-OW-DIST-DEST (WS-OWNER-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGION-OWNER-FILE
           END-IF.

       2000-PROCESS-HIST.
           ADD 1 TO WS-RECS-READ
           IF NOT IVPH-CURRENT-LAYOUT
                           MOVE '10' TO WS-RUNCTL-STATUS
                       NOT AT END
                           IF RUNC-STEP-RECORD
                               AND NOT RUNC-CATCHUP-STEP
                               AND RUNC-RUN-DATE (1:6) = LK-BILL-MONTH
                               ADD 1 TO WS-LEDGER-STEPS
                               ADD RUNC-OUTPUT-COUNT
               UNTIL WS-USE-IDX > WS-USE-COUNT
               PERFORM 4100-COMPUTE-SHARE
               PERFORM 4200-WRITE-FEED-ROW
               PERFORM 4400-ADDRESS-STATEMENT
               PERFORM 4300-WRITE-STATEMENT
           END-PERFORM
           MOVE WS-TOTAL-MSGS    TO WS-FT-TOTAL-MSGS
       4300-WRITE-STATEMENT.
           MOVE WS-US-BES-NAME (WS-USE-IDX) TO WS-SO-BES-NAME
           WRITE CHARGEBACK-RPT-LINE FROM WS-STMT-OWNER-LINE
           WRITE CHARGEBACK-RPT-LINE FROM WS-STMT-ADDR-LINE
           MOVE WS-US-TRANS (WS-USE-IDX) TO WS-ST-TRANS
           WRITE CHARGEBACK-RPT-LINE FROM WS-STMT-TRANS-LINE
           MOVE WS-US-MSGS (WS-USE-IDX) TO WS-ST-MSGS
           WRITE CHARGEBACK-RPT-LINE FROM WS-STMT-SHARE-LINE
           WRITE CHARGEBACK-RPT-LINE FROM WS-BLANK-LINE.

       4400-ADDRESS-STATEMENT.
           MOVE ZERO TO WS-US-PKG-SUB (WS-USE-IDX)
           MOVE 'UNADDRESSED' TO WS-SA-OWNER-TEAM
           MOVE SPACES TO WS-SA-COST-CENTER
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-OWNER-COUNT > 0
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OW-BES-NAME (WS-OWNER-IDX) =
                           WS-US-BES-NAME (WS-USE-IDX)
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
               MOVE WS-OW-OWNER-TEAM (WS-OWNER-IDX)
                   TO WS-SA-OWNER-TEAM
               MOVE WS-OW-COST-CENTER (WS-OWNER-IDX)
                   TO WS-SA-COST-CENTER
               IF WS-OW-DIST-DEST (WS-OWNER-IDX) NOT = SPACES
                   PERFORM 4500-FIND-OR-ADD-PACKAGE
                   SET WS-US-PKG-SUB (WS-USE-IDX) TO WS-PKG-IDX
                   ADD WS-US-TRANS (WS-USE-IDX)
                       TO WS-PK-TRANS (WS-PKG-IDX)
                   ADD WS-US-MSGS (WS-USE-IDX)
                       TO WS-PK-MSGS (WS-PKG-IDX)
               ELSE
                   ADD 1 TO WS-REGIONS-UNADDRESSED
               END-IF
           ELSE
               ADD 1 TO WS-REGIONS-UNADDRESSED
           END-IF.

       4500-FIND-OR-ADD-PACKAGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-PKG-COUNT > 0
               PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                   UNTIL WS-PKG-IDX > WS-PKG-COUNT
                   IF WS-PK-OWNER-TEAM (WS-PKG-IDX) =
                           WS-OW-OWNER-TEAM (WS-OWNER-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-PKG-COUNT >= WS-PKG-MAX-ENTRIES
                   DISPLAY 'IVPCHGBK: PACKAGE TABLE FULL, MAX='
                       WS-PKG-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PKG-COUNT
               SET WS-PKG-IDX TO WS-PKG-COUNT
               MOVE WS-OW-OWNER-TEAM (WS-OWNER-IDX)
                   TO WS-PK-OWNER-TEAM (WS-PKG-IDX)
               MOVE WS-OW-COST-CENTER (WS-OWNER-IDX)
                   TO WS-PK-COST-CENTER (WS-PKG-IDX)
               MOVE WS-OW-DIST-DEST (WS-OWNER-IDX)
                   TO WS-PK-DIST-DEST (WS-PKG-IDX)
               MOVE ZERO TO WS-PK-TRANS (WS-PKG-IDX)
               MOVE ZERO TO WS-PK-MSGS (WS-PKG-IDX)
           END-IF.

       5000-BURST-PACKAGES.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
               MOVE SPACES TO WS-PKG-DSN
               STRING WS-PK-DIST-DEST (WS-PKG-IDX) DELIMITED BY SPACE
                      '.CHGB.M' DELIMITED BY SIZE
                      LK-BILL-MONTH DELIMITED BY SIZE
                   INTO WS-PKG-DSN
               END-STRING
               OPEN OUTPUT OWNER-PACKAGE-FILE
               IF WS-PKG-STATUS NOT = '00'
                   DISPLAY 'IVPCHGBK: UNABLE TO OPEN PACKAGE '
                       WS-PKG-DSN ', STATUS=' WS-PKG-STATUS
                   ADD 1 TO WS-PKGS-FAILED
               ELSE
                   PERFORM 5100-WRITE-PACKAGE
                   CLOSE OWNER-PACKAGE-FILE
                   ADD 1 TO WS-PKGS-WRITTEN
               END-IF
           END-PERFORM.

       5100-WRITE-PACKAGE.
           WRITE OWNER-PACKAGE-LINE FROM WS-HDR-LINE-1
           MOVE WS-PK-OWNER-TEAM (WS-PKG-IDX) TO WS-PH-OWNER-TEAM
           MOVE WS-PK-COST-CENTER (WS-PKG-IDX) TO WS-PH-COST-CENTER
           WRITE OWNER-PACKAGE-LINE FROM WS-PKG-HDR-LINE
           WRITE OWNER-PACKAGE-LINE FROM WS-BLANK-LINE
           SET WS-PKG-SUB TO WS-PKG-IDX
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
               UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-US-PKG-SUB (WS-USE-IDX) = WS-PKG-SUB
                   PERFORM 4100-COMPUTE-SHARE
                   PERFORM 5200-WRITE-PACKAGE-STATEMENT
               END-IF
           END-PERFORM
           IF WS-TOTAL-MSGS > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-PK-MSGS (WS-PKG-IDX) * 100 / WS-TOTAL-MSGS
           ELSE
               MOVE ZERO TO WS-SHARE-PCT
           END-IF
           MOVE WS-PK-MSGS (WS-PKG-IDX) TO WS-PF-MSGS
           MOVE WS-SHARE-PCT TO WS-PF-SHARE
           WRITE OWNER-PACKAGE-LINE FROM WS-PKG-FOOT-LINE-1
           WRITE OWNER-PACKAGE-LINE FROM WS-PKG-FOOT-LINE-2.

       5200-WRITE-PACKAGE-STATEMENT.
           MOVE WS-US-BES-NAME (WS-USE-IDX) TO WS-SO-BES-NAME
           WRITE OWNER-PACKAGE-LINE FROM WS-STMT-OWNER-LINE
           MOVE WS-US-TRANS (WS-USE-IDX) TO WS-ST-TRANS
           WRITE OWNER-PACKAGE-LINE FROM WS-STMT-TRANS-LINE
           MOVE WS-US-MSGS (WS-USE-IDX) TO WS-ST-MSGS
           WRITE OWNER-PACKAGE-LINE FROM WS-STMT-MSGS-LINE
           MOVE WS-SHARE-PCT TO WS-ST-SHARE
           WRITE OWNER-PACKAGE-LINE FROM WS-STMT-SHARE-LINE
           WRITE OWNER-PACKAGE-LINE FROM WS-BLANK-LINE.

       9000-TERMINATE.
           CLOSE CHG-HIST-FILE
           CLOSE CHARGEBACK-FEED-FILE
           DISPLAY 'IVPCHGBK: TOTAL MESSAGES     = ' WS-TOTAL-MSGS
           DISPLAY 'IVPCHGBK: BAD LAYOUT VERSION = '
               WS-RECS-BAD-VERSION
           DISPLAY 'IVPCHGBK: OWNER PACKAGES     = ' WS-PKGS-WRITTEN
           DISPLAY 'IVPCHGBK: PACKAGES FAILED    = ' WS-PKGS-FAILED
           DISPLAY 'IVPCHGBK: UNADDRESSED REGNS  = '
               WS-REGIONS-UNADDRESSED
           EVALUATE TRUE
               WHEN WS-PKGS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECS-BAD-VERSION > 0
               WHEN WS-REGIONS-UNADDRESSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
