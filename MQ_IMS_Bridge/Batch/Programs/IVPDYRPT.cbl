      *               SUMMARY BY IVP-ID, WITH DESCRIPTION AND START/
      *               REPLY TIMESTAMPS, SO THE SHIFT LEAD CAN BE HANDED
      *               A REPORT INSTEAD OF A RAW FIELD DUMP.
      *
      *               THE SAME LINES ARE ALSO BURST INTO ONE PACKAGE
      *               PER OWNING TEAM FROM THE REGION-OWNER DIRECTORY
      *               (REGNOWN.CPY, '*' ROW AS THE DEFAULT), WRITTEN
      *               TO THE OWNER'S DISTRIBUTION DESTINATION AS
      *               <ROWN-DIST-DEST>.DYRPT.Dyyyymmdd, SO EACH IMS
      *               TEAM RECEIVES ONLY ITS OWN REGIONS.  A REGION
      *               WITH NO OWNER OR NO DESTINATION STAYS IN THE
      *               CONSOLIDATED REPORT ONLY.
      *
      *               DEPENDENT TESTS THAT IVPPRQRL SKIPPED BECAUSE A
      *               PREREQUISITE FAILED (THE DAY'S PRQSKIP.Dyyyymmdd,
      *               OPTIONAL) ARE LISTED AS SKIP LINES UNDER THEIR
      *               ROOT FAILURE'S DETAIL LINE, IN THE CONSOLIDATED
      *               REPORT AND THE ROOT OWNER'S PACKAGE, RATHER THAN
      *               AS FAILURES OF THEIR OWN.  A SKIP WHOSE ROOT IS
      *               NOT IN THE HISTORY IS LISTED AFTER THE DETAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPDYRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REGION-OWNER-FILE ASSIGN TO REGNOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT PREREQ-SKIP-FILE ASSIGN TO DYNAMIC WS-SKIP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

           SELECT OWNER-PACKAGE-FILE ASSIGN TO DYNAMIC WS-PKG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-HIST-FILE.
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  REGION-OWNER-FILE
           RECORDING MODE IS F.
           COPY REGNOWN.

       FD  PREREQ-SKIP-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  OWNER-PACKAGE-FILE
           RECORDING MODE IS F.
       01  OWNER-PACKAGE-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-HIST                VALUE 'Y'.
       01  WS-HIST-DSN              PIC X(44) VALUE SPACES.
       01  WS-HIST-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-HIST-IS-OPEN               VALUE 'Y'.
       01  WS-OWNER-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PKG-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-PKG-DSN               PIC X(44) VALUE SPACES.
       01  WS-SKIP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-SKIP-DSN              PIC X(44) VALUE SPACES.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-PRINTED          PIC S9(8) COMP VALUE ZERO.
       01  WS-PASS-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-FAIL-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-BAD-VERSION      PIC S9(8) COMP VALUE ZERO.
       01  WS-PKGS-WRITTEN          PIC S9(8) COMP VALUE ZERO.
       01  WS-PKGS-FAILED           PIC S9(8) COMP VALUE ZERO.
       01  WS-REGIONS-UNADDRESSED   PIC S9(8) COMP VALUE ZERO.
       01  WS-SKIP-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT          PIC S9(8) COMP VALUE ZERO.

       01  WS-OWNER-TABLE-CTRL.
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-OWNER-IDX.
               10  WS-OW-BES-NAME       PIC X(8).
               10  WS-OW-OWNER-TEAM     PIC X(16).
               10  WS-OW-DIST-DEST      PIC X(24).

       01  WS-REGION-TABLE-CTRL.
           05  WS-RG-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RG-MAX-ENTRIES    PIC S9(4) COMP VALUE 100.
       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-RG-IDX.
               10  WS-RG-BES-NAME       PIC X(8).
               10  WS-RG-PKG-SUB        PIC S9(4) COMP.

       01  WS-PKG-TABLE-CTRL.
           05  WS-PKG-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-PKG-MAX-ENTRIES   PIC S9(4) COMP VALUE 100.
       01  WS-PKG-TABLE.
           05  WS-PKG-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-PKG-IDX.
               10  WS-PK-OWNER-TEAM     PIC X(16).
               10  WS-PK-DIST-DEST      PIC X(24).

       01  WS-SKIP-TABLE-CTRL.
           05  WS-SK-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-SK-MAX-ENTRIES    PIC S9(4) COMP VALUE 500.
       01  WS-SKIP-TABLE.
           05  WS-SK-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-SK-IDX.
               10  WS-SK-IVP-ID         PIC X(8).
               10  WS-SK-BES-NAME       PIC X(8).
               10  WS-SK-ROOT-IVP-ID    PIC X(8).
               10  WS-SK-PREREQ-IVP-ID  PIC X(8).
               10  WS-SK-LISTED         PIC X(1).
               10  WS-SK-PKG-LISTED     PIC X(1).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-PKG-SUB               PIC S9(4) COMP.
       01  WS-PKG-PASS-COUNT        PIC S9(8) COMP.
       01  WS-PKG-FAIL-COUNT        PIC S9(8) COMP.
       01  WS-PKG-SKIP-COUNT        PIC S9(8) COMP.

       01  WS-HEADING-1.
           05  FILLER               PIC X(30) VALUE
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-DESCR         PIC X(56).

       01  WS-SKIP-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SKL-IVP-ID        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE 'SKIP'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SKL-BES-NAME      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'SKIPPED-PREREQ ROOT '.
           05  WS-SKL-ROOT-IVP-ID   PIC X(8).
           05  FILLER               PIC X(8)  VALUE ' PREREQ '.
           05  WS-SKL-PREREQ-IVP-ID PIC X(8).

       01  WS-ORPHAN-HDR-LINE.
           05  FILLER               PIC X(40) VALUE
               'SKIPPED-PREREQ WITH ROOT NOT IN HISTORY'.

       01  WS-PKG-HDR-LINE.
           05  FILLER               PIC X(20) VALUE
               'PACKAGE FOR OWNER = '.
           05  WS-PH-OWNER-TEAM     PIC X(16).

       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(14) VALUE 'TOTALS: PASS='.
           05  WS-TOT-PASS          PIC ZZZZ9.
           05  FILLER               PIC X(8)  VALUE '  FAIL='.
           05  WS-TOT-FAIL          PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  SKIPPED='.
           05  WS-TOT-SKIPPED       PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RUN-DATE               PIC X(8).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HIST
               UNTIL WS-END-OF-HIST
           PERFORM 2700-LIST-ORPHAN-SKIPS
           PERFORM 3000-BURST-PACKAGES
           PERFORM 9000-TERMINATE
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-HIST-IS-OPEN TO TRUE
           PERFORM 1100-LOAD-OWNERS
           PERFORM 1200-LOAD-SKIPS
           OPEN OUTPUT REPORT-FILE
           MOVE LK-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
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
                               DISPLAY 'IVPDYRPT: OWNER TABLE '
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
                           MOVE ROWN-DIST-DEST
                               TO WS-OW-DIST-DEST (WS-OWNER-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGION-OWNER-FILE
           END-IF.

       1200-LOAD-SKIPS.
           STRING 'PRQSKIP.D' DELIMITED BY SIZE
                  LK-RUN-DATE DELIMITED BY SIZE
               INTO WS-SKIP-DSN
           OPEN INPUT PREREQ-SKIP-FILE
           IF WS-SKIP-STATUS = '00'
               PERFORM UNTIL WS-SKIP-STATUS = '10'
                   READ PREREQ-SKIP-FILE
                       AT END
                           MOVE '10' TO WS-SKIP-STATUS
                       NOT AT END
                           IF EXCP-SKIPPED-PREREQ
                               PERFORM 1210-STORE-SKIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-SKIP-FILE
           END-IF.

       1210-STORE-SKIP.
           IF WS-SK-COUNT >= WS-SK-MAX-ENTRIES
               DISPLAY 'IVPDYRPT: SKIP TABLE FULL, MAX='
                   WS-SK-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SK-COUNT
           SET WS-SK-IDX TO WS-SK-COUNT
           MOVE EXCP-IVP-ID        TO WS-SK-IVP-ID (WS-SK-IDX)
           MOVE EXCP-BES-NAME      TO WS-SK-BES-NAME (WS-SK-IDX)
           MOVE EXCP-ROOT-IVP-ID   TO WS-SK-ROOT-IVP-ID (WS-SK-IDX)
           MOVE EXCP-PREREQ-IVP-ID TO WS-SK-PREREQ-IVP-ID (WS-SK-IDX)
           MOVE 'N'                TO WS-SK-LISTED (WS-SK-IDX)
           MOVE 'N'                TO WS-SK-PKG-LISTED (WS-SK-IDX).

       2000-PROCESS-HIST.
           ADD 1 TO WS-RECS-READ
           IF NOT IVPH-CURRENT-LAYOUT
               ADD 1 TO WS-RECS-BAD-VERSION
               PERFORM 2100-READ-HIST
           ELSE
           PERFORM 2200-FORMAT-DETAIL
           IF WS-DTL-STATUS = 'PASS'
               ADD 1 TO WS-PASS-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECS-PRINTED
           PERFORM 2600-LIST-DEPENDENTS
           PERFORM 2300-FIND-OR-ADD-REGION
           PERFORM 2100-READ-HIST
           END-IF.

                   SET WS-END-OF-HIST TO TRUE
           END-READ.

       2200-FORMAT-DETAIL.
           MOVE IVPH-IVP-ID        TO WS-DTL-IVP-ID
           MOVE IVPH-BES-NAME      TO WS-DTL-BES-NAME
           MOVE IVPH-START-TIME-CHAR(1:12) TO WS-DTL-START-TIME
           MOVE IVPH-REPLY-TIME-CHAR(1:12) TO WS-DTL-REPLY-TIME
           MOVE IVPH-DESCR         TO WS-DTL-DESCR
           IF IVPH-RESULT(1:4) = 'PASS'
               MOVE 'PASS' TO WS-DTL-STATUS
           ELSE
               MOVE 'FAIL' TO WS-DTL-STATUS
           END-IF.

       2300-FIND-OR-ADD-REGION.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RG-COUNT > 0
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
                   IF WS-RG-BES-NAME (WS-RG-IDX) = IVPH-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-RG-COUNT >= WS-RG-MAX-ENTRIES
                   DISPLAY 'IVPDYRPT: REGION TABLE FULL, MAX='
                       WS-RG-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RG-COUNT
               SET WS-RG-IDX TO WS-RG-COUNT
               MOVE IVPH-BES-NAME TO WS-RG-BES-NAME (WS-RG-IDX)
               PERFORM 2400-ASSIGN-PACKAGE
           END-IF.

       2400-ASSIGN-PACKAGE.
           MOVE ZERO TO WS-RG-PKG-SUB (WS-RG-IDX)
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-OWNER-COUNT > 0
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OW-BES-NAME (WS-OWNER-IDX) = IVPH-BES-NAME
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
               IF WS-OW-DIST-DEST (WS-OWNER-IDX) NOT = SPACES
                   PERFORM 2500-FIND-OR-ADD-PACKAGE
                   SET WS-RG-PKG-SUB (WS-RG-IDX) TO WS-PKG-IDX
               ELSE
                   ADD 1 TO WS-REGIONS-UNADDRESSED
               END-IF
           ELSE
               ADD 1 TO WS-REGIONS-UNADDRESSED
           END-IF.

       2500-FIND-OR-ADD-PACKAGE.
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
                   DISPLAY 'IVPDYRPT: PACKAGE TABLE FULL, MAX='
                       WS-PKG-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PKG-COUNT
               SET WS-PKG-IDX TO WS-PKG-COUNT
               MOVE WS-OW-OWNER-TEAM (WS-OWNER-IDX)
                   TO WS-PK-OWNER-TEAM (WS-PKG-IDX)
               MOVE WS-OW-DIST-DEST (WS-OWNER-IDX)
                   TO WS-PK-DIST-DEST (WS-PKG-IDX)
           END-IF.

       2600-LIST-DEPENDENTS.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-SK-COUNT
               IF WS-SK-ROOT-IVP-ID (WS-SK-IDX) = IVPH-IVP-ID
                   AND WS-SK-LISTED (WS-SK-IDX) = 'N'
                   MOVE 'Y' TO WS-SK-LISTED (WS-SK-IDX)
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM 2650-FORMAT-SKIP
                   WRITE REPORT-LINE FROM WS-SKIP-LINE
               END-IF
           END-PERFORM.

       2650-FORMAT-SKIP.
           MOVE WS-SK-IVP-ID (WS-SK-IDX)        TO WS-SKL-IVP-ID
           MOVE WS-SK-BES-NAME (WS-SK-IDX)      TO WS-SKL-BES-NAME
           MOVE WS-SK-ROOT-IVP-ID (WS-SK-IDX)   TO WS-SKL-ROOT-IVP-ID
           MOVE WS-SK-PREREQ-IVP-ID (WS-SK-IDX)
               TO WS-SKL-PREREQ-IVP-ID.

       2700-LIST-ORPHAN-SKIPS.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-SK-COUNT
               IF WS-SK-LISTED (WS-SK-IDX) = 'N'
                   IF WS-ORPHAN-COUNT = ZERO
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       WRITE REPORT-LINE FROM WS-ORPHAN-HDR-LINE
                   END-IF
                   MOVE 'Y' TO WS-SK-LISTED (WS-SK-IDX)
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM 2650-FORMAT-SKIP
                   WRITE REPORT-LINE FROM WS-SKIP-LINE
               END-IF
           END-PERFORM.

      *    EACH PACKAGE REREADS THE HISTORY FROM THE TOP.  A PACKAGE
      *    WHOSE REREAD CANNOT OPEN THE HISTORY IS NOT WRITTEN AND IS
      *    COUNTED AS FAILED.
       3000-BURST-PACKAGES.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > WS-PKG-COUNT
               MOVE SPACES TO WS-PKG-DSN
               STRING WS-PK-DIST-DEST (WS-PKG-IDX) DELIMITED BY SPACE
                      '.DYRPT.D' DELIMITED BY SIZE
                      LK-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PKG-DSN
               END-STRING
               PERFORM 3050-REOPEN-HIST
               IF NOT WS-HIST-IS-OPEN
                   DISPLAY 'IVPDYRPT: PACKAGE ' WS-PKG-DSN
                       ' NOT WRITTEN'
                   ADD 1 TO WS-PKGS-FAILED
               ELSE
                   OPEN OUTPUT OWNER-PACKAGE-FILE
                   IF WS-PKG-STATUS NOT = '00'
                       DISPLAY 'IVPDYRPT: UNABLE TO OPEN PACKAGE '
                           WS-PKG-DSN ', STATUS=' WS-PKG-STATUS
                       ADD 1 TO WS-PKGS-FAILED
                   ELSE
                       PERFORM 3100-WRITE-PACKAGE
                       CLOSE OWNER-PACKAGE-FILE
                       ADD 1 TO WS-PKGS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM.

       3050-REOPEN-HIST.
           IF WS-HIST-IS-OPEN
               CLOSE IVP-HIST-FILE
               MOVE 'N' TO WS-HIST-OPEN-SWITCH
           END-IF
           OPEN INPUT IVP-HIST-FILE
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'IVPDYRPT: UNABLE TO REOPEN HISTORY '
                   WS-HIST-DSN ', STATUS=' WS-HIST-STATUS
           END-IF.

       3100-WRITE-PACKAGE.
           WRITE OWNER-PACKAGE-LINE FROM WS-HEADING-1
           MOVE WS-PK-OWNER-TEAM (WS-PKG-IDX) TO WS-PH-OWNER-TEAM
           WRITE OWNER-PACKAGE-LINE FROM WS-PKG-HDR-LINE
           MOVE SPACES TO OWNER-PACKAGE-LINE
           WRITE OWNER-PACKAGE-LINE
           WRITE OWNER-PACKAGE-LINE FROM WS-HEADING-2
           SET WS-PKG-SUB TO WS-PKG-IDX
           MOVE ZERO TO WS-PKG-PASS-COUNT
           MOVE ZERO TO WS-PKG-FAIL-COUNT
           MOVE ZERO TO WS-PKG-SKIP-COUNT
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-SK-COUNT
               MOVE 'N' TO WS-SK-PKG-LISTED (WS-SK-IDX)
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-HIST
           PERFORM 3200-PACKAGE-HIST
               UNTIL WS-END-OF-HIST
           MOVE SPACES TO OWNER-PACKAGE-LINE
           WRITE OWNER-PACKAGE-LINE
           MOVE WS-PKG-PASS-COUNT TO WS-TOT-PASS
           MOVE WS-PKG-FAIL-COUNT TO WS-TOT-FAIL
           MOVE WS-PKG-SKIP-COUNT TO WS-TOT-SKIPPED
           WRITE OWNER-PACKAGE-LINE FROM WS-TOTALS-LINE.

       3200-PACKAGE-HIST.
           IF IVPH-CURRENT-LAYOUT
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
                   IF WS-RG-BES-NAME (WS-RG-IDX) = IVPH-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND
                   IF WS-RG-PKG-SUB (WS-RG-IDX) = WS-PKG-SUB
                       PERFORM 2200-FORMAT-DETAIL
                       IF WS-DTL-STATUS = 'PASS'
                           ADD 1 TO WS-PKG-PASS-COUNT
                       ELSE
                           ADD 1 TO WS-PKG-FAIL-COUNT
                       END-IF
                       WRITE OWNER-PACKAGE-LINE FROM WS-DETAIL-LINE
                       PERFORM 3300-PACKAGE-DEPENDENTS
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-HIST.

       3300-PACKAGE-DEPENDENTS.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-SK-COUNT
               IF WS-SK-ROOT-IVP-ID (WS-SK-IDX) = IVPH-IVP-ID
                   AND WS-SK-PKG-LISTED (WS-SK-IDX) = 'N'
                   MOVE 'Y' TO WS-SK-PKG-LISTED (WS-SK-IDX)
                   ADD 1 TO WS-PKG-SKIP-COUNT
                   PERFORM 2650-FORMAT-SKIP
                   WRITE OWNER-PACKAGE-LINE FROM WS-SKIP-LINE
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PASS-COUNT TO WS-TOT-PASS
           MOVE WS-FAIL-COUNT TO WS-TOT-FAIL
           MOVE WS-SKIP-COUNT TO WS-TOT-SKIPPED
           WRITE REPORT-LINE FROM WS-TOTALS-LINE
           IF WS-HIST-IS-OPEN
               CLOSE IVP-HIST-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'IVPDYRPT: RECORDS READ    = ' WS-RECS-READ
           DISPLAY 'IVPDYRPT: RECORDS PRINTED = ' WS-RECS-PRINTED
           DISPLAY 'IVPDYRPT: BAD LAYOUT VERS = ' WS-RECS-BAD-VERSION
           DISPLAY 'IVPDYRPT: OWNER PACKAGES  = ' WS-PKGS-WRITTEN
           DISPLAY 'IVPDYRPT: PACKAGES FAILED = ' WS-PKGS-FAILED
           DISPLAY 'IVPDYRPT: UNADDRESSED RGN = '
               WS-REGIONS-UNADDRESSED
           DISPLAY 'IVPDYRPT: SKIPPED-PREREQ  = ' WS-SKIP-COUNT
           DISPLAY 'IVPDYRPT: SKIPS NO ROOT   = ' WS-ORPHAN-COUNT
           EVALUATE TRUE
               WHEN WS-PKGS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECS-BAD-VERSION > 0
               WHEN WS-REGIONS-UNADDRESSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
