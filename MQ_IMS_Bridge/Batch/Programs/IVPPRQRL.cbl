      ******************************************************************
      *  PROGRAM-ID : IVPPRQRL
      *  PURPOSE    : PREREQUISITE RELEASE FOR HELD IVP REQUESTS.
      *               IVPDRVR HOLDS BACK EVERY REQUEST WHOSE DRIVER
      *               ROW NAMES A PREREQUISITE ROW (IVPHELD.CPY) SO A
      *               TEST THAT IS MEANINGLESS WITHOUT ITS
      *               PREREQUISITE - THE INQUIRY TRAN WITHOUT THE
      *               SIGN-ON TRAN, THE CONVERSATIONAL TEST WITHOUT
      *               THE SINGLE-TRIP TEST ON THE SAME REGION - IS NOT
      *               SENT TO TIME OUT AND RAISE ITS OWN EXCEPTION AND
      *               PAGE.  THIS STEP RUNS ONCE THE WAVE'S RESULTS ARE
      *               IN (IVPEXTR, PLUS ANY IVPASSRT ASSERTION FAILURES
      *               ON EXCASR) AND SETTLES EVERY HELD REQUEST:
      *                   PREREQUISITE PASSED  - RELEASED TO IVPRELS
      *                                          (IVPREQ LAYOUT) FOR
      *                                          THE NEXT WAVE
      *                   PREREQUISITE FAILED  - SKIPPED-PREREQ
      *                   PREREQUISITE SKIPPED - SKIPPED-PREREQ, SAME
      *                                          ROOT AS ITS PREREQ
      *                   NO RESULT YET        - STILL HELD (IVPHELDO)
      *               A CHAIN IS FOLLOWED TO ITS HEAD, SO EVERY SKIPPED
      *               DEPENDENT NAMES THE ONE ROOT FAILURE THAT
      *               SUPPRESSED IT.
      *
      *               EACH SKIPPED-PREREQ IS WRITTEN AS A SEVERITY-3
      *               IVP-EXCEPTION-RECORD (EXCP-SKIP-DETAIL SHAPE) TO
      *               THE DAY'S SKIP FILE PRQSKIP.Dyyyymmdd, APPENDED
      *               WAVE BY WAVE; THE SAME FILE IS READ BACK AT THE
      *               START OF EACH WAVE SO A DEPENDENT OF AN EARLIER
      *               WAVE'S SKIP INHERITS ITS ROOT.  IVPEXCON TAKES IT
      *               ON ITS EXCPRQ DD; IVPDYRPT AND IVPALERT USE IT TO
      *               LIST THE SUPPRESSED DEPENDENTS UNDER THE ROOT.
      *
      *               LK-RELEASE-MODE 'W' IS AN ORDINARY WAVE.  'F'
      *               CLOSES OUT THE DAY: NO FURTHER WAVE WILL RUN, SO
      *               ANYTHING STILL HELD AFTER RESOLUTION IS MARKED
      *               SKIPPED-PREREQ AGAINST ITS NEAREST UNRESOLVED
      *               PREREQUISITE INSTEAD OF BEING CARRIED, HEAD OF
      *               CHAIN FIRST SO EVERY DEPENDENT DOWN THE CHAIN
      *               NAMES THE SAME ROOT AND ROOT BES.
      *                   RC 0 - NOTHING SKIPPED
      *                   RC 4 - ONE OR MORE DEPENDENTS SKIPPED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPPRQRL.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVP-HELD-IN-FILE ASSIGN TO IVPHELDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDI-STATUS.

           SELECT IVP-EXTRACT-FILE ASSIGN TO IVPEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT ASSRT-EXC-FILE ASSIGN TO EXCASR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSRT-STATUS.

           SELECT PREREQ-SKIP-FILE ASSIGN TO DYNAMIC WS-SKIP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

           SELECT IVP-RELEASE-FILE ASSIGN TO IVPRELS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELS-STATUS.

           SELECT IVP-HELD-OUT-FILE ASSIGN TO IVPHELDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDO-STATUS.

           SELECT PRQRL-RPT-FILE ASSIGN TO PRQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-HELD-IN-FILE
           RECORDING MODE IS F.
           COPY IVPHELD.

       FD  IVP-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY IVP-EXTRACT-FIELDS.

       FD  ASSRT-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
               ASSRT-EXC-RECORD.

       FD  PREREQ-SKIP-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  IVP-RELEASE-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  IVP-HELD-OUT-FILE
           RECORDING MODE IS F.
           COPY IVPHELD REPLACING IVP-HELD-RECORD BY
               IVP-HELD-OUT-RECORD.

       FD  PRQRL-RPT-FILE
           RECORDING MODE IS F.
       01  PRQRL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HELDI-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-EXTRACT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-ASSRT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-SKIP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RELS-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-HELDO-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-SKIP-DSN              PIC X(44) VALUE SPACES.

       01  WS-HELD-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-RESULTS-READ          PIC S9(8) COMP VALUE ZERO.
       01  WS-RELEASED              PIC S9(8) COMP VALUE ZERO.
       01  WS-STILL-HELD            PIC S9(8) COMP VALUE ZERO.
       01  WS-SKIPPED               PIC S9(8) COMP VALUE ZERO.

       01  WS-CHANGE-SWITCH         PIC X(1).
           88  WS-STATE-CHANGED              VALUE 'Y'.
       01  WS-REMAINING-SWITCH      PIC X(1).
           88  WS-HELD-REMAINING             VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-RESULT-TABLE-CTRL.
           05  WS-RS-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RS-MAX-ENTRIES    PIC S9(4) COMP VALUE 2000.
       01  WS-RESULT-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES
                                    INDEXED BY WS-RS-IDX.
               10  WS-RS-IVP-ID         PIC X(8).
               10  WS-RS-BES-NAME       PIC X(8).
               10  WS-RS-OUTCOME        PIC X(1).
                   88  WS-RS-PASSED             VALUE 'P'.

       01  WS-PRIOR-TABLE-CTRL.
           05  WS-PS-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-PS-MAX-ENTRIES    PIC S9(4) COMP VALUE 500.
       01  WS-PRIOR-TABLE.
           05  WS-PS-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-PS-IDX.
               10  WS-PS-IVP-ID         PIC X(8).
               10  WS-PS-ROOT-IVP-ID    PIC X(8).
               10  WS-PS-ROOT-BES-NAME  PIC X(8).

       01  WS-HELD-TABLE-CTRL.
           05  WS-HD-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-HD-MAX-ENTRIES    PIC S9(4) COMP VALUE 500.
       01  WS-HELD-TABLE.
           05  WS-HD-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-HD-IDX WS-HX-IDX.
               10  WS-HD-IVP-ID         PIC X(8).
               10  WS-HD-PREREQ-IVP-ID  PIC X(8).
               10  WS-HD-BES-NAME       PIC X(8).
               10  WS-HD-STATE          PIC X(1).
                   88  WS-HD-HELD               VALUE 'H'.
                   88  WS-HD-RELEASED           VALUE 'R'.
                   88  WS-HD-SKIPPED            VALUE 'S'.
               10  WS-HD-ROOT-IVP-ID    PIC X(8).
               10  WS-HD-ROOT-BES-NAME  PIC X(8).
               10  WS-HD-IMAGE          PIC X(434).

       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(32) VALUE
               'PREREQUISITE RELEASE FOR DATE '.
           05  WS-HDR-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(8)  VALUE '  MODE '.
           05  WS-HDR-MODE          PIC X(1).
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(8)  VALUE 'IVP-ID'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'BES-NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'TRAN-ID'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'PREREQ'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(40) VALUE 'DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  WS-DL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-TRAN-ID        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PREREQ-IVP-ID  PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(16).
           05  WS-DL-ROOT-IVP-ID    PIC X(8).
       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(10) VALUE 'RELEASED='.
           05  WS-TOT-RELEASED      PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  HELD='.
           05  WS-TOT-HELD          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  SKIPPED='.
           05  WS-TOT-SKIPPED       PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RUN-DATE               PIC X(8).
       01  LK-RELEASE-MODE           PIC X(1).
           88  LK-FINAL-WAVE                  VALUE 'F'.
           88  LK-VALID-MODE                  VALUE 'W' 'F'.

       PROCEDURE DIVISION USING LK-RUN-DATE LK-RELEASE-MODE.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESOLVE-HELD
           PERFORM 3000-WRITE-DISPOSITIONS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF NOT LK-VALID-MODE
               DISPLAY 'IVPPRQRL: INVALID RELEASE MODE: '
                   LK-RELEASE-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME
           MOVE SPACES TO WS-SKIP-DSN
           STRING 'PRQSKIP.D' DELIMITED BY SIZE
                  LK-RUN-DATE DELIMITED BY SIZE
               INTO WS-SKIP-DSN
           END-STRING
           PERFORM 1100-LOAD-PRIOR-SKIPS
           PERFORM 1200-LOAD-RESULTS
           PERFORM 1300-LOAD-ASSERT-FAILURES
           PERFORM 1400-LOAD-HELD
           OPEN OUTPUT IVP-RELEASE-FILE
           IF WS-RELS-STATUS NOT = '00'
               DISPLAY 'IVPPRQRL: UNABLE TO OPEN RELEASE FILE, '
                   'STATUS=' WS-RELS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT IVP-HELD-OUT-FILE
           IF WS-HELDO-STATUS NOT = '00'
               DISPLAY 'IVPPRQRL: UNABLE TO OPEN HELD OUTPUT, '
                   'STATUS=' WS-HELDO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND PREREQ-SKIP-FILE
           IF WS-SKIP-STATUS = '35'
               OPEN OUTPUT PREREQ-SKIP-FILE
           END-IF
           IF WS-SKIP-STATUS NOT = '00' AND WS-SKIP-STATUS NOT = '05'
               DISPLAY 'IVPPRQRL: UNABLE TO OPEN ' WS-SKIP-DSN
                   ', STATUS=' WS-SKIP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRQRL-RPT-FILE
           MOVE LK-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE LK-RELEASE-MODE TO WS-HDR-MODE
           WRITE PRQRL-RPT-LINE FROM WS-HDR-LINE-1
           WRITE PRQRL-RPT-LINE FROM WS-HDR-LINE-2.

       1100-LOAD-PRIOR-SKIPS.
           OPEN INPUT PREREQ-SKIP-FILE
           IF WS-SKIP-STATUS = '00'
               PERFORM UNTIL WS-SKIP-STATUS = '10'
                   READ PREREQ-SKIP-FILE
                       AT END
                           MOVE '10' TO WS-SKIP-STATUS
                       NOT AT END
                           IF EXCP-SKIPPED-PREREQ
                                   OF IVP-EXCEPTION-RECORD
                               PERFORM 1110-STORE-PRIOR-SKIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-SKIP-FILE
           END-IF.

       1110-STORE-PRIOR-SKIP.
           IF WS-PS-COUNT >= WS-PS-MAX-ENTRIES
               DISPLAY 'IVPPRQRL: PRIOR SKIP TABLE FULL, MAX='
                   WS-PS-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PS-COUNT
           SET WS-PS-IDX TO WS-PS-COUNT
           MOVE EXCP-IVP-ID OF IVP-EXCEPTION-RECORD
               TO WS-PS-IVP-ID (WS-PS-IDX)
           MOVE EXCP-ROOT-IVP-ID OF IVP-EXCEPTION-RECORD
               TO WS-PS-ROOT-IVP-ID (WS-PS-IDX)
           MOVE EXCP-ROOT-BES-NAME OF IVP-EXCEPTION-RECORD
               TO WS-PS-ROOT-BES-NAME (WS-PS-IDX).

       1200-LOAD-RESULTS.
           OPEN INPUT IVP-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '00'
               PERFORM UNTIL WS-EXTRACT-STATUS = '10'
                   READ IVP-EXTRACT-FILE
                       AT END
                           MOVE '10' TO WS-EXTRACT-STATUS
                       NOT AT END
                           ADD 1 TO WS-RESULTS-READ
                           PERFORM 1210-STORE-RESULT
                   END-READ
               END-PERFORM
               CLOSE IVP-EXTRACT-FILE
           END-IF.

       1210-STORE-RESULT.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RS-COUNT > 0
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                   IF WS-RS-IVP-ID (WS-RS-IDX) =
                           IVP-ID OF IVP-EXTRACT-FIELDS
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-RS-COUNT >= WS-RS-MAX-ENTRIES
                   DISPLAY 'IVPPRQRL: RESULT TABLE FULL, MAX='
                       WS-RS-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RS-COUNT
               SET WS-RS-IDX TO WS-RS-COUNT
               MOVE IVP-ID OF IVP-EXTRACT-FIELDS
                   TO WS-RS-IVP-ID (WS-RS-IDX)
               MOVE IVP-BES-NAME OF IVP-EXTRACT-FIELDS
                   TO WS-RS-BES-NAME (WS-RS-IDX)
               MOVE 'P' TO WS-RS-OUTCOME (WS-RS-IDX)
           END-IF
           IF IVP-RESULT OF IVP-EXTRACT-FIELDS (1:4) NOT = 'PASS'
               MOVE 'F' TO WS-RS-OUTCOME (WS-RS-IDX)
           END-IF.

       1300-LOAD-ASSERT-FAILURES.
           OPEN INPUT ASSRT-EXC-FILE
           IF WS-ASSRT-STATUS = '00'
               PERFORM UNTIL WS-ASSRT-STATUS = '10'
                   READ ASSRT-EXC-FILE
                       AT END
                           MOVE '10' TO WS-ASSRT-STATUS
                       NOT AT END
                           PERFORM 1310-FAIL-ASSERTED-RESULT
                   END-READ
               END-PERFORM
               CLOSE ASSRT-EXC-FILE
           END-IF.

       1310-FAIL-ASSERTED-RESULT.
           IF WS-RS-COUNT > 0
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                   IF WS-RS-IVP-ID (WS-RS-IDX) =
                           EXCP-IVP-ID OF ASSRT-EXC-RECORD
                       MOVE 'F' TO WS-RS-OUTCOME (WS-RS-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       1400-LOAD-HELD.
           OPEN INPUT IVP-HELD-IN-FILE
           IF WS-HELDI-STATUS NOT = '00'
               DISPLAY 'IVPPRQRL: NO HELD REQUESTS, STATUS='
                   WS-HELDI-STATUS
           ELSE
               PERFORM UNTIL WS-HELDI-STATUS = '10'
                   READ IVP-HELD-IN-FILE
                       AT END
                           MOVE '10' TO WS-HELDI-STATUS
                       NOT AT END
                           ADD 1 TO WS-HELD-READ
                           PERFORM 1410-STORE-HELD
                   END-READ
               END-PERFORM
               CLOSE IVP-HELD-IN-FILE
           END-IF.

       1410-STORE-HELD.
           IF WS-HD-COUNT >= WS-HD-MAX-ENTRIES
               DISPLAY 'IVPPRQRL: HELD TABLE FULL, MAX='
                   WS-HD-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HD-COUNT
           SET WS-HD-IDX TO WS-HD-COUNT
           MOVE HELD-REQUEST-IMAGE OF IVP-HELD-RECORD
               TO WS-IVP-FIELDS-WORK
           MOVE HELD-IVP-ID OF IVP-HELD-RECORD
               TO WS-HD-IVP-ID (WS-HD-IDX)
           MOVE HELD-PREREQ-IVP-ID OF IVP-HELD-RECORD
               TO WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK
               TO WS-HD-BES-NAME (WS-HD-IDX)
           MOVE 'H'                TO WS-HD-STATE (WS-HD-IDX)
           MOVE SPACES             TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
           MOVE SPACES             TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
           MOVE HELD-REQUEST-IMAGE OF IVP-HELD-RECORD
               TO WS-HD-IMAGE (WS-HD-IDX).

       2000-RESOLVE-HELD.
           SET WS-STATE-CHANGED TO TRUE
           PERFORM 2100-RESOLVE-PASS
               UNTIL NOT WS-STATE-CHANGED
           IF LK-FINAL-WAVE
               PERFORM 2500-SETTLE-FINAL-WAVE
           END-IF.

       2100-RESOLVE-PASS.
           MOVE 'N' TO WS-CHANGE-SWITCH
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-HELD (WS-HD-IDX)
                   PERFORM 2200-RESOLVE-ONE
               END-IF
           END-PERFORM.

       2200-RESOLVE-ONE.
           PERFORM 2210-FIND-RESULT
           IF WS-ENTRY-FOUND
               IF WS-RS-PASSED (WS-RS-IDX)
                   MOVE 'R' TO WS-HD-STATE (WS-HD-IDX)
               ELSE
                   MOVE 'S' TO WS-HD-STATE (WS-HD-IDX)
                   MOVE WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                       TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                   MOVE WS-RS-BES-NAME (WS-RS-IDX)
                       TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
               END-IF
               SET WS-STATE-CHANGED TO TRUE
           ELSE
               PERFORM 2300-RESOLVE-FROM-SKIPS
           END-IF.

       2210-FIND-RESULT.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RS-COUNT > 0
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                   IF WS-RS-IVP-ID (WS-RS-IDX) =
                           WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2300-RESOLVE-FROM-SKIPS.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-PS-COUNT > 0
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
                   IF WS-PS-IVP-ID (WS-PS-IDX) =
                           WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND
               MOVE 'S' TO WS-HD-STATE (WS-HD-IDX)
               MOVE WS-PS-ROOT-IVP-ID (WS-PS-IDX)
                   TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
               MOVE WS-PS-ROOT-BES-NAME (WS-PS-IDX)
                   TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
               SET WS-STATE-CHANGED TO TRUE
           ELSE
               PERFORM 2310-FIND-HELD-PREREQ
               IF WS-ENTRY-FOUND
                   IF WS-HD-SKIPPED (WS-HX-IDX)
                       MOVE 'S' TO WS-HD-STATE (WS-HD-IDX)
                       MOVE WS-HD-ROOT-IVP-ID (WS-HX-IDX)
                           TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                       MOVE WS-HD-ROOT-BES-NAME (WS-HX-IDX)
                           TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
                       SET WS-STATE-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2310-FIND-HELD-PREREQ.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
               UNTIL WS-HX-IDX > WS-HD-COUNT
               IF WS-HD-IVP-ID (WS-HX-IDX) =
                       WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A SKIPPED PREREQUISITE PASSES ON ITS ROOT.  A HELD OR
      *    RELEASED ONE IS ITSELF THE NEAREST UNRESOLVED PREREQUISITE
      *    AND IS THE ROOT, ON ITS OWN BES.  ONLY A PREREQUISITE IN
      *    NEITHER TABLE LEAVES THE DEPENDENT'S OWN BES AS THE ROOT'S.
       2400-SKIP-ON-PREREQ.
           PERFORM 2310-FIND-HELD-PREREQ
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                       TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                   MOVE WS-HD-BES-NAME (WS-HD-IDX)
                       TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
               WHEN WS-HD-SKIPPED (WS-HX-IDX)
                   MOVE WS-HD-ROOT-IVP-ID (WS-HX-IDX)
                       TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                   MOVE WS-HD-ROOT-BES-NAME (WS-HX-IDX)
                       TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
               WHEN OTHER
                   MOVE WS-HD-IVP-ID (WS-HX-IDX)
                       TO WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                   MOVE WS-HD-BES-NAME (WS-HX-IDX)
                       TO WS-HD-ROOT-BES-NAME (WS-HD-IDX)
           END-EVALUATE
           MOVE 'S' TO WS-HD-STATE (WS-HD-IDX).

      *    FINAL WAVE: SKIP FROM THE HEAD OF EACH CHAIN DOWN.  A
      *    REQUEST WHOSE PREREQUISITE IS STILL HELD WAITS FOR A LATER
      *    PASS, WHATEVER ITS PLACE IN THE TABLE, SO IT INHERITS THAT
      *    PREREQUISITE'S ROOT.  WHAT IS LEFT WHEN A PASS CHANGES
      *    NOTHING LEADS INTO A CYCLE.  FOLLOWING PREREQUISITES FROM
      *    ANY HELD REQUEST AS MANY TIMES AS THERE ARE ROWS ENDS ON A
      *    CYCLE MEMBER, WHICH IS SKIPPED AGAINST ITS HELD PREREQUISITE
      *    BEFORE THE PASSES RESUME.
       2500-SETTLE-FINAL-WAVE.
           SET WS-HELD-REMAINING TO TRUE
           PERFORM UNTIL NOT WS-HELD-REMAINING
               SET WS-STATE-CHANGED TO TRUE
               PERFORM 2510-FINAL-SKIP-PASS
                   UNTIL NOT WS-STATE-CHANGED
               PERFORM 2530-BREAK-ONE-CYCLE
           END-PERFORM.

       2510-FINAL-SKIP-PASS.
           MOVE 'N' TO WS-CHANGE-SWITCH
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-HELD (WS-HD-IDX)
                   PERFORM 2310-FIND-HELD-PREREQ
                   IF NOT WS-ENTRY-FOUND
                           OR NOT WS-HD-HELD (WS-HX-IDX)
                       PERFORM 2400-SKIP-ON-PREREQ
                       SET WS-STATE-CHANGED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2530-BREAK-ONE-CYCLE.
           MOVE 'N' TO WS-REMAINING-SWITCH
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-HELD (WS-HD-IDX)
                   SET WS-HELD-REMAINING TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HELD-REMAINING
               PERFORM WS-HD-COUNT TIMES
                   PERFORM 2310-FIND-HELD-PREREQ
                   SET WS-HD-IDX TO WS-HX-IDX
               END-PERFORM
               PERFORM 2400-SKIP-ON-PREREQ
           END-IF.

       3000-WRITE-DISPOSITIONS.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               MOVE WS-HD-IMAGE (WS-HD-IDX) TO WS-IVP-FIELDS-WORK
               MOVE WS-HD-IVP-ID (WS-HD-IDX) TO WS-DL-IVP-ID
               MOVE WS-HD-BES-NAME (WS-HD-IDX) TO WS-DL-BES-NAME
               MOVE IVP-BES-TRAN-ID OF WS-IVP-FIELDS-WORK
                   TO WS-DL-TRAN-ID
               MOVE WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                   TO WS-DL-PREREQ-IVP-ID
               MOVE SPACES TO WS-DL-ROOT-IVP-ID
               EVALUATE TRUE
                   WHEN WS-HD-RELEASED (WS-HD-IDX)
                       WRITE WS-IVP-FIELDS FROM WS-IVP-FIELDS-WORK
                       ADD 1 TO WS-RELEASED
                       MOVE 'RELEASED' TO WS-DL-DISPOSITION
                   WHEN WS-HD-HELD (WS-HD-IDX)
                       MOVE WS-HD-IVP-ID (WS-HD-IDX)
                           TO HELD-IVP-ID OF IVP-HELD-OUT-RECORD
                       MOVE WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
                           TO HELD-PREREQ-IVP-ID OF IVP-HELD-OUT-RECORD
                       MOVE WS-HD-IMAGE (WS-HD-IDX)
                           TO HELD-REQUEST-IMAGE OF IVP-HELD-OUT-RECORD
                       WRITE IVP-HELD-OUT-RECORD
                       ADD 1 TO WS-STILL-HELD
                       MOVE 'STILL HELD' TO WS-DL-DISPOSITION
                   WHEN OTHER
                       PERFORM 3100-WRITE-SKIP-EXCEPTION
                       ADD 1 TO WS-SKIPPED
                       MOVE 'SKIPPED - ROOT ' TO WS-DL-DISPOSITION
                       MOVE WS-HD-ROOT-IVP-ID (WS-HD-IDX)
                           TO WS-DL-ROOT-IVP-ID
               END-EVALUATE
               WRITE PRQRL-RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

       3100-WRITE-SKIP-EXCEPTION.
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPPRQRL'
               TO EXCP-SOURCE-PGM OF IVP-EXCEPTION-RECORD
           MOVE WS-HD-IVP-ID (WS-HD-IDX)
               TO EXCP-IVP-ID OF IVP-EXCEPTION-RECORD
           MOVE IVP-BTCH-SEQ-NO OF WS-IVP-FIELDS-WORK
               TO EXCP-BTCH-SEQ-NO OF IVP-EXCEPTION-RECORD
           MOVE WS-HD-BES-NAME (WS-HD-IDX)
               TO EXCP-BES-NAME OF IVP-EXCEPTION-RECORD
           MOVE IVP-BES-TRAN-ID OF WS-IVP-FIELDS-WORK
               TO EXCP-BES-TRAN-ID OF IVP-EXCEPTION-RECORD
           MOVE '3' TO EXCP-SEVERITY OF IVP-EXCEPTION-RECORD
           MOVE 'SKIPPED-PREREQ'
               TO EXCP-SKIP-TAG OF IVP-EXCEPTION-RECORD
           MOVE 'ROOT '
               TO EXCP-SKIP-ROOT-LIT OF IVP-EXCEPTION-RECORD
           MOVE WS-HD-ROOT-IVP-ID (WS-HD-IDX)
               TO EXCP-ROOT-IVP-ID OF IVP-EXCEPTION-RECORD
           MOVE ' PREREQ '
               TO EXCP-SKIP-PREREQ-LIT OF IVP-EXCEPTION-RECORD
           MOVE WS-HD-PREREQ-IVP-ID (WS-HD-IDX)
               TO EXCP-PREREQ-IVP-ID OF IVP-EXCEPTION-RECORD
           MOVE ' ON '
               TO EXCP-SKIP-ON-LIT OF IVP-EXCEPTION-RECORD
           MOVE WS-HD-ROOT-BES-NAME (WS-HD-IDX)
               TO EXCP-ROOT-BES-NAME OF IVP-EXCEPTION-RECORD
           MOVE WS-RAISED-DATE
               TO EXCP-RAISED-DATE OF IVP-EXCEPTION-RECORD
           MOVE WS-RAISED-TIME
               TO EXCP-RAISED-TIME OF IVP-EXCEPTION-RECORD
           MOVE 'N' TO EXCP-ACK-FLAG OF IVP-EXCEPTION-RECORD
           MOVE ZERO TO EXCP-AGE-DAYS OF IVP-EXCEPTION-RECORD
           WRITE IVP-EXCEPTION-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO PRQRL-RPT-LINE
           WRITE PRQRL-RPT-LINE
           MOVE WS-RELEASED   TO WS-TOT-RELEASED
           MOVE WS-STILL-HELD TO WS-TOT-HELD
           MOVE WS-SKIPPED    TO WS-TOT-SKIPPED
           WRITE PRQRL-RPT-LINE FROM WS-TOTALS-LINE
           CLOSE IVP-RELEASE-FILE
           CLOSE IVP-HELD-OUT-FILE
           CLOSE PREREQ-SKIP-FILE
           CLOSE PRQRL-RPT-FILE
           DISPLAY 'IVPPRQRL: HELD REQUESTS READ = ' WS-HELD-READ
           DISPLAY 'IVPPRQRL: RESULTS READ       = ' WS-RESULTS-READ
           DISPLAY 'IVPPRQRL: RELEASED           = ' WS-RELEASED
           DISPLAY 'IVPPRQRL: STILL HELD         = ' WS-STILL-HELD
           DISPLAY 'IVPPRQRL: SKIPPED-PREREQ     = ' WS-SKIPPED
           IF WS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
