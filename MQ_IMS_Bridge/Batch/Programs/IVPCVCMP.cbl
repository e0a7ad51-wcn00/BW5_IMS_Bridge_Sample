      ******************************************************************
      *  PROGRAM-ID : IVPCVCMP
      *  PURPOSE    : CHANGE-VERIFICATION COMPARISON AND CERTIFICATION.
      *               TAKES THE COMPLETED EXTRACT OF THE PRE-CHANGE
      *               BASELINE RUN (CVBASE) AND OF THE POST-CHANGE
      *               VERIFICATION RUN (CVEXTR) GENERATED BY IVPCVGEN
      *               FOR ONE CHANGE TICKET (CHGTKT.CPY), MATCHES THEM
      *               TEST BY TEST ON IVP-ID AND IVP-BES-NAME - THE
      *               IVPDRCMP PATTERN - AND JUDGES EACH REGION ON:
      *                   PASS/FAIL  - A TEST THAT NO LONGER PASSES,
      *                                OR THAT RAN BEFORE THE CHANGE
      *                                AND NOT AFTER IT
      *                   ASSERTION  - A REPLY THAT NO LONGER MATCHES
      *                                ITS ASSERTLB PATTERN (SAME
      *                                LOOKUP ORDER AS IVPASSRT)
      *                   LATENCY    - THE REGION'S MEAN ROUND TRIP
      *                                AFTER THE CHANGE OVER ITS MEAN
      *                                BEFORE, AGAINST
      *                                LK-MAX-LAT-RATIO-PCT PERCENT
      *               ONE CHANGE-CERT-RECORD (CERTREC.CPY) IS WRITTEN
      *               PER REGION - EVERY AFFECTED BES ON THE TICKET
      *               PLUS ANY FAILOVER ALTERNATE THAT WAS DRIVEN -
      *               'CERTIFIED' OR 'FAILED' WITH ITS REASONS, FOR
      *               THE CHANGE-MANAGEMENT SYSTEM TO INGEST.  ONLY
      *               RECORDS CARRYING THE TICKET NUMBER IN
      *               IVP-SUBJ-SFX (19:12) TAKE PART.
      *
      *               A TEST MAY REPLY MORE THAN ONCE UNDER ONE
      *               IVP-ID; EACH REPLY PAIRS WITH ITS OWN BASELINE
      *               REPLY, BUT THE TEST IS COUNTED RUN (ON THE
      *               IVP-ID/BES BREAK OF THE VERIFY EXTRACT) AND
      *               FAILED ONCE, HOWEVER MANY OF ITS REPLIES FAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPCVCMP.
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

           SELECT BASE-EXTRACT-FILE ASSIGN TO CVBASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT VERIFY-EXTRACT-FILE ASSIGN TO CVEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT ASSERTION-LIB-FILE ASSIGN TO ASSERTLB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.

           SELECT CHANGE-CERT-FILE ASSIGN TO CHGCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT CV-CMP-RPT-FILE ASSIGN TO CVCMPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-TICKET-FILE
           RECORDING MODE IS F.
           COPY CHGTKT.

       FD  BASE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY BASE-IVP-FIELDS.

       FD  VERIFY-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  ASSERTION-LIB-FILE
           RECORDING MODE IS F.
           COPY ASSERTLB.

       FD  CHANGE-CERT-FILE
           RECORDING MODE IS F.
           COPY CERTREC.

       FD  CV-CMP-RPT-FILE
           RECORDING MODE IS F.
       01  CV-CMP-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-BASE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-VERIFY-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-LIB-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CERT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-BASE-EOF-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-END-OF-BASE                VALUE 'Y'.
       01  WS-VERIFY-EOF-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-END-OF-VERIFY              VALUE 'Y'.
       01  WS-BASE-RECS-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-VERIFY-RECS-READ      PIC S9(8) COMP VALUE ZERO.
       01  WS-OTHER-TICKET-RECS     PIC S9(8) COMP VALUE ZERO.
       01  WS-TESTS-COMPARED        PIC S9(8) COMP VALUE ZERO.
       01  WS-REGIONS-CERTIFIED     PIC S9(8) COMP VALUE ZERO.
       01  WS-REGIONS-FAILED        PIC S9(8) COMP VALUE ZERO.

       01  WS-TICKET-NO             PIC X(12).
       01  WS-AFFECTED-SUB          PIC S9(4) COMP.

       01  WS-BASE-TABLE-CTRL.
           05  WS-BAS-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-BAS-MAX-ENTRIES   PIC S9(4) COMP VALUE 500.
       01  WS-BASE-TABLE.
           05  WS-BAS-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-BAS-IDX.
               10  WS-BA-IVP-ID         PIC X(8).
               10  WS-BA-BES-NAME       PIC X(8).
               10  WS-BA-PASSED         PIC X(1).
               10  WS-BA-ASSERT         PIC X(1).
               10  WS-BA-LATENCY        USAGE COMP-2.
               10  WS-BA-MATCHED        PIC X(1).
                   88  WS-BA-WAS-MATCHED       VALUE 'Y'.
               10  WS-BA-TEST-FAILED    PIC X(1).
                   88  WS-BA-TEST-HAS-FAILED   VALUE 'Y'.
       01  WS-BAS-SUB               PIC S9(4) COMP.

       01  WS-REGION-TABLE-CTRL.
           05  WS-REG-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-REG-MAX-ENTRIES   PIC S9(4) COMP VALUE 50.
       01  WS-REGION-TABLE.
           05  WS-REG-ENTRY OCCURS 50 TIMES
                                    INDEXED BY WS-REG-IDX.
               10  WS-RG-BES-NAME       PIC X(8).
               10  WS-RG-TESTS-RUN      PIC S9(4) COMP.
               10  WS-RG-TESTS-FAILED   PIC S9(4) COMP.
               10  WS-RG-REASON-COUNT   PIC S9(4) COMP.
               10  WS-RG-REASON         PIC X(60) OCCURS 3 TIMES.
               10  WS-RG-PAIR-COUNT     PIC S9(8) COMP.
               10  WS-RG-BASE-LAT-SUM   USAGE COMP-2.
               10  WS-RG-VER-LAT-SUM    USAGE COMP-2.

       01  WS-LIB-TABLE-CTRL.
           05  WS-LIB-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-LIB-MAX-ENTRIES   PIC S9(4) COMP VALUE 200.
       01  WS-LIB-TABLE.
           05  WS-LIB-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-LIB-IDX.
               10  WS-LB-BES-NAME       PIC X(8).
               10  WS-LB-VARIANT-CODE   PIC X(8).
               10  WS-LB-PATTERN        PIC X(80).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-MATCH-SWITCH          PIC X(1).
           88  WS-RESULT-MATCHES             VALUE 'Y'.
       01  WS-TEST-FAIL-SWITCH      PIC X(1).
           88  WS-TEST-FAILED                VALUE 'Y'.
       01  WS-FAIL-COUNTED-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-TEST-FAIL-COUNTED          VALUE 'Y'.
       01  WS-TEST-RAN-SWITCH       PIC X(1).
           88  WS-TEST-RAN-AFTER             VALUE 'Y'.
       01  WS-EARLIER-SWITCH        PIC X(1).
           88  WS-TEST-ALREADY-TAKEN         VALUE 'Y'.
       01  WS-PREV-IVP-ID           PIC X(8)  VALUE SPACES.
       01  WS-PREV-BES-NAME         PIC X(8)  VALUE SPACES.

      *    ONE JUDGED RESULT: 'Y'/'N' PASSED; ASSERTION 'P' MET,
      *    'F' FAILED, 'N' NO ASSERTION ROW APPLIES.
       01  WS-JUDGE-RESULT          PIC X(80).
       01  WS-JUDGE-BES-NAME        PIC X(8).
       01  WS-JUDGE-VARIANT         PIC X(8).
       01  WS-JUDGE-PASSED          PIC X(1).
       01  WS-JUDGE-ASSERT          PIC X(1).
       01  WS-COMPARE-SUB           PIC S9(4) COMP.

       01  WS-VERIFY-LATENCY        USAGE COMP-2.
       01  WS-BASE-MEAN             USAGE COMP-2.
       01  WS-VERIFY-MEAN           USAGE COMP-2.
       01  WS-LAT-RATIO             USAGE COMP-2.
       01  WS-LAT-LIMIT             USAGE COMP-2.
       01  WS-RATIO-EDIT            PIC ZZ9.99.
       01  WS-REASON-TEXT           PIC X(60).
       01  WS-ISSUED-DATE           PIC 9(8).
       01  WS-ISSUED-TIME           PIC X(8).

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40)
               VALUE 'CHANGE VERIFICATION CERTIFICATION - TKT'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-HDR-TICKET-NO     PIC X(12).
       01  WS-TEST-LINE.
           05  WS-TL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TL-REASON         PIC X(60).
       01  WS-CERT-LINE.
           05  WS-CL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CL-STATUS         PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE 'TESTS='.
           05  WS-CL-TESTS-RUN      PIC ZZZ9.
           05  FILLER               PIC X(9)  VALUE '  FAILED='.
           05  WS-CL-TESTS-FAILED   PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE '  LAT RATIO='.
           05  WS-CL-LAT-RATIO      PIC ZZ9.99.
       01  WS-REASON-LINE.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RL-REASON         PIC X(60).

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

       LINKAGE SECTION.
       01  LK-MAX-LAT-RATIO-PCT      PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-MAX-LAT-RATIO-PCT.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BASELINE
               UNTIL WS-END-OF-BASE
           PERFORM 3000-COMPARE-VERIFY
               UNTIL WS-END-OF-VERIFY
           PERFORM 4000-REPORT-MISSING-TESTS
           PERFORM 5000-CERTIFY-REGIONS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-MAX-LAT-RATIO-PCT NOT > ZERO
               DISPLAY 'IVPCVCMP: LATENCY RATIO LIMIT MUST BE POSITIVE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-LAT-LIMIT = LK-MAX-LAT-RATIO-PCT / 100
           PERFORM 1100-LOAD-TICKET
           PERFORM 1200-LOAD-ASSERTION-LIB
           OPEN INPUT BASE-EXTRACT-FILE
           IF WS-BASE-STATUS NOT = '00'
               DISPLAY 'IVPCVCMP: UNABLE TO OPEN BASELINE EXTRACT, '
                   'STATUS=' WS-BASE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VERIFY-EXTRACT-FILE
           IF WS-VERIFY-STATUS NOT = '00'
               DISPLAY 'IVPCVCMP: UNABLE TO OPEN VERIFY EXTRACT, '
                   'STATUS=' WS-VERIFY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHANGE-CERT-FILE
           OPEN OUTPUT CV-CMP-RPT-FILE
           MOVE WS-TICKET-NO TO WS-HDR-TICKET-NO
           WRITE CV-CMP-RPT-LINE FROM WS-HDR-LINE-1
           ACCEPT WS-ISSUED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ISSUED-TIME FROM TIME
           PERFORM 2100-READ-BASE
           PERFORM 3100-READ-VERIFY.

      *    EVERY AFFECTED BES GETS A CERTIFICATION LINE, EVEN WHEN NO
      *    RESULT CAME BACK FOR IT.
       1100-LOAD-TICKET.
           OPEN INPUT CHANGE-TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               DISPLAY 'IVPCVCMP: UNABLE TO OPEN CHANGE TICKET, '
                   'STATUS=' WS-TICKET-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CHANGE-TICKET-FILE
               AT END
                   DISPLAY 'IVPCVCMP: CHANGE TICKET FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE CTKT-TICKET-NO TO WS-TICKET-NO
           PERFORM VARYING WS-AFFECTED-SUB FROM 1 BY 1
               UNTIL WS-AFFECTED-SUB > 10
               IF CTKT-BES-NAME (WS-AFFECTED-SUB) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE CTKT-BES-NAME (WS-AFFECTED-SUB)
                   TO WS-JUDGE-BES-NAME
               PERFORM 8000-FIND-OR-ADD-REGION
           END-PERFORM
           CLOSE CHANGE-TICKET-FILE.

       1200-LOAD-ASSERTION-LIB.
           OPEN INPUT ASSERTION-LIB-FILE
           IF WS-LIB-STATUS = '00'
               PERFORM UNTIL WS-LIB-STATUS = '10'
                   READ ASSERTION-LIB-FILE
                       AT END
                           MOVE '10' TO WS-LIB-STATUS
                       NOT AT END
                           IF WS-LIB-COUNT >= WS-LIB-MAX-ENTRIES
                               DISPLAY 'IVPCVCMP: LIBRARY TABLE FULL, '
                                   'MAX=' WS-LIB-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-LIB-COUNT
                           SET WS-LIB-IDX TO WS-LIB-COUNT
                           MOVE ASRT-BES-NAME
                               TO WS-LB-BES-NAME (WS-LIB-IDX)
                           MOVE ASRT-VARIANT-CODE
                               TO WS-LB-VARIANT-CODE (WS-LIB-IDX)
                           MOVE ASRT-EXPECT-PATTERN
                               TO WS-LB-PATTERN (WS-LIB-IDX)
                   END-READ
               END-PERFORM
               CLOSE ASSERTION-LIB-FILE
           END-IF.

       2000-LOAD-BASELINE.
           ADD 1 TO WS-BASE-RECS-READ
           IF IVP-SUBJ-SFX OF BASE-IVP-FIELDS (19:12) = WS-TICKET-NO
               IF WS-BAS-COUNT >= WS-BAS-MAX-ENTRIES
                   DISPLAY 'IVPCVCMP: BASELINE TABLE FULL, MAX='
                       WS-BAS-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-BAS-COUNT
               SET WS-BAS-IDX TO WS-BAS-COUNT
               MOVE IVP-ID OF BASE-IVP-FIELDS
                   TO WS-BA-IVP-ID (WS-BAS-IDX)
               MOVE IVP-BES-NAME OF BASE-IVP-FIELDS
                   TO WS-BA-BES-NAME (WS-BAS-IDX)
               MOVE IVP-RESULT OF BASE-IVP-FIELDS TO WS-JUDGE-RESULT
               MOVE IVP-BES-NAME OF BASE-IVP-FIELDS
                   TO WS-JUDGE-BES-NAME
               MOVE IVP-SUBJ-SFX OF BASE-IVP-FIELDS (1:8)
                   TO WS-JUDGE-VARIANT
               PERFORM 7000-JUDGE-RESULT
               MOVE WS-JUDGE-PASSED TO WS-BA-PASSED (WS-BAS-IDX)
               MOVE WS-JUDGE-ASSERT TO WS-BA-ASSERT (WS-BAS-IDX)
               IF IVP-REPLY-TIME OF BASE-IVP-FIELDS NOT = SPACES
                   COMPUTE WS-BA-LATENCY (WS-BAS-IDX) =
                       IVP-REPLY-LILSECS OF BASE-IVP-FIELDS -
                       IVP-START-LILSECS OF BASE-IVP-FIELDS
               ELSE
                   MOVE ZERO TO WS-BA-LATENCY (WS-BAS-IDX)
               END-IF
               MOVE 'N' TO WS-BA-MATCHED (WS-BAS-IDX)
               MOVE 'N' TO WS-BA-TEST-FAILED (WS-BAS-IDX)
           ELSE
               ADD 1 TO WS-OTHER-TICKET-RECS
           END-IF
           PERFORM 2100-READ-BASE.

       2100-READ-BASE.
           READ BASE-EXTRACT-FILE
               AT END
                   SET WS-END-OF-BASE TO TRUE
           END-READ.

       3000-COMPARE-VERIFY.
           ADD 1 TO WS-VERIFY-RECS-READ
           IF IVP-SUBJ-SFX OF WS-IVP-FIELDS-WORK (19:12) =
                   WS-TICKET-NO
               PERFORM 3200-COMPARE-ONE-TEST
           ELSE
               ADD 1 TO WS-OTHER-TICKET-RECS
           END-IF
           PERFORM 3100-READ-VERIFY.

       3100-READ-VERIFY.
           READ VERIFY-EXTRACT-FILE INTO WS-IVP-FIELDS-WORK
               AT END
                   SET WS-END-OF-VERIFY TO TRUE
           END-READ.

       3200-COMPARE-ONE-TEST.
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK TO WS-JUDGE-BES-NAME
           PERFORM 8000-FIND-OR-ADD-REGION
           IF IVP-ID OF WS-IVP-FIELDS-WORK NOT = WS-PREV-IVP-ID
               OR IVP-BES-NAME OF WS-IVP-FIELDS-WORK
                   NOT = WS-PREV-BES-NAME
               ADD 1 TO WS-TESTS-COMPARED
               ADD 1 TO WS-RG-TESTS-RUN (WS-REG-IDX)
               MOVE 'N' TO WS-FAIL-COUNTED-SWITCH
               MOVE IVP-ID OF WS-IVP-FIELDS-WORK TO WS-PREV-IVP-ID
               MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK
                   TO WS-PREV-BES-NAME
           END-IF
           MOVE IVP-RESULT OF WS-IVP-FIELDS-WORK TO WS-JUDGE-RESULT
           MOVE IVP-SUBJ-SFX OF WS-IVP-FIELDS-WORK (1:8)
               TO WS-JUDGE-VARIANT
           PERFORM 7000-JUDGE-RESULT
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-BAS-COUNT > 0
               PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
                   UNTIL WS-BAS-IDX > WS-BAS-COUNT
                   IF WS-BA-IVP-ID (WS-BAS-IDX) =
                           IVP-ID OF WS-IVP-FIELDS-WORK
                       AND WS-BA-BES-NAME (WS-BAS-IDX) =
                           IVP-BES-NAME OF WS-IVP-FIELDS-WORK
                       AND NOT WS-BA-WAS-MATCHED (WS-BAS-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-TEST-FAIL-SWITCH
           IF WS-ENTRY-FOUND
               SET WS-BA-WAS-MATCHED (WS-BAS-IDX) TO TRUE
               PERFORM 3300-JUDGE-AGAINST-BASELINE
               PERFORM 3400-ACCUMULATE-LATENCY
           ELSE
               IF WS-JUDGE-PASSED = 'N'
                   MOVE 'FAILS AFTER CHANGE, NOT IN BASELINE RUN'
                       TO WS-REASON-TEXT
                   PERFORM 6000-ADD-TEST-REASON
               ELSE
                   IF WS-JUDGE-ASSERT = 'F'
                       MOVE 'ASSERTION FAILS, NOT IN BASELINE RUN'
                           TO WS-REASON-TEXT
                       PERFORM 6000-ADD-TEST-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TEST-FAILED AND NOT WS-TEST-FAIL-COUNTED
               ADD 1 TO WS-RG-TESTS-FAILED (WS-REG-IDX)
               SET WS-TEST-FAIL-COUNTED TO TRUE
               PERFORM 3500-MARK-TEST-FAILED
           END-IF.

      *    FLAG EVERY BASELINE REPLY OF THE TEST JUST COUNTED FAILED,
      *    SO A MISSING REPLY OF THE SAME TEST DOES NOT COUNT IT AGAIN.
       3500-MARK-TEST-FAILED.
           IF WS-BAS-COUNT > 0
               PERFORM VARYING WS-BAS-SUB FROM 1 BY 1
                   UNTIL WS-BAS-SUB > WS-BAS-COUNT
                   IF WS-BA-IVP-ID (WS-BAS-SUB) = WS-PREV-IVP-ID
                       AND WS-BA-BES-NAME (WS-BAS-SUB) =
                           WS-PREV-BES-NAME
                       MOVE 'Y' TO WS-BA-TEST-FAILED (WS-BAS-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *    A FAILURE THAT WAS ALREADY THERE BEFORE THE CHANGE STILL
      *    BLOCKS CERTIFICATION, BUT THE REASON SAYS SO.
       3300-JUDGE-AGAINST-BASELINE.
           IF WS-JUDGE-PASSED = 'N'
               IF WS-BA-PASSED (WS-BAS-IDX) = 'Y'
                   MOVE 'FAILS AFTER CHANGE, PASSED BASELINE'
                       TO WS-REASON-TEXT
               ELSE
                   MOVE 'FAILS AFTER CHANGE, ALSO FAILED BASELINE'
                       TO WS-REASON-TEXT
               END-IF
               PERFORM 6000-ADD-TEST-REASON
           ELSE
               IF WS-JUDGE-ASSERT = 'F'
                   IF WS-BA-ASSERT (WS-BAS-IDX) = 'F'
                       MOVE 'ASSERTION FAILS, ALSO FAILED BASELINE'
                           TO WS-REASON-TEXT
                   ELSE
                       MOVE 'ASSERTION FAILS AFTER CHANGE'
                           TO WS-REASON-TEXT
                   END-IF
                   PERFORM 6000-ADD-TEST-REASON
               END-IF
           END-IF.

       3400-ACCUMULATE-LATENCY.
           IF IVP-REPLY-TIME OF WS-IVP-FIELDS-WORK NOT = SPACES
               AND WS-BA-LATENCY (WS-BAS-IDX) > 0
               COMPUTE WS-VERIFY-LATENCY =
                   IVP-REPLY-LILSECS OF WS-IVP-FIELDS-WORK -
                   IVP-START-LILSECS OF WS-IVP-FIELDS-WORK
               ADD 1 TO WS-RG-PAIR-COUNT (WS-REG-IDX)
               ADD WS-BA-LATENCY (WS-BAS-IDX)
                   TO WS-RG-BASE-LAT-SUM (WS-REG-IDX)
               ADD WS-VERIFY-LATENCY
                   TO WS-RG-VER-LAT-SUM (WS-REG-IDX)
           END-IF.

      *    A TEST THAT RAN BEFORE THE CHANGE AND NOT AFTER IT NEVER
      *    REPLIED, OR WAS NEVER DRIVEN - EITHER WAY IT IS NOT PROVEN.
      *    ONE THAT RAN AFTER IT BUT CAME BACK SHORT OF REPLIES FAILS
      *    TOO, BUT WAS ALREADY COUNTED RUN.  EACH TEST IS TAKEN ONCE,
      *    AT ITS FIRST UNMATCHED BASELINE REPLY.
       4000-REPORT-MISSING-TESTS.
           IF WS-BAS-COUNT > 0
               PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
                   UNTIL WS-BAS-IDX > WS-BAS-COUNT
                   IF NOT WS-BA-WAS-MATCHED (WS-BAS-IDX)
                       PERFORM 4100-CHECK-TEST-HISTORY
                       IF NOT WS-TEST-ALREADY-TAKEN
                           PERFORM 4200-FAIL-MISSING-TEST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    DID THE TEST OF THIS BASELINE REPLY RUN AFTER THE CHANGE,
      *    AND HAS AN EARLIER UNMATCHED REPLY ALREADY TAKEN IT?
       4100-CHECK-TEST-HISTORY.
           MOVE 'N' TO WS-TEST-RAN-SWITCH
           MOVE 'N' TO WS-EARLIER-SWITCH
           PERFORM VARYING WS-BAS-SUB FROM 1 BY 1
               UNTIL WS-BAS-SUB > WS-BAS-COUNT
               IF WS-BA-IVP-ID (WS-BAS-SUB) = WS-BA-IVP-ID (WS-BAS-IDX)
                   AND WS-BA-BES-NAME (WS-BAS-SUB) =
                       WS-BA-BES-NAME (WS-BAS-IDX)
                   IF WS-BA-WAS-MATCHED (WS-BAS-SUB)
                       SET WS-TEST-RAN-AFTER TO TRUE
                   ELSE
                       IF WS-BAS-SUB < WS-BAS-IDX
                           SET WS-TEST-ALREADY-TAKEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4200-FAIL-MISSING-TEST.
           MOVE WS-BA-BES-NAME (WS-BAS-IDX) TO WS-JUDGE-BES-NAME
           PERFORM 8000-FIND-OR-ADD-REGION
           IF WS-TEST-RAN-AFTER
               IF NOT WS-BA-TEST-HAS-FAILED (WS-BAS-IDX)
                   ADD 1 TO WS-RG-TESTS-FAILED (WS-REG-IDX)
               END-IF
               MOVE 'FEWER REPLIES AFTER CHANGE THAN BEFORE'
                   TO WS-REASON-TEXT
           ELSE
               ADD 1 TO WS-RG-TESTS-RUN (WS-REG-IDX)
               ADD 1 TO WS-RG-TESTS-FAILED (WS-REG-IDX)
               MOVE 'NO RESULT AFTER CHANGE' TO WS-REASON-TEXT
           END-IF
           MOVE WS-BA-IVP-ID (WS-BAS-IDX) TO WS-TL-IVP-ID
           PERFORM 6100-ADD-REGION-REASON.

       5000-CERTIFY-REGIONS.
           MOVE SPACES TO CV-CMP-RPT-LINE
           WRITE CV-CMP-RPT-LINE
           IF WS-REG-COUNT > 0
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   PERFORM 5100-CERTIFY-ONE-REGION
               END-PERFORM
           END-IF.

       5100-CERTIFY-ONE-REGION.
           MOVE ZERO TO WS-LAT-RATIO
           IF WS-RG-PAIR-COUNT (WS-REG-IDX) > 0
               COMPUTE WS-BASE-MEAN =
                   WS-RG-BASE-LAT-SUM (WS-REG-IDX) /
                   WS-RG-PAIR-COUNT (WS-REG-IDX)
               COMPUTE WS-VERIFY-MEAN =
                   WS-RG-VER-LAT-SUM (WS-REG-IDX) /
                   WS-RG-PAIR-COUNT (WS-REG-IDX)
               IF WS-BASE-MEAN > 0
                   COMPUTE WS-LAT-RATIO = WS-VERIFY-MEAN / WS-BASE-MEAN
               END-IF
               IF WS-LAT-RATIO > WS-LAT-LIMIT
                   MOVE WS-LAT-RATIO TO WS-RATIO-EDIT
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'MEAN LATENCY RATIO ' DELIMITED BY SIZE
                          WS-RATIO-EDIT         DELIMITED BY SIZE
                          ' OVER BASELINE EXCEEDS LIMIT'
                                                DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   MOVE SPACES TO WS-TL-IVP-ID
                   PERFORM 6100-ADD-REGION-REASON
               END-IF
           END-IF
           IF WS-RG-TESTS-RUN (WS-REG-IDX) = ZERO
               MOVE 'NO VERIFICATION RESULTS FOR REGION'
                   TO WS-REASON-TEXT
               MOVE SPACES TO WS-TL-IVP-ID
               PERFORM 6100-ADD-REGION-REASON
           END-IF
           MOVE SPACES TO CHANGE-CERT-RECORD
           MOVE WS-TICKET-NO                    TO CERT-TICKET-NO
           MOVE WS-RG-BES-NAME (WS-REG-IDX)     TO CERT-BES-NAME
           MOVE WS-RG-TESTS-RUN (WS-REG-IDX)    TO CERT-TESTS-RUN
           MOVE WS-RG-TESTS-FAILED (WS-REG-IDX) TO CERT-TESTS-FAILED
           MOVE WS-LAT-RATIO                    TO CERT-LAT-RATIO
           MOVE WS-ISSUED-DATE                  TO CERT-ISSUED-DATE
           MOVE WS-ISSUED-TIME                  TO CERT-ISSUED-TIME
           MOVE WS-RG-REASON-COUNT (WS-REG-IDX) TO CERT-REASON-COUNT
           MOVE WS-RG-REASON (WS-REG-IDX 1)     TO CERT-REASON (1)
           MOVE WS-RG-REASON (WS-REG-IDX 2)     TO CERT-REASON (2)
           MOVE WS-RG-REASON (WS-REG-IDX 3)     TO CERT-REASON (3)
           IF WS-RG-REASON-COUNT (WS-REG-IDX) = ZERO
               SET CERT-CERTIFIED TO TRUE
               ADD 1 TO WS-REGIONS-CERTIFIED
           ELSE
               SET CERT-FAILED TO TRUE
               ADD 1 TO WS-REGIONS-FAILED
           END-IF
           WRITE CHANGE-CERT-RECORD
           MOVE CERT-BES-NAME      TO WS-CL-BES-NAME
           MOVE CERT-STATUS        TO WS-CL-STATUS
           MOVE CERT-TESTS-RUN     TO WS-CL-TESTS-RUN
           MOVE CERT-TESTS-FAILED  TO WS-CL-TESTS-FAILED
           MOVE WS-LAT-RATIO       TO WS-CL-LAT-RATIO
           WRITE CV-CMP-RPT-LINE FROM WS-CERT-LINE
           PERFORM VARYING WS-COMPARE-SUB FROM 1 BY 1
               UNTIL WS-COMPARE-SUB > 3
               IF WS-RG-REASON (WS-REG-IDX WS-COMPARE-SUB) NOT = SPACES
                   MOVE WS-RG-REASON (WS-REG-IDX WS-COMPARE-SUB)
                       TO WS-RL-REASON
                   WRITE CV-CMP-RPT-LINE FROM WS-REASON-LINE
               END-IF
           END-PERFORM.

      *    A FAILED TEST OF THE CURRENT VERIFY RECORD.
       6000-ADD-TEST-REASON.
           SET WS-TEST-FAILED TO TRUE
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK TO WS-TL-IVP-ID
           PERFORM 6100-ADD-REGION-REASON.

      *    LIST THE REASON ON THE REPORT AND KEEP THE FIRST THREE FOR
      *    THE CERTIFICATION RECORD, PREFIXED WITH THE IVP-ID.
       6100-ADD-REGION-REASON.
           MOVE WS-RG-BES-NAME (WS-REG-IDX) TO WS-TL-BES-NAME
           MOVE WS-REASON-TEXT               TO WS-TL-REASON
           WRITE CV-CMP-RPT-LINE FROM WS-TEST-LINE
           ADD 1 TO WS-RG-REASON-COUNT (WS-REG-IDX)
           IF WS-RG-REASON-COUNT (WS-REG-IDX) <= 3
               MOVE WS-RG-REASON-COUNT (WS-REG-IDX) TO WS-COMPARE-SUB
               IF WS-TL-IVP-ID = SPACES
                   MOVE WS-REASON-TEXT
                       TO WS-RG-REASON (WS-REG-IDX WS-COMPARE-SUB)
               ELSE
                   STRING WS-TL-IVP-ID   DELIMITED BY SPACE
                          ' '            DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY SIZE
                       INTO WS-RG-REASON (WS-REG-IDX WS-COMPARE-SUB)
               END-IF
           END-IF.

      *    PASS/FAIL AND ASSERTION OUTCOME OF WS-JUDGE-RESULT.
       7000-JUDGE-RESULT.
           IF WS-JUDGE-RESULT (1:4) = 'PASS'
               MOVE 'Y' TO WS-JUDGE-PASSED
           ELSE
               MOVE 'N' TO WS-JUDGE-PASSED
           END-IF
           MOVE 'N' TO WS-JUDGE-ASSERT
           IF WS-LIB-COUNT > 0
               PERFORM 7100-FIND-ASSERTION
               IF WS-ENTRY-FOUND
                   PERFORM 7200-COMPARE-RESULT
                   IF WS-RESULT-MATCHES
                       MOVE 'P' TO WS-JUDGE-ASSERT
                   ELSE
                       MOVE 'F' TO WS-JUDGE-ASSERT
                   END-IF
               END-IF
           END-IF.

      *    EXACT BES+VARIANT, BES+'*', '*'+VARIANT, THEN '*'+'*'.
       7100-FIND-ASSERTION.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
               UNTIL WS-LIB-IDX > WS-LIB-COUNT
               IF WS-LB-BES-NAME (WS-LIB-IDX) = WS-JUDGE-BES-NAME
                   AND WS-LB-VARIANT-CODE (WS-LIB-IDX) =
                       WS-JUDGE-VARIANT
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   IF WS-LB-BES-NAME (WS-LIB-IDX) = WS-JUDGE-BES-NAME
                       AND WS-LB-VARIANT-CODE (WS-LIB-IDX) = '*'
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   IF WS-LB-BES-NAME (WS-LIB-IDX) = '*'
                       AND WS-LB-VARIANT-CODE (WS-LIB-IDX) =
                           WS-JUDGE-VARIANT
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   IF WS-LB-BES-NAME (WS-LIB-IDX) = '*'
                       AND WS-LB-VARIANT-CODE (WS-LIB-IDX) = '*'
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       7200-COMPARE-RESULT.
           MOVE 'Y' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-COMPARE-SUB FROM 1 BY 1
               UNTIL WS-COMPARE-SUB > 80
               IF WS-LB-PATTERN (WS-LIB-IDX) (WS-COMPARE-SUB:1)
                       NOT = '?'
                   AND WS-LB-PATTERN (WS-LIB-IDX) (WS-COMPARE-SUB:1)
                       NOT = WS-JUDGE-RESULT (WS-COMPARE-SUB:1)
                   MOVE 'N' TO WS-MATCH-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       8000-FIND-OR-ADD-REGION.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-REG-COUNT > 0
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-RG-BES-NAME (WS-REG-IDX) = WS-JUDGE-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-REG-COUNT >= WS-REG-MAX-ENTRIES
                   DISPLAY 'IVPCVCMP: REGION TABLE FULL, MAX='
                       WS-REG-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-REG-COUNT
               SET WS-REG-IDX TO WS-REG-COUNT
               MOVE WS-JUDGE-BES-NAME TO WS-RG-BES-NAME (WS-REG-IDX)
               MOVE ZERO   TO WS-RG-TESTS-RUN (WS-REG-IDX)
               MOVE ZERO   TO WS-RG-TESTS-FAILED (WS-REG-IDX)
               MOVE ZERO   TO WS-RG-REASON-COUNT (WS-REG-IDX)
               MOVE SPACES TO WS-RG-REASON (WS-REG-IDX 1)
               MOVE SPACES TO WS-RG-REASON (WS-REG-IDX 2)
               MOVE SPACES TO WS-RG-REASON (WS-REG-IDX 3)
               MOVE ZERO   TO WS-RG-PAIR-COUNT (WS-REG-IDX)
               MOVE ZERO   TO WS-RG-BASE-LAT-SUM (WS-REG-IDX)
               MOVE ZERO   TO WS-RG-VER-LAT-SUM (WS-REG-IDX)
           END-IF.

       9000-TERMINATE.
           CLOSE BASE-EXTRACT-FILE
           CLOSE VERIFY-EXTRACT-FILE
           CLOSE CHANGE-CERT-FILE
           CLOSE CV-CMP-RPT-FILE
           DISPLAY 'IVPCVCMP: TICKET             = ' WS-TICKET-NO
           DISPLAY 'IVPCVCMP: BASELINE RECS READ = ' WS-BASE-RECS-READ
           DISPLAY 'IVPCVCMP: VERIFY RECS READ   = '
               WS-VERIFY-RECS-READ
           DISPLAY 'IVPCVCMP: OTHER TICKET RECS  = '
               WS-OTHER-TICKET-RECS
           DISPLAY 'IVPCVCMP: TESTS COMPARED     = ' WS-TESTS-COMPARED
           DISPLAY 'IVPCVCMP: REGIONS CERTIFIED  = '
               WS-REGIONS-CERTIFIED
           DISPLAY 'IVPCVCMP: REGIONS FAILED     = ' WS-REGIONS-FAILED
           IF WS-REGIONS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
