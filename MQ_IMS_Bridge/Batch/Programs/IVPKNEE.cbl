      *               OFFERED-LOAD LEVEL AT WHICH LATENCY LEFT ITS
      *               FLAT RANGE.  ONE MEASURED SATURATION FIGURE PER
      *               QUARTER ENDS THE ANNUAL CAPACITY ARGUMENT.
      *
      *               EACH BES'S KNEE (OR, WITH NO KNEE, THE HIGHEST
      *               BURST TESTED) IS ALSO APPENDED TO THE KNEE
      *               HISTORY (KNEEHIST, KNEEREC.CPY) DATED WITH THE
      *               RUN DATE, FOR THE SATURATION FORECAST (IVPSATFC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPKNEE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT KNEE-HIST-FILE ASSIGN TO KNEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KNEE-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-EXTRACT-FILE
           RECORDING MODE IS F.
       01  KNEE-RPT-LINE                PIC X(132).

       FD  KNEE-HIST-FILE
           RECORDING MODE IS F.
           COPY KNEEREC.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-KNEE-HIST-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-EXTRACT             VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-KNEE-LIMIT            USAGE COMP-2.
       01  WS-MAX-STEP-NO           PIC 9(3).
       01  WS-SCAN-STEP-NO          PIC 9(3).
       01  WS-MAX-RATE-TESTED       PIC 9(6).
       01  WS-RAMP-DATE             PIC 9(8).

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40) VALUE
               GOBACK
           END-IF
           OPEN OUTPUT KNEE-RPT-FILE
           OPEN EXTEND KNEE-HIST-FILE
           IF WS-KNEE-HIST-STATUS = '35'
               OPEN OUTPUT KNEE-HIST-FILE
           END-IF
           IF WS-KNEE-HIST-STATUS NOT = '00' AND WS-KNEE-HIST-STATUS
                   NOT = '05'
               DISPLAY 'IVPKNEE: UNABLE TO OPEN KNEE HISTORY, '
                   'STATUS=' WS-KNEE-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RAMP-DATE FROM DATE YYYYMMDD
           WRITE KNEE-RPT-LINE FROM WS-HDR-LINE-1
           WRITE KNEE-RPT-LINE FROM WS-HDR-LINE-2
           PERFORM 2100-READ-EXTRACT.
           MOVE 'N' TO WS-KNEE-SWITCH
           MOVE ZERO TO WS-BASELINE-MEAN
           MOVE ZERO TO WS-MAX-STEP-NO
           MOVE ZERO TO WS-MAX-RATE-TESTED
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-SP-BES-NAME (WS-STEP-IDX) =
               UNTIL WS-SCAN-STEP-NO > WS-MAX-STEP-NO
               PERFORM 3200-REPORT-ONE-STEP
           END-PERFORM
           MOVE WS-BS-BES-NAME (WS-BES-IDX) TO KNEE-BES-NAME
           MOVE WS-RAMP-DATE TO KNEE-RAMP-DATE
           IF NOT WS-KNEE-FOUND
               MOVE WS-BS-BES-NAME (WS-BES-IDX) TO WS-KN-BES-NAME
               MOVE 'NO KNEE WITHIN RAMP PROFILE' TO WS-KN-TEXT
               MOVE ZERO TO WS-KN-RATE
               WRITE KNEE-RPT-LINE FROM WS-KNEE-LINE
               SET KNEE-ABOVE-CEILING TO TRUE
               MOVE WS-MAX-RATE-TESTED TO KNEE-RATE
           ELSE
               SET KNEE-MEASURED TO TRUE
               MOVE WS-KN-RATE TO KNEE-RATE
           END-IF
           WRITE KNEE-POINT-RECORD.

       3200-REPORT-ONE-STEP.
           MOVE 'N' TO WS-FOUND-SWITCH
               IF WS-SCAN-STEP-NO = 1
                   MOVE WS-STEP-MEAN TO WS-BASELINE-MEAN
               END-IF
               IF WS-SP-RATE (WS-STEP-IDX) > WS-MAX-RATE-TESTED
                   MOVE WS-SP-RATE (WS-STEP-IDX) TO WS-MAX-RATE-TESTED
               END-IF
               MOVE WS-BS-BES-NAME (WS-BES-IDX)    TO WS-DL-BES-NAME
               MOVE WS-SP-STEP-NO (WS-STEP-IDX)    TO WS-DL-STEP-NO
               MOVE WS-SP-RATE (WS-STEP-IDX)       TO WS-DL-RATE
       9000-TERMINATE.
           CLOSE IVP-EXTRACT-FILE
           CLOSE KNEE-RPT-FILE
           CLOSE KNEE-HIST-FILE
           DISPLAY 'IVPKNEE: RECORDS READ      = ' WS-RECS-READ
           DISPLAY 'IVPKNEE: RAMP RECORDS      = ' WS-RAMP-RECS
           DISPLAY 'IVPKNEE: RAMP NO-REPLY     = ' WS-RECS-NO-REPLY
