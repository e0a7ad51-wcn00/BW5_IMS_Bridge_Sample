      ******************************************************************
      *  PROGRAM-ID : IVPSATFC
      *  PURPOSE    : SATURATION FORECAST PER IVP-BES-NAME.  SETS THE
      *               LATEST MEASURED KNEE POINT FROM THE LOAD RAMP
      *               (KNEEHIST, WRITTEN BY IVPKNEE) BESIDE THE
      *               REGION'S REAL MONTHLY VOLUME FROM THE CHARGEBACK
      *               FEED HISTORY (CHGBHIST - THE MONTHLY
      *               CHARGEBACK-FEED-RECORDS OF IVPCHGBK, KEPT
      *               TOGETHER), FITS A STRAIGHT-LINE TREND THROUGH THE
      *               TRAILING LK-TREND-MONTHS OF CHGB-TRANS-CARRIED
      *               ENDING AT LK-REPORT-MONTH, AND STATES THE MONTH
      *               EACH REGION IS EXPECTED TO REACH 80% AND 100% OF
      *               ITS KNEE.  CHGB-MSGS-WRITTEN IS TRENDED THE SAME
      *               WAY AND SHOWN AS A MONTHLY GROWTH PERCENTAGE.
      *
      *               THE KNEE IS A BURST SIZE (CONCURRENT REQUESTS)
      *               AND THE FEED IS A MONTHLY COUNT, SO THE KNEE IS
      *               TURNED INTO A MONTHLY VOLUME WITH
      *               LK-TRANS-PER-BURST: THE MONTHLY TRANSACTION
      *               VOLUME ONE UNIT OF PEAK CONCURRENCY REPRESENTS,
      *               AS AGREED WITH THE CAPACITY TEAM.
      *
      *               CAPACITY REQUESTS TO THE IMS TEAM ARE FILED A
      *               QUARTER AHEAD, SO A REGION REACHING 80% WITHIN
      *               THREE MONTHS (OR ALREADY THERE) IS FLAGGED
      *               'FILE CAPACITY REQUEST'.  A REGION WITH NO RAMP
      *               ON FILE, OR WHOSE LATEST RAMP IS MORE THAN
      *               LK-MAX-RAMP-AGE MONTHS OLD, IS LISTED AS NEEDING
      *               A NEW RAMP.
      *                   RC 0 - NOTHING TO ACT ON
      *                   RC 4 - A CAPACITY REQUEST IS DUE OR A REGION
      *                          NEEDS A NEW RAMP
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPSATFC.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-HIST-FILE ASSIGN TO CHGBHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGB-STATUS.

           SELECT KNEE-HIST-FILE ASSIGN TO KNEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KNEE-STATUS.

           SELECT SATURATION-RPT-FILE ASSIGN TO SATFCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-HIST-FILE
           RECORDING MODE IS F.
           COPY CHGBFEED.

       FD  KNEE-HIST-FILE
           RECORDING MODE IS F.
           COPY KNEEREC.

       FD  SATURATION-RPT-FILE
           RECORDING MODE IS F.
       01  SATURATION-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHGB-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-KNEE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CHGB-RECS-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-CHGB-RECS-USED        PIC S9(8) COMP VALUE ZERO.
       01  WS-KNEE-RECS-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-REQUESTS-DUE          PIC S9(8) COMP VALUE ZERO.
       01  WS-RAMPS-NEEDED          PIC S9(8) COMP VALUE ZERO.

       01  WS-REGION-TABLE-CTRL.
           05  WS-RGN-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-RGN-MAX-ENTRIES   PIC S9(4) COMP VALUE 50.
       01  WS-REGION-TABLE.
           05  WS-RGN-ENTRY OCCURS 50 TIMES
                                    INDEXED BY WS-RGN-IDX.
               10  WS-RG-BES-NAME       PIC X(8).
               10  WS-RG-KNEE-RATE      PIC 9(6).
               10  WS-RG-KNEE-DATE      PIC 9(8).
               10  WS-RG-KNEE-FLAG      PIC X(1).
               10  WS-RG-LAST-TRANS     PIC 9(8).
               10  WS-RG-LAST-OFFSET    PIC S9(4) COMP.
               10  WS-RG-POINTS         PIC S9(4) COMP.
               10  WS-RG-SUM-X          USAGE COMP-2.
               10  WS-RG-SUM-XX         USAGE COMP-2.
               10  WS-RG-SUM-T          USAGE COMP-2.
               10  WS-RG-SUM-XT         USAGE COMP-2.
               10  WS-RG-SUM-M          USAGE COMP-2.
               10  WS-RG-SUM-XM         USAGE COMP-2.
               10  WS-RG-RAMP-NOTE      PIC X(30).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-LOOKUP-BES-NAME       PIC X(8).

      *    MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1 SO THEY CAN BE
      *    SUBTRACTED; THE TREND'S X AXIS IS MONTHS RELATIVE TO
      *    LK-REPORT-MONTH (0 = REPORT MONTH, -1 = THE MONTH BEFORE).
       01  WS-MONTH-TEXT            PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-TEXT.
           05  WS-MONTH-YYYY        PIC 9(4).
           05  WS-MONTH-MM          PIC 9(2).
       01  WS-MONTH-NUMBER          PIC S9(8) COMP.
       01  WS-REPORT-MONTH-NUMBER   PIC S9(8) COMP.
       01  WS-MONTH-OFFSET          PIC S9(8) COMP.
       01  WS-YEAR-WORK             PIC S9(8) COMP.
       01  WS-MONTH-WORK            PIC S9(8) COMP.

       01  WS-N                     USAGE COMP-2.
       01  WS-DENOM                 USAGE COMP-2.
       01  WS-TRANS-SLOPE           USAGE COMP-2.
       01  WS-TRANS-NOW             USAGE COMP-2.
       01  WS-MSGS-SLOPE            USAGE COMP-2.
       01  WS-MSGS-MEAN             USAGE COMP-2.
       01  WS-MSGS-GROWTH-PCT       USAGE COMP-2.
       01  WS-KNEE-VOLUME           USAGE COMP-2.
       01  WS-TARGET-VOLUME         USAGE COMP-2.
       01  WS-MONTHS-AHEAD-F        USAGE COMP-2.
       01  WS-MONTHS-AHEAD          PIC S9(8) COMP.
       01  WS-MONTHS-TO-80          PIC S9(8) COMP.
       01  WS-REACH-TEXT            PIC X(7).
       01  WS-TREND-SWITCH          PIC X(1).
           88  WS-TREND-AVAILABLE            VALUE 'Y'.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'IVP SATURATION FORECAST - MONTH'.
           05  WS-HDR-MONTH         PIC X(6).
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(8)  VALUE 'BES NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'KNEE'.
           05  FILLER               PIC X(10) VALUE 'RAMP DATE'.
           05  FILLER               PIC X(14) VALUE '  KNEE TRANS'.
           05  FILLER               PIC X(10) VALUE 'LAST TRANS'.
           05  FILLER               PIC X(11) VALUE ' TRANS/MO'.
           05  FILLER               PIC X(8)  VALUE 'MSGS%'.
           05  FILLER               PIC X(9)  VALUE 'AT 80%'.
           05  FILLER               PIC X(9)  VALUE 'AT 100%'.
           05  FILLER               PIC X(30) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-KNEE-RATE      PIC ZZZZZ9.
           05  WS-DL-KNEE-FLOOR     PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-DL-KNEE-DATE      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-KNEE-VOLUME    PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-LAST-TRANS     PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-TRANS-SLOPE    PIC -ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-MSGS-PCT       PIC -ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-AT-80          PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-AT-100         PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE           PIC X(30).

       01  WS-RAMP-HDR-LINE.
           05  FILLER               PIC X(40) VALUE
               'REGIONS NEEDING A NEW LOAD RAMP'.
       01  WS-RAMP-LINE.
           05  WS-RL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-NOTE           PIC X(30).

       LINKAGE SECTION.
       01  LK-REPORT-MONTH           PIC X(6).
       01  LK-TREND-MONTHS           PIC S9(4) COMP.
       01  LK-MAX-RAMP-AGE           PIC S9(4) COMP.
       01  LK-TRANS-PER-BURST        PIC S9(8) COMP.

       PROCEDURE DIVISION USING LK-REPORT-MONTH
                                LK-TREND-MONTHS
                                LK-MAX-RAMP-AGE
                                LK-TRANS-PER-BURST.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-KNEE-HISTORY
           PERFORM 3000-LOAD-CHARGEBACK-HISTORY
           PERFORM 4000-FORECAST-REGIONS
           PERFORM 5000-LIST-RAMPS-NEEDED
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-REPORT-MONTH IS NOT NUMERIC
               OR LK-TREND-MONTHS < 2
               OR LK-TRANS-PER-BURST NOT > ZERO
               DISPLAY 'IVPSATFC: INVALID PARAMETERS - MONTH='
                   LK-REPORT-MONTH ' TREND MONTHS=' LK-TREND-MONTHS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF LK-MAX-RAMP-AGE IS NOT NUMERIC
               OR LK-MAX-RAMP-AGE NOT > ZERO
               DISPLAY 'IVPSATFC: INVALID PARAMETERS - MAX RAMP AGE='
                   LK-MAX-RAMP-AGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-REPORT-MONTH TO WS-MONTH-TEXT
           PERFORM 8100-MONTH-TO-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-REPORT-MONTH-NUMBER
           OPEN OUTPUT SATURATION-RPT-FILE
           MOVE LK-REPORT-MONTH TO WS-HDR-MONTH
           WRITE SATURATION-RPT-LINE FROM WS-HDR-LINE-1
           WRITE SATURATION-RPT-LINE FROM WS-HDR-LINE-2.

      *    KEEP THE LATEST RAMP PER REGION.  A MISSING HISTORY JUST
      *    MEANS EVERY REGION NEEDS A RAMP.
       2000-LOAD-KNEE-HISTORY.
           OPEN INPUT KNEE-HIST-FILE
           IF WS-KNEE-STATUS = '00'
               PERFORM UNTIL WS-KNEE-STATUS = '10'
                   READ KNEE-HIST-FILE
                       AT END
                           MOVE '10' TO WS-KNEE-STATUS
                       NOT AT END
                           ADD 1 TO WS-KNEE-RECS-READ
                           MOVE KNEE-BES-NAME TO WS-LOOKUP-BES-NAME
                           PERFORM 8000-FIND-OR-ADD-REGION
                           IF KNEE-RAMP-DATE >=
                                   WS-RG-KNEE-DATE (WS-RGN-IDX)
                               MOVE KNEE-RATE
                                   TO WS-RG-KNEE-RATE (WS-RGN-IDX)
                               MOVE KNEE-RAMP-DATE
                                   TO WS-RG-KNEE-DATE (WS-RGN-IDX)
                               MOVE KNEE-FOUND-FLAG
                                   TO WS-RG-KNEE-FLAG (WS-RGN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KNEE-HIST-FILE
           END-IF.

       3000-LOAD-CHARGEBACK-HISTORY.
           OPEN INPUT CHARGEBACK-HIST-FILE
           IF WS-CHGB-STATUS NOT = '00'
               DISPLAY 'IVPSATFC: UNABLE TO OPEN CHARGEBACK HISTORY, '
                   'STATUS=' WS-CHGB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CHGB-STATUS = '10'
               READ CHARGEBACK-HIST-FILE
                   AT END
                       MOVE '10' TO WS-CHGB-STATUS
                   NOT AT END
                       ADD 1 TO WS-CHGB-RECS-READ
                       PERFORM 3100-ACCUMULATE-MONTH
               END-READ
           END-PERFORM
           CLOSE CHARGEBACK-HIST-FILE.

       3100-ACCUMULATE-MONTH.
           IF CHGB-BILL-MONTH IS NUMERIC
               MOVE CHGB-BILL-MONTH TO WS-MONTH-TEXT
               PERFORM 8100-MONTH-TO-NUMBER
               COMPUTE WS-MONTH-OFFSET =
                   WS-MONTH-NUMBER - WS-REPORT-MONTH-NUMBER
               IF WS-MONTH-OFFSET <= 0
                   AND WS-MONTH-OFFSET > 0 - LK-TREND-MONTHS
                   ADD 1 TO WS-CHGB-RECS-USED
                   MOVE CHGB-BES-NAME TO WS-LOOKUP-BES-NAME
                   PERFORM 8000-FIND-OR-ADD-REGION
                   ADD 1 TO WS-RG-POINTS (WS-RGN-IDX)
                   ADD WS-MONTH-OFFSET TO WS-RG-SUM-X (WS-RGN-IDX)
                   COMPUTE WS-RG-SUM-XX (WS-RGN-IDX) =
                       WS-RG-SUM-XX (WS-RGN-IDX) +
                       WS-MONTH-OFFSET * WS-MONTH-OFFSET
                   ADD CHGB-TRANS-CARRIED TO WS-RG-SUM-T (WS-RGN-IDX)
                   COMPUTE WS-RG-SUM-XT (WS-RGN-IDX) =
                       WS-RG-SUM-XT (WS-RGN-IDX) +
                       WS-MONTH-OFFSET * CHGB-TRANS-CARRIED
                   ADD CHGB-MSGS-WRITTEN TO WS-RG-SUM-M (WS-RGN-IDX)
                   COMPUTE WS-RG-SUM-XM (WS-RGN-IDX) =
                       WS-RG-SUM-XM (WS-RGN-IDX) +
                       WS-MONTH-OFFSET * CHGB-MSGS-WRITTEN
                   IF WS-RG-POINTS (WS-RGN-IDX) = 1
                       OR WS-MONTH-OFFSET >
                           WS-RG-LAST-OFFSET (WS-RGN-IDX)
                       MOVE WS-MONTH-OFFSET
                           TO WS-RG-LAST-OFFSET (WS-RGN-IDX)
                       MOVE CHGB-TRANS-CARRIED
                           TO WS-RG-LAST-TRANS (WS-RGN-IDX)
                   END-IF
               END-IF
           END-IF.

       4000-FORECAST-REGIONS.
           IF WS-RGN-COUNT > 0
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                   PERFORM 4100-FORECAST-ONE-REGION
               END-PERFORM
           END-IF.

       4100-FORECAST-ONE-REGION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RG-BES-NAME (WS-RGN-IDX) TO WS-DL-BES-NAME
           MOVE WS-RG-LAST-TRANS (WS-RGN-IDX) TO WS-DL-LAST-TRANS
           PERFORM 4200-JUDGE-RAMP
           PERFORM 4300-FIT-TREND
           IF WS-RG-KNEE-DATE (WS-RGN-IDX) = ZERO
               MOVE ZERO  TO WS-DL-KNEE-RATE
               MOVE SPACES TO WS-DL-KNEE-DATE
               MOVE ZERO  TO WS-DL-KNEE-VOLUME
               MOVE 'N/A' TO WS-DL-AT-80
               MOVE 'N/A' TO WS-DL-AT-100
           ELSE
               MOVE WS-RG-KNEE-RATE (WS-RGN-IDX) TO WS-DL-KNEE-RATE
               MOVE WS-RG-KNEE-DATE (WS-RGN-IDX) TO WS-DL-KNEE-DATE
               IF WS-RG-KNEE-FLAG (WS-RGN-IDX) = 'N'
                   MOVE '+' TO WS-DL-KNEE-FLOOR
               END-IF
               COMPUTE WS-KNEE-VOLUME =
                   WS-RG-KNEE-RATE (WS-RGN-IDX) * LK-TRANS-PER-BURST
               MOVE WS-KNEE-VOLUME TO WS-DL-KNEE-VOLUME
               COMPUTE WS-TARGET-VOLUME = WS-KNEE-VOLUME * 0.8
               PERFORM 4400-MONTH-REACHED
               MOVE WS-REACH-TEXT TO WS-DL-AT-80
               MOVE WS-MONTHS-AHEAD TO WS-MONTHS-TO-80
               MOVE WS-KNEE-VOLUME TO WS-TARGET-VOLUME
               PERFORM 4400-MONTH-REACHED
               MOVE WS-REACH-TEXT TO WS-DL-AT-100
               IF WS-TREND-AVAILABLE
                   AND WS-MONTHS-TO-80 >= 0
                   AND WS-MONTHS-TO-80 <= 3
                   ADD 1 TO WS-REQUESTS-DUE
                   MOVE 'FILE CAPACITY REQUEST' TO WS-DL-NOTE
               END-IF
           END-IF
           IF WS-DL-NOTE = SPACES
               MOVE WS-RG-RAMP-NOTE (WS-RGN-IDX) TO WS-DL-NOTE
           END-IF
           IF WS-DL-NOTE = SPACES
               AND NOT WS-TREND-AVAILABLE
               MOVE 'TOO FEW MONTHS FOR A TREND' TO WS-DL-NOTE
           END-IF
           WRITE SATURATION-RPT-LINE FROM WS-DETAIL-LINE.

       4200-JUDGE-RAMP.
           MOVE SPACES TO WS-RG-RAMP-NOTE (WS-RGN-IDX)
           IF WS-RG-KNEE-DATE (WS-RGN-IDX) = ZERO
               MOVE 'NO RAMP ON FILE' TO WS-RG-RAMP-NOTE (WS-RGN-IDX)
               ADD 1 TO WS-RAMPS-NEEDED
           ELSE
               MOVE WS-RG-KNEE-DATE (WS-RGN-IDX) (1:6) TO WS-MONTH-TEXT
               PERFORM 8100-MONTH-TO-NUMBER
               IF WS-REPORT-MONTH-NUMBER - WS-MONTH-NUMBER >
                       LK-MAX-RAMP-AGE
                   MOVE 'RAMP OLDER THAN AGE LIMIT'
                       TO WS-RG-RAMP-NOTE (WS-RGN-IDX)
                   ADD 1 TO WS-RAMPS-NEEDED
               END-IF
           END-IF.

      *    LEAST-SQUARES LINE THROUGH THE TRAILING MONTHS.  THE FITTED
      *    VALUE AT THE REPORT MONTH (X = 0) IS THE STARTING POINT OF
      *    THE PROJECTION, SO ONE ODD MONTH DOES NOT MOVE IT MUCH.
       4300-FIT-TREND.
           MOVE 'N'  TO WS-TREND-SWITCH
           MOVE ZERO TO WS-TRANS-SLOPE
           MOVE ZERO TO WS-TRANS-NOW
           MOVE ZERO TO WS-MSGS-GROWTH-PCT
           IF WS-RG-POINTS (WS-RGN-IDX) >= 2
               MOVE WS-RG-POINTS (WS-RGN-IDX) TO WS-N
               COMPUTE WS-DENOM =
                   WS-N * WS-RG-SUM-XX (WS-RGN-IDX) -
                   WS-RG-SUM-X (WS-RGN-IDX) * WS-RG-SUM-X (WS-RGN-IDX)
               IF WS-DENOM NOT = ZERO
                   SET WS-TREND-AVAILABLE TO TRUE
                   COMPUTE WS-TRANS-SLOPE =
                       (WS-N * WS-RG-SUM-XT (WS-RGN-IDX) -
                        WS-RG-SUM-X (WS-RGN-IDX) *
                        WS-RG-SUM-T (WS-RGN-IDX)) / WS-DENOM
                   COMPUTE WS-TRANS-NOW =
                       (WS-RG-SUM-T (WS-RGN-IDX) -
                        WS-TRANS-SLOPE * WS-RG-SUM-X (WS-RGN-IDX))
                       / WS-N
                   COMPUTE WS-MSGS-SLOPE =
                       (WS-N * WS-RG-SUM-XM (WS-RGN-IDX) -
                        WS-RG-SUM-X (WS-RGN-IDX) *
                        WS-RG-SUM-M (WS-RGN-IDX)) / WS-DENOM
                   COMPUTE WS-MSGS-MEAN =
                       WS-RG-SUM-M (WS-RGN-IDX) / WS-N
                   IF WS-MSGS-MEAN > 0
                       COMPUTE WS-MSGS-GROWTH-PCT =
                           WS-MSGS-SLOPE * 100 / WS-MSGS-MEAN
                   END-IF
               END-IF
           END-IF
           MOVE WS-TRANS-SLOPE     TO WS-DL-TRANS-SLOPE
           MOVE WS-MSGS-GROWTH-PCT TO WS-DL-MSGS-PCT.

      *    MONTH THE TREND REACHES WS-TARGET-VOLUME, AS YYYY-MM, OR
      *    'REACHED' / 'NO RISE' / '>10 YRS' / 'N/A'.  WS-MONTHS-AHEAD
      *    IS -1 WHEN THERE IS NO MONTH TO GIVE.
       4400-MONTH-REACHED.
           MOVE -1 TO WS-MONTHS-AHEAD
           EVALUATE TRUE
               WHEN NOT WS-TREND-AVAILABLE
                   MOVE 'N/A' TO WS-REACH-TEXT
               WHEN WS-TRANS-NOW >= WS-TARGET-VOLUME
                   MOVE 'REACHED' TO WS-REACH-TEXT
                   MOVE ZERO TO WS-MONTHS-AHEAD
               WHEN WS-TRANS-SLOPE NOT > ZERO
                   MOVE 'NO RISE' TO WS-REACH-TEXT
               WHEN OTHER
                   COMPUTE WS-MONTHS-AHEAD-F =
                       (WS-TARGET-VOLUME - WS-TRANS-NOW) /
                       WS-TRANS-SLOPE
                   IF WS-MONTHS-AHEAD-F > 120
                       MOVE '>10 YRS' TO WS-REACH-TEXT
                   ELSE
                       MOVE WS-MONTHS-AHEAD-F TO WS-MONTHS-AHEAD
                       IF WS-MONTHS-AHEAD < WS-MONTHS-AHEAD-F
                           ADD 1 TO WS-MONTHS-AHEAD
                       END-IF
                       COMPUTE WS-MONTH-NUMBER =
                           WS-REPORT-MONTH-NUMBER + WS-MONTHS-AHEAD
                       PERFORM 8200-NUMBER-TO-MONTH
                       MOVE SPACES TO WS-REACH-TEXT
                       STRING WS-MONTH-YYYY DELIMITED BY SIZE
                              '-'           DELIMITED BY SIZE
                              WS-MONTH-MM   DELIMITED BY SIZE
                           INTO WS-REACH-TEXT
                   END-IF
           END-EVALUATE.

       5000-LIST-RAMPS-NEEDED.
           MOVE SPACES TO SATURATION-RPT-LINE
           WRITE SATURATION-RPT-LINE
           WRITE SATURATION-RPT-LINE FROM WS-RAMP-HDR-LINE
           IF WS-RGN-COUNT > 0
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                   IF WS-RG-RAMP-NOTE (WS-RGN-IDX) NOT = SPACES
                       MOVE WS-RG-BES-NAME (WS-RGN-IDX)
                           TO WS-RL-BES-NAME
                       MOVE WS-RG-RAMP-NOTE (WS-RGN-IDX) TO WS-RL-NOTE
                       WRITE SATURATION-RPT-LINE FROM WS-RAMP-LINE
                   END-IF
               END-PERFORM
           END-IF.

       8000-FIND-OR-ADD-REGION.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RGN-COUNT > 0
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                   IF WS-RG-BES-NAME (WS-RGN-IDX) = WS-LOOKUP-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-RGN-COUNT >= WS-RGN-MAX-ENTRIES
                   DISPLAY 'IVPSATFC: REGION TABLE FULL, MAX='
                       WS-RGN-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RGN-COUNT
               SET WS-RGN-IDX TO WS-RGN-COUNT
               MOVE WS-LOOKUP-BES-NAME TO WS-RG-BES-NAME (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-KNEE-RATE (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-KNEE-DATE (WS-RGN-IDX)
               MOVE SPACES TO WS-RG-KNEE-FLAG (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-LAST-TRANS (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-LAST-OFFSET (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-POINTS (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-X (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-XX (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-T (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-XT (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-M (WS-RGN-IDX)
               MOVE ZERO   TO WS-RG-SUM-XM (WS-RGN-IDX)
               MOVE SPACES TO WS-RG-RAMP-NOTE (WS-RGN-IDX)
           END-IF.

       8100-MONTH-TO-NUMBER.
           COMPUTE WS-MONTH-NUMBER =
               WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1.

       8200-NUMBER-TO-MONTH.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-YEAR-WORK REMAINDER WS-MONTH-WORK
           MOVE WS-YEAR-WORK TO WS-MONTH-YYYY
           COMPUTE WS-MONTH-MM = WS-MONTH-WORK + 1.

       9000-TERMINATE.
           CLOSE SATURATION-RPT-FILE
           DISPLAY 'IVPSATFC: CHARGEBACK RECS READ = '
               WS-CHGB-RECS-READ
           DISPLAY 'IVPSATFC: CHARGEBACK RECS USED = '
               WS-CHGB-RECS-USED
           DISPLAY 'IVPSATFC: KNEE RECS READ       = '
               WS-KNEE-RECS-READ
           DISPLAY 'IVPSATFC: REGIONS FORECAST     = ' WS-RGN-COUNT
           DISPLAY 'IVPSATFC: CAPACITY REQUESTS DUE= ' WS-REQUESTS-DUE
           DISPLAY 'IVPSATFC: NEW RAMPS NEEDED     = ' WS-RAMPS-NEEDED
           IF WS-REQUESTS-DUE > 0 OR WS-RAMPS-NEEDED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
