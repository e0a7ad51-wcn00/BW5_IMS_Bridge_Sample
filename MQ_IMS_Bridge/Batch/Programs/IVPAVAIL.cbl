      ******************************************************************
      *  PROGRAM-ID : IVPAVAIL
      *  PURPOSE    : MONTHLY AVAILABILITY REPORT PER IMS REGION FROM
      *               THE PROBE OUTAGE LEDGER (OUTAGREC.CPY, BUILT BY
      *               IVPOUTAG).  FOR LK-REPORT-MONTH (YYYYMM) EVERY
      *               REGION ON THE BES DRIVER TABLE, PLUS ANY REGION
      *               THAT APPEARS ONLY ON THE LEDGER, GETS ONE LINE:
      *                   DOWNTIME  - SUM OF OUTAGE SECONDS FALLING IN
      *                               THE MONTH (AN OUTAGE CROSSING A
      *                               MONTH END IS CLIPPED, SO EACH
      *                               MONTH IS CHARGED ONLY ITS SHARE)
      *                   AVAIL %   - (PERIOD - DOWNTIME) / PERIOD
      *                   MTTR      - DOWNTIME / OUTAGES
      *                   MTBF      - (PERIOD - DOWNTIME) / OUTAGES
      *               AN OUTAGE STILL OPEN ON THE CARRY FILE (OUTCRYI)
      *               IS CHARGED UP TO THE END OF THE PERIOD.  FOR THE
      *               CURRENT MONTH THE PERIOD ENDS NOW, SO A MID-MONTH
      *               RUN GIVES MONTH-TO-DATE FIGURES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPAVAIL.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BES-DRIVER-FILE ASSIGN TO BESDRVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRVR-STATUS.

           SELECT OUTAGE-LEDGER-FILE ASSIGN TO OUTLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OUTAGE-CARRY-IN-FILE ASSIGN TO OUTCRYI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-IN-STATUS.

           SELECT AVAIL-RPT-FILE ASSIGN TO AVAILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BES-DRIVER-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       FD  OUTAGE-LEDGER-FILE
           RECORDING MODE IS F.
           COPY OUTAGREC.

       FD  OUTAGE-CARRY-IN-FILE
           RECORDING MODE IS F.
           COPY OUTAGREC REPLACING OUTAGE-RECORD BY
               OUTAGE-CARRY-IN-RECORD.

       FD  AVAIL-RPT-FILE
           RECORDING MODE IS F.
       01  AVAIL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DRVR-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-LEDGER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CARRY-IN-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-OUTAGES-IN-MONTH      PIC S9(8) COMP VALUE ZERO.
       01  WS-REGIONS-DEGRADED      PIC S9(8) COMP VALUE ZERO.

       01  WS-REGION-TABLE-CTRL.
           05  WS-REGION-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-REGION-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-REGION-IDX.
               10  WS-RG-BES-NAME       PIC X(8).
               10  WS-RG-OUTAGES        PIC S9(8) COMP.
               10  WS-RG-DOWN-SECS      PIC S9(11) COMP-3.
               10  WS-RG-OPEN-FLAG      PIC X(1).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-SRCH-BES-NAME         PIC X(8).

      *    REPORT PERIOD IN LILIAN SECONDS (SAME BASE AS
      *    IVP-START-LILSECS).  INTEGER-OF-DATE DAY 1 IS LILIAN DAY
      *    6654.
       01  WS-LILIAN-OFFSET         PIC S9(8) COMP VALUE 6653.
       01  WS-MONTH-START-DATE      PIC 9(8).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START-DATE.
           05  WS-MS-YYYYMM         PIC 9(6).
           05  WS-MS-DD             PIC 9(2).
       01  WS-NEXT-MONTH-DATE       PIC 9(8).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NM-YYYY           PIC 9(4).
           05  WS-NM-MM             PIC 9(2).
           05  WS-NM-DD             PIC 9(2).
       01  WS-PERIOD-START-SECS     PIC S9(11) COMP-3.
       01  WS-PERIOD-END-SECS       PIC S9(11) COMP-3.
       01  WS-PERIOD-SECS           PIC S9(11) COMP-3.
       01  WS-NOW-SECS              PIC S9(11) COMP-3.
       01  WS-NOW-DATE              PIC 9(8).
       01  WS-NOW-TIME.
           05  WS-NOW-HH            PIC 9(2).
           05  WS-NOW-MM            PIC 9(2).
           05  WS-NOW-SS            PIC 9(2).
           05  WS-NOW-HS            PIC 9(2).
       01  WS-PERIOD-STATE          PIC X(1)  VALUE 'N'.
           88  WS-PERIOD-IS-PARTIAL          VALUE 'Y'.

       01  WS-CLIP-START-SECS       PIC S9(11) COMP-3.
       01  WS-CLIP-END-SECS         PIC S9(11) COMP-3.
       01  WS-UP-SECS               PIC S9(11) COMP-3.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(32)
               VALUE 'IMS REGION AVAILABILITY - MONTH'.
           05  WS-HDR-MONTH         PIC X(6).
           05  WS-HDR-PARTIAL       PIC X(20) VALUE SPACES.
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(10) VALUE 'BES NAME'.
           05  FILLER               PIC X(12) VALUE 'PERIOD-HRS'.
           05  FILLER               PIC X(12) VALUE 'DOWN-MINS'.
           05  FILLER               PIC X(9)  VALUE 'OUTAGES'.
           05  FILLER               PIC X(10) VALUE 'AVAIL %'.
           05  FILLER               PIC X(12) VALUE 'MTTR-MINS'.
           05  FILLER               PIC X(12) VALUE 'MTBF-HRS'.
           05  FILLER               PIC X(10) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PERIOD-HRS     PIC ZZZZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-DOWN-MINS      PIC ZZZZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-OUTAGES        PIC ZZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-AVAIL-PCT      PIC ZZ9.999.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-MTTR-MINS      PIC ZZZZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-MTBF-HRS       PIC ZZZZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-NOTE           PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20)
               VALUE 'REGIONS REPORTED  = '.
           05  WS-TL-REGIONS        PIC ZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE 'REGIONS BELOW 100%= '.
           05  WS-TL-DEGRADED       PIC ZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE 'OUTAGES IN MONTH  = '.
           05  WS-TL-OUTAGES        PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-REPORT-MONTH           PIC X(6).

       PROCEDURE DIVISION USING LK-REPORT-MONTH.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGIONS
           PERFORM 3000-APPLY-LEDGER
           PERFORM 4000-APPLY-OPEN-OUTAGES
           PERFORM 5000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-REPORT-MONTH IS NOT NUMERIC
               DISPLAY 'IVPAVAIL: REPORT MONTH NOT YYYYMM: '
                   LK-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-REPORT-MONTH TO WS-MS-YYYYMM
           MOVE 01              TO WS-MS-DD
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 01 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-PERIOD-START-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE)
                + WS-LILIAN-OFFSET) * 86400
           COMPUTE WS-PERIOD-END-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE)
                + WS-LILIAN-OFFSET) * 86400
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-SECS =
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
                + WS-LILIAN-OFFSET) * 86400
               + (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS
           IF WS-NOW-SECS <= WS-PERIOD-START-SECS
               DISPLAY 'IVPAVAIL: REPORT MONTH NOT STARTED: '
                   LK-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NOW-SECS < WS-PERIOD-END-SECS
               MOVE WS-NOW-SECS TO WS-PERIOD-END-SECS
               SET WS-PERIOD-IS-PARTIAL TO TRUE
           END-IF
           COMPUTE WS-PERIOD-SECS =
               WS-PERIOD-END-SECS - WS-PERIOD-START-SECS
           OPEN INPUT OUTAGE-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'IVPAVAIL: UNABLE TO OPEN OUTAGE LEDGER, '
                   'STATUS=' WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AVAIL-RPT-FILE
           MOVE LK-REPORT-MONTH TO WS-HDR-MONTH
           IF WS-PERIOD-IS-PARTIAL
               MOVE '  (MONTH TO DATE)' TO WS-HDR-PARTIAL
           END-IF
           WRITE AVAIL-RPT-LINE FROM WS-HDR-LINE-1
           WRITE AVAIL-RPT-LINE FROM WS-HDR-LINE-2.

      *    EVERY REGION ON THE DRIVER TABLE IS REPORTED, EVEN WITH NO
      *    OUTAGE, SO A 100% LINE PROVES THE REGION WAS MEASURED.
       2000-LOAD-REGIONS.
           OPEN INPUT BES-DRIVER-FILE
           IF WS-DRVR-STATUS = '00'
               PERFORM UNTIL WS-DRVR-STATUS = '10'
                   READ BES-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-DRVR-STATUS
                       NOT AT END
                           MOVE BESD-BES-NAME TO WS-SRCH-BES-NAME
                           PERFORM 2100-FIND-OR-ADD-REGION
                   END-READ
               END-PERFORM
               CLOSE BES-DRIVER-FILE
           END-IF.

       2100-FIND-OR-ADD-REGION.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-REGION-COUNT > 0
               PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   IF WS-RG-BES-NAME (WS-REGION-IDX) = WS-SRCH-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-REGION-COUNT >= WS-REGION-MAX-ENTRIES
                   DISPLAY 'IVPAVAIL: REGION TABLE FULL, MAX='
                       WS-REGION-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-REGION-COUNT
               SET WS-REGION-IDX TO WS-REGION-COUNT
               MOVE WS-SRCH-BES-NAME TO WS-RG-BES-NAME (WS-REGION-IDX)
               MOVE ZERO TO WS-RG-OUTAGES (WS-REGION-IDX)
               MOVE ZERO TO WS-RG-DOWN-SECS (WS-REGION-IDX)
               MOVE 'N'  TO WS-RG-OPEN-FLAG (WS-REGION-IDX)
           END-IF.

       3000-APPLY-LEDGER.
           PERFORM UNTIL WS-LEDGER-STATUS = '10'
               READ OUTAGE-LEDGER-FILE
                   AT END
                       MOVE '10' TO WS-LEDGER-STATUS
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       MOVE OUTG-START-SECS OF OUTAGE-RECORD
                           TO WS-CLIP-START-SECS
                       MOVE OUTG-END-SECS OF OUTAGE-RECORD
                           TO WS-CLIP-END-SECS
                       MOVE OUTG-BES-NAME OF OUTAGE-RECORD
                           TO WS-SRCH-BES-NAME
                       PERFORM 3100-CHARGE-OUTAGE
               END-READ
           END-PERFORM
           CLOSE OUTAGE-LEDGER-FILE.

      *    CHARGE THE PART OF ONE OUTAGE THAT FALLS INSIDE THE PERIOD.
       3100-CHARGE-OUTAGE.
           IF WS-CLIP-END-SECS > WS-PERIOD-START-SECS
               AND WS-CLIP-START-SECS < WS-PERIOD-END-SECS
               IF WS-CLIP-START-SECS < WS-PERIOD-START-SECS
                   MOVE WS-PERIOD-START-SECS TO WS-CLIP-START-SECS
               END-IF
               IF WS-CLIP-END-SECS > WS-PERIOD-END-SECS
                   MOVE WS-PERIOD-END-SECS TO WS-CLIP-END-SECS
               END-IF
               PERFORM 2100-FIND-OR-ADD-REGION
               ADD 1 TO WS-RG-OUTAGES (WS-REGION-IDX)
               ADD 1 TO WS-OUTAGES-IN-MONTH
               COMPUTE WS-RG-DOWN-SECS (WS-REGION-IDX) =
                   WS-RG-DOWN-SECS (WS-REGION-IDX) +
                   WS-CLIP-END-SECS - WS-CLIP-START-SECS
           END-IF.

      *    NO CARRY FILE MEANS NO OUTAGE IS OPEN.
       4000-APPLY-OPEN-OUTAGES.
           OPEN INPUT OUTAGE-CARRY-IN-FILE
           IF WS-CARRY-IN-STATUS = '00'
               PERFORM UNTIL WS-CARRY-IN-STATUS = '10'
                   READ OUTAGE-CARRY-IN-FILE
                       AT END
                           MOVE '10' TO WS-CARRY-IN-STATUS
                       NOT AT END
                           ADD 1 TO WS-RECS-READ
                           MOVE OUTG-START-SECS OF
                               OUTAGE-CARRY-IN-RECORD
                               TO WS-CLIP-START-SECS
                           MOVE WS-PERIOD-END-SECS
                               TO WS-CLIP-END-SECS
                           MOVE OUTG-BES-NAME OF
                               OUTAGE-CARRY-IN-RECORD
                               TO WS-SRCH-BES-NAME
                           PERFORM 3100-CHARGE-OUTAGE
                           IF WS-CLIP-START-SECS < WS-PERIOD-END-SECS
                               MOVE 'Y' TO
                                   WS-RG-OPEN-FLAG (WS-REGION-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTAGE-CARRY-IN-FILE
           END-IF.

       5000-PRINT-REPORT.
           IF WS-REGION-COUNT > 0
               PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   PERFORM 5100-PRINT-REGION
               END-PERFORM
           END-IF.

       5100-PRINT-REGION.
           MOVE SPACES TO WS-DL-NOTE
           COMPUTE WS-UP-SECS =
               WS-PERIOD-SECS - WS-RG-DOWN-SECS (WS-REGION-IDX)
           MOVE WS-RG-BES-NAME (WS-REGION-IDX) TO WS-DL-BES-NAME
           COMPUTE WS-DL-PERIOD-HRS ROUNDED = WS-PERIOD-SECS / 3600
           COMPUTE WS-DL-DOWN-MINS ROUNDED =
               WS-RG-DOWN-SECS (WS-REGION-IDX) / 60
           MOVE WS-RG-OUTAGES (WS-REGION-IDX) TO WS-DL-OUTAGES
           COMPUTE WS-DL-AVAIL-PCT ROUNDED =
               (WS-UP-SECS * 100) / WS-PERIOD-SECS
           IF WS-RG-OUTAGES (WS-REGION-IDX) > 0
               COMPUTE WS-DL-MTTR-MINS ROUNDED =
                   WS-RG-DOWN-SECS (WS-REGION-IDX) /
                   (WS-RG-OUTAGES (WS-REGION-IDX) * 60)
               COMPUTE WS-DL-MTBF-HRS ROUNDED =
                   WS-UP-SECS / (WS-RG-OUTAGES (WS-REGION-IDX) * 3600)
               ADD 1 TO WS-REGIONS-DEGRADED
           ELSE
               MOVE ZERO TO WS-DL-MTTR-MINS
               COMPUTE WS-DL-MTBF-HRS ROUNDED = WS-PERIOD-SECS / 3600
               MOVE 'NO OUTAGES' TO WS-DL-NOTE
           END-IF
           IF WS-RG-OPEN-FLAG (WS-REGION-IDX) = 'Y'
               MOVE 'OUTAGE STILL OPEN' TO WS-DL-NOTE
           END-IF
           WRITE AVAIL-RPT-LINE FROM WS-DETAIL-LINE.

       9000-TERMINATE.
           MOVE WS-REGION-COUNT      TO WS-TL-REGIONS
           MOVE WS-REGIONS-DEGRADED  TO WS-TL-DEGRADED
           MOVE WS-OUTAGES-IN-MONTH  TO WS-TL-OUTAGES
           WRITE AVAIL-RPT-LINE FROM WS-TOTAL-LINE
           CLOSE AVAIL-RPT-FILE
           DISPLAY 'IVPAVAIL: LEDGER ROWS READ  = ' WS-RECS-READ
           DISPLAY 'IVPAVAIL: REGIONS REPORTED  = ' WS-REGION-COUNT
           DISPLAY 'IVPAVAIL: OUTAGES IN MONTH  = ' WS-OUTAGES-IN-MONTH
           IF WS-REGIONS-DEGRADED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
