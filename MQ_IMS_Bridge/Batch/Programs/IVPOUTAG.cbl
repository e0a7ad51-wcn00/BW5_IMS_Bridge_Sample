      ******************************************************************
      *  PROGRAM-ID : IVPOUTAG
      *  PURPOSE    : BUILD THE PROBE OUTAGE LEDGER.  IVPPROBE SENDS A
      *               'PRB' REQUEST TO EVERY REGION ALL DAY, BUT EACH
      *               RESULT IS ONLY EVER JUDGED ON ITS OWN.  THIS
      *               STEP READS THE DAY'S PROBE RESULTS IN SEQUENCE
      *               PER IVP-BES-NAME AND TURNS EACH RUN OF
      *               CONSECUTIVE FAILED OR TIMED-OUT PROBES INTO ONE
      *               OUTAGE-RECORD (OUTAGREC.CPY): START, END,
      *               DURATION, PROBES MISSED AND THE FIRST EXCEPTION
      *               RAISED FOR IT.  CLOSED OUTAGES ARE APPENDED TO
      *               THE OUTAGE LEDGER (OUTLEDGR) THAT IVPAVAIL
      *               SUMMARISES INTO THE MONTHLY AVAILABILITY REPORT,
      *               AND LISTED ON THE OUTAGE REPORT.
      *
      *               INPUT (PRBRSLT) IS THE DAY'S COMPLETED PROBE
      *               RESULTS FROM IVPEXTR PLUS THE PROBES STILL ON
      *               IVPINFLT WITH NO REPLY, IN THE WS-IVP-FIELDS
      *               LAYOUT, SORTED BY IVP-BES-NAME AND
      *               IVP-START-LILSECS.  NON-PROBE RECORDS ARE
      *               SKIPPED.  A PROBE WITH NO IVP-REPLY-TIME TIMED
      *               OUT; A REPLIED PROBE WHOSE IVP-RESULT DOES NOT
      *               START 'PASS' FAILED.
      *
      *               AN OUTAGE STILL OPEN WHEN A REGION'S PROBES RUN
      *               OUT (IT IS STILL DOWN AT THE END OF THE DAY) IS
      *               WRITTEN TO THE CARRY FILE (OUTCRYO) AND PICKED UP
      *               AGAIN FROM OUTCRYI ON THE NEXT RUN, SO AN OUTAGE
      *               ACROSS MIDNIGHT IS ONE OUTAGE, NOT TWO.  THIS IS
      *               A REPORTING STEP OFF THE SUITE CHAIN AND WRITES
      *               NO RUN-CONTROL RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPOUTAG.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBE-RESULT-FILE ASSIGN TO PRBRSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT OUTAGE-CARRY-IN-FILE ASSIGN TO OUTCRYI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-IN-STATUS.

           SELECT OUTAGE-CARRY-OUT-FILE ASSIGN TO OUTCRYO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-OUT-STATUS.

           SELECT OUTAGE-LEDGER-FILE ASSIGN TO OUTLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OUTAGE-RPT-FILE ASSIGN TO OUTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBE-RESULT-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  OUTAGE-CARRY-IN-FILE
           RECORDING MODE IS F.
           COPY OUTAGREC REPLACING OUTAGE-RECORD BY
               OUTAGE-CARRY-IN-RECORD.

       FD  OUTAGE-CARRY-OUT-FILE
           RECORDING MODE IS F.
           COPY OUTAGREC REPLACING OUTAGE-RECORD BY
               OUTAGE-CARRY-OUT-RECORD.

       FD  OUTAGE-LEDGER-FILE
           RECORDING MODE IS F.
           COPY OUTAGREC.

       FD  OUTAGE-RPT-FILE
           RECORDING MODE IS F.
       01  OUTAGE-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CARRY-IN-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CARRY-OUT-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-LEDGER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-RESULTS             VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-PROBES-JUDGED         PIC S9(8) COMP VALUE ZERO.
       01  WS-PROBES-MISSED         PIC S9(8) COMP VALUE ZERO.
       01  WS-OUTAGES-CLOSED        PIC S9(8) COMP VALUE ZERO.
       01  WS-OUTAGES-CARRIED       PIC S9(8) COMP VALUE ZERO.

      *    THE OUTAGE BEING BUILT FOR THE CURRENT IVP-BES-NAME.
       01  WS-CURR-BES-NAME         PIC X(8)  VALUE LOW-VALUES.
       01  WS-PREV-START-SECS       PIC 9(11) VALUE ZERO.
       01  WS-OUTAGE-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-OUTAGE-IS-OPEN             VALUE 'Y'.
       COPY OUTAGREC REPLACING OUTAGE-RECORD BY WS-OUTAGE-WORK.

       01  WS-PROBE-SECS            PIC 9(11).
       01  WS-PROBE-STATE           PIC X(1).
           88  WS-PROBE-PASSED               VALUE 'P'.
           88  WS-PROBE-FAILED               VALUE 'F'.
           88  WS-PROBE-TIMED-OUT            VALUE 'T'.

      *    OUTAGES CARRIED IN FROM THE PREVIOUS RUN, ONE PER REGION.
       01  WS-CARRY-TABLE-CTRL.
           05  WS-CARRY-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-CARRY-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-CARRY-IDX.
               10  WS-CY-BES-NAME       PIC X(8).
               10  WS-CY-IMAGE          PIC X(150).
               10  WS-CY-USED           PIC X(1).
                   88  WS-CY-WAS-USED          VALUE 'Y'.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

      *    LILIAN SECONDS TO CALENDAR DATE/TIME.  LILIAN DAY 1 IS
      *    15 OCT 1582; INTEGER-OF-DATE DAY 1 IS 1 JAN 1601, WHICH IS
      *    LILIAN DAY 6654.
       01  WS-LILIAN-OFFSET         PIC S9(8) COMP VALUE 6653.
       01  WS-CONV-SECS             PIC 9(11).
       01  WS-CONV-DAY              PIC S9(8) COMP.
       01  WS-CONV-TOD              PIC S9(8) COMP.
       01  WS-CONV-DATE             PIC 9(8).
       01  WS-CONV-TIME.
           05  WS-CONV-HH           PIC 9(2).
           05  WS-CONV-MM           PIC 9(2).
           05  WS-CONV-SS           PIC 9(2).
       01  WS-CONV-TIME-NUM REDEFINES WS-CONV-TIME PIC 9(6).

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40)
               VALUE 'PROBE OUTAGE LEDGER - OUTAGES CLOSED'.
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(10) VALUE 'BES NAME'.
           05  FILLER               PIC X(16) VALUE 'START'.
           05  FILLER               PIC X(16) VALUE 'END'.
           05  FILLER               PIC X(10) VALUE 'DUR-MINS'.
           05  FILLER               PIC X(8)  VALUE 'MISSED'.
           05  FILLER               PIC X(10) VALUE 'FIRST-IVP'.
           05  FILLER               PIC X(60) VALUE 'FIRST EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-START-DATE     PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-START-TIME     PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-END-DATE       PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-END-TIME       PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-DUR-MINS       PIC ZZZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-MISSED         PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-FIRST-IVP-ID   PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-FIRST-TEXT     PIC X(60).

       01  WS-OPEN-LINE.
           05  WS-OL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-OL-START-DATE     PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-OL-START-TIME     PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(24)
               VALUE '*** STILL OPEN ***'.
           05  WS-OL-MISSED         PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-OL-FIRST-IVP-ID   PIC X(8).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20)
               VALUE 'OUTAGES CLOSED    = '.
           05  WS-TL-CLOSED         PIC ZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE 'OUTAGES STILL OPEN= '.
           05  WS-TL-CARRIED        PIC ZZZZZZZ9.

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RESULTS
               UNTIL WS-END-OF-RESULTS
           PERFORM 3000-END-OF-REGION
           PERFORM 4000-CARRY-UNTOUCHED
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PROBE-RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               DISPLAY 'IVPOUTAG: UNABLE TO OPEN PROBE RESULTS, '
                   'STATUS=' WS-RESULT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-CARRY
           OPEN EXTEND OUTAGE-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT OUTAGE-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00' AND WS-LEDGER-STATUS NOT =
                   '05'
               DISPLAY 'IVPOUTAG: UNABLE TO OPEN OUTAGE LEDGER, '
                   'STATUS=' WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT OUTAGE-CARRY-OUT-FILE
           OPEN OUTPUT OUTAGE-RPT-FILE
           WRITE OUTAGE-RPT-LINE FROM WS-HDR-LINE-1
           WRITE OUTAGE-RPT-LINE FROM WS-HDR-LINE-2
           PERFORM 2100-READ-RESULT.

      *    NO CARRY FILE (FIRST RUN) MEANS NO OUTAGE WAS LEFT OPEN.
       1100-LOAD-CARRY.
           OPEN INPUT OUTAGE-CARRY-IN-FILE
           IF WS-CARRY-IN-STATUS = '00'
               PERFORM UNTIL WS-CARRY-IN-STATUS = '10'
                   READ OUTAGE-CARRY-IN-FILE
                       AT END
                           MOVE '10' TO WS-CARRY-IN-STATUS
                       NOT AT END
                           IF WS-CARRY-COUNT >= WS-CARRY-MAX-ENTRIES
                               DISPLAY 'IVPOUTAG: CARRY TABLE FULL, '
                                   'MAX=' WS-CARRY-MAX-ENTRIES
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-CARRY-COUNT
                           SET WS-CARRY-IDX TO WS-CARRY-COUNT
                           MOVE OUTG-BES-NAME OF OUTAGE-CARRY-IN-RECORD
                               TO WS-CY-BES-NAME (WS-CARRY-IDX)
                           MOVE OUTAGE-CARRY-IN-RECORD
                               TO WS-CY-IMAGE (WS-CARRY-IDX)
                           MOVE 'N' TO WS-CY-USED (WS-CARRY-IDX)
                   END-READ
               END-PERFORM
               CLOSE OUTAGE-CARRY-IN-FILE
           END-IF.

       2000-PROCESS-RESULTS.
           ADD 1 TO WS-RECS-READ
           IF IVP-ID OF WS-IVP-FIELDS-WORK (1:3) = 'PRB'
               PERFORM 2200-JUDGE-PROBE
           END-IF
           PERFORM 2100-READ-RESULT.

       2100-READ-RESULT.
           READ PROBE-RESULT-FILE INTO WS-IVP-FIELDS-WORK
               AT END
                   SET WS-END-OF-RESULTS TO TRUE
           END-READ.

       2200-JUDGE-PROBE.
           ADD 1 TO WS-PROBES-JUDGED
           COMPUTE WS-PROBE-SECS =
               IVP-START-LILSECS OF WS-IVP-FIELDS-WORK
           IF IVP-BES-NAME OF WS-IVP-FIELDS-WORK NOT = WS-CURR-BES-NAME
               IF IVP-BES-NAME OF WS-IVP-FIELDS-WORK < WS-CURR-BES-NAME
                   PERFORM 2900-OUT-OF-SEQUENCE
               END-IF
               PERFORM 3000-END-OF-REGION
               PERFORM 2300-START-REGION
           ELSE
               IF WS-PROBE-SECS < WS-PREV-START-SECS
                   PERFORM 2900-OUT-OF-SEQUENCE
               END-IF
           END-IF
           MOVE WS-PROBE-SECS TO WS-PREV-START-SECS
           EVALUATE TRUE
               WHEN IVP-REPLY-TIME OF WS-IVP-FIELDS-WORK = SPACES
                   SET WS-PROBE-TIMED-OUT TO TRUE
               WHEN IVP-RESULT OF WS-IVP-FIELDS-WORK (1:4) = 'PASS'
                   SET WS-PROBE-PASSED TO TRUE
               WHEN OTHER
                   SET WS-PROBE-FAILED TO TRUE
           END-EVALUATE
           IF WS-PROBE-PASSED
               IF WS-OUTAGE-IS-OPEN
                   PERFORM 2500-CLOSE-OUTAGE
               END-IF
           ELSE
               ADD 1 TO WS-PROBES-MISSED
               IF WS-OUTAGE-IS-OPEN
                   ADD 1 TO OUTG-PROBES-MISSED OF WS-OUTAGE-WORK
               ELSE
                   PERFORM 2400-OPEN-OUTAGE
               END-IF
           END-IF.

      *    A NEW REGION STARTS WITH WHATEVER OUTAGE THE LAST RUN LEFT
      *    OPEN FOR IT.
       2300-START-REGION.
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK TO WS-CURR-BES-NAME
           MOVE ZERO TO WS-PREV-START-SECS
           MOVE 'N' TO WS-OUTAGE-SWITCH
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CARRY-COUNT > 0
               PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
                   IF WS-CY-BES-NAME (WS-CARRY-IDX) = WS-CURR-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-CY-IMAGE (WS-CARRY-IDX) TO WS-OUTAGE-WORK
               MOVE 'Y' TO WS-CY-USED (WS-CARRY-IDX)
               SET WS-OUTAGE-IS-OPEN TO TRUE
           END-IF.

       2400-OPEN-OUTAGE.
           MOVE SPACES TO WS-OUTAGE-WORK
           MOVE WS-CURR-BES-NAME   TO OUTG-BES-NAME OF WS-OUTAGE-WORK
           MOVE 'O'                TO OUTG-STATUS OF WS-OUTAGE-WORK
           MOVE WS-PROBE-SECS      TO OUTG-START-SECS OF WS-OUTAGE-WORK
           MOVE WS-PROBE-SECS      TO WS-CONV-SECS
           PERFORM 8000-SECS-TO-DATE-TIME
           MOVE WS-CONV-DATE       TO OUTG-START-DATE OF WS-OUTAGE-WORK
           MOVE WS-CONV-TIME-NUM   TO OUTG-START-TIME OF WS-OUTAGE-WORK
           MOVE ZERO               TO OUTG-END-DATE OF WS-OUTAGE-WORK
           MOVE ZERO               TO OUTG-END-TIME OF WS-OUTAGE-WORK
           MOVE ZERO               TO OUTG-END-SECS OF WS-OUTAGE-WORK
           MOVE ZERO          TO OUTG-DURATION-SECS OF WS-OUTAGE-WORK
           MOVE 1             TO OUTG-PROBES-MISSED OF WS-OUTAGE-WORK
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK
                              TO OUTG-FIRST-IVP-ID OF WS-OUTAGE-WORK
           MOVE IVP-BTCH-SEQ-NO OF WS-IVP-FIELDS-WORK
                         TO OUTG-FIRST-BTCH-SEQ-NO OF WS-OUTAGE-WORK
           IF WS-PROBE-TIMED-OUT
               MOVE 'T' TO OUTG-FIRST-FAIL-TYPE OF WS-OUTAGE-WORK
               MOVE 'IVP TIMEOUT - NO REPLY WITHIN THRESHOLD'
                   TO OUTG-FIRST-EXCP-TEXT OF WS-OUTAGE-WORK
           ELSE
               MOVE 'F' TO OUTG-FIRST-FAIL-TYPE OF WS-OUTAGE-WORK
               MOVE IVP-RESULT OF WS-IVP-FIELDS-WORK
                   TO OUTG-FIRST-EXCP-TEXT OF WS-OUTAGE-WORK
           END-IF
           SET WS-OUTAGE-IS-OPEN TO TRUE.

       2500-CLOSE-OUTAGE.
           MOVE 'C'                TO OUTG-STATUS OF WS-OUTAGE-WORK
           MOVE WS-PROBE-SECS      TO OUTG-END-SECS OF WS-OUTAGE-WORK
           MOVE WS-PROBE-SECS      TO WS-CONV-SECS
           PERFORM 8000-SECS-TO-DATE-TIME
           MOVE WS-CONV-DATE       TO OUTG-END-DATE OF WS-OUTAGE-WORK
           MOVE WS-CONV-TIME-NUM   TO OUTG-END-TIME OF WS-OUTAGE-WORK
           COMPUTE OUTG-DURATION-SECS OF WS-OUTAGE-WORK =
               OUTG-END-SECS OF WS-OUTAGE-WORK -
               OUTG-START-SECS OF WS-OUTAGE-WORK
           WRITE OUTAGE-RECORD FROM WS-OUTAGE-WORK
           ADD 1 TO WS-OUTAGES-CLOSED
           MOVE WS-CURR-BES-NAME TO WS-DL-BES-NAME
           MOVE OUTG-START-DATE OF WS-OUTAGE-WORK TO WS-DL-START-DATE
           MOVE OUTG-START-TIME OF WS-OUTAGE-WORK TO WS-DL-START-TIME
           MOVE OUTG-END-DATE OF WS-OUTAGE-WORK   TO WS-DL-END-DATE
           MOVE OUTG-END-TIME OF WS-OUTAGE-WORK   TO WS-DL-END-TIME
           COMPUTE WS-DL-DUR-MINS =
               OUTG-DURATION-SECS OF WS-OUTAGE-WORK / 60
           MOVE OUTG-PROBES-MISSED OF WS-OUTAGE-WORK TO WS-DL-MISSED
           MOVE OUTG-FIRST-IVP-ID OF WS-OUTAGE-WORK
               TO WS-DL-FIRST-IVP-ID
           MOVE OUTG-FIRST-EXCP-TEXT OF WS-OUTAGE-WORK
               TO WS-DL-FIRST-TEXT
           WRITE OUTAGE-RPT-LINE FROM WS-DETAIL-LINE
           MOVE 'N' TO WS-OUTAGE-SWITCH.

       2900-OUT-OF-SEQUENCE.
           DISPLAY 'IVPOUTAG: PROBE RESULTS OUT OF SEQUENCE AT '
               IVP-ID OF WS-IVP-FIELDS-WORK ' BES='
               IVP-BES-NAME OF WS-IVP-FIELDS-WORK
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *    AN OUTAGE STILL OPEN AT THE END OF A REGION'S PROBES IS
      *    CARRIED TO THE NEXT RUN.
       3000-END-OF-REGION.
           IF WS-OUTAGE-IS-OPEN
               WRITE OUTAGE-CARRY-OUT-RECORD FROM WS-OUTAGE-WORK
               ADD 1 TO WS-OUTAGES-CARRIED
               MOVE OUTG-BES-NAME OF WS-OUTAGE-WORK TO WS-OL-BES-NAME
               MOVE OUTG-START-DATE OF WS-OUTAGE-WORK
                   TO WS-OL-START-DATE
               MOVE OUTG-START-TIME OF WS-OUTAGE-WORK
                   TO WS-OL-START-TIME
               MOVE OUTG-PROBES-MISSED OF WS-OUTAGE-WORK
                   TO WS-OL-MISSED
               MOVE OUTG-FIRST-IVP-ID OF WS-OUTAGE-WORK
                   TO WS-OL-FIRST-IVP-ID
               WRITE OUTAGE-RPT-LINE FROM WS-OPEN-LINE
               MOVE 'N' TO WS-OUTAGE-SWITCH
           END-IF.

      *    A REGION NOT PROBED AT ALL THIS RUN (BLACKOUT, HOLIDAY)
      *    KEEPS ITS OPEN OUTAGE UNCHANGED.
       4000-CARRY-UNTOUCHED.
           IF WS-CARRY-COUNT > 0
               PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
                   IF NOT WS-CY-WAS-USED (WS-CARRY-IDX)
                       MOVE WS-CY-IMAGE (WS-CARRY-IDX)
                           TO WS-OUTAGE-WORK
                       SET WS-OUTAGE-IS-OPEN TO TRUE
                       PERFORM 3000-END-OF-REGION
                   END-IF
               END-PERFORM
           END-IF.

       8000-SECS-TO-DATE-TIME.
           COMPUTE WS-CONV-DAY = WS-CONV-SECS / 86400
           COMPUTE WS-CONV-TOD = WS-CONV-SECS - (WS-CONV-DAY * 86400)
           COMPUTE WS-CONV-DATE = FUNCTION DATE-OF-INTEGER
               (WS-CONV-DAY - WS-LILIAN-OFFSET)
           COMPUTE WS-CONV-HH = WS-CONV-TOD / 3600
           COMPUTE WS-CONV-MM =
               (WS-CONV-TOD - (WS-CONV-HH * 3600)) / 60
           COMPUTE WS-CONV-SS =
               WS-CONV-TOD - (WS-CONV-HH * 3600) - (WS-CONV-MM * 60).

       9000-TERMINATE.
           MOVE WS-OUTAGES-CLOSED  TO WS-TL-CLOSED
           MOVE WS-OUTAGES-CARRIED TO WS-TL-CARRIED
           WRITE OUTAGE-RPT-LINE FROM WS-TOTAL-LINE
           CLOSE PROBE-RESULT-FILE
           CLOSE OUTAGE-LEDGER-FILE
           CLOSE OUTAGE-CARRY-OUT-FILE
           CLOSE OUTAGE-RPT-FILE
           DISPLAY 'IVPOUTAG: RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'IVPOUTAG: PROBES JUDGED    = ' WS-PROBES-JUDGED
           DISPLAY 'IVPOUTAG: PROBES MISSED    = ' WS-PROBES-MISSED
           DISPLAY 'IVPOUTAG: OUTAGES CLOSED   = ' WS-OUTAGES-CLOSED
           DISPLAY 'IVPOUTAG: OUTAGES CARRIED  = ' WS-OUTAGES-CARRIED
           IF WS-OUTAGES-CLOSED > 0 OR WS-OUTAGES-CARRIED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
