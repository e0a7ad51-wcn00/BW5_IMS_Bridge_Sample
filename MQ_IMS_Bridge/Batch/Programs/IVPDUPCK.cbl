      *               ACROSS DAYS.  SUSPECTED DOUBLE COMMITS ARE ALSO
      *               WRITTEN AS COMMON IVP-EXCEPTION-RECORDS
      *               (IVPEXC.CPY) FOR THE IVPEXCON CONSOLIDATOR.
      *
      *               THE TRAIL IS SORTED ON MQIIH-TRANINSTANCEID AND
      *               OCCURRENCES COUNTED ON THE CONTROL BREAK, SO
      *               THERE IS NO LIMIT ON INSTANCES SCANNED.  THE
      *               DUPLICATES ARE SORTED BACK INTO THE ORDER THEIR
      *               FIRST OCCURRENCE APPEARED ON THE TRAIL, WHICH IS
      *               THE ORDER THE REPORT AND THE EXCEPTIONS HAVE
      *               ALWAYS BEEN WRITTEN IN; IVP-ID, BTCH-SEQ-NO AND
      *               COMMIT MODE ARE THOSE OF THE FIRST OCCURRENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPDUPCK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMON-EXC-STATUS.

           SELECT DUP-INST-WORK-FILE ASSIGN TO DUPINST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INST-WORK-STATUS.

           SELECT DUP-SORT-FILE ASSIGN TO SORTWK1.

           SELECT DUP-INST-SORT-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE.
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  DUP-INST-WORK-FILE
           RECORDING MODE IS F.
       01  DUP-INST-WORK-RECORD.
           05  DIWK-FIRST-ORDINAL       PIC S9(9) COMP.
           05  DIWK-TRANINSTANCEID      PIC X(16).
           05  DIWK-IVP-ID              PIC X(8).
           05  DIWK-BTCH-SEQ-NO         PIC 9(8).
           05  DIWK-COMMITMODE          PIC X(1).
           05  DIWK-OCCURRENCES         PIC S9(8) COMP.

       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05  DSRT-TRANINSTANCEID      PIC X(16).
           05  DSRT-ORDINAL             PIC S9(9) COMP.
           05  DSRT-IVP-ID              PIC X(8).
           05  DSRT-BTCH-SEQ-NO         PIC 9(8).
           05  DSRT-COMMITMODE          PIC X(1).

       SD  DUP-INST-SORT-FILE.
       01  DUP-INST-SORT-RECORD.
           05  DISRT-FIRST-ORDINAL      PIC S9(9) COMP.
           05  DISRT-TRANINSTANCEID     PIC X(16).
           05  DISRT-IVP-ID             PIC X(8).
           05  DISRT-BTCH-SEQ-NO        PIC 9(8).
           05  DISRT-COMMITMODE         PIC X(1).
           05  DISRT-OCCURRENCES        PIC S9(8) COMP.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-COMMON-EXC-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-INST-WORK-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-AUDIT               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SORT                VALUE 'Y'.
       01  WS-DUP-EOF-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-END-OF-DUPS                VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-DUPS-FOUND            PIC S9(8) COMP VALUE ZERO.
       01  WS-SUSPECT-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-BENIGN-COUNT          PIC S9(8) COMP VALUE ZERO.

       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DSRT-TRANINSTANCEID DSRT-ORDINAL
               INPUT PROCEDURE IS 2000-RELEASE-AUDIT
               OUTPUT PROCEDURE IS 2500-COUNT-INSTANCES
           PERFORM 1100-CHECK-SORT
           SORT DUP-INST-SORT-FILE
               ON ASCENDING KEY DISRT-FIRST-ORDINAL
               USING DUP-INST-WORK-FILE
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
           PERFORM 1100-CHECK-SORT
           PERFORM 9000-TERMINATE
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DUP-INST-WORK-FILE
           IF WS-INST-WORK-STATUS NOT = '00'
               DISPLAY 'IVPDUPCK: UNABLE TO OPEN INSTANCE WORK, '
                   'STATUS=' WS-INST-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DUP-RPT-FILE
           OPEN OUTPUT DUP-COMMON-EXC-FILE
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME
           WRITE DUP-RPT-LINE FROM WS-HDR-LINE-1
           WRITE DUP-RPT-LINE FROM WS-HDR-LINE-2.

       1100-CHECK-SORT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'IVPDUPCK: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-RELEASE-AUDIT.
           PERFORM 2100-READ-AUDIT
           PERFORM 2200-RELEASE-RECORD
               UNTIL WS-END-OF-AUDIT.

       2100-READ-AUDIT.
           READ AUDIT-HIST-FILE
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.

       2200-RELEASE-RECORD.
           ADD 1 TO WS-RECS-READ
           IF AUDH-TRANINSTANCEID NOT = SPACES
               MOVE AUDH-TRANINSTANCEID TO DSRT-TRANINSTANCEID
               MOVE WS-RECS-READ        TO DSRT-ORDINAL
               MOVE AUDH-IVP-ID         TO DSRT-IVP-ID
               MOVE AUDH-BTCH-SEQ-NO    TO DSRT-BTCH-SEQ-NO
               MOVE AUDH-COMMITMODE     TO DSRT-COMMITMODE
               RELEASE DUP-SORT-RECORD
           END-IF
           PERFORM 2100-READ-AUDIT.

      *    ONLY INSTANCES SEEN MORE THAN ONCE GO TO THE WORK FILE,
      *    WHICH 1000-INITIALIZE OPENED AND WHICH IS CLOSED HERE,
      *    BEFORE THE SECOND SORT READS IT.
       2500-COUNT-INSTANCES.
           PERFORM 2600-RETURN-SORTED
           PERFORM 2700-COUNT-ONE-INSTANCE
               UNTIL WS-END-OF-SORT
           CLOSE DUP-INST-WORK-FILE.

       2600-RETURN-SORTED.
           RETURN DUP-SORT-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       2700-COUNT-ONE-INSTANCE.
           MOVE DSRT-ORDINAL        TO DIWK-FIRST-ORDINAL
           MOVE DSRT-TRANINSTANCEID TO DIWK-TRANINSTANCEID
           MOVE DSRT-IVP-ID         TO DIWK-IVP-ID
           MOVE DSRT-BTCH-SEQ-NO    TO DIWK-BTCH-SEQ-NO
           MOVE DSRT-COMMITMODE     TO DIWK-COMMITMODE
           MOVE ZERO                TO DIWK-OCCURRENCES
           PERFORM UNTIL WS-END-OF-SORT
                   OR DSRT-TRANINSTANCEID NOT = DIWK-TRANINSTANCEID
               ADD 1 TO DIWK-OCCURRENCES
               PERFORM 2600-RETURN-SORTED
           END-PERFORM
           IF DIWK-OCCURRENCES > 1
               WRITE DUP-INST-WORK-RECORD
           END-IF.

       3000-PRINT-REPORT.
           PERFORM 3050-RETURN-DUPLICATE
           PERFORM UNTIL WS-END-OF-DUPS
               ADD 1 TO WS-DUPS-FOUND
               MOVE DISRT-TRANINSTANCEID TO WS-DL-TRANINSTANCEID
               MOVE DISRT-IVP-ID         TO WS-DL-IVP-ID
               MOVE DISRT-BTCH-SEQ-NO    TO WS-DL-BTCH-SEQ-NO
               MOVE DISRT-OCCURRENCES    TO WS-DL-OCCURRENCES
               MOVE DISRT-COMMITMODE     TO WS-DL-COMMITMODE
               IF DISRT-COMMITMODE = '0'
                   MOVE 'SUSPECT DOUBLE COMMIT (MODE 0)'
                       TO WS-DL-CLASS
                   ADD 1 TO WS-SUSPECT-COUNT
                   WRITE DUP-RPT-LINE FROM WS-DETAIL-LINE
                   PERFORM 3100-WRITE-COMMON-EXCEPTION
               ELSE
                   MOVE 'BENIGN RESEND' TO WS-DL-CLASS
                   ADD 1 TO WS-BENIGN-COUNT
                   WRITE DUP-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
               PERFORM 3050-RETURN-DUPLICATE
           END-PERFORM.

       3050-RETURN-DUPLICATE.
           RETURN DUP-INST-SORT-FILE
               AT END
                   SET WS-END-OF-DUPS TO TRUE
           END-RETURN.

       3100-WRITE-COMMON-EXCEPTION.
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPDUPCK'           TO EXCP-SOURCE-PGM
           MOVE DISRT-IVP-ID         TO EXCP-IVP-ID
           MOVE DISRT-BTCH-SEQ-NO    TO EXCP-BTCH-SEQ-NO
           MOVE SPACES               TO EXCP-BES-NAME
           MOVE '1'                  TO EXCP-SEVERITY
           MOVE 'DUPLICATE TRANINSTANCEID - SUSPECT DOUBLE COMMIT'
