      *               COPIED IN STREAM ORDER; A MISSING STREAM EXTRACT
      *               IS AN ERROR, BECAUSE IT MEANS ONE OF THE PARALLEL
      *               STEPS DID NOT COMPLETE AND A SILENT MERGE WOULD
      *               UNDERCOUNT THE RUN.  AT END OF STEP ONE STREAM
      *               RECORD ('P', RUNCTL.CPY) PER STREAM IS APPENDED
      *               TO THE RUN-CONTROL LEDGER UNDER LK-RUN-ID WITH
      *               THE STREAM'S REQUEST AND REPLY COUNTS AND ITS
      *               ELAPSED SECONDS FROM THE EARLIEST
      *               IVP-START-LILSECS TO THE LATEST IVP-REPLY-LILSECS
      *               IN ITS EXTRACT, SO IVPWTRND CAN TELL WHICH
      *               STREAM HELD THE MERGE UP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPMERGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-1-FILE
           RECORDING MODE IS F.
           COPY WSIVPFLD.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-STREAM-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-MERGED-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-STREAM-RECS-READ      PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-RECS-WRITTEN    PIC S9(8) COMP VALUE ZERO.
       01  WS-STREAM-DISPLAY        PIC 9(1).
       01  WS-RUNCTL-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-STEP-DATE             PIC 9(8).
       01  WS-STEP-TIME             PIC X(8).

       01  WS-STREAM-TIMING-TABLE.
           05  WS-STREAM-TIMING OCCURS 8 TIMES
                                    INDEXED BY WS-TM-IDX.
               10  WS-TM-REQUESTS       PIC S9(8) COMP.
               10  WS-TM-REPLIES        PIC S9(8) COMP.
               10  WS-TM-FIRST-START    USAGE COMP-2.
               10  WS-TM-LAST-REPLY     USAGE COMP-2.
               10  WS-TM-ELAPSED-SECS   PIC 9(7).

       COPY WSIVPFLD REPLACING WS-IVP-FIELDS BY WS-IVP-FIELDS-WORK.

       LINKAGE SECTION.
       01  LK-STREAM-COUNT           PIC S9(4) COMP.
       01  LK-RUN-ID                 PIC X(8).

       PROCEDURE DIVISION USING LK-STREAM-COUNT LK-RUN-ID.
       0000-MAIN.
           IF LK-STREAM-COUNT < 1 OR LK-STREAM-COUNT > 8
               DISPLAY 'IVPMERGE: STREAM COUNT MUST BE 1-8, GOT '
               GOBACK
           END-IF
           OPEN OUTPUT MERGED-EXTRACT-FILE
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
               UNTIL WS-TM-IDX > 8
               MOVE ZERO TO WS-TM-REQUESTS (WS-TM-IDX)
               MOVE ZERO TO WS-TM-REPLIES (WS-TM-IDX)
               MOVE ZERO TO WS-TM-FIRST-START (WS-TM-IDX)
               MOVE ZERO TO WS-TM-LAST-REPLY (WS-TM-IDX)
               MOVE ZERO TO WS-TM-ELAPSED-SECS (WS-TM-IDX)
           END-PERFORM
           PERFORM VARYING WS-CURRENT-STREAM FROM 1 BY 1
               UNTIL WS-CURRENT-STREAM > LK-STREAM-COUNT
               PERFORM 2000-COPY-ONE-STREAM
                   WRITE WS-IVP-FIELDS FROM WS-IVP-FIELDS-WORK
                   ADD 1 TO WS-STREAM-RECS-READ
                   ADD 1 TO WS-TOTAL-RECS-WRITTEN
                   PERFORM 2500-TIME-STREAM-RECORD
               END-IF
           END-PERFORM
           PERFORM 2400-CLOSE-STREAM
           SET WS-TM-IDX TO WS-CURRENT-STREAM
           IF WS-TM-REPLIES (WS-TM-IDX) > 0
               COMPUTE WS-TM-ELAPSED-SECS (WS-TM-IDX) ROUNDED =
                   WS-TM-LAST-REPLY (WS-TM-IDX)
                 - WS-TM-FIRST-START (WS-TM-IDX)
           END-IF
           MOVE WS-CURRENT-STREAM TO WS-STREAM-DISPLAY
           DISPLAY 'IVPMERGE: STREAM ' WS-STREAM-DISPLAY
               ' RECORDS = ' WS-STREAM-RECS-READ.
                   CLOSE STREAM-8-FILE
           END-EVALUATE.

       2500-TIME-STREAM-RECORD.
           SET WS-TM-IDX TO WS-CURRENT-STREAM
           ADD 1 TO WS-TM-REQUESTS (WS-TM-IDX)
           IF WS-TM-REQUESTS (WS-TM-IDX) = 1
               OR IVP-START-LILSECS OF WS-IVP-FIELDS-WORK <
                   WS-TM-FIRST-START (WS-TM-IDX)
               MOVE IVP-START-LILSECS OF WS-IVP-FIELDS-WORK
                   TO WS-TM-FIRST-START (WS-TM-IDX)
           END-IF
           IF IVP-REPLY-TIME-CHAR OF WS-IVP-FIELDS-WORK NOT = SPACES
               ADD 1 TO WS-TM-REPLIES (WS-TM-IDX)
               IF WS-TM-REPLIES (WS-TM-IDX) = 1
                   OR IVP-REPLY-LILSECS OF WS-IVP-FIELDS-WORK >
                       WS-TM-LAST-REPLY (WS-TM-IDX)
                   MOVE IVP-REPLY-LILSECS OF WS-IVP-FIELDS-WORK
                       TO WS-TM-LAST-REPLY (WS-TM-IDX)
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE MERGED-EXTRACT-FILE
           DISPLAY 'IVPMERGE: STREAMS MERGED  = ' LK-STREAM-COUNT
           DISPLAY 'IVPMERGE: RECORDS WRITTEN = '
               WS-TOTAL-RECS-WRITTEN
           MOVE ZERO TO RETURN-CODE
           PERFORM 9100-WRITE-STREAM-RECORDS.

       9100-WRITE-STREAM-RECORDS.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00' AND WS-RUNCTL-STATUS NOT =
                   '05'
               DISPLAY 'IVPMERGE: UNABLE TO OPEN RUN CONTROL, '
                   'STATUS=' WS-RUNCTL-STATUS
           ELSE
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STEP-TIME FROM TIME
               PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > LK-STREAM-COUNT
                   PERFORM 9110-WRITE-ONE-STREAM
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9110-WRITE-ONE-STREAM.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE LK-RUN-ID       TO RUNC-RUN-ID
           MOVE 'P'             TO RUNC-REC-TYPE
           SET WS-CURRENT-STREAM TO WS-TM-IDX
           MOVE WS-CURRENT-STREAM TO WS-STREAM-DISPLAY
           STRING 'IVPSTRM' DELIMITED BY SIZE
                  WS-STREAM-DISPLAY DELIMITED BY SIZE
               INTO RUNC-PGM-NAME
           MOVE WS-STEP-DATE    TO RUNC-RUN-DATE
           MOVE WS-STEP-TIME    TO RUNC-RUN-TIME
           MOVE WS-TM-REQUESTS (WS-TM-IDX) TO RUNC-INPUT-COUNT
           MOVE WS-TM-REPLIES (WS-TM-IDX)  TO RUNC-OUTPUT-COUNT
           COMPUTE RUNC-EXCEPTION-COUNT =
               WS-TM-REQUESTS (WS-TM-IDX) - WS-TM-REPLIES (WS-TM-IDX)
           MOVE RETURN-CODE     TO RUNC-RETURN-CODE
           MOVE WS-STREAM-DISPLAY TO RUNC-STREAM-NO
           MOVE WS-TM-ELAPSED-SECS (WS-TM-IDX)
               TO RUNC-STREAM-ELAPSED-SECS
           WRITE RUN-CONTROL-RECORD.
