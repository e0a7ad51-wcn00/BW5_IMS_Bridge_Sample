      *               ALSO WRITTEN, SO A POST-INCIDENT RECONSTRUCTION
      *               IS ONE REPORT INSTEAD OF AN HOUR OF LINING UP
      *               FOUR FILES BY HAND.
      *
      *               THE FOUR FILES ARE SORTED AND MATCHED RATHER THAN
      *               HELD IN A TABLE, SO THERE IS NO LIMIT ON
      *               TRANSACTIONS PER RUN.  A FIRST SORT ON
      *               TRANINSTANCEID GIVES EVERY INSTANCE THE IVP-ID /
      *               BTCH-SEQ-NO IT FIRST APPEARED UNDER (EXTRACT,
      *               THEN AUDIT, QUEUE AND RETRY ORDER); A SECOND SORT
      *               ON THAT KEY MERGES THE SLICES INTO ONE LIFECYCLE,
      *               LATER RECORDS OF A FILE OVERRIDING EARLIER ONES;
      *               A THIRD PUTS THE LIFECYCLES BACK INTO THE ORDER
      *               THEIR FIRST RECORD WAS READ, WHICH IS THE ORDER
      *               THE LIFECYCLE FILE HAS ALWAYS BEEN WRITTEN IN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPLIFE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LIFE-RESOLVED-WORK-FILE ASSIGN TO LIFEWK1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESOLVED-STATUS.

           SELECT LIFE-SUMMARY-WORK-FILE ASSIGN TO LIFEWK2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT LIFE-TID-SORT-FILE ASSIGN TO SORTWK1.

           SELECT LIFE-KEY-SORT-FILE ASSIGN TO SORTWK2.

           SELECT LIFE-ORDER-SORT-FILE ASSIGN TO SORTWK3.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-EXTRACT-FILE
           RECORDING MODE IS F.
       01  DOSSIER-RPT-LINE             PIC X(132).

       FD  LIFE-RESOLVED-WORK-FILE
           RECORDING MODE IS F.
       01  LIFE-RESOLVED-WORK-RECORD.
           05  LRWK-EFF-IVP-ID          PIC X(8).
           05  LRWK-EFF-BTCH-SEQ-NO     PIC S9(8) COMP.
           05  LRWK-INSTANCE-DATA       PIC X(193).

       FD  LIFE-SUMMARY-WORK-FILE
           RECORDING MODE IS F.
       01  LIFE-SUMMARY-WORK-RECORD.
           05  LSWK-FIRST-SOURCE-NO     PIC 9(1).
           05  LSWK-FIRST-REC-NO        PIC S9(9) COMP.
           05  LSWK-LIFE-ENTRY          PIC X(334).

      *    ONE SLICE OF A TRANSACTION FROM ANY OF THE FOUR FILES.
      *    SOURCE-NO 1 EXTRACT, 2 AUDIT, 3 QUEUE, 4 RETRY; REC-NO IS
      *    THE RECORD'S POSITION ON ITS OWN FILE.
       SD  LIFE-TID-SORT-FILE.
       01  LIFE-TID-SORT-RECORD.
           05  LTS-TRANINSTANCEID       PIC X(16).
           05  LTS-SOURCE-NO            PIC 9(1).
           05  LTS-REC-NO               PIC S9(9) COMP.
           05  LTS-IVP-ID               PIC X(8).
           05  LTS-BTCH-SEQ-NO          PIC S9(8) COMP.
           05  LTS-PAYLOAD              PIC X(160).

      *    THE SAME SLICE PREFIXED WITH THE LIFECYCLE KEY IT BELONGS
      *    TO.
       SD  LIFE-KEY-SORT-FILE.
       01  LIFE-KEY-SORT-RECORD.
           05  LKS-EFF-IVP-ID           PIC X(8).
           05  LKS-EFF-BTCH-SEQ-NO      PIC S9(8) COMP.
           05  LKS-TRANINSTANCEID       PIC X(16).
           05  LKS-SOURCE-NO            PIC 9(1).
           05  LKS-REC-NO               PIC S9(9) COMP.
           05  LKS-IVP-ID               PIC X(8).
           05  LKS-BTCH-SEQ-NO          PIC S9(8) COMP.
           05  LKS-PAYLOAD              PIC X(160).

       SD  LIFE-ORDER-SORT-FILE.
       01  LIFE-ORDER-SORT-RECORD.
           05  LOS-FIRST-SOURCE-NO      PIC 9(1).
           05  LOS-FIRST-REC-NO         PIC S9(9) COMP.
           05  LOS-LIFE-ENTRY           PIC X(334).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RETRY-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-LIFE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RESOLVED-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-SUMMARY-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-EXTR-EOF-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-END-OF-EXTRACT             VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-QUEUE               VALUE 'Y'.
       01  WS-RETRY-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-RETRY               VALUE 'Y'.
       01  WS-INST-EOF-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INSTANCES           VALUE 'Y'.
       01  WS-RESOLVED-EOF-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-END-OF-RESOLVED            VALUE 'Y'.
       01  WS-ORDER-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-LIFECYCLES          VALUE 'Y'.
       01  WS-EXTR-RECS-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-AUDIT-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-QUEUE-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-RETRY-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-LIFE-RECS-WRITTEN     PIC S9(8) COMP VALUE ZERO.

       01  WS-LIFE-ENTRY.
           05  WS-LF-TRANINSTANCEID PIC X(16).
           05  WS-LF-IVP-ID         PIC X(8).
           05  WS-LF-BTCH-SEQ-NO    PIC S9(8) COMP.
           05  WS-LF-BES-NAME       PIC X(8).
           05  WS-LF-REQUEST-FLAG   PIC X(1).
           05  WS-LF-REPLY-FLAG     PIC X(1).
           05  WS-LF-AUDIT-FLAG     PIC X(1).
           05  WS-LF-TRANSTATE      PIC X(1).
           05  WS-LF-COMMITMODE     PIC X(1).
           05  WS-LF-QUEUE-FLAG     PIC X(1).
           05  WS-LF-QMGR-NAME      PIC X(48).
           05  WS-LF-QUEUE-NAME     PIC X(48).
           05  WS-LF-REPLYTO-QUEUE  PIC X(48).
           05  WS-LF-RETRY-COUNT    PIC S9(4) COMP.
           05  WS-LF-MAX-RETRIES    PIC S9(4) COMP.
           05  WS-LF-START-DATE-CHAR PIC X(16).
           05  WS-LF-START-TIME-CHAR PIC X(16).
           05  WS-LF-REPLY-DATE-CHAR PIC X(16).
           05  WS-LF-REPLY-TIME-CHAR PIC X(16).
           05  WS-LF-RESULT         PIC X(80).

      *    WHAT EACH FILE CONTRIBUTES TO THE LIFECYCLE, CARRIED
      *    THROUGH THE SORTS AS LTS-PAYLOAD / LKS-PAYLOAD.
       01  WS-SLICE-PAYLOAD.
           05  WS-SP-EXTRACT.
               10  WS-SP-REPLY-TIME     PIC X(8).
               10  WS-SP-BES-NAME       PIC X(8).
               10  WS-SP-START-DATE-CHAR PIC X(16).
               10  WS-SP-START-TIME-CHAR PIC X(16).
               10  WS-SP-REPLY-DATE-CHAR PIC X(16).
               10  WS-SP-REPLY-TIME-CHAR PIC X(16).
               10  WS-SP-RESULT         PIC X(80).
           05  WS-SP-AUDIT REDEFINES WS-SP-EXTRACT.
               10  WS-SP-TRANSTATE      PIC X(1).
               10  WS-SP-COMMITMODE     PIC X(1).
               10  FILLER               PIC X(158).
           05  WS-SP-QUEUE REDEFINES WS-SP-EXTRACT.
               10  WS-SP-QMGR-NAME      PIC X(48).
               10  WS-SP-QUEUE-NAME     PIC X(48).
               10  WS-SP-REPLYTO-QUEUE  PIC X(48).
               10  FILLER               PIC X(16).
           05  WS-SP-RETRY REDEFINES WS-SP-EXTRACT.
               10  WS-SP-RETRY-COUNT    PIC S9(4) COMP.
               10  WS-SP-MAX-RETRIES    PIC S9(4) COMP.
               10  FILLER               PIC X(156).

       01  WS-RESOLVE-TRANINSTANCEID PIC X(16) VALUE SPACES.
       01  WS-RESOLVE-IVP-ID        PIC X(8)  VALUE SPACES.
       01  WS-RESOLVE-BTCH-SEQ-NO   PIC S9(8) COMP VALUE ZERO.

       01  WS-FOUND-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-DOSS-HDR-1.
           05  FILLER               PIC X(32)
               VALUE 'TRANSACTION LIFECYCLE DOSSIER'.
       PROCEDURE DIVISION USING LK-REQ-TRANINSTANCEID.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT LIFE-TID-SORT-FILE
               ON ASCENDING KEY LTS-TRANINSTANCEID LTS-SOURCE-NO
                                LTS-REC-NO
               INPUT PROCEDURE IS 2000-RELEASE-SLICES
               OUTPUT PROCEDURE IS 2500-RESOLVE-INSTANCES
           PERFORM 1100-CHECK-SORT
           SORT LIFE-KEY-SORT-FILE
               ON ASCENDING KEY LKS-EFF-IVP-ID LKS-EFF-BTCH-SEQ-NO
                                LKS-SOURCE-NO LKS-REC-NO
               USING LIFE-RESOLVED-WORK-FILE
               OUTPUT PROCEDURE IS 3000-BUILD-LIFECYCLES
           PERFORM 1100-CHECK-SORT
           SORT LIFE-ORDER-SORT-FILE
               ON ASCENDING KEY LOS-FIRST-SOURCE-NO LOS-FIRST-REC-NO
               USING LIFE-SUMMARY-WORK-FILE
               OUTPUT PROCEDURE IS 6000-WRITE-LIFECYCLE
           PERFORM 1100-CHECK-SORT
           PERFORM 7200-FINISH-DOSSIER
           PERFORM 9000-TERMINATE
           GOBACK.

                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT LIFE-RESOLVED-WORK-FILE
           IF WS-RESOLVED-STATUS NOT = '00'
               DISPLAY 'IVPLIFE: UNABLE TO OPEN RESOLVED WORK, STATUS='
                   WS-RESOLVED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LIFE-SUMMARY-WORK-FILE
           IF WS-SUMMARY-STATUS NOT = '00'
               DISPLAY 'IVPLIFE: UNABLE TO OPEN SUMMARY WORK, STATUS='
                   WS-SUMMARY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LIFECYCLE-FILE
           OPEN OUTPUT DOSSIER-RPT-FILE
           PERFORM 7000-START-DOSSIER.

       1100-CHECK-SORT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'IVPLIFE: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-RELEASE-SLICES.
           PERFORM 2100-READ-EXTRACT
           PERFORM 2110-RELEASE-EXTRACT
               UNTIL WS-END-OF-EXTRACT
           PERFORM 2200-READ-AUDIT
           PERFORM 2210-RELEASE-AUDIT
               UNTIL WS-END-OF-AUDIT
           PERFORM 2300-READ-QUEUE
           PERFORM 2310-RELEASE-QUEUE
               UNTIL WS-END-OF-QUEUE
           IF NOT WS-END-OF-RETRY
               PERFORM 2400-READ-RETRY
           END-IF
           PERFORM 2410-RELEASE-RETRY
               UNTIL WS-END-OF-RETRY.

       2100-READ-EXTRACT.
           READ IVP-EXTRACT-FILE INTO WS-IVP-FIELDS-WORK
               AT END
                   SET WS-END-OF-EXTRACT TO TRUE
           END-READ.

       2110-RELEASE-EXTRACT.
           ADD 1 TO WS-EXTR-RECS-READ
           MOVE SPACES TO WS-SLICE-PAYLOAD
           MOVE IVP-REPLY-TIME OF WS-IVP-FIELDS-WORK
               TO WS-SP-REPLY-TIME
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK TO WS-SP-BES-NAME
           MOVE IVP-START-DATE-CHAR OF WS-IVP-FIELDS-WORK
               TO WS-SP-START-DATE-CHAR
           MOVE IVP-START-TIME-CHAR OF WS-IVP-FIELDS-WORK
               TO WS-SP-START-TIME-CHAR
           MOVE IVP-REPLY-DATE-CHAR OF WS-IVP-FIELDS-WORK
               TO WS-SP-REPLY-DATE-CHAR
           MOVE IVP-REPLY-TIME-CHAR OF WS-IVP-FIELDS-WORK
               TO WS-SP-REPLY-TIME-CHAR
           MOVE IVP-RESULT OF WS-IVP-FIELDS-WORK TO WS-SP-RESULT
           MOVE SPACES TO LTS-TRANINSTANCEID
           MOVE 1 TO LTS-SOURCE-NO
           MOVE WS-EXTR-RECS-READ TO LTS-REC-NO
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK TO LTS-IVP-ID
           MOVE IVP-BTCH-SEQ-NO OF WS-IVP-FIELDS-WORK
               TO LTS-BTCH-SEQ-NO
           MOVE WS-SLICE-PAYLOAD TO LTS-PAYLOAD
           RELEASE LIFE-TID-SORT-RECORD
           PERFORM 2100-READ-EXTRACT.

       2200-READ-AUDIT.
           READ MQIIH-EXTRACT-FILE INTO MQIIH-AUDIT-WORK
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.

       2210-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-RECS-READ
           MOVE SPACES TO WS-SLICE-PAYLOAD
           MOVE MQXA-TRANSTATE OF MQIIH-AUDIT-WORK TO WS-SP-TRANSTATE
           MOVE MQXA-COMMITMODE OF MQIIH-AUDIT-WORK
               TO WS-SP-COMMITMODE
           MOVE MQXA-TRANINSTANCEID OF MQIIH-AUDIT-WORK
               TO LTS-TRANINSTANCEID
           MOVE 2 TO LTS-SOURCE-NO
           MOVE WS-AUDIT-RECS-READ TO LTS-REC-NO
           MOVE MQXA-IVP-ID OF MQIIH-AUDIT-WORK TO LTS-IVP-ID
           MOVE MQXA-BTCH-SEQ-NO OF MQIIH-AUDIT-WORK
               TO LTS-BTCH-SEQ-NO
           MOVE WS-SLICE-PAYLOAD TO LTS-PAYLOAD
           RELEASE LIFE-TID-SORT-RECORD
           PERFORM 2200-READ-AUDIT.

       2300-READ-QUEUE.
           READ MQQ-EXTRACT-FILE INTO MQ-QUEUE-EXTR-WORK
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

       2310-RELEASE-QUEUE.
           ADD 1 TO WS-QUEUE-RECS-READ
           MOVE SPACES TO WS-SLICE-PAYLOAD
           MOVE MQQX-QMGR-NAME OF MQ-QUEUE-EXTR-WORK
               TO WS-SP-QMGR-NAME
           MOVE MQQX-QUEUE-NAME OF MQ-QUEUE-EXTR-WORK
               TO WS-SP-QUEUE-NAME
           MOVE MQQX-REPLYTO-QUEUE OF MQ-QUEUE-EXTR-WORK
               TO WS-SP-REPLYTO-QUEUE
           MOVE MQQX-TRANINSTANCEID OF MQ-QUEUE-EXTR-WORK
               TO LTS-TRANINSTANCEID
           MOVE 3 TO LTS-SOURCE-NO
           MOVE WS-QUEUE-RECS-READ TO LTS-REC-NO
           MOVE MQQX-IVP-ID OF MQ-QUEUE-EXTR-WORK TO LTS-IVP-ID
           MOVE MQQX-BTCH-SEQ-NO OF MQ-QUEUE-EXTR-WORK
               TO LTS-BTCH-SEQ-NO
           MOVE WS-SLICE-PAYLOAD TO LTS-PAYLOAD
           RELEASE LIFE-TID-SORT-RECORD
           PERFORM 2300-READ-QUEUE.

       2400-READ-RETRY.
           READ MQ-RETRY-TRACK-FILE INTO MQ-RETRY-WORK
               AT END
                   SET WS-END-OF-RETRY TO TRUE
           END-READ.

       2410-RELEASE-RETRY.
           ADD 1 TO WS-RETRY-RECS-READ
           MOVE SPACES TO WS-SLICE-PAYLOAD
           MOVE MQRT-RETRY-COUNT OF MQ-RETRY-WORK
               TO WS-SP-RETRY-COUNT
           MOVE MQRT-MAX-RETRIES OF MQ-RETRY-WORK
               TO WS-SP-MAX-RETRIES
           MOVE MQRT-TRANINSTANCEID OF MQ-RETRY-WORK
               TO LTS-TRANINSTANCEID
           MOVE 4 TO LTS-SOURCE-NO
           MOVE WS-RETRY-RECS-READ TO LTS-REC-NO
           MOVE MQRT-IVP-ID OF MQ-RETRY-WORK TO LTS-IVP-ID
           MOVE MQRT-BTCH-SEQ-NO OF MQ-RETRY-WORK
               TO LTS-BTCH-SEQ-NO
           MOVE WS-SLICE-PAYLOAD TO LTS-PAYLOAD
           RELEASE LIFE-TID-SORT-RECORD
           PERFORM 2400-READ-RETRY.

      *    A SLICE WITH NO TRANINSTANCEID BELONGS TO ITS OWN IVP-ID /
      *    BTCH-SEQ-NO.  EVERY SLICE OF AN INSTANCE BELONGS TO THE
      *    IVP-ID / BTCH-SEQ-NO OF THE INSTANCE'S FIRST SLICE.  BOTH
      *    WORK FILES ARE OPENED BY 1000-INITIALIZE AND EACH IS CLOSED
      *    BY THE OUTPUT PROCEDURE THAT WRITES IT, BEFORE THE NEXT
      *    SORT READS IT.
       2500-RESOLVE-INSTANCES.
           PERFORM 2550-RETURN-INSTANCE
           PERFORM 2600-RESOLVE-ONE-INSTANCE
               UNTIL WS-END-OF-INSTANCES
           CLOSE LIFE-RESOLVED-WORK-FILE.

       2550-RETURN-INSTANCE.
           RETURN LIFE-TID-SORT-FILE
               AT END
                   SET WS-END-OF-INSTANCES TO TRUE
           END-RETURN.

       2600-RESOLVE-ONE-INSTANCE.
           MOVE LTS-TRANINSTANCEID TO WS-RESOLVE-TRANINSTANCEID
           MOVE LTS-IVP-ID         TO WS-RESOLVE-IVP-ID
           MOVE LTS-BTCH-SEQ-NO    TO WS-RESOLVE-BTCH-SEQ-NO
           IF WS-RESOLVE-TRANINSTANCEID = SPACES
               PERFORM 2610-WRITE-RESOLVED
               PERFORM 2550-RETURN-INSTANCE
           ELSE
               PERFORM UNTIL WS-END-OF-INSTANCES
                       OR LTS-TRANINSTANCEID NOT =
                           WS-RESOLVE-TRANINSTANCEID
                   PERFORM 2610-WRITE-RESOLVED
                   PERFORM 2550-RETURN-INSTANCE
               END-PERFORM
           END-IF.

       2610-WRITE-RESOLVED.
           MOVE WS-RESOLVE-IVP-ID      TO LRWK-EFF-IVP-ID
           MOVE WS-RESOLVE-BTCH-SEQ-NO TO LRWK-EFF-BTCH-SEQ-NO
           MOVE LIFE-TID-SORT-RECORD   TO LRWK-INSTANCE-DATA
           WRITE LIFE-RESOLVED-WORK-RECORD.

       3000-BUILD-LIFECYCLES.
           PERFORM 3050-RETURN-RESOLVED
           PERFORM 3100-BUILD-ONE-LIFECYCLE
               UNTIL WS-END-OF-RESOLVED
           CLOSE LIFE-SUMMARY-WORK-FILE.

       3050-RETURN-RESOLVED.
           RETURN LIFE-KEY-SORT-FILE
               AT END
                   SET WS-END-OF-RESOLVED TO TRUE
           END-RETURN.

       3100-BUILD-ONE-LIFECYCLE.
           MOVE LKS-SOURCE-NO TO LSWK-FIRST-SOURCE-NO
           MOVE LKS-REC-NO    TO LSWK-FIRST-REC-NO
           PERFORM 8000-INITIALIZE-ENTRY
           PERFORM UNTIL WS-END-OF-RESOLVED
                   OR LKS-EFF-IVP-ID NOT = WS-LF-IVP-ID
                   OR LKS-EFF-BTCH-SEQ-NO NOT = WS-LF-BTCH-SEQ-NO
               IF LKS-TRANINSTANCEID NOT = SPACES
                   AND WS-LF-TRANINSTANCEID = SPACES
                   MOVE LKS-TRANINSTANCEID TO WS-LF-TRANINSTANCEID
               END-IF
               MOVE LKS-PAYLOAD TO WS-SLICE-PAYLOAD
               EVALUATE LKS-SOURCE-NO
                   WHEN 1
                       PERFORM 3200-ABSORB-EXTRACT
                   WHEN 2
                       PERFORM 3300-ABSORB-AUDIT
                   WHEN 3
                       PERFORM 3400-ABSORB-QUEUE
                   WHEN 4
                       PERFORM 3500-ABSORB-RETRY
               END-EVALUATE
               PERFORM 3050-RETURN-RESOLVED
           END-PERFORM
           MOVE WS-LIFE-ENTRY TO LSWK-LIFE-ENTRY
           WRITE LIFE-SUMMARY-WORK-RECORD.

       3200-ABSORB-EXTRACT.
           MOVE 'Y' TO WS-LF-REQUEST-FLAG
           IF WS-SP-REPLY-TIME NOT = SPACES
               MOVE 'Y' TO WS-LF-REPLY-FLAG
           END-IF
           MOVE WS-SP-BES-NAME        TO WS-LF-BES-NAME
           MOVE WS-SP-START-DATE-CHAR TO WS-LF-START-DATE-CHAR
           MOVE WS-SP-START-TIME-CHAR TO WS-LF-START-TIME-CHAR
           MOVE WS-SP-REPLY-DATE-CHAR TO WS-LF-REPLY-DATE-CHAR
           MOVE WS-SP-REPLY-TIME-CHAR TO WS-LF-REPLY-TIME-CHAR
           MOVE WS-SP-RESULT          TO WS-LF-RESULT.

       3300-ABSORB-AUDIT.
           MOVE 'Y' TO WS-LF-AUDIT-FLAG
           MOVE WS-SP-TRANSTATE  TO WS-LF-TRANSTATE
           MOVE WS-SP-COMMITMODE TO WS-LF-COMMITMODE.

       3400-ABSORB-QUEUE.
           MOVE 'Y' TO WS-LF-QUEUE-FLAG
           MOVE WS-SP-QMGR-NAME     TO WS-LF-QMGR-NAME
           MOVE WS-SP-QUEUE-NAME    TO WS-LF-QUEUE-NAME
           MOVE WS-SP-REPLYTO-QUEUE TO WS-LF-REPLYTO-QUEUE.

       3500-ABSORB-RETRY.
           MOVE WS-SP-RETRY-COUNT TO WS-LF-RETRY-COUNT
           MOVE WS-SP-MAX-RETRIES TO WS-LF-MAX-RETRIES.

       6000-WRITE-LIFECYCLE.
           PERFORM 6050-RETURN-LIFECYCLE
           PERFORM UNTIL WS-END-OF-LIFECYCLES
               MOVE LOS-LIFE-ENTRY TO WS-LIFE-ENTRY
               PERFORM 6100-WRITE-LIFECYCLE-RECORD
               IF LK-REQ-TRANINSTANCEID NOT = SPACES
                   AND NOT WS-ENTRY-FOUND
                   AND WS-LF-TRANINSTANCEID = LK-REQ-TRANINSTANCEID
                   SET WS-ENTRY-FOUND TO TRUE
                   PERFORM 7100-PRINT-DOSSIER-BODY
               END-IF
               PERFORM 6050-RETURN-LIFECYCLE
           END-PERFORM.

       6050-RETURN-LIFECYCLE.
           RETURN LIFE-ORDER-SORT-FILE
               AT END
                   SET WS-END-OF-LIFECYCLES TO TRUE
           END-RETURN.

       6100-WRITE-LIFECYCLE-RECORD.
           MOVE SPACES TO IVP-LIFECYCLE-RECORD
           MOVE WS-LF-TRANINSTANCEID TO LIFE-TRANINSTANCEID
           MOVE WS-LF-IVP-ID TO LIFE-IVP-ID
           MOVE WS-LF-BTCH-SEQ-NO TO LIFE-BTCH-SEQ-NO
           MOVE WS-LF-BES-NAME TO LIFE-BES-NAME
           MOVE WS-LF-REQUEST-FLAG TO LIFE-REQUEST-FLAG
           MOVE WS-LF-REPLY-FLAG TO LIFE-REPLY-FLAG
           MOVE WS-LF-AUDIT-FLAG TO LIFE-AUDIT-FLAG
           MOVE WS-LF-TRANSTATE TO LIFE-TRANSTATE
           MOVE WS-LF-COMMITMODE TO LIFE-COMMITMODE
           MOVE WS-LF-QUEUE-FLAG TO LIFE-QUEUE-FLAG
           MOVE WS-LF-QMGR-NAME TO LIFE-QMGR-NAME
           MOVE WS-LF-QUEUE-NAME TO LIFE-QUEUE-NAME
           MOVE WS-LF-REPLYTO-QUEUE TO LIFE-REPLYTO-QUEUE
           MOVE WS-LF-RETRY-COUNT TO LIFE-RETRY-COUNT
           MOVE WS-LF-MAX-RETRIES TO LIFE-MAX-RETRIES
           MOVE WS-LF-START-DATE-CHAR TO LIFE-START-DATE-CHAR
           MOVE WS-LF-START-TIME-CHAR TO LIFE-START-TIME-CHAR
           MOVE WS-LF-REPLY-DATE-CHAR TO LIFE-REPLY-DATE-CHAR
           MOVE WS-LF-REPLY-TIME-CHAR TO LIFE-REPLY-TIME-CHAR
           MOVE WS-LF-RESULT TO LIFE-RESULT
           WRITE IVP-LIFECYCLE-RECORD
           ADD 1 TO WS-LIFE-RECS-WRITTEN.

       7000-START-DOSSIER.
           IF LK-REQ-TRANINSTANCEID NOT = SPACES
               WRITE DOSSIER-RPT-LINE FROM WS-DOSS-HDR-1
               MOVE LK-REQ-TRANINSTANCEID TO WS-DH-TRANINSTANCEID
               WRITE DOSSIER-RPT-LINE FROM WS-DOSS-HDR-2
               MOVE SPACES TO DOSSIER-RPT-LINE
               WRITE DOSSIER-RPT-LINE
           END-IF.

       7100-PRINT-DOSSIER-BODY.
           MOVE 'IVP-ID'             TO WS-DD-LABEL
           MOVE WS-LF-IVP-ID TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'BES NAME'           TO WS-DD-LABEL
           MOVE WS-LF-BES-NAME TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REQUEST GENERATED'  TO WS-DD-LABEL
           MOVE WS-LF-REQUEST-FLAG TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REPLY RECEIVED'     TO WS-DD-LABEL
           MOVE WS-LF-REPLY-FLAG TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'AUDIT OBSERVED'     TO WS-DD-LABEL
           MOVE WS-LF-AUDIT-FLAG TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'TRANSTATE'          TO WS-DD-LABEL
           MOVE WS-LF-TRANSTATE TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'COMMITMODE'         TO WS-DD-LABEL
           MOVE WS-LF-COMMITMODE TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REQUEST QMGR'       TO WS-DD-LABEL
           MOVE WS-LF-QMGR-NAME TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REQUEST QUEUE'      TO WS-DD-LABEL
           MOVE WS-LF-QUEUE-NAME TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REPLY-TO QUEUE'     TO WS-DD-LABEL
           MOVE WS-LF-REPLYTO-QUEUE TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'RETRIES ATTEMPTED'  TO WS-DD-LABEL
           MOVE WS-LF-RETRY-COUNT TO WS-DD-RETRY-COUNT
           MOVE WS-LF-MAX-RETRIES TO WS-DD-MAX-RETRIES
           MOVE WS-DD-RETRY-TEXT TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'START DATE/TIME'    TO WS-DD-LABEL
           MOVE SPACES TO WS-DD-VALUE
           STRING WS-LF-START-DATE-CHAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LF-START-TIME-CHAR DELIMITED BY SIZE
               INTO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'REPLY DATE/TIME'    TO WS-DD-LABEL
           MOVE SPACES TO WS-DD-VALUE
           STRING WS-LF-REPLY-DATE-CHAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LF-REPLY-TIME-CHAR DELIMITED BY SIZE
               INTO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL
           MOVE 'RESULT'             TO WS-DD-LABEL
           MOVE WS-LF-RESULT TO WS-DD-VALUE
           WRITE DOSSIER-RPT-LINE FROM WS-DOSS-DETAIL.

       7200-FINISH-DOSSIER.
           IF LK-REQ-TRANINSTANCEID NOT = SPACES
               AND NOT WS-ENTRY-FOUND
               WRITE DOSSIER-RPT-LINE FROM WS-DOSS-NOT-FOUND
           END-IF.

       8000-INITIALIZE-ENTRY.
           MOVE SPACES TO WS-LF-TRANINSTANCEID
           MOVE LKS-EFF-IVP-ID TO WS-LF-IVP-ID
           MOVE LKS-EFF-BTCH-SEQ-NO TO WS-LF-BTCH-SEQ-NO
           MOVE SPACES TO WS-LF-BES-NAME
           MOVE 'N' TO WS-LF-REQUEST-FLAG
           MOVE 'N' TO WS-LF-REPLY-FLAG
           MOVE 'N' TO WS-LF-AUDIT-FLAG
           MOVE SPACES TO WS-LF-TRANSTATE
           MOVE SPACES TO WS-LF-COMMITMODE
           MOVE 'N' TO WS-LF-QUEUE-FLAG
           MOVE SPACES TO WS-LF-QMGR-NAME
           MOVE SPACES TO WS-LF-QUEUE-NAME
           MOVE SPACES TO WS-LF-REPLYTO-QUEUE
           MOVE ZERO TO WS-LF-RETRY-COUNT
           MOVE ZERO TO WS-LF-MAX-RETRIES
           MOVE SPACES TO WS-LF-START-DATE-CHAR
           MOVE SPACES TO WS-LF-START-TIME-CHAR
           MOVE SPACES TO WS-LF-REPLY-DATE-CHAR
           MOVE SPACES TO WS-LF-REPLY-TIME-CHAR
           MOVE SPACES TO WS-LF-RESULT.

       9000-TERMINATE.
           CLOSE IVP-EXTRACT-FILE
           CLOSE MQIIH-EXTRACT-FILE
