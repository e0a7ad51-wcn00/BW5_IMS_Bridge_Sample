      ******************************************************************
      *  PROGRAM-ID : IVPSIEM
      *  PURPOSE    : NIGHTLY SECURITY EVENT FEED TO THE ENTERPRISE
      *               SIEM.  THE BRIDGE'S SECURITY EVIDENCE USED TO
      *               SIT IN FIVE DIFFERENT OUTPUTS IN FIVE DIFFERENT
      *               SHAPES, HAND-EXTRACTED FOR EVERY ACCESS AUDIT.
      *               THIS STEP RUNS AFTER THE NIGHT'S SUITE, IVPAUCHK,
      *               IVPDLQSW AND ANY GRANT MAINTENANCE, COLLECTS THE
      *               EVENTS FROM THE OUTPUTS THOSE STEPS ALREADY
      *               WRITE, AND WRITES ONE FIXED-FORMAT FEED
      *               (SIEMEVT.CPY) WITH ONE RECORD PER EVENT:
      *
      *                 SECVIOL  - IVPEDIT SECURITY-VIOLATION LINES
      *                            (SECVIOL.CPY): UNAUTH-USER
      *                 EXCAUT   - IVPAUCHK AUTHENTICATOR EXCEPTIONS
      *                            (IVPEXC.CPY): BAD-AUTHN
      *                 TBLJRNL  - USERAUTH AND AUTHROT CHANGES
      *                            APPLIED ON LK-RUN-DATE
      *                            (TBLJRNL.CPY): GRANT-* AND
      *                            ROTATE-*, CREDITED TO THE
      *                            PROGRAM THAT APPLIED THE CHANGE
      *                 MQDLQIN  - DEAD-LETTERED MESSAGES WITH MQRC
      *                            2035 NOT AUTHORIZED (MQDLQIN.CPY):
      *                            MQ-NOT-AUTH
      *
      *               THE USERID, BES, TRAN AND TRANINSTANCEID A
      *               SOURCE DOES NOT CARRY ARE FILLED, WHERE KNOWN,
      *               FROM THE NIGHT'S HISTORY DAILY (IVPHIST.D<DATE>,
      *               KEYED BY IVP-ID AND BTCH-SEQ-NO) AND QUEUE
      *               HISTORY (QHIST.D<DATE>, KEYED BY
      *               TRANINSTANCEID).  NO AUTHENTICATOR VALUE IS
      *               WRITTEN TO THE FEED.  EXCAUT AND MQDLQIN ARE
      *               READ FIRST AND ONLY THE IVP-ID/BTCH-SEQ-NO AND
      *               TRANINSTANCEID KEYS THEIR EVENTS REFERENCE ARE
      *               INDEXED, SO THE INDEX GROWS WITH THE NIGHT'S
      *               EVENTS, NOT WITH THE DAY'S VOLUME.  THE INDEX IS
      *               BUILT BEFORE THE FEED IS OPENED, SO A FULL INDEX
      *               NEVER LEAVES A FEED WITHOUT ITS TRAILER.
      *
      *               THE FEED OPENS WITH A HEADER AND CLOSES WITH A
      *               TRAILER CARRYING THE RECONCILIATION COUNT - THE
      *               EVENTS WRITTEN IN TOTAL AND PER SOURCE, AND THE
      *               NUMBER OF SOURCES THAT COULD NOT BE READ - SO
      *               SECURITY CAN TELL WHETHER A NIGHT'S FEED ARRIVED
      *               WHOLE.  THE COLLECTION REPORT (SIEMRPT) SHOWS
      *               RECORDS READ AND EVENTS WRITTEN PER SOURCE.
      *               RC 4 WHEN ANY SOURCE WAS NOT AVAILABLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPSIEM.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-VIOLATION-FILE ASSIGN TO SECVIOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT AUCHK-COMMON-EXC-FILE ASSIGN TO EXCAUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHN-STATUS.

           SELECT TABLE-JOURNAL-FILE ASSIGN TO TBLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MQ-DLQ-EXTRACT-FILE ASSIGN TO MQDLQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT IVP-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT QUEUE-HIST-FILE ASSIGN TO DYNAMIC WS-QHIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QHIST-STATUS.

           SELECT SIEM-FEED-FILE ASSIGN TO SIEMFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SIEM-RPT-FILE ASSIGN TO SIEMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-VIOLATION-FILE
           RECORDING MODE IS F.
       01  SEC-VIOLATION-LINE           PIC X(132).

       FD  AUCHK-COMMON-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  TABLE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY TBLJRNL.

       FD  MQ-DLQ-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY MQDLQIN.

       FD  IVP-HIST-FILE
           RECORDING MODE IS F.
           COPY IVPHREC.

       FD  QUEUE-HIST-FILE.
       01  QUEUE-HIST-RECORD.
           05  QHIST-RUN-DATE               PIC X(8).
           05  QHIST-IVP-ID                 PIC X(8).
           05  QHIST-BTCH-SEQ-NO            PIC 9(8).
           05  QHIST-TRANINSTANCEID         PIC X(16).
           05  QHIST-QMGR-NAME              PIC X(48).
           05  QHIST-QUEUE-NAME             PIC X(48).
           05  QHIST-REPLYTO-QMGR-NAME      PIC X(48).
           05  QHIST-REPLYTO-QUEUE          PIC X(48).

       FD  SIEM-FEED-FILE
           RECORDING MODE IS F.
           COPY SIEMEVT.

       FD  SIEM-RPT-FILE
           RECORDING MODE IS F.
       01  SIEM-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SECV-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AUTHN-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-JRNL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DLQ-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-QHIST-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-FEED-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-DSN              PIC X(44) VALUE SPACES.
       01  WS-QHIST-DSN             PIC X(44) VALUE SPACES.

       01  WS-CREATED-DATE          PIC 9(8).
       01  WS-CREATED-TIME          PIC X(8).

       01  WS-EDIT-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-EDIT-EVENTS           PIC S9(8) COMP VALUE ZERO.
       01  WS-AUTHN-READ            PIC S9(8) COMP VALUE ZERO.
       01  WS-AUTHN-EVENTS          PIC S9(8) COMP VALUE ZERO.
       01  WS-JRNL-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-GRANT-EVENTS          PIC S9(8) COMP VALUE ZERO.
       01  WS-ROTATE-EVENTS         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLQ-READ              PIC S9(8) COMP VALUE ZERO.
       01  WS-DLQ-EVENTS            PIC S9(8) COMP VALUE ZERO.
       01  WS-HIST-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-QHIST-READ            PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-EVENTS          PIC S9(8) COMP VALUE ZERO.
       01  WS-UNCORRELATED          PIC S9(8) COMP VALUE ZERO.
       01  WS-SOURCES-MISSING       PIC S9(4) COMP VALUE ZERO.

       01  WS-SOURCE-SWITCHES.
           05  WS-EDIT-SOURCE-SW    PIC X(1)  VALUE 'N'.
               88  WS-EDIT-SOURCE-READ       VALUE 'Y'.
           05  WS-AUTHN-SOURCE-SW   PIC X(1)  VALUE 'N'.
               88  WS-AUTHN-SOURCE-READ      VALUE 'Y'.
           05  WS-JRNL-SOURCE-SW    PIC X(1)  VALUE 'N'.
               88  WS-JRNL-SOURCE-READ       VALUE 'Y'.
           05  WS-DLQ-SOURCE-SW     PIC X(1)  VALUE 'N'.
               88  WS-DLQ-SOURCE-READ        VALUE 'Y'.
           05  WS-HIST-SOURCE-SW    PIC X(1)  VALUE 'N'.
               88  WS-HIST-SOURCE-READ       VALUE 'Y'.
           05  WS-QHIST-SOURCE-SW   PIC X(1)  VALUE 'N'.
               88  WS-QHIST-SOURCE-READ      VALUE 'Y'.

       01  WS-RQ-TABLE-CTRL.
           05  WS-RQ-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RQ-MAX-ENTRIES    PIC S9(4) COMP VALUE 3000.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 3000 TIMES
                                    INDEXED BY WS-RQ-IDX.
               10  WS-RQ-IVP-ID         PIC X(8).
               10  WS-RQ-BTCH-SEQ-NO    PIC 9(8).
               10  WS-RQ-USERID         PIC X(8).
               10  WS-RQ-BES-NAME       PIC X(8).
               10  WS-RQ-TRAN-ID        PIC X(8).
               10  WS-RQ-TRANINSTANCEID PIC X(16).

       01  WS-SOURCE-SWITCH         PIC X(1).
           88  WS-SOURCE-READ                VALUE 'Y'.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-SRCH-IVP-ID           PIC X(8).
       01  WS-SRCH-BTCH-SEQ-NO      PIC 9(8).
       01  WS-SRCH-TRANINSTANCEID   PIC X(16).

       COPY SECVIOL.

       COPY USERAUTH.

       COPY AUTHROT.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(30)
               VALUE 'SIEM SECURITY EVENT COLLECTION'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE      PIC X(8).
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(10) VALUE 'SOURCE'.
           05  FILLER               PIC X(10) VALUE 'DD'.
           05  FILLER               PIC X(14) VALUE 'EVENT TYPES'.
           05  FILLER               PIC X(12) VALUE '   REC READ'.
           05  FILLER               PIC X(12) VALUE '     EVENTS'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(16) VALUE 'STATUS'.

       01  WS-SOURCE-LINE.
           05  WS-SL-SOURCE-PGM     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-DD-NAME        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-EVENT-TYPES    PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-RECS-READ      PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-EVENTS         PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-SL-STATUS         PIC X(16).

       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(14) VALUE 'FEED EVENTS = '.
           05  WS-TOT-EVENTS        PIC ZZZZZZZ9.
           05  FILLER               PIC X(20)
               VALUE '  SOURCES MISSING = '.
           05  WS-TOT-MISSING       PIC Z9.
           05  FILLER               PIC X(17)
               VALUE '  UNCORRELATED = '.
           05  WS-TOT-UNCORRELATED  PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TOT-VERDICT       PIC X(20).

       LINKAGE SECTION.
       01  LK-RUN-DATE               PIC X(8).

       PROCEDURE DIVISION USING LK-RUN-DATE.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-EDIT-VIOLATIONS
           PERFORM 2100-COLLECT-AUTHN-EXCEPTIONS
           PERFORM 2200-COLLECT-GRANT-CHANGES
           PERFORM 2300-COLLECT-DLQ-DENIALS
           PERFORM 3000-PRINT-REPORT
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CREATED-TIME FROM TIME
           PERFORM 1050-COLLECT-EVENT-KEYS
           PERFORM 1200-LOAD-QUEUE-INDEX
           PERFORM 1100-LOAD-HISTORY-INDEX
           OPEN OUTPUT SIEM-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'IVPSIEM: UNABLE TO OPEN SIEM FEED, STATUS='
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SIEM-RPT-FILE
           MOVE LK-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE SIEM-RPT-LINE FROM WS-HDR-LINE-1
           WRITE SIEM-RPT-LINE FROM WS-HDR-LINE-2
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-HEADER TO TRUE
           MOVE 'IVPSIEM'       TO SIEM-HDR-FEED-ID
           MOVE LK-RUN-DATE     TO SIEM-HDR-RUN-DATE
           MOVE WS-CREATED-DATE TO SIEM-HDR-CREATED-DATE
           MOVE WS-CREATED-TIME TO SIEM-HDR-CREATED-TIME
           WRITE SIEM-EVENT-RECORD.

       1050-COLLECT-EVENT-KEYS.
           OPEN INPUT AUCHK-COMMON-EXC-FILE
           IF WS-AUTHN-STATUS = '00'
               PERFORM UNTIL WS-AUTHN-STATUS = '10'
                   READ AUCHK-COMMON-EXC-FILE
                       AT END
                           MOVE '10' TO WS-AUTHN-STATUS
                       NOT AT END
                           IF EXCP-SOURCE-PGM = 'IVPAUCHK'
                               PERFORM 1060-ADD-AUTHN-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUCHK-COMMON-EXC-FILE
           END-IF
           OPEN INPUT MQ-DLQ-EXTRACT-FILE
           IF WS-DLQ-STATUS = '00'
               PERFORM UNTIL WS-DLQ-STATUS = '10'
                   READ MQ-DLQ-EXTRACT-FILE
                       AT END
                           MOVE '10' TO WS-DLQ-STATUS
                       NOT AT END
                           IF MQDL-REASON-CODE = 2035
                               PERFORM 1070-ADD-DLQ-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MQ-DLQ-EXTRACT-FILE
           END-IF.

       1060-ADD-AUTHN-KEY.
           MOVE EXCP-IVP-ID      TO WS-SRCH-IVP-ID
           MOVE EXCP-BTCH-SEQ-NO TO WS-SRCH-BTCH-SEQ-NO
           PERFORM 5100-FIND-BY-IVP-KEY
           IF NOT WS-ENTRY-FOUND
               PERFORM 5300-ADD-INDEX-ENTRY
           END-IF.

       1070-ADD-DLQ-KEY.
           MOVE MQDL-TRANINSTANCEID TO WS-SRCH-TRANINSTANCEID
           PERFORM 5200-FIND-BY-TRANINSTANCEID
           IF NOT WS-ENTRY-FOUND
               MOVE SPACES TO WS-SRCH-IVP-ID
               MOVE ZERO   TO WS-SRCH-BTCH-SEQ-NO
               PERFORM 5300-ADD-INDEX-ENTRY
               MOVE MQDL-TRANINSTANCEID
                   TO WS-RQ-TRANINSTANCEID (WS-RQ-IDX)
           END-IF.

       1100-LOAD-HISTORY-INDEX.
           STRING 'IVPHIST.D' DELIMITED BY SIZE
                  LK-RUN-DATE DELIMITED BY SIZE
               INTO WS-HIST-DSN
           OPEN INPUT IVP-HIST-FILE
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-HIST-STATUS = '10'
                   READ IVP-HIST-FILE
                       AT END
                           MOVE '10' TO WS-HIST-STATUS
                       NOT AT END
                           IF IVPH-CURRENT-LAYOUT
                               ADD 1 TO WS-HIST-READ
                               PERFORM 1110-STORE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-FILE
           ELSE
               DISPLAY 'IVPSIEM: NO HISTORY DAILY FOR ' LK-RUN-DATE
                   ' - USERID AND TRAN NOT FILLED'
           END-IF.

       1110-STORE-HISTORY-ENTRY.
           MOVE IVPH-IVP-ID      TO WS-SRCH-IVP-ID
           MOVE IVPH-BTCH-SEQ-NO TO WS-SRCH-BTCH-SEQ-NO
           PERFORM 5100-FIND-BY-IVP-KEY
           IF WS-ENTRY-FOUND
               MOVE IVPH-USERID      TO WS-RQ-USERID (WS-RQ-IDX)
               MOVE IVPH-BES-NAME    TO WS-RQ-BES-NAME (WS-RQ-IDX)
               MOVE IVPH-BES-TRAN-ID TO WS-RQ-TRAN-ID (WS-RQ-IDX)
           END-IF.

       1200-LOAD-QUEUE-INDEX.
           STRING 'QHIST.D' DELIMITED BY SIZE
                  LK-RUN-DATE DELIMITED BY SIZE
               INTO WS-QHIST-DSN
           OPEN INPUT QUEUE-HIST-FILE
           IF WS-QHIST-STATUS = '00'
               SET WS-QHIST-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-QHIST-STATUS = '10'
                   READ QUEUE-HIST-FILE
                       AT END
                           MOVE '10' TO WS-QHIST-STATUS
                       NOT AT END
                           ADD 1 TO WS-QHIST-READ
                           PERFORM 1210-STORE-QUEUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QUEUE-HIST-FILE
           ELSE
               DISPLAY 'IVPSIEM: NO QUEUE HISTORY FOR ' LK-RUN-DATE
                   ' - TRANINSTANCEID NOT FILLED'
           END-IF.

       1210-STORE-QUEUE-ENTRY.
           MOVE QHIST-IVP-ID      TO WS-SRCH-IVP-ID
           MOVE QHIST-BTCH-SEQ-NO TO WS-SRCH-BTCH-SEQ-NO
           PERFORM 5100-FIND-BY-IVP-KEY
           IF WS-ENTRY-FOUND
               MOVE QHIST-TRANINSTANCEID
                   TO WS-RQ-TRANINSTANCEID (WS-RQ-IDX)
           ELSE
               MOVE QHIST-TRANINSTANCEID TO WS-SRCH-TRANINSTANCEID
               PERFORM 5200-FIND-BY-TRANINSTANCEID
               IF WS-ENTRY-FOUND
                   AND WS-RQ-IVP-ID (WS-RQ-IDX) = SPACES
                   MOVE QHIST-IVP-ID
                       TO WS-RQ-IVP-ID (WS-RQ-IDX)
                   MOVE QHIST-BTCH-SEQ-NO
                       TO WS-RQ-BTCH-SEQ-NO (WS-RQ-IDX)
               END-IF
           END-IF.

       2000-COLLECT-EDIT-VIOLATIONS.
           OPEN INPUT SEC-VIOLATION-FILE
           IF WS-SECV-STATUS = '00'
               SET WS-EDIT-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-SECV-STATUS = '10'
                   READ SEC-VIOLATION-FILE INTO SEC-VIOLATION-DETAIL
                       AT END
                           MOVE '10' TO WS-SECV-STATUS
                       NOT AT END
                           ADD 1 TO WS-EDIT-READ
                           PERFORM 2010-BUILD-EDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE SEC-VIOLATION-FILE
           ELSE
               DISPLAY 'IVPSIEM: SECVIOL NOT AVAILABLE, STATUS='
                   WS-SECV-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           END-IF.

       2010-BUILD-EDIT-EVENT.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-EVENT TO TRUE
           IF SECV-RAISED-DATE = SPACES
               MOVE LK-RUN-DATE      TO SIEM-EVENT-DATE
           ELSE
               MOVE SECV-RAISED-DATE TO SIEM-EVENT-DATE
               MOVE SECV-RAISED-TIME TO SIEM-EVENT-TIME
           END-IF
           MOVE 'UNAUTH-USER'   TO SIEM-EVENT-TYPE
           MOVE SECV-USERID     TO SIEM-USERID
           MOVE SECV-BES-NAME   TO SIEM-BES-NAME
           MOVE SECV-TRAN-ID    TO SIEM-TRAN-ID
           MOVE 'REFUSED'       TO SIEM-OUTCOME
           MOVE 'IVPEDIT'       TO SIEM-SOURCE-PGM
           MOVE SECV-IVP-ID     TO SIEM-IVP-ID
           STRING 'NO UNEXPIRED GRANT FOR IVP-TYPE '
                      DELIMITED BY SIZE
                  SECV-TYPE DELIMITED BY SIZE
               INTO SIEM-DETAIL
           PERFORM 5000-WRITE-EVENT
           ADD 1 TO WS-EDIT-EVENTS.

       2100-COLLECT-AUTHN-EXCEPTIONS.
           OPEN INPUT AUCHK-COMMON-EXC-FILE
           IF WS-AUTHN-STATUS = '00'
               SET WS-AUTHN-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-AUTHN-STATUS = '10'
                   READ AUCHK-COMMON-EXC-FILE
                       AT END
                           MOVE '10' TO WS-AUTHN-STATUS
                       NOT AT END
                           ADD 1 TO WS-AUTHN-READ
                           IF EXCP-SOURCE-PGM = 'IVPAUCHK'
                               PERFORM 2110-BUILD-AUTHN-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUCHK-COMMON-EXC-FILE
           ELSE
               DISPLAY 'IVPSIEM: EXCAUT NOT AVAILABLE, STATUS='
                   WS-AUTHN-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           END-IF.

       2110-BUILD-AUTHN-EVENT.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-EVENT TO TRUE
           MOVE EXCP-RAISED-DATE TO SIEM-EVENT-DATE
           MOVE EXCP-RAISED-TIME TO SIEM-EVENT-TIME
           MOVE 'BAD-AUTHN'      TO SIEM-EVENT-TYPE
           MOVE EXCP-BES-NAME    TO SIEM-BES-NAME
           MOVE EXCP-BES-TRAN-ID TO SIEM-TRAN-ID
           MOVE 'FLAGGED'        TO SIEM-OUTCOME
           MOVE 'IVPAUCHK'       TO SIEM-SOURCE-PGM
           MOVE EXCP-IVP-ID      TO SIEM-IVP-ID
           MOVE EXCP-TEXT (1:50) TO SIEM-DETAIL
           MOVE EXCP-IVP-ID      TO WS-SRCH-IVP-ID
           MOVE EXCP-BTCH-SEQ-NO TO WS-SRCH-BTCH-SEQ-NO
           PERFORM 5100-FIND-BY-IVP-KEY
           IF WS-ENTRY-FOUND
               MOVE WS-RQ-USERID (WS-RQ-IDX) TO SIEM-USERID
               IF SIEM-TRAN-ID = SPACES
                   MOVE WS-RQ-TRAN-ID (WS-RQ-IDX) TO SIEM-TRAN-ID
               END-IF
               MOVE WS-RQ-TRANINSTANCEID (WS-RQ-IDX)
                   TO SIEM-TRANINSTANCEID
           ELSE
               ADD 1 TO WS-UNCORRELATED
           END-IF
           PERFORM 5000-WRITE-EVENT
           ADD 1 TO WS-AUTHN-EVENTS.

       2200-COLLECT-GRANT-CHANGES.
           OPEN INPUT TABLE-JOURNAL-FILE
           IF WS-JRNL-STATUS = '00'
               SET WS-JRNL-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-JRNL-STATUS = '10'
                   READ TABLE-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-JRNL-STATUS
                       NOT AT END
                           IF JRNL-APPLY-DATE = LK-RUN-DATE
                               ADD 1 TO WS-JRNL-READ
                               EVALUATE JRNL-TABLE-NAME
                                   WHEN 'USERAUTH'
                                       PERFORM 2210-BUILD-GRANT-EVENT
                                   WHEN 'AUTHROT '
                                       PERFORM 2220-BUILD-ROTATE-EVENT
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABLE-JOURNAL-FILE
           ELSE
               DISPLAY 'IVPSIEM: TBLJRNL NOT AVAILABLE, STATUS='
                   WS-JRNL-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           END-IF.

       2210-BUILD-GRANT-EVENT.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-EVENT TO TRUE
           IF JRNL-DELETE-ROW
               MOVE JRNL-BEFORE-IMAGE TO USER-AUTH-RECORD
               MOVE 'GRANT-REVOKE' TO SIEM-EVENT-TYPE
           ELSE
               MOVE JRNL-AFTER-IMAGE TO USER-AUTH-RECORD
               IF JRNL-ADD-ROW
                   MOVE 'GRANT-ADD'    TO SIEM-EVENT-TYPE
               ELSE
                   MOVE 'GRANT-CHANGE' TO SIEM-EVENT-TYPE
               END-IF
           END-IF
           MOVE JRNL-APPLY-DATE   TO SIEM-EVENT-DATE
           MOVE JRNL-APPLY-TIME   TO SIEM-EVENT-TIME
           MOVE UATH-USERID       TO SIEM-USERID
           MOVE UATH-BES-NAME     TO SIEM-BES-NAME
           MOVE 'APPLIED'         TO SIEM-OUTCOME
           PERFORM 2230-SET-JOURNAL-SOURCE
           MOVE JRNL-APPLY-USERID TO SIEM-ACTOR-USERID
           STRING 'IVP-TYPE '     DELIMITED BY SIZE
                  UATH-IVP-TYPE   DELIMITED BY SIZE
                  ' EFF '         DELIMITED BY SIZE
                  UATH-EFF-DATE   DELIMITED BY SIZE
                  ' EXP '         DELIMITED BY SIZE
                  UATH-EXP-DATE   DELIMITED BY SIZE
               INTO SIEM-DETAIL
           PERFORM 5000-WRITE-EVENT
           ADD 1 TO WS-GRANT-EVENTS.

       2220-BUILD-ROTATE-EVENT.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-EVENT TO TRUE
           IF JRNL-DELETE-ROW
               MOVE JRNL-BEFORE-IMAGE TO AUTH-ROTATION-RECORD
               MOVE 'ROTATE-DROP' TO SIEM-EVENT-TYPE
           ELSE
               MOVE JRNL-AFTER-IMAGE TO AUTH-ROTATION-RECORD
               IF JRNL-ADD-ROW
                   MOVE 'ROTATE-ADD' TO SIEM-EVENT-TYPE
               ELSE
                   MOVE 'ROTATE-CHG' TO SIEM-EVENT-TYPE
               END-IF
           END-IF
           MOVE JRNL-APPLY-DATE   TO SIEM-EVENT-DATE
           MOVE JRNL-APPLY-TIME   TO SIEM-EVENT-TIME
           MOVE JRNL-APPLY-USERID TO SIEM-USERID
           MOVE ROTA-BES-NAME     TO SIEM-BES-NAME
           MOVE 'APPLIED'         TO SIEM-OUTCOME
           PERFORM 2230-SET-JOURNAL-SOURCE
           MOVE JRNL-APPLY-USERID TO SIEM-ACTOR-USERID
           STRING 'CURRENT EFF '     DELIMITED BY SIZE
                  ROTA-CURR-EFF-DATE DELIMITED BY SIZE
                  ' NEXT EFF '       DELIMITED BY SIZE
                  ROTA-NEXT-EFF-DATE DELIMITED BY SIZE
               INTO SIEM-DETAIL
           PERFORM 5000-WRITE-EVENT
           ADD 1 TO WS-ROTATE-EVENTS.

      *    THE SOURCE OF A JOURNALED CHANGE IS THE PROGRAM THAT APPLIED
      *    IT (BATCH MAINTENANCE, THE ONLINE TRANSACTION OR A SNAPSHOT
      *    PROMOTION).  A RECORD WRITTEN BEFORE THE JOURNAL CARRIED THE
      *    APPLYING PROGRAM IS CREDITED TO THE JOURNAL ITSELF.
       2230-SET-JOURNAL-SOURCE.
           IF JRNL-APPLY-PGM NOT = SPACES
               MOVE JRNL-APPLY-PGM TO SIEM-SOURCE-PGM
           ELSE
               MOVE 'TBLJRNL'      TO SIEM-SOURCE-PGM
           END-IF.

       2300-COLLECT-DLQ-DENIALS.
           OPEN INPUT MQ-DLQ-EXTRACT-FILE
           IF WS-DLQ-STATUS = '00'
               SET WS-DLQ-SOURCE-READ TO TRUE
               PERFORM UNTIL WS-DLQ-STATUS = '10'
                   READ MQ-DLQ-EXTRACT-FILE
                       AT END
                           MOVE '10' TO WS-DLQ-STATUS
                       NOT AT END
                           ADD 1 TO WS-DLQ-READ
                           IF MQDL-REASON-CODE = 2035
                               PERFORM 2310-BUILD-DLQ-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MQ-DLQ-EXTRACT-FILE
           ELSE
               DISPLAY 'IVPSIEM: MQDLQIN NOT AVAILABLE, STATUS='
                   WS-DLQ-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           END-IF.

       2310-BUILD-DLQ-EVENT.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-EVENT TO TRUE
           MOVE MQDL-PUT-DATE       TO SIEM-EVENT-DATE
           MOVE MQDL-PUT-TIME       TO SIEM-EVENT-TIME
           MOVE 'MQ-NOT-AUTH'       TO SIEM-EVENT-TYPE
           MOVE MQDL-TRANINSTANCEID TO SIEM-TRANINSTANCEID
           MOVE 'REJECTED'          TO SIEM-OUTCOME
           MOVE 'IVPDLQSW'          TO SIEM-SOURCE-PGM
           STRING 'MQRC 2035 NOT AUTHORIZED ON ' DELIMITED BY SIZE
                  MQDL-QUEUE-NAME DELIMITED BY SPACE
               INTO SIEM-DETAIL
           MOVE MQDL-TRANINSTANCEID TO WS-SRCH-TRANINSTANCEID
           PERFORM 5200-FIND-BY-TRANINSTANCEID
           IF WS-ENTRY-FOUND
               MOVE WS-RQ-IVP-ID (WS-RQ-IDX)   TO SIEM-IVP-ID
               MOVE WS-RQ-USERID (WS-RQ-IDX)   TO SIEM-USERID
               MOVE WS-RQ-BES-NAME (WS-RQ-IDX) TO SIEM-BES-NAME
               MOVE WS-RQ-TRAN-ID (WS-RQ-IDX)  TO SIEM-TRAN-ID
           ELSE
               ADD 1 TO WS-UNCORRELATED
           END-IF
           PERFORM 5000-WRITE-EVENT
           ADD 1 TO WS-DLQ-EVENTS.

       3000-PRINT-REPORT.
           MOVE 'IVPEDIT'      TO WS-SL-SOURCE-PGM
           MOVE 'SECVIOL'      TO WS-SL-DD-NAME
           MOVE 'UNAUTH-USER'  TO WS-SL-EVENT-TYPES
           MOVE WS-EDIT-READ   TO WS-SL-RECS-READ
           MOVE WS-EDIT-EVENTS TO WS-SL-EVENTS
           MOVE WS-EDIT-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'IVPAUCHK'      TO WS-SL-SOURCE-PGM
           MOVE 'EXCAUT'        TO WS-SL-DD-NAME
           MOVE 'BAD-AUTHN'     TO WS-SL-EVENT-TYPES
           MOVE WS-AUTHN-READ   TO WS-SL-RECS-READ
           MOVE WS-AUTHN-EVENTS TO WS-SL-EVENTS
           MOVE WS-AUTHN-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'TBLJRNL'       TO WS-SL-SOURCE-PGM
           MOVE 'TBLJRNL'       TO WS-SL-DD-NAME
           MOVE 'GRANT-*'       TO WS-SL-EVENT-TYPES
           MOVE WS-JRNL-READ    TO WS-SL-RECS-READ
           MOVE WS-GRANT-EVENTS TO WS-SL-EVENTS
           MOVE WS-JRNL-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'TBLJRNL'        TO WS-SL-SOURCE-PGM
           MOVE 'TBLJRNL'        TO WS-SL-DD-NAME
           MOVE 'ROTATE-*'       TO WS-SL-EVENT-TYPES
           MOVE WS-JRNL-READ     TO WS-SL-RECS-READ
           MOVE WS-ROTATE-EVENTS TO WS-SL-EVENTS
           MOVE WS-JRNL-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'IVPDLQSW'      TO WS-SL-SOURCE-PGM
           MOVE 'MQDLQIN'       TO WS-SL-DD-NAME
           MOVE 'MQ-NOT-AUTH'   TO WS-SL-EVENT-TYPES
           MOVE WS-DLQ-READ     TO WS-SL-RECS-READ
           MOVE WS-DLQ-EVENTS   TO WS-SL-EVENTS
           MOVE WS-DLQ-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'IVPHIST'       TO WS-SL-SOURCE-PGM
           MOVE 'DAILY'         TO WS-SL-DD-NAME
           MOVE 'ENRICHMENT'    TO WS-SL-EVENT-TYPES
           MOVE WS-HIST-READ    TO WS-SL-RECS-READ
           MOVE ZERO            TO WS-SL-EVENTS
           MOVE WS-HIST-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE 'QHIST'         TO WS-SL-SOURCE-PGM
           MOVE 'DAILY'         TO WS-SL-DD-NAME
           MOVE 'ENRICHMENT'    TO WS-SL-EVENT-TYPES
           MOVE WS-QHIST-READ   TO WS-SL-RECS-READ
           MOVE ZERO            TO WS-SL-EVENTS
           MOVE WS-QHIST-SOURCE-SW TO WS-SOURCE-SWITCH
           PERFORM 3100-WRITE-SOURCE-LINE
           MOVE SPACES TO SIEM-RPT-LINE
           WRITE SIEM-RPT-LINE
           MOVE WS-TOTAL-EVENTS    TO WS-TOT-EVENTS
           MOVE WS-SOURCES-MISSING TO WS-TOT-MISSING
           MOVE WS-UNCORRELATED    TO WS-TOT-UNCORRELATED
           IF WS-SOURCES-MISSING > 0
               MOVE 'FEED INCOMPLETE' TO WS-TOT-VERDICT
           ELSE
               MOVE 'FEED COMPLETE'   TO WS-TOT-VERDICT
           END-IF
           WRITE SIEM-RPT-LINE FROM WS-TOTALS-LINE.

       3100-WRITE-SOURCE-LINE.
           IF WS-SOURCE-READ
               MOVE 'COLLECTED'     TO WS-SL-STATUS
           ELSE
               MOVE 'NOT AVAILABLE' TO WS-SL-STATUS
           END-IF
           WRITE SIEM-RPT-LINE FROM WS-SOURCE-LINE.

       5000-WRITE-EVENT.
           WRITE SIEM-EVENT-RECORD
           ADD 1 TO WS-TOTAL-EVENTS.

       5100-FIND-BY-IVP-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RQ-COUNT > 0
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   IF WS-RQ-IVP-ID (WS-RQ-IDX) = WS-SRCH-IVP-ID
                       AND WS-RQ-BTCH-SEQ-NO (WS-RQ-IDX) =
                           WS-SRCH-BTCH-SEQ-NO
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       5200-FIND-BY-TRANINSTANCEID.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RQ-COUNT > 0
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   IF WS-RQ-TRANINSTANCEID (WS-RQ-IDX) =
                           WS-SRCH-TRANINSTANCEID
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       5300-ADD-INDEX-ENTRY.
           IF WS-RQ-COUNT >= WS-RQ-MAX-ENTRIES
               DISPLAY 'IVPSIEM: REQUEST INDEX TABLE FULL, MAX='
                   WS-RQ-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-RQ-COUNT
           SET WS-RQ-IDX TO WS-RQ-COUNT
           MOVE SPACES TO WS-RQ-ENTRY (WS-RQ-IDX)
           MOVE WS-SRCH-IVP-ID      TO WS-RQ-IVP-ID (WS-RQ-IDX)
           MOVE WS-SRCH-BTCH-SEQ-NO TO WS-RQ-BTCH-SEQ-NO (WS-RQ-IDX).

       8000-WRITE-TRAILER.
           MOVE SPACES TO SIEM-EVENT-RECORD
           SET SIEM-TRAILER TO TRUE
           MOVE LK-RUN-DATE        TO SIEM-TRL-RUN-DATE
           MOVE WS-TOTAL-EVENTS    TO SIEM-TRL-EVENT-COUNT
           MOVE WS-EDIT-EVENTS     TO SIEM-TRL-EDIT-COUNT
           MOVE WS-AUTHN-EVENTS    TO SIEM-TRL-AUTHN-COUNT
           MOVE WS-GRANT-EVENTS    TO SIEM-TRL-GRANT-COUNT
           MOVE WS-ROTATE-EVENTS   TO SIEM-TRL-ROTATE-COUNT
           MOVE WS-DLQ-EVENTS      TO SIEM-TRL-DLQ-COUNT
           MOVE WS-SOURCES-MISSING TO SIEM-TRL-SOURCES-MISSING
           WRITE SIEM-EVENT-RECORD.

       9000-TERMINATE.
           CLOSE SIEM-FEED-FILE
           CLOSE SIEM-RPT-FILE
           DISPLAY 'IVPSIEM: UNAUTH-USER EVENTS  = ' WS-EDIT-EVENTS
           DISPLAY 'IVPSIEM: BAD-AUTHN EVENTS    = ' WS-AUTHN-EVENTS
           DISPLAY 'IVPSIEM: GRANT EVENTS        = ' WS-GRANT-EVENTS
           DISPLAY 'IVPSIEM: ROTATION EVENTS     = ' WS-ROTATE-EVENTS
           DISPLAY 'IVPSIEM: MQ-NOT-AUTH EVENTS  = ' WS-DLQ-EVENTS
           DISPLAY 'IVPSIEM: TOTAL EVENTS        = ' WS-TOTAL-EVENTS
           DISPLAY 'IVPSIEM: UNCORRELATED        = ' WS-UNCORRELATED
           DISPLAY 'IVPSIEM: SOURCES MISSING     = '
               WS-SOURCES-MISSING
           IF WS-SOURCES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
