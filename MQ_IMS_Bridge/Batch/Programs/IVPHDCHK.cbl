      ******************************************************************
      *  PROGRAM-ID : IVPHDCHK
      *  PURPOSE    : MQIIH HEADER AND LLZZ SEGMENT CONFORMANCE CHECK.
      *               NIGHTS HAVE BEEN LOST TO AN MQIIH-FLAGS OR
      *               MQIIH-REPLYTOFORMAT VALUE CHANGED IN THE BRIDGE
      *               CONFIGURATION, AND TO AN LL THAT DID NOT MATCH
      *               THE REAL SEGMENT LENGTH, WITH NOTHING CHECKING
      *               THAT THE HEADER WE SEND IS WELL FORMED.
      *
      *               EVERY CAPTURED REQUEST (MQHCAPT.CPY) IS CHECKED
      *               AGAINST THE EXPECTED-HEADER PROFILE FOR ITS BES
      *               (MQHPROF.CPY, FALLING BACK TO THE '*' ROW):
      *               STRUCID, VERSION, STRUCLENGTH, ENCODING,
      *               CODEDCHARSETID, FORMAT, FLAGS, LTERMOVERRIDE,
      *               MFSMAPNAME, REPLYTOFORMAT, COMMITMODE AND
      *               SECURITYSCOPE.  THE LLZZ PREFIX IS CHECKED
      *               WITHOUT A PROFILE: LL MUST EQUAL THE CAPTURED
      *               SEGMENT LENGTH, ZZ MUST BE ZERO AND
      *               TIBIMS-TRANCODE MUST BE THE IVP-BES-TRAN-ID THE
      *               REQUEST WAS GENERATED FOR.
      *
      *               EACH DEVIATION IS ONE REPORT LINE AND ONE
      *               SEVERITY-1 IVP-EXCEPTION-RECORD ON ITS OWN DD
      *               (EXCHDR) NAMING THE FIELD, THE EXPECTED VALUE AND
      *               THE OBSERVED VALUE.  A BES WITH NO PROFILE AND NO
      *               '*' ROW HAS ONLY ITS LLZZ CHECKED AND IS RAISED
      *               ONCE AS A SEVERITY-3 EXCEPTION.
      *                   RC 0 - EVERY HEADER CONFORMS
      *                   RC 4 - DEVIATIONS FOUND
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPHDCHK.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADER-CAPTURE-FILE ASSIGN TO MQHCAPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPT-STATUS.

           SELECT HEADER-PROFILE-FILE ASSIGN TO MQHPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

           SELECT HDCHK-COMMON-EXC-FILE ASSIGN TO EXCHDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT HDCHK-RPT-FILE ASSIGN TO HDCHKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADER-CAPTURE-FILE
           RECORDING MODE IS F.
           COPY MQHCAPT.

       FD  HEADER-PROFILE-FILE
           RECORDING MODE IS F.
       01  HEADER-PROFILE-RECORD        PIC X(91).

       FD  HDCHK-COMMON-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC.

       FD  HDCHK-RPT-FILE
           RECORDING MODE IS F.
       01  HDCHK-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAPT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-PROF-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-CAPTURE             VALUE 'Y'.
       01  WS-RECS-READ             PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-CONFORMING       PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-DEVIATING        PIC S9(8) COMP VALUE ZERO.
       01  WS-DEVIATIONS            PIC S9(8) COMP VALUE ZERO.
       01  WS-UNPROFILED-RECS       PIC S9(8) COMP VALUE ZERO.
       01  WS-REC-DEVIATIONS        PIC S9(4) COMP.

       01  WS-PROF-TABLE-CTRL.
           05  WS-PF-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-PF-MAX-ENTRIES    PIC S9(4) COMP VALUE 100.
       01  WS-PROF-TABLE.
           05  WS-PF-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-PF-IDX
                                    PIC X(91).

      *    BES ALREADY RAISED AS HAVING NO PROFILE, SO IT IS RAISED
      *    ONCE A RUN AND NOT ONCE PER REQUEST.
       01  WS-NOPROF-TABLE-CTRL.
           05  WS-NP-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-NP-MAX-ENTRIES    PIC S9(4) COMP VALUE 100.
       01  WS-NOPROF-TABLE.
           05  WS-NP-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-NP-IDX.
               10  WS-NP-BES-NAME       PIC X(8).

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

      *    ONE DEVIATION: FIELD NAME, EXPECTED AND OBSERVED VALUES IN
      *    PRINTABLE FORM.
       01  WS-DEV-FIELD             PIC X(20).
       01  WS-DEV-EXPECTED          PIC X(16).
       01  WS-DEV-OBSERVED          PIC X(16).
       01  WS-DEV-SEVERITY          PIC X(1).
       01  WS-DEV-NUM-EXPECTED      PIC S9(9).
       01  WS-DEV-NUM-OBSERVED      PIC S9(9).
       01  WS-NUM-EDIT              PIC -(9)9.
       01  WS-LEAD-SPACES           PIC S9(4) COMP.
       01  WS-EXC-TEXT              PIC X(80).

       01  WS-RAISED-DATE           PIC 9(8).
       01  WS-RAISED-TIME           PIC X(8).

       COPY MQHPROF REPLACING MQ-HEADER-PROFILE BY
           MQ-HEADER-PROFILE-WORK.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(44) VALUE
               'MQIIH HEADER / LLZZ SEGMENT CONFORMANCE'.
       01  WS-HDR-LINE-2.
           05  FILLER               PIC X(8)  VALUE 'IVP-ID'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'BTCH-SEQ'.
           05  FILLER               PIC X(8)  VALUE 'BES NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(20) VALUE 'FIELD'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(16) VALUE 'EXPECTED'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(16) VALUE 'OBSERVED'.

       01  WS-DETAIL-LINE.
           05  WS-DL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-BTCH-SEQ-NO    PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-FIELD          PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-EXPECTED       PIC X(16).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-OBSERVED       PIC X(16).

       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(10) VALUE 'REQUESTS='.
           05  WS-TOT-READ          PIC ZZZZZZZ9.
           05  FILLER               PIC X(13) VALUE '  CONFORMING='.
           05  WS-TOT-CONFORMING    PIC ZZZZZZZ9.
           05  FILLER               PIC X(13) VALUE '  DEVIATIONS='.
           05  WS-TOT-DEVIATIONS    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-CAPTURE
               UNTIL WS-END-OF-CAPTURE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PROFILES
           OPEN INPUT HEADER-CAPTURE-FILE
           IF WS-CAPT-STATUS NOT = '00'
               DISPLAY 'IVPHDCHK: UNABLE TO OPEN HEADER CAPTURE, '
                   'STATUS=' WS-CAPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HDCHK-COMMON-EXC-FILE
           OPEN OUTPUT HDCHK-RPT-FILE
           WRITE HDCHK-RPT-LINE FROM WS-HDR-LINE-1
           WRITE HDCHK-RPT-LINE FROM WS-HDR-LINE-2
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RAISED-TIME FROM TIME
           PERFORM 2100-READ-CAPTURE.

       1100-LOAD-PROFILES.
           OPEN INPUT HEADER-PROFILE-FILE
           IF WS-PROF-STATUS NOT = '00'
               DISPLAY 'IVPHDCHK: UNABLE TO OPEN HEADER PROFILE, '
                   'STATUS=' WS-PROF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PROF-STATUS = '10'
               READ HEADER-PROFILE-FILE
                   AT END
                       MOVE '10' TO WS-PROF-STATUS
                   NOT AT END
                       IF WS-PF-COUNT >= WS-PF-MAX-ENTRIES
                           DISPLAY 'IVPHDCHK: PROFILE TABLE FULL, MAX='
                               WS-PF-MAX-ENTRIES
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PF-COUNT
                       SET WS-PF-IDX TO WS-PF-COUNT
                       MOVE HEADER-PROFILE-RECORD
                           TO WS-PF-ENTRY (WS-PF-IDX)
               END-READ
           END-PERFORM
           CLOSE HEADER-PROFILE-FILE.

       2000-CHECK-CAPTURE.
           ADD 1 TO WS-RECS-READ
           MOVE ZERO TO WS-REC-DEVIATIONS
           MOVE HCAP-IVP-ID      TO WS-DL-IVP-ID
           MOVE HCAP-BTCH-SEQ-NO TO WS-DL-BTCH-SEQ-NO
           MOVE HCAP-BES-NAME    TO WS-DL-BES-NAME
           MOVE '1'              TO WS-DEV-SEVERITY
           PERFORM 2200-FIND-PROFILE
           IF WS-ENTRY-FOUND
               MOVE WS-PF-ENTRY (WS-PF-IDX) TO MQ-HEADER-PROFILE-WORK
               PERFORM 2300-CHECK-MQIIH
           ELSE
               ADD 1 TO WS-UNPROFILED-RECS
               PERFORM 2250-RAISE-NO-PROFILE
           END-IF
           MOVE '1' TO WS-DEV-SEVERITY
           PERFORM 2400-CHECK-LLZZ
           IF WS-REC-DEVIATIONS > 0
               ADD 1 TO WS-RECS-DEVIATING
           ELSE
               ADD 1 TO WS-RECS-CONFORMING
           END-IF
           PERFORM 2100-READ-CAPTURE.

       2100-READ-CAPTURE.
           READ HEADER-CAPTURE-FILE
               AT END
                   SET WS-END-OF-CAPTURE TO TRUE
           END-READ.

       2200-FIND-PROFILE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-PF-COUNT > 0
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
                   IF WS-PF-ENTRY (WS-PF-IDX) (1:8) = HCAP-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > WS-PF-COUNT
                       IF WS-PF-ENTRY (WS-PF-IDX) (1:8) = '*'
                           SET WS-ENTRY-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2250-RAISE-NO-PROFILE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-NP-COUNT > 0
               PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-NP-COUNT
                   IF WS-NP-BES-NAME (WS-NP-IDX) = HCAP-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-NP-COUNT >= WS-NP-MAX-ENTRIES
                   DISPLAY 'IVPHDCHK: NO-PROFILE TABLE FULL, MAX='
                       WS-NP-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-NP-COUNT
               SET WS-NP-IDX TO WS-NP-COUNT
               MOVE HCAP-BES-NAME TO WS-NP-BES-NAME (WS-NP-IDX)
               MOVE '3'             TO WS-DEV-SEVERITY
               MOVE 'HEADER PROFILE' TO WS-DEV-FIELD
               MOVE 'PROFILE ROW'   TO WS-DEV-EXPECTED
               MOVE 'NONE'          TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF.

       2300-CHECK-MQIIH.
           IF MQIIH-STRUCID NOT = HPRF-STRUCID
               MOVE 'MQIIH-STRUCID'  TO WS-DEV-FIELD
               MOVE HPRF-STRUCID     TO WS-DEV-EXPECTED
               MOVE MQIIH-STRUCID    TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-VERSION NOT = HPRF-VERSION
               MOVE 'MQIIH-VERSION'  TO WS-DEV-FIELD
               MOVE HPRF-VERSION     TO WS-DEV-NUM-EXPECTED
               MOVE MQIIH-VERSION    TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF MQIIH-STRUCLENGTH NOT = HPRF-STRUCLENGTH
               MOVE 'MQIIH-STRUCLENGTH' TO WS-DEV-FIELD
               MOVE HPRF-STRUCLENGTH    TO WS-DEV-NUM-EXPECTED
               MOVE MQIIH-STRUCLENGTH   TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF MQIIH-ENCODING NOT = HPRF-ENCODING
               MOVE 'MQIIH-ENCODING' TO WS-DEV-FIELD
               MOVE HPRF-ENCODING    TO WS-DEV-NUM-EXPECTED
               MOVE MQIIH-ENCODING   TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF MQIIH-CODEDCHARSETID NOT = HPRF-CODEDCHARSETID
               MOVE 'MQIIH-CODEDCHARSETID' TO WS-DEV-FIELD
               MOVE HPRF-CODEDCHARSETID    TO WS-DEV-NUM-EXPECTED
               MOVE MQIIH-CODEDCHARSETID   TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF MQIIH-FORMAT NOT = HPRF-FORMAT
               MOVE 'MQIIH-FORMAT'   TO WS-DEV-FIELD
               MOVE HPRF-FORMAT      TO WS-DEV-EXPECTED
               MOVE MQIIH-FORMAT     TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-FLAGS NOT = HPRF-FLAGS
               MOVE 'MQIIH-FLAGS'    TO WS-DEV-FIELD
               MOVE HPRF-FLAGS       TO WS-DEV-NUM-EXPECTED
               MOVE MQIIH-FLAGS      TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF MQIIH-LTERMOVERRIDE NOT = HPRF-LTERMOVERRIDE
               MOVE 'MQIIH-LTERMOVERRIDE' TO WS-DEV-FIELD
               MOVE HPRF-LTERMOVERRIDE    TO WS-DEV-EXPECTED
               MOVE MQIIH-LTERMOVERRIDE   TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-MFSMAPNAME NOT = HPRF-MFSMAPNAME
               MOVE 'MQIIH-MFSMAPNAME' TO WS-DEV-FIELD
               MOVE HPRF-MFSMAPNAME    TO WS-DEV-EXPECTED
               MOVE MQIIH-MFSMAPNAME   TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-REPLYTOFORMAT NOT = HPRF-REPLYTOFORMAT
               MOVE 'MQIIH-REPLYTOFORMAT' TO WS-DEV-FIELD
               MOVE HPRF-REPLYTOFORMAT    TO WS-DEV-EXPECTED
               MOVE MQIIH-REPLYTOFORMAT   TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-COMMITMODE NOT = HPRF-COMMITMODE
               MOVE 'MQIIH-COMMITMODE' TO WS-DEV-FIELD
               MOVE HPRF-COMMITMODE    TO WS-DEV-EXPECTED
               MOVE MQIIH-COMMITMODE   TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF
           IF MQIIH-SECURITYSCOPE NOT = HPRF-SECURITYSCOPE
               MOVE 'MQIIH-SECURITYSCOPE' TO WS-DEV-FIELD
               MOVE HPRF-SECURITYSCOPE    TO WS-DEV-EXPECTED
               MOVE MQIIH-SECURITYSCOPE   TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF.

       2400-CHECK-LLZZ.
           IF LL NOT = HCAP-SEGMENT-LENGTH
               MOVE 'LL'                TO WS-DEV-FIELD
               MOVE HCAP-SEGMENT-LENGTH TO WS-DEV-NUM-EXPECTED
               MOVE LL                  TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF ZZ NOT = ZERO
               MOVE 'ZZ'                TO WS-DEV-FIELD
               MOVE ZERO                TO WS-DEV-NUM-EXPECTED
               MOVE ZZ                  TO WS-DEV-NUM-OBSERVED
               PERFORM 2500-RAISE-NUMERIC-DEVIATION
           END-IF
           IF TIBIMS-TRANCODE NOT = HCAP-BES-TRAN-ID
               MOVE 'TIBIMS-TRANCODE'   TO WS-DEV-FIELD
               MOVE HCAP-BES-TRAN-ID    TO WS-DEV-EXPECTED
               MOVE TIBIMS-TRANCODE     TO WS-DEV-OBSERVED
               PERFORM 2600-RAISE-DEVIATION
           END-IF.

      *    PRINT BOTH NUMBERS LEFT-JUSTIFIED, THEN RAISE AS USUAL.
       2500-RAISE-NUMERIC-DEVIATION.
           MOVE WS-DEV-NUM-EXPECTED TO WS-NUM-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-NUM-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE WS-NUM-EDIT (WS-LEAD-SPACES + 1:) TO WS-DEV-EXPECTED
           MOVE WS-DEV-NUM-OBSERVED TO WS-NUM-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-NUM-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE WS-NUM-EDIT (WS-LEAD-SPACES + 1:) TO WS-DEV-OBSERVED
           PERFORM 2600-RAISE-DEVIATION.

       2600-RAISE-DEVIATION.
           ADD 1 TO WS-REC-DEVIATIONS
           ADD 1 TO WS-DEVIATIONS
           MOVE WS-DEV-FIELD    TO WS-DL-FIELD
           MOVE WS-DEV-EXPECTED TO WS-DL-EXPECTED
           MOVE WS-DEV-OBSERVED TO WS-DL-OBSERVED
           WRITE HDCHK-RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-EXC-TEXT
           STRING WS-DEV-FIELD    DELIMITED BY SPACE
                  ' EXPECTED='    DELIMITED BY SIZE
                  WS-DEV-EXPECTED DELIMITED BY '  '
                  ' OBSERVED='    DELIMITED BY SIZE
                  WS-DEV-OBSERVED DELIMITED BY '  '
               INTO WS-EXC-TEXT
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPHDCHK'        TO EXCP-SOURCE-PGM
           MOVE HCAP-IVP-ID       TO EXCP-IVP-ID
           MOVE HCAP-BTCH-SEQ-NO  TO EXCP-BTCH-SEQ-NO
           MOVE HCAP-BES-NAME     TO EXCP-BES-NAME
           MOVE HCAP-BES-TRAN-ID  TO EXCP-BES-TRAN-ID
           MOVE WS-DEV-SEVERITY   TO EXCP-SEVERITY
           MOVE WS-EXC-TEXT       TO EXCP-TEXT
           MOVE WS-RAISED-DATE    TO EXCP-RAISED-DATE
           MOVE WS-RAISED-TIME    TO EXCP-RAISED-TIME
           MOVE 'N'               TO EXCP-ACK-FLAG
           MOVE ZERO              TO EXCP-AGE-DAYS
           WRITE IVP-EXCEPTION-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO HDCHK-RPT-LINE
           WRITE HDCHK-RPT-LINE
           MOVE WS-RECS-READ       TO WS-TOT-READ
           MOVE WS-RECS-CONFORMING TO WS-TOT-CONFORMING
           MOVE WS-DEVIATIONS      TO WS-TOT-DEVIATIONS
           WRITE HDCHK-RPT-LINE FROM WS-TOTALS-LINE
           CLOSE HEADER-CAPTURE-FILE
           CLOSE HDCHK-COMMON-EXC-FILE
           CLOSE HDCHK-RPT-FILE
           DISPLAY 'IVPHDCHK: REQUESTS READ      = ' WS-RECS-READ
           DISPLAY 'IVPHDCHK: REQUESTS CONFORMING= '
               WS-RECS-CONFORMING
           DISPLAY 'IVPHDCHK: REQUESTS DEVIATING = ' WS-RECS-DEVIATING
           DISPLAY 'IVPHDCHK: DEVIATIONS RAISED  = ' WS-DEVIATIONS
           DISPLAY 'IVPHDCHK: UNPROFILED REQUESTS= '
               WS-UNPROFILED-RECS
           IF WS-DEVIATIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
