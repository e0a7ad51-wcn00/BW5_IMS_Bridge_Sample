      *  REQUEST    : 019, 034, 040, 042
      *  PURPOSE    : CONSOLIDATE THE COMMON IVP-EXCEPTION-RECORDS
      *               WRITTEN BY IVPEDIT, IVPTMOUT, IVPRECON, IVPCPVAL,
      *               IVPRETRY, IVPDUPCK, IVPDLQSW, IVPASSRT, IVPPGREC,
      *               IVPAUCHK, IVPTRDCK, IVPHDCHK AND IVPPRQRL (ONE DD
      *               EACH) INTO
      *               A SINGLE EXCEPTION MASTER SORTED BY SEVERITY, AND
      *               RUN THE ACKNOWLEDGEMENT CYCLE: EVERY
      *               UNACKNOWLEDGED EXCEPTION ON THE PRIOR DAY'S
      *               MASTER IS CARRIED FORWARD WITH ITS AGING COUNT
      *               STEPPED, UNTIL AN OPERATOR ACKNOWLEDGEMENT
      *               TRANSACTION (MATCHED ON SOURCE PROGRAM / IVP-ID /
      *               BTCH-SEQ-NO / RAISED DATE, SINCE IVP-IDS AND
      *               SEQUENCE NUMBERS RESTART EVERY RUN) CLEARS IT.
      *               EXCEPTIONS STOP GETTING MISSED BECAUSE THEY
      *               LANDED IN THE ONE FILE NOBODY OPENED THAT DAY.
      *
      *               ALL THE SOURCE DDS, THE PRIOR MASTER AND THE
      *               ACKNOWLEDGEMENT FILE ARE OPTIONAL; A MISSING ONE
      *               IS TREATED AS EMPTY SO THE NIGHTLY JOB DOES NOT
      *               CARE WHICH PROGRAMS RAN TODAY.
      *
      *               A SKIPPED-PREREQ EXCEPTION FROM IVPPRQRL WHOSE
      *               ROOT IVP-ID HAS ITS OWN EXCEPTION ON THE MASTER
      *               (SAME RAISED DATE) IS NOT REPORTED AS A FAILURE
      *               OF ITS OWN: IT IS LISTED AS SUPPRESSED UNDER THE
      *               ROOT'S FIRST DETAIL LINE, SO ONE ROOT FAILURE
      *               READS AS ONE FAILURE.  THE MASTER ITSELF STILL
      *               CARRIES EVERY RECORD FOR ACKNOWLEDGEMENT.
      *
      *               NOTHING IS HELD IN A TABLE, SO THERE IS NO LIMIT
      *               ON EXCEPTIONS OR ACKNOWLEDGEMENTS PER RUN.  A
      *               FIRST SORT MATCHES ACKNOWLEDGEMENTS TO THE PRIOR
      *               MASTER; A SECOND BRINGS EACH SKIPPED-PREREQ
      *               EXCEPTION TOGETHER WITH ITS ROOT'S EXCEPTIONS; A
      *               THIRD PUTS THE RESULT INTO MASTER ORDER - CLEARED
      *               LINES FIRST, THEN BY SEVERITY AND ORIGINAL ORDER
      *               (PRIOR MASTER, THEN THE SOURCE DDS IN TURN), WITH
      *               SUPPRESSED DEPENDENTS UNDER THEIR ROOT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPEXCON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUCHK-STATUS.

           SELECT TRDCK-EXC-FILE ASSIGN TO EXCTRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRDCK-STATUS.

           SELECT HDCHK-EXC-FILE ASSIGN TO EXCHDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDCHK-STATUS.

           SELECT PRQRL-EXC-FILE ASSIGN TO EXCPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRQRL-STATUS.

           SELECT EXC-MASTER-IN-FILE ASSIGN TO EXCMSTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTIN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXC-CARRY-WORK-FILE ASSIGN TO EXCCARY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT EXC-JOIN-WORK-FILE ASSIGN TO EXCJOIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOIN-STATUS.

           SELECT EXC-ACK-SORT-FILE ASSIGN TO SORTWK1.

           SELECT EXC-JOIN-SORT-FILE ASSIGN TO SORTWK2.

           SELECT EXC-PRINT-SORT-FILE ASSIGN TO SORTWK3.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-EXC-FILE
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
               AUCHK-EXC-RECORD.

       FD  TRDCK-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
               TRDCK-EXC-RECORD.

       FD  HDCHK-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
               HDCHK-EXC-RECORD.

       FD  PRQRL-EXC-FILE
           RECORDING MODE IS F.
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
               PRQRL-EXC-RECORD.

       FD  EXC-MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
           RECORDING MODE IS F.
       01  EXC-RPT-LINE                 PIC X(132).

      *    PRIOR MASTER AFTER THE ACKNOWLEDGEMENT CYCLE.  KIND 'C' IS
      *    CLEARED BY AN ACKNOWLEDGEMENT, 'M' IS CARRIED FORWARD.
       FD  EXC-CARRY-WORK-FILE
           RECORDING MODE IS F.
       01  EXC-CARRY-WORK-RECORD.
           05  ECWK-ORDINAL             PIC S9(9) COMP.
           05  ECWK-KIND                PIC X(1).
           05  ECWK-EXCEPTION           PIC X(141).

       FD  EXC-JOIN-WORK-FILE
           RECORDING MODE IS F.
       01  EXC-JOIN-WORK-RECORD.
           05  EJWK-PRINT-GROUP         PIC X(1).
           05  EJWK-ORDINAL             PIC S9(9) COMP.
           05  EJWK-LINE-TYPE           PIC X(1).
           05  EJWK-DEP-ORDINAL         PIC S9(9) COMP.
           05  EJWK-SUPPRESS-FLAG       PIC X(1).
           05  EJWK-EXCEPTION           PIC X(141).

      *    ACKNOWLEDGEMENTS (TYPE 'A') AHEAD OF THE PRIOR MASTER
      *    RECORDS (TYPE 'M') THEY CLEAR.
       SD  EXC-ACK-SORT-FILE.
       01  EXC-ACK-SORT-RECORD.
           05  EAS-ACK-KEY.
               10  EAS-SOURCE-PGM       PIC X(8).
               10  EAS-IVP-ID           PIC X(8).
               10  EAS-BTCH-SEQ-NO      PIC 9(8).
               10  EAS-RAISED-DATE      PIC X(8).
           05  EAS-REC-TYPE             PIC X(1).
               88  EAS-ACK-RECORD              VALUE 'A'.
           05  EAS-ORDINAL              PIC S9(9) COMP.
           05  EAS-EXCEPTION            PIC X(141).

      *    EXCEPTIONS KEYED FOR THE ROOT / DEPENDENT JOIN.  ROLE '1'
      *    IS A ROOT (ANY SOURCE BUT IVPPRQRL) UNDER ITS OWN IVP-ID,
      *    '2' A SKIPPED-PREREQ DEPENDENT UNDER ITS ROOT IVP-ID, '3'
      *    ANYTHING ELSE.  SEV-RANK IS THE SEVERITY, '9' IF INVALID.
       SD  EXC-JOIN-SORT-FILE.
       01  EXC-JOIN-SORT-RECORD.
           05  EJS-JOIN-IVP-ID          PIC X(8).
           05  EJS-JOIN-DATE            PIC X(8).
           05  EJS-ROLE                 PIC X(1).
           05  EJS-SEV-RANK             PIC X(1).
           05  EJS-ORDINAL              PIC S9(9) COMP.
           05  EJS-KIND                 PIC X(1).
           05  EJS-EXCEPTION            PIC X(141).

      *    PRINT GROUP '0' IS A CLEARED LINE, OTHERWISE THE SEVERITY.
      *    LINE TYPE '1' IS A MASTER RECORD, '2' A SUPPRESSED
      *    DEPENDENT LISTED UNDER THE ROOT WITH THE SAME ORDINAL.
       SD  EXC-PRINT-SORT-FILE.
       01  EXC-PRINT-SORT-RECORD.
           05  EPS-PRINT-GROUP          PIC X(1).
           05  EPS-ORDINAL              PIC S9(9) COMP.
           05  EPS-LINE-TYPE            PIC X(1).
           05  EPS-DEP-ORDINAL          PIC S9(9) COMP.
           05  EPS-SUPPRESS-FLAG        PIC X(1).
           05  EPS-EXCEPTION            PIC X(141).

       WORKING-STORAGE SECTION.
       01  WS-EDIT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-TMOUT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-ASSRT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PGREC-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-AUCHK-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-TRDCK-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-HDCHK-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PRQRL-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-MSTIN-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-ACK-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-MSTOUT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CARRY-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-JOIN-STATUS           PIC X(2)  VALUE SPACES.

       01  WS-NEW-RECS-READ         PIC S9(8) COMP VALUE ZERO.
       01  WS-MSTIN-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-CARRIED-FORWARD       PIC S9(8) COMP VALUE ZERO.
       01  WS-ACKED-CLEARED         PIC S9(8) COMP VALUE ZERO.
       01  WS-RECS-WRITTEN          PIC S9(8) COMP VALUE ZERO.
       01  WS-DEPS-SUPPRESSED       PIC S9(8) COMP VALUE ZERO.

       01  WS-ACK-SORT-EOF-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-END-OF-ACK-SORT            VALUE 'Y'.
       01  WS-JOIN-SORT-EOF-SWITCH  PIC X(1)  VALUE 'N'.
           88  WS-END-OF-JOIN-SORT           VALUE 'Y'.
       01  WS-PRINT-SORT-EOF-SWITCH PIC X(1)  VALUE 'N'.
           88  WS-END-OF-PRINT-SORT          VALUE 'Y'.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-ACK-KEY               PIC X(32) VALUE SPACES.

       01  WS-JOIN-IVP-ID           PIC X(8)  VALUE SPACES.
       01  WS-JOIN-DATE             PIC X(8)  VALUE SPACES.
       01  WS-ROOT-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-GROUP-HAS-ROOT             VALUE 'Y'.
       01  WS-LISTING-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-LISTING-ROOT-FOUND         VALUE 'Y'.
       01  WS-LISTING-SEVERITY      PIC X(1)  VALUE SPACES.
       01  WS-LISTING-ORDINAL       PIC S9(9) COMP VALUE ZERO.

       COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
           IVP-EXCEPTION-WORK.

       COPY IVPEXC REPLACING IVP-EXCEPTION-RECORD BY
           IVP-EXCEPTION-SCAN.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(36)
               VALUE 'CONSOLIDATED IVP EXCEPTION MASTER'.
           05  FILLER               PIC X(26)
               VALUE 'ACKNOWLEDGED BY OPERATOR'.

       01  WS-SUPPRESSED-LINE.
           05  FILLER               PIC X(14) VALUE '  SUPPRESSED:'.
           05  WS-SL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-BTCH-SEQ-NO    PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-TRAN-ID        PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(22)
               VALUE 'SKIPPED-PREREQ PREREQ '.
           05  WS-SL-PREREQ-IVP-ID  PIC X(8).

       01  WS-TOTALS-LINE.
           05  FILLER               PIC X(6)  VALUE 'NEW='.
           05  WS-TOT-NEW           PIC ZZZZZZZ9.
           05  WS-TOT-CARRIED       PIC ZZZZZZZ9.
           05  FILLER               PIC X(10) VALUE '  CLEARED='.
           05  WS-TOT-CLEARED       PIC ZZZZZZZ9.
           05  FILLER               PIC X(13) VALUE '  SUPPRESSED='.
           05  WS-TOT-SUPPRESSED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT EXC-ACK-SORT-FILE
               ON ASCENDING KEY EAS-SOURCE-PGM EAS-IVP-ID
                                EAS-BTCH-SEQ-NO EAS-RAISED-DATE
                                EAS-REC-TYPE EAS-ORDINAL
               INPUT PROCEDURE IS 2000-RELEASE-PRIOR-MASTER
               OUTPUT PROCEDURE IS 2500-APPLY-ACKS
           PERFORM 1100-CHECK-SORT
           PERFORM 1200-REOPEN-CARRY-WORK
           SORT EXC-JOIN-SORT-FILE
               ON ASCENDING KEY EJS-JOIN-IVP-ID EJS-JOIN-DATE
                                EJS-ROLE EJS-SEV-RANK EJS-ORDINAL
               INPUT PROCEDURE IS 3000-ABSORB-NEW-EXCEPTIONS
               OUTPUT PROCEDURE IS 3500-JOIN-DEPENDENTS
           PERFORM 1100-CHECK-SORT
           SORT EXC-PRINT-SORT-FILE
               ON ASCENDING KEY EPS-PRINT-GROUP EPS-ORDINAL
                                EPS-LINE-TYPE EPS-DEP-ORDINAL
               USING EXC-JOIN-WORK-FILE
               OUTPUT PROCEDURE IS 4000-WRITE-MASTER
           PERFORM 1100-CHECK-SORT
           PERFORM 9000-TERMINATE
           GOBACK.

      *    THE WORK FILES ARE OPENED, AND THEIR STATUS CHECKED, OUTSIDE
      *    THE SORTS; EACH IS CLOSED BY THE PROCEDURE THAT USES IT,
      *    BEFORE THE NEXT SORT STARTS.
       1000-INITIALIZE.
           OPEN OUTPUT EXC-CARRY-WORK-FILE
           IF WS-CARRY-STATUS NOT = '00'
               DISPLAY 'IVPEXCON: UNABLE TO OPEN CARRY WORK, STATUS='
                   WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXC-JOIN-WORK-FILE
           IF WS-JOIN-STATUS NOT = '00'
               DISPLAY 'IVPEXCON: UNABLE TO OPEN JOIN WORK, STATUS='
                   WS-JOIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXC-MASTER-OUT-FILE
           OPEN OUTPUT EXC-RPT-FILE
           WRITE EXC-RPT-LINE FROM WS-HDR-LINE-1
           WRITE EXC-RPT-LINE FROM WS-HDR-LINE-2.

       1100-CHECK-SORT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'IVPEXCON: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-REOPEN-CARRY-WORK.
           OPEN INPUT EXC-CARRY-WORK-FILE
           IF WS-CARRY-STATUS NOT = '00'
               DISPLAY 'IVPEXCON: UNABLE TO READ CARRY WORK, STATUS='
                   WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-RELEASE-PRIOR-MASTER.
           OPEN INPUT EXC-ACK-FILE
           IF WS-ACK-STATUS = '00'
               PERFORM UNTIL WS-ACK-STATUS = '10'
                       AT END
                           MOVE '10' TO WS-ACK-STATUS
                       NOT AT END
                           MOVE EXCA-SOURCE-PGM  TO EAS-SOURCE-PGM
                           MOVE EXCA-IVP-ID      TO EAS-IVP-ID
                           MOVE EXCA-BTCH-SEQ-NO TO EAS-BTCH-SEQ-NO
                           MOVE EXCA-RAISED-DATE TO EAS-RAISED-DATE
                           MOVE 'A'              TO EAS-REC-TYPE
                           MOVE ZERO             TO EAS-ORDINAL
                           MOVE SPACES           TO EAS-EXCEPTION
                           RELEASE EXC-ACK-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXC-ACK-FILE
           END-IF
           OPEN INPUT EXC-MASTER-IN-FILE
           IF WS-MSTIN-STATUS = '00'
               PERFORM UNTIL WS-MSTIN-STATUS = '10'
                       AT END
                           MOVE '10' TO WS-MSTIN-STATUS
                       NOT AT END
                           ADD 1 TO WS-MSTIN-RECS-READ
                           MOVE EXCP-SOURCE-PGM OF EXC-MASTER-IN-RECORD
                               TO EAS-SOURCE-PGM
                           MOVE EXCP-IVP-ID OF EXC-MASTER-IN-RECORD
                               TO EAS-IVP-ID
                           MOVE EXCP-BTCH-SEQ-NO OF EXC-MASTER-IN-RECORD
                               TO EAS-BTCH-SEQ-NO
                           MOVE EXCP-RAISED-DATE OF EXC-MASTER-IN-RECORD
                               TO EAS-RAISED-DATE
                           MOVE 'M' TO EAS-REC-TYPE
                           MOVE WS-MSTIN-RECS-READ TO EAS-ORDINAL
                           MOVE EXC-MASTER-IN-RECORD TO EAS-EXCEPTION
                           RELEASE EXC-ACK-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXC-MASTER-IN-FILE
           END-IF.

       2500-APPLY-ACKS.
           PERFORM 2550-RETURN-ACK-SORT
           PERFORM 2600-APPLY-ONE-KEY
               UNTIL WS-END-OF-ACK-SORT
           CLOSE EXC-CARRY-WORK-FILE.

       2550-RETURN-ACK-SORT.
           RETURN EXC-ACK-SORT-FILE
               AT END
                   SET WS-END-OF-ACK-SORT TO TRUE
           END-RETURN.

       2600-APPLY-ONE-KEY.
           MOVE EAS-ACK-KEY TO WS-ACK-KEY
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM UNTIL WS-END-OF-ACK-SORT
                   OR EAS-ACK-KEY NOT = WS-ACK-KEY
               IF EAS-ACK-RECORD
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   PERFORM 2700-JUDGE-PRIOR-EXCEPTION
               END-IF
               PERFORM 2550-RETURN-ACK-SORT
           END-PERFORM.

       2700-JUDGE-PRIOR-EXCEPTION.
           MOVE EAS-EXCEPTION TO IVP-EXCEPTION-WORK
           MOVE EAS-ORDINAL TO ECWK-ORDINAL
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-ACKED-CLEARED
               MOVE 'C' TO ECWK-KIND
           ELSE
               ADD 1 TO EXCP-AGE-DAYS OF IVP-EXCEPTION-WORK
               ADD 1 TO WS-CARRIED-FORWARD
               MOVE 'M' TO ECWK-KIND
           END-IF
           MOVE IVP-EXCEPTION-WORK TO ECWK-EXCEPTION
           WRITE EXC-CARRY-WORK-RECORD.

       3000-ABSORB-NEW-EXCEPTIONS.
           PERFORM UNTIL WS-CARRY-STATUS = '10'
               READ EXC-CARRY-WORK-FILE
                   AT END
                       MOVE '10' TO WS-CARRY-STATUS
                   NOT AT END
                       MOVE ECWK-EXCEPTION TO IVP-EXCEPTION-WORK
                       MOVE ECWK-ORDINAL TO EJS-ORDINAL
                       MOVE ECWK-KIND TO EJS-KIND
                       PERFORM 8000-RELEASE-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE EXC-CARRY-WORK-FILE
           OPEN INPUT EDIT-EXC-FILE
           IF WS-EDIT-STATUS = '00'
               PERFORM UNTIL WS-EDIT-STATUS = '10'
                       NOT AT END
                           MOVE EDIT-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EDIT-EXC-FILE
                       NOT AT END
                           MOVE TMOUT-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE TMOUT-EXC-FILE
                       NOT AT END
                           MOVE RECON-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE RECON-EXC-FILE
                       NOT AT END
                           MOVE CPVAL-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE CPVAL-EXC-FILE
                       NOT AT END
                           MOVE RETRY-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE RETRY-EXC-FILE
                       NOT AT END
                           MOVE DUPCK-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE DUPCK-EXC-FILE
                       NOT AT END
                           MOVE DLQSW-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE DLQSW-EXC-FILE
                       NOT AT END
                           MOVE ASSRT-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE ASSRT-EXC-FILE
                       NOT AT END
                           MOVE PGREC-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE PGREC-EXC-FILE
                       NOT AT END
                           MOVE AUCHK-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE AUCHK-EXC-FILE
           END-IF
           OPEN INPUT TRDCK-EXC-FILE
           IF WS-TRDCK-STATUS = '00'
               PERFORM UNTIL WS-TRDCK-STATUS = '10'
                   READ TRDCK-EXC-FILE
                       AT END
                           MOVE '10' TO WS-TRDCK-STATUS
                       NOT AT END
                           MOVE TRDCK-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE TRDCK-EXC-FILE
           END-IF
           OPEN INPUT HDCHK-EXC-FILE
           IF WS-HDCHK-STATUS = '00'
               PERFORM UNTIL WS-HDCHK-STATUS = '10'
                   READ HDCHK-EXC-FILE
                       AT END
                           MOVE '10' TO WS-HDCHK-STATUS
                       NOT AT END
                           MOVE HDCHK-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE HDCHK-EXC-FILE
           END-IF
           OPEN INPUT PRQRL-EXC-FILE
           IF WS-PRQRL-STATUS = '00'
               PERFORM UNTIL WS-PRQRL-STATUS = '10'
                   READ PRQRL-EXC-FILE
                       AT END
                           MOVE '10' TO WS-PRQRL-STATUS
                       NOT AT END
                           MOVE PRQRL-EXC-RECORD TO IVP-EXCEPTION-WORK
                           ADD 1 TO WS-NEW-RECS-READ
                           PERFORM 8100-RELEASE-NEW-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE PRQRL-EXC-FILE
           END-IF.

      *    ONE GROUP PER IVP-ID / RAISED DATE: ROOTS FIRST, BEST
      *    SEVERITY FIRST, THEN DEPENDENTS, THEN EVERYTHING ELSE.  A
      *    DEPENDENT IS SUPPRESSED WHEN THE GROUP HAS ANY ROOT, AND IS
      *    LISTED UNDER THE FIRST ROOT THAT PRINTS.
       3500-JOIN-DEPENDENTS.
           PERFORM 3550-RETURN-JOIN-SORT
           PERFORM 3600-JOIN-ONE-GROUP
               UNTIL WS-END-OF-JOIN-SORT
           CLOSE EXC-JOIN-WORK-FILE.

       3550-RETURN-JOIN-SORT.
           RETURN EXC-JOIN-SORT-FILE
               AT END
                   SET WS-END-OF-JOIN-SORT TO TRUE
           END-RETURN.

       3600-JOIN-ONE-GROUP.
           MOVE EJS-JOIN-IVP-ID TO WS-JOIN-IVP-ID
           MOVE EJS-JOIN-DATE TO WS-JOIN-DATE
           MOVE 'N' TO WS-ROOT-SWITCH
           MOVE 'N' TO WS-LISTING-SWITCH
           PERFORM UNTIL WS-END-OF-JOIN-SORT
                   OR EJS-JOIN-IVP-ID NOT = WS-JOIN-IVP-ID
                   OR EJS-JOIN-DATE NOT = WS-JOIN-DATE
               EVALUATE EJS-ROLE
                   WHEN '1'
                       PERFORM 3700-JOIN-ROOT
                   WHEN '2'
                       PERFORM 3800-JOIN-DEPENDENT
                   WHEN OTHER
                       PERFORM 3900-PASS-THROUGH
               END-EVALUATE
               PERFORM 3550-RETURN-JOIN-SORT
           END-PERFORM.

       3700-JOIN-ROOT.
           IF NOT WS-GROUP-HAS-ROOT
               SET WS-GROUP-HAS-ROOT TO TRUE
               IF EJS-SEV-RANK NOT = '9'
                   SET WS-LISTING-ROOT-FOUND TO TRUE
                   MOVE EJS-SEV-RANK TO WS-LISTING-SEVERITY
                   MOVE EJS-ORDINAL TO WS-LISTING-ORDINAL
               END-IF
           END-IF
           IF EJS-SEV-RANK NOT = '9'
               MOVE EJS-SEV-RANK TO EJWK-PRINT-GROUP
               MOVE EJS-ORDINAL TO EJWK-ORDINAL
               MOVE '1' TO EJWK-LINE-TYPE
               MOVE ZERO TO EJWK-DEP-ORDINAL
               MOVE 'N' TO EJWK-SUPPRESS-FLAG
               PERFORM 3950-WRITE-JOIN-WORK
           END-IF.

       3800-JOIN-DEPENDENT.
           IF EJS-SEV-RANK NOT = '9'
               MOVE EJS-SEV-RANK TO EJWK-PRINT-GROUP
               MOVE EJS-ORDINAL TO EJWK-ORDINAL
               MOVE '1' TO EJWK-LINE-TYPE
               MOVE ZERO TO EJWK-DEP-ORDINAL
               IF WS-GROUP-HAS-ROOT
                   MOVE 'Y' TO EJWK-SUPPRESS-FLAG
               ELSE
                   MOVE 'N' TO EJWK-SUPPRESS-FLAG
               END-IF
               PERFORM 3950-WRITE-JOIN-WORK
           END-IF
           IF WS-LISTING-ROOT-FOUND
               MOVE WS-LISTING-SEVERITY TO EJWK-PRINT-GROUP
               MOVE WS-LISTING-ORDINAL TO EJWK-ORDINAL
               MOVE '2' TO EJWK-LINE-TYPE
               MOVE EJS-ORDINAL TO EJWK-DEP-ORDINAL
               MOVE 'Y' TO EJWK-SUPPRESS-FLAG
               PERFORM 3950-WRITE-JOIN-WORK
           END-IF.

       3900-PASS-THROUGH.
           IF EJS-KIND = 'C'
               MOVE '0' TO EJWK-PRINT-GROUP
               MOVE EJS-ORDINAL TO EJWK-ORDINAL
               MOVE '1' TO EJWK-LINE-TYPE
               MOVE ZERO TO EJWK-DEP-ORDINAL
               MOVE 'N' TO EJWK-SUPPRESS-FLAG
               PERFORM 3950-WRITE-JOIN-WORK
           ELSE
               IF EJS-SEV-RANK NOT = '9'
                   MOVE EJS-SEV-RANK TO EJWK-PRINT-GROUP
                   MOVE EJS-ORDINAL TO EJWK-ORDINAL
                   MOVE '1' TO EJWK-LINE-TYPE
                   MOVE ZERO TO EJWK-DEP-ORDINAL
                   MOVE 'N' TO EJWK-SUPPRESS-FLAG
                   PERFORM 3950-WRITE-JOIN-WORK
               END-IF
           END-IF.

       3950-WRITE-JOIN-WORK.
           MOVE EJS-EXCEPTION TO EJWK-EXCEPTION
           WRITE EXC-JOIN-WORK-RECORD.

       4000-WRITE-MASTER.
           PERFORM 4050-RETURN-PRINT-SORT
           PERFORM 4100-WRITE-ONE-LINE
               UNTIL WS-END-OF-PRINT-SORT.

       4050-RETURN-PRINT-SORT.
           RETURN EXC-PRINT-SORT-FILE
               AT END
                   SET WS-END-OF-PRINT-SORT TO TRUE
           END-RETURN.

       4100-WRITE-ONE-LINE.
           EVALUATE TRUE
               WHEN EPS-PRINT-GROUP = '0'
                   MOVE EPS-EXCEPTION TO IVP-EXCEPTION-WORK
                   PERFORM 4150-WRITE-CLEARED-LINE
               WHEN EPS-LINE-TYPE = '1'
                   MOVE EPS-EXCEPTION TO IVP-EXCEPTION-RECORD
                   WRITE IVP-EXCEPTION-RECORD
                   ADD 1 TO WS-RECS-WRITTEN
                   IF EPS-SUPPRESS-FLAG = 'N'
                       PERFORM 4200-WRITE-REPORT-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE EPS-EXCEPTION TO IVP-EXCEPTION-SCAN
                   ADD 1 TO WS-DEPS-SUPPRESSED
                   PERFORM 4310-WRITE-SUPPRESSED-LINE
           END-EVALUATE
           PERFORM 4050-RETURN-PRINT-SORT.

       4150-WRITE-CLEARED-LINE.
           MOVE EXCP-SOURCE-PGM OF IVP-EXCEPTION-WORK
               TO WS-CL-SOURCE-PGM
           MOVE EXCP-IVP-ID OF IVP-EXCEPTION-WORK
               TO WS-CL-IVP-ID
           MOVE EXCP-BTCH-SEQ-NO OF IVP-EXCEPTION-WORK
               TO WS-CL-BTCH-SEQ-NO
           WRITE EXC-RPT-LINE FROM WS-CLEARED-LINE.

       4200-WRITE-REPORT-DETAIL.
           MOVE EXCP-SOURCE-PGM OF IVP-EXCEPTION-RECORD
           MOVE EXCP-TEXT OF IVP-EXCEPTION-RECORD TO WS-DL-TEXT
           WRITE EXC-RPT-LINE FROM WS-DETAIL-LINE.

       4310-WRITE-SUPPRESSED-LINE.
           MOVE EXCP-IVP-ID OF IVP-EXCEPTION-SCAN TO WS-SL-IVP-ID
           MOVE EXCP-BTCH-SEQ-NO OF IVP-EXCEPTION-SCAN
               TO WS-SL-BTCH-SEQ-NO
           MOVE EXCP-BES-NAME OF IVP-EXCEPTION-SCAN TO WS-SL-BES-NAME
           MOVE EXCP-BES-TRAN-ID OF IVP-EXCEPTION-SCAN
               TO WS-SL-TRAN-ID
           MOVE EXCP-PREREQ-IVP-ID OF IVP-EXCEPTION-SCAN
               TO WS-SL-PREREQ-IVP-ID
           WRITE EXC-RPT-LINE FROM WS-SUPPRESSED-LINE.

       8000-RELEASE-EXCEPTION.
           MOVE IVP-EXCEPTION-WORK TO EJS-EXCEPTION
           MOVE EXCP-IVP-ID OF IVP-EXCEPTION-WORK TO EJS-JOIN-IVP-ID
           MOVE EXCP-RAISED-DATE OF IVP-EXCEPTION-WORK
               TO EJS-JOIN-DATE
           IF EXCP-SEV-CRITICAL OF IVP-EXCEPTION-WORK
               OR EXCP-SEV-WARNING OF IVP-EXCEPTION-WORK
               OR EXCP-SEV-INFO OF IVP-EXCEPTION-WORK
               MOVE EXCP-SEVERITY OF IVP-EXCEPTION-WORK
                   TO EJS-SEV-RANK
           ELSE
               MOVE '9' TO EJS-SEV-RANK
           END-IF
           EVALUATE TRUE
               WHEN EJS-KIND = 'C'
                   MOVE '3' TO EJS-ROLE
               WHEN EXCP-SOURCE-PGM OF IVP-EXCEPTION-WORK
                       NOT = 'IVPPRQRL'
                   MOVE '1' TO EJS-ROLE
               WHEN EXCP-SKIPPED-PREREQ OF IVP-EXCEPTION-WORK
                   MOVE '2' TO EJS-ROLE
                   MOVE EXCP-ROOT-IVP-ID OF IVP-EXCEPTION-WORK
                       TO EJS-JOIN-IVP-ID
               WHEN OTHER
                   MOVE '3' TO EJS-ROLE
           END-EVALUATE
           RELEASE EXC-JOIN-SORT-RECORD.

       8100-RELEASE-NEW-EXCEPTION.
           COMPUTE EJS-ORDINAL = WS-MSTIN-RECS-READ + WS-NEW-RECS-READ
           MOVE 'M' TO EJS-KIND
           PERFORM 8000-RELEASE-EXCEPTION.

       9000-TERMINATE.
           MOVE SPACES TO EXC-RPT-LINE
           MOVE WS-NEW-RECS-READ   TO WS-TOT-NEW
           MOVE WS-CARRIED-FORWARD TO WS-TOT-CARRIED
           MOVE WS-ACKED-CLEARED   TO WS-TOT-CLEARED
           MOVE WS-DEPS-SUPPRESSED TO WS-TOT-SUPPRESSED
           WRITE EXC-RPT-LINE FROM WS-TOTALS-LINE
           CLOSE EXC-MASTER-OUT-FILE
           CLOSE EXC-RPT-FILE
               WS-CARRIED-FORWARD
           DISPLAY 'IVPEXCON: CLEARED BY ACK      = ' WS-ACKED-CLEARED
           DISPLAY 'IVPEXCON: MASTER RECORDS OUT  = ' WS-RECS-WRITTEN
           DISPLAY 'IVPEXCON: DEPENDENTS LISTED   = '
               WS-DEPS-SUPPRESSED
           IF WS-RECS-WRITTEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
