      ******************************************************************
      *  PROGRAM-ID : IVPHRCON
      *  PURPOSE    : PERIODIC INTEGRITY RECONCILIATION OF THE FOUR
      *               STORES THE SAME IVP RESULTS NOW LIVE IN: THE
      *               IVPHIST.Dyyyymmdd DAILIES, THE IVPHARC.Yyyyy
      *               YEARLY ARCHIVES, THE KEYED IVPHMSTR MASTER READ
      *               BY IVPHINQ AND THE PER-BES IVPDSMST STATISTICS
      *               MASTER.  A FAILED IVPHIST MASTER LOAD OR A
      *               PARTIAL IVPRETN ROLL LEAVES THEM OUT OF STEP AND
      *               IVPHINQ THEN ANSWERS AN INCIDENT REVIEW WITH A
      *               SILENTLY INCOMPLETE HISTORY.
      *
      *               FOR EVERY RUN DATE FROM LK-FROM-DATE TO
      *               LK-TO-DATE THE RECORDS ARE COUNTED PER BES IN
      *               EACH STORE.  THE DAILY IS THE HISTORY OF RECORD
      *               FOR A DATE; ONCE IVPRETN HAS EMPTIED IT, THE
      *               ARCHIVE IS.  EVERY DISTINCT KEY IN THE HISTORY
      *               OF RECORD IS LOOKED UP ON IVPHMSTR AND THE
      *               MASTER COUNT IS SET AGAINST THE DISTINCT KEYS -
      *               A RERUN IVPHIST DUPLICATES DAILY RECORDS BUT NOT
      *               MASTER RECORDS.  THE PASS/FAIL COUNTS ARE
      *               RECOMPUTED ONCE PER DISTINCT KEY, LEAVING OUT
      *               THE IVPPROBE 'PRB' RESULTS THAT ALSO LAND ON THE
      *               DAILY, SO THEY COVER THE SAME SUITE RESULTS
      *               IVPDSTAT COUNTS FROM THE NIGHTLY EXTRACT.  A
      *               RESULT PASSES WHEN IVP-RESULT BEGINS 'PASS', AS
      *               IN IVPDSTAT.  THEY ARE SET AGAINST
      *               IVPDS-PASS-COUNT / IVPDS-FAIL-COUNT.  THE REPORT
      *               LISTS EVERY HISTORY KEY MISSING FROM THE MASTER
      *               AND EVERY DATE/BES OUT OF STEP:
      *                   DAILY/ARCHIVE DIFFER - A PARTIAL ROLL
      *                   MASTER OUT OF STEP   - COUNT OR KEYS DIFFER
      *                   STATS MISSING        - NO IVPDSMST RECORD
      *                   STATS WITHOUT HISTORY- IVPDSMST RECORD BUT
      *                                          NO SUITE RESULTS
      *                   STATS PASS/FAIL DIFFER
      *
      *               LK-REBUILD-OPTION REPAIRS WHAT IT FINDS:
      *                   'N' - REPORT ONLY
      *                   'M' - REBUILD IVPHMSTR FOR EVERY DATE OUT OF
      *                         STEP: THE DATE'S MASTER RECORDS ARE
      *                         DELETED AND RELOADED FROM THE HISTORY
      *                         OF RECORD
      *                   'S' - REBUILD THE IVPDSMST RECORD FOR EVERY
      *                         DATE/BES OUT OF STEP: PASS/FAIL COUNTS
      *                         ARE REPLACED, A MISSING RECORD IS
      *                         ADDED AND ONE WITHOUT HISTORY DELETED.
      *                         THE HISTORY CARRIES NO LILSECS, SO THE
      *                         LATENCY FIGURES OF AN EXISTING RECORD
      *                         ARE KEPT AND AN ADDED RECORD HAS NONE
      *                   'B' - BOTH
      *               A DAILY/ARCHIVE DIFFERENCE IS NEVER REPAIRED
      *               HERE: WHICH COPY IS RIGHT IS A JUDGEMENT FOR THE
      *               STORAGE TEAM, NOT FOR THIS STEP.
      *                   RC 0 - ALL FOUR STORES AGREE
      *                   RC 4 - DISCREPANCIES FOUND, ALL REPAIRED
      *                   RC 8 - DISCREPANCIES LEFT UNREPAIRED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPHRCON.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVP-HIST-DAILY ASSIGN TO DYNAMIC WS-HIST-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT IVP-HIST-ARCHIVE ASSIGN TO DYNAMIC WS-HARCH-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HARCH-STATUS.

           SELECT IVP-HIST-MASTER ASSIGN TO IVPHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVPHM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT IVP-DAILY-STAT-MASTER ASSIGN TO IVPDSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVPDS-KEY
               FILE STATUS IS WS-STATS-STATUS.

           SELECT RECON-RPT-FILE ASSIGN TO HRCONRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVP-HIST-DAILY.
       01  IVP-HIST-DAILY-RECORD        PIC X(266).

       FD  IVP-HIST-ARCHIVE.
       01  IVP-HIST-ARCH-RECORD         PIC X(266).

       FD  IVP-HIST-MASTER.
           COPY IVPHMST.

       FD  IVP-DAILY-STAT-MASTER.
           COPY IVPDSTA.

       FD  RECON-RPT-FILE
           RECORDING MODE IS F.
       01  RECON-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-HARCH-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-MASTER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-STATS-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-HIST-DSN              PIC X(44) VALUE SPACES.
       01  WS-HARCH-DSN             PIC X(44) VALUE SPACES.

       01  WS-REBUILD-OPTION        PIC X(1).
           88  WS-REBUILD-MASTER             VALUE 'M' 'B'.
           88  WS-REBUILD-STATS              VALUE 'S' 'B'.
           88  WS-VALID-OPTION               VALUE 'N' 'M' 'S' 'B'.

       01  WS-DAILY-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-ARCH-RECS-READ        PIC S9(8) COMP VALUE ZERO.
       01  WS-MASTER-RECS-READ      PIC S9(8) COMP VALUE ZERO.
       01  WS-STATS-RECS-READ       PIC S9(8) COMP VALUE ZERO.
       01  WS-LAYOUT-REJECTED       PIC S9(8) COMP VALUE ZERO.
       01  WS-KEYS-MISSING          PIC S9(8) COMP VALUE ZERO.
       01  WS-DISCREPANCIES         PIC S9(8) COMP VALUE ZERO.
       01  WS-UNREPAIRED            PIC S9(8) COMP VALUE ZERO.
       01  WS-MASTER-PURGED         PIC S9(8) COMP VALUE ZERO.
       01  WS-MASTER-LOADED         PIC S9(8) COMP VALUE ZERO.
       01  WS-STATS-REPLACED        PIC S9(8) COMP VALUE ZERO.
       01  WS-STATS-ADDED           PIC S9(8) COMP VALUE ZERO.
       01  WS-STATS-DELETED         PIC S9(8) COMP VALUE ZERO.

       01  WS-FROM-DATE-NUM         PIC 9(8).
       01  WS-TO-DATE-NUM           PIC 9(8).
       01  WS-FIRST-DATE-INT        PIC S9(9) COMP.
       01  WS-LAST-DATE-INT         PIC S9(9) COMP.
       01  WS-WORK-DATE-INT         PIC S9(9) COMP.
       01  WS-WORK-DATE-NUM         PIC 9(8).
       01  WS-FROM-YEAR             PIC 9(4).
       01  WS-TO-YEAR               PIC 9(4).
       01  WS-ARCH-YEAR             PIC 9(4).

       01  WS-DATE-SUB              PIC S9(4) COMP.
       01  WS-BES-SUB               PIC S9(4) COMP.

      *    ONE ENTRY PER BES SEEN IN ANY STORE.  ITS POSITION IS THE
      *    BES SUBSCRIPT INTO EVERY DATE'S COUNTERS BELOW.
       01  WS-BES-TABLE-CTRL.
           05  WS-BES-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-BES-MAX-ENTRIES   PIC S9(4) COMP VALUE 100.
       01  WS-BES-TABLE.
           05  WS-BES-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-BES-IDX.
               10  WS-BS-BES-NAME       PIC X(8).

      *    ONE ENTRY PER RUN DATE IN THE RANGE, FOUND BY ITS DAY
      *    OFFSET FROM LK-FROM-DATE, WITH ONE SET OF COUNTERS PER BES.
       01  WS-DATE-TABLE-CTRL.
           05  WS-DT-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-DT-MAX-ENTRIES    PIC S9(4) COMP VALUE 366.
       01  WS-DATE-TABLE.
           05  WS-DT-ENTRY OCCURS 366 TIMES.
               10  WS-DT-RUN-DATE       PIC X(8).
               10  WS-DT-DAILY-TOTAL    PIC S9(8) COMP.
               10  WS-DT-ARCH-TOTAL     PIC S9(8) COMP.
               10  WS-DT-SOURCE         PIC X(1).
                   88  WS-DT-FROM-DAILY          VALUE 'D'.
                   88  WS-DT-FROM-ARCHIVE        VALUE 'A'.
               10  WS-DT-MASTER-FLAG    PIC X(1).
                   88  WS-DT-MASTER-OUT          VALUE 'Y'.
               10  WS-DT-STATS-FLAG     PIC X(1).
                   88  WS-DT-STATS-OUT           VALUE 'Y'.
               10  WS-DB-ENTRY OCCURS 100 TIMES.
                   15  WS-DB-DAILY-CNT      PIC S9(8) COMP.
                   15  WS-DB-DAILY-PASS     PIC S9(8) COMP.
                   15  WS-DB-DAILY-FAIL     PIC S9(8) COMP.
                   15  WS-DB-DAILY-MATCH    PIC S9(8) COMP.
                   15  WS-DB-DAILY-KEYS     PIC S9(8) COMP.
                   15  WS-DB-ARCH-CNT       PIC S9(8) COMP.
                   15  WS-DB-ARCH-PASS      PIC S9(8) COMP.
                   15  WS-DB-ARCH-FAIL      PIC S9(8) COMP.
                   15  WS-DB-ARCH-MATCH     PIC S9(8) COMP.
                   15  WS-DB-ARCH-KEYS      PIC S9(8) COMP.
                   15  WS-DB-MAST-CNT       PIC S9(8) COMP.
                   15  WS-DB-STAT-FLAG      PIC X(1).
                       88  WS-DB-STAT-PRESENT        VALUE 'Y'.
                   15  WS-DB-STAT-PASS      PIC 9(8).
                   15  WS-DB-STAT-FAIL      PIC 9(8).
                   15  WS-DB-STATS-FLAG     PIC X(1).
                       88  WS-DB-STATS-OUT           VALUE 'Y'.

      *    THE HISTORY OF RECORD FOR THE DATE/BES BEING RECONCILED.
       01  WS-SRC-CNT               PIC S9(8) COMP.
      *    SUITE RESULTS ONLY (PASS + FAIL), THE POPULATION IVPDSMST
      *    COUNTS.
       01  WS-SRC-SUITE-CNT         PIC S9(8) COMP.
       01  WS-SRC-PASS              PIC S9(8) COMP.
       01  WS-SRC-FAIL              PIC S9(8) COMP.
       01  WS-SRC-MATCH             PIC S9(8) COMP.
       01  WS-SRC-KEYS              PIC S9(8) COMP.

      *    THE DISTINCT IVP-ID/BTCH-SEQ-NO KEYS SEEN SO FAR FOR THE
      *    RUN DATE BEING READ.  A RERUN IVPHIST APPENDS THE SAME
      *    RECORDS TO THE DAILY AGAIN BUT REWRITES THEM ON THE KEYED
      *    MASTER, SO THE MASTER IS SET AGAINST THE DISTINCT KEYS,
      *    NOT THE RECORD COUNT.  CLEARED FOR EACH DAILY AND AT EACH
      *    CHANGE OF RUN DATE IN AN ARCHIVE, WHICH IVPRETN APPENDS A
      *    WHOLE DAILY AT A TIME.
       01  WS-KEY-TABLE-CTRL.
           05  WS-KY-COUNT          PIC S9(8) COMP VALUE ZERO.
           05  WS-KY-MAX-ENTRIES    PIC S9(8) COMP VALUE 5000.
           05  WS-KY-RUN-DATE       PIC X(8).
       01  WS-KEY-TABLE.
           05  WS-KY-ENTRY OCCURS 5000 TIMES
                                    INDEXED BY WS-KY-IDX.
               10  WS-KY-IVP-ID         PIC X(8).
               10  WS-KY-BTCH-SEQ-NO    PIC 9(8).
       01  WS-NEW-KEY-SWITCH        PIC X(1).
           88  WS-KEY-IS-NEW                 VALUE 'Y'.

       01  WS-FOUND-SWITCH          PIC X(1).
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-FILE-EOF-SWITCH       PIC X(1).
           88  WS-END-OF-FILE                VALUE 'Y'.
       01  WS-ANY-ARCHIVE-SWITCH    PIC X(1).
           88  WS-ARCHIVE-NEEDED             VALUE 'Y'.

       01  WS-CHK-DATE              PIC X(8).
       01  WS-CHK-BES-NAME          PIC X(8).
       01  WS-CHK-SOURCE            PIC X(7).
       01  WS-FINDING               PIC X(30).

       COPY IVPHREC.

       01  WS-HDR-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'IVP HISTORY INTEGRITY RECONCILIATION'.
           05  FILLER               PIC X(6)  VALUE 'FROM '.
           05  WS-HDR-FROM-DATE     PIC X(8).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-HDR-TO-DATE       PIC X(8).
           05  FILLER               PIC X(10) VALUE '  REBUILD '.
           05  WS-HDR-OPTION        PIC X(1).

       01  WS-KEY-HDR-LINE.
           05  FILLER               PIC X(40) VALUE
               'HISTORY KEYS MISSING FROM IVPHMSTR'.
       01  WS-KEY-COL-LINE.
           05  FILLER               PIC X(8)  VALUE 'RUN DATE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'IVP ID'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'SEQ NO'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'BES NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE 'SOURCE'.
       01  WS-KEY-LINE.
           05  WS-KL-RUN-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-KL-IVP-ID         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-KL-SEQ-NO         PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-KL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-KL-SOURCE         PIC X(7).

       01  WS-CNT-HDR-LINE.
           05  FILLER               PIC X(40) VALUE
               'RUN DATE / BES DISCREPANCIES'.
       01  WS-CNT-COL-LINE.
           05  FILLER               PIC X(8)  VALUE 'RUN DATE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'BES NAME'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE '   DAILY'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE ' ARCHIVE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE '  MASTER'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'HST PASS'.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'HST FAIL'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'STA PASS'.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'STA FAIL'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(30) VALUE 'FINDING'.
       01  WS-DETAIL-LINE.
           05  WS-DL-RUN-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DAILY          PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-ARCHIVE        PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-MASTER         PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-HIST-PASS      PIC ZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-DL-HIST-FAIL      PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-STAT-PASS      PIC ZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-DL-STAT-FAIL      PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-FINDING        PIC X(30).

       01  WS-RBLD-HDR-LINE.
           05  FILLER               PIC X(40) VALUE
               'REBUILDS'.
       01  WS-RBLD-LINE.
           05  WS-RL-RUN-DATE       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-ACTION         PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'KEYS MISSING'.
           05  WS-TL-KEYS-MISSING   PIC ZZZZZZZ9.
           05  FILLER               PIC X(18) VALUE '  DISCREPANCIES'.
           05  WS-TL-DISCREPANCIES  PIC ZZZZZZZ9.
           05  FILLER               PIC X(14) VALUE '  UNREPAIRED'.
           05  WS-TL-UNREPAIRED     PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-FROM-DATE              PIC X(8).
       01  LK-TO-DATE                PIC X(8).
       01  LK-REBUILD-OPTION         PIC X(1).

       PROCEDURE DIVISION USING LK-FROM-DATE LK-TO-DATE
                                LK-REBUILD-OPTION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-DAILY
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DT-COUNT
           PERFORM 3000-COUNT-ARCHIVE
               VARYING WS-ARCH-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-TO-YEAR
           PERFORM 4000-COUNT-MASTER
           PERFORM 5000-COUNT-STATS
           WRITE RECON-RPT-LINE FROM WS-CNT-HDR-LINE
           WRITE RECON-RPT-LINE FROM WS-CNT-COL-LINE
           PERFORM 6000-RECONCILE-DATE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DT-COUNT
           IF WS-REBUILD-MASTER OR WS-REBUILD-STATS
               MOVE SPACES TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               WRITE RECON-RPT-LINE FROM WS-RBLD-HDR-LINE
           END-IF
           IF WS-REBUILD-MASTER
               PERFORM 7000-REBUILD-MASTER
           END-IF
           IF WS-REBUILD-STATS
               PERFORM 8000-REBUILD-STATS
                   VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DT-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE LK-REBUILD-OPTION TO WS-REBUILD-OPTION
           IF WS-REBUILD-OPTION = SPACE
               MOVE 'N' TO WS-REBUILD-OPTION
           END-IF
           IF NOT WS-VALID-OPTION
               DISPLAY 'IVPHRCON: UNDEFINED REBUILD OPTION '
                   LK-REBUILD-OPTION
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF LK-FROM-DATE IS NOT NUMERIC
                   OR LK-TO-DATE IS NOT NUMERIC
                   OR LK-TO-DATE < LK-FROM-DATE
               DISPLAY 'IVPHRCON: INVALID DATE RANGE ' LK-FROM-DATE
                   ' TO ' LK-TO-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-FROM-DATE TO WS-FROM-DATE-NUM
           MOVE LK-TO-DATE   TO WS-TO-DATE-NUM
           MOVE LK-FROM-DATE (1:4) TO WS-FROM-YEAR
           MOVE LK-TO-DATE (1:4)   TO WS-TO-YEAR
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           COMPUTE WS-LAST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
           IF WS-LAST-DATE-INT - WS-FIRST-DATE-INT + 1
                   > WS-DT-MAX-ENTRIES
               DISPLAY 'IVPHRCON: DATE TABLE FULL, MAX='
                   WS-DT-MAX-ENTRIES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-DATE-TABLE
           PERFORM VARYING WS-WORK-DATE-INT FROM WS-FIRST-DATE-INT
               BY 1 UNTIL WS-WORK-DATE-INT > WS-LAST-DATE-INT
               ADD 1 TO WS-DT-COUNT
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
               MOVE WS-WORK-DATE-NUM TO WS-DT-RUN-DATE (WS-DT-COUNT)
           END-PERFORM
           IF WS-REBUILD-MASTER
               OPEN I-O IVP-HIST-MASTER
           ELSE
               OPEN INPUT IVP-HIST-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'IVPHRCON: UNABLE TO OPEN HISTORY MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REBUILD-STATS
               OPEN I-O IVP-DAILY-STAT-MASTER
           ELSE
               OPEN INPUT IVP-DAILY-STAT-MASTER
           END-IF
           IF WS-STATS-STATUS NOT = '00'
               DISPLAY 'IVPHRCON: UNABLE TO OPEN STAT MASTER, '
                   'STATUS=' WS-STATS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECON-RPT-FILE
           MOVE LK-FROM-DATE      TO WS-HDR-FROM-DATE
           MOVE LK-TO-DATE        TO WS-HDR-TO-DATE
           MOVE WS-REBUILD-OPTION TO WS-HDR-OPTION
           WRITE RECON-RPT-LINE FROM WS-HDR-LINE-1
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-KEY-HDR-LINE
           WRITE RECON-RPT-LINE FROM WS-KEY-COL-LINE.

      *    DAILIES FIRST: A DATE'S DAILY TOTAL DECIDES WHETHER ITS
      *    ARCHIVE RECORDS ARE THE HISTORY OF RECORD.  A DAILY NOT ON
      *    CATALOG COUNTS AS EMPTY.
       2000-COUNT-DAILY.
           MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO WS-CHK-DATE
           MOVE SPACES TO WS-HIST-DSN
           STRING 'IVPHIST.D' DELIMITED BY SIZE
                  WS-CHK-DATE DELIMITED BY SIZE
               INTO WS-HIST-DSN
           OPEN INPUT IVP-HIST-DAILY
           IF WS-HIST-STATUS = '00'
               MOVE ZERO TO WS-KY-COUNT
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ IVP-HIST-DAILY INTO IVP-HIST-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DAILY-RECS-READ
                           PERFORM 2100-TALLY-DAILY-RECORD
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-DAILY
           END-IF.

       2100-TALLY-DAILY-RECORD.
           IF NOT IVPH-CURRENT-LAYOUT
               ADD 1 TO WS-LAYOUT-REJECTED
           ELSE
               MOVE IVPH-BES-NAME TO WS-CHK-BES-NAME
               PERFORM 2900-FIND-OR-ADD-BES
               ADD 1 TO WS-DT-DAILY-TOTAL (WS-DATE-SUB)
               ADD 1 TO WS-DB-DAILY-CNT (WS-DATE-SUB, WS-BES-SUB)
               PERFORM 2700-CHECK-NEW-KEY
               IF WS-KEY-IS-NEW
                   ADD 1 TO WS-DB-DAILY-KEYS (WS-DATE-SUB, WS-BES-SUB)
                   IF IVPH-IVP-ID (1:3) NOT = 'PRB'
                       IF IVPH-RESULT (1:4) = 'PASS'
                           ADD 1 TO WS-DB-DAILY-PASS (WS-DATE-SUB,
                                                      WS-BES-SUB)
                       ELSE
                           ADD 1 TO WS-DB-DAILY-FAIL (WS-DATE-SUB,
                                                      WS-BES-SUB)
                       END-IF
                   END-IF
                   MOVE 'DAILY' TO WS-CHK-SOURCE
                   PERFORM 2800-CHECK-MASTER-KEY
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-DB-DAILY-MATCH (WS-DATE-SUB,
                                                   WS-BES-SUB)
                   END-IF
               END-IF
           END-IF.

      *    SETS WS-KEY-IS-NEW AND ADDS THE KEY TO THE TABLE WHEN THE
      *    CURRENT HISTORY RECORD'S KEY HAS NOT BEEN SEEN FOR THIS
      *    RUN DATE.
       2700-CHECK-NEW-KEY.
           SET WS-KEY-IS-NEW TO TRUE
           IF WS-KY-COUNT > 0
               PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KY-COUNT
                   IF WS-KY-IVP-ID (WS-KY-IDX) = IVPH-IVP-ID
                           AND WS-KY-BTCH-SEQ-NO (WS-KY-IDX) =
                               IVPH-BTCH-SEQ-NO
                       MOVE 'N' TO WS-NEW-KEY-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KEY-IS-NEW
               IF WS-KY-COUNT >= WS-KY-MAX-ENTRIES
                   DISPLAY 'IVPHRCON: KEY TABLE FULL, MAX='
                       WS-KY-MAX-ENTRIES ' RUN DATE=' WS-CHK-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-KY-COUNT
               SET WS-KY-IDX TO WS-KY-COUNT
               MOVE IVPH-IVP-ID      TO WS-KY-IVP-ID (WS-KY-IDX)
               MOVE IVPH-BTCH-SEQ-NO TO WS-KY-BTCH-SEQ-NO (WS-KY-IDX)
           END-IF.

      *    KEYED LOOKUP OF THE CURRENT HISTORY RECORD ON IVPHMSTR; A
      *    MISS IS LISTED ON THE REPORT.
       2800-CHECK-MASTER-KEY.
           MOVE SPACES         TO IVP-HIST-MASTER-RECORD
           MOVE IVPH-IVP-ID      TO IVPHM-IVP-ID
           MOVE WS-CHK-DATE      TO IVPHM-RUN-DATE
           MOVE IVPH-BTCH-SEQ-NO TO IVPHM-BTCH-SEQ-NO
           READ IVP-HIST-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-KEYS-MISSING
               MOVE WS-CHK-DATE      TO WS-KL-RUN-DATE
               MOVE IVPH-IVP-ID      TO WS-KL-IVP-ID
               MOVE IVPH-BTCH-SEQ-NO TO WS-KL-SEQ-NO
               MOVE IVPH-BES-NAME    TO WS-KL-BES-NAME
               MOVE WS-CHK-SOURCE    TO WS-KL-SOURCE
               WRITE RECON-RPT-LINE FROM WS-KEY-LINE
           END-IF.

       2900-FIND-OR-ADD-BES.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-BES-COUNT > 0
               PERFORM VARYING WS-BES-IDX FROM 1 BY 1
                   UNTIL WS-BES-IDX > WS-BES-COUNT
                   IF WS-BS-BES-NAME (WS-BES-IDX) = WS-CHK-BES-NAME
                       SET WS-ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-BES-COUNT >= WS-BES-MAX-ENTRIES
                   DISPLAY 'IVPHRCON: BES TABLE FULL, MAX='
                       WS-BES-MAX-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-BES-COUNT
               SET WS-BES-IDX TO WS-BES-COUNT
               MOVE WS-CHK-BES-NAME TO WS-BS-BES-NAME (WS-BES-IDX)
           END-IF
           SET WS-BES-SUB TO WS-BES-IDX.

      *    SETS WS-DATE-SUB FOR WS-CHK-DATE WHEN IT FALLS IN RANGE.
       2950-LOCATE-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CHK-DATE IS NUMERIC
                   AND WS-CHK-DATE NOT < LK-FROM-DATE
                   AND WS-CHK-DATE NOT > LK-TO-DATE
               MOVE WS-CHK-DATE TO WS-WORK-DATE-NUM
               COMPUTE WS-WORK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
               COMPUTE WS-DATE-SUB =
                   WS-WORK-DATE-INT - WS-FIRST-DATE-INT + 1
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    ONE PASS OF EACH YEARLY ARCHIVE THE RANGE TOUCHES.  ARCHIVE
      *    KEYS ARE LOOKED UP ON THE MASTER ONLY FOR A DATE WHOSE
      *    DAILY IS EMPTY - OTHERWISE THE DAILY WAS ALREADY CHECKED.
       3000-COUNT-ARCHIVE.
           MOVE SPACES TO WS-HARCH-DSN
           STRING 'IVPHARC.Y' DELIMITED BY SIZE
                  WS-ARCH-YEAR DELIMITED BY SIZE
               INTO WS-HARCH-DSN
           OPEN INPUT IVP-HIST-ARCHIVE
           IF WS-HARCH-STATUS = '00'
               MOVE ZERO   TO WS-KY-COUNT
               MOVE SPACES TO WS-KY-RUN-DATE
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ IVP-HIST-ARCHIVE INTO IVP-HIST-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-RECS-READ
                           PERFORM 3100-TALLY-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-ARCHIVE
           END-IF.

       3100-TALLY-ARCHIVE-RECORD.
           IF NOT IVPH-CURRENT-LAYOUT
               ADD 1 TO WS-LAYOUT-REJECTED
           ELSE
               MOVE IVPH-RUN-DATE TO WS-CHK-DATE
               PERFORM 2950-LOCATE-DATE
               IF WS-ENTRY-FOUND
                   MOVE IVPH-BES-NAME TO WS-CHK-BES-NAME
                   PERFORM 2900-FIND-OR-ADD-BES
                   ADD 1 TO WS-DT-ARCH-TOTAL (WS-DATE-SUB)
                   ADD 1 TO WS-DB-ARCH-CNT (WS-DATE-SUB, WS-BES-SUB)
                   IF IVPH-RUN-DATE NOT = WS-KY-RUN-DATE
                       MOVE ZERO          TO WS-KY-COUNT
                       MOVE IVPH-RUN-DATE TO WS-KY-RUN-DATE
                   END-IF
                   PERFORM 2700-CHECK-NEW-KEY
                   IF WS-KEY-IS-NEW
                       ADD 1
                           TO WS-DB-ARCH-KEYS (WS-DATE-SUB, WS-BES-SUB)
                       IF IVPH-IVP-ID (1:3) NOT = 'PRB'
                           IF IVPH-RESULT (1:4) = 'PASS'
                               ADD 1 TO WS-DB-ARCH-PASS (WS-DATE-SUB,
                                                         WS-BES-SUB)
                           ELSE
                               ADD 1 TO WS-DB-ARCH-FAIL (WS-DATE-SUB,
                                                         WS-BES-SUB)
                           END-IF
                       END-IF
                       IF WS-DT-DAILY-TOTAL (WS-DATE-SUB) = 0
                           MOVE 'ARCHIVE' TO WS-CHK-SOURCE
                           PERFORM 2800-CHECK-MASTER-KEY
                           IF WS-ENTRY-FOUND
                               ADD 1 TO WS-DB-ARCH-MATCH (WS-DATE-SUB,
                                                          WS-BES-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE MASTER KEY LEADS WITH IVP-ID, SO THE WHOLE MASTER IS
      *    READ AND EACH RECORD IN RANGE COUNTED AGAINST ITS DATE.
       4000-COUNT-MASTER.
           MOVE LOW-VALUES TO IVPHM-KEY
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           START IVP-HIST-MASTER KEY NOT < IVPHM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ IVP-HIST-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-RECS-READ
                       MOVE IVPHM-RUN-DATE TO WS-CHK-DATE
                       PERFORM 2950-LOCATE-DATE
                       IF WS-ENTRY-FOUND
                           MOVE IVPHM-BES-NAME TO WS-CHK-BES-NAME
                           PERFORM 2900-FIND-OR-ADD-BES
                           ADD 1 TO WS-DB-MAST-CNT (WS-DATE-SUB,
                                                    WS-BES-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       5000-COUNT-STATS.
           MOVE LOW-VALUES TO IVPDS-KEY
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           START IVP-DAILY-STAT-MASTER KEY NOT < IVPDS-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ IVP-DAILY-STAT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATS-RECS-READ
                       MOVE IVPDS-RUN-DATE TO WS-CHK-DATE
                       PERFORM 2950-LOCATE-DATE
                       IF WS-ENTRY-FOUND
                           MOVE IVPDS-BES-NAME TO WS-CHK-BES-NAME
                           PERFORM 2900-FIND-OR-ADD-BES
                           MOVE 'Y' TO WS-DB-STAT-FLAG (WS-DATE-SUB,
                                                        WS-BES-SUB)
                           MOVE IVPDS-PASS-COUNT
                               TO WS-DB-STAT-PASS (WS-DATE-SUB,
                                                   WS-BES-SUB)
                           MOVE IVPDS-FAIL-COUNT
                               TO WS-DB-STAT-FAIL (WS-DATE-SUB,
                                                   WS-BES-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       6000-RECONCILE-DATE.
           EVALUATE TRUE
               WHEN WS-DT-DAILY-TOTAL (WS-DATE-SUB) > 0
                   MOVE 'D' TO WS-DT-SOURCE (WS-DATE-SUB)
               WHEN WS-DT-ARCH-TOTAL (WS-DATE-SUB) > 0
                   MOVE 'A' TO WS-DT-SOURCE (WS-DATE-SUB)
               WHEN OTHER
                   MOVE 'N' TO WS-DT-SOURCE (WS-DATE-SUB)
           END-EVALUATE
           PERFORM 6100-RECONCILE-BES
               VARYING WS-BES-SUB FROM 1 BY 1
               UNTIL WS-BES-SUB > WS-BES-COUNT.

       6100-RECONCILE-BES.
           PERFORM 6200-SET-SOURCE-COUNTS
           MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO WS-DL-RUN-DATE
           MOVE WS-BS-BES-NAME (WS-BES-SUB)  TO WS-DL-BES-NAME
           MOVE WS-DB-DAILY-CNT (WS-DATE-SUB, WS-BES-SUB)
               TO WS-DL-DAILY
           MOVE WS-DB-ARCH-CNT (WS-DATE-SUB, WS-BES-SUB)
               TO WS-DL-ARCHIVE
           MOVE WS-DB-MAST-CNT (WS-DATE-SUB, WS-BES-SUB)
               TO WS-DL-MASTER
           MOVE WS-SRC-PASS TO WS-DL-HIST-PASS
           MOVE WS-SRC-FAIL TO WS-DL-HIST-FAIL
           MOVE WS-DB-STAT-PASS (WS-DATE-SUB, WS-BES-SUB)
               TO WS-DL-STAT-PASS
           MOVE WS-DB-STAT-FAIL (WS-DATE-SUB, WS-BES-SUB)
               TO WS-DL-STAT-FAIL
           IF WS-DB-DAILY-CNT (WS-DATE-SUB, WS-BES-SUB) > 0
                   AND WS-DB-ARCH-CNT (WS-DATE-SUB, WS-BES-SUB) > 0
                   AND WS-DB-DAILY-CNT (WS-DATE-SUB, WS-BES-SUB) NOT =
                       WS-DB-ARCH-CNT (WS-DATE-SUB, WS-BES-SUB)
               MOVE 'DAILY/ARCHIVE DIFFER' TO WS-FINDING
               ADD 1 TO WS-UNREPAIRED
               PERFORM 6300-WRITE-FINDING
           END-IF
           IF WS-DB-MAST-CNT (WS-DATE-SUB, WS-BES-SUB)
                       NOT = WS-SRC-KEYS
                   OR WS-SRC-MATCH < WS-SRC-KEYS
               MOVE 'MASTER OUT OF STEP' TO WS-FINDING
               MOVE 'Y' TO WS-DT-MASTER-FLAG (WS-DATE-SUB)
               IF NOT WS-REBUILD-MASTER
                   ADD 1 TO WS-UNREPAIRED
               END-IF
               PERFORM 6300-WRITE-FINDING
           END-IF
           MOVE SPACES TO WS-FINDING
           EVALUATE TRUE
               WHEN WS-SRC-SUITE-CNT > 0
                       AND NOT WS-DB-STAT-PRESENT (WS-DATE-SUB,
                                                   WS-BES-SUB)
                   MOVE 'STATS MISSING' TO WS-FINDING
               WHEN WS-SRC-SUITE-CNT = 0
                       AND WS-DB-STAT-PRESENT (WS-DATE-SUB, WS-BES-SUB)
                   MOVE 'STATS WITHOUT HISTORY' TO WS-FINDING
               WHEN WS-SRC-SUITE-CNT > 0
                       AND (WS-DB-STAT-PASS (WS-DATE-SUB, WS-BES-SUB)
                               NOT = WS-SRC-PASS
                        OR WS-DB-STAT-FAIL (WS-DATE-SUB, WS-BES-SUB)
                               NOT = WS-SRC-FAIL)
                   MOVE 'STATS PASS/FAIL DIFFER' TO WS-FINDING
           END-EVALUATE
           IF WS-FINDING NOT = SPACES
               MOVE 'Y' TO WS-DB-STATS-FLAG (WS-DATE-SUB, WS-BES-SUB)
               MOVE 'Y' TO WS-DT-STATS-FLAG (WS-DATE-SUB)
               IF NOT WS-REBUILD-STATS
                   ADD 1 TO WS-UNREPAIRED
               END-IF
               PERFORM 6300-WRITE-FINDING
           END-IF.

       6200-SET-SOURCE-COUNTS.
           EVALUATE TRUE
               WHEN WS-DT-FROM-DAILY (WS-DATE-SUB)
                   MOVE WS-DB-DAILY-CNT (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-CNT
                   MOVE WS-DB-DAILY-PASS (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-PASS
                   MOVE WS-DB-DAILY-FAIL (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-FAIL
                   MOVE WS-DB-DAILY-MATCH (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-MATCH
                   MOVE WS-DB-DAILY-KEYS (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-KEYS
               WHEN WS-DT-FROM-ARCHIVE (WS-DATE-SUB)
                   MOVE WS-DB-ARCH-CNT (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-CNT
                   MOVE WS-DB-ARCH-PASS (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-PASS
                   MOVE WS-DB-ARCH-FAIL (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-FAIL
                   MOVE WS-DB-ARCH-MATCH (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-MATCH
                   MOVE WS-DB-ARCH-KEYS (WS-DATE-SUB, WS-BES-SUB)
                       TO WS-SRC-KEYS
               WHEN OTHER
                   MOVE ZERO TO WS-SRC-CNT
                   MOVE ZERO TO WS-SRC-PASS
                   MOVE ZERO TO WS-SRC-FAIL
                   MOVE ZERO TO WS-SRC-MATCH
                   MOVE ZERO TO WS-SRC-KEYS
           END-EVALUATE
           COMPUTE WS-SRC-SUITE-CNT = WS-SRC-PASS + WS-SRC-FAIL.

       6300-WRITE-FINDING.
           ADD 1 TO WS-DISCREPANCIES
           MOVE WS-FINDING TO WS-DL-FINDING
           WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE.

      *    DELETE EVERY MASTER RECORD FOR A DATE OUT OF STEP, THEN
      *    RELOAD THOSE DATES FROM THEIR HISTORY OF RECORD - DAILIES
      *    DATE BY DATE, ARCHIVES ONE PASS PER YEAR.
       7000-REBUILD-MASTER.
           PERFORM 7100-PURGE-MASTER-DATES
           PERFORM 7200-RELOAD-FROM-DAILY
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DT-COUNT
           PERFORM 7300-RELOAD-FROM-ARCHIVE
               VARYING WS-ARCH-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-TO-YEAR
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DT-COUNT
               IF WS-DT-MASTER-OUT (WS-DATE-SUB)
                   MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO WS-RL-RUN-DATE
                   MOVE SPACES TO WS-RL-BES-NAME
                   EVALUATE TRUE
                       WHEN WS-DT-FROM-DAILY (WS-DATE-SUB)
                           MOVE 'IVPHMSTR RELOADED FROM DAILY'
                               TO WS-RL-ACTION
                       WHEN WS-DT-FROM-ARCHIVE (WS-DATE-SUB)
                           MOVE 'IVPHMSTR RELOADED FROM ARCHIVE'
                               TO WS-RL-ACTION
                       WHEN OTHER
                           MOVE 'IVPHMSTR PURGED - NO HISTORY'
                               TO WS-RL-ACTION
                   END-EVALUATE
                   WRITE RECON-RPT-LINE FROM WS-RBLD-LINE
               END-IF
           END-PERFORM.

       7100-PURGE-MASTER-DATES.
           MOVE LOW-VALUES TO IVPHM-KEY
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           START IVP-HIST-MASTER KEY NOT < IVPHM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ IVP-HIST-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE IVPHM-RUN-DATE TO WS-CHK-DATE
                       PERFORM 2950-LOCATE-DATE
                       IF WS-ENTRY-FOUND
                           IF WS-DT-MASTER-OUT (WS-DATE-SUB)
                               DELETE IVP-HIST-MASTER RECORD
                                   INVALID KEY
                                       DISPLAY 'IVPHRCON: MASTER '
                                           'DELETE FAILED, STATUS='
                                           WS-MASTER-STATUS ' KEY='
                                           IVPHM-KEY
                                       MOVE 16 TO RETURN-CODE
                                       GOBACK
                               END-DELETE
                               ADD 1 TO WS-MASTER-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7200-RELOAD-FROM-DAILY.
           IF WS-DT-MASTER-OUT (WS-DATE-SUB)
                   AND WS-DT-FROM-DAILY (WS-DATE-SUB)
               MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO WS-CHK-DATE
               MOVE SPACES TO WS-HIST-DSN
               STRING 'IVPHIST.D' DELIMITED BY SIZE
                      WS-CHK-DATE DELIMITED BY SIZE
                   INTO WS-HIST-DSN
               OPEN INPUT IVP-HIST-DAILY
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ IVP-HIST-DAILY INTO IVP-HIST-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF IVPH-CURRENT-LAYOUT
                               PERFORM 7400-LOAD-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-DAILY
           END-IF.

       7300-RELOAD-FROM-ARCHIVE.
           MOVE 'N' TO WS-ANY-ARCHIVE-SWITCH
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DT-COUNT
               IF WS-DT-MASTER-OUT (WS-DATE-SUB)
                       AND WS-DT-FROM-ARCHIVE (WS-DATE-SUB)
                       AND WS-DT-RUN-DATE (WS-DATE-SUB) (1:4) =
                           WS-ARCH-YEAR
                   SET WS-ARCHIVE-NEEDED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ARCHIVE-NEEDED
               MOVE SPACES TO WS-HARCH-DSN
               STRING 'IVPHARC.Y' DELIMITED BY SIZE
                      WS-ARCH-YEAR DELIMITED BY SIZE
                   INTO WS-HARCH-DSN
               OPEN INPUT IVP-HIST-ARCHIVE
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ IVP-HIST-ARCHIVE INTO IVP-HIST-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 7310-SELECT-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE IVP-HIST-ARCHIVE
           END-IF.

       7310-SELECT-ARCHIVE-RECORD.
           IF IVPH-CURRENT-LAYOUT
               MOVE IVPH-RUN-DATE TO WS-CHK-DATE
               PERFORM 2950-LOCATE-DATE
               IF WS-ENTRY-FOUND
                   IF WS-DT-MASTER-OUT (WS-DATE-SUB)
                           AND WS-DT-FROM-ARCHIVE (WS-DATE-SUB)
                       PERFORM 7400-LOAD-MASTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *    SAME RECORD BUILD AS THE IVPHIST NIGHTLY LOAD.
       7400-LOAD-MASTER-RECORD.
           MOVE SPACES               TO IVP-HIST-MASTER-RECORD
           MOVE IVPH-IVP-ID          TO IVPHM-IVP-ID
           MOVE WS-CHK-DATE          TO IVPHM-RUN-DATE
           MOVE IVPH-BTCH-SEQ-NO     TO IVPHM-BTCH-SEQ-NO
           MOVE IVPH-DESCR           TO IVPHM-DESCR
           MOVE IVPH-RESULT          TO IVPHM-RESULT
           MOVE IVPH-BES-NAME        TO IVPHM-BES-NAME
           MOVE IVPH-BES-TRAN-ID     TO IVPHM-BES-TRAN-ID
           MOVE IVPH-BES-PGM-NAME    TO IVPHM-BES-PGM-NAME
           MOVE IVPH-USERID          TO IVPHM-USERID
           MOVE IVPH-START-DATE-CHAR TO IVPHM-START-DATE-CHAR
           MOVE IVPH-START-TIME-CHAR TO IVPHM-START-TIME-CHAR
           MOVE IVPH-REPLY-DATE-CHAR TO IVPHM-REPLY-DATE-CHAR
           MOVE IVPH-REPLY-TIME-CHAR TO IVPHM-REPLY-TIME-CHAR
           MOVE '03'                 TO IVPHM-LAYOUT-VERSION
           WRITE IVP-HIST-MASTER-RECORD
               INVALID KEY
                   REWRITE IVP-HIST-MASTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-LOADED
           END-WRITE
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '02'
               DISPLAY 'IVPHRCON: MASTER LOAD FAILED, STATUS='
                   WS-MASTER-STATUS ' KEY=' IVPHM-KEY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-REBUILD-STATS.
           IF WS-DT-STATS-OUT (WS-DATE-SUB)
               PERFORM 8100-REBUILD-STAT-RECORD
                   VARYING WS-BES-SUB FROM 1 BY 1
                   UNTIL WS-BES-SUB > WS-BES-COUNT
           END-IF.

       8100-REBUILD-STAT-RECORD.
           IF WS-DB-STATS-OUT (WS-DATE-SUB, WS-BES-SUB)
               PERFORM 6200-SET-SOURCE-COUNTS
               MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO WS-RL-RUN-DATE
               MOVE WS-BS-BES-NAME (WS-BES-SUB)  TO WS-RL-BES-NAME
               MOVE WS-BS-BES-NAME (WS-BES-SUB)  TO IVPDS-BES-NAME
               MOVE WS-DT-RUN-DATE (WS-DATE-SUB) TO IVPDS-RUN-DATE
               READ IVP-DAILY-STAT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       SET WS-ENTRY-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-SRC-SUITE-CNT = 0
                       DELETE IVP-DAILY-STAT-MASTER RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-STATS-DELETED
                       MOVE 'IVPDSMST RECORD DELETED' TO WS-RL-ACTION
                   WHEN WS-ENTRY-FOUND
                       MOVE WS-SRC-PASS TO IVPDS-PASS-COUNT
                       MOVE WS-SRC-FAIL TO IVPDS-FAIL-COUNT
                       REWRITE IVP-DAILY-STAT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-STATS-REPLACED
                       MOVE 'IVPDSMST PASS/FAIL REPLACED'
                           TO WS-RL-ACTION
                   WHEN OTHER
                       INITIALIZE IVPDS-DETAIL
                       MOVE WS-SRC-PASS TO IVPDS-PASS-COUNT
                       MOVE WS-SRC-FAIL TO IVPDS-FAIL-COUNT
                       MOVE ZERO        TO IVPDS-LAT-COUNT
                       MOVE ZERO        TO IVPDS-LAT-MIN
                       MOVE ZERO        TO IVPDS-LAT-MAX
                       MOVE ZERO        TO IVPDS-LAT-MEAN
                       MOVE ZERO        TO IVPDS-LAT-P90
                       MOVE ZERO        TO IVPDS-LAT-P95
                       MOVE ZERO        TO IVPDS-LAT-P99
                       WRITE IVP-DAILY-STAT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WS-STATS-ADDED
                       MOVE 'IVPDSMST RECORD ADDED, NO LATENCY'
                           TO WS-RL-ACTION
               END-EVALUATE
               IF WS-STATS-STATUS NOT = '00'
                   DISPLAY 'IVPHRCON: STAT MASTER UPDATE FAILED, '
                       'STATUS=' WS-STATS-STATUS ' KEY=' IVPDS-KEY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               WRITE RECON-RPT-LINE FROM WS-RBLD-LINE
           END-IF.

       9000-TERMINATE.
           MOVE WS-KEYS-MISSING  TO WS-TL-KEYS-MISSING
           MOVE WS-DISCREPANCIES TO WS-TL-DISCREPANCIES
           MOVE WS-UNREPAIRED    TO WS-TL-UNREPAIRED
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE
           CLOSE IVP-HIST-MASTER
           CLOSE IVP-DAILY-STAT-MASTER
           CLOSE RECON-RPT-FILE
           DISPLAY 'IVPHRCON: DAILY RECORDS READ   = '
               WS-DAILY-RECS-READ
           DISPLAY 'IVPHRCON: ARCHIVE RECORDS READ = '
               WS-ARCH-RECS-READ
           DISPLAY 'IVPHRCON: MASTER RECORDS READ  = '
               WS-MASTER-RECS-READ
           DISPLAY 'IVPHRCON: STATS RECORDS READ   = '
               WS-STATS-RECS-READ
           DISPLAY 'IVPHRCON: LAYOUT REJECTED      = '
               WS-LAYOUT-REJECTED
           DISPLAY 'IVPHRCON: KEYS MISSING         = ' WS-KEYS-MISSING
           DISPLAY 'IVPHRCON: DISCREPANCIES        = '
               WS-DISCREPANCIES
           DISPLAY 'IVPHRCON: UNREPAIRED           = ' WS-UNREPAIRED
           DISPLAY 'IVPHRCON: MASTER PURGED        = ' WS-MASTER-PURGED
           DISPLAY 'IVPHRCON: MASTER LOADED        = ' WS-MASTER-LOADED
           DISPLAY 'IVPHRCON: STATS REPLACED       = '
               WS-STATS-REPLACED
           DISPLAY 'IVPHRCON: STATS ADDED          = ' WS-STATS-ADDED
           DISPLAY 'IVPHRCON: STATS DELETED        = ' WS-STATS-DELETED
           EVALUATE TRUE
               WHEN WS-UNREPAIRED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREPANCIES > 0 OR WS-KEYS-MISSING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
