      *  REQUEST    : 031, 042
      *  PURPOSE    : SNAPSHOT-COMPARE JOURNALER FOR THE MAINTAINED
      *               CONTROL TABLES.  THE HAND-EDITED TABLES
      *               (ALRTTHR, SCHEDCAL, RETNPOL, TESTLIB, AUTHROT,
      *               REGNOWN, QUARPOL) HAVE NO APPLY PROGRAM, SO THIS
      *               STEP RUNS AS PART
      *               OF THE PROMOTION OF AN EDITED TABLE: IT COMPARES
      *               THE OUTGOING COPY AGAINST THE EDITED COPY AND
      *               WRITES ONE BEFORE/AFTER TABLE-JOURNAL-RECORD
      *               RECORD-MODE OLD/NEW FDS - BESCFG CARRIES COMP
      *               FIELDS AND USERAUTH IS WRITTEN WITHOUT LINE
      *               BOUNDARIES, SO NEITHER CAN PASS THROUGH THE
      *               GENERIC LINE-SEQUENTIAL PAIR.  QUARSTAT IS
      *               JOURNALED IN LINE BY IVPQUAR AND IS ACCEPTED
      *               HERE THE SAME WAY, THROUGH THE GENERIC PAIR.
      *
      *               ROWS ARE MATCHED ON THE TABLE'S NATURAL KEY,
      *               USING THE SAME JRNL-ROW-KEY SHAPES THE IN-LINE
      *               JOURNALERS WRITE: FIRST 8 BYTES FOR THE
      *               BES-KEYED TABLES (ALRTTHR, RETNPOL, TESTLIB,
      *               AUTHROT, REGNOWN, QUARPOL, QUARSTAT, BESCFG)
      *               AND FIRST 17 BYTES
      *               (USERID/BES/TYPE) FOR USERAUTH.  A BESDRVR ROW
      *               IS KEYED BY ITS BES NAME PLUS ITS ROW LABEL,
      *               SINCE ONE BES MAY OWN SEVERAL DRIVER ROWS.  SO
      *               IVPTBRST REPLAY MATCHES REGARDLESS OF WHICH
      *               PROGRAM WROTE A GIVEN JOURNAL RECORD.  SCHEDCAL
      *               HAS NO UNIQUE ROW KEY, SO ITS ROWS MATCH ON THE
      *               FULL IMAGE AND A CHANGED ROW JOURNALS AS A
      *               DELETE PLUS AN ADD; ANY TABLE NAME WITHOUT A
      *               KNOWN KEY SHAPE IS TREATED THE SAME WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPTBJRN.
           88  WS-MODE-GENERIC               VALUE 'G'.
           88  WS-MODE-BESCFG                VALUE 'C'.
           88  WS-MODE-USERAUTH              VALUE 'U'.
           88  WS-MODE-DRIVER                VALUE 'D'.
       01  WS-KEY-LENGTH            PIC S9(4) COMP VALUE ZERO.
       01  WS-KEYED-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-TABLE-IS-KEYED             VALUE 'Y'.
       01  WS-JRNL-BEFORE-SAVE      PIC X(160).
       01  WS-JRNL-AFTER-SAVE       PIC X(160).

      *    A BESDRVR ROW IS KEYED BY ITS BES NAME AND ROW LABEL, WHICH
      *    ARE NOT ADJACENT IN THE ROW, SO THE KEY IS BUILT HERE.
           COPY BESDRVR REPLACING BES-DRIVER-RECORD BY
               WS-DRVR-IMAGE.
       01  WS-DRVR-KEY-BUILD.
           05  WS-DK-BES-NAME       PIC X(8).
           05  WS-DK-ROW-LABEL      PIC X(8).
           05  FILLER               PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-TABLE-NAME             PIC X(8).
       01  LK-APPLY-USERID           PIC X(8).
               WHEN 'RETNPOL '
               WHEN 'TESTLIB '
               WHEN 'AUTHROT '
               WHEN 'REGNOWN '
               WHEN 'QUARPOL '
               WHEN 'QUARSTAT'
                   MOVE 'G' TO WS-TABLE-MODE
                   MOVE 8 TO WS-KEY-LENGTH
               WHEN 'BESCFG  '
               WHEN 'USERAUTH'
                   MOVE 'U' TO WS-TABLE-MODE
                   MOVE 17 TO WS-KEY-LENGTH
               WHEN 'BESDRVR '
                   MOVE 'D' TO WS-TABLE-MODE
                   MOVE 16 TO WS-KEY-LENGTH
               WHEN OTHER
                   MOVE 'G' TO WS-TABLE-MODE
                   MOVE ZERO TO WS-KEY-LENGTH
           ADD 1 TO WS-OLD-ROWS-READ
           SET WS-OLD-IDX TO WS-OLD-COUNT
           MOVE WS-WORK-IMAGE TO WS-OL-IMAGE (WS-OLD-IDX)
           PERFORM 1200-DERIVE-KEY
           MOVE WS-ROW-KEY TO WS-OL-ROW-KEY (WS-OLD-IDX)
           MOVE 'N' TO WS-OL-MATCHED (WS-OLD-IDX).

      *    JOURNAL ROW KEY FOR THE ROW IMAGE IN WS-WORK-IMAGE.
       1200-DERIVE-KEY.
           MOVE WS-WORK-IMAGE TO WS-ROW-KEY
           IF WS-MODE-DRIVER
               MOVE WS-WORK-IMAGE  TO WS-DRVR-IMAGE
               MOVE BESD-BES-NAME  TO WS-DK-BES-NAME
               MOVE BESD-ROW-LABEL TO WS-DK-ROW-LABEL
               MOVE WS-DRVR-KEY-BUILD TO WS-ROW-KEY
           END-IF
           IF WS-TABLE-IS-KEYED AND WS-KEY-LENGTH < 32
               COMPUTE WS-BLANK-POS = WS-KEY-LENGTH + 1
               COMPUTE WS-BLANK-LEN = 32 - WS-KEY-LENGTH

       2000-PROCESS-NEW-ROW.
           ADD 1 TO WS-NEW-ROWS-READ
           MOVE WS-NEW-IMAGE TO WS-WORK-IMAGE
           PERFORM 1200-DERIVE-KEY
           PERFORM 2200-FIND-OLD-ROW
           EVALUATE TRUE
           MOVE LK-APPLY-USERID     TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE       TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME       TO JRNL-APPLY-TIME
           MOVE 'IVPTBJRN'          TO JRNL-APPLY-PGM
           MOVE WS-ROW-KEY          TO JRNL-ROW-KEY
           MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER-SAVE  TO JRNL-AFTER-IMAGE
