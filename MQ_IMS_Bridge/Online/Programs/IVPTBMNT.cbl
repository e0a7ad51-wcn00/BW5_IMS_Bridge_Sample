      ******************************************************************
      *  PROGRAM-ID : IVPTBMNT
      *  PURPOSE    : ONLINE INQUIRY/UPDATE TRANSACTION FOR THE
      *               MAINTAINED CONTROL TABLES - BESDRVR, BESCFG,
      *               ALRTTHR, SCHEDCAL AND THE USERAUTH GRANTS - SO A
      *               ONE-FIELD RETUNE OR TONIGHT'S BLACKOUT WINDOW NO
      *               LONGER WAITS ON A BATCH TRANSACTION FILE OR A
      *               HAND EDIT PLUS AN IVPTBJRN PROMOTION.  RUNS AS AN
      *               IMS MESSAGE-PROCESSING PROGRAM: EACH INPUT
      *               MESSAGE (TBMNTMSG.CPY) NAMES ONE TABLE SCREEN AND
      *               A FUNCTION - BROWSE BY BES NAME, ADD, REPLACE OR
      *               DELETE - AND THE REPLY IS INSERTED UNDER THAT
      *               TABLE'S OUTPUT MOD.
      *
      *               UPDATES ARE HELD TO THE SAME EDITS THE BATCH
      *               PROGRAMS APPLY: A DRIVER ROW NEEDS A VALID
      *               IVP-TYPE ('S'/'C') AND IVP-BES ('1'/'2') PAIR AS
      *               IVPEDIT REQUIRES, A GRANT'S UATH-EFF-DATE MUST
      *               FALL BEFORE ITS UATH-EXP-DATE, AND A BLACKOUT
      *               WINDOW MUST END AFTER IT STARTS.  A DRIVER ROW
      *               ALSO NEEDS A ROW LABEL NO OTHER ROW USES, SINCE
      *               IVPDRVR RESOLVES PREREQUISITES BY LABEL, AND A
      *               DRIVER ROW ANOTHER ROW NAMES AS ITS PREREQUISITE
      *               CANNOT BE DELETED.  A KEY THAT MATCHES MORE THAN
      *               ONE ROW IS NEVER CHANGED.
      *
      *               AN ACCEPTED CHANGE REWRITES THE LIVE TABLE ON THE
      *               SAME DD THE BATCH SUITE READS, SO THE VERY NEXT
      *               IVPSCHD/IVPDRVR RUN SEES IT WITHOUT A PROMOTION,
      *               AND WRITES THE TABLE-JOURNAL-RECORD (TBLJRNL.CPY)
      *               BEFORE/AFTER IMAGE STAMPED WITH THE OPERATOR'S
      *               SIGNON USERID FROM THE I/O PCB AND THE TIME OF
      *               THE UPDATE.  JOURNAL ROW KEYS TAKE THE SAME
      *               SHAPES THE IN-LINE JOURNALERS WRITE (BES NAME;
      *               BES NAME/ROW LABEL FOR BESDRVR, WHICH MAY HOLD
      *               SEVERAL ROWS PER BES; USERID/BES/TYPE FOR
      *               USERAUTH; THE FULL ROW IMAGE
      *               FOR SCHEDCAL, WHERE A REPLACE JOURNALS AS A
      *               DELETE PLUS AN ADD) SO IVPTBRST REPLAYS ONLINE
      *               AND BATCH CHANGES ALIKE.  IF THIS TRANSACTION
      *               CREATES THE JOURNAL IT SEEDS IT WITH AN 'A'
      *               IMAGE OF EVERY ROW OF THE TABLE BEING CHANGED,
      *               AS IVPCFGUP AND IVPUAUPD DO.
      *
      *               THE TRANSACTION IS DEFINED SERIAL (ONE MESSAGE
      *               AT A TIME) SO TWO OPERATORS CANNOT REWRITE THE
      *               SAME TABLE FROM UNDER EACH OTHER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVPTBMNT.
       AUTHOR. MQ-IMS-BRIDGE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BES-DRIVER-FILE ASSIGN TO BESDRVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT BES-CONFIG-FILE ASSIGN TO BESCFG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT ALERT-THRESHOLD-FILE ASSIGN TO ALRTTHR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT SCHEDULE-CAL-FILE ASSIGN TO SCHEDCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT USER-AUTH-FILE ASSIGN TO USERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT TABLE-JOURNAL-FILE ASSIGN TO TBLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BES-DRIVER-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       FD  BES-CONFIG-FILE
           RECORDING MODE IS F.
           COPY BESCFG.

       FD  ALERT-THRESHOLD-FILE
           RECORDING MODE IS F.
           COPY ALRTTHR.

       FD  SCHEDULE-CAL-FILE
           RECORDING MODE IS F.
           COPY SCHEDCAL.

       FD  USER-AUTH-FILE
           RECORDING MODE IS F.
           COPY USERAUTH.

       FD  TABLE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY TBLJRNL.

       WORKING-STORAGE SECTION.
       01  WS-TABLE-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-JRNL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-APPLY-DATE            PIC 9(8).
       01  WS-APPLY-TIME            PIC X(8).
       01  WS-MSGS-PROCESSED        PIC S9(8) COMP VALUE ZERO.
       01  WS-ROWS-CHANGED          PIC S9(8) COMP VALUE ZERO.
       01  WS-JRNL-WRITTEN          PIC S9(8) COMP VALUE ZERO.

       01  WS-DLI-GU                PIC X(4)  VALUE 'GU  '.
       01  WS-DLI-ISRT              PIC X(4)  VALUE 'ISRT'.
       01  WS-MOD-NAME              PIC X(8)  VALUE SPACES.

       01  WS-QUEUE-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-NO-MORE-MESSAGES           VALUE 'Y'.
       01  WS-TABLE-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-TABLE               VALUE 'Y'.
       01  WS-MSG-ERROR-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-MSG-IN-ERROR               VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-FOUND                VALUE 'Y'.
       01  WS-JRNL-SEED-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-JOURNAL-NEEDS-SEED         VALUE 'Y'.

       01  WS-TABLE-CODE            PIC X(1)  VALUE SPACE.
           88  WS-TABLE-IS-DRIVER            VALUE 'D'.
           88  WS-TABLE-IS-CONFIG            VALUE 'C'.
           88  WS-TABLE-IS-THRESHOLD         VALUE 'T'.
           88  WS-TABLE-IS-SCHEDULE          VALUE 'S'.
           88  WS-TABLE-IS-USERAUTH          VALUE 'U'.

      *    THE WHOLE TABLE IS HELD FOR THE LIFE OF ONE MESSAGE: THE
      *    RAW ROW IMAGE, ITS JOURNAL ROW KEY AND ITS BES NAME FOR THE
      *    BROWSE FILTER.
       01  WS-ROW-TABLE-CTRL.
           05  WS-ROW-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-ROW-MAX-ENTRIES   PIC S9(4) COMP VALUE 1000.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 1000 TIMES
                                    INDEXED BY WS-ROW-IDX.
               10  WS-ROW-IMAGE         PIC X(160).
               10  WS-ROW-KEY           PIC X(32).
               10  WS-ROW-BES-NAME      PIC X(8).
               10  WS-ROW-DELETED       PIC X(1).
                   88  WS-ROW-IS-DELETED       VALUE 'Y'.

       01  WS-NEW-IMAGE             PIC X(160) VALUE SPACES.
       01  WS-NEW-KEY               PIC X(32)  VALUE SPACES.
       01  WS-NEW-BES-NAME          PIC X(8)   VALUE SPACES.
       01  WS-OLD-IMAGE             PIC X(160) VALUE SPACES.
       01  WS-OLD-KEY               PIC X(32)  VALUE SPACES.
       01  WS-SEARCH-KEY            PIC X(32)  VALUE SPACES.
       01  WS-JRNL-TABLE-NAME       PIC X(8)   VALUE SPACES.
       01  WS-JRNL-ACTION           PIC X(1)   VALUE SPACE.
       01  WS-JRNL-ROW-KEY          PIC X(32)  VALUE SPACES.
       01  WS-JRNL-BEFORE-SAVE      PIC X(160) VALUE SPACES.
       01  WS-JRNL-AFTER-SAVE       PIC X(160) VALUE SPACES.

       01  WS-JRNL-KEY-BUILD.
           05  WS-JK-USERID         PIC X(8).
           05  WS-JK-BES-NAME       PIC X(8).
           05  WS-JK-IVP-TYPE       PIC X(1).
           05  FILLER               PIC X(15) VALUE SPACES.

      *    ONE BES MAY OWN SEVERAL DRIVER ROWS, SO A DRIVER ROW IS
      *    KEYED BY ITS BES NAME AND ROW LABEL TOGETHER.
       01  WS-DRVR-KEY-BUILD.
           05  WS-DK-BES-NAME       PIC X(8).
           05  WS-DK-ROW-LABEL      PIC X(8).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-WINDOW-START.
           05  WS-WIN-START-DATE    PIC X(8).
           05  WS-WIN-START-TIME    PIC X(6).
       01  WS-WINDOW-END.
           05  WS-WIN-END-DATE      PIC X(8).
           05  WS-WIN-END-TIME      PIC X(6).

       01  WS-NUMERIC-WORK          PIC 9(8).
       01  WS-SHOWN                 PIC S9(4) COMP VALUE ZERO.
       01  WS-PAGE-SIZE             PIC S9(4) COMP VALUE 15.
       01  WS-START-ROW             PIC S9(4) COMP VALUE ZERO.
       01  WS-ROW-NUMBER            PIC S9(4) COMP VALUE ZERO.
       01  WS-CHANGED-ROW           PIC S9(4) COMP VALUE ZERO.
       01  WS-MATCH-COUNT           PIC S9(4) COMP VALUE ZERO.
       01  WS-MATCH-ROW             PIC S9(4) COMP VALUE ZERO.

       01  WS-DRVR-HEADING          PIC X(79) VALUE
           'ROW  BES-NAME TRAN-ID  PGM-NAME TB WRITES   ALT-BES  ALT-TRA
      -    'N ROW-LBL  PREREQ'.
       01  WS-DRVR-LINE.
           05  WS-DL-ROW            PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-TRAN-ID        PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-PGM-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-IVP-TYPE       PIC X(1).
           05  WS-DL-IVP-BES        PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-IVP-WRITES     PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-ALT-BES        PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-ALT-TRAN       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-ROW-LABEL      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DL-PREREQ-LABEL   PIC X(8).

       01  WS-CFG-HEADING           PIC X(79) VALUE
           'ROW  BES-NAME    DELAY   TASKNO'.
       01  WS-CFG-LINE.
           05  WS-CL-ROW            PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CL-DELAY          PIC -------9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CL-TASKNO         PIC -------9.
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-THR-HEADING           PIC X(79) VALUE
           'ROW  BES-NAME TMO RECON RETRY'.
       01  WS-THR-LINE.
           05  WS-TL-ROW            PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TL-TIMEOUT-LIMIT  PIC ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-TL-RECON-ACTION   PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-TL-RETRY-ACTION   PIC X(1).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-CAL-HEADING           PIC X(79) VALUE
           'ROW  T BES-NAME DETAIL'.
       01  WS-CAL-LINE.
           05  WS-SL-ROW            PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SL-REC-TYPE       PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SL-DETAIL         PIC X(30).
           05  FILLER               PIC X(33) VALUE SPACES.

       01  WS-UAH-HEADING           PIC X(79) VALUE
           'ROW  USERID   BES-NAME T EFF-DATE EXP-DATE'.
       01  WS-UAH-LINE.
           05  WS-UL-ROW            PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-UL-USERID         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-UL-BES-NAME       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-UL-IVP-TYPE       PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-UL-EFF-DATE       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-UL-EXP-DATE       PIC X(8).
           05  FILLER               PIC X(37) VALUE SPACES.

       COPY TBMNTMSG.

       LINKAGE SECTION.
       01  LK-IO-PCB.
           05  LK-IO-LTERM-NAME     PIC X(8).
           05  FILLER               PIC X(2).
           05  LK-IO-STATUS-CODE    PIC X(2).
           05  LK-IO-PREFIX-DATE    PIC S9(7) COMP-3.
           05  LK-IO-PREFIX-TIME    PIC S9(7) COMP-3.
           05  LK-IO-MSG-SEQ-NO     PIC S9(9) COMP.
           05  LK-IO-MOD-NAME       PIC X(8).
           05  LK-IO-USERID         PIC X(8).
           05  LK-IO-GROUP-NAME     PIC X(8).

       PROCEDURE DIVISION USING LK-IO-PCB.
       0000-MAIN.
           PERFORM 1000-GET-MESSAGE
           PERFORM UNTIL WS-NO-MORE-MESSAGES
               ADD 1 TO WS-MSGS-PROCESSED
               PERFORM 2000-PROCESS-MESSAGE
               PERFORM 8000-INSERT-REPLY
               PERFORM 1000-GET-MESSAGE
           END-PERFORM
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-GET-MESSAGE.
           MOVE SPACES TO TBMNT-INPUT-MSG
           CALL 'CBLTDLI' USING WS-DLI-GU LK-IO-PCB TBMNT-INPUT-MSG
           EVALUATE LK-IO-STATUS-CODE
               WHEN SPACES
                   CONTINUE
               WHEN 'QC'
                   SET WS-NO-MORE-MESSAGES TO TRUE
               WHEN OTHER
                   DISPLAY 'IVPTBMNT: GU ON I/O PCB FAILED, STATUS='
                       LK-IO-STATUS-CODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       2000-PROCESS-MESSAGE.
           MOVE 'N' TO WS-MSG-ERROR-SWITCH
           MOVE SPACES TO TBMNT-OUTPUT-MSG
           MOVE ZERO TO TBMO-ZZ
           MOVE ZERO TO TBMO-ROWS-SHOWN
           MOVE ZERO TO TBMO-NEXT-ROW
           MOVE TBMI-TABLE-NAME TO TBMO-TABLE-NAME
           MOVE TBMI-FUNCTION   TO TBMO-FUNCTION
           MOVE TBMI-KEY-BES    TO TBMO-KEY-BES
           PERFORM 2100-SELECT-SCREEN
           IF NOT WS-MSG-IN-ERROR
               PERFORM 3000-LOAD-TABLE
           END-IF
           IF NOT WS-MSG-IN-ERROR
               EVALUATE TRUE
                   WHEN TBMI-BROWSE
                       PERFORM 7000-BROWSE-TABLE
                   WHEN TBMI-ADD-ROW
                   WHEN TBMI-REPLACE-ROW
                   WHEN TBMI-DELETE-ROW
                       PERFORM 4000-EDIT-AND-BUILD
                       IF NOT WS-MSG-IN-ERROR
                           PERFORM 5000-APPLY-CHANGE
                       END-IF
                       IF NOT WS-MSG-IN-ERROR
                           PERFORM 6000-REWRITE-TABLE
                       END-IF
                       IF NOT WS-MSG-IN-ERROR
                           MOVE ZERO TO TBMI-START-ROW
                           PERFORM 7000-BROWSE-TABLE
                           PERFORM 6500-JOURNAL-CHANGE
                       END-IF
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE B, A, R OR D'
                           TO TBMO-MESSAGE
               END-EVALUATE
           END-IF.

       2100-SELECT-SCREEN.
           EVALUATE TBMI-TABLE-NAME
               WHEN 'BESDRVR'
                   MOVE 'D'        TO WS-TABLE-CODE
                   MOVE 'TBMDRVO'  TO WS-MOD-NAME
                   MOVE WS-DRVR-HEADING TO TBMO-HEADING
               WHEN 'BESCFG'
                   MOVE 'C'        TO WS-TABLE-CODE
                   MOVE 'TBMCFGO'  TO WS-MOD-NAME
                   MOVE WS-CFG-HEADING TO TBMO-HEADING
               WHEN 'ALRTTHR'
                   MOVE 'T'        TO WS-TABLE-CODE
                   MOVE 'TBMTHRO'  TO WS-MOD-NAME
                   MOVE WS-THR-HEADING TO TBMO-HEADING
               WHEN 'SCHEDCAL'
                   MOVE 'S'        TO WS-TABLE-CODE
                   MOVE 'TBMCALO'  TO WS-MOD-NAME
                   MOVE WS-CAL-HEADING TO TBMO-HEADING
               WHEN 'USERAUTH'
                   MOVE 'U'        TO WS-TABLE-CODE
                   MOVE 'TBMUAHO'  TO WS-MOD-NAME
                   MOVE WS-UAH-HEADING TO TBMO-HEADING
               WHEN OTHER
                   MOVE SPACE      TO WS-TABLE-CODE
                   MOVE 'TBMMENO'  TO WS-MOD-NAME
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'UNKNOWN TABLE - BESDRVR, BESCFG, ALRTTHR, SCHED
      -                 'CAL OR USERAUTH' TO TBMO-MESSAGE
           END-EVALUATE.

      ******************************************************************
      *    LOAD THE NAMED TABLE INTO WS-ROW-TABLE
      ******************************************************************
       3000-LOAD-TABLE.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   OPEN INPUT BES-DRIVER-FILE
               WHEN WS-TABLE-IS-CONFIG
                   OPEN INPUT BES-CONFIG-FILE
               WHEN WS-TABLE-IS-THRESHOLD
                   OPEN INPUT ALERT-THRESHOLD-FILE
               WHEN WS-TABLE-IS-SCHEDULE
                   OPEN INPUT SCHEDULE-CAL-FILE
               WHEN WS-TABLE-IS-USERAUTH
                   OPEN INPUT USER-AUTH-FILE
           END-EVALUATE
           IF WS-TABLE-STATUS NOT = '00'
               SET WS-MSG-IN-ERROR TO TRUE
               STRING 'UNABLE TO OPEN ' TBMI-TABLE-NAME
                      ', STATUS=' WS-TABLE-STATUS
                   DELIMITED BY SIZE INTO TBMO-MESSAGE
           ELSE
               PERFORM 3100-READ-TABLE-ROW
               PERFORM UNTIL WS-END-OF-TABLE OR WS-MSG-IN-ERROR
                   IF WS-ROW-COUNT >= WS-ROW-MAX-ENTRIES
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'TABLE TOO LARGE FOR ONLINE MAINTENANCE - US
      -                     'E THE BATCH UPDATE' TO TBMO-MESSAGE
                   ELSE
                       ADD 1 TO WS-ROW-COUNT
                       SET WS-ROW-IDX TO WS-ROW-COUNT
                       PERFORM 3200-STORE-TABLE-ROW
                       PERFORM 3100-READ-TABLE-ROW
                   END-IF
               END-PERFORM
               PERFORM 3900-CLOSE-TABLE
           END-IF.

       3100-READ-TABLE-ROW.
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   READ BES-DRIVER-FILE
                       AT END SET WS-END-OF-TABLE TO TRUE
                   END-READ
               WHEN WS-TABLE-IS-CONFIG
                   READ BES-CONFIG-FILE
                       AT END SET WS-END-OF-TABLE TO TRUE
                   END-READ
               WHEN WS-TABLE-IS-THRESHOLD
                   READ ALERT-THRESHOLD-FILE
                       AT END SET WS-END-OF-TABLE TO TRUE
                   END-READ
               WHEN WS-TABLE-IS-SCHEDULE
                   READ SCHEDULE-CAL-FILE
                       AT END SET WS-END-OF-TABLE TO TRUE
                   END-READ
               WHEN WS-TABLE-IS-USERAUTH
                   READ USER-AUTH-FILE
                       AT END SET WS-END-OF-TABLE TO TRUE
                   END-READ
           END-EVALUATE.

       3200-STORE-TABLE-ROW.
           MOVE 'N' TO WS-ROW-DELETED (WS-ROW-IDX)
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   MOVE BES-DRIVER-RECORD TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE BESD-BES-NAME TO WS-ROW-BES-NAME (WS-ROW-IDX)
               WHEN WS-TABLE-IS-CONFIG
                   MOVE BES-CONFIG-RECORD TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE BESC-BES-NAME TO WS-ROW-BES-NAME (WS-ROW-IDX)
               WHEN WS-TABLE-IS-THRESHOLD
                   MOVE ALERT-THRESHOLD-RECORD
                       TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE ALTH-BES-NAME TO WS-ROW-BES-NAME (WS-ROW-IDX)
               WHEN WS-TABLE-IS-SCHEDULE
                   MOVE SCHEDULE-CAL-RECORD
                       TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE SCAL-BES-NAME TO WS-ROW-BES-NAME (WS-ROW-IDX)
               WHEN WS-TABLE-IS-USERAUTH
                   MOVE USER-AUTH-RECORD TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE UATH-BES-NAME TO WS-ROW-BES-NAME (WS-ROW-IDX)
           END-EVALUATE
           PERFORM 3300-BUILD-ROW-KEY
           MOVE WS-NEW-KEY TO WS-ROW-KEY (WS-ROW-IDX).

      *    JOURNAL ROW KEY FOR THE ROW NOW IN THE TABLE'S FD RECORD.
       3300-BUILD-ROW-KEY.
           MOVE SPACES TO WS-NEW-KEY
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   MOVE BESD-BES-NAME  TO WS-DK-BES-NAME
                   MOVE BESD-ROW-LABEL TO WS-DK-ROW-LABEL
                   MOVE WS-DRVR-KEY-BUILD TO WS-NEW-KEY
               WHEN WS-TABLE-IS-CONFIG
                   MOVE BESC-BES-NAME TO WS-NEW-KEY
               WHEN WS-TABLE-IS-THRESHOLD
                   MOVE ALTH-BES-NAME TO WS-NEW-KEY
               WHEN WS-TABLE-IS-SCHEDULE
                   MOVE SCHEDULE-CAL-RECORD TO WS-NEW-KEY
               WHEN WS-TABLE-IS-USERAUTH
                   MOVE UATH-USERID   TO WS-JK-USERID
                   MOVE UATH-BES-NAME TO WS-JK-BES-NAME
                   MOVE UATH-IVP-TYPE TO WS-JK-IVP-TYPE
                   MOVE WS-JRNL-KEY-BUILD TO WS-NEW-KEY
           END-EVALUATE.

       3900-CLOSE-TABLE.
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   CLOSE BES-DRIVER-FILE
               WHEN WS-TABLE-IS-CONFIG
                   CLOSE BES-CONFIG-FILE
               WHEN WS-TABLE-IS-THRESHOLD
                   CLOSE ALERT-THRESHOLD-FILE
               WHEN WS-TABLE-IS-SCHEDULE
                   CLOSE SCHEDULE-CAL-FILE
               WHEN WS-TABLE-IS-USERAUTH
                   CLOSE USER-AUTH-FILE
           END-EVALUATE.

      ******************************************************************
      *    EDIT THE SCREEN FIELDS AND BUILD THE NEW ROW IMAGE IN THE
      *    TABLE'S FD RECORD.  A DELETE NEEDS ONLY THE KEY FIELDS.
      ******************************************************************
      *    A SHOP HOLIDAY NAMES NO BES AND A BLACKOUT WITHOUT ONE
      *    COVERS EVERY BES, SO ONLY THOSE TWO CALENDAR ROWS MAY LEAVE
      *    THE BES NAME BLANK.
       4000-EDIT-AND-BUILD.
           IF TBMI-KEY-BES = SPACES
                   AND NOT (WS-TABLE-IS-SCHEDULE
                       AND (TBMI-CAL-REC-TYPE = 'H'
                         OR TBMI-CAL-REC-TYPE = 'B'))
               SET WS-MSG-IN-ERROR TO TRUE
               MOVE 'BES NAME IS REQUIRED' TO TBMO-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TABLE-IS-DRIVER
                       PERFORM 4100-EDIT-DRIVER-ROW
                   WHEN WS-TABLE-IS-CONFIG
                       PERFORM 4200-EDIT-CONFIG-ROW
                   WHEN WS-TABLE-IS-THRESHOLD
                       PERFORM 4300-EDIT-THRESHOLD-ROW
                   WHEN WS-TABLE-IS-SCHEDULE
                       PERFORM 4400-EDIT-SCHEDULE-ROW
                   WHEN WS-TABLE-IS-USERAUTH
                       PERFORM 4500-EDIT-GRANT-ROW
               END-EVALUATE
           END-IF
           IF NOT WS-MSG-IN-ERROR
               PERFORM 3300-BUILD-ROW-KEY
               MOVE SPACES TO WS-NEW-IMAGE
               EVALUATE TRUE
                   WHEN WS-TABLE-IS-DRIVER
                       MOVE BES-DRIVER-RECORD TO WS-NEW-IMAGE
                   WHEN WS-TABLE-IS-CONFIG
                       MOVE BES-CONFIG-RECORD TO WS-NEW-IMAGE
                   WHEN WS-TABLE-IS-THRESHOLD
                       MOVE ALERT-THRESHOLD-RECORD TO WS-NEW-IMAGE
                   WHEN WS-TABLE-IS-SCHEDULE
                       MOVE SCHEDULE-CAL-RECORD TO WS-NEW-IMAGE
                   WHEN WS-TABLE-IS-USERAUTH
                       MOVE USER-AUTH-RECORD TO WS-NEW-IMAGE
               END-EVALUATE
               MOVE TBMI-KEY-BES TO WS-NEW-BES-NAME
           END-IF.

       4100-EDIT-DRIVER-ROW.
           MOVE SPACES TO BES-DRIVER-RECORD
           MOVE TBMI-KEY-BES TO BESD-BES-NAME
           MOVE TBMI-DRVR-ROW-LABEL TO BESD-ROW-LABEL
           IF NOT TBMI-DELETE-ROW
               EVALUATE TRUE
                   WHEN TBMI-DRVR-ROW-LABEL = SPACES
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'ROW LABEL IS REQUIRED' TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-TRAN-ID = SPACES
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'TRAN ID IS REQUIRED' TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-IVP-TYPE NOT = 'S'
                           AND TBMI-DRVR-IVP-TYPE NOT = 'C'
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'UNDEFINED IVP-TYPE - USE S OR C'
                           TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-IVP-BES NOT = '1'
                           AND TBMI-DRVR-IVP-BES NOT = '2'
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'UNDEFINED IVP-BES - USE 1 OR 2'
                           TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-IVP-WRITES NOT NUMERIC
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'IVP-WRITES MUST BE 8 DIGITS'
                           TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-ALT-BES NOT = SPACES
                           AND TBMI-DRVR-ALT-TRAN = SPACES
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'ALTERNATE BES NEEDS AN ALTERNATE TRAN ID'
                           TO TBMO-MESSAGE
                   WHEN TBMI-DRVR-PREREQ-LABEL NOT = SPACES
                           AND TBMI-DRVR-PREREQ-LABEL
                               = TBMI-DRVR-ROW-LABEL
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'A ROW CANNOT BE ITS OWN PREREQUISITE'
                           TO TBMO-MESSAGE
                   WHEN OTHER
                       MOVE TBMI-DRVR-TRAN-ID  TO BESD-BES-TRAN-ID
                       MOVE TBMI-DRVR-PGM-NAME TO BESD-BES-PGM-NAME
                       MOVE TBMI-DRVR-IVP-TYPE TO BESD-IVP-TYPE
                       MOVE TBMI-DRVR-IVP-BES  TO BESD-IVP-BES
                       MOVE TBMI-DRVR-IVP-WRITES TO WS-NUMERIC-WORK
                       MOVE WS-NUMERIC-WORK    TO BESD-IVP-WRITES
                       MOVE TBMI-DRVR-ALT-BES  TO BESD-ALT-BES-NAME
                       MOVE TBMI-DRVR-ALT-TRAN TO BESD-ALT-TRAN-ID
                       MOVE TBMI-DRVR-PREREQ-LABEL
                           TO BESD-PREREQ-LABEL
               END-EVALUATE
               IF NOT WS-MSG-IN-ERROR
                   PERFORM 4110-CHECK-LABEL-UNIQUE
               END-IF
           ELSE
               IF TBMI-DRVR-ROW-LABEL NOT = SPACES
                   PERFORM 4120-CHECK-NOT-PREREQ
               END-IF
           END-IF.

      *    IVPDRVR RESOLVES A PREREQUISITE LABEL ACROSS THE WHOLE
      *    TABLE, SO A ROW LABEL MAY BE USED BY ONLY ONE ROW OF ANY
      *    BES.  A ROW WITH THIS ROW'S OWN KEY IS LEFT TO 5000, WHICH
      *    REFUSES THE ADD OR REPLACES THAT ROW.
       4110-CHECK-LABEL-UNIQUE.
           IF WS-ROW-COUNT > 0
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW-KEY (WS-ROW-IDX) TO WS-DRVR-KEY-BUILD
                   IF NOT WS-ROW-IS-DELETED (WS-ROW-IDX)
                           AND WS-DK-ROW-LABEL = TBMI-DRVR-ROW-LABEL
                           AND WS-DK-BES-NAME NOT = TBMI-KEY-BES
                       SET WS-MSG-IN-ERROR TO TRUE
                       STRING 'ROW LABEL ' TBMI-DRVR-ROW-LABEL
                              ' IS ALREADY USED BY BES '
                              WS-DK-BES-NAME
                           DELIMITED BY SIZE INTO TBMO-MESSAGE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    A ROW ANOTHER LIVE ROW NAMES AS ITS PREREQUISITE MAY NOT BE
      *    DELETED, OR IVPDRVR WOULD FIND THAT DEPENDENT'S PREREQUISITE
      *    MISSING.  THE SCAN BORROWS THE FD RECORD, SO THE DELETE'S
      *    KEY FIELDS ARE PUT BACK AFTERWARDS.
       4120-CHECK-NOT-PREREQ.
           IF WS-ROW-COUNT > 0
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO BES-DRIVER-RECORD
                   IF NOT WS-ROW-IS-DELETED (WS-ROW-IDX)
                           AND BESD-PREREQ-LABEL = TBMI-DRVR-ROW-LABEL
                           AND BESD-ROW-LABEL NOT = TBMI-DRVR-ROW-LABEL
                       SET WS-MSG-IN-ERROR TO TRUE
                       STRING 'ROW ' TBMI-DRVR-ROW-LABEL
                              ' IS THE PREREQUISITE OF BES '
                              BESD-BES-NAME ' ROW ' BESD-ROW-LABEL
                           DELIMITED BY SIZE INTO TBMO-MESSAGE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO BES-DRIVER-RECORD
           MOVE TBMI-KEY-BES TO BESD-BES-NAME
           MOVE TBMI-DRVR-ROW-LABEL TO BESD-ROW-LABEL.

       4200-EDIT-CONFIG-ROW.
           MOVE SPACES TO BES-CONFIG-RECORD
           MOVE TBMI-KEY-BES TO BESC-BES-NAME
           MOVE ZERO TO BESC-DEFAULT-DELAY
           MOVE ZERO TO BESC-DEFAULT-TASKNO
           IF NOT TBMI-DELETE-ROW
               IF TBMI-CFG-DELAY NOT NUMERIC
                       OR TBMI-CFG-TASKNO NOT NUMERIC
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'DELAY AND TASKNO MUST BE 8 DIGITS'
                       TO TBMO-MESSAGE
               ELSE
                   MOVE TBMI-CFG-DELAY  TO WS-NUMERIC-WORK
                   MOVE WS-NUMERIC-WORK TO BESC-DEFAULT-DELAY
                   MOVE TBMI-CFG-TASKNO TO WS-NUMERIC-WORK
                   MOVE WS-NUMERIC-WORK TO BESC-DEFAULT-TASKNO
               END-IF
           END-IF.

       4300-EDIT-THRESHOLD-ROW.
           MOVE SPACES TO ALERT-THRESHOLD-RECORD
           MOVE TBMI-KEY-BES TO ALTH-BES-NAME
           MOVE ZERO TO ALTH-TIMEOUT-LIMIT
           IF NOT TBMI-DELETE-ROW
               EVALUATE TRUE
                   WHEN TBMI-THR-TIMEOUT-LIMIT NOT NUMERIC
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'TIMEOUT LIMIT MUST BE 3 DIGITS'
                           TO TBMO-MESSAGE
                   WHEN TBMI-THR-RECON-ACTION NOT = 'P'
                           AND TBMI-THR-RECON-ACTION NOT = 'W'
                           AND TBMI-THR-RECON-ACTION NOT = 'N'
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'RECON ACTION MUST BE P, W OR N'
                           TO TBMO-MESSAGE
                   WHEN TBMI-THR-RETRY-ACTION NOT = 'P'
                           AND TBMI-THR-RETRY-ACTION NOT = 'W'
                           AND TBMI-THR-RETRY-ACTION NOT = 'N'
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'RETRY ACTION MUST BE P, W OR N'
                           TO TBMO-MESSAGE
                   WHEN OTHER
                       MOVE TBMI-THR-TIMEOUT-LIMIT
                           TO ALTH-TIMEOUT-LIMIT
                       MOVE TBMI-THR-RECON-ACTION
                           TO ALTH-RECON-ACTION
                       MOVE TBMI-THR-RETRY-ACTION
                           TO ALTH-RETRY-ACTION
               END-EVALUATE
           END-IF.

      *    SCHEDCAL IS KEYED BY THE WHOLE ROW, SO EVERY FUNCTION NEEDS
      *    THE FULL NEW ROW; A REPLACE ALSO NAMES THE ROW IT REPLACES.
       4400-EDIT-SCHEDULE-ROW.
           MOVE SPACES TO SCHEDULE-CAL-RECORD
           MOVE TBMI-CAL-REC-TYPE TO SCAL-REC-TYPE
           MOVE TBMI-KEY-BES      TO SCAL-BES-NAME
           MOVE TBMI-CAL-DETAIL   TO SCAL-DETAIL
           EVALUATE TRUE
               WHEN SCAL-FREQUENCY-ROW
                   IF SCAL-FREQUENCY NOT = 'E'
                           AND SCAL-FREQUENCY NOT = 'H'
                           AND SCAL-FREQUENCY NOT = 'D'
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'FREQUENCY MUST BE E, H OR D'
                           TO TBMO-MESSAGE
                   END-IF
               WHEN SCAL-BLACKOUT-ROW
                   MOVE SCAL-BLK-START-DATE TO WS-WIN-START-DATE
                   MOVE SCAL-BLK-START-TIME TO WS-WIN-START-TIME
                   MOVE SCAL-BLK-END-DATE   TO WS-WIN-END-DATE
                   MOVE SCAL-BLK-END-TIME   TO WS-WIN-END-TIME
                   IF WS-WINDOW-START NOT NUMERIC
                           OR WS-WINDOW-END NOT NUMERIC
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'BLACKOUT DATES/TIMES MUST BE YYYYMMDD HHMMS
      -                     'S' TO TBMO-MESSAGE
                   ELSE
                       IF WS-WINDOW-END NOT > WS-WINDOW-START
                           SET WS-MSG-IN-ERROR TO TRUE
                           MOVE 'BLACKOUT END MUST BE AFTER ITS START'
                               TO TBMO-MESSAGE
                       END-IF
                   END-IF
               WHEN SCAL-HOLIDAY-ROW
                   IF SCAL-HOL-DATE NOT NUMERIC
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'HOLIDAY DATE MUST BE YYYYMMDD'
                           TO TBMO-MESSAGE
                   END-IF
               WHEN OTHER
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'ROW TYPE MUST BE F, B OR H' TO TBMO-MESSAGE
           END-EVALUATE
           IF TBMI-REPLACE-ROW AND NOT WS-MSG-IN-ERROR
               MOVE SPACES TO WS-OLD-KEY
               STRING TBMI-CAL-OLD-REC-TYPE TBMI-KEY-BES
                      TBMI-CAL-OLD-DETAIL
                   DELIMITED BY SIZE INTO WS-OLD-KEY
           END-IF.

       4500-EDIT-GRANT-ROW.
           MOVE SPACES TO USER-AUTH-RECORD
           MOVE TBMI-UAH-USERID   TO UATH-USERID
           MOVE TBMI-KEY-BES      TO UATH-BES-NAME
           MOVE TBMI-UAH-IVP-TYPE TO UATH-IVP-TYPE
           EVALUATE TRUE
               WHEN TBMI-UAH-USERID = SPACES
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'USERID IS REQUIRED' TO TBMO-MESSAGE
               WHEN TBMI-UAH-IVP-TYPE NOT = 'S'
                       AND TBMI-UAH-IVP-TYPE NOT = 'C'
                       AND TBMI-UAH-IVP-TYPE NOT = '*'
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'IVP-TYPE MUST BE S, C OR *' TO TBMO-MESSAGE
               WHEN TBMI-DELETE-ROW
                   CONTINUE
               WHEN TBMI-UAH-EFF-DATE NOT NUMERIC
                       OR TBMI-UAH-EXP-DATE NOT NUMERIC
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'EFFECTIVE/EXPIRY DATES MUST BE YYYYMMDD'
                       TO TBMO-MESSAGE
               WHEN TBMI-UAH-EFF-DATE NOT < TBMI-UAH-EXP-DATE
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'EFFECTIVE DATE MUST BE BEFORE EXPIRY DATE'
                       TO TBMO-MESSAGE
               WHEN OTHER
                   MOVE TBMI-UAH-EFF-DATE TO UATH-EFF-DATE
                   MOVE TBMI-UAH-EXP-DATE TO UATH-EXP-DATE
           END-EVALUATE.

      ******************************************************************
      *    APPLY THE CHANGE TO THE IN-STORAGE TABLE, SAVING THE
      *    BEFORE/AFTER IMAGES FOR THE JOURNAL
      ******************************************************************
       5000-APPLY-CHANGE.
           MOVE WS-NEW-KEY TO WS-SEARCH-KEY
           IF WS-TABLE-IS-SCHEDULE AND TBMI-REPLACE-ROW
               MOVE WS-OLD-KEY TO WS-SEARCH-KEY
           END-IF
           PERFORM 5100-FIND-ROW
           MOVE ZERO TO WS-CHANGED-ROW
           IF WS-ENTRY-FOUND
               SET WS-CHANGED-ROW TO WS-ROW-IDX
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT > 1
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE ZERO TO WS-CHANGED-ROW
                   MOVE WS-MATCH-COUNT TO WS-NUMERIC-WORK
                   STRING 'KEY MATCHES ' WS-NUMERIC-WORK (5:4)
                          ' ROWS - NOTHING CHANGED, CORRECT THE TABLE'
                       DELIMITED BY SIZE INTO TBMO-MESSAGE
               WHEN TBMI-ADD-ROW AND WS-ENTRY-FOUND
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'ROW ALREADY ON FILE - USE R TO REPLACE IT'
                       TO TBMO-MESSAGE
               WHEN TBMI-ADD-ROW
                   IF WS-ROW-COUNT >= WS-ROW-MAX-ENTRIES
                       SET WS-MSG-IN-ERROR TO TRUE
                       MOVE 'TABLE TOO LARGE FOR ONLINE MAINTENANCE - US
      -                     'E THE BATCH UPDATE' TO TBMO-MESSAGE
                   ELSE
                       ADD 1 TO WS-ROW-COUNT
                       SET WS-ROW-IDX TO WS-ROW-COUNT
                       SET WS-CHANGED-ROW TO WS-ROW-IDX
                       MOVE WS-NEW-IMAGE TO WS-ROW-IMAGE (WS-ROW-IDX)
                       MOVE WS-NEW-KEY   TO WS-ROW-KEY (WS-ROW-IDX)
                       MOVE WS-NEW-BES-NAME
                           TO WS-ROW-BES-NAME (WS-ROW-IDX)
                       MOVE 'N' TO WS-ROW-DELETED (WS-ROW-IDX)
                       MOVE SPACES TO WS-OLD-IMAGE
                   END-IF
               WHEN NOT WS-ENTRY-FOUND
                   SET WS-MSG-IN-ERROR TO TRUE
                   MOVE 'ROW NOT ON FILE' TO TBMO-MESSAGE
               WHEN TBMI-DELETE-ROW
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO WS-OLD-IMAGE
                   MOVE 'Y' TO WS-ROW-DELETED (WS-ROW-IDX)
               WHEN OTHER
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO WS-OLD-IMAGE
                   MOVE WS-NEW-IMAGE TO WS-ROW-IMAGE (WS-ROW-IDX)
                   MOVE WS-NEW-KEY   TO WS-ROW-KEY (WS-ROW-IDX)
           END-EVALUATE.

      *    COUNTS EVERY LIVE ROW WITH THE SEARCH KEY AND LEAVES
      *    WS-ROW-IDX ON THE FIRST.  MORE THAN ONE MATCH (UNLABELLED
      *    DRIVER ROWS OF ONE BES, OR A DUPLICATED ROW) IS REFUSED BY
      *    5000 RATHER THAN CHANGING WHICHEVER ROW COMES FIRST.
       5100-FIND-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-MATCH-ROW
           IF WS-ROW-COUNT > 0
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF WS-ROW-KEY (WS-ROW-IDX) = WS-SEARCH-KEY
                           AND NOT WS-ROW-IS-DELETED (WS-ROW-IDX)
                       ADD 1 TO WS-MATCH-COUNT
                       IF NOT WS-ENTRY-FOUND
                           SET WS-ENTRY-FOUND TO TRUE
                           SET WS-MATCH-ROW TO WS-ROW-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-FOUND
               SET WS-ROW-IDX TO WS-MATCH-ROW
           END-IF.

      ******************************************************************
      *    REWRITE THE LIVE TABLE FROM THE IN-STORAGE COPY
      ******************************************************************
       6000-REWRITE-TABLE.
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   OPEN OUTPUT BES-DRIVER-FILE
               WHEN WS-TABLE-IS-CONFIG
                   OPEN OUTPUT BES-CONFIG-FILE
               WHEN WS-TABLE-IS-THRESHOLD
                   OPEN OUTPUT ALERT-THRESHOLD-FILE
               WHEN WS-TABLE-IS-SCHEDULE
                   OPEN OUTPUT SCHEDULE-CAL-FILE
               WHEN WS-TABLE-IS-USERAUTH
                   OPEN OUTPUT USER-AUTH-FILE
           END-EVALUATE
           IF WS-TABLE-STATUS NOT = '00'
               SET WS-MSG-IN-ERROR TO TRUE
               STRING 'UNABLE TO REWRITE ' TBMI-TABLE-NAME
                      ', STATUS=' WS-TABLE-STATUS
                   DELIMITED BY SIZE INTO TBMO-MESSAGE
           ELSE
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF NOT WS-ROW-IS-DELETED (WS-ROW-IDX)
                       PERFORM 6100-WRITE-TABLE-ROW
                   END-IF
               END-PERFORM
               PERFORM 3900-CLOSE-TABLE
               ADD 1 TO WS-ROWS-CHANGED
           END-IF.

       6100-WRITE-TABLE-ROW.
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO BES-DRIVER-RECORD
                   WRITE BES-DRIVER-RECORD
               WHEN WS-TABLE-IS-CONFIG
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO BES-CONFIG-RECORD
                   WRITE BES-CONFIG-RECORD
               WHEN WS-TABLE-IS-THRESHOLD
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX)
                       TO ALERT-THRESHOLD-RECORD
                   WRITE ALERT-THRESHOLD-RECORD
               WHEN WS-TABLE-IS-SCHEDULE
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX)
                       TO SCHEDULE-CAL-RECORD
                   WRITE SCHEDULE-CAL-RECORD
               WHEN WS-TABLE-IS-USERAUTH
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO USER-AUTH-RECORD
                   WRITE USER-AUTH-RECORD
           END-EVALUATE.

      ******************************************************************
      *    JOURNAL THE APPLIED CHANGE UNDER THE SIGNON USERID
      ******************************************************************
       6500-JOURNAL-CHANGE.
           MOVE 'N' TO WS-JRNL-SEED-SWITCH
           OPEN EXTEND TABLE-JOURNAL-FILE
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT TABLE-JOURNAL-FILE
               SET WS-JOURNAL-NEEDS-SEED TO TRUE
           END-IF
           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'IVPTBMNT: UNABLE TO OPEN JOURNAL, STATUS='
                   WS-JRNL-STATUS
               MOVE 'CHANGE APPLIED BUT NOT JOURNALED - CALL SUPPORT'
                   TO TBMO-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               ACCEPT WS-APPLY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-APPLY-TIME FROM TIME
               MOVE TBMI-TABLE-NAME TO WS-JRNL-TABLE-NAME
               IF WS-JOURNAL-NEEDS-SEED
                   PERFORM 6700-JOURNAL-SEED
               END-IF
               EVALUATE TRUE
                   WHEN TBMI-ADD-ROW
                       MOVE 'A'          TO WS-JRNL-ACTION
                       MOVE WS-NEW-KEY   TO WS-JRNL-ROW-KEY
                       MOVE SPACES       TO WS-JRNL-BEFORE-SAVE
                       MOVE WS-NEW-IMAGE TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
                   WHEN TBMI-DELETE-ROW
                       MOVE 'D'          TO WS-JRNL-ACTION
                       MOVE WS-SEARCH-KEY TO WS-JRNL-ROW-KEY
                       MOVE WS-OLD-IMAGE TO WS-JRNL-BEFORE-SAVE
                       MOVE SPACES       TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
                   WHEN WS-TABLE-IS-SCHEDULE
                       MOVE 'D'          TO WS-JRNL-ACTION
                       MOVE WS-OLD-KEY   TO WS-JRNL-ROW-KEY
                       MOVE WS-OLD-IMAGE TO WS-JRNL-BEFORE-SAVE
                       MOVE SPACES       TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
                       MOVE 'A'          TO WS-JRNL-ACTION
                       MOVE WS-NEW-KEY   TO WS-JRNL-ROW-KEY
                       MOVE SPACES       TO WS-JRNL-BEFORE-SAVE
                       MOVE WS-NEW-IMAGE TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
                   WHEN OTHER
                       MOVE 'R'          TO WS-JRNL-ACTION
                       MOVE WS-NEW-KEY   TO WS-JRNL-ROW-KEY
                       MOVE WS-OLD-IMAGE TO WS-JRNL-BEFORE-SAVE
                       MOVE WS-NEW-IMAGE TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
               END-EVALUATE
               CLOSE TABLE-JOURNAL-FILE
               MOVE 'CHANGE APPLIED AND JOURNALED' TO TBMO-MESSAGE
           END-IF.

       6600-WRITE-JOURNAL.
           MOVE SPACES TO TABLE-JOURNAL-RECORD
           MOVE WS-JRNL-TABLE-NAME  TO JRNL-TABLE-NAME
           MOVE WS-JRNL-ACTION      TO JRNL-ACTION
           MOVE LK-IO-USERID        TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE       TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME       TO JRNL-APPLY-TIME
           MOVE 'IVPTBMNT'          TO JRNL-APPLY-PGM
           MOVE WS-JRNL-ROW-KEY     TO JRNL-ROW-KEY
           MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER-SAVE  TO JRNL-AFTER-IMAGE
           WRITE TABLE-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-WRITTEN.

      *    A NEW JOURNAL STARTS WITH THE TABLE AS IT STOOD BEFORE THIS
      *    CHANGE, SO AN IVPTBRST REPLAY REBUILDS EVERY ROW.
       6700-JOURNAL-SEED.
           MOVE 'A' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-JRNL-BEFORE-SAVE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               SET WS-ROW-NUMBER TO WS-ROW-IDX
               EVALUATE TRUE
                   WHEN WS-ROW-NUMBER = WS-CHANGED-ROW
                           AND TBMI-ADD-ROW
                       CONTINUE
                   WHEN WS-ROW-NUMBER = WS-CHANGED-ROW
                       MOVE WS-SEARCH-KEY TO WS-JRNL-ROW-KEY
                       MOVE WS-OLD-IMAGE  TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
                   WHEN OTHER
                       MOVE WS-ROW-KEY (WS-ROW-IDX)
                           TO WS-JRNL-ROW-KEY
                       MOVE WS-ROW-IMAGE (WS-ROW-IDX)
                           TO WS-JRNL-AFTER-SAVE
                       PERFORM 6600-WRITE-JOURNAL
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *    BROWSE ONE PAGE OF ROWS FOR THE BES NAME ON THE SCREEN
      ******************************************************************
       7000-BROWSE-TABLE.
           MOVE ZERO TO WS-SHOWN
           MOVE TBMI-START-ROW TO WS-START-ROW
           IF WS-START-ROW < 1
               MOVE 1 TO WS-START-ROW
           END-IF
           MOVE ZERO TO TBMO-NEXT-ROW
           IF WS-ROW-COUNT >= WS-START-ROW
               PERFORM VARYING WS-ROW-IDX FROM WS-START-ROW BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF NOT WS-ROW-IS-DELETED (WS-ROW-IDX)
                       AND (TBMI-KEY-BES = SPACES
                        OR WS-ROW-BES-NAME (WS-ROW-IDX) = TBMI-KEY-BES)
                       IF WS-SHOWN >= WS-PAGE-SIZE
                           SET WS-ROW-NUMBER TO WS-ROW-IDX
                           MOVE WS-ROW-NUMBER TO TBMO-NEXT-ROW
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-SHOWN
                       SET WS-ROW-NUMBER TO WS-ROW-IDX
                       PERFORM 7100-FORMAT-ROW-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SHOWN TO TBMO-ROWS-SHOWN
           EVALUATE TRUE
               WHEN WS-SHOWN = 0
                   MOVE 'NO ROWS ON FILE FOR THIS BES NAME'
                       TO TBMO-MESSAGE
               WHEN TBMO-NEXT-ROW > 0
                   MOVE 'MORE ROWS - ENTER THE NEXT ROW NUMBER TO PAGE'
                       TO TBMO-MESSAGE
               WHEN OTHER
                   MOVE 'END OF ROWS' TO TBMO-MESSAGE
           END-EVALUATE.

       7100-FORMAT-ROW-LINE.
           EVALUATE TRUE
               WHEN WS-TABLE-IS-DRIVER
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO BES-DRIVER-RECORD
                   MOVE WS-ROW-NUMBER     TO WS-DL-ROW
                   MOVE BESD-BES-NAME     TO WS-DL-BES-NAME
                   MOVE BESD-BES-TRAN-ID  TO WS-DL-TRAN-ID
                   MOVE BESD-BES-PGM-NAME TO WS-DL-PGM-NAME
                   MOVE BESD-IVP-TYPE     TO WS-DL-IVP-TYPE
                   MOVE BESD-IVP-BES      TO WS-DL-IVP-BES
                   MOVE BESD-IVP-WRITES   TO WS-DL-IVP-WRITES
                   MOVE BESD-ALT-BES-NAME TO WS-DL-ALT-BES
                   MOVE BESD-ALT-TRAN-ID  TO WS-DL-ALT-TRAN
                   MOVE BESD-ROW-LABEL    TO WS-DL-ROW-LABEL
                   MOVE BESD-PREREQ-LABEL TO WS-DL-PREREQ-LABEL
                   MOVE WS-DRVR-LINE TO TBMO-ROW-LINE (WS-SHOWN)
               WHEN WS-TABLE-IS-CONFIG
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO BES-CONFIG-RECORD
                   MOVE WS-ROW-NUMBER       TO WS-CL-ROW
                   MOVE BESC-BES-NAME       TO WS-CL-BES-NAME
                   MOVE BESC-DEFAULT-DELAY  TO WS-CL-DELAY
                   MOVE BESC-DEFAULT-TASKNO TO WS-CL-TASKNO
                   MOVE WS-CFG-LINE TO TBMO-ROW-LINE (WS-SHOWN)
               WHEN WS-TABLE-IS-THRESHOLD
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX)
                       TO ALERT-THRESHOLD-RECORD
                   MOVE WS-ROW-NUMBER      TO WS-TL-ROW
                   MOVE ALTH-BES-NAME      TO WS-TL-BES-NAME
                   MOVE ALTH-TIMEOUT-LIMIT TO WS-TL-TIMEOUT-LIMIT
                   MOVE ALTH-RECON-ACTION  TO WS-TL-RECON-ACTION
                   MOVE ALTH-RETRY-ACTION  TO WS-TL-RETRY-ACTION
                   MOVE WS-THR-LINE TO TBMO-ROW-LINE (WS-SHOWN)
               WHEN WS-TABLE-IS-SCHEDULE
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX)
                       TO SCHEDULE-CAL-RECORD
                   MOVE WS-ROW-NUMBER TO WS-SL-ROW
                   MOVE SCAL-REC-TYPE TO WS-SL-REC-TYPE
                   MOVE SCAL-BES-NAME TO WS-SL-BES-NAME
                   MOVE SCAL-DETAIL   TO WS-SL-DETAIL
                   MOVE WS-CAL-LINE TO TBMO-ROW-LINE (WS-SHOWN)
               WHEN WS-TABLE-IS-USERAUTH
                   MOVE WS-ROW-IMAGE (WS-ROW-IDX) TO USER-AUTH-RECORD
                   MOVE WS-ROW-NUMBER TO WS-UL-ROW
                   MOVE UATH-USERID   TO WS-UL-USERID
                   MOVE UATH-BES-NAME TO WS-UL-BES-NAME
                   MOVE UATH-IVP-TYPE TO WS-UL-IVP-TYPE
                   MOVE UATH-EFF-DATE TO WS-UL-EFF-DATE
                   MOVE UATH-EXP-DATE TO WS-UL-EXP-DATE
                   MOVE WS-UAH-LINE TO TBMO-ROW-LINE (WS-SHOWN)
           END-EVALUATE.

       8000-INSERT-REPLY.
           MOVE LENGTH OF TBMNT-OUTPUT-MSG TO TBMO-LL
           CALL 'CBLTDLI' USING WS-DLI-ISRT LK-IO-PCB
                                TBMNT-OUTPUT-MSG WS-MOD-NAME
           IF LK-IO-STATUS-CODE NOT = SPACES
               DISPLAY 'IVPTBMNT: ISRT ON I/O PCB FAILED, STATUS='
                   LK-IO-STATUS-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       9000-TERMINATE.
           DISPLAY 'IVPTBMNT: MESSAGES PROCESSED  = ' WS-MSGS-PROCESSED
           DISPLAY 'IVPTBMNT: TABLE CHANGES       = ' WS-ROWS-CHANGED
           DISPLAY 'IVPTBMNT: JOURNAL RECS WRITTEN= ' WS-JRNL-WRITTEN.
