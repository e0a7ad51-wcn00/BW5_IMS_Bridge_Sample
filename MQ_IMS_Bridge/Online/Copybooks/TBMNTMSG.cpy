      ******************************************************************
      *    TBMNT-INPUT-MSG / TBMNT-OUTPUT-MSG - INPUT AND OUTPUT
      *    MESSAGE SEGMENTS OF THE ONLINE CONTROL-TABLE MAINTENANCE
      *    TRANSACTION (IVPTBMNT).  ONE SCREEN PER MAINTAINED TABLE;
      *    THE SCREEN IN USE IS NAMED BY TBMI-TABLE-NAME AND THE
      *    REPLY IS INSERTED UNDER THAT TABLE'S OUTPUT MOD:
      *        BESDRVR  - TBMDRVO    BESCFG   - TBMCFGO
      *        ALRTTHR  - TBMTHRO    SCHEDCAL - TBMCALO
      *        USERAUTH - TBMUAHO    (UNKNOWN TABLE - TBMMENO)
      *
      *    TBMI-FUNCTION:
      *        'B' - BROWSE THE ROWS FOR TBMI-KEY-BES (SPACES = EVERY
      *              ROW), ONE PAGE FROM TBMI-START-ROW
      *        'A' - ADD THE ROW KEYED BY TBMI-KEY-BES AND THE TABLE
      *              DATA BELOW (A BESDRVR ROW IS KEYED BY TBMI-KEY-BES
      *              PLUS TBMI-DRVR-ROW-LABEL, SINCE ONE BES MAY OWN
      *              SEVERAL DRIVER ROWS)
      *        'R' - REPLACE THE ROW WITH THAT KEY (FOR SCHEDCAL, THE
      *              ROW WHOSE IMAGE IS THE TBMI-CAL-OLD-... FIELDS)
      *        'D' - DELETE THE ROW WITH THAT KEY
      *
      *    THE TABLE DATA AREA IS REDEFINED ONCE PER SCREEN; EVERY
      *    FIELD IS DISPLAY FORMAT SO IT MAPS STRAIGHT TO THE SCREEN.
      ******************************************************************
       01  TBMNT-INPUT-MSG.
           05  TBMI-LL                  PIC S9(4) COMP.
           05  TBMI-ZZ                  PIC S9(4) COMP.
           05  TBMI-TRANCODE            PIC X(8).
           05  FILLER                   PIC X(1).
           05  TBMI-FUNCTION            PIC X(1).
               88  TBMI-BROWSE                 VALUE 'B'.
               88  TBMI-ADD-ROW                VALUE 'A'.
               88  TBMI-REPLACE-ROW            VALUE 'R'.
               88  TBMI-DELETE-ROW             VALUE 'D'.
           05  TBMI-TABLE-NAME          PIC X(8).
           05  TBMI-KEY-BES             PIC X(8).
           05  TBMI-START-ROW           PIC 9(4).
           05  TBMI-TABLE-DATA          PIC X(80).
           05  TBMI-DRVR-DATA REDEFINES TBMI-TABLE-DATA.
               10  TBMI-DRVR-TRAN-ID    PIC X(8).
               10  TBMI-DRVR-PGM-NAME   PIC X(8).
               10  TBMI-DRVR-IVP-TYPE   PIC X(1).
               10  TBMI-DRVR-IVP-BES    PIC X(1).
               10  TBMI-DRVR-IVP-WRITES PIC X(8).
               10  TBMI-DRVR-ALT-BES    PIC X(8).
               10  TBMI-DRVR-ALT-TRAN   PIC X(8).
               10  TBMI-DRVR-ROW-LABEL  PIC X(8).
               10  TBMI-DRVR-PREREQ-LABEL PIC X(8).
               10  FILLER               PIC X(22).
           05  TBMI-CFG-DATA REDEFINES TBMI-TABLE-DATA.
               10  TBMI-CFG-DELAY       PIC X(8).
               10  TBMI-CFG-TASKNO      PIC X(8).
               10  FILLER               PIC X(64).
           05  TBMI-THR-DATA REDEFINES TBMI-TABLE-DATA.
               10  TBMI-THR-TIMEOUT-LIMIT PIC X(3).
               10  TBMI-THR-RECON-ACTION PIC X(1).
               10  TBMI-THR-RETRY-ACTION PIC X(1).
               10  FILLER               PIC X(75).
           05  TBMI-CAL-DATA REDEFINES TBMI-TABLE-DATA.
               10  TBMI-CAL-REC-TYPE    PIC X(1).
               10  TBMI-CAL-DETAIL      PIC X(30).
               10  TBMI-CAL-OLD-REC-TYPE PIC X(1).
               10  TBMI-CAL-OLD-DETAIL  PIC X(30).
               10  FILLER               PIC X(18).
           05  TBMI-UAH-DATA REDEFINES TBMI-TABLE-DATA.
               10  TBMI-UAH-USERID      PIC X(8).
               10  TBMI-UAH-IVP-TYPE    PIC X(1).
               10  TBMI-UAH-EFF-DATE    PIC X(8).
               10  TBMI-UAH-EXP-DATE    PIC X(8).
               10  FILLER               PIC X(55).

       01  TBMNT-OUTPUT-MSG.
           05  TBMO-LL                  PIC S9(4) COMP.
           05  TBMO-ZZ                  PIC S9(4) COMP.
           05  TBMO-TABLE-NAME          PIC X(8).
           05  TBMO-FUNCTION            PIC X(1).
           05  TBMO-KEY-BES             PIC X(8).
           05  TBMO-MESSAGE             PIC X(79).
           05  TBMO-ROWS-SHOWN          PIC 9(2).
           05  TBMO-NEXT-ROW            PIC 9(4).
           05  TBMO-HEADING             PIC X(79).
           05  TBMO-ROW-LINE            PIC X(79) OCCURS 15 TIMES.
