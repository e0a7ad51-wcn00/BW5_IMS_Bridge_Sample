      ******************************************************************
      *    REGION-OWNER-RECORD - ONE ROW PER IVP-BES-NAME NAMING THE
      *    TEAM THAT OWNS THE IMS REGION BEHIND IT, WHO TO WAKE UP
      *    WHEN IT BREAKS AND WHERE ITS REPORTS GO.  A ROW WHOSE BES
      *    NAME IS '*' IS THE SHOP DEFAULT FOR ANY BES WITHOUT ITS
      *    OWN ROW.  HAND-EDITED; PROMOTIONS ARE JOURNALED THROUGH
      *    IVPTBJRN LIKE THE OTHER MAINTAINED TABLES.
      *
      *    ROWN-PRIMARY-ONCALL     - PAGING GATEWAY GROUP IVPALERT
      *        ROUTES THE REGION'S ALERTS TO INSIDE BUSINESS HOURS.
      *    ROWN-AFTER-HOURS-ONCALL - GROUP PAGED OUTSIDE BUSINESS
      *        HOURS; SPACES MEANS THE PRIMARY GROUP ANSWERS AROUND
      *        THE CLOCK.
      *    ROWN-SECONDARY-ONCALL   - GROUP IVPPGREC ESCALATES TO WHEN
      *        A PAGE TO THIS REGION GOES UNCONFIRMED.
      *    ROWN-BUS-DAYS           - ONE Y/N FLAG PER WEEKDAY,
      *        MONDAY FIRST.
      *    ROWN-BUS-START-TIME / ROWN-BUS-END-TIME - HHMM; BUSINESS
      *        HOURS RUN FROM THE START UP TO BUT NOT INCLUDING THE
      *        END ON A FLAGGED DAY.
      *    ROWN-DIST-DEST          - DATASET PREFIX THE REPORT
      *        DISTRIBUTION SYSTEM COLLECTS THE OWNER'S PACKAGES
      *        FROM (IVPCHGBK, IVPDYRPT).  EACH OWNING TEAM KEEPS ITS
      *        OWN DESTINATION; SPACES MEANS THE OWNER'S REPORTS STAY
      *        IN THE CONSOLIDATED PRINT ONLY.
      ******************************************************************
       01  REGION-OWNER-RECORD.
           05  ROWN-BES-NAME            PIC X(8).
           05  ROWN-OWNER-TEAM          PIC X(16).
           05  ROWN-COST-CENTER         PIC X(8).
           05  ROWN-PRIMARY-ONCALL      PIC X(16).
           05  ROWN-SECONDARY-ONCALL    PIC X(16).
           05  ROWN-AFTER-HOURS-ONCALL  PIC X(16).
           05  ROWN-BUS-DAYS            PIC X(7).
           05  ROWN-BUS-START-TIME      PIC 9(4).
           05  ROWN-BUS-END-TIME        PIC 9(4).
           05  ROWN-DIST-DEST           PIC X(24).
