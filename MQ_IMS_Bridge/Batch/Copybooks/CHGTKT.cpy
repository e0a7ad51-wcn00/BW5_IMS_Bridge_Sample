      ******************************************************************
      *    CHANGE-TICKET-RECORD - ONE IMS REGION CHANGE TO BE VERIFIED
      *    (NEW PSB, PROGRAM PROMOTION, REGION RESTART...).  DRIVES THE
      *    CHANGE-VERIFICATION MODE: IVPCVGEN GENERATES REQUESTS ONLY
      *    FOR THE BESDRVR ROWS OF THE AFFECTED REGIONS, ONCE BEFORE
      *    THE CHANGE (THE BASELINE) AND AGAIN AFTER THE CHANGE WINDOW
      *    HAS CLOSED; IVPCVCMP COMPARES THE TWO AND CERTIFIES OR
      *    FAILS EACH REGION FOR THE TICKET.
      *
      *    CTKT-BES-NAME HOLDS UP TO TEN AFFECTED IVP-BES-NAMES, LEFT
      *    JUSTIFIED; THE FIRST SPACES ENTRY ENDS THE LIST.  THE
      *    WINDOW END IS LOCAL DATE/TIME, YYYYMMDD AND HHMMSS.
      ******************************************************************
       01  CHANGE-TICKET-RECORD.
           05  CTKT-TICKET-NO           PIC X(12).
           05  CTKT-WINDOW-END-DATE     PIC 9(8).
           05  CTKT-WINDOW-END-TIME     PIC 9(6).
           05  CTKT-BES-NAME            PIC X(8) OCCURS 10 TIMES.
