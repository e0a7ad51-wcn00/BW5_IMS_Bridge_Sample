      *    TO PROVE EACH PAGE ACTUALLY ARRIVED; AN UNCONFIRMED ALERT
      *    IS RE-EMITTED IN THIS SAME LAYOUT TO THE SECONDARY ON-CALL
      *    FEED.
      *
      *    ALRT-ONCALL-GROUP IS THE GATEWAY GROUP THE PAGE IS ROUTED
      *    TO, TAKEN FROM THE REGION-OWNER DIRECTORY (REGNOWN.CPY):
      *    THE OWNING TEAM'S PRIMARY OR AFTER-HOURS GROUP ON THE
      *    MAIN FEED, ITS SECONDARY GROUP ON THE SECONDARY FEED.
      *    SPACES LEAVES THE PAGE TO THE GATEWAY'S DEFAULT ROUTING.
      ******************************************************************
       01  ALERT-OUT-RECORD.
           05  ALRT-SEVERITY            PIC X(4).
           05  ALRT-TEXT                PIC X(60).
           05  ALRT-RAISED-DATE         PIC X(8).
           05  ALRT-RAISED-TIME         PIC X(8).
           05  ALRT-ONCALL-GROUP        PIC X(16).
