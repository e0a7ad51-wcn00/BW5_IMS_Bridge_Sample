      ******************************************************************
      *    IVP-HELD-RECORD - ONE IVP REQUEST HELD BACK BY IVPDRVR
      *    BECAUSE ITS DRIVER ROW NAMES A PREREQUISITE ROW
      *    (BESD-PREREQ-LABEL).  HELD-PREREQ-IVP-ID IS THE IVP-ID
      *    IVPDRVR GENERATED FOR THE PREREQUISITE ROW IN THE SAME RUN.
      *    HELD-REQUEST-IMAGE IS THE FULLY BUILT WS-IVP-FIELDS
      *    REQUEST (WSIVPFLD.CPY), RELEASED UNCHANGED BY IVPPRQRL
      *    WHEN THE PREREQUISITE PASSES.
      ******************************************************************
       01  IVP-HELD-RECORD.
           05  HELD-IVP-ID              PIC X(8).
           05  HELD-PREREQ-IVP-ID       PIC X(8).
           05  HELD-REQUEST-IMAGE       PIC X(434).
