      *    CONFIGURED; THE FAILOVER-VERIFICATION PASS (IVPFOGEN/
      *    IVPFORPT) SKIPS SUCH ROWS.  THE NORMAL SUITE PATH IGNORES
      *    THESE FIELDS ENTIRELY.
      *
      *    BESD-ROW-LABEL NAMES THE ROW SO ANOTHER ROW CAN DEPEND ON
      *    IT; BESD-PREREQ-LABEL NAMES THE ROW WHOSE TEST MUST PASS
      *    BEFORE THIS ONE IS WORTH SENDING (E.G. THE SIGN-ON TRAN
      *    AHEAD OF THE INQUIRY TRAN ON THE SAME REGION).  IVPDRVR
      *    HOLDS A DEPENDENT ROW'S REQUEST BACK (IVPHELD.CPY) AND
      *    IVPPRQRL RELEASES IT, OR MARKS IT SKIPPED-PREREQ, ONCE
      *    THE PREREQUISITE'S RESULT IS IN.  SPACES MEANS NO
      *    PREREQUISITE.
      ******************************************************************
       01  BES-DRIVER-RECORD.
           05  BESD-BES-NAME          PIC X(8).
           05  BESD-IVP-WRITES        PIC 9(8).
           05  BESD-ALT-BES-NAME      PIC X(8).
           05  BESD-ALT-TRAN-ID       PIC X(8).
           05  BESD-ROW-LABEL         PIC X(8).
           05  BESD-PREREQ-LABEL      PIC X(8).
