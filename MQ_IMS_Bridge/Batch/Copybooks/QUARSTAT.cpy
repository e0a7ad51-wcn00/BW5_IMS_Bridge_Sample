      ******************************************************************
      *    QUARANTINE-STATE-RECORD - ONE ROW PER IVP-BES-NAME CARRYING
      *    THE REGION'S QUARANTINE STATE.  REWRITTEN EVERY NIGHT BY
      *    IVPQUAR AND READ BY IVPSCHD (A QUARANTINED REGION IS LEFT
      *    OUT OF THE SUITE), IVPPROBE (A QUARANTINED REGION GETS ONE
      *    HEALTH PROBE PER QPOL-PROBE-INTERVAL-MINS) AND IVPALERT (A
      *    QUARANTINED REGION'S ALERTS ARE HELD TO ONE DAILY
      *    REMINDER).  EVERY QUARANTINE AND REINSTATEMENT IS JOURNALED
      *    IN LINE BY IVPQUAR UNDER TABLE NAME QUARSTAT, SO IVPTBRST
      *    CAN SHOW THE STATE AS IT STOOD AT ANY CHANGE.  A MISSING
      *    ROW MEANS ACTIVE.
      *
      *    QSTA-CONSEC-FAILS    - FAILED RUNS IN A ROW WHILE ACTIVE.
      *    QSTA-CONSEC-PASSES   - PASSING HEALTH PROBES IN A ROW
      *        WHILE QUARANTINED.
      *    QSTA-LAST-JUDGED     - RUN DATE LAST COUNTED, SO A RERUN
      *        OF THE NIGHT CANNOT COUNT THE SAME RUN TWICE.
      *    QSTA-QUAR-DATE       - RUN DATE THE REGION WAS QUARANTINED
      *        (SPACES WHILE ACTIVE).
      *    QSTA-REINSTATE-DATE  - RUN DATE OF THE LAST REINSTATEMENT.
      ******************************************************************
       01  QUARANTINE-STATE-RECORD.
           05  QSTA-BES-NAME            PIC X(8).
           05  QSTA-STATE               PIC X(1).
               88  QSTA-ACTIVE                 VALUE 'A'.
               88  QSTA-QUARANTINED            VALUE 'Q'.
           05  QSTA-CONSEC-FAILS        PIC 9(4).
           05  QSTA-CONSEC-PASSES       PIC 9(4).
           05  QSTA-LAST-JUDGED         PIC X(8).
           05  QSTA-QUAR-DATE           PIC X(8).
           05  QSTA-REINSTATE-DATE      PIC X(8).
