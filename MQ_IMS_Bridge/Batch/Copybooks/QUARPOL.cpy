      ******************************************************************
      *    QUARANTINE-POLICY-RECORD - ONE ROW PER IVP-BES-NAME GIVING
      *    THE RULES IVPQUAR APPLIES WHEN IT QUARANTINES A CHRONICALLY
      *    FAILING REGION AND REINSTATES IT.  A ROW WHOSE BES NAME IS
      *    '*' IS THE SHOP DEFAULT FOR ANY BES WITHOUT ITS OWN ROW;
      *    WITH NO '*' ROW EITHER THE SHOP POSTURE IS FAIL LIMIT 5,
      *    3 PASSING PROBES TO REINSTATE, A HEALTH PROBE EVERY 240
      *    MINUTES AND A REVIEW FLAG AFTER 7 DAYS.  HAND-EDITED;
      *    PROMOTIONS ARE JOURNALED THROUGH IVPTBJRN LIKE THE OTHER
      *    MAINTAINED TABLES.
      *
      *    QPOL-FAIL-LIMIT          - CONSECUTIVE FAILED RUNS THAT
      *        QUARANTINE THE BES (ZERO = NEVER QUARANTINE).
      *    QPOL-REINSTATE-PASSES    - CONSECUTIVE PASSING HEALTH
      *        PROBES THAT REINSTATE IT.
      *    QPOL-PROBE-INTERVAL-MINS - MINIMUM MINUTES BETWEEN HEALTH
      *        PROBES (IVPPROBE) WHILE QUARANTINED.
      *    QPOL-REVIEW-DAYS         - DAYS QUARANTINED AFTER WHICH
      *        THE QUARANTINE STATUS REPORT FLAGS THE REGION FOR
      *        REVIEW.
      ******************************************************************
       01  QUARANTINE-POLICY-RECORD.
           05  QPOL-BES-NAME            PIC X(8).
           05  QPOL-FAIL-LIMIT          PIC 9(3).
           05  QPOL-REINSTATE-PASSES    PIC 9(3).
           05  QPOL-PROBE-INTERVAL-MINS PIC 9(4).
           05  QPOL-REVIEW-DAYS         PIC 9(3).
