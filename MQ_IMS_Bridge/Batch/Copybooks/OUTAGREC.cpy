      ******************************************************************
      *    OUTAGE-RECORD - ONE ROW OF THE PROBE OUTAGE LEDGER BUILT BY
      *    IVPOUTAG FROM THE ALL-DAY 'PRB' PROBE RESULTS.  AN OUTAGE
      *    IS A RUN OF CONSECUTIVE FAILED OR TIMED-OUT PROBES OF ONE
      *    IVP-BES-NAME: IT STARTS AT THE START TIME OF THE FIRST
      *    FAILING PROBE AND ENDS AT THE START TIME OF THE FIRST
      *    PASSING PROBE AFTER IT (THE MOMENT SERVICE WAS SEEN
      *    RESTORED).
      *
      *    OUTG-STATUS 'C' ROWS ARE CLOSED OUTAGES ON THE LEDGER
      *    (OUTLEDGR).  AN OUTAGE STILL OPEN WHEN THE PROBE RESULTS
      *    RUN OUT IS WRITTEN AS AN 'O' ROW TO THE CARRY FILE INSTEAD,
      *    WITH ITS END FIELDS ZERO, AND IS CLOSED ON A LATER RUN.
      *
      *    OUTG-START-SECS/OUTG-END-SECS ARE WHOLE SECONDS IN THE SAME
      *    LILIAN BASE AS IVP-START-LILSECS, SO DURATIONS AND MONTH
      *    BOUNDARIES NEED NO CALENDAR ARITHMETIC.  OUTG-FIRST-...
      *    IDENTIFY THE FIRST FAILING PROBE AND THE EXCEPTION IT
      *    RAISED ('F' = FAILED, TEXT FROM ITS IVP-RESULT; 'T' = TIMED
      *    OUT, THE IVPTMOUT TIMEOUT TEXT).
      ******************************************************************
       01  OUTAGE-RECORD.
           05  OUTG-BES-NAME            PIC X(8).
           05  OUTG-STATUS              PIC X(1).
               88  OUTG-OPEN                   VALUE 'O'.
               88  OUTG-CLOSED                 VALUE 'C'.
           05  OUTG-START-DATE          PIC 9(8).
           05  OUTG-START-TIME          PIC 9(6).
           05  OUTG-END-DATE            PIC 9(8).
           05  OUTG-END-TIME            PIC 9(6).
           05  OUTG-DURATION-SECS       PIC 9(8).
           05  OUTG-PROBES-MISSED       PIC 9(6).
           05  OUTG-FIRST-IVP-ID        PIC X(8).
           05  OUTG-FIRST-BTCH-SEQ-NO   PIC 9(8).
           05  OUTG-FIRST-FAIL-TYPE     PIC X(1).
               88  OUTG-FIRST-FAILED           VALUE 'F'.
               88  OUTG-FIRST-TIMED-OUT        VALUE 'T'.
           05  OUTG-FIRST-EXCP-TEXT     PIC X(60).
           05  OUTG-START-SECS          PIC 9(11).
           05  OUTG-END-SECS            PIC 9(11).
