      ******************************************************************
      *    REGRESSION-XTR-RECORD - ONE ROW PER REGRESSION LINE ON THE
      *    DAY-OVER-DAY REGRESSION REPORT, WRITTEN BY IVPDDRPT ALONGSIDE
      *    THE PRINTED REPORT SO THE CHANGE-CORRELATION STEP (IVPRGCOR)
      *    CAN ASK "WHAT DID WE CHANGE BEFORE THIS BROKE" WITHOUT
      *    PARSING PRINT LINES.
      *        'F' - A TEST THAT NEWLY FAILED ON REGR-RUN-DATE
      *              (REGR-IVP-ID IS THE TEST)
      *        'L' - A REGION WHOSE AVERAGE ROUND TRIP DEGRADED BEYOND
      *              THE THRESHOLD (REGR-IVP-ID IS SPACES,
      *              REGR-CHANGE-PCT IS THE OBSERVED DEGRADATION)
      *    REGR-NOTE IS THE NOTE PRINTED ON THE REPORT LINE.
      ******************************************************************
       01  REGRESSION-XTR-RECORD.
           05  REGR-TYPE                PIC X(1).
               88  REGR-NEW-FAILURE            VALUE 'F'.
               88  REGR-LATENCY-DEGRADED       VALUE 'L'.
           05  REGR-BES-NAME            PIC X(8).
           05  REGR-IVP-ID              PIC X(8).
           05  REGR-RUN-DATE            PIC X(8).
           05  REGR-PRIOR-DATE          PIC X(8).
           05  REGR-CHANGE-PCT          PIC 9(5)V9.
           05  REGR-NOTE                PIC X(40).
