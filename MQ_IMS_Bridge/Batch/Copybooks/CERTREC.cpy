      ******************************************************************
      *    CHANGE-CERT-RECORD - ONE CERTIFICATION RECORD PER REGION PER
      *    CHANGE TICKET, WRITTEN BY IVPCVCMP FOR THE CHANGE-MANAGEMENT
      *    SYSTEM TO INGEST AND CLOSE OR BACK OUT THE TICKET.
      *    CERT-STATUS IS 'CERTIFIED' WHEN EVERY VERIFICATION TEST OF
      *    THE REGION PASSED, MET ITS ASSERTION AND KEPT ITS LATENCY
      *    WITHIN THE ALLOWED RATIO OF THE PRE-CHANGE BASELINE;
      *    OTHERWISE 'FAILED' WITH UP TO THREE REASONS (THE FIRST ONES
      *    FOUND; CERT-REASON-COUNT IS THE TRUE TOTAL).
      *    CERT-LAT-RATIO IS THE REGION'S MEAN ROUND TRIP AFTER THE
      *    CHANGE OVER ITS MEAN BEFORE (ZERO WHEN NOT MEASURABLE).
      ******************************************************************
       01  CHANGE-CERT-RECORD.
           05  CERT-TICKET-NO           PIC X(12).
           05  CERT-BES-NAME            PIC X(8).
           05  CERT-STATUS              PIC X(9).
               88  CERT-CERTIFIED              VALUE 'CERTIFIED'.
               88  CERT-FAILED                 VALUE 'FAILED'.
           05  CERT-TESTS-RUN           PIC 9(4).
           05  CERT-TESTS-FAILED        PIC 9(4).
           05  CERT-LAT-RATIO           PIC 9(3)V99.
           05  CERT-ISSUED-DATE         PIC 9(8).
           05  CERT-ISSUED-TIME         PIC X(8).
           05  CERT-REASON-COUNT        PIC 9(4).
           05  CERT-REASON              PIC X(60) OCCURS 3 TIMES.
