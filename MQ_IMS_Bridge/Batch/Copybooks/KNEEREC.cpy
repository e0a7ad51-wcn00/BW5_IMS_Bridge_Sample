      ******************************************************************
      *    KNEE-POINT-RECORD - ONE ROW PER IVP-BES-NAME PER IVPKNEE
      *    RUN, APPENDED TO THE KNEE HISTORY (KNEEHIST) SO THE MEASURED
      *    SATURATION POINT OUTLIVES THE PRINTED REPORT AND CAN BE SET
      *    BESIDE THE REGION'S REAL VOLUME (IVPSATFC).
      *
      *    KNEE-RATE IS THE BURST SIZE OF THE KNEE STEP.  WHEN THE
      *    RAMP NEVER LEFT ITS FLAT RANGE, KNEE-FOUND-FLAG IS 'N' AND
      *    KNEE-RATE IS THE HIGHEST BURST TESTED - THE KNEE IS ABOVE
      *    IT, SO THE FIGURE IS A FLOOR, NOT A MEASUREMENT.
      ******************************************************************
       01  KNEE-POINT-RECORD.
           05  KNEE-BES-NAME            PIC X(8).
           05  KNEE-RAMP-DATE           PIC 9(8).
           05  KNEE-FOUND-FLAG          PIC X(1).
               88  KNEE-MEASURED               VALUE 'Y'.
               88  KNEE-ABOVE-CEILING          VALUE 'N'.
           05  KNEE-RATE                PIC 9(6).
