      ******************************************************************
      *    SEC-VIOLATION-DETAIL - ONE LINE OF THE IVPEDIT SECURITY-
      *    VIOLATION REPORT (SECVIOL DD): AN IVP REQUEST WHOSE
      *    IVP-USERID HELD NO UNEXPIRED USERAUTH GRANT FOR ITS BES AND
      *    TYPE.  THE REPORT IS RETAINED AS AUDIT EVIDENCE AND IS ALSO
      *    READ BACK BY THE SECURITY EVENT FEED (IVPSIEM), SO WRITER
      *    AND READER SHARE THIS ONE LAYOUT.
      *
      *    SECV-TRAN-ID AND SECV-RAISED-DATE/TIME FOLLOW THE MESSAGE
      *    SO THE EVENT FEED CAN CARRY THE IMS TRAN AND THE MOMENT OF
      *    THE REFUSAL; THE COLUMNS BEFORE THEM ARE UNCHANGED.
      ******************************************************************
       01  SEC-VIOLATION-DETAIL.
           05  SECV-USERID              PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-IVP-ID              PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-BES-NAME            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-TYPE                PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-MSG                 PIC X(40) VALUE
               '*** USERID NOT AUTHORIZED FOR BES ***'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-TRAN-ID             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-RAISED-DATE         PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SECV-RAISED-TIME         PIC X(8).
