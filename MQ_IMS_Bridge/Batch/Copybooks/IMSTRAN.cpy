      ******************************************************************
      *    IMS-TRAN-STATUS-EXTRACT - ONE ROW PER TRANSACTION IN THE
      *    IMS TRANSACTION STATUS EXTRACT TAKEN FROM EACH REGION JUST
      *    BEFORE THE SUITE WINDOW OPENS (/DISPLAY TRAN ALL OUTPUT,
      *    REFORMATTED): THE TRAN CODE, THE PSB (APPLICATION PROGRAM)
      *    SCHEDULED FOR IT, ITS STATUS, ITS MESSAGE CLASS AND THE
      *    REGION IT WAS TAKEN FROM.  ITRN-IMS-REGION CARRIES THE
      *    REGION UNDER THE SAME NAME BESDRVR USES FOR IT
      *    (BESD-BES-NAME / BESD-ALT-BES-NAME) SO IVPTRDCK CAN MATCH
      *    THE TWO WITHOUT A CROSS-REFERENCE.
      *
      *    ITRN-STATUS IS THE FIRST STATUS WORD IMS SHOWS; A TRAN THAT
      *    IS RUNNING NORMALLY SHOWS SPACES.
      ******************************************************************
       01  IMS-TRAN-STATUS-EXTRACT.
           05  ITRN-TRAN-CODE           PIC X(8).
           05  ITRN-PSB-NAME            PIC X(8).
           05  ITRN-STATUS              PIC X(8).
               88  ITRN-STOPPED                VALUE 'STOPPED'.
               88  ITRN-PSTOPPED               VALUE 'PSTOPPED'.
               88  ITRN-USTOPPED               VALUE 'USTOPPED'.
               88  ITRN-LOCKED                 VALUE 'LOCKED'.
           05  ITRN-CLASS               PIC 9(3).
           05  ITRN-IMS-REGION          PIC X(8).
