      *    CARRIES UNACKNOWLEDGED EXCEPTIONS FORWARD DAY OVER DAY,
      *    AGEING THEM, UNTIL AN OPERATOR ACKNOWLEDGEMENT TRANSACTION
      *    CLEARS THEM.
      *
      *    EXCP-SKIP-DETAIL IS THE TEXT SHAPE IVPPRQRL WRITES FOR A
      *    DEPENDENT TEST NEVER SENT BECAUSE ITS PREREQUISITE FAILED:
      *    THE ROOT FAILURE AT THE HEAD OF THE CHAIN, THE IMMEDIATE
      *    PREREQUISITE AND THE ROOT'S REGION, SO THE CONSOLIDATED
      *    MASTER, THE DAILY REPORT AND THE PAGING FEED CAN LIST THE
      *    SUPPRESSED DEPENDENTS UNDER THE ONE ROOT FAILURE.
      ******************************************************************
       01  IVP-EXCEPTION-RECORD.
           05  EXCP-SOURCE-PGM          PIC X(8).
               88  EXCP-SEV-WARNING            VALUE '2'.
               88  EXCP-SEV-INFO               VALUE '3'.
           05  EXCP-TEXT                PIC X(80).
           05  EXCP-SKIP-DETAIL REDEFINES EXCP-TEXT.
               10  EXCP-SKIP-TAG            PIC X(15).
                   88  EXCP-SKIPPED-PREREQ     VALUE 'SKIPPED-PREREQ'.
               10  EXCP-SKIP-ROOT-LIT       PIC X(5).
               10  EXCP-ROOT-IVP-ID         PIC X(8).
               10  EXCP-SKIP-PREREQ-LIT     PIC X(8).
               10  EXCP-PREREQ-IVP-ID       PIC X(8).
               10  EXCP-SKIP-ON-LIT         PIC X(4).
               10  EXCP-ROOT-BES-NAME       PIC X(8).
               10  FILLER                   PIC X(24).
           05  EXCP-RAISED-DATE         PIC X(8).
           05  EXCP-RAISED-TIME         PIC X(8).
           05  EXCP-ACK-FLAG            PIC X(1).
