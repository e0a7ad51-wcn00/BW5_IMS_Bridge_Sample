      ******************************************************************
      *    MQ-HEADER-CAPTURE - ONE ROW PER REQUEST CAPTURED ON THE
      *    BRIDGE SIDE AS IT WAS PUT TO THE IMS BRIDGE QUEUE: THE MQIIH
      *    AND THE LLZZ SEGMENT PREFIX EXACTLY AS SENT (SAME LAYOUT AS
      *    THE "Copybook Schema.cpy" MQIIH/llzz), KEYED THE SAME AS
      *    THE IVP EXTRACT (IVP-ID / IVP-BTCH-SEQ-NO) LIKE MQCPIN.
      *
      *    HCAP-BES-TRAN-ID IS THE IVP-BES-TRAN-ID THE REQUEST WAS
      *    GENERATED FOR; HCAP-SEGMENT-LENGTH IS THE ACTUAL LENGTH OF
      *    THE FIRST SEGMENT (LL AND ZZ INCLUDED) AS MEASURED BY THE
      *    CAPTURE, WHICH LL MUST AGREE WITH.
      ******************************************************************
       01  MQ-HEADER-CAPTURE.
           05  HCAP-IVP-ID              PIC X(8).
           05  HCAP-BTCH-SEQ-NO         PIC S9(8) COMP.
           05  HCAP-BES-NAME            PIC X(8).
           05  HCAP-BES-TRAN-ID         PIC X(8).
           05  HCAP-SEGMENT-LENGTH      PIC S9(8) COMP.
           05  HCAP-MQIIH.
               10  MQIIH-STRUCID        PIC X(4).
               10  MQIIH-VERSION        PIC S9(9) BINARY.
               10  MQIIH-STRUCLENGTH    PIC S9(9) BINARY.
               10  MQIIH-ENCODING       PIC S9(9) BINARY.
               10  MQIIH-CODEDCHARSETID PIC S9(9) BINARY.
               10  MQIIH-FORMAT         PIC X(8).
               10  MQIIH-FLAGS          PIC S9(9) BINARY.
               10  MQIIH-LTERMOVERRIDE  PIC X(8).
               10  MQIIH-MFSMAPNAME     PIC X(8).
               10  MQIIH-REPLYTOFORMAT  PIC X(8).
               10  MQIIH-AUTHENTICATOR  PIC X(8).
               10  MQIIH-TRANINSTANCEID PIC X(16).
               10  MQIIH-TRANSTATE      PIC X.
               10  MQIIH-COMMITMODE     PIC X.
               10  MQIIH-SECURITYSCOPE  PIC X.
               10  MQIIH-RESERVED       PIC X.
           05  HCAP-LLZZ.
               10  LL                   PIC S9(4) USAGE BINARY.
               10  ZZ                   PIC S9(4) USAGE BINARY.
               10  TIBIMS-TRANCODE      PIC X(8)  USAGE DISPLAY.
