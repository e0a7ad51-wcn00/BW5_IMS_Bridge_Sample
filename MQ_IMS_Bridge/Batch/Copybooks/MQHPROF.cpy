      ******************************************************************
      *    MQ-HEADER-PROFILE - ONE ROW PER BES GIVING THE MQIIH VALUES
      *    EVERY REQUEST SENT TO THAT REGION IS EXPECTED TO CARRY.
      *    A ROW WITH HPRF-BES-NAME = '*' IS THE SHOP DEFAULT PROFILE
      *    FOR ANY BES WITHOUT ITS OWN ROW.  THE NUMERIC FIELDS ARE
      *    HELD IN DISPLAY FORM SO THE TABLE CAN BE MAINTAINED AS TEXT;
      *    IVPHDCHK COMPARES THEM WITH THE BINARY MQIIH FIELDS BY
      *    VALUE.  TRANINSTANCEID, TRANSTATE AND AUTHENTICATOR CHANGE
      *    PER MESSAGE OR PER USER AND ARE NOT PROFILED.
      ******************************************************************
       01  MQ-HEADER-PROFILE.
           05  HPRF-BES-NAME            PIC X(8).
           05  HPRF-STRUCID             PIC X(4).
           05  HPRF-VERSION             PIC 9(9).
           05  HPRF-STRUCLENGTH         PIC 9(9).
           05  HPRF-ENCODING            PIC 9(9).
           05  HPRF-CODEDCHARSETID      PIC 9(9).
           05  HPRF-FORMAT              PIC X(8).
           05  HPRF-FLAGS               PIC 9(9).
           05  HPRF-LTERMOVERRIDE       PIC X(8).
           05  HPRF-MFSMAPNAME          PIC X(8).
           05  HPRF-REPLYTOFORMAT       PIC X(8).
           05  HPRF-COMMITMODE          PIC X(1).
           05  HPRF-SECURITYSCOPE       PIC X(1).
