      *    SUITE END.  IVPRCSUM PRINTS ONE PAGE PER RUN-ID AND FLAGS
      *    ANY STEP WHOSE OUTPUT COUNT DOES NOT EQUAL THE NEXT STEP'S
      *    INPUT COUNT, GIVING AUDIT A DURABLE ANSWER TO "PROVE THE
      *    SUITE RAN COMPLETE".  A STEP REPLAYED FOR A MISSED RUN
      *    DATE BY IVPCATCH IS RECORDED AS A STEP RECORD FOR THE
      *    REPLAYED PROGRAM, DATED WITH THE ORIGINAL RUN DATE, WITH
      *    RUNC-SUITE-STATUS 'CATCHUP'.  THE REPLAYS ARE RECORDED
      *    UNDER A CATCH-UP RUN-ID OF THEIR OWN, WHOSE OPENING AND
      *    CLOSING RECORDS IVPCATCH WRITES WITH SUITE STATUS 'CATCHUP'
      *    TOO, SO NO NIGHTLY RUN EVER CARRIES A REPLAY AND A READER
      *    CAN TELL A CATCH-UP RUN FROM ITS OPENING RECORD.
      *
      *    IVPMERGE ALSO APPENDS ONE STREAM RECORD ('P') PER PARALLEL
      *    IVPSPLIT STREAM, PGM-NAME IVPSTRMn, WITH THE STREAM'S
      *    REQUEST COUNT (INPUT), REPLIES RECEIVED (OUTPUT), REQUESTS
      *    WITHOUT A REPLY (EXCEPTION) AND, IN PLACE OF THE SUITE
      *    STATUS, THE STREAM NUMBER AND ITS ELAPSED SECONDS FROM
      *    FIRST REQUEST START TO LAST REPLY.  IVPWTRND USES THEM TO
      *    FIND THE CRITICAL PATH THROUGH THE STREAMS; THE STEP-CHAIN
      *    READERS SKIP THEM.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUNC-RUN-ID              PIC X(8).
               88  RUNC-OPEN-RECORD            VALUE 'O'.
               88  RUNC-STEP-RECORD            VALUE 'S'.
               88  RUNC-CLOSE-RECORD           VALUE 'C'.
               88  RUNC-STREAM-RECORD          VALUE 'P'.
           05  RUNC-PGM-NAME            PIC X(8).
           05  RUNC-RUN-DATE            PIC X(8).
           05  RUNC-RUN-TIME            PIC X(8).
           05  RUNC-EXCEPTION-COUNT     PIC 9(8).
           05  RUNC-RETURN-CODE         PIC 9(4).
           05  RUNC-SUITE-STATUS        PIC X(8).
               88  RUNC-CATCHUP-STEP           VALUE 'CATCHUP'.
               88  RUNC-CATCHUP-RUN            VALUE 'CATCHUP'.
           05  RUNC-STREAM-DATA REDEFINES RUNC-SUITE-STATUS.
               10  RUNC-STREAM-NO           PIC 9(1).
               10  RUNC-STREAM-ELAPSED-SECS PIC 9(7).
