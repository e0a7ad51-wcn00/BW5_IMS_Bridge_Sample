      ******************************************************************
      *    SIEM-EVENT-RECORD - THE FIXED-FORMAT SECURITY EVENT FEED
      *    THE ENTERPRISE SIEM INGESTS, WRITTEN NIGHTLY BY IVPSIEM
      *    FROM THE OUTPUTS OF THE STEPS THAT SEE SECURITY-RELEVANT
      *    EVENTS.  ONE HEADER ('H'), ONE RECORD PER EVENT ('E') AND
      *    ONE TRAILER ('T') PER FEED.
      *
      *    SIEM-EVENT-TYPE VALUES AND THEIR SOURCES:
      *        UNAUTH-USER  - IVPEDIT REFUSED A REQUEST WHOSE USERID
      *                       HOLDS NO GRANT (SECVIOL)
      *        BAD-AUTHN    - IVPAUCHK SAW AN EXPIRED OR UNKNOWN
      *                       MQIIH-AUTHENTICATOR (EXCAUT)
      *        GRANT-ADD / GRANT-CHANGE / GRANT-REVOKE
      *                     - USERAUTH GRANT JOURNALED BY IVPUAUPD
      *                       OR THE IVPTBMNT ONLINE SCREEN (TBLJRNL)
      *        ROTATE-ADD / ROTATE-CHG / ROTATE-DROP
      *                     - AUTHROT ROTATION SCHEDULE CHANGE
      *                       JOURNALED BY IVPTBJRN (TBLJRNL)
      *                    FOR BOTH, SIEM-SOURCE-PGM IS THE JOURNAL'S
      *                    JRNL-APPLY-PGM - 'TBLJRNL' FOR A RECORD
      *                    WRITTEN BEFORE THAT FIELD WAS CARRIED.
      *        MQ-NOT-AUTH  - DEAD-LETTERED WITH MQRC 2035 NOT
      *                       AUTHORIZED (MQDLQIN, AS SWEPT BY
      *                       IVPDLQSW)
      *    SIEM-USERID IS THE USERID THE EVENT IS ABOUT (THE REFUSED
      *    OR GRANTED USERID); SIEM-ACTOR-USERID IS WHO APPLIED A
      *    JOURNALED CHANGE.  FIELDS NOT KNOWN FOR AN EVENT TYPE ARE
      *    SPACES - TRANINSTANCEID EXISTS ONLY FOR A MESSAGE THAT
      *    REACHED THE BRIDGE.  NO CREDENTIAL VALUE IS EVER WRITTEN.
      *
      *    THE TRAILER IS THE RECONCILIATION COUNT: THE NUMBER OF
      *    EVENT RECORDS, THE COUNT PER SOURCE, AND THE NUMBER OF
      *    SOURCES THAT WERE NOT AVAILABLE TO THE COLLECTION.  A FEED
      *    IS COMPLETE WHEN THE SIEM RECEIVED SIEM-TRL-EVENT-COUNT
      *    EVENTS AND SIEM-TRL-SOURCES-MISSING IS ZERO.
      ******************************************************************
       01  SIEM-EVENT-RECORD.
           05  SIEM-REC-TYPE            PIC X(1).
               88  SIEM-HEADER                 VALUE 'H'.
               88  SIEM-EVENT                  VALUE 'E'.
               88  SIEM-TRAILER                VALUE 'T'.
           05  SIEM-EVENT-DATA.
               10  SIEM-EVENT-DATE      PIC X(8).
               10  SIEM-EVENT-TIME      PIC X(8).
               10  SIEM-EVENT-TYPE      PIC X(12).
               10  SIEM-USERID          PIC X(8).
               10  SIEM-BES-NAME        PIC X(8).
               10  SIEM-TRAN-ID         PIC X(8).
               10  SIEM-TRANINSTANCEID  PIC X(16).
               10  SIEM-OUTCOME         PIC X(8).
               10  SIEM-SOURCE-PGM      PIC X(8).
               10  SIEM-IVP-ID          PIC X(8).
               10  SIEM-ACTOR-USERID    PIC X(8).
               10  SIEM-DETAIL          PIC X(50).
           05  SIEM-HEADER-DATA REDEFINES SIEM-EVENT-DATA.
               10  SIEM-HDR-FEED-ID     PIC X(8).
               10  SIEM-HDR-RUN-DATE    PIC X(8).
               10  SIEM-HDR-CREATED-DATE
                                        PIC X(8).
               10  SIEM-HDR-CREATED-TIME
                                        PIC X(8).
               10  FILLER               PIC X(118).
           05  SIEM-TRAILER-DATA REDEFINES SIEM-EVENT-DATA.
               10  SIEM-TRL-RUN-DATE    PIC X(8).
               10  SIEM-TRL-EVENT-COUNT PIC 9(8).
               10  SIEM-TRL-EDIT-COUNT  PIC 9(8).
               10  SIEM-TRL-AUTHN-COUNT PIC 9(8).
               10  SIEM-TRL-GRANT-COUNT PIC 9(8).
               10  SIEM-TRL-ROTATE-COUNT
                                        PIC 9(8).
               10  SIEM-TRL-DLQ-COUNT   PIC 9(8).
               10  SIEM-TRL-SOURCES-MISSING
                                        PIC 9(2).
               10  FILLER               PIC X(92).
