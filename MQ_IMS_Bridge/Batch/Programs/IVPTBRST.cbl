               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.

           SELECT REST-REGNOWN-FILE ASSIGN TO RESTROWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.

           SELECT REST-QUARPOL-FILE ASSIGN TO RESTQPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.

           SELECT REST-QUARSTAT-FILE ASSIGN TO RESTQSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.

           SELECT REST-BESDRVR-FILE ASSIGN TO RESTBDRV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY AUTHROT.

       FD  REST-REGNOWN-FILE
           RECORDING MODE IS F.
           COPY REGNOWN.

       FD  REST-QUARPOL-FILE
           RECORDING MODE IS F.
           COPY QUARPOL.

       FD  REST-QUARSTAT-FILE
           RECORDING MODE IS F.
           COPY QUARSTAT.

       FD  REST-BESDRVR-FILE
           RECORDING MODE IS F.
           COPY BESDRVR.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-REST-STATUS           PIC X(2)  VALUE SPACES.
                   OPEN OUTPUT REST-TESTLIB-FILE
               WHEN 'AUTHROT '
                   OPEN OUTPUT REST-AUTHROT-FILE
               WHEN 'REGNOWN '
                   OPEN OUTPUT REST-REGNOWN-FILE
               WHEN 'QUARPOL '
                   OPEN OUTPUT REST-QUARPOL-FILE
               WHEN 'QUARSTAT'
                   OPEN OUTPUT REST-QUARSTAT-FILE
               WHEN 'BESDRVR '
                   OPEN OUTPUT REST-BESDRVR-FILE
               WHEN OTHER
                   DISPLAY 'IVPTBRST: TABLE NAME NOT RESTORABLE: '
                       LK-TABLE-NAME
                   CLOSE REST-TESTLIB-FILE
               WHEN 'AUTHROT '
                   CLOSE REST-AUTHROT-FILE
               WHEN 'REGNOWN '
                   CLOSE REST-REGNOWN-FILE
               WHEN 'QUARPOL '
                   CLOSE REST-QUARPOL-FILE
               WHEN 'QUARSTAT'
                   CLOSE REST-QUARSTAT-FILE
               WHEN 'BESDRVR '
                   CLOSE REST-BESDRVR-FILE
           END-EVALUATE.

       3100-WRITE-ONE-ROW.
                   MOVE WS-RW-IMAGE (WS-ROW-IDX)
                       TO AUTH-ROTATION-RECORD
                   WRITE AUTH-ROTATION-RECORD
               WHEN 'REGNOWN '
                   MOVE WS-RW-IMAGE (WS-ROW-IDX)
                       TO REGION-OWNER-RECORD
                   WRITE REGION-OWNER-RECORD
               WHEN 'QUARPOL '
                   MOVE WS-RW-IMAGE (WS-ROW-IDX)
                       TO QUARANTINE-POLICY-RECORD
                   WRITE QUARANTINE-POLICY-RECORD
               WHEN 'QUARSTAT'
                   MOVE WS-RW-IMAGE (WS-ROW-IDX)
                       TO QUARANTINE-STATE-RECORD
                   WRITE QUARANTINE-STATE-RECORD
               WHEN 'BESDRVR '
                   MOVE WS-RW-IMAGE (WS-ROW-IDX)
                       TO BES-DRIVER-RECORD
                   WRITE BES-DRIVER-RECORD
           END-EVALUATE.

       9000-TERMINATE.
