      *               ARE WILDCARDS).  FAILURES GO TO THE SECURITY-
      *               VIOLATION REPORT (RETAINED AS AUDIT EVIDENCE),
      *               DISTINCT FROM THE ORDINARY EDIT REJECTS, AND
      *               RAISE A SEVERITY-1 COMMON EXCEPTION.  EACH
      *               VIOLATION LINE (SECVIOL.CPY) CARRIES THE IMS TRAN
      *               AND THE TIME OF THE REFUSAL SO THE NIGHTLY
      *               SECURITY EVENT FEED (IVPSIEM) CAN READ IT BACK.
      *
      *               VALID IVP-TYPE VALUES:
      *                   'S' - SINGLE REQUEST/REPLY ROUND TRIP
       01  WS-AUTH-SWITCH           PIC X(1).
           88  WS-USER-AUTHORIZED            VALUE 'Y'.

       COPY SECVIOL.

       01  WS-REJECT-DETAIL.
           05  WS-REJ-IVP-ID            PIC X(8).
           END-IF.

       2500-WRITE-SEC-VIOLATION.
           MOVE IVP-USERID OF WS-IVP-FIELDS-WORK   TO SECV-USERID
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK       TO SECV-IVP-ID
           MOVE IVP-BES-NAME OF WS-IVP-FIELDS-WORK TO SECV-BES-NAME
           MOVE IVP-TYPE OF WS-IVP-FIELDS-WORK     TO SECV-TYPE
           MOVE IVP-BES-TRAN-ID OF WS-IVP-FIELDS-WORK
               TO SECV-TRAN-ID
           MOVE WS-RAISED-DATE-X     TO SECV-RAISED-DATE
           MOVE WS-RAISED-TIME       TO SECV-RAISED-TIME
           WRITE SEC-VIOLATION-LINE FROM SEC-VIOLATION-DETAIL
           MOVE SPACES TO IVP-EXCEPTION-RECORD
           MOVE 'IVPEDIT'            TO EXCP-SOURCE-PGM
           MOVE IVP-ID OF WS-IVP-FIELDS-WORK TO EXCP-IVP-ID
