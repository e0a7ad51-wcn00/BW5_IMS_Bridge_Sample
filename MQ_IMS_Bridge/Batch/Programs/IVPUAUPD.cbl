           MOVE LK-APPLY-USERID   TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE     TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME     TO JRNL-APPLY-TIME
           MOVE 'IVPUAUPD'        TO JRNL-APPLY-PGM
           MOVE UATH-USERID OF USER-AUTH-RECORD   TO WS-JK-USERID
           MOVE UATH-BES-NAME OF USER-AUTH-RECORD TO WS-JK-BES-NAME
           MOVE UATH-IVP-TYPE OF USER-AUTH-RECORD TO WS-JK-IVP-TYPE
           MOVE LK-APPLY-USERID   TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE     TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME     TO JRNL-APPLY-TIME
           MOVE 'IVPUAUPD'        TO JRNL-APPLY-PGM
           MOVE UATH-USERID OF USER-AUTH-RECORD   TO WS-JK-USERID
           MOVE UATH-BES-NAME OF USER-AUTH-RECORD TO WS-JK-BES-NAME
           MOVE UATH-IVP-TYPE OF USER-AUTH-RECORD TO WS-JK-IVP-TYPE
