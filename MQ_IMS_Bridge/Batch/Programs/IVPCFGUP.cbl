           MOVE LK-APPLY-USERID   TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE     TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME     TO JRNL-APPLY-TIME
           MOVE 'IVPCFGUP'        TO JRNL-APPLY-PGM
           MOVE BESC-BES-NAME OF BES-CONFIG-RECORD
                                  TO JRNL-ROW-KEY
           MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE LK-APPLY-USERID   TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE     TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME     TO JRNL-APPLY-TIME
           MOVE 'IVPCFGUP'        TO JRNL-APPLY-PGM
           MOVE BESC-BES-NAME OF BES-CONFIG-RECORD
                                  TO JRNL-ROW-KEY
           MOVE SPACES            TO JRNL-BEFORE-IMAGE
           MOVE LK-APPLY-USERID   TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE     TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME     TO JRNL-APPLY-TIME
           MOVE 'IVPCFGUP'        TO JRNL-APPLY-PGM
           MOVE BESC-BES-NAME OF BES-CONFIG-RECORD
                                  TO JRNL-ROW-KEY
           MOVE SPACES            TO JRNL-BEFORE-IMAGE
