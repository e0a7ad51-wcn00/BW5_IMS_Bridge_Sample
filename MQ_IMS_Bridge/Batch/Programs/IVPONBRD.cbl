           MOVE LK-APPLY-USERID     TO JRNL-APPLY-USERID
           MOVE WS-APPLY-DATE       TO JRNL-APPLY-DATE
           MOVE WS-APPLY-TIME       TO JRNL-APPLY-TIME
           MOVE 'IVPONBRD'          TO JRNL-APPLY-PGM
           MOVE WS-JRNL-ROW-KEY     TO JRNL-ROW-KEY
           MOVE SPACES              TO JRNL-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER-SAVE  TO JRNL-AFTER-IMAGE
