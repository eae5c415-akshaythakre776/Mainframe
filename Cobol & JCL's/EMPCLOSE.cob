      *    EXACTLY WHAT WAS COMPUTED HERE BEFORE.  A
      *    CLOSPARM.DAT PERIOD STILL OVERRIDES EITHER WAY.
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-CLOSE-PERIOD
           OPEN INPUT PARM-FILE
