           IF RL-RUN-DATE NOT NUMERIC
                   OR RL-INPUT-RECORD-NUMBER NOT NUMERIC
                   OR (NOT RL-REJECTED AND NOT RL-RECYCLED
                       AND NOT RL-REREJECTED AND NOT RL-WRITTEN-OFF
                       AND NOT RL-CORRECTED)
               DISPLAY "REJAGING: MALFORMED REJLEDGR RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
                   TO WS-LG-RECORD-NUMBER(WS-LG-FOUND-SUB)
               MOVE SPACES TO WS-LG-REASON(WS-LG-FOUND-SUB)
               MOVE ZERO TO WS-LG-PASS-COUNT(WS-LG-FOUND-SUB)
               MOVE "R" TO WS-LG-DISPOSITION(WS-LG-FOUND-SUB)
           END-IF
      *    A CORRECTION EVENT LEAVES THE REJECT OPEN UNDER ITS
      *    EXISTING DISPOSITION UNTIL THE RECYCLE PASS POSTS ITS
      *    OUTCOME.
           IF NOT RL-CORRECTED
               MOVE RL-DISPOSITION
                   TO WS-LG-DISPOSITION(WS-LG-FOUND-SUB)
           END-IF
           IF RL-REJECTED OR RL-REREJECTED
               ADD 1 TO WS-LG-PASS-COUNT(WS-LG-FOUND-SUB)
               MOVE RL-REASON-CODE TO WS-LG-REASON(WS-LG-FOUND-SUB)
