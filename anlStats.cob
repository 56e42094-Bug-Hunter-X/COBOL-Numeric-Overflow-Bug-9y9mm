      *    VARIANCE RESULTS; AN OVERFLOW HERE IS DATA FAR OUTSIDE
      *    THE FEED'S DESIGN AND STOPS THE RUN.
       01  WS-STATS-CONTROLS.
           05  WS-ST-SUB               PIC 9(4) VALUE ZERO.
           05  WS-ST-FOUND-SUB         PIC 9(4) VALUE ZERO.

       01  WS-STATS-TABLE-AREA.
           05  WS-ST-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-MODE          PIC X(9).
               10  WS-ST-ACCOUNT       PIC X(4).
               10  WS-ST-COUNT         PIC 9(7).
           ADD 1 TO WS-TOTAL-RECORDS
           PERFORM 2250-FIND-STATS-ENTRY
           IF WS-ST-FOUND-SUB = ZERO
               IF WS-ST-ENTRY-COUNT >= 2000
                   DISPLAY "ANLSTATS: MORE THAN 2000 MODE/ACCOUNT "
                       "COMBINATIONS IN THE MONTH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
