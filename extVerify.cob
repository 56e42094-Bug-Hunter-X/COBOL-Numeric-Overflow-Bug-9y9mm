           05  WS-CTL-GRAND-TOTAL      PIC S9(11) VALUE ZERO.

       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCT-SUB             PIC 9(4) VALUE ZERO.
           05  WS-XA-SCAN-SUB          PIC 9(4) VALUE ZERO.
           05  WS-XA-FOUND             PIC X VALUE "N".

       01  WS-EXT-ACCOUNT-TABLE.
           05  WS-XA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-XA-ENTRY OCCURS 2000 TIMES.
               10  WS-XA-ACCOUNT-CODE  PIC X(4).
               10  WS-XA-RECORD-COUNT  PIC 9(7).
               10  WS-XA-TOTAL         PIC S9(11).
               10  WS-XA-MATCHED       PIC X.

       01  WS-CTL-ACCOUNT-TABLE.
           05  WS-CA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-ACCOUNT-CODE  PIC X(4).
               10  WS-CA-RECORD-COUNT  PIC 9(7).
               10  WS-CA-TOTAL         PIC S9(11).
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-XA-ENTRY-COUNT
               IF WS-XA-ENTRY-COUNT >= 2000
                   DISPLAY "EXTVERIFY: ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-CA-ENTRY-COUNT
               IF WS-CA-ENTRY-COUNT >= 2000
                   DISPLAY "EXTVERIFY: CONTROL ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
