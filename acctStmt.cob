       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
           05  WS-GT-CLOSING           PIC S9(12) VALUE ZERO.

       01  WS-CONTROL-ACCOUNT-CONTROLS.
           05  WS-CA-SUB               PIC 9(4) VALUE ZERO.

       01  WS-CTL-ACCOUNT-TABLE.
           05  WS-CA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-ACCOUNT-CODE  PIC X(4).
               10  WS-CA-RECORD-COUNT  PIC 9(7).
               10  WS-CA-TOTAL         PIC S9(11).
               CONTINUE
           END-PERFORM
           IF WS-CA-SUB > WS-CA-ENTRY-COUNT
               IF WS-CA-ENTRY-COUNT >= 2000
                   DISPLAY "ACCTSTMT: CONTROL ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
