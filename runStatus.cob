      * STSPRT: NOT RUN, STARTED (IN FLIGHT OR DIED WITHOUT A
      * STAMP), COMPLETED, OR ABORTED, WITH THE TIME OF THE LATEST
      * STAMP.  AN ADVISORY LINE NAMES THE NEXT STEP OF THE MAIN
      * CHAIN (BUGSOLUTION, EXTVERIFY, CTLTREND, EODPROOF) THAT IS
      * SAFE TO RUN, AND THE SAME ADVISORY GOES TO THE CONSOLE SO THE
      * OVERNIGHT OPERATOR SEES IT WITHOUT PULLING THE REPORT.  THE
      * DAY IS ONLY SHOWN AS SAFE TO CLOSE ONCE THE END-OF-DAY
      * BALANCING PROOF HAS COMPLETED IN BALANCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  END-OF-FILE                  VALUE "Y".

      *    THE PIPELINE TABLE IS PRINTED IN CHAIN ORDER; THE FIRST
      *    FOUR ENTRIES ARE THE MAIN CHAIN, THE REST ARE RUN AD HOC
      *    AND ONLY REPORTED.
       01  WS-PIPELINE-CONTROLS.
           05  WS-PL-SUB               PIC 9(2) VALUE ZERO.
           05  WS-PL-COUNT             PIC 9(2) VALUE 9.
           05  WS-MAIN-CHAIN-COUNT     PIC 9(2) VALUE 4.
           05  WS-NEXT-STEP-SUB        PIC 9(2) VALUE ZERO.

       01  WS-PIPELINE-TABLE-VALUES.
                                        VALUE "EXTVERIFY".
           05  FILLER                  PIC X(12)
                                        VALUE "CTLTREND".
           05  FILLER                  PIC X(12)
                                        VALUE "EODPROOF".
           05  FILLER                  PIC X(12)
                                        VALUE "REJRECYCLE".
           05  FILLER                  PIC X(12)
                                        VALUE "EXTBACKOUT".
           05  FILLER                  PIC X(12)
                                        VALUE "HOLDRLSE".
           05  FILLER                  PIC X(12)
                                        VALUE "GLJOURNAL".
           05  FILLER                  PIC X(12)
                                        VALUE "ACCRUAL".
       01  WS-PIPELINE-NAME-TABLE REDEFINES
               WS-PIPELINE-TABLE-VALUES.
           05  WS-PL-NAME OCCURS 9 TIMES
                                       PIC X(12).

       01  WS-PIPELINE-STATE-TABLE.
           05  WS-PL-STATE-ENTRY OCCURS 9 TIMES.
               10  WS-PL-STATUS        PIC X.
               10  WS-PL-TIME          PIC 9(6).

           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NEXT-STEP-SUB = ZERO
                   MOVE "MAIN CHAIN COMPLETE AND PROVED - SAFE TO CLOSE"
                       TO WS-AL-TEXT
               WHEN WS-PL-STATUS(WS-NEXT-STEP-SUB) = "S"
                   MOVE SPACES TO WS-AL-TEXT
