      * NORMAL OR ABNORMAL: WHAT RAN, IN WHAT MODE, WHETHER IT PICKED
      * UP A CHECKPOINT RESTART AND FROM WHERE, WHAT IT COUNTED, AND
      * THE FINAL RETURN CODE.  AUDREPORT SUMMARIZES THIS FILE FOR
      * THE MONTH-END OPERATIONS REVIEW.  PERIOD CLOSES ("PERCLOSE")
      * AND REOPENS ("REOPEN") ARE LOGGED HERE TOO, DATED THE PERIOD
      * END AND CARRYING THE AUTHORISING FINANCE ID; THEY ARE NOT
      * RUNS AND AUDREPORT LEAVES THEM OUT OF ITS RUN STATISTICS.
      *****************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-RUN-DATE              PIC 9(8).
           05  AU-START-TIME            PIC 9(6).
           05  AU-END-TIME              PIC 9(6).
           05  AU-MODE-NAME             PIC X(9).
               88  AU-PERIOD-EVENT               VALUE "PERCLOSE"
                                                       "REOPEN".
           05  AU-TERM-STATUS           PIC X.
               88  AU-NORMAL-TERM                VALUE "C".
               88  AU-ABNORMAL-TERM              VALUE "A".
           05  AU-CREDIT-TOTAL          PIC 9(9).
           05  AU-RETURN-CODE           PIC 9(2).
           05  AU-FILLER                PIC X(10).
           05  AU-EVENT-DETAIL REDEFINES AU-FILLER.
               10  AU-AUTHORISED-BY     PIC X(8).
               10  FILLER               PIC X(2).
