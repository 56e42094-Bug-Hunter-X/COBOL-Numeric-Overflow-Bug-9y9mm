      *****************************************************************
      * PERCTL - ACCOUNTING PERIOD CONTROL RECORD LAYOUT
      *
      * ONE RECORD APPENDED TO PERIODCTL EACH TIME A MONTH-END PERIOD
      * IS CLOSED BY PERCLOSE OR REOPENED UNDER A FINANCE-AUTHORISED
      * REOPEN CARD.  THE FILE IS AN EVENT LOG: THE LATEST RECORD FOR
      * A PERIOD IS ITS CURRENT STATE, AND A PERIOD WITH NO RECORD
      * HAS NEVER BEEN CLOSED.  BUGSOLUTION, REJRECYCLE AND
      * EXTBACKOUT REFUSE TO POST OR REVERSE A DATE WHOSE PERIOD IS
      * CLOSED.  WRITTEN ONLY BY THOSE PROGRAMS AND PERCLOSE - DO NOT
      * EDIT THIS FILE BY HAND.
      *****************************************************************
       01  PC-PERIOD-CONTROL-RECORD.
           05  PC-PERIOD                PIC 9(6).
           05  PC-STATUS                PIC X.
               88  PC-CLOSED                     VALUE "C".
               88  PC-REOPENED                   VALUE "R".
           05  PC-PERIOD-END-DATE       PIC 9(8).
           05  PC-ACTION-DATE           PIC 9(8).
           05  PC-ACTION-TIME           PIC 9(6).
           05  PC-AUTHORISED-BY         PIC X(8).
           05  PC-PROGRAM-NAME          PIC X(12).
           05  PC-FILLER                PIC X(10).
