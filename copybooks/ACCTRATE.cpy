      *****************************************************************
      * ACCTRATE - INTEREST AND FEE RATE TABLE RECORD LAYOUT
      *
      * ONE RECORD PER ACCOUNT CODE THAT CARRIES ITS OWN TERMS, PLUS
      * AN OPTIONAL DEFAULT RECORD KEYED "****" THAT APPLIES TO EVERY
      * ACCOUNT WITHOUT ONE.  THE RATES ARE DAILY FRACTIONS OF THE
      * BALANCE (0.000136986 IS 5 PERCENT A YEAR OVER 365 DAYS):
      * RT-CREDIT-RATE IS PAID ON A CREDIT (POSITIVE) BALANCE AND
      * RT-DEBIT-RATE IS CHARGED ON A DEBIT (NEGATIVE) BALANCE.
      * RT-MONTHLY-FEE IS CHARGED ONCE A CALENDAR MONTH, ON THE FIRST
      * ACCRUAL OF THE MONTH.  ACCRUAL READS THIS FILE EVERY DAY.
      * MAINTAINED BY RATEMAINT ONLY - DO NOT EDIT THIS FILE BY HAND.
      *****************************************************************
       01  RT-RATE-RECORD.
           05  RT-ACCOUNT-CODE          PIC X(4).
               88  RT-DEFAULT-RATE               VALUE "****".
           05  RT-CREDIT-RATE           PIC 9V9(9).
           05  RT-DEBIT-RATE            PIC 9V9(9).
           05  RT-MONTHLY-FEE           PIC 9(7).
           05  RT-LAST-CHANGED-DATE     PIC 9(8).
           05  RT-FILLER                PIC X(10).
