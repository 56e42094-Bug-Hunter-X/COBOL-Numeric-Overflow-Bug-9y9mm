      *****************************************************************
      * ACRHIST - DAILY ACCRUAL HISTORY RECORD LAYOUT
      *
      * ONE RECORD APPENDED BY ACCRUAL FOR EVERY BUSINESS DATE IT HAS
      * ACCRUED, WRITTEN ONLY AFTER THE ACCRUAL HAS BEEN ROLLED INTO
      * BOTH ACTBAL AND BALMSTR.  THE LATEST AH-ACCRUAL-DATE IS THE
      * DATE THE NEXT ACCRUAL COUNTS ITS CALENDAR DAYS FROM, AND A
      * DATE ALREADY ON THIS FILE IS NEVER ACCRUED AGAIN.
      *****************************************************************
       01  AH-HISTORY-RECORD.
           05  AH-ACCRUAL-DATE          PIC 9(8).
           05  AH-DAYS-ACCRUED          PIC 9(3).
           05  AH-ACCOUNT-COUNT         PIC 9(7).
           05  AH-EXTRACT-COUNT         PIC 9(7).
           05  AH-CREDIT-INTEREST       PIC 9(11).
           05  AH-DEBIT-INTEREST        PIC 9(11).
           05  AH-FEE-TOTAL             PIC 9(11).
           05  AH-NET-ACCRUAL           PIC S9(11) SIGN IS TRAILING
                                         SEPARATE.
           05  AH-RUN-TIME              PIC 9(6).
           05  AH-FILLER                PIC X(10).
