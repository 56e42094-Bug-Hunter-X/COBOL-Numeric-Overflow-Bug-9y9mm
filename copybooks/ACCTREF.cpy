      * ACCTREF - ACCOUNT REFERENCE MASTER RECORD LAYOUT
      *
      * ONE RECORD PER ACCOUNT CODE THE CAPTURE SYSTEM IS ALLOWED TO
      * SEND, HELD ON AN INDEXED FILE KEYED ON AR-ACCOUNT-CODE.
      * BUGSOLUTION AND REJRECYCLE READ IT BY ACCOUNT CODE AND REJECT
      * ANY TRANSACTION WHOSE ACCOUNT CODE IS NOT ON FILE OR IS
      * CLOSED, SO A MIS-KEYED CODE CANNOT CREATE A NEW ACCOUNT LINE
      * IN THE SUBTOTALS, THE CONTROL FILE, OR THE LEDGER EXTRACT.
      * MAINTAINED BY ACCTMAINT ONLY - DO NOT EDIT THIS FILE BY HAND.
      * ACCTCONV BUILT THE INDEXED FILE FROM THE SEQUENTIAL MASTER
      * AT CUTOVER.
      *****************************************************************
       01  AR-ACCOUNT-RECORD.
           05  AR-ACCOUNT-CODE          PIC X(4).
