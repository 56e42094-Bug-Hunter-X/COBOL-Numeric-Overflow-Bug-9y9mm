      * FORWARD UNTOUCHED.  AN ABSENT OR EMPTY FILE IS A VALID FIRST
      * DAY - EVERY ACCOUNT OPENS AT ZERO.  ACCTSTMT PRINTS THE
      * ACCOUNT STATEMENTS FROM THIS FILE AND THE DAY'S CTLFILE.
      * AB-LAST-MOVEMENT CARRIES THE NET MOVEMENT POSTED ON
      * AB-LAST-POSTED-DATE, FOR EODPROOF'S CROSS-FOOT.  ACCRUAL
      * ROLLS EACH ACCOUNT'S INTEREST AND FEES INTO THE CUMULATIVE
      * FIGURES THE SAME WAY, LEAVING THE DATE AND LAST MOVEMENT.
      * HELD ON AN INDEXED FILE KEYED ON AB-ACCOUNT-CODE AND READ AND
      * REWRITTEN BY ACCOUNT CODE; ACCTCONV BUILT IT FROM THE
      * SEQUENTIAL SUBLEDGER AT CUTOVER.
      *****************************************************************
       01  AB-BALANCE-RECORD.
           05  AB-ACCOUNT-CODE          PIC X(4).
           05  AB-CUMULATIVE-DEBITS     PIC 9(11).
           05  AB-CUMULATIVE-CREDITS    PIC 9(11).
           05  AB-FILLER                PIC X(10).
           05  AB-DAY-DETAIL REDEFINES AB-FILLER.
               10  AB-LAST-MOVEMENT     PIC S9(9) SIGN IS TRAILING
                                         SEPARATE.
