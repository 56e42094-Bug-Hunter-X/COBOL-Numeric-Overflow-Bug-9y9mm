      * PRIOR BUSINESS DAY OR THE RUN REFUSES TO POST, SO A SKIPPED OR
      * DOUBLED RUN IS CAUGHT BEFORE IT REACHES THE LEDGER.  SEED THIS
      * FILE ONCE, WITH THE PRIOR BUSINESS DAY AND ZERO BALANCES,
      * BEFORE THE FIRST PRODUCTION RUN.  BM-LAST-MOVEMENT CARRIES THE
      * NET MOVEMENT ROLLED IN ON BM-LAST-POSTED-DATE SO EODPROOF CAN
      * PROVE THE MASTER AGAINST THAT DAY'S CTLFILE.  ACCRUAL ROLLS
      * THE DAY'S INTEREST AND FEES INTO THE CUMULATIVE FIGURES AND
      * LEAVES THE DATE AND THE LAST MOVEMENT AS BUGSOLUTION WROTE
      * THEM.
      *****************************************************************
       01  BM-BALANCE-RECORD.
           05  BM-LAST-POSTED-DATE      PIC 9(8).
           05  BM-CUMULATIVE-DEBITS     PIC 9(11).
           05  BM-CUMULATIVE-CREDITS    PIC 9(11).
           05  BM-FILLER                PIC X(10).
           05  BM-DAY-DETAIL REDEFINES BM-FILLER.
               10  BM-LAST-MOVEMENT     PIC S9(9) SIGN IS TRAILING
                                         SEPARATE.
