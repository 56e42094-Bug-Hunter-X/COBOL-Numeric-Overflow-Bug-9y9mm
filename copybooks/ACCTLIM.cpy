      *****************************************************************
      * ACCTLIM - PER-ACCOUNT POSTING LIMIT RECORD LAYOUT
      *
      * ONE RECORD PER ACCOUNT CODE THAT CARRIES A LARGE-ITEM LIMIT.
      * THE ITEM AMOUNT IS THE GROSS MOVEMENT OF THE PAIR - THE SUM
      * OF THE MAGNITUDES OF BOTH NUMBERS.  A SUM-MODE BUGSOLUTION
      * RUN HOLDS ANY DETAIL WHOSE ITEM AMOUNT EXCEEDS AL-SINGLE-
      * LIMIT, OR WHOSE ITEM AMOUNT PLUS THE ACCOUNT'S GROSS MOVEMENT
      * ALREADY POSTED FOR THE BUSINESS DATE EXCEEDS AL-DAILY-LIMIT,
      * ON THE HELD-ITEMS QUEUE (HOLDQUE) INSTEAD OF POSTING IT.  A
      * ZERO LIMIT, OR AN ACCOUNT WITH NO RECORD, IS NOT LIMITED.
      * MAINTAINED BY LIMMAINT ONLY - DO NOT EDIT THIS FILE BY HAND.
      *****************************************************************
       01  AL-LIMIT-RECORD.
           05  AL-ACCOUNT-CODE          PIC X(4).
           05  AL-SINGLE-LIMIT          PIC 9(9).
           05  AL-DAILY-LIMIT           PIC 9(9).
           05  AL-LAST-CHANGED-DATE     PIC 9(8).
           05  AL-FILLER                PIC X(10).
