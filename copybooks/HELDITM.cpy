      *****************************************************************
      * HELDITM - LARGE-ITEM HOLD QUEUE RECORD LAYOUT
      *
      * ONE RECORD APPENDED TO HOLDQUE BY A SUM-MODE BUGSOLUTION RUN
      * FOR EVERY DETAIL THAT BREACHED A LIMIT ON ACCTLIM, CARRYING
      * THE ORIGINAL TRAN-RECORD IMAGE UNDER THE SAME KEY A REJECT
      * CARRIES (BUSINESS DATE, BRANCH AND INPUT RECORD NUMBER).  A
      * HELD ITEM IS NEITHER POSTED NOR REJECTED: IT WAITS ON THE
      * QUEUE UNTIL A SUPERVISOR CARD TO HOLDRLSE APPROVES IT ONTO
      * THE SUPPLEMENTAL FEED (HLDEXT/HLDCTL) OR DECLINES IT TO THE
      * REJECT LEDGER.  HOLDRLSE REWRITES THE QUEUE WITH ONLY THE
      * ITEMS STILL PENDING.
      *****************************************************************
       01  HI-HELD-RECORD.
           05  HI-RUN-DATE              PIC 9(8).
           05  HI-BRANCH-ID             PIC X(2).
           05  HI-INPUT-RECORD-NUMBER   PIC 9(7).
           05  HI-BREACH-CODE           PIC X(4).
               88  HI-SINGLE-BREACH              VALUE "SNGL".
               88  HI-DAILY-BREACH               VALUE "DALY".
           05  HI-ITEM-AMOUNT           PIC 9(6).
           05  HI-LIMIT-AMOUNT          PIC 9(9).
           05  HI-TRAN-IMAGE            PIC X(80).
           05  HI-FILLER                PIC X(10).
