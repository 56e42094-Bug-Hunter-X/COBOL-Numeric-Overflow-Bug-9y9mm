      *****************************************************************
      * COAMAP - CHART-OF-ACCOUNTS MAPPING RECORD LAYOUT
      *
      * ONE RECORD PER ACCOUNT CODE GIVING THE GENERAL LEDGER ACCOUNT
      * ITS MOVEMENT POSTS TO, THE COST CENTER IT IS BOOKED UNDER, AND
      * THE CONTRA (OFFSET) ACCOUNT THAT TAKES THE OTHER SIDE OF EACH
      * JOURNAL ENTRY.  GLJOURNAL TRANSLATES THE DAY'S EXTRACT INTO
      * BALANCED JOURNAL ENTRIES THROUGH THIS FILE AND REFUSES TO
      * RELEASE A JOURNAL WHILE ANY ACCOUNT POSTED IS UNMAPPED.
      * MAINTAINED BY COAMAINT ONLY - DO NOT EDIT THIS FILE BY HAND.
      *****************************************************************
       01  CM-MAP-RECORD.
           05  CM-ACCOUNT-CODE          PIC X(4).
           05  CM-GL-ACCOUNT            PIC X(10).
           05  CM-COST-CENTER           PIC X(6).
           05  CM-CONTRA-ACCOUNT        PIC X(10).
           05  CM-LAST-CHANGED-DATE     PIC 9(8).
           05  CM-FILLER                PIC X(10).
