      *****************************************************************
      * GLJRNL - GENERAL LEDGER JOURNAL RECORD LAYOUT
      *
      * WRITTEN BY GLJOURNAL TO GLJRNL FOR A BUSINESS DATE: ONE "H"
      * HEADER, THEN ONE BALANCED ENTRY PER ACCOUNT PER BRANCH MADE
      * UP OF "D" LINES, THEN ONE "T" TRAILER.  EACH ENTRY CARRIES
      * THE ACCOUNT'S DEBIT MOVEMENT AND CREDIT MOVEMENT AS SEPARATE
      * LINES AGAINST ITS GL ACCOUNT, AND A SINGLE LINE TO THE CONTRA
      * ACCOUNT FOR THE NET, SO EVERY ENTRY - AND THE JOURNAL - HAS
      * DEBITS EQUAL TO CREDITS.  THE TRAILER CARRIES THE COUNTS AND
      * BOTH SIDES' TOTALS FOR THE LEDGER LOAD TO PROVE AGAINST.
      *****************************************************************
       01  GJ-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE           PIC X.
               88  GJ-HEADER-REC                 VALUE "H".
               88  GJ-LINE-REC                   VALUE "D".
               88  GJ-TRAILER-REC                VALUE "T".
           05  GJ-BUSINESS-DATE         PIC 9(8).
           05  GJ-DETAIL-AREA           PIC X(71).
           05  GJ-HEADER-DETAIL REDEFINES GJ-DETAIL-AREA.
               10  GJ-H-SOURCE          PIC X(8).
               10  GJ-H-CREATED-DATE    PIC 9(8).
               10  GJ-H-CREATED-TIME    PIC 9(6).
               10  FILLER               PIC X(49).
           05  GJ-LINE-DETAIL REDEFINES GJ-DETAIL-AREA.
               10  GJ-ENTRY-NUMBER      PIC 9(5).
               10  GJ-LINE-NUMBER       PIC 9(1).
               10  GJ-BRANCH-ID         PIC X(2).
               10  GJ-ACCOUNT-CODE      PIC X(4).
               10  GJ-GL-ACCOUNT        PIC X(10).
               10  GJ-COST-CENTER       PIC X(6).
               10  GJ-DEBIT-CREDIT      PIC X.
                   88  GJ-DEBIT                  VALUE "D".
                   88  GJ-CREDIT                 VALUE "C".
               10  GJ-AMOUNT            PIC 9(11).
               10  GJ-LINE-TYPE         PIC X(4).
                   88  GJ-DEBIT-MOVEMENT         VALUE "DRMV".
                   88  GJ-CREDIT-MOVEMENT        VALUE "CRMV".
                   88  GJ-CONTRA-OFFSET          VALUE "CNTR".
               10  FILLER               PIC X(27).
           05  GJ-TRAILER-DETAIL REDEFINES GJ-DETAIL-AREA.
               10  GJ-T-ENTRY-COUNT     PIC 9(5).
               10  GJ-T-LINE-COUNT      PIC 9(7).
               10  GJ-T-DEBIT-TOTAL     PIC 9(13).
               10  GJ-T-CREDIT-TOTAL    PIC 9(13).
               10  FILLER               PIC X(33).
