      *****************************************************************
      * MNTPEND - PENDING MAINTENANCE CARD RECORD LAYOUT
      *
      * ONE RECORD PER MAINTENANCE CARD AWAITING A SECOND OPERATOR'S
      * APPROVAL.  ACCTMAINT KEEPS ITS PENDING ACTMNT CARDS ON ACTPEND,
      * HOLLOAD ITS PENDING HOLCRDS CARDS ON HOLPEND AND LIMMAINT ITS
      * PENDING LIMMNT CARDS ON LIMPEND, EACH CARD IMAGE CARRIED
      * UNCHANGED WITH THE SUBMITTING (MAKER) OPERATOR AND THE DATE
      * AND TIME IT WAS SUBMITTED.  A CARD LEAVES THE FILE WHEN IT
      * IS APPROVED, CANCELLED, OR EXPIRES UNAPPROVED;
      * EACH RUN REWRITES THE FILE WITH ONLY THE CARDS STILL PENDING.
      *****************************************************************
       01  PM-PENDING-RECORD.
           05  PM-SUBMIT-DATE           PIC 9(8).
           05  PM-SUBMIT-TIME           PIC 9(6).
           05  PM-MAKER-ID              PIC X(8).
           05  PM-CARD-IMAGE            PIC X(80).
           05  PM-FILLER                PIC X(10).
