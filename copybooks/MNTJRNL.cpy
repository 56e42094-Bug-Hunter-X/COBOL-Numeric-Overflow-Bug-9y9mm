      *****************************************************************
      * MNTJRNL - MASTER FILE CHANGE JOURNAL RECORD LAYOUT
      *
      * ONE RECORD APPENDED TO MNTJRNL FOR EVERY CHANGE ACCTMAINT
      * APPLIES TO ACCTREF, HOLLOAD APPLIES TO HOLCAL OR LIMMAINT
      * APPLIES TO ACCTLIM, CARRYING THE RECORD IMAGE BEFORE AND
      * AFTER THE CHANGE, THE MAKER WHO SUBMITTED THE CARD AND WHEN,
      * THE CHECKER WHO APPROVED IT, AND THE DATE AND TIME IT WAS
      * APPLIED.  THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF
      * A DELETE ARE SPACES.  THE JOURNAL IS PERMANENT - IT IS ONLY
      * EVER OPENED EXTEND - AND JRNLINQ REPORTS FROM IT BY DATE
      * RANGE, ACCOUNT, HOLIDAY DATE OR LIMIT ACCOUNT.
      *****************************************************************
       01  MJ-JOURNAL-RECORD.
           05  MJ-JOURNAL-DATE          PIC 9(8).
           05  MJ-JOURNAL-TIME          PIC 9(6).
           05  MJ-FILE-NAME             PIC X(8).
               88  MJ-ACCOUNT-CHANGE             VALUE "ACCTREF".
               88  MJ-HOLIDAY-CHANGE             VALUE "HOLCAL".
               88  MJ-LIMIT-CHANGE               VALUE "ACCTLIM".
           05  MJ-ACTION                PIC X(6).
           05  MJ-RECORD-KEY            PIC X(8).
           05  MJ-MAKER-ID              PIC X(8).
           05  MJ-SUBMIT-DATE           PIC 9(8).
           05  MJ-SUBMIT-TIME           PIC 9(6).
           05  MJ-CHECKER-ID            PIC X(8).
           05  MJ-BEFORE-IMAGE          PIC X(61).
           05  MJ-BEFORE-ACCOUNT REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-BA-ACCOUNT-CODE   PIC X(4).
               10  MJ-BA-DESCRIPTION    PIC X(30).
               10  MJ-BA-STATUS         PIC X.
               10  MJ-BA-OPEN-DATE      PIC X(8).
               10  MJ-BA-CLOSE-DATE     PIC X(8).
               10  FILLER               PIC X(10).
           05  MJ-BEFORE-HOLIDAY REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-BH-HOLIDAY-DATE   PIC X(8).
               10  MJ-BH-DESCRIPTION    PIC X(30).
               10  FILLER               PIC X(23).
           05  MJ-BEFORE-LIMIT REDEFINES MJ-BEFORE-IMAGE.
               10  MJ-BL-ACCOUNT-CODE   PIC X(4).
               10  MJ-BL-SINGLE-LIMIT   PIC X(9).
               10  MJ-BL-DAILY-LIMIT    PIC X(9).
               10  MJ-BL-CHANGED-DATE   PIC X(8).
               10  FILLER               PIC X(31).
           05  MJ-AFTER-IMAGE           PIC X(61).
           05  MJ-AFTER-ACCOUNT REDEFINES MJ-AFTER-IMAGE.
               10  MJ-AA-ACCOUNT-CODE   PIC X(4).
               10  MJ-AA-DESCRIPTION    PIC X(30).
               10  MJ-AA-STATUS         PIC X.
               10  MJ-AA-OPEN-DATE      PIC X(8).
               10  MJ-AA-CLOSE-DATE     PIC X(8).
               10  FILLER               PIC X(10).
           05  MJ-AFTER-HOLIDAY REDEFINES MJ-AFTER-IMAGE.
               10  MJ-AH-HOLIDAY-DATE   PIC X(8).
               10  MJ-AH-DESCRIPTION    PIC X(30).
               10  FILLER               PIC X(23).
           05  MJ-AFTER-LIMIT REDEFINES MJ-AFTER-IMAGE.
               10  MJ-AL-ACCOUNT-CODE   PIC X(4).
               10  MJ-AL-SINGLE-LIMIT   PIC X(9).
               10  MJ-AL-DAILY-LIMIT    PIC X(9).
               10  MJ-AL-CHANGED-DATE   PIC X(8).
               10  FILLER               PIC X(31).
           05  MJ-FILLER                PIC X(10).
