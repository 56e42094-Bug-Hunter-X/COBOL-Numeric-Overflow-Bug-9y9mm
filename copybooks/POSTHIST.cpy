      *****************************************************************
      * POSTHIST - ROLLING POSTED-TRANSACTION HISTORY RECORD LAYOUT
      *
      * ONE RECORD PER DETAIL POSTED TO THE LEDGER EXTRACT, WRITTEN
      * BY BUGSOLUTION ALONGSIDE EACH EXTFILE RECORD AND BY
      * REJRECYCLE FOR EACH RCYEXT RECORD AT THE END OF A CLEAN PASS,
      * SUM MODE ONLY, AND FLAGGED WITH THE PASS THAT POSTED IT.
      * HOLDRLSE WRITES EACH RELEASED LARGE ITEM AS A SUPPLEMENTAL
      * ("R") POSTING THE SAME WAY, AT THE END OF A CLEAN RUN.  A
      * DETAIL WHOSE BRANCH, ACCOUNT CODE AND NUMBER PAIR MATCH A
      * RECORD POSTED ON AN EARLIER DATE WITHIN THE DUPLICATE WINDOW
      * IS REJECTED WITH REASON "DUPL" INSTEAD OF BEING POSTED A
      * SECOND TIME; A RECYCLED REJECT IS ALSO A DUPLICATE OF ANY
      * EARLIER RECYCLE POSTING OF THE SAME PAIR.
      * BUGSOLUTION CUTS RECORDS OLDER THAN THE WINDOW WHEN IT
      * STARTS EACH BUSINESS DATE, SO THE FILE ONLY EVER HOLDS THE
      * WINDOW.  A FULL EXTBACKOUT TAKES OFF THE BACKED-OUT DAY'S
      * MAIN-RUN ("M") RECORDS.
      *****************************************************************
       01  PH-POSTED-RECORD.
           05  PH-POSTED-DATE           PIC 9(8).
           05  PH-BRANCH-ID             PIC X(2).
           05  PH-ACCOUNT-CODE          PIC X(4).
           05  PH-NUMBER-1              PIC S9(5) SIGN IS TRAILING
                                         SEPARATE.
           05  PH-NUMBER-2              PIC S9(5) SIGN IS TRAILING
                                         SEPARATE.
           05  PH-SOURCE                PIC X.
               88  PH-FROM-MAIN-RUN              VALUE "M".
               88  PH-FROM-RECYCLE               VALUE "R".
           05  PH-FILLER                PIC X(9).
