      * WRITTEN BY BUGSOLUTION TO EXCPFILE, ONE RECORD PER REJECTED
      * TRANSACTION, CARRYING THE ORIGINAL TRAN-RECORD IMAGE SO THE
      * REPAIRED RECORD CAN BE RECYCLED THROUGH REJRECYCLE WITHOUT
      * RE-KEYING.  OPERATIONS KEYS CORRECTION CARDS TO REJCORR, WHICH
      * REWRITES RJ-TRAN-IMAGE AND BUILDS RCYFILE FOR REJRECYCLE FROM
      * THE CORRECTED REJECTS ONLY.  A "DUPL" REJECT MATCHED A DETAIL
      * ALREADY POSTED WITHIN THE DUPLICATE WINDOW (SEE POSTHIST); IT
      * RECYCLES ONLY UNDER AN OPERATOR DUPLICATE-RELEASE CARD.  A
      * "DECL" REJECT IS A LARGE ITEM A SUPERVISOR DECLINED OFF THE
      * HOLD QUEUE; HOLDRLSE WRITES IT TO HLDEXCP IN THIS LAYOUT, AND
      * NEITHER REJCORR NOR REJRECYCLE WILL PUT IT BACK THROUGH.  A
      * "LIMT" REJECT IS A REPAIRED REJECT REJRECYCLE FOUND OVER ITS
      * ACCOUNT'S LIMIT ON ACCTLIM; IT POSTS ONLY ONCE THE LIMIT HAS
      * BEEN CHANGED THROUGH LIMMAINT'S DUAL CONTROL.
      *****************************************************************
       01  RJ-REJECT-RECORD.
           05  RJ-REASON-CODE           PIC X(4).
               88  RJ-NOT-NUMERIC                VALUE "NNUM".
               88  RJ-OVERFLOW                   VALUE "OVFL".
               88  RJ-BAD-ACCOUNT                VALUE "ACCT".
               88  RJ-DUPLICATE                  VALUE "DUPL".
               88  RJ-LIMIT-DECLINED             VALUE "DECL".
               88  RJ-OVER-LIMIT                 VALUE "LIMT".
           05  RJ-BRANCH-ID             PIC X(2).
           05  RJ-INPUT-RECORD-NUMBER   PIC 9(7).
           05  RJ-RUN-DATE              PIC 9(8).
