      * REJECT PASSES THROUGH: BUGSOLUTION POSTS "R" WHEN IT WRITES
      * THE REJECT TO EXCPFILE, REJRECYCLE POSTS "C" WHEN A REPAIRED
      * RECORD RECYCLES CLEAN OR "J" WHEN IT RE-REJECTS TO RCYEXCP,
      * REJAGING POSTS "W" FROM AN OPERATOR WRITE-OFF CARD, AND
      * HOLDRLSE POSTS "R" WHEN A SUPERVISOR DECLINES A HELD ITEM.
      * REJCORR POSTS "E" WHEN IT WRITES A CORRECTED REJECT TO RCYFILE;
      * A CORRECTION EVENT RECORDS THE REPAIR BUT DOES NOT CHANGE THE
      * REJECT'S DISPOSITION.  THE FILE IS AN EVENT LOG KEYED BY
      * ORIGINAL RUN DATE, BRANCH AND INPUT RECORD NUMBER: THE LATEST
      * RECORD FOR A KEY OTHER THAN AN "E" IS THE REJECT'S CURRENT
      * DISPOSITION, AND THE COUNT OF "R" AND "J" RECORDS FOR A KEY
      * IS ITS PASS COUNT.  REJAGING READS THIS
      * FILE TO AGE EVERY REJECT STILL WITHOUT A FINAL DISPOSITION.
      *****************************************************************
       01  RL-LEDGER-RECORD.
               88  RL-RECYCLED                   VALUE "C".
               88  RL-REREJECTED                 VALUE "J".
               88  RL-WRITTEN-OFF                VALUE "W".
               88  RL-CORRECTED                  VALUE "E".
           05  RL-REASON-CODE           PIC X(4).
           05  RL-ACTIVITY-DATE         PIC 9(8).
           05  RL-FILLER                PIC X(10).
