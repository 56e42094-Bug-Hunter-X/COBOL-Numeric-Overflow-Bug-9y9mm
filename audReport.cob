      * ABNORMAL TERMINATIONS, RECORDS READ/PROCESSED/REJECTED AND
      * THE REJECT RATE, WITH A PERIOD ROLL-UP LINE AT THE END.  THE
      * AUDIT FILE ARRIVES IN RUN ORDER, SO DATES GROUP NATURALLY.
      * PERIOD CLOSE AND REOPEN RECORDS ARE SKIPPED: THEY ARE NOT
      * RUNS, AND THEY ARE DATED THE PERIOD END BUT APPENDED DAYS
      * LATER, SO THEY WOULD ALSO SPLIT THE DATE GROUPS.
      ******************************************************************

       ENVIRONMENT DIVISION.
           PERFORM 2100-READ-AUDIT-RECORD.

       2000-PROCESS-AUDIT-RECORD.
           IF NOT AU-PERIOD-EVENT
               PERFORM 2050-ACCUMULATE-RUN
           END-IF
           PERFORM 2100-READ-AUDIT-RECORD.

       2050-ACCUMULATE-RUN.
           IF AU-RUN-DATE NOT = WS-DAY-DATE
               IF WS-DAY-RUNS > ZERO
                   PERFORM 2300-WRITE-DAY-LINE
           ADD AU-RECORDS-PROCESSED TO WS-DAY-PROCESSED
           ADD AU-RECORDS-PROCESSED TO WS-PD-PROCESSED
           ADD AU-RECORDS-REJECTED TO WS-DAY-REJECTED
           ADD AU-RECORDS-REJECTED TO WS-PD-REJECTED.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
