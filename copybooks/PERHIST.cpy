      *****************************************************************
      * PERHIST - PERIOD-END BALANCE SNAPSHOT RECORD LAYOUT
      *
      * APPENDED BY PERCLOSE WHEN A PERIOD IS CLOSED: ONE "M" RECORD
      * CARRYING THE BALANCE MASTER (BALMSTR) AS IT STOOD AT PERIOD
      * END, FOLLOWED BY ONE "A" RECORD PER ACCOUNT ON THE SUBLEDGER
      * (ACTBAL).  THE NEXT CLOSE TAKES ITS OPENING POSITIONS FROM
      * THE LATEST SNAPSHOT OF AN EARLIER PERIOD.  A PERIOD THAT IS
      * REOPENED AND CLOSED AGAIN GETS A FRESH SNAPSHOT AFTER THE
      * OLD ONE; THE LATER SET IS THE ONE THAT COUNTS.
      *****************************************************************
       01  PE-PERIOD-END-RECORD.
           05  PE-PERIOD                PIC 9(6).
           05  PE-RECORD-TYPE           PIC X.
               88  PE-MASTER-REC                 VALUE "M".
               88  PE-ACCOUNT-REC                VALUE "A".
           05  PE-ACCOUNT-CODE          PIC X(4).
           05  PE-LAST-POSTED-DATE      PIC 9(8).
           05  PE-CUMULATIVE-BALANCE    PIC S9(11) SIGN IS TRAILING
                                         SEPARATE.
           05  PE-CUMULATIVE-DEBITS     PIC 9(11).
           05  PE-CUMULATIVE-CREDITS    PIC 9(11).
           05  PE-SNAPSHOT-DATE         PIC 9(8).
           05  PE-FILLER                PIC X(10).
