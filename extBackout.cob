      * BALMSTR AND THE PER-ACCOUNT SUBLEDGER (ACTBAL) RETURN TO THE
      * PRIOR POSITION AND LAST-POSTED DATE, THE CONSUMED BATCH
      * NUMBERS ARE REOPENED ON BATCHLOG FOR THE BRANCHES IN THE
      * EXTRACT, AN OFFSETTING ENTRY GOES TO CTLHIST, THE DAY'S
      * MAIN-RUN POSTINGS ARE TAKEN OFF THE POSTED-TRANSACTION
      * HISTORY (POSTHIST) SO THEY NO LONGER RAISE DUPLICATES, AND
      * THE WHOLE REVERSAL IS RECORDED ON AUDFILE - SO THE CORRECTED
      * DAY CAN RE-RUN WITHOUT HAND-EDITING THREE FILES.  A FULL
      * BACKOUT REFUSES TO START UNLESS THE OPERATOR HAS CONFIRMED THE
      * DAY BEING BACKED OUT WITH A BKOCARD CARD
      *     CONFIRM-FULL-BACKOUT=YYYYMMDD
      * WHOSE DATE MATCHES BM-LAST-POSTED-DATE, AND ALL ROLLBACKS
      * ARE VALIDATED BEFORE THE FIRST MASTER FILE IS REWRITTEN.  A
      * DAY IN A MONTH-END PERIOD CLOSED ON PERIODCTL IS NOT BACKED
      * OUT UNLESS FINANCE HAS AUTHORISED A REOPEN ON BKOCARD:
      *     PERIOD-REOPEN=YYYYMM
      *     REOPEN-AUTHORISED-BY=XXXXXXXX
      * THE REOPEN IS RECORDED ON PERIODCTL AND AUDFILE.  ACCRUAL
      * ROLLS INTEREST AND FEES INTO ACTBAL AND BALMSTR, WHICH THIS
      * BACKOUT DOES NOT REVERSE, SO A FULL BACKOUT IS REFUSED WHILE
      * ACRHIST SHOWS THE DAY, OR ANY LATER DAY, AS ACCRUED.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-BALFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSFILE-STATUS.

           SELECT OPTIONAL ACCRUAL-HISTORY-FILE ASSIGN TO "ACRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY HOLCAL.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POSTHIST.

       FD  ACCRUAL-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ACRHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PHSFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACHFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CREDIT-TOTAL         PIC 9(11) VALUE ZERO.

       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCT-SUB             PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-AE-ACCOUNT-CODE  PIC X(4).
               10  WS-AE-RECORD-COUNT  PIC 9(7).
               10  WS-AE-TOTAL         PIC S9(9).
           05  WS-ROLLED-BALANCE       PIC S9(11) VALUE ZERO.
           05  WS-START-TIME           PIC 9(6) VALUE ZERO.

      *    THE BACKED-OUT DAY'S MONTH-END PERIOD, LOOKED UP ON
      *    PERIODCTL, WHOSE LATEST RECORD FOR A PERIOD IS ITS STATE.
       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD-TEST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REOPEN-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-REOPEN-AUTHORISED-BY PIC X(8) VALUE SPACES.

      *    THE SAME HOLIDAY CALENDAR BUGSOLUTION CONSULTS, SO THE
      *    ROLLED-BACK LAST-POSTED DATES LAND ON THE SAME PRIOR
      *    BUSINESS DAY THE CORRECTED RE-RUN WILL COMPUTE.  AN
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-AFFECTED-BRANCH-AREA.
           05  WS-AF-SUB               PIC 9(3) VALUE ZERO.
           05  WS-AF-COUNT             PIC 9(2) VALUE ZERO.
           05  WS-AF-BRANCH-ID OCCURS 99 TIMES
                                       PIC X(2).

       01  WS-BATCH-LOG-AREA.
           05  WS-BL-SUB               PIC 9(3) VALUE ZERO.
           05  WS-BL-COUNT             PIC 9(2) VALUE ZERO.
           05  WS-BL-ENTRY OCCURS 99 TIMES.
               10  WS-BL-BRANCH-ID     PIC X(2).
               10  WS-BL-LAST-BATCH    PIC 9(6).
               10  WS-BL-LAST-DATE     PIC 9(8).

      *    THE SUBLEDGER IS READ AND REWRITTEN BY ACCOUNT CODE FOR
      *    THE ACCOUNTS ON THE EXTRACT ONLY.  AN ABSENT OR EMPTY
      *    ACTBAL SKIPS THE SUBLEDGER ROLLBACK.
       01  WS-ACCOUNT-BALANCE-CONTROLS.
           05  WS-ACTBAL-SWITCH        PIC X VALUE "N".
               88  ACTBAL-HAS-ACCOUNTS          VALUE "Y".
           05  WS-RB-BALANCE           PIC S9(11) VALUE ZERO.

      *    THE POSTED-TRANSACTION HISTORY LESS THE BACKED-OUT DAY'S
      *    MAIN-RUN POSTINGS, LOADED WHILE THE ROLLBACK IS VALIDATED
      *    AND WRITTEN BACK AFTER THE SUBLEDGER IS ROLLED BACK.  THE
      *    RECYCLE AND HOLD-RELEASE POSTINGS ARE SUPPLEMENTAL FEEDS
      *    THIS BACKOUT DOES NOT REVERSE, SO THEY STAY.
       01  WS-POSTED-HISTORY-AREA.
           05  WS-PH-SUB               PIC 9(5) VALUE ZERO.
           05  WS-PH-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PH-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PH-ENTRY OCCURS 5000 TIMES.
               10  WS-PH-RECORD        PIC X(36).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               PERFORM 1200-READ-BALANCE-MASTER
               PERFORM 1250-COMPUTE-PRIOR-BUSINESS-DAY
               PERFORM 1150-VERIFY-CONFIRMATION
               PERFORM 1170-CHECK-PERIOD-OPEN
               PERFORM 1500-CHECK-ACCRUAL-HISTORY
               PERFORM 1300-LOAD-BATCH-LOG
               PERFORM 1400-CHECK-ACCOUNT-BALANCES
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTFILE-STATUS NOT = "00"
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "CONFIRM-FULL-BACKOUT"
                   IF WS-CARD-VALUE(1:8) NUMERIC
                           AND FUNCTION NUMVAL(WS-CARD-VALUE)
                               = WS-BACKOUT-DATE
                       SET BACKOUT-CONFIRMED TO TRUE
                   ELSE
                       DISPLAY "EXTBACKOUT: CONFIRMATION DATE '"
                           WS-CARD-VALUE "' DOES NOT MATCH BALANCE "
                           "MASTER LAST POSTED " WS-BACKOUT-DATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "PERIOD-REOPEN"
                   IF WS-CARD-VALUE(1:6) NOT NUMERIC
                           OR WS-CARD-VALUE(7:24) NOT = SPACES
                           OR WS-CARD-VALUE(5:2) < "01"
                           OR WS-CARD-VALUE(5:2) > "12"
                       PERFORM 1165-REJECT-CONFIRM-CARD
                   END-IF
                   MOVE WS-CARD-VALUE(1:6) TO WS-REOPEN-PERIOD
               WHEN "REOPEN-AUTHORISED-BY"
                   IF WS-CARD-VALUE = SPACES
                           OR WS-CARD-VALUE(9:22) NOT = SPACES
                       PERFORM 1165-REJECT-CONFIRM-CARD
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-CARD-VALUE)
                       TO WS-REOPEN-AUTHORISED-BY
               WHEN OTHER
                   PERFORM 1165-REJECT-CONFIRM-CARD
           END-EVALUATE.

       1165-REJECT-CONFIRM-CARD.
           DISPLAY "EXTBACKOUT: INVALID BKOCARD CARD '"
               CONFIRM-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1170-CHECK-PERIOD-OPEN.
      *    THE BACKOUT REVERSES THE BACKED-OUT DAY'S POSTINGS, SO
      *    THAT DAY'S PERIOD MUST BE OPEN - OR REOPENED HERE BY
      *    FINANCE - BEFORE ANY MASTER FILE IS TOUCHED.
           IF WS-REOPEN-PERIOD = ZERO
                   AND WS-REOPEN-AUTHORISED-BY NOT = SPACES
                   OR WS-REOPEN-PERIOD NOT = ZERO
                   AND WS-REOPEN-AUTHORISED-BY = SPACES
               DISPLAY "EXTBACKOUT: PERIOD-REOPEN AND "
                   "REOPEN-AUTHORISED-BY MUST BE GIVEN TOGETHER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BACKOUT-DATE(1:6) TO WS-PERIOD-TEST
           PERFORM 1175-READ-PERIOD-STATE
           IF PERIOD-IS-CLOSED
               IF WS-REOPEN-PERIOD NOT = WS-PERIOD-TEST
                   DISPLAY "EXTBACKOUT: PERIOD " WS-PERIOD-TEST
                       " IS CLOSED - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1185-REOPEN-PERIOD
           END-IF.

       1175-READ-PERIOD-STATE.
           MOVE SPACE TO WS-PERIOD-STATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "EXTBACKOUT: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PCTFILE-STATUS
           PERFORM UNTIL WS-PCTFILE-STATUS NOT = "00"
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-PCTFILE-STATUS
                   NOT AT END
                       PERFORM 1180-POST-PERIOD-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       1180-POST-PERIOD-RECORD.
           IF PC-PERIOD NOT NUMERIC
               DISPLAY "EXTBACKOUT: MALFORMED PERIODCTL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PERIOD = WS-PERIOD-TEST
               MOVE PC-STATUS TO WS-PERIOD-STATE
               MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF.

       1185-REOPEN-PERIOD.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "EXTBACKOUT: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-PERIOD-TEST TO PC-PERIOD
           SET PC-REOPENED TO TRUE
           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE
           MOVE WS-CURRENT-DATE-N TO PC-ACTION-DATE
           MOVE WS-TIME-WORK(1:6) TO PC-ACTION-TIME
           MOVE WS-REOPEN-AUTHORISED-BY TO PC-AUTHORISED-BY
           MOVE "EXTBACKOUT" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "EXTBACKOUT: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "EXTBACKOUT: PERIOD " WS-PERIOD-TEST
               " REOPENED, AUTHORISED BY " WS-REOPEN-AUTHORISED-BY
           PERFORM 1190-WRITE-REOPEN-AUDIT-RECORD.

       1190-WRITE-REOPEN-AUDIT-RECORD.
      *    THE REOPEN IS DATED THE PERIOD END, LIKE THE CLOSE IT
      *    UNDOES, AND LIKE EVERY AUDIT WRITE IT NEVER BLOCKS.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "EXTBACKOUT: UNABLE TO OPEN AUDFILE, "
                   "STATUS " WS-AUDFILE-STATUS
                   " - AUDIT RECORD NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-PERIOD-END-DATE TO AU-RUN-DATE
               MOVE WS-TIME-WORK(1:6) TO AU-START-TIME
               MOVE WS-TIME-WORK(1:6) TO AU-END-TIME
               MOVE "REOPEN" TO AU-MODE-NAME
               MOVE "C" TO AU-TERM-STATUS
               MOVE "N" TO AU-RESTART-FLAG
               MOVE ZERO TO AU-RESTART-POINT
               MOVE ZERO TO AU-RESTART-BRANCH
               MOVE ZERO TO AU-RECORDS-READ
               MOVE ZERO TO AU-RECORDS-PROCESSED
               MOVE ZERO TO AU-RECORDS-REJECTED
               MOVE ZERO TO AU-GRAND-TOTAL
               MOVE ZERO TO AU-DEBIT-TOTAL
               MOVE ZERO TO AU-CREDIT-TOTAL
               MOVE ZERO TO AU-RETURN-CODE
               MOVE SPACES TO AU-FILLER
               MOVE WS-REOPEN-AUTHORISED-BY TO AU-AUTHORISED-BY
               WRITE AU-AUDIT-RECORD
               IF WS-AUDFILE-STATUS NOT = "00"
                   DISPLAY "EXTBACKOUT: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       1200-READ-BALANCE-MASTER.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BL-COUNT >= 99
               DISPLAY "EXTBACKOUT: MORE THAN 99 BRANCHES ON "
                   "BATCHLOG"
               MOVE 16 TO RETURN-CODE
               STOP RUN
               TO WS-BL-LAST-BATCH(WS-BL-COUNT)
           MOVE BLG-LAST-BATCH-DATE TO WS-BL-LAST-DATE(WS-BL-COUNT).

       1400-CHECK-ACCOUNT-BALANCES.
      *    ONLY WHETHER THE SUBLEDGER HOLDS ANY ACCOUNT IS NEEDED
      *    HERE; THE ACCOUNTS THEMSELVES ARE READ BY KEY WHEN THE
      *    ROLLBACK IS VALIDATED.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           EVALUATE WS-ABLFILE-STATUS
               WHEN "00"
                   READ ACCOUNT-BALANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           SET ACTBAL-HAS-ACCOUNTS TO TRUE
                   END-READ
                   IF WS-ABLFILE-STATUS NOT = "00"
                           AND WS-ABLFILE-STATUS NOT = "10"
                       DISPLAY "EXTBACKOUT: UNABLE TO READ ACTBAL, "
                           "STATUS " WS-ABLFILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EXTBACKOUT: UNABLE TO OPEN ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE ACCOUNT-BALANCE-FILE.

       1450-READ-ACCOUNT-BALANCE.
           MOVE WS-AE-ACCOUNT-CODE(WS-ACCT-SUB) TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE KEY IS AB-ACCOUNT-CODE
               INVALID KEY
                   DISPLAY "EXTBACKOUT: ACCOUNT '"
                       WS-AE-ACCOUNT-CODE(WS-ACCT-SUB)
                       "' ON THE EXTRACT IS NOT ON ACTBAL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "EXTBACKOUT: UNABLE TO READ ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AB-LAST-POSTED-DATE NOT NUMERIC
                   OR AB-CUMULATIVE-BALANCE NOT NUMERIC
                   OR AB-CUMULATIVE-DEBITS NOT NUMERIC
                   "ACCOUNT '" AB-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-CHECK-ACCRUAL-HISTORY.
      *    AN ACCRUAL ALREADY ROLLED INTO ACTBAL AND BALMSTR FOR THE
      *    BACKED-OUT DAY OR LATER WOULD BE LEFT IN THE ROLLED-BACK
      *    POSITION, AND ACRHIST WOULD STOP THE DAY BEING ACCRUED
      *    AGAIN, SO THE BACKOUT IS REFUSED UNTIL THE ACCRUAL HAS BEEN
      *    TAKEN OFF BY RESTORING THOSE FILES.
           OPEN INPUT ACCRUAL-HISTORY-FILE
           IF WS-ACHFILE-STATUS NOT = "00"
                   AND WS-ACHFILE-STATUS NOT = "05"
               DISPLAY "EXTBACKOUT: UNABLE TO OPEN ACRHIST, "
                   "STATUS " WS-ACHFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-ACHFILE-STATUS
           PERFORM UNTIL WS-ACHFILE-STATUS NOT = "00"
               READ ACCRUAL-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-ACHFILE-STATUS
                   NOT AT END
                       PERFORM 1550-TEST-ACCRUAL-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-HISTORY-FILE.

       1550-TEST-ACCRUAL-RECORD.
           IF AH-ACCRUAL-DATE NOT NUMERIC
               DISPLAY "EXTBACKOUT: MALFORMED ACRHIST RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AH-ACCRUAL-DATE >= WS-BACKOUT-DATE
               DISPLAY "EXTBACKOUT: " WS-BACKOUT-DATE
                   " HAS BEEN ACCRUED (ACRHIST " AH-ACCRUAL-DATE
                   ") - FULL BACKOUT REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-REVERSE-EXTRACT-RECORD.
           ADD 1 TO WS-RECORD-COUNT
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
               IF WS-ACCT-ENTRY-COUNT >= 2000
                   DISPLAY "EXTBACKOUT: ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               CONTINUE
           END-PERFORM
           IF WS-AF-SUB > WS-AF-COUNT
               IF WS-AF-COUNT >= 99
                   DISPLAY "EXTBACKOUT: MORE THAN 99 BRANCHES ON "
                       "THE EXTRACT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               PERFORM 9180-VALIDATE-ROLLBACK
               PERFORM 9200-ROLL-BACK-BALANCE-MASTER
               PERFORM 9250-ROLL-BACK-ACCOUNT-BALANCES
               PERFORM 9270-REWRITE-POSTED-HISTORY
               PERFORM 9300-REOPEN-BATCH-LOG
               PERFORM 9400-WRITE-OFFSET-HISTORY
               PERFORM 9450-WRITE-AUDIT-RECORD
           PERFORM 9185-VALIDATE-BRANCH
               VARYING WS-AF-SUB FROM 1 BY 1
               UNTIL WS-AF-SUB > WS-AF-COUNT
           IF NOT ACTBAL-HAS-ACCOUNTS
               DISPLAY "EXTBACKOUT: ACTBAL IS ABSENT OR EMPTY - "
                   "SUBLEDGER ROLLBACK SKIPPED"
           ELSE
               OPEN INPUT ACCOUNT-BALANCE-FILE
               IF WS-ABLFILE-STATUS NOT = "00"
                   DISPLAY "EXTBACKOUT: UNABLE TO OPEN ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9190-VALIDATE-ACCOUNT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           PERFORM 9195-LOAD-POSTED-HISTORY.

       9185-VALIDATE-BRANCH.
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
           END-IF.

       9190-VALIDATE-ACCOUNT.
      *    THE ROLLED-BACK BALANCE IS PROVEN HERE, BEFORE ANY ACCOUNT
      *    IS REWRITTEN, SO AN OVERFLOW REFUSES THE ROLLBACK WITH
      *    ACTBAL UNTOUCHED.
           PERFORM 1450-READ-ACCOUNT-BALANCE
           IF WS-AE-DEBIT-TOTAL(WS-ACCT-SUB)
                   > AB-CUMULATIVE-DEBITS
                   OR WS-AE-CREDIT-TOTAL(WS-ACCT-SUB)
                       > AB-CUMULATIVE-CREDITS
               DISPLAY "EXTBACKOUT: ACCOUNT '"
                   WS-AE-ACCOUNT-CODE(WS-ACCT-SUB)
                   "' DEBITS/CREDITS EXCEED THE ACTBAL FIGURES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-RB-BALANCE =
               AB-CUMULATIVE-BALANCE - WS-AE-TOTAL(WS-ACCT-SUB)
               ON SIZE ERROR
                   PERFORM 9265-ABORT-ON-ACCOUNT-OVERFLOW
           END-COMPUTE.

       9195-LOAD-POSTED-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "EXTBACKOUT: UNABLE TO OPEN POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PHSFILE-STATUS
           PERFORM UNTIL WS-PHSFILE-STATUS NOT = "00"
               READ POSTED-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PHSFILE-STATUS
                   NOT AT END
                       PERFORM 9197-KEEP-POSTED-ENTRY
               END-READ
           END-PERFORM
           CLOSE POSTED-HISTORY-FILE.

       9197-KEEP-POSTED-ENTRY.
           IF PH-POSTED-DATE NOT NUMERIC
               DISPLAY "EXTBACKOUT: MALFORMED POSTHIST RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PH-FROM-MAIN-RUN AND PH-POSTED-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-PH-DROPPED-COUNT
           ELSE
               IF WS-PH-ENTRY-COUNT >= 5000
                   DISPLAY "EXTBACKOUT: MORE THAN 5000 POSTINGS ON "
                       "POSTHIST"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PH-ENTRY-COUNT
               MOVE PH-POSTED-RECORD TO WS-PH-RECORD(WS-PH-ENTRY-COUNT)
           END-IF.

       9200-ROLL-BACK-BALANCE-MASTER.
           CLOSE BALANCE-MASTER-FILE.

       9250-ROLL-BACK-ACCOUNT-BALANCES.
           IF NOT ACTBAL-HAS-ACCOUNTS
               CONTINUE
           ELSE
               OPEN I-O ACCOUNT-BALANCE-FILE
               IF WS-ABLFILE-STATUS NOT = "00"
                   DISPLAY "EXTBACKOUT: UNABLE TO UPDATE ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9260-ROLL-BACK-ONE-ACCOUNT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       9260-ROLL-BACK-ONE-ACCOUNT.
      *    AN ACCOUNT THAT LAST POSTED ON THE BACKED-OUT DAY DROPS
      *    BACK TO THE PRIOR BUSINESS DAY; AN ACCOUNT THE BAD DAY
      *    NEVER TOUCHED KEEPS ITS OWN LAST-POSTED DATE.  EVERY
      *    FIGURE WAS PROVEN IN 9190, SO THE SIZE ERRORS BELOW CANNOT
      *    FIRE UNLESS ACTBAL CHANGED UNDER THE RUN.
           PERFORM 1450-READ-ACCOUNT-BALANCE
           SUBTRACT WS-AE-TOTAL(WS-ACCT-SUB)
               FROM AB-CUMULATIVE-BALANCE
               ON SIZE ERROR
                   PERFORM 9265-ABORT-ON-ACCOUNT-OVERFLOW
           END-SUBTRACT
           SUBTRACT WS-AE-DEBIT-TOTAL(WS-ACCT-SUB)
               FROM AB-CUMULATIVE-DEBITS
               ON SIZE ERROR
                   PERFORM 9265-ABORT-ON-ACCOUNT-OVERFLOW
           END-SUBTRACT
           SUBTRACT WS-AE-CREDIT-TOTAL(WS-ACCT-SUB)
               FROM AB-CUMULATIVE-CREDITS
               ON SIZE ERROR
                   PERFORM 9265-ABORT-ON-ACCOUNT-OVERFLOW
           END-SUBTRACT
           IF AB-LAST-POSTED-DATE = WS-BACKOUT-DATE
               MOVE WS-PRIOR-BUSINESS-DATE TO AB-LAST-POSTED-DATE
           END-IF
           MOVE SPACES TO AB-FILLER
           REWRITE AB-BALANCE-RECORD
           IF WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "EXTBACKOUT: UNABLE TO REWRITE ACTBAL FOR "
                   "ACCOUNT " AB-ACCOUNT-CODE ", STATUS "
                   WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9265-ABORT-ON-ACCOUNT-OVERFLOW.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9270-REWRITE-POSTED-HISTORY.
           IF WS-PH-DROPPED-COUNT > ZERO
               OPEN OUTPUT POSTED-HISTORY-FILE
               IF WS-PHSFILE-STATUS NOT = "00"
                       AND WS-PHSFILE-STATUS NOT = "05"
                   DISPLAY "EXTBACKOUT: UNABLE TO REWRITE POSTHIST, "
                       "STATUS " WS-PHSFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9275-WRITE-POSTED-ENTRY
                   VARYING WS-PH-SUB FROM 1 BY 1
                   UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
               CLOSE POSTED-HISTORY-FILE
           END-IF.

       9275-WRITE-POSTED-ENTRY.
           MOVE WS-PH-RECORD(WS-PH-SUB) TO PH-POSTED-RECORD
           WRITE PH-POSTED-RECORD
           IF WS-PHSFILE-STATUS NOT = "00"
               DISPLAY "EXTBACKOUT: UNABLE TO WRITE POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
