       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * DAILY INTEREST AND FEE ACCRUAL.
      * RUNS AFTER BUGSOLUTION HAS POSTED A BUSINESS DATE AND ACCRUES
      * INTEREST AND FEES ON EVERY OPEN ACCOUNT'S CLOSING POSITION
      * (AB-CUMULATIVE-BALANCE ON ACTBAL).  EACH ACCOUNT TAKES ITS
      * OWN TERMS FROM THE RATE TABLE (ACCRATE, MAINTAINED BY
      * RATEMAINT) OR THE "****" DEFAULT TERMS: THE DAILY CREDIT RATE
      * ON A CREDIT BALANCE, THE DAILY DEBIT RATE ON A DEBIT BALANCE,
      * TIMES THE CALENDAR DAYS SINCE THE LAST ACCRUAL ON ACRHIST, SO
      * WEEKENDS AND HOLCAL HOLIDAYS ARE ACCRUED ON THE NEXT BUSINESS
      * DAY.  THE FIRST ACCRUAL COUNTS FROM THE PRIOR BUSINESS DAY.
      * THE FLAT MONTHLY FEE IS CHARGED ON THE FIRST ACCRUAL OF EACH
      * CALENDAR MONTH.  INTEREST IS ROUNDED TO WHOLE UNITS.
      *
      * THE ACCRUAL IS POSTED TO ACREXT IN LEDGEXT LAYOUT - INTEREST
      * IN LX-NUMBER-1, THE FEE AS A DEBIT IN LX-NUMBER-2, SPLIT OVER
      * AS MANY RECORDS AS THE FIELD WIDTHS NEED - WITH ITS OWN
      * CONTROL FILE ACRCTL, SO EXTVERIFY PROVES IT AS A SUPPLEMENTAL
      * FEED WHEN THE SCHEDULER POINTS EXTFILE/CTLFILE AT THEM, AND
      * ACRCTL IS CONCATENATED AFTER THE DAY'S CTLFILE FOR ACCTSTMT.
      * THE ACCRUAL IS THEN ROLLED INTO ACTBAL AND BALMSTR SO THE TWO
      * POSITIONS STAY IN AGREEMENT.  THE LAST-POSTED DATES AND LAST
      * MOVEMENTS ARE LEFT AS BUGSOLUTION WROTE THEM, SO EODPROOF AND
      * THE NEXT DAY'S DATE CHECKS ARE UNAFFECTED.  THE ACCRUAL
      * REGISTER IS PRINTED ON ACRPRT.
      *
      * A DATE ALREADY ON ACRHIST IS NEVER ACCRUED AGAIN.  THE RUN
      * CHECKPOINTS ON ACRCKPT AS EACH ACTBAL ACCOUNT IS ROLLED AND
      * AFTER BALMSTR IS REWRITTEN; A RESTART FOR THE SAME DATE
      * FINISHES THE ACTBAL PASS FROM THE ACCOUNT AFTER THE LAST ONE
      * ROLLED, THEN GOES ON TO BALMSTR, FROM THE CHECKPOINTED
      * TOTALS WITHOUT RE-ACCRUING, AND A CHECKPOINT
      * LEFT BY ANOTHER DATE REFUSES THE RUN.  AN OPEN ACCOUNT WITH
      * NO TERMS, OR AN ACTBAL ACCOUNT NOT ON ACCTREF, IS PASSED BY
      * AND LISTED, AND ENDS THE RUN WITH RETURN-CODE 4.
      * AN ACCRUAL DATED IN A MONTH-END PERIOD CLOSED ON PERIODCTL IS
      * REFUSED UNLESS FINANCE HAS AUTHORISED A REOPEN ON THE
      * OPTIONAL ACRCARDS FILE:
      *     PERIOD-REOPEN=YYYYMM
      *     REOPEN-AUTHORISED-BY=XXXXXXXX
      * THE REOPEN IS RECORDED ON PERIODCTL AND AUDFILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "ACCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFILE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "ACRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTFILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "ACREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "ACRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "ACRCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ACRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "ACRCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY ACCTRATE.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

       FD  BALANCE-MASTER-FILE
           RECORDING MODE IS F.
           COPY BALMSTR.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY HOLCAL.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY ACRHIST.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY LEDGEXT.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

      *    ONE RECORD, REWRITTEN AS THE MASTERS ARE ROLLED: PHASE
      *    "S" WHILE ACTBAL IS BEING ROLLED, NAMING THE LAST ACCOUNT
      *    ROLLED (HIGH-VALUES ONCE THE WHOLE FILE IS DONE), PHASE
      *    "B" WHEN BALMSTR HAS BEEN ROLLED TOO.  EACH ACCOUNT'S
      *    CHECKPOINT IS WRITTEN JUST BEFORE ITS REWRITE AND CARRIES
      *    ITS ROLLED POSITION, SO A RESTART CAN TELL WHETHER THAT
      *    REWRITE HAPPENED.  THE OPENING BALMSTR FIGURES LET A
      *    RESTART TELL WHETHER BALMSTR WAS ROLLED BEFORE THE FAILURE.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKPT-ACCRUAL-DATE       PIC 9(8).
           05  CKPT-PHASE              PIC X.
               88  CKPT-SUBLEDGER-ROLLED        VALUE "S".
               88  CKPT-MASTER-ROLLED           VALUE "B".
           05  CKPT-DAYS-ACCRUED       PIC 9(3).
           05  CKPT-ACCOUNT-COUNT      PIC 9(7).
           05  CKPT-EXTRACT-COUNT      PIC 9(7).
           05  CKPT-CREDIT-INTEREST    PIC 9(11).
           05  CKPT-DEBIT-INTEREST     PIC 9(11).
           05  CKPT-FEE-TOTAL          PIC 9(11).
           05  CKPT-NET-ACCRUAL        PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
           05  CKPT-OPEN-BALANCE       PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
           05  CKPT-OPEN-DEBITS        PIC 9(11).
           05  CKPT-OPEN-CREDITS       PIC 9(11).
           05  CKPT-FEE-DUE            PIC X.
           05  CKPT-ROLLED-COUNT       PIC 9(7).
           05  CKPT-ROLLED-NET         PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
           05  CKPT-LAST-ACCOUNT       PIC X(4).
           05  CKPT-LAST-BALANCE       PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
           05  CKPT-LAST-DEBITS        PIC 9(11).
           05  CKPT-LAST-CREDITS       PIC 9(11).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X.
               88  PR-NEW-PAGE                  VALUE "1".
               88  PR-SINGLE-SPACE               VALUE " ".
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RATFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-BALFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HSTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-EXTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CTLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CHKPFILE-STATUS      PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-PARM-AREA.
           05  WS-PARM                 PIC X(20) VALUE SPACES.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
           05  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               10  WS-BD-PERIOD        PIC 9(6).
               10  FILLER              PIC 9(2).

       01  WS-RUN-CONTROL-AREA.
           05  WS-RC-PRED-FOUND        PIC X VALUE "N".
               88  PREDECESSOR-COMPLETE         VALUE "Y".
           05  WS-RUN-STAMP-STATUS     PIC X VALUE "S".
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.

      *    THE BUSINESS DATE'S MONTH-END PERIOD, LOOKED UP ON
      *    PERIODCTL, WHOSE LATEST RECORD FOR A PERIOD IS ITS STATE.
       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD-TEST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REOPEN-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-REOPEN-AUTHORISED-BY PIC X(8) VALUE SPACES.

      *    THE LATEST DATE ON ACRHIST IS WHERE TODAY'S DAY COUNT
      *    STARTS; ZERO MEANS THIS IS THE FIRST ACCRUAL.
       01  WS-ACCRUAL-CONTROLS.
           05  WS-LAST-ACCRUAL-DATE    PIC 9(8) VALUE ZERO.
           05  WS-LAST-ACCRUAL-R REDEFINES WS-LAST-ACCRUAL-DATE.
               10  WS-LA-PERIOD        PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-HISTORY-DATE-SWITCH  PIC X VALUE "N".
               88  DATE-ALREADY-ACCRUED         VALUE "Y".
           05  WS-FEE-DUE-SWITCH       PIC X VALUE "N".
               88  FEE-DUE                      VALUE "Y".
           05  WS-RESTART-PHASE        PIC X VALUE SPACE.
               88  FRESH-RUN                    VALUE SPACE.
               88  RESTART-AFTER-SUBLEDGER      VALUE "S".
               88  RESTART-AFTER-MASTER         VALUE "B".
           05  WS-DAY-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-DAYS-ACCRUED         PIC 9(3) VALUE ZERO.
           05  WS-COUNT-FROM-DATE      PIC 9(8) VALUE ZERO.

       01  WS-HOLIDAY-CONTROLS.
           05  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".
           05  WS-NON-BUSINESS-SWITCH  PIC X VALUE "N".
               88  NON-BUSINESS-DAY             VALUE "Y".
           05  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
           05  WS-PRIOR-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 20.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "ACCRUAL".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  WS-RH-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "DAILY INTEREST AND FEE ACCRUAL REGISTER".

       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(100) VALUE
               "ACCT       BALANCE  DAYS  CREDIT INT   DEBIT INT      FE
      -        "E          NET  NOTE".

       01  WS-SETTINGS-LINE.
           05  FILLER                  PIC X(14)
                                        VALUE "DAYS ACCRUED: ".
           05  WS-SL-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(14)
                                        VALUE "  FROM AFTER: ".
           05  WS-SL-FROM-DATE         PIC 9(8).
           05  FILLER                  PIC X(15)
                                        VALUE "  MONTHLY FEE: ".
           05  WS-SL-FEE-TEXT          PIC X(12).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-BALANCE           PIC -ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-DAYS              PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-CREDIT-INTEREST   PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-DEBIT-INTEREST    PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-FEE               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-NET               PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE              PIC X(20).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-SKIPPED-LINE.
           05  WS-KL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-KL-BALANCE           PIC -ZZZZZZZZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.
           05  WS-KL-NOTE              PIC X(20).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-RESTART-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "RESTARTED FOR DATE ".
           05  WS-RS-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(73) VALUE
               " - TOTALS FROM CHECKPOINT; DETAIL IS ON THE FAILED RUN".

       01  WS-TOTALS-LINE-1.
           05  FILLER                  PIC X(18)
                                        VALUE "ACCOUNTS ACCRUED: ".
           05  WS-TL-ACCRUED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
                                        VALUE "  SKIPPED: ".
           05  WS-TL-SKIPPED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  DAYS: ".
           05  WS-TL-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(19)
                                        VALUE "  EXTRACT RECORDS: ".
           05  WS-TL-EXTRACTS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER                  PIC X(17)
                                        VALUE "CREDIT INTEREST: ".
           05  WS-TL-CREDIT-INTEREST   PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE "  DEBIT INTEREST: ".
           05  WS-TL-DEBIT-INTEREST    PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  FEES: ".
           05  WS-TL-FEES              PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  NET: ".
           05  WS-TL-NET               PIC -ZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-ACCRUAL-TOTALS.
           05  WS-ACCRUED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-INT-TOTAL     PIC 9(11) VALUE ZERO.
           05  WS-DEBIT-INT-TOTAL      PIC 9(11) VALUE ZERO.
           05  WS-FEE-TOTAL            PIC 9(11) VALUE ZERO.
           05  WS-NET-TOTAL            PIC S9(11) VALUE ZERO.

      *    BALMSTR AS BUGSOLUTION LEFT IT, AND AS IT WILL BE WRITTEN
      *    WITH THE ACCRUAL ROLLED IN.  THE DATE AND THE FILLER (THE
      *    LAST POSTED MOVEMENT) ARE WRITTEN BACK UNCHANGED.
       01  WS-MASTER-CONTROLS.
           05  WS-BM-LAST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-BM-FILLER            PIC X(10) VALUE SPACES.
           05  WS-OPEN-BALANCE         PIC S9(11) VALUE ZERO.
           05  WS-OPEN-DEBITS          PIC 9(11) VALUE ZERO.
           05  WS-OPEN-CREDITS         PIC 9(11) VALUE ZERO.
           05  WS-NEW-BALANCE          PIC S9(11) VALUE ZERO.
           05  WS-NEW-DEBITS           PIC 9(11) VALUE ZERO.
           05  WS-NEW-CREDITS          PIC 9(11) VALUE ZERO.
           05  WS-ABL-BALANCE-TOTAL    PIC S9(13) VALUE ZERO.
           05  WS-ROLLED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ROLLED-NET           PIC S9(11) VALUE ZERO.
           05  WS-RESUME-SWITCH        PIC X VALUE "N".
               88  RESUME-ACTBAL-PASS           VALUE "Y".
           05  WS-LAST-ROLLED-ACCOUNT  PIC X(4) VALUE SPACES.
               88  ACTBAL-PASS-COMPLETE         VALUE HIGH-VALUES.
           05  WS-LAST-ROLLED-BALANCE  PIC S9(11) VALUE ZERO.
           05  WS-LAST-ROLLED-DEBITS   PIC 9(11) VALUE ZERO.
           05  WS-LAST-ROLLED-CREDITS  PIC 9(11) VALUE ZERO.

       01  WS-ACCRUAL-WORK.
           05  WS-ACR-INTEREST         PIC S9(11) VALUE ZERO.
           05  WS-REM-INTEREST         PIC S9(11) VALUE ZERO.
           05  WS-REM-FEE              PIC 9(11) VALUE ZERO.
           05  WS-CHUNK-INTEREST       PIC S9(5) VALUE ZERO.
           05  WS-CHUNK-FEE            PIC 9(5) VALUE ZERO.
           05  WS-ACCT-EXTRACT-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-RATE-CONTROLS.
           05  WS-RT-SUB               PIC 9(4) VALUE ZERO.
           05  WS-RT-FOUND-SUB         PIC 9(4) VALUE ZERO.
           05  WS-RT-DEFAULT-SUB       PIC 9(4) VALUE ZERO.

       01  WS-RATE-TABLE-AREA.
           05  WS-RT-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 2001 TIMES.
               10  WS-RT-ACCOUNT-CODE  PIC X(4).
               10  WS-RT-CREDIT-RATE   PIC 9V9(9).
               10  WS-RT-DEBIT-RATE    PIC 9V9(9).
               10  WS-RT-MONTHLY-FEE   PIC 9(7).

      *    ACCTREF AND ACTBAL ARE READ BY ACCOUNT CODE AND IN KEY
      *    ORDER RATHER THAN HELD IN STORAGE.  THE ACCRUAL FIGURES
      *    BELOW ARE FOR THE ACTBAL ACCOUNT IN THE RECORD AREA.
       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCOUNT-MASTER-SWITCH PIC X VALUE "N".
               88  ON-ACCOUNT-MASTER            VALUE "Y".
           05  WS-ACTBAL-EOF-SWITCH    PIC X VALUE "N".
               88  ACTBAL-EOF                   VALUE "Y".

       01  WS-ACCOUNT-ACCRUAL.
           05  WS-AB-CREDIT-INT        PIC 9(11) VALUE ZERO.
           05  WS-AB-DEBIT-INT         PIC 9(11) VALUE ZERO.
           05  WS-AB-FEE               PIC 9(7) VALUE ZERO.
           05  WS-AB-NET               PIC S9(11) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF FRESH-RUN
               PERFORM 2000-ACCRUE-ACCOUNTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-BUSINESS-DATE-PARM
           PERFORM 1900-CHECK-PREDECESSOR
           PERFORM 1100-CHECK-FOR-RESTART
           PERFORM 1200-READ-ACCRUAL-HISTORY
           PERFORM 1270-READ-BALANCE-MASTER
           IF FRESH-RUN
               PERFORM 1070-READ-CONTROL-CARDS
               PERFORM 1950-CHECK-PERIOD-OPEN
               PERFORM 1010-LOAD-HOLIDAY-CALENDAR
               PERFORM 1300-OPEN-ACCOUNT-MASTER
               PERFORM 1400-LOAD-RATE-FILE
               PERFORM 1275-LOAD-ACCOUNT-BALANCES
               PERFORM 1500-COUNT-ACCRUAL-DAYS
           END-IF
           IF RESUME-ACTBAL-PASS
               PERFORM 1300-OPEN-ACCOUNT-MASTER
               PERFORM 1400-LOAD-RATE-FILE
           END-IF
           MOVE "S" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-RH-BUS-DATE
           IF FRESH-RUN
               PERFORM 1600-OPEN-ACCRUAL-OUTPUT
           ELSE
               PERFORM 1650-OPEN-RESTART-REGISTER
           END-IF.

       1050-GET-BUSINESS-DATE-PARM.
      *    THE BUSINESS DATE BEING ACCRUED COMES IN AS THE JOB STEP
      *    PARM (YYYYMMDD); BLANK ACCRUES TODAY.
           MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) NOT NUMERIC
                       OR WS-PARM(9:12) NOT = SPACES
                   DISPLAY "ACCRUAL: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "ACCRUAL: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1070-READ-CONTROL-CARDS.
      *    AN ABSENT ACRCARDS MEANS NO REOPEN IS AUTHORISED.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CRDFILE-STATUS = "00"
               PERFORM UNTIL WS-CRDFILE-STATUS NOT = "00"
                   READ CONTROL-CARD-FILE
                       AT END
                           MOVE "10" TO WS-CRDFILE-STATUS
                       NOT AT END
                           IF CONTROL-CARD NOT = SPACES
                                   AND CONTROL-CARD(1:1) NOT = "*"
                               PERFORM 1080-APPLY-CONTROL-CARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROL-CARD-FILE.

       1080-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "PERIOD-REOPEN"
                   IF WS-CARD-VALUE(1:6) NOT NUMERIC
                           OR WS-CARD-VALUE(7:24) NOT = SPACES
                           OR WS-CARD-VALUE(5:2) < "01"
                           OR WS-CARD-VALUE(5:2) > "12"
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-VALUE(1:6) TO WS-REOPEN-PERIOD
               WHEN "REOPEN-AUTHORISED-BY"
                   IF WS-CARD-VALUE = SPACES
                           OR WS-CARD-VALUE(9:22) NOT = SPACES
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-CARD-VALUE)
                       TO WS-REOPEN-AUTHORISED-BY
               WHEN OTHER
                   PERFORM 1095-REJECT-CONTROL-CARD
           END-EVALUATE.

       1095-REJECT-CONTROL-CARD.
           DISPLAY "ACCRUAL: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1010-LOAD-HOLIDAY-CALENDAR.
      *    AN ABSENT OR EMPTY CALENDAR MEANS NO HOLIDAYS AND THE
      *    WEEKEND RULE ALONE APPLIES.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFILE-STATUS NOT = "00"
                   AND WS-HOLFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN HOLCAL, "
                   "STATUS " WS-HOLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-HOLFILE-STATUS
           PERFORM UNTIL WS-HOLFILE-STATUS NOT = "00"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "10" TO WS-HOLFILE-STATUS
                   NOT AT END
                       PERFORM 1015-ADD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       1015-ADD-HOLIDAY-ENTRY.
           IF HC-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED HOLCAL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOL-ENTRY-COUNT >= 100
               DISPLAY "ACCRUAL: MORE THAN 100 HOLIDAYS ON HOLCAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-ENTRY-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-ENTRY-COUNT).

       1100-CHECK-FOR-RESTART.
      *    A CHECKPOINT FOR THE SAME DATE MEANS A FAILED RUN ALREADY
      *    ROLLED AT LEAST ACTBAL; THE RESTART PICKS UP FROM ITS
      *    TOTALS.  ONE FOR ANOTHER DATE IS AN UNFINISHED ACCRUAL
      *    THAT MUST BE COMPLETED FIRST.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPFILE-STATUS = "00"
               PERFORM UNTIL WS-CHKPFILE-STATUS NOT = "00"
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE "10" TO WS-CHKPFILE-STATUS
                       NOT AT END
                           PERFORM 1110-RESTORE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       1110-RESTORE-CHECKPOINT.
           IF CKPT-ACCRUAL-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "ACCRUAL: CHECKPOINT FOR " CKPT-ACCRUAL-DATE
                   " IS NOT FINISHED - RESTART THAT DATE FIRST"
                   " - RUN REFUSED"
               CLOSE CHECKPOINT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CKPT-SUBLEDGER-ROLLED AND NOT CKPT-MASTER-ROLLED
               DISPLAY "ACCRUAL: MALFORMED ACRCKPT RECORD"
               CLOSE CHECKPOINT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CKPT-PHASE TO WS-RESTART-PHASE
           MOVE CKPT-DAYS-ACCRUED TO WS-DAYS-ACCRUED
           MOVE CKPT-ACCOUNT-COUNT TO WS-ACCRUED-COUNT
           MOVE CKPT-EXTRACT-COUNT TO WS-EXTRACT-COUNT
           MOVE CKPT-CREDIT-INTEREST TO WS-CREDIT-INT-TOTAL
           MOVE CKPT-DEBIT-INTEREST TO WS-DEBIT-INT-TOTAL
           MOVE CKPT-FEE-TOTAL TO WS-FEE-TOTAL
           MOVE CKPT-NET-ACCRUAL TO WS-NET-TOTAL
           MOVE CKPT-OPEN-BALANCE TO WS-OPEN-BALANCE
           MOVE CKPT-OPEN-DEBITS TO WS-OPEN-DEBITS
           MOVE CKPT-OPEN-CREDITS TO WS-OPEN-CREDITS
           MOVE CKPT-FEE-DUE TO WS-FEE-DUE-SWITCH
           MOVE CKPT-ROLLED-COUNT TO WS-ROLLED-COUNT
           MOVE CKPT-ROLLED-NET TO WS-ROLLED-NET
           MOVE CKPT-LAST-ACCOUNT TO WS-LAST-ROLLED-ACCOUNT
           MOVE CKPT-LAST-BALANCE TO WS-LAST-ROLLED-BALANCE
           MOVE CKPT-LAST-DEBITS TO WS-LAST-ROLLED-DEBITS
           MOVE CKPT-LAST-CREDITS TO WS-LAST-ROLLED-CREDITS
           IF CKPT-SUBLEDGER-ROLLED AND NOT ACTBAL-PASS-COMPLETE
               SET RESUME-ACTBAL-PASS TO TRUE
           END-IF.

       1200-READ-ACCRUAL-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HSTFILE-STATUS NOT = "00"
                   AND WS-HSTFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRHIST, "
                   "STATUS " WS-HSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-HSTFILE-STATUS
           PERFORM UNTIL WS-HSTFILE-STATUS NOT = "00"
               READ HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-HSTFILE-STATUS
                   NOT AT END
                       PERFORM 1210-POST-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
      *    A RESTART AFTER BALMSTR WAS ROLLED MAY FIND ITS OWN DATE
      *    ALREADY WRITTEN; IT THEN HAS ONLY THE CHECKPOINT TO CLEAR.
           IF FRESH-RUN
               IF DATE-ALREADY-ACCRUED
                   DISPLAY "ACCRUAL: " WS-BUSINESS-DATE
                       " IS ALREADY ON ACRHIST - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-LAST-ACCRUAL-DATE > WS-BUSINESS-DATE
                   DISPLAY "ACCRUAL: " WS-BUSINESS-DATE
                       " IS BEFORE THE LAST ACCRUAL "
                       WS-LAST-ACCRUAL-DATE " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1210-POST-HISTORY-RECORD.
           IF AH-ACCRUAL-DATE NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED ACRHIST RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AH-ACCRUAL-DATE = WS-BUSINESS-DATE
               SET DATE-ALREADY-ACCRUED TO TRUE
           END-IF
           IF AH-ACCRUAL-DATE > WS-LAST-ACCRUAL-DATE
               MOVE AH-ACCRUAL-DATE TO WS-LAST-ACCRUAL-DATE
           END-IF.

       1270-READ-BALANCE-MASTER.
      *    BUGSOLUTION MUST HAVE POSTED THE DATE BEING ACCRUED, SO THE
      *    BALANCES ACCRUED ON ARE THAT DATE'S CLOSING POSITIONS.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN BALFILE, "
                   "STATUS " WS-BALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BALANCE-MASTER-FILE
               AT END
                   DISPLAY "ACCRUAL: BALFILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BM-LAST-POSTED-DATE NOT NUMERIC
                   OR BM-CUMULATIVE-BALANCE NOT NUMERIC
                   OR BM-CUMULATIVE-DEBITS NOT NUMERIC
                   OR BM-CUMULATIVE-CREDITS NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED BALANCE MASTER RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BALANCE-MASTER-FILE
           IF BM-LAST-POSTED-DATE NOT = WS-BUSINESS-DATE
               DISPLAY "ACCRUAL: BALFILE LAST POSTED "
                   BM-LAST-POSTED-DATE ", NOT " WS-BUSINESS-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-LAST-POSTED-DATE TO WS-BM-LAST-DATE
           MOVE BM-FILLER TO WS-BM-FILLER
           IF FRESH-RUN
               MOVE BM-CUMULATIVE-BALANCE TO WS-OPEN-BALANCE
               MOVE BM-CUMULATIVE-DEBITS TO WS-OPEN-DEBITS
               MOVE BM-CUMULATIVE-CREDITS TO WS-OPEN-CREDITS
           ELSE
               PERFORM 2800-COMPUTE-MASTER-ROLL
               PERFORM 1280-CHECK-RESTART-MASTER
           END-IF.

       1280-CHECK-RESTART-MASTER.
      *    THE FAILED RUN MAY HAVE REWRITTEN BALMSTR WITHOUT GETTING
      *    AS FAR AS ITS CHECKPOINT.  BALMSTR MUST BE EITHER WHOLLY
      *    BEFORE OR WHOLLY AFTER THE ROLL, OR IT HAS BEEN CHANGED
      *    SINCE AND THE RESTART CANNOT TELL WHAT IS ON IT.
           EVALUATE TRUE
               WHEN BM-CUMULATIVE-BALANCE = WS-NEW-BALANCE
                       AND BM-CUMULATIVE-DEBITS = WS-NEW-DEBITS
                       AND BM-CUMULATIVE-CREDITS = WS-NEW-CREDITS
                   SET RESTART-AFTER-MASTER TO TRUE
               WHEN RESTART-AFTER-MASTER
                   DISPLAY "ACCRUAL: BALFILE DOES NOT CARRY THE "
                       "CHECKPOINTED ACCRUAL - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN BM-CUMULATIVE-BALANCE = WS-OPEN-BALANCE
                       AND BM-CUMULATIVE-DEBITS = WS-OPEN-DEBITS
                       AND BM-CUMULATIVE-CREDITS = WS-OPEN-CREDITS
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACCRUAL: BALFILE HAS CHANGED SINCE THE "
                       "CHECKPOINT - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1275-LOAD-ACCOUNT-BALANCES.
      *    THE SUBLEDGER MUST AGREE WITH BALMSTR BEFORE ANYTHING IS
      *    ROLLED INTO EITHER, OR A FAILED RUN THAT UPDATED ACTBAL
      *    BEFORE IT COULD CHECKPOINT WOULD BE ACCRUED TWICE.
           PERFORM 1276-OPEN-ACCOUNT-BALANCES
           PERFORM 1277-READ-NEXT-BALANCE
           PERFORM 1278-ADD-BALANCE-ENTRY UNTIL ACTBAL-EOF
           CLOSE ACCOUNT-BALANCE-FILE
           IF WS-ABL-BALANCE-TOTAL NOT = WS-OPEN-BALANCE
               DISPLAY "ACCRUAL: ACTBAL TOTAL " WS-ABL-BALANCE-TOTAL
                   " DOES NOT AGREE WITH BALFILE " WS-OPEN-BALANCE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1276-OPEN-ACCOUNT-BALANCES.
      *    AN ABSENT ACTBAL OPENS WITH STATUS "05" AND READS AS EMPTY.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-ACTBAL-EOF-SWITCH.

       1277-READ-NEXT-BALANCE.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   SET ACTBAL-EOF TO TRUE
           END-READ
           IF NOT ACTBAL-EOF AND WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO READ ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1278-ADD-BALANCE-ENTRY.
           IF AB-LAST-POSTED-DATE NOT NUMERIC
                   OR AB-CUMULATIVE-BALANCE NOT NUMERIC
                   OR AB-CUMULATIVE-DEBITS NOT NUMERIC
                   OR AB-CUMULATIVE-CREDITS NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED ACTBAL RECORD FOR "
                   "ACCOUNT '" AB-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD AB-CUMULATIVE-BALANCE TO WS-ABL-BALANCE-TOTAL
           PERFORM 1277-READ-NEXT-BALANCE.

       1300-OPEN-ACCOUNT-MASTER.
      *    THE MASTER STAYS OPEN UNTIL ACTBAL HAS BEEN UPDATED AND IS
      *    READ BY ACCOUNT CODE FOR EACH ACTBAL ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-LOAD-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACCRATE, "
                   "STATUS " WS-RATFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATFILE-STATUS NOT = "00"
               READ RATE-FILE
                   AT END
                       MOVE "10" TO WS-RATFILE-STATUS
                   NOT AT END
                       PERFORM 1410-ADD-RATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       1410-ADD-RATE-ENTRY.
           IF RT-CREDIT-RATE NOT NUMERIC
                   OR RT-DEBIT-RATE NOT NUMERIC
                   OR RT-MONTHLY-FEE NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED ACCRATE RECORD FOR "
                   "ACCOUNT '" RT-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RT-ENTRY-COUNT >= 2001
               DISPLAY "ACCRUAL: MORE THAN 2000 ACCOUNTS ON ACCRATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RT-ENTRY-COUNT
           MOVE RT-ACCOUNT-CODE
               TO WS-RT-ACCOUNT-CODE(WS-RT-ENTRY-COUNT)
           MOVE RT-CREDIT-RATE TO WS-RT-CREDIT-RATE(WS-RT-ENTRY-COUNT)
           MOVE RT-DEBIT-RATE TO WS-RT-DEBIT-RATE(WS-RT-ENTRY-COUNT)
           MOVE RT-MONTHLY-FEE TO WS-RT-MONTHLY-FEE(WS-RT-ENTRY-COUNT)
           IF RT-DEFAULT-RATE
               MOVE WS-RT-ENTRY-COUNT TO WS-RT-DEFAULT-SUB
           END-IF.

       1500-COUNT-ACCRUAL-DAYS.
      *    EVERY CALENDAR DAY SINCE THE LAST ACCRUAL IS ACCRUED, SO A
      *    MONDAY COVERS THE WEEKEND AND THE DAY AFTER A HOLIDAY
      *    COVERS THE HOLIDAY.  THE FIRST ACCRUAL COUNTS FROM THE
      *    PRIOR BUSINESS DAY AND CHARGES THE MONTH'S FEE.
           IF WS-LAST-ACCRUAL-DATE = ZERO
               PERFORM 1260-COMPUTE-PRIOR-BUSINESS-DAY
               MOVE WS-PRIOR-BUSINESS-DATE TO WS-COUNT-FROM-DATE
               SET FEE-DUE TO TRUE
           ELSE
               MOVE WS-LAST-ACCRUAL-DATE TO WS-COUNT-FROM-DATE
               IF WS-LA-PERIOD NOT = WS-BD-PERIOD
                   SET FEE-DUE TO TRUE
               END-IF
           END-IF
           COMPUTE WS-DAY-COUNT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-COUNT-FROM-DATE)
           IF WS-DAY-COUNT > 999
               DISPLAY "ACCRUAL: " WS-DAY-COUNT " DAYS SINCE THE "
                   "LAST ACCRUAL " WS-COUNT-FROM-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DAY-COUNT TO WS-DAYS-ACCRUED.

       1260-COMPUTE-PRIOR-BUSINESS-DAY.
      *    PRIOR BUSINESS DAY = CALENDAR DAY BEFORE THE BUSINESS DATE,
      *    ROLLED BACK OVER SATURDAY, SUNDAY AND ANY DATE ON THE
      *    HOLIDAY CALENDAR.  INTEGER-OF-DATE DAY 1 IS MONDAY
      *    1601-01-01, SO MOD 7 GIVES 6 FOR SATURDAY AND 0 FOR SUNDAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1
           PERFORM 1262-TEST-BUSINESS-DAY
           PERFORM UNTIL NOT NON-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DATE-INTEGER
               PERFORM 1262-TEST-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-PRIOR-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       1262-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-NON-BUSINESS-SWITCH
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET NON-BUSINESS-DAY TO TRUE
           ELSE
               COMPUTE WS-HOLIDAY-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               PERFORM 1265-TEST-HOLIDAY
               IF HOLIDAY-FOUND
                   SET NON-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       1265-TEST-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-FOUND-SWITCH
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-ENTRY-COUNT
                   OR WS-HOL-DATE(WS-HOL-SUB)
                       = WS-HOLIDAY-TEST-DATE
               CONTINUE
           END-PERFORM
           IF WS-HOL-SUB NOT > WS-HOL-ENTRY-COUNT
               SET HOLIDAY-FOUND TO TRUE
           END-IF.

       1600-OPEN-ACCRUAL-OUTPUT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACREXT, "
                   "STATUS " WS-EXTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRCTL, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-HEADERS
           MOVE WS-DAYS-ACCRUED TO WS-SL-DAYS
           MOVE WS-COUNT-FROM-DATE TO WS-SL-FROM-DATE
           IF FEE-DUE
               MOVE "CHARGED" TO WS-SL-FEE-TEXT
           ELSE
               MOVE "NOT DUE" TO WS-SL-FEE-TEXT
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-SETTINGS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-3 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 2 TO WS-LINE-COUNT.

       1650-OPEN-RESTART-REGISTER.
      *    A RESTART ADDS ITS NOTE AND THE CHECKPOINTED TOTALS TO THE
      *    FAILED RUN'S REGISTER; ACREXT AND ACRCTL WERE COMPLETE
      *    BEFORE ACTBAL WAS TOUCHED AND ARE LEFT AS THEY ARE.
           OPEN EXTEND PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-HEADERS
           MOVE WS-BUSINESS-DATE TO WS-RS-BUS-DATE
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-RESTART-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       1900-CHECK-PREDECESSOR.
           MOVE "N" TO WS-RC-PRED-FOUND
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNFILE-STATUS = "00"
               PERFORM UNTIL WS-RUNFILE-STATUS NOT = "00"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-RUNFILE-STATUS
                       NOT AT END
                           PERFORM 1910-POST-RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF NOT PREDECESSOR-COMPLETE
               DISPLAY "ACCRUAL: BUGSOLUTION HAS NOT COMPLETED "
                   "FOR " WS-BUSINESS-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1910-POST-RUN-CONTROL-RECORD.
           IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND RC-PROGRAM-NAME = "BUGSOLUTION"
               IF RC-COMPLETED
                   MOVE "Y" TO WS-RC-PRED-FOUND
               ELSE
                   MOVE "N" TO WS-RC-PRED-FOUND
               END-IF
           END-IF.

       1950-CHECK-PERIOD-OPEN.
      *    THE ACCRUAL IS ROLLED INTO BOTH MASTERS UNDER ITS BUSINESS
      *    DATE, SO THAT DATE'S PERIOD MUST BE OPEN - OR REOPENED HERE
      *    BY FINANCE - BEFORE ANYTHING IS ACCRUED.  A RESTART FINDS
      *    THE PERIOD AS ITS FRESH RUN LEFT IT AND IS NOT CHECKED.
           IF WS-REOPEN-PERIOD = ZERO
                   AND WS-REOPEN-AUTHORISED-BY NOT = SPACES
                   OR WS-REOPEN-PERIOD NOT = ZERO
                   AND WS-REOPEN-AUTHORISED-BY = SPACES
               DISPLAY "ACCRUAL: PERIOD-REOPEN AND "
                   "REOPEN-AUTHORISED-BY MUST BE GIVEN TOGETHER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BD-PERIOD TO WS-PERIOD-TEST
           PERFORM 1960-READ-PERIOD-STATE
           IF PERIOD-IS-CLOSED
               IF WS-REOPEN-PERIOD NOT = WS-PERIOD-TEST
                   DISPLAY "ACCRUAL: PERIOD " WS-PERIOD-TEST
                       " IS CLOSED - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1970-REOPEN-PERIOD
           END-IF.

       1960-READ-PERIOD-STATE.
           MOVE SPACE TO WS-PERIOD-STATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN PERIODCTL, "
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
                       PERFORM 1965-POST-PERIOD-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       1965-POST-PERIOD-RECORD.
           IF PC-PERIOD NOT NUMERIC
               DISPLAY "ACCRUAL: MALFORMED PERIODCTL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PERIOD = WS-PERIOD-TEST
               MOVE PC-STATUS TO WS-PERIOD-STATE
               MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF.

       1970-REOPEN-PERIOD.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-PERIOD-TEST TO PC-PERIOD
           SET PC-REOPENED TO TRUE
           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE
           MOVE WS-CURRENT-DATE-N TO PC-ACTION-DATE
           MOVE WS-TIME-WORK(1:6) TO PC-ACTION-TIME
           MOVE WS-REOPEN-AUTHORISED-BY TO PC-AUTHORISED-BY
           MOVE "ACCRUAL" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "ACCRUAL: PERIOD " WS-PERIOD-TEST
               " REOPENED, AUTHORISED BY " WS-REOPEN-AUTHORISED-BY
           PERFORM 1980-WRITE-REOPEN-AUDIT-RECORD.

       1980-WRITE-REOPEN-AUDIT-RECORD.
      *    THE REOPEN IS DATED THE PERIOD END, LIKE THE CLOSE IT
      *    UNDOES.  AS IN BUGSOLUTION THE AUDIT WRITE MUST NEVER
      *    BLOCK: A FAILURE IS REPORTED ON THE CONSOLE ONLY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN AUDFILE, "
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
                   DISPLAY "ACCRUAL: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       2000-ACCRUE-ACCOUNTS.
      *    EVERYTHING IS ACCRUED, EXTRACTED AND PRINTED, AND THE NEW
      *    BALMSTR POSITION WORKED OUT, BEFORE EITHER MASTER IS
      *    UPDATED.  ACTBAL IS READ IN ACCOUNT CODE ORDER.
           PERFORM 1276-OPEN-ACCOUNT-BALANCES
           PERFORM 1277-READ-NEXT-BALANCE
           PERFORM 2100-ACCRUE-ONE-ACCOUNT UNTIL ACTBAL-EOF
           CLOSE ACCOUNT-BALANCE-FILE
           IF WS-NET-TOTAL > 999999999
                   OR WS-NET-TOTAL < -999999999
               DISPLAY "ACCRUAL: NET ACCRUAL " WS-NET-TOTAL
                   " EXCEEDS THE CONTROL TOTAL FIELD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "G" TO CTL-RECORD-TYPE
           MOVE SPACES TO CTL-ACCOUNT-CODE
           MOVE WS-EXTRACT-COUNT TO CTL-RECORD-COUNT
           MOVE WS-NET-TOTAL TO CTL-GRAND-TOTAL
           MOVE SPACES TO CTL-FILLER
           PERFORM 2350-WRITE-CONTROL-RECORD
           CLOSE EXTRACT-FILE
           CLOSE CONTROL-FILE
           PERFORM 2800-COMPUTE-MASTER-ROLL.

       2100-ACCRUE-ONE-ACCOUNT.
      *    A CLOSED ACCOUNT ACCRUES NOTHING.  AN ACCOUNT MISSING FROM
      *    ACCTREF, OR OPEN WITH NO TERMS, IS LISTED AND PASSED BY.
           PERFORM 2150-FIND-ACCOUNT-TERMS
           EVALUATE TRUE
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "NOT ON ACCTREF" TO WS-KL-NOTE
                   PERFORM 2500-WRITE-SKIPPED-LINE
               WHEN NOT AR-OPEN
                   CONTINUE
               WHEN WS-RT-FOUND-SUB = ZERO
                   MOVE "*NO RATE*" TO WS-KL-NOTE
                   PERFORM 2500-WRITE-SKIPPED-LINE
               WHEN OTHER
                   PERFORM 2200-COMPUTE-ACCRUAL
           END-EVALUATE
           PERFORM 1277-READ-NEXT-BALANCE.

       2150-FIND-ACCOUNT-TERMS.
           MOVE "N" TO WS-ACCOUNT-MASTER-SWITCH
           MOVE AB-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-ACCOUNT-MASTER TO TRUE
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "ACCRUAL: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RT-DEFAULT-SUB TO WS-RT-FOUND-SUB
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
               IF WS-RT-ACCOUNT-CODE(WS-RT-SUB) = AB-ACCOUNT-CODE
                   MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
               END-IF
           END-PERFORM.

       2200-COMPUTE-ACCRUAL.
           PERFORM 2210-COMPUTE-ACCOUNT-ACCRUAL
           PERFORM 2260-CHECK-ACCOUNT-ROLL
           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-AB-CREDIT-INT TO WS-CREDIT-INT-TOTAL
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           ADD WS-AB-DEBIT-INT TO WS-DEBIT-INT-TOTAL
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           ADD WS-AB-FEE TO WS-FEE-TOTAL
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           ADD WS-AB-NET TO WS-NET-TOTAL
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           PERFORM 2300-WRITE-ACCOUNT-EXTRACT
           PERFORM 2400-WRITE-REGISTER-LINE.

       2210-COMPUTE-ACCOUNT-ACCRUAL.
      *    THE ACCRUAL IS SIGNED LIKE ANY OTHER MOVEMENT: CREDIT
      *    INTEREST POSITIVE, DEBIT INTEREST AND THE FEE NEGATIVE.
      *    IT DEPENDS ONLY ON THE BALANCE, THE TERMS AND THE DAY
      *    COUNT, SO THE ACTBAL UPDATE WORKS OUT THE SAME FIGURES.
           MOVE ZERO TO WS-ACR-INTEREST
           MOVE ZERO TO WS-AB-CREDIT-INT
           MOVE ZERO TO WS-AB-DEBIT-INT
           MOVE ZERO TO WS-AB-FEE
           MOVE ZERO TO WS-AB-NET
           EVALUATE TRUE
               WHEN AB-CUMULATIVE-BALANCE > ZERO
                   COMPUTE WS-ACR-INTEREST ROUNDED =
                       AB-CUMULATIVE-BALANCE
                       * WS-RT-CREDIT-RATE(WS-RT-FOUND-SUB)
                       * WS-DAYS-ACCRUED
                       ON SIZE ERROR
                           PERFORM 2290-ACCRUAL-OVERFLOW
                   END-COMPUTE
                   MOVE WS-ACR-INTEREST TO WS-AB-CREDIT-INT
               WHEN AB-CUMULATIVE-BALANCE < ZERO
                   COMPUTE WS-ACR-INTEREST ROUNDED =
                       AB-CUMULATIVE-BALANCE
                       * WS-RT-DEBIT-RATE(WS-RT-FOUND-SUB)
                       * WS-DAYS-ACCRUED
                       ON SIZE ERROR
                           PERFORM 2290-ACCRUAL-OVERFLOW
                   END-COMPUTE
                   COMPUTE WS-AB-DEBIT-INT = ZERO - WS-ACR-INTEREST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FEE-DUE
               MOVE WS-RT-MONTHLY-FEE(WS-RT-FOUND-SUB) TO WS-AB-FEE
           END-IF
           COMPUTE WS-AB-NET = WS-ACR-INTEREST - WS-AB-FEE
           IF WS-AB-NET > 999999999
                   OR WS-AB-NET < -999999999
               PERFORM 2290-ACCRUAL-OVERFLOW
           END-IF.

       2250-ROLL-ACCOUNT-POSITION.
      *    THE ACCRUAL ROLLS INTO THE SUBLEDGER THE SAME WAY A DAY'S
      *    POSTINGS DO: DEBIT INTEREST AND THE FEE TO DEBITS, CREDIT
      *    INTEREST TO CREDITS, THE NET TO THE BALANCE.
           ADD WS-AB-NET TO AB-CUMULATIVE-BALANCE
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           ADD WS-AB-DEBIT-INT WS-AB-FEE TO AB-CUMULATIVE-DEBITS
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD
           ADD WS-AB-CREDIT-INT TO AB-CUMULATIVE-CREDITS
               ON SIZE ERROR
                   PERFORM 2290-ACCRUAL-OVERFLOW
           END-ADD.

       2260-CHECK-ACCOUNT-ROLL.
      *    AN ACCOUNT WHOSE POSITION WOULD OVERFLOW IS CAUGHT HERE,
      *    BEFORE ANY ACCOUNT ON ACTBAL HAS BEEN UPDATED.
           IF AB-CUMULATIVE-BALANCE + WS-AB-NET > 99999999999
                   OR AB-CUMULATIVE-BALANCE + WS-AB-NET
                       < -99999999999
                   OR AB-CUMULATIVE-DEBITS + WS-AB-DEBIT-INT
                       + WS-AB-FEE > 99999999999
                   OR AB-CUMULATIVE-CREDITS + WS-AB-CREDIT-INT
                       > 99999999999
               PERFORM 2290-ACCRUAL-OVERFLOW
           END-IF.

       2290-ACCRUAL-OVERFLOW.
           DISPLAY "ACCRUAL: ACCRUAL OVERFLOW FOR ACCOUNT "
               AB-ACCOUNT-CODE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2300-WRITE-ACCOUNT-EXTRACT.
      *    ONE EXTRACT RECORD CARRIES AT MOST 99999 OF INTEREST IN
      *    LX-NUMBER-1 AND 99999 OF FEE IN LX-NUMBER-2; A LARGER
      *    ACCRUAL IS SPREAD OVER AS MANY RECORDS AS IT NEEDS.  AN
      *    ACCOUNT WITH NOTHING ACCRUED WRITES NO RECORD.
           MOVE WS-ACR-INTEREST TO WS-REM-INTEREST
           MOVE WS-AB-FEE TO WS-REM-FEE
           MOVE ZERO TO WS-ACCT-EXTRACT-COUNT
           PERFORM 2310-WRITE-EXTRACT-RECORD
               UNTIL WS-REM-INTEREST = ZERO AND WS-REM-FEE = ZERO
           IF WS-ACCT-EXTRACT-COUNT > ZERO
               MOVE "A" TO CTL-RECORD-TYPE
               MOVE AB-ACCOUNT-CODE TO CTL-ACCOUNT-CODE
               MOVE WS-ACCT-EXTRACT-COUNT TO CTL-RECORD-COUNT
               MOVE WS-AB-NET TO CTL-GRAND-TOTAL
               MOVE SPACES TO CTL-FILLER
               PERFORM 2350-WRITE-CONTROL-RECORD
           END-IF.

       2310-WRITE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN WS-REM-INTEREST > 99999
                   MOVE 99999 TO WS-CHUNK-INTEREST
               WHEN WS-REM-INTEREST < -99999
                   MOVE -99999 TO WS-CHUNK-INTEREST
               WHEN OTHER
                   MOVE WS-REM-INTEREST TO WS-CHUNK-INTEREST
           END-EVALUATE
           IF WS-REM-FEE > 99999
               MOVE 99999 TO WS-CHUNK-FEE
           ELSE
               MOVE WS-REM-FEE TO WS-CHUNK-FEE
           END-IF
           MOVE SPACES TO LX-BRANCH-ID
           MOVE AB-ACCOUNT-CODE TO LX-ACCOUNT-CODE
           MOVE WS-CHUNK-INTEREST TO LX-NUMBER-1
           COMPUTE LX-NUMBER-2 = ZERO - WS-CHUNK-FEE
           COMPUTE LX-RESULT = LX-NUMBER-1 + LX-NUMBER-2
           MOVE SPACES TO LX-FILLER
           WRITE LX-EXTRACT-RECORD
           IF WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE ACREXT, "
                   "STATUS " WS-EXTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-EXTRACT-COUNT
           ADD 1 TO WS-EXTRACT-COUNT
           SUBTRACT WS-CHUNK-INTEREST FROM WS-REM-INTEREST
           SUBTRACT WS-CHUNK-FEE FROM WS-REM-FEE.

       2350-WRITE-CONTROL-RECORD.
           WRITE CTL-CONTROL-RECORD
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE ACRCTL, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-WRITE-HEADERS
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-REPORT-HEADER-3 TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF
           MOVE AB-ACCOUNT-CODE TO WS-RL-ACCOUNT-CODE
           MOVE AB-CUMULATIVE-BALANCE TO WS-RL-BALANCE
           MOVE WS-DAYS-ACCRUED TO WS-RL-DAYS
           MOVE WS-AB-CREDIT-INT TO WS-RL-CREDIT-INTEREST
           MOVE WS-AB-DEBIT-INT TO WS-RL-DEBIT-INTEREST
           MOVE WS-AB-FEE TO WS-RL-FEE
           MOVE WS-AB-NET TO WS-RL-NET
           IF WS-RT-FOUND-SUB = WS-RT-DEFAULT-SUB
               MOVE "DEFAULT TERMS" TO WS-RL-NOTE
           ELSE
               MOVE SPACES TO WS-RL-NOTE
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REGISTER-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2500-WRITE-SKIPPED-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-WRITE-HEADERS
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-REPORT-HEADER-3 TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE AB-ACCOUNT-CODE TO WS-KL-ACCOUNT-CODE
           MOVE AB-CUMULATIVE-BALANCE TO WS-KL-BALANCE
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-SKIPPED-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2800-COMPUTE-MASTER-ROLL.
      *    BALMSTR TAKES THE SAME ROLL AS THE SUBLEDGER ACCOUNTS IN
      *    TOTAL, SO THE TWO POSITIONS STILL AGREE AFTERWARDS.
           COMPUTE WS-NEW-BALANCE = WS-OPEN-BALANCE + WS-NET-TOTAL
               ON SIZE ERROR
                   DISPLAY "ACCRUAL: CUMULATIVE BALANCE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           COMPUTE WS-NEW-DEBITS =
               WS-OPEN-DEBITS + WS-DEBIT-INT-TOTAL + WS-FEE-TOTAL
               ON SIZE ERROR
                   DISPLAY "ACCRUAL: CUMULATIVE DEBITS OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           COMPUTE WS-NEW-CREDITS =
               WS-OPEN-CREDITS + WS-CREDIT-INT-TOTAL
               ON SIZE ERROR
                   DISPLAY "ACCRUAL: CUMULATIVE CREDITS OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE ACRPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       9000-TERMINATE.
      *    ACTBAL, THEN BALMSTR, THEN ACRHIST, CHECKPOINTING AS EACH
      *    ACCOUNT AND THEN BALMSTR IS ROLLED SO A RESTART NEVER
      *    ROLLS ANYTHING TWICE.
           IF FRESH-RUN OR RESUME-ACTBAL-PASS
               PERFORM 9550-UPDATE-ACCOUNT-BALANCES
               CLOSE ACCOUNT-MASTER-FILE
               MOVE HIGH-VALUES TO WS-LAST-ROLLED-ACCOUNT
               MOVE "S" TO CKPT-PHASE
               PERFORM 9300-WRITE-CHECKPOINT
           END-IF
           IF NOT RESTART-AFTER-MASTER
               PERFORM 9500-UPDATE-BALANCE-MASTER
               MOVE "B" TO CKPT-PHASE
               PERFORM 9300-WRITE-CHECKPOINT
           END-IF
           IF NOT DATE-ALREADY-ACCRUED
               PERFORM 9600-WRITE-ACCRUAL-HISTORY
           END-IF
           MOVE WS-ACCRUED-COUNT TO WS-TL-ACCRUED
           MOVE WS-SKIPPED-COUNT TO WS-TL-SKIPPED
           MOVE WS-DAYS-ACCRUED TO WS-TL-DAYS
           MOVE WS-EXTRACT-COUNT TO WS-TL-EXTRACTS
           MOVE WS-CREDIT-INT-TOTAL TO WS-TL-CREDIT-INTEREST
           MOVE WS-DEBIT-INT-TOTAL TO WS-TL-DEBIT-INTEREST
           MOVE WS-FEE-TOTAL TO WS-TL-FEES
           MOVE WS-NET-TOTAL TO WS-TL-NET
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 9200-RESET-CHECKPOINT-FILE
           IF WS-SKIPPED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "C" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           CLOSE PRINT-FILE.

       9200-RESET-CHECKPOINT-FILE.
      *    A COMPLETED RUN MUST NOT LEAVE CHECKPOINT DATA BEHIND FOR
      *    THE NEXT RUN TO MISTAKE FOR AN IN-PROGRESS RESTART.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO RESET ACRCKPT, "
                   "STATUS " WS-CHKPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE.

       9300-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRCKPT, "
                   "STATUS " WS-CHKPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO CKPT-ACCRUAL-DATE
           MOVE WS-DAYS-ACCRUED TO CKPT-DAYS-ACCRUED
           MOVE WS-ACCRUED-COUNT TO CKPT-ACCOUNT-COUNT
           MOVE WS-EXTRACT-COUNT TO CKPT-EXTRACT-COUNT
           MOVE WS-CREDIT-INT-TOTAL TO CKPT-CREDIT-INTEREST
           MOVE WS-DEBIT-INT-TOTAL TO CKPT-DEBIT-INTEREST
           MOVE WS-FEE-TOTAL TO CKPT-FEE-TOTAL
           MOVE WS-NET-TOTAL TO CKPT-NET-ACCRUAL
           MOVE WS-OPEN-BALANCE TO CKPT-OPEN-BALANCE
           MOVE WS-OPEN-DEBITS TO CKPT-OPEN-DEBITS
           MOVE WS-OPEN-CREDITS TO CKPT-OPEN-CREDITS
           MOVE WS-FEE-DUE-SWITCH TO CKPT-FEE-DUE
           MOVE WS-ROLLED-COUNT TO CKPT-ROLLED-COUNT
           MOVE WS-ROLLED-NET TO CKPT-ROLLED-NET
           MOVE WS-LAST-ROLLED-ACCOUNT TO CKPT-LAST-ACCOUNT
           MOVE WS-LAST-ROLLED-BALANCE TO CKPT-LAST-BALANCE
           MOVE WS-LAST-ROLLED-DEBITS TO CKPT-LAST-DEBITS
           MOVE WS-LAST-ROLLED-CREDITS TO CKPT-LAST-CREDITS
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE ACRCKPT, "
                   "STATUS " WS-CHKPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE.

       9500-UPDATE-BALANCE-MASTER.
           OPEN OUTPUT BALANCE-MASTER-FILE
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO REWRITE BALFILE, "
                   "STATUS " WS-BALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BM-LAST-DATE TO BM-LAST-POSTED-DATE
           MOVE WS-NEW-BALANCE TO BM-CUMULATIVE-BALANCE
           MOVE WS-NEW-DEBITS TO BM-CUMULATIVE-DEBITS
           MOVE WS-NEW-CREDITS TO BM-CUMULATIVE-CREDITS
           MOVE WS-BM-FILLER TO BM-FILLER
           WRITE BM-BALANCE-RECORD
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE BALFILE, "
                   "STATUS " WS-BALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BALANCE-MASTER-FILE.

       9550-UPDATE-ACCOUNT-BALANCES.
      *    EACH ACCOUNT ACCRUED IS READ BACK IN KEY ORDER, ITS ACCRUAL
      *    WORKED OUT AGAIN FROM THE SAME BALANCE AND TERMS, AND THE
      *    RECORD REWRITTEN WITH ITS DATE AND LAST MOVEMENT AS
      *    BUGSOLUTION LEFT THEM.  THE ACCOUNTS AND NET ROLLED MUST
      *    AGREE WITH THE REGISTER, OR ACTBAL CHANGED DURING THE RUN.
      *    A RESTART CARRIES ON AFTER THE LAST ACCOUNT CHECKPOINTED,
      *    WITH THE COUNT AND NET ROLLED SO FAR TAKEN FROM ACRCKPT.
           OPEN I-O ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO UPDATE ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-ACTBAL-EOF-SWITCH
           IF RESUME-ACTBAL-PASS
               PERFORM 9560-RESUME-ACCOUNT-ROLL
           ELSE
               PERFORM 1277-READ-NEXT-BALANCE
           END-IF
           PERFORM 9570-ROLL-BALANCE-RECORD UNTIL ACTBAL-EOF
           CLOSE ACCOUNT-BALANCE-FILE
           IF WS-ROLLED-COUNT NOT = WS-ACCRUED-COUNT
                   OR WS-ROLLED-NET NOT = WS-NET-TOTAL
               DISPLAY "ACCRUAL: ACTBAL ROLLED " WS-ROLLED-COUNT
                   " ACCOUNTS NET " WS-ROLLED-NET
                   ", REGISTER " WS-ACCRUED-COUNT
                   " ACCOUNTS NET " WS-NET-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9560-RESUME-ACCOUNT-ROLL.
      *    THE LAST ACCOUNT CHECKPOINTED EITHER CARRIES ITS ROLLED
      *    POSITION ALREADY, OR THE FAILURE CAME BEFORE ITS REWRITE
      *    AND IT IS ROLLED NOW.  ANYTHING ELSE MEANS ACTBAL HAS BEEN
      *    CHANGED SINCE AND THE RESTART CANNOT TELL WHAT IS ON IT.
           MOVE WS-LAST-ROLLED-ACCOUNT TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "ACCRUAL: CHECKPOINTED ACCOUNT '"
                       WS-LAST-ROLLED-ACCOUNT "' IS NOT ON ACTBAL"
                       " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AB-CUMULATIVE-BALANCE NOT = WS-LAST-ROLLED-BALANCE
                   OR AB-CUMULATIVE-DEBITS NOT = WS-LAST-ROLLED-DEBITS
                   OR AB-CUMULATIVE-CREDITS
                       NOT = WS-LAST-ROLLED-CREDITS
               PERFORM 2150-FIND-ACCOUNT-TERMS
               PERFORM 2210-COMPUTE-ACCOUNT-ACCRUAL
               PERFORM 2250-ROLL-ACCOUNT-POSITION
               IF AB-CUMULATIVE-BALANCE NOT = WS-LAST-ROLLED-BALANCE
                       OR AB-CUMULATIVE-DEBITS
                           NOT = WS-LAST-ROLLED-DEBITS
                       OR AB-CUMULATIVE-CREDITS
                           NOT = WS-LAST-ROLLED-CREDITS
                   DISPLAY "ACCRUAL: ACTBAL ACCOUNT '"
                       AB-ACCOUNT-CODE "' HAS CHANGED SINCE THE "
                       "CHECKPOINT - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9580-REWRITE-BALANCE-RECORD
           END-IF
           START ACCOUNT-BALANCE-FILE
               KEY IS GREATER THAN AB-ACCOUNT-CODE
               INVALID KEY
                   SET ACTBAL-EOF TO TRUE
           END-START
           IF NOT ACTBAL-EOF
               PERFORM 1277-READ-NEXT-BALANCE
           END-IF.

       9570-ROLL-BALANCE-RECORD.
      *    THE CHECKPOINT NAMING THE ACCOUNT AND ITS ROLLED POSITION
      *    IS WRITTEN BEFORE THE REWRITE, NEVER AFTER, SO A FAILURE
      *    BETWEEN THE TWO IS PUT RIGHT BY 9560 ON THE RESTART.
           PERFORM 2150-FIND-ACCOUNT-TERMS
           IF ON-ACCOUNT-MASTER AND AR-OPEN
                   AND WS-RT-FOUND-SUB > ZERO
               PERFORM 2210-COMPUTE-ACCOUNT-ACCRUAL
               PERFORM 2250-ROLL-ACCOUNT-POSITION
               ADD 1 TO WS-ROLLED-COUNT
               ADD WS-AB-NET TO WS-ROLLED-NET
               MOVE AB-ACCOUNT-CODE TO WS-LAST-ROLLED-ACCOUNT
               MOVE AB-CUMULATIVE-BALANCE TO WS-LAST-ROLLED-BALANCE
               MOVE AB-CUMULATIVE-DEBITS TO WS-LAST-ROLLED-DEBITS
               MOVE AB-CUMULATIVE-CREDITS TO WS-LAST-ROLLED-CREDITS
               MOVE "S" TO CKPT-PHASE
               PERFORM 9300-WRITE-CHECKPOINT
               PERFORM 9580-REWRITE-BALANCE-RECORD
           END-IF
           PERFORM 1277-READ-NEXT-BALANCE.

       9580-REWRITE-BALANCE-RECORD.
           REWRITE AB-BALANCE-RECORD
           IF WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO REWRITE ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9600-WRITE-ACCRUAL-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HSTFILE-STATUS NOT = "00"
                   AND WS-HSTFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN ACRHIST, "
                   "STATUS " WS-HSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-BUSINESS-DATE TO AH-ACCRUAL-DATE
           MOVE WS-DAYS-ACCRUED TO AH-DAYS-ACCRUED
           MOVE WS-ACCRUED-COUNT TO AH-ACCOUNT-COUNT
           MOVE WS-EXTRACT-COUNT TO AH-EXTRACT-COUNT
           MOVE WS-CREDIT-INT-TOTAL TO AH-CREDIT-INTEREST
           MOVE WS-DEBIT-INT-TOTAL TO AH-DEBIT-INTEREST
           MOVE WS-FEE-TOTAL TO AH-FEE-TOTAL
           MOVE WS-NET-TOTAL TO AH-NET-ACCRUAL
           MOVE WS-TIME-WORK(1:6) TO AH-RUN-TIME
           MOVE SPACES TO AH-FILLER
           WRITE AH-HISTORY-RECORD
           IF WS-HSTFILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL: UNABLE TO WRITE ACRHIST, "
                   "STATUS " WS-HSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORY-FILE.

       8800-STAMP-RUN-CONTROL.
      *    THE RUN-CONTROL STAMP MUST NEVER BLOCK A RUN: A FAILURE
      *    HERE IS REPORTED ON THE CONSOLE AND THE RUN CONTINUES.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNFILE-STATUS NOT = "00"
                   AND WS-RUNFILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL: UNABLE TO OPEN RUNCTL, "
                   "STATUS " WS-RUNFILE-STATUS
                   " - RUN-CONTROL STAMP NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE "ACCRUAL" TO RC-PROGRAM-NAME
               MOVE WS-RUN-STAMP-STATUS TO RC-STATUS
               MOVE WS-TIME-WORK(1:6) TO RC-STAMP-TIME
               MOVE SPACES TO RC-FILLER
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-RUNFILE-STATUS NOT = "00"
                   DISPLAY "ACCRUAL: UNABLE TO WRITE RUNCTL, "
                       "STATUS " WS-RUNFILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
