      * READS THE CURRENT ACCOUNT REFERENCE MASTER (ACCTREF, WHICH
      * MAY BE ABSENT ON FIRST LOAD), APPLIES THE MAINTENANCE
      * TRANSACTIONS ON ACTMNT IN ORDER - ADD, CLOSE, REOPEN AND
      * DESC (REPLACE DESCRIPTION) - AND UPDATES THE MASTER.  EVERY
      * TRANSACTION IS ECHOED TO THE ACTPRT REPORT WITH ITS
      * DISPOSITION, AND A REJECTED TRANSACTION ENDS THE RUN WITH
      * RETURN-CODE 8 SO OPERATIONS REVIEWS THE REPORT; GOOD
      * TRANSACTIONS ARE STILL APPLIED.  THIS IS THE ONLY SUPPORTED
      * WAY TO CHANGE ACCTREF - THE FILE IS NOT EDITED BY HAND.
      * AN ACCOUNT MAY NOT BE CLOSED WHILE ITS POSITION ON THE
      * PER-ACCOUNT BALANCE SUBLEDGER (ACTBAL) IS NOT ZERO.
      *
      * EVERY CARD CARRIES THE KEYING OPERATOR'S ID IN COLUMNS 41-48
      * AND MAINTENANCE IS UNDER DUAL CONTROL.  A GOOD ADD, CLOSE,
      * REOPEN OR DESC CARD IS NOT APPLIED WHEN IT IS KEYED: IT IS
      * HELD ON THE PENDING FILE (ACTPEND) UNDER THE MAKER'S ID, ONE
      * PENDING CHANGE PER ACCOUNT.  A LATER CARD
      *     APPROV <ACCT>  KEYED BY A DIFFERENT OPERATOR (THE CHECKER)
      * RE-EDITS THE PENDING CARD AGAINST THE MASTER AS IT THEN
      * STANDS AND APPLIES IT; NO OPERATOR MAY APPROVE A CARD THEY
      * KEYED THEMSELVES.
      *     CANCEL <ACCT>  WITHDRAWS THE PENDING CARD UNAPPLIED.
      * A PENDING CARD NOT APPROVED WITHIN THE EXPIRY PERIOD - FIVE
      * BUSINESS DAYS AFTER THE DAY IT WAS KEYED, COUNTED OVER THE
      * HOLIDAY CALENDAR, OR AS SET BY A PENDING-EXPIRY-DAYS=NNN
      * CARD ON ACTPARM - EXPIRES AT THE START OF THE NEXT RUN AND
      * MUST BE KEYED AGAIN.  EVERY APPLIED CHANGE APPENDS THE
      * BEFORE AND AFTER IMAGES OF THE ACCTREF RECORD, BOTH OPERATOR
      * IDS AND THE TIME OF THE CHANGE TO THE PERMANENT CHANGE
      * JOURNAL (MNTJRNL), WHICH JRNLINQ REPORTS FROM.  CARDS STILL
      * PENDING OR EXPIRED END THE RUN WITH RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO "ACTMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "ACTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "ACTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(6).
           05  MT-ACCOUNT-CODE         PIC X(4).
           05  MT-DESCRIPTION          PIC X(30).
           05  MT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(32).

       FD  PRINT-FILE
           RECORDING MODE IS F.
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY HOLCAL.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY MNTPEND.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MNTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PNDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-JRNFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-TIME-CONTROLS.
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
           05  WS-CURRENT-TIME         PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "ACCTMAINT".

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACTION  ACCT  DESCRIPTION                     MAKER
      -        "CHECKER   DISPOSITION".

       01  WS-MAINT-LINE.
           05  WS-ML-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-CHECKER-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-PENDING-HEADER-1.
           05  FILLER                  PIC X(41) VALUE
               "CHANGES AWAITING APPROVAL - EXPIRE AFTER ".
           05  WS-PH-EXPIRY-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(56) VALUE
               " BUSINESS DAYS".

       01  WS-PENDING-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "SUBMITTED TIME    MAKER     ACTION  ACCT  DESCRIPTION
      -        "                  AGE".

       01  WS-PENDING-LINE.
           05  WS-PL-SUBMIT-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SUBMIT-TIME       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
           05  WS-TL-ON-FILE           PIC ZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PENDING-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "CARDS QUEUED:   ".
           05  WS-TL-QUEUED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13)
                                        VALUE "  CANCELLED: ".
           05  WS-TL-CANCELLED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
                                        VALUE "  EXPIRED: ".
           05  WS-TL-EXPIRED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE "  STILL PENDING: ".
           05  WS-TL-PENDING           PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-APPLY-SWITCH         PIC X VALUE "N".
               88  APPLYING-APPROVED-CARD       VALUE "Y".

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-QUEUED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CANCELLED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-STILL-PENDING-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.
           05  WS-PENDING-EXPIRY-DAYS  PIC 9(3) VALUE 5.
           05  WS-CHECKER-ID           PIC X(8) VALUE SPACES.

       01  WS-AGE-CONTROLS.
           05  WS-DATE-INTEGER         PIC 9(8) VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(8) VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
           05  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.

      *    THE SAME HOLIDAY CALENDAR THE PRIOR-BUSINESS-DAY LOGIC IN
      *    BUGSOLUTION CONSULTS, SO A PENDING CARD DOES NOT AGE OVER
      *    A BANK HOLIDAY.  AN ABSENT HOLCAL MEANS NO HOLIDAYS.
       01  WS-HOLIDAY-CONTROLS.
           05  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

      *    THE MASTER IS OPEN FOR UPDATE FOR THE WHOLE RUN.  THE
      *    CARD'S ACCOUNT IS READ BY ACCOUNT CODE INTO THE RECORD
      *    AREA, AND AN APPLIED CHANGE IS WRITTEN OR REWRITTEN THERE
      *    AND THEN.
       01  WS-ACCOUNT-MASTER-CONTROLS.
           05  WS-ACCOUNT-MASTER-SWITCH PIC X VALUE "N".
               88  ON-ACCOUNT-MASTER            VALUE "Y".
           05  WS-ACCOUNT-MASTER-EOF-SWITCH PIC X VALUE "N".
               88  ACCOUNT-MASTER-EOF           VALUE "Y".
           05  WS-ON-FILE-COUNT        PIC 9(7) VALUE ZERO.

      *    THE ACCOUNT'S POSITION ON THE SUBLEDGER, SO AN ACCOUNT
      *    STILL CARRYING A BALANCE CANNOT BE CLOSED.  AN ABSENT
      *    ACTBAL, OR AN ACCOUNT NOT YET ON IT, MEANS NOTHING HAS
      *    POSTED.
       01  WS-ACCOUNT-BALANCE-CONTROLS.
           05  WS-ACTBAL-SWITCH        PIC X VALUE "N".
               88  ACTBAL-PRESENT               VALUE "Y".
           05  WS-CLOSE-BALANCE        PIC S9(11) VALUE ZERO.

      *    THE PENDING FILE AS LOADED, PLUS THE CARDS QUEUED THIS
      *    RUN.  AN ENTRY'S STATE MOVES FROM PENDING TO APPROVED,
      *    CANCELLED OR EXPIRED; ONLY ENTRIES STILL PENDING ARE
      *    WRITTEN BACK AT TERMINATION.
       01  WS-PENDING-CONTROLS.
           05  WS-PD-SUB               PIC 9(4) VALUE ZERO.
           05  WS-PD-FOUND-SUB         PIC 9(4) VALUE ZERO.

       01  WS-PENDING-TABLE-AREA.
           05  WS-PD-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PD-ENTRY OCCURS 2000 TIMES.
               10  WS-PD-SUBMIT-DATE   PIC 9(8).
               10  WS-PD-SUBMIT-TIME   PIC 9(6).
               10  WS-PD-MAKER-ID      PIC X(8).
               10  WS-PD-CARD-IMAGE    PIC X(80).
               10  WS-PD-CARD REDEFINES WS-PD-CARD-IMAGE.
                   15  WS-PD-ACTION    PIC X(6).
                   15  WS-PD-ACCOUNT-CODE
                                       PIC X(4).
                   15  WS-PD-DESCRIPTION
                                       PIC X(30).
                   15  FILLER          PIC X(40).
               10  WS-PD-STATE         PIC X.
                   88  PD-PENDING               VALUE "P".
                   88  PD-APPROVED              VALUE "A".
                   88  PD-CANCELLED             VALUE "X".
                   88  PD-EXPIRED               VALUE "E".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CURRENT-TIME
           PERFORM 1100-OPEN-ACCOUNT-MASTER
           PERFORM 1150-OPEN-ACCOUNT-BALANCES
           PERFORM 1200-LOAD-HOLIDAY-CALENDAR
           PERFORM 1300-READ-CONTROL-CARDS
           PERFORM 1400-LOAD-PENDING-CARDS
           OPEN INPUT MAINT-FILE
           IF WS-MNTFILE-STATUS NOT = "00"
               DISPLAY "ACCTMAINT: UNABLE TO OPEN ACTMNT, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNFILE-STATUS NOT = "00"
                   AND WS-JRNFILE-STATUS NOT = "05"
               DISPLAY "ACCTMAINT: UNABLE TO OPEN MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 1500-EXPIRE-PENDING-CARDS
           PERFORM 2100-READ-MAINT-RECORD.

       1100-OPEN-ACCOUNT-MASTER.
      *    AN ABSENT OR EMPTY MASTER IS A VALID STARTING POINT FOR
      *    THE FIRST LOAD; THE OPTIONAL OPEN CREATES IT WITH STATUS
      *    "05" AND EVERY ACCOUNT THEN ARRIVES BY ADD CARD.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "05"
               DISPLAY "ACCTMAINT: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-OPEN-ACCOUNT-BALANCES.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           EVALUATE WS-ABLFILE-STATUS
               WHEN "00"
                   SET ACTBAL-PRESENT TO TRUE
               WHEN "05"
                   CLOSE ACCOUNT-BALANCE-FILE
               WHEN OTHER
                   DISPLAY "ACCTMAINT: UNABLE TO OPEN ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFILE-STATUS NOT = "00"
                   AND WS-HOLFILE-STATUS NOT = "05"
               DISPLAY "ACCTMAINT: UNABLE TO OPEN HOLCAL, "
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
                       PERFORM 1210-ADD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       1210-ADD-HOLIDAY-ENTRY.
           IF HC-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "ACCTMAINT: MALFORMED HOLCAL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOL-ENTRY-COUNT >= 100
               DISPLAY "ACCTMAINT: MORE THAN 100 HOLIDAYS ON HOLCAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-ENTRY-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-ENTRY-COUNT).

       1300-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CRDFILE-STATUS = "00"
               PERFORM UNTIL WS-CRDFILE-STATUS NOT = "00"
                   READ CONTROL-CARD-FILE
                       AT END
                           MOVE "10" TO WS-CRDFILE-STATUS
                       NOT AT END
                           IF CONTROL-CARD NOT = SPACES
                                   AND CONTROL-CARD(1:1) NOT = "*"
                               PERFORM 1310-APPLY-CONTROL-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1310-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "PENDING-EXPIRY-DAYS"
                   IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) NOT = ZERO
                       PERFORM 1390-REJECT-CONTROL-CARD
                   END-IF
                   COMPUTE WS-CARD-NUMBER =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                       ON SIZE ERROR
                           PERFORM 1390-REJECT-CONTROL-CARD
                   END-COMPUTE
                   IF WS-CARD-NUMBER = ZERO OR WS-CARD-NUMBER > 999
                       PERFORM 1390-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-NUMBER TO WS-PENDING-EXPIRY-DAYS
               WHEN OTHER
                   PERFORM 1390-REJECT-CONTROL-CARD
           END-EVALUATE.

       1390-REJECT-CONTROL-CARD.
           DISPLAY "ACCTMAINT: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1400-LOAD-PENDING-CARDS.
      *    AN ABSENT PENDING FILE SIMPLY MEANS NOTHING IS WAITING.
           OPEN INPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "ACCTMAINT: UNABLE TO OPEN ACTPEND, "
                   "STATUS " WS-PNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PNDFILE-STATUS
           PERFORM UNTIL WS-PNDFILE-STATUS NOT = "00"
               READ PENDING-FILE
                   AT END
                       MOVE "10" TO WS-PNDFILE-STATUS
                   NOT AT END
                       PERFORM 1410-ADD-PENDING-ENTRY
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       1410-ADD-PENDING-ENTRY.
           IF PM-SUBMIT-DATE NOT NUMERIC
                   OR PM-SUBMIT-TIME NOT NUMERIC
                   OR PM-MAKER-ID = SPACES
               DISPLAY "ACCTMAINT: MALFORMED ACTPEND RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PD-ENTRY-COUNT >= 2000
               DISPLAY "ACCTMAINT: MORE THAN 2000 CARDS ON ACTPEND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PD-ENTRY-COUNT
           MOVE PM-SUBMIT-DATE TO WS-PD-SUBMIT-DATE(WS-PD-ENTRY-COUNT)
           MOVE PM-SUBMIT-TIME TO WS-PD-SUBMIT-TIME(WS-PD-ENTRY-COUNT)
           MOVE PM-MAKER-ID TO WS-PD-MAKER-ID(WS-PD-ENTRY-COUNT)
           MOVE PM-CARD-IMAGE TO WS-PD-CARD-IMAGE(WS-PD-ENTRY-COUNT)
           SET PD-PENDING(WS-PD-ENTRY-COUNT) TO TRUE.

       1500-EXPIRE-PENDING-CARDS.
      *    EXPIRY IS APPLIED BEFORE ANY CARD IS READ, SO A CARD PAST
      *    ITS PERIOD CANNOT BE APPROVED IN THIS RUN.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
               PERFORM 1550-COMPUTE-PENDING-AGE
               IF WS-AGE-DAYS > WS-PENDING-EXPIRY-DAYS
                   PERFORM 1560-EXPIRE-PENDING-CARD
               END-IF
           END-PERFORM.

       1550-COMPUTE-PENDING-AGE.
      *    AGE IS COUNTED IN BUSINESS DAYS FROM THE DAY THE CARD WAS
      *    KEYED TO TODAY, ROLLING OVER SATURDAY, SUNDAY AND THE
      *    HOLIDAY CALENDAR THE SAME WAY REJAGING AGES A REJECT.
           MOVE ZERO TO WS-AGE-DAYS
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-PD-SUBMIT-DATE(WS-PD-SUB))
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           PERFORM UNTIL WS-DATE-INTEGER >= WS-TODAY-INTEGER
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INTEGER, 7)
               IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
                   COMPUTE WS-HOLIDAY-TEST-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   PERFORM 1570-TEST-HOLIDAY
                   IF NOT HOLIDAY-FOUND
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       1560-EXPIRE-PENDING-CARD.
           SET PD-EXPIRED(WS-PD-SUB) TO TRUE
           MOVE WS-PD-CARD-IMAGE(WS-PD-SUB) TO MAINT-RECORD
           MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO WS-ML-MAKER-ID
           MOVE SPACES TO WS-ML-CHECKER-ID
           MOVE "EXPIRED - NOT APPROVED" TO WS-ML-DISPOSITION
           ADD 1 TO WS-EXPIRED-COUNT
           PERFORM 2800-WRITE-MAINT-LINE.

       1570-TEST-HOLIDAY.
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

       2000-APPLY-MAINT-RECORD.
           IF MAINT-RECORD = SPACES OR MT-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               MOVE "N" TO WS-APPLY-SWITCH
               EVALUATE TRUE
                   WHEN MT-OPERATOR-ID = SPACES
                       MOVE SPACES TO WS-ML-MAKER-ID
                       MOVE SPACES TO WS-ML-CHECKER-ID
                       MOVE "REJECTED - NO OPERATOR ID"
                           TO WS-ML-DISPOSITION
                       PERFORM 2750-COUNT-REJECT
                       PERFORM 2800-WRITE-MAINT-LINE
                   WHEN MT-ACTION = "APPROV"
                       PERFORM 2020-APPROVE-PENDING-CARD
                   WHEN MT-ACTION = "CANCEL"
                       PERFORM 2030-CANCEL-PENDING-CARD
                   WHEN OTHER
                       PERFORM 2010-SUBMIT-MAINT-CARD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.

       2010-SUBMIT-MAINT-CARD.
           MOVE MT-OPERATOR-ID TO WS-ML-MAKER-ID
           MOVE SPACES TO WS-ML-CHECKER-ID
           PERFORM 2250-FIND-PENDING-CARD
           IF WS-PD-FOUND-SUB > ZERO
                   AND (MT-ACTION = "ADD   " OR "CLOSE " OR "REOPEN"
                        OR "DESC  ")
               MOVE "REJECTED - ALREADY PENDING"
                   TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
               PERFORM 2800-WRITE-MAINT-LINE
           ELSE
               PERFORM 2200-FIND-ACCOUNT
               PERFORM 2050-EDIT-MAINT-CARD
           END-IF.

       2020-APPROVE-PENDING-CARD.
      *    THE PENDING CARD IS BROUGHT BACK INTO THE CARD AREA AND
      *    RE-EDITED AGAINST THE MASTER AS IT NOW STANDS, SO AN
      *    APPROVAL CANNOT APPLY A CHANGE OVERTAKEN SINCE IT WAS
      *    KEYED.  EITHER WAY THE PENDING CARD HAS BEEN DECIDED.
           MOVE MT-OPERATOR-ID TO WS-CHECKER-ID
           PERFORM 2250-FIND-PENDING-CARD
           EVALUATE TRUE
               WHEN WS-PD-FOUND-SUB = ZERO
                   MOVE SPACES TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE "REJECTED - NOTHING PENDING"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
                   PERFORM 2800-WRITE-MAINT-LINE
               WHEN WS-PD-MAKER-ID(WS-PD-FOUND-SUB) = WS-CHECKER-ID
                   MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB)
                       TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE "REJECTED - SAME OPERATOR"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
                   PERFORM 2800-WRITE-MAINT-LINE
               WHEN OTHER
                   SET PD-APPROVED(WS-PD-FOUND-SUB) TO TRUE
                   MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB)
                       TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE WS-PD-CARD-IMAGE(WS-PD-FOUND-SUB)
                       TO MAINT-RECORD
                   SET APPLYING-APPROVED-CARD TO TRUE
                   PERFORM 2200-FIND-ACCOUNT
                   PERFORM 2050-EDIT-MAINT-CARD
                   MOVE "N" TO WS-APPLY-SWITCH
           END-EVALUATE.

       2030-CANCEL-PENDING-CARD.
           PERFORM 2250-FIND-PENDING-CARD
           IF WS-PD-FOUND-SUB = ZERO
               MOVE SPACES TO WS-ML-MAKER-ID
               MOVE MT-OPERATOR-ID TO WS-ML-CHECKER-ID
               MOVE "REJECTED - NOTHING PENDING" TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
           ELSE
               SET PD-CANCELLED(WS-PD-FOUND-SUB) TO TRUE
               MOVE MT-OPERATOR-ID TO WS-ML-CHECKER-ID
               MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB) TO WS-ML-MAKER-ID
               MOVE WS-PD-CARD-IMAGE(WS-PD-FOUND-SUB) TO MAINT-RECORD
               MOVE "CANCELLED - NOT APPLIED" TO WS-ML-DISPOSITION
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           PERFORM 2800-WRITE-MAINT-LINE.

       2050-EDIT-MAINT-CARD.
           EVALUATE MT-ACTION
               WHEN "ADD   "
                   PERFORM 2300-APPLY-ADD
               WHEN "CLOSE "
                   PERFORM 2400-APPLY-CLOSE
               WHEN "REOPEN"
                   PERFORM 2500-APPLY-REOPEN
               WHEN "DESC  "
                   PERFORM 2600-APPLY-DESC
               WHEN OTHER
                   PERFORM 2700-REJECT-CARD
           END-EVALUATE.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
           END-READ.

       2200-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-MASTER-SWITCH
           MOVE MT-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-OPEN AND NOT AR-CLOSED
                       DISPLAY "ACCTMAINT: MALFORMED ACCTREF RECORD '"
                           AR-ACCOUNT-CODE "'"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET ON-ACCOUNT-MASTER TO TRUE
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "ACCTMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2250-FIND-PENDING-CARD.
           MOVE ZERO TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
               IF PD-PENDING(WS-PD-SUB)
                       AND WS-PD-ACCOUNT-CODE(WS-PD-SUB)
                           = MT-ACCOUNT-CODE
                   MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM.

                   MOVE "REJECTED - BLANK DESCRIPTION"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN ON-ACCOUNT-MASTER
                   MOVE "REJECTED - ALREADY ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE MT-ACCOUNT-CODE TO AR-ACCOUNT-CODE
                   MOVE MT-DESCRIPTION TO AR-DESCRIPTION
                   MOVE "O" TO AR-STATUS
                   MOVE WS-CURRENT-DATE-N TO AR-OPEN-DATE
                   MOVE ZERO TO AR-CLOSE-DATE
                   MOVE SPACES TO AR-FILLER
                   WRITE AR-ACCOUNT-RECORD
                   PERFORM 2980-CHECK-ACTFILE-STATUS
                   SET ON-ACCOUNT-MASTER TO TRUE
                   PERFORM 2960-WRITE-JOURNAL-RECORD
                   MOVE "ADDED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2400-APPLY-CLOSE.
      *    THE BALANCE IS CHECKED WHEN THE CARD IS KEYED AND AGAIN
      *    WHEN IT IS APPROVED, IN CASE THE ACCOUNT HAS POSTED SINCE.
           PERFORM 2410-FIND-ACCOUNT-BALANCE
           EVALUATE TRUE
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN AR-CLOSED
                   MOVE "REJECTED - ALREADY CLOSED"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-CLOSE-BALANCE NOT = ZERO
                   MOVE "REJECTED - BALANCE NOT ZERO"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE "C" TO AR-STATUS
                   MOVE WS-CURRENT-DATE-N TO AR-CLOSE-DATE
                   REWRITE AR-ACCOUNT-RECORD
                   PERFORM 2980-CHECK-ACTFILE-STATUS
                   PERFORM 2960-WRITE-JOURNAL-RECORD
                   MOVE "CLOSED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2410-FIND-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-CLOSE-BALANCE
           IF ACTBAL-PRESENT
               MOVE MT-ACCOUNT-CODE TO AB-ACCOUNT-CODE
               READ ACCOUNT-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AB-CUMULATIVE-BALANCE NOT NUMERIC
                           DISPLAY "ACCTMAINT: MALFORMED ACTBAL "
                               "RECORD FOR ACCOUNT '"
                               AB-ACCOUNT-CODE "'"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE AB-CUMULATIVE-BALANCE TO WS-CLOSE-BALANCE
               END-READ
               IF WS-ABLFILE-STATUS NOT = "00"
                       AND WS-ABLFILE-STATUS NOT = "23"
                   DISPLAY "ACCTMAINT: UNABLE TO READ ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2450-QUEUE-PENDING-CARD.
           IF WS-PD-ENTRY-COUNT >= 2000
               MOVE "REJECTED - PENDING FILE FULL" TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
           ELSE
               ADD 1 TO WS-PD-ENTRY-COUNT
               MOVE WS-CURRENT-DATE-N
                   TO WS-PD-SUBMIT-DATE(WS-PD-ENTRY-COUNT)
               MOVE WS-CURRENT-TIME
                   TO WS-PD-SUBMIT-TIME(WS-PD-ENTRY-COUNT)
               MOVE MT-OPERATOR-ID
                   TO WS-PD-MAKER-ID(WS-PD-ENTRY-COUNT)
               MOVE MAINT-RECORD
                   TO WS-PD-CARD-IMAGE(WS-PD-ENTRY-COUNT)
               SET PD-PENDING(WS-PD-ENTRY-COUNT) TO TRUE
               MOVE "PENDING APPROVAL" TO WS-ML-DISPOSITION
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       2500-APPLY-REOPEN.
           EVALUATE TRUE
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN AR-OPEN
                   MOVE "REJECTED - ALREADY OPEN"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE "O" TO AR-STATUS
                   MOVE WS-CURRENT-DATE-N TO AR-OPEN-DATE
                   MOVE ZERO TO AR-CLOSE-DATE
                   REWRITE AR-ACCOUNT-RECORD
                   PERFORM 2980-CHECK-ACTFILE-STATUS
                   PERFORM 2960-WRITE-JOURNAL-RECORD
                   MOVE "REOPENED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE

       2600-APPLY-DESC.
           EVALUATE TRUE
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
                   MOVE "REJECTED - BLANK DESCRIPTION"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE MT-DESCRIPTION TO AR-DESCRIPTION
                   REWRITE AR-ACCOUNT-RECORD
                   PERFORM 2980-CHECK-ACTFILE-STATUS
                   PERFORM 2960-WRITE-JOURNAL-RECORD
                   MOVE "DESCRIPTION REPLACED"
                       TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               STOP RUN
           END-IF.

       2950-JOURNAL-BEFORE-IMAGE.
      *    TAKEN BEFORE THE RECORD AREA IS CHANGED; AN ADD HAS NO
      *    BEFORE IMAGE.
           MOVE SPACES TO MJ-BEFORE-IMAGE
           IF ON-ACCOUNT-MASTER
               MOVE AR-ACCOUNT-CODE TO MJ-BA-ACCOUNT-CODE
               MOVE AR-DESCRIPTION TO MJ-BA-DESCRIPTION
               MOVE AR-STATUS TO MJ-BA-STATUS
               MOVE AR-OPEN-DATE TO MJ-BA-OPEN-DATE
               MOVE AR-CLOSE-DATE TO MJ-BA-CLOSE-DATE
           END-IF.

       2960-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO MJ-AFTER-IMAGE
           MOVE AR-ACCOUNT-CODE TO MJ-AA-ACCOUNT-CODE
           MOVE AR-DESCRIPTION TO MJ-AA-DESCRIPTION
           MOVE AR-STATUS TO MJ-AA-STATUS
           MOVE AR-OPEN-DATE TO MJ-AA-OPEN-DATE
           MOVE AR-CLOSE-DATE TO MJ-AA-CLOSE-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-CURRENT-DATE-N TO MJ-JOURNAL-DATE
           MOVE WS-TIME-WORK(1:6) TO MJ-JOURNAL-TIME
           SET MJ-ACCOUNT-CHANGE TO TRUE
           MOVE MT-ACTION TO MJ-ACTION
           MOVE SPACES TO MJ-RECORD-KEY
           MOVE MT-ACCOUNT-CODE TO MJ-RECORD-KEY
           MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB) TO MJ-MAKER-ID
           MOVE WS-PD-SUBMIT-DATE(WS-PD-FOUND-SUB) TO MJ-SUBMIT-DATE
           MOVE WS-PD-SUBMIT-TIME(WS-PD-FOUND-SUB) TO MJ-SUBMIT-TIME
           MOVE WS-CHECKER-ID TO MJ-CHECKER-ID
           MOVE SPACES TO MJ-FILLER
           WRITE MJ-JOURNAL-RECORD
           IF WS-JRNFILE-STATUS NOT = "00"
               DISPLAY "ACCTMAINT: UNABLE TO WRITE MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2980-CHECK-ACTFILE-STATUS.
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTMAINT: UNABLE TO UPDATE ACCTREF FOR "
                   "ACCOUNT '" AR-ACCOUNT-CODE "', STATUS "
                   WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-COUNT-ACCOUNT-MASTER
           PERFORM 9200-REWRITE-PENDING-FILE
           PERFORM 9300-PRINT-PENDING-CARDS
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-ON-FILE-COUNT TO WS-TL-ON-FILE
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE WS-QUEUED-COUNT TO WS-TL-QUEUED
           MOVE WS-CANCELLED-COUNT TO WS-TL-CANCELLED
           MOVE WS-EXPIRED-COUNT TO WS-TL-EXPIRED
           MOVE WS-STILL-PENDING-COUNT TO WS-TL-PENDING
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PENDING-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF (WS-STILL-PENDING-COUNT > ZERO
                   OR WS-EXPIRED-COUNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE MAINT-FILE
           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE.

       9100-COUNT-ACCOUNT-MASTER.
      *    EVERY CHANGE IS ALREADY ON THE MASTER; THE ACCOUNTS ON
      *    FILE ARE COUNTED IN KEY ORDER FOR THE TOTALS LINE.
           MOVE ZERO TO WS-ON-FILE-COUNT
           MOVE "N" TO WS-ACCOUNT-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO AR-ACCOUNT-CODE
           START ACCOUNT-MASTER-FILE KEY IS NOT < AR-ACCOUNT-CODE
               INVALID KEY
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-START
           PERFORM 9150-COUNT-MASTER-RECORD
               UNTIL ACCOUNT-MASTER-EOF
           CLOSE ACCOUNT-MASTER-FILE
           IF ACTBAL-PRESENT
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF.

       9150-COUNT-MASTER-RECORD.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ON-FILE-COUNT
           END-READ
           IF NOT ACCOUNT-MASTER-EOF AND WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9200-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "ACCTMAINT: UNABLE TO REWRITE ACTPEND, "
                   "STATUS " WS-PNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9250-WRITE-PENDING-RECORD
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
           CLOSE PENDING-FILE.

       9250-WRITE-PENDING-RECORD.
           IF PD-PENDING(WS-PD-SUB)
               MOVE WS-PD-SUBMIT-DATE(WS-PD-SUB) TO PM-SUBMIT-DATE
               MOVE WS-PD-SUBMIT-TIME(WS-PD-SUB) TO PM-SUBMIT-TIME
               MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO PM-MAKER-ID
               MOVE WS-PD-CARD-IMAGE(WS-PD-SUB) TO PM-CARD-IMAGE
               MOVE SPACES TO PM-FILLER
               WRITE PM-PENDING-RECORD
               IF WS-PNDFILE-STATUS NOT = "00"
                   DISPLAY "ACCTMAINT: UNABLE TO WRITE ACTPEND, "
                       "STATUS " WS-PNDFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF.

       9300-PRINT-PENDING-CARDS.
           MOVE WS-PENDING-EXPIRY-DAYS TO WS-PH-EXPIRY-DAYS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-PENDING-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PENDING-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 9350-PRINT-PENDING-LINE
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT.

       9350-PRINT-PENDING-LINE.
           IF PD-PENDING(WS-PD-SUB)
               PERFORM 1550-COMPUTE-PENDING-AGE
               MOVE WS-PD-SUBMIT-DATE(WS-PD-SUB) TO WS-PL-SUBMIT-DATE
               MOVE WS-PD-SUBMIT-TIME(WS-PD-SUB) TO WS-PL-SUBMIT-TIME
               MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO WS-PL-MAKER-ID
               MOVE WS-PD-ACTION(WS-PD-SUB) TO WS-PL-ACTION
               MOVE WS-PD-ACCOUNT-CODE(WS-PD-SUB)
                   TO WS-PL-ACCOUNT-CODE
               MOVE WS-PD-DESCRIPTION(WS-PD-SUB) TO WS-PL-DESCRIPTION
               MOVE WS-AGE-DAYS TO WS-PL-AGE
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-PENDING-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF.
