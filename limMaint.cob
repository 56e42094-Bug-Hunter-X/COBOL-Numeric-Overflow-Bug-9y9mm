       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMAINT.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * ACCOUNT POSTING LIMIT MAINTENANCE.
      * READS THE CURRENT LIMITS FILE (ACCTLIM, WHICH MAY BE ABSENT
      * ON FIRST LOAD) AND THE ACCOUNT REFERENCE MASTER (ACCTREF),
      * APPLIES THE MAINTENANCE TRANSACTIONS ON LIMMNT IN ORDER -
      * ADD, CHANGE (REPLACE BOTH LIMITS) AND DELETE - AND REWRITES
      * THE LIMITS FILE.  A LIMIT CAN ONLY BE ADDED FOR AN ACCOUNT
      * ON ACCTREF.  EVERY TRANSACTION IS ECHOED TO THE LIMPRT
      * REPORT WITH ITS DISPOSITION, AND A REJECTED TRANSACTION ENDS
      * THE RUN WITH RETURN-CODE 8 SO OPERATIONS REVIEWS THE REPORT;
      * GOOD TRANSACTIONS ARE STILL APPLIED.  THE REPORT CLOSES WITH
      * A LISTING OF EVERY LIMIT NOW ON FILE AS THE PROOF OF THE
      * REWRITE.  THIS IS THE ONLY SUPPORTED WAY TO CHANGE ACCTLIM.
      *
      * EVERY CARD CARRIES THE KEYING OPERATOR'S ID IN COLUMNS 29-36
      * AND MAINTENANCE IS UNDER DUAL CONTROL, AS IN ACCTMAINT.  A
      * GOOD ADD, CHANGE OR DELETE CARD IS NOT APPLIED WHEN IT IS
      * KEYED: IT IS HELD ON THE PENDING FILE (LIMPEND) UNDER THE
      * MAKER'S ID, ONE PENDING CHANGE PER ACCOUNT.  A LATER CARD
      *     APPROV <ACCT>  KEYED BY A DIFFERENT OPERATOR (THE CHECKER)
      * RE-EDITS THE PENDING CARD AGAINST THE LIMITS AS THEY THEN
      * STAND AND APPLIES IT; NO OPERATOR MAY APPROVE A CARD THEY
      * KEYED THEMSELVES.
      *     CANCEL <ACCT>  WITHDRAWS THE PENDING CARD UNAPPLIED.
      * A PENDING CARD NOT APPROVED WITHIN THE EXPIRY PERIOD - FIVE
      * BUSINESS DAYS AFTER THE DAY IT WAS KEYED, COUNTED OVER THE
      * HOLIDAY CALENDAR, OR AS SET BY A PENDING-EXPIRY-DAYS=NNN
      * CARD ON LIMPARM - EXPIRES AT THE START OF THE NEXT RUN AND
      * MUST BE KEYED AGAIN.  EVERY APPLIED CHANGE APPENDS THE
      * BEFORE AND AFTER IMAGES OF THE ACCTLIM RECORD, BOTH OPERATOR
      * IDS AND THE TIME OF THE CHANGE TO THE PERMANENT CHANGE
      * JOURNAL (MNTJRNL), WHICH JRNLINQ REPORTS FROM.  THE JOURNAL
      * RECORDS ARE HELD UNTIL ACCTLIM HAS BEEN REWRITTEN, SO A RUN
      * THAT FAILS FIRST JOURNALS NOTHING IT DID NOT APPLY.  CARDS
      * STILL PENDING OR EXPIRED END THE RUN WITH RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO "LIMMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "LIMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "LIMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "LIMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-LIMIT-FILE
           RECORDING MODE IS F.
           COPY ACCTLIM.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(6).
           05  MT-ACCOUNT-CODE         PIC X(4).
           05  MT-SINGLE-LIMIT         PIC 9(9).
           05  MT-DAILY-LIMIT          PIC 9(9).
           05  MT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(44).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X.
               88  PR-NEW-PAGE                  VALUE "1".
               88  PR-SINGLE-SPACE               VALUE " ".
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
       01  JOURNAL-RECORD              PIC X(198).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LIMFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MNTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PNDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-JRNFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-TIME-CONTROLS.
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
           05  WS-CURRENT-TIME         PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "LIMMAINT".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACTION  ACCT  SINGLE LIMIT   DAILY LIMIT  MAKER     CHEC
      -        "KER   DISPOSITION".

       01  WS-MAINT-LINE.
           05  WS-ML-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-SINGLE-LIMIT      PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DAILY-LIMIT       PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-CHECKER-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-PENDING-HEADER-1.
           05  FILLER                  PIC X(41) VALUE
               "CHANGES AWAITING APPROVAL - EXPIRE AFTER ".
           05  WS-PH-EXPIRY-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(56) VALUE
               " BUSINESS DAYS".

       01  WS-PENDING-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "SUBMITTED TIME    MAKER     ACTION  ACCT  SINGLE LIMIT D
      -        "AILY LIMIT  AGE".

       01  WS-PENDING-LINE.
           05  WS-PN-SUBMIT-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-SUBMIT-TIME       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-SINGLE-LIMIT      PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-DAILY-LIMIT       PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PN-AGE               PIC ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-LIMIT-EDIT.
           05  WS-LE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "CARDS APPLIED:  ".
           05  WS-TL-APPLIED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
                                        VALUE "  REJECTED: ".
           05  WS-TL-REJECTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(19)
                                        VALUE "  LIMITS ON FILE:  ".
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

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(100) VALUE
               "LIMITS ON FILE AFTER MAINTENANCE".

       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                  PIC X(100) VALUE
               "ACCT  SINGLE LIMIT   DAILY LIMIT  LAST CHANGED".

       01  WS-PROOF-LINE.
           05  WS-PL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SINGLE-LIMIT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-DAILY-LIMIT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-CHANGED-DATE      PIC 9(8).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-ACCOUNT-MASTER-SWITCH PIC X VALUE "N".
               88  ON-ACCOUNT-MASTER            VALUE "Y".
           05  WS-APPLY-SWITCH         PIC X VALUE "N".
               88  APPLYING-APPROVED-CARD       VALUE "Y".

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ON-FILE-COUNT        PIC 9(7) VALUE ZERO.
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

      *    THE SAME HOLIDAY CALENDAR ACCTMAINT AGES ITS PENDING CARDS
      *    OVER.  AN ABSENT HOLCAL MEANS NO HOLIDAYS.
       01  WS-HOLIDAY-CONTROLS.
           05  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-LIMIT-CONTROLS.
           05  WS-LM-SUB               PIC 9(4) VALUE ZERO.
           05  WS-LM-FOUND-SUB         PIC 9(4) VALUE ZERO.

       01  WS-LIMIT-TABLE-AREA.
           05  WS-LM-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-LM-ENTRY OCCURS 2000 TIMES.
               10  WS-LM-ACCOUNT-CODE  PIC X(4).
               10  WS-LM-SINGLE-LIMIT  PIC 9(9).
               10  WS-LM-DAILY-LIMIT   PIC 9(9).
               10  WS-LM-CHANGED-DATE  PIC 9(8).
               10  WS-LM-DELETED       PIC X.

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
                   15  WS-PD-SINGLE-LIMIT
                                       PIC 9(9).
                   15  WS-PD-DAILY-LIMIT
                                       PIC 9(9).
                   15  FILLER          PIC X(52).
               10  WS-PD-STATE         PIC X.
                   88  PD-PENDING               VALUE "P".
                   88  PD-APPROVED              VALUE "A".
                   88  PD-CANCELLED             VALUE "X".
                   88  PD-EXPIRED               VALUE "E".

      *    EACH CHANGE'S JOURNAL RECORD IS BUILT HERE AND HELD IN THE
      *    TABLE UNTIL ACCTLIM HAS BEEN REWRITTEN.  EVERY APPLIED
      *    CHANGE IS A PENDING CARD APPROVED, SO THE TABLE IS THE
      *    SIZE OF THE PENDING TABLE.
           COPY MNTJRNL.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JR-SUB               PIC 9(4) VALUE ZERO.
           05  WS-JR-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-JR-ENTRY OCCURS 2000 TIMES.
               10  WS-JR-RECORD        PIC X(198).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINT-RECORD UNTIL END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CURRENT-TIME
           PERFORM 1100-LOAD-LIMIT-FILE
           PERFORM 1150-LOAD-HOLIDAY-CALENDAR
           PERFORM 1200-OPEN-ACCOUNT-MASTER
           PERFORM 1300-READ-CONTROL-CARDS
           PERFORM 1400-LOAD-PENDING-CARDS
           OPEN INPUT MAINT-FILE
           IF WS-MNTFILE-STATUS NOT = "00"
               DISPLAY "LIMMAINT: UNABLE TO OPEN LIMMNT, "
                   "STATUS " WS-MNTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "LIMMAINT: UNABLE TO OPEN LIMPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 1500-EXPIRE-PENDING-CARDS
           PERFORM 2100-READ-MAINT-RECORD.

       1100-LOAD-LIMIT-FILE.
      *    AN ABSENT OR EMPTY LIMITS FILE IS A VALID STARTING POINT;
      *    EVERY LIMIT THEN ARRIVES BY ADD CARD.
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF WS-LIMFILE-STATUS = "00"
               PERFORM UNTIL WS-LIMFILE-STATUS NOT = "00"
                   READ ACCOUNT-LIMIT-FILE
                       AT END
                           MOVE "10" TO WS-LIMFILE-STATUS
                       NOT AT END
                           PERFORM 1110-ADD-LIMIT-ENTRY
                   END-READ
               END-PERFORM
           END-IF
      *    THE OPTIONAL OPEN LEAVES AN ABSENT FILE OPEN WITH STATUS
      *    "05"; IT MUST STILL BE CLOSED OR THE REWRITE AT
      *    TERMINATION FAILS WITH STATUS 41.
           CLOSE ACCOUNT-LIMIT-FILE.

       1110-ADD-LIMIT-ENTRY.
           IF AL-ACCOUNT-CODE = SPACES
                   OR AL-SINGLE-LIMIT NOT NUMERIC
                   OR AL-DAILY-LIMIT NOT NUMERIC
               DISPLAY "LIMMAINT: MALFORMED ACCTLIM RECORD '"
                   AL-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LM-ENTRY-COUNT >= 2000
               DISPLAY "LIMMAINT: MORE THAN 2000 ACCOUNTS ON ACCTLIM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LM-ENTRY-COUNT
           MOVE AL-ACCOUNT-CODE
               TO WS-LM-ACCOUNT-CODE(WS-LM-ENTRY-COUNT)
           MOVE AL-SINGLE-LIMIT
               TO WS-LM-SINGLE-LIMIT(WS-LM-ENTRY-COUNT)
           MOVE AL-DAILY-LIMIT
               TO WS-LM-DAILY-LIMIT(WS-LM-ENTRY-COUNT)
           MOVE AL-LAST-CHANGED-DATE
               TO WS-LM-CHANGED-DATE(WS-LM-ENTRY-COUNT)
           MOVE "N" TO WS-LM-DELETED(WS-LM-ENTRY-COUNT).

       1150-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFILE-STATUS NOT = "00"
                   AND WS-HOLFILE-STATUS NOT = "05"
               DISPLAY "LIMMAINT: UNABLE TO OPEN HOLCAL, "
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
                       PERFORM 1160-ADD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       1160-ADD-HOLIDAY-ENTRY.
           IF HC-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "LIMMAINT: MALFORMED HOLCAL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOL-ENTRY-COUNT >= 100
               DISPLAY "LIMMAINT: MORE THAN 100 HOLIDAYS ON HOLCAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-ENTRY-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-ENTRY-COUNT).

       1200-OPEN-ACCOUNT-MASTER.
      *    THE MASTER STAYS OPEN FOR THE RUN AND IS READ BY ACCOUNT
      *    CODE WHEN AN ADD CARD NEEDS IT.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "LIMMAINT: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           DISPLAY "LIMMAINT: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1400-LOAD-PENDING-CARDS.
      *    AN ABSENT PENDING FILE SIMPLY MEANS NOTHING IS WAITING.
           OPEN INPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "LIMMAINT: UNABLE TO OPEN LIMPEND, "
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
               DISPLAY "LIMMAINT: MALFORMED LIMPEND RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PD-ENTRY-COUNT >= 2000
               DISPLAY "LIMMAINT: MORE THAN 2000 CARDS ON LIMPEND"
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
      *    HOLIDAY CALENDAR THE SAME WAY ACCTMAINT AGES ITS CARDS.
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
                   AND (MT-ACTION = "ADD   " OR "CHANGE" OR "DELETE")
               MOVE "REJECTED - ALREADY PENDING"
                   TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
               PERFORM 2800-WRITE-MAINT-LINE
           ELSE
               PERFORM 2200-FIND-LIMIT
               PERFORM 2050-EDIT-MAINT-CARD
           END-IF.

       2020-APPROVE-PENDING-CARD.
      *    THE PENDING CARD IS BROUGHT BACK INTO THE CARD AREA AND
      *    RE-EDITED AGAINST THE LIMITS AND ACCTREF AS THEY NOW
      *    STAND, SO AN APPROVAL CANNOT APPLY A CHANGE OVERTAKEN
      *    SINCE IT WAS KEYED.  EITHER WAY THE PENDING CARD HAS BEEN
      *    DECIDED.
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
                   PERFORM 2200-FIND-LIMIT
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
               WHEN "CHANGE"
                   PERFORM 2400-APPLY-CHANGE
               WHEN "DELETE"
                   PERFORM 2500-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2700-REJECT-CARD
           END-EVALUATE.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2200-FIND-LIMIT.
           MOVE ZERO TO WS-LM-FOUND-SUB
           PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                   UNTIL WS-LM-SUB > WS-LM-ENTRY-COUNT
               IF WS-LM-ACCOUNT-CODE(WS-LM-SUB) = MT-ACCOUNT-CODE
                       AND WS-LM-DELETED(WS-LM-SUB) = "N"
                   MOVE WS-LM-SUB TO WS-LM-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ACCOUNT-MASTER-SWITCH
           MOVE MT-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-ACCOUNT-MASTER TO TRUE
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "LIMMAINT: UNABLE TO READ ACCTREF, "
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

       2300-APPLY-ADD.
           EVALUATE TRUE
               WHEN MT-ACCOUNT-CODE = SPACES
                   MOVE "REJECTED - BLANK ACCOUNT"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "REJECTED - NOT ON ACCTREF"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-SINGLE-LIMIT NOT NUMERIC
                       OR MT-DAILY-LIMIT NOT NUMERIC
                   MOVE "REJECTED - LIMIT NOT NUMERIC"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-LM-FOUND-SUB > ZERO
                   MOVE "REJECTED - ALREADY ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-LM-ENTRY-COUNT >= 2000
                   MOVE "REJECTED - LIMITS FILE FULL"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   ADD 1 TO WS-LM-ENTRY-COUNT
                   MOVE MT-ACCOUNT-CODE
                       TO WS-LM-ACCOUNT-CODE(WS-LM-ENTRY-COUNT)
                   MOVE MT-SINGLE-LIMIT
                       TO WS-LM-SINGLE-LIMIT(WS-LM-ENTRY-COUNT)
                   MOVE MT-DAILY-LIMIT
                       TO WS-LM-DAILY-LIMIT(WS-LM-ENTRY-COUNT)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-LM-CHANGED-DATE(WS-LM-ENTRY-COUNT)
                   MOVE "N" TO WS-LM-DELETED(WS-LM-ENTRY-COUNT)
                   MOVE WS-LM-ENTRY-COUNT TO WS-LM-FOUND-SUB
                   PERFORM 2960-HOLD-JOURNAL-RECORD
                   MOVE "ADDED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2400-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-LM-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-SINGLE-LIMIT NOT NUMERIC
                       OR MT-DAILY-LIMIT NOT NUMERIC
                   MOVE "REJECTED - LIMIT NOT NUMERIC"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE MT-SINGLE-LIMIT
                       TO WS-LM-SINGLE-LIMIT(WS-LM-FOUND-SUB)
                   MOVE MT-DAILY-LIMIT
                       TO WS-LM-DAILY-LIMIT(WS-LM-FOUND-SUB)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-LM-CHANGED-DATE(WS-LM-FOUND-SUB)
                   PERFORM 2960-HOLD-JOURNAL-RECORD
                   MOVE "LIMITS REPLACED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2500-APPLY-DELETE.
      *    A DELETED ENTRY STAYS IN THE TABLE, FLAGGED, SO THE
      *    SUBSCRIPTS OF THE OTHERS DO NOT MOVE; IT IS DROPPED WHEN
      *    THE FILE IS REWRITTEN.
           EVALUATE TRUE
               WHEN WS-LM-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   PERFORM 2950-JOURNAL-BEFORE-IMAGE
                   MOVE "Y" TO WS-LM-DELETED(WS-LM-FOUND-SUB)
                   PERFORM 2960-HOLD-JOURNAL-RECORD
                   MOVE "DELETED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

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

       2700-REJECT-CARD.
           MOVE "REJECTED - UNKNOWN ACTION" TO WS-ML-DISPOSITION
           PERFORM 2750-COUNT-REJECT
           PERFORM 2800-WRITE-MAINT-LINE.

       2750-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 8 TO RETURN-CODE.

       2800-WRITE-MAINT-LINE.
           MOVE MT-ACTION TO WS-ML-ACTION
           MOVE MT-ACCOUNT-CODE TO WS-ML-ACCOUNT-CODE
           MOVE SPACES TO WS-ML-SINGLE-LIMIT
           MOVE SPACES TO WS-ML-DAILY-LIMIT
           IF MT-SINGLE-LIMIT NUMERIC
               MOVE MT-SINGLE-LIMIT TO WS-LE-AMOUNT
               MOVE WS-LE-AMOUNT TO WS-ML-SINGLE-LIMIT
           END-IF
           IF MT-DAILY-LIMIT NUMERIC
               MOVE MT-DAILY-LIMIT TO WS-LE-AMOUNT
               MOVE WS-LE-AMOUNT TO WS-ML-DAILY-LIMIT
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-MAINT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "LIMMAINT: UNABLE TO WRITE LIMPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-JOURNAL-BEFORE-IMAGE.
      *    TAKEN BEFORE THE TABLE ENTRY IS CHANGED; AN ADD HAS NO
      *    BEFORE IMAGE.
           MOVE SPACES TO MJ-BEFORE-IMAGE
           IF WS-LM-FOUND-SUB > ZERO
               MOVE WS-LM-ACCOUNT-CODE(WS-LM-FOUND-SUB)
                   TO MJ-BL-ACCOUNT-CODE
               MOVE WS-LM-SINGLE-LIMIT(WS-LM-FOUND-SUB)
                   TO MJ-BL-SINGLE-LIMIT
               MOVE WS-LM-DAILY-LIMIT(WS-LM-FOUND-SUB)
                   TO MJ-BL-DAILY-LIMIT
               MOVE WS-LM-CHANGED-DATE(WS-LM-FOUND-SUB)
                   TO MJ-BL-CHANGED-DATE
           END-IF.

       2960-HOLD-JOURNAL-RECORD.
      *    THE AFTER IMAGE IS THE TABLE ENTRY AS CHANGED; A DELETE
      *    HAS NO AFTER IMAGE.
           MOVE SPACES TO MJ-AFTER-IMAGE
           IF WS-LM-DELETED(WS-LM-FOUND-SUB) = "N"
               MOVE WS-LM-ACCOUNT-CODE(WS-LM-FOUND-SUB)
                   TO MJ-AL-ACCOUNT-CODE
               MOVE WS-LM-SINGLE-LIMIT(WS-LM-FOUND-SUB)
                   TO MJ-AL-SINGLE-LIMIT
               MOVE WS-LM-DAILY-LIMIT(WS-LM-FOUND-SUB)
                   TO MJ-AL-DAILY-LIMIT
               MOVE WS-LM-CHANGED-DATE(WS-LM-FOUND-SUB)
                   TO MJ-AL-CHANGED-DATE
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-CURRENT-DATE-N TO MJ-JOURNAL-DATE
           MOVE WS-TIME-WORK(1:6) TO MJ-JOURNAL-TIME
           SET MJ-LIMIT-CHANGE TO TRUE
           MOVE MT-ACTION TO MJ-ACTION
           MOVE SPACES TO MJ-RECORD-KEY
           MOVE MT-ACCOUNT-CODE TO MJ-RECORD-KEY
           MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB) TO MJ-MAKER-ID
           MOVE WS-PD-SUBMIT-DATE(WS-PD-FOUND-SUB) TO MJ-SUBMIT-DATE
           MOVE WS-PD-SUBMIT-TIME(WS-PD-FOUND-SUB) TO MJ-SUBMIT-TIME
           MOVE WS-CHECKER-ID TO MJ-CHECKER-ID
           MOVE SPACES TO MJ-FILLER
           ADD 1 TO WS-JR-ENTRY-COUNT
           MOVE MJ-JOURNAL-RECORD TO WS-JR-RECORD(WS-JR-ENTRY-COUNT).

       9000-TERMINATE.
           PERFORM 9100-REWRITE-LIMIT-FILE
           PERFORM 9500-WRITE-JOURNAL
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
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-FILE
           CLOSE PRINT-FILE.

       9100-REWRITE-LIMIT-FILE.
           OPEN OUTPUT ACCOUNT-LIMIT-FILE
           IF WS-LIMFILE-STATUS NOT = "00"
                   AND WS-LIMFILE-STATUS NOT = "05"
               DISPLAY "LIMMAINT: UNABLE TO REWRITE ACCTLIM, "
                   "STATUS " WS-LIMFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-PROOF-HEADER TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-COLUMN-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-ON-FILE-COUNT
           PERFORM 9150-WRITE-LIMIT-RECORD
               VARYING WS-LM-SUB FROM 1 BY 1
               UNTIL WS-LM-SUB > WS-LM-ENTRY-COUNT
           CLOSE ACCOUNT-LIMIT-FILE.

       9150-WRITE-LIMIT-RECORD.
           IF WS-LM-DELETED(WS-LM-SUB) = "N"
               MOVE WS-LM-ACCOUNT-CODE(WS-LM-SUB) TO AL-ACCOUNT-CODE
               MOVE WS-LM-SINGLE-LIMIT(WS-LM-SUB) TO AL-SINGLE-LIMIT
               MOVE WS-LM-DAILY-LIMIT(WS-LM-SUB) TO AL-DAILY-LIMIT
               MOVE WS-LM-CHANGED-DATE(WS-LM-SUB)
                   TO AL-LAST-CHANGED-DATE
               MOVE SPACES TO AL-FILLER
               WRITE AL-LIMIT-RECORD
               IF WS-LIMFILE-STATUS NOT = "00"
                   DISPLAY "LIMMAINT: UNABLE TO WRITE ACCTLIM, "
                       "STATUS " WS-LIMFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE AL-ACCOUNT-CODE TO WS-PL-ACCOUNT-CODE
               MOVE AL-SINGLE-LIMIT TO WS-PL-SINGLE-LIMIT
               MOVE AL-DAILY-LIMIT TO WS-PL-DAILY-LIMIT
               MOVE AL-LAST-CHANGED-DATE TO WS-PL-CHANGED-DATE
               MOVE WS-PROOF-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF.

       9200-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "LIMMAINT: UNABLE TO REWRITE LIMPEND, "
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
                   DISPLAY "LIMMAINT: UNABLE TO WRITE LIMPEND, "
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
               MOVE WS-PD-SUBMIT-DATE(WS-PD-SUB) TO WS-PN-SUBMIT-DATE
               MOVE WS-PD-SUBMIT-TIME(WS-PD-SUB) TO WS-PN-SUBMIT-TIME
               MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO WS-PN-MAKER-ID
               MOVE WS-PD-ACTION(WS-PD-SUB) TO WS-PN-ACTION
               MOVE WS-PD-ACCOUNT-CODE(WS-PD-SUB)
                   TO WS-PN-ACCOUNT-CODE
               MOVE SPACES TO WS-PN-SINGLE-LIMIT
               MOVE SPACES TO WS-PN-DAILY-LIMIT
               IF WS-PD-SINGLE-LIMIT(WS-PD-SUB) NUMERIC
                   MOVE WS-PD-SINGLE-LIMIT(WS-PD-SUB) TO WS-LE-AMOUNT
                   MOVE WS-LE-AMOUNT TO WS-PN-SINGLE-LIMIT
               END-IF
               IF WS-PD-DAILY-LIMIT(WS-PD-SUB) NUMERIC
                   MOVE WS-PD-DAILY-LIMIT(WS-PD-SUB) TO WS-LE-AMOUNT
                   MOVE WS-LE-AMOUNT TO WS-PN-DAILY-LIMIT
               END-IF
               MOVE WS-AGE-DAYS TO WS-PN-AGE
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-PENDING-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF.

       9500-WRITE-JOURNAL.
      *    REACHED ONLY ONCE ACCTLIM CARRIES EVERY CHANGE JOURNALLED.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNFILE-STATUS NOT = "00"
                   AND WS-JRNFILE-STATUS NOT = "05"
               DISPLAY "LIMMAINT: UNABLE TO OPEN MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9550-WRITE-JOURNAL-RECORD
               VARYING WS-JR-SUB FROM 1 BY 1
               UNTIL WS-JR-SUB > WS-JR-ENTRY-COUNT
           CLOSE JOURNAL-FILE.

       9550-WRITE-JOURNAL-RECORD.
           MOVE WS-JR-RECORD(WS-JR-SUB) TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WS-JRNFILE-STATUS NOT = "00"
               DISPLAY "LIMMAINT: UNABLE TO WRITE MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
