       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMAINT.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * INTEREST AND FEE RATE TABLE MAINTENANCE AND PROOF.
      * READS THE CURRENT RATE TABLE (ACCRATE, WHICH MAY BE ABSENT ON
      * FIRST LOAD) AND THE ACCOUNT REFERENCE MASTER (ACCTREF),
      * APPLIES THE MAINTENANCE TRANSACTIONS ON RATEMNT IN ORDER -
      * ADD, CHANGE (REPLACE BOTH RATES AND THE FEE) AND DELETE - AND
      * REWRITES THE RATE TABLE.  A RATE CAN ONLY BE ADDED FOR AN
      * ACCOUNT ON ACCTREF, OR UNDER THE DEFAULT KEY "****" THAT
      * COVERS EVERY ACCOUNT WITHOUT ITS OWN RATE.  THE RATES ARE
      * DAILY FRACTIONS KEYED AS TEN DIGITS WITH NINE DECIMAL PLACES
      * IMPLIED (0000136986 IS 0.000136986); THE FEE IS WHOLE UNITS.
      * EVERY TRANSACTION IS ECHOED TO THE RATEPRT REPORT WITH ITS
      * DISPOSITION, AND A REJECTED TRANSACTION ENDS THE RUN WITH
      * RETURN-CODE 8 SO OPERATIONS REVIEWS THE REPORT; GOOD
      * TRANSACTIONS ARE STILL APPLIED.  THE REPORT CLOSES WITH A
      * PROOF OF THE RATE TABLE AGAINST ACCTREF: EVERY ACCOUNT ON
      * ACCTREF WITH THE TERMS ACCRUAL WILL APPLY TO IT, AND ANY OPEN
      * ACCOUNT WITH NEITHER ITS OWN RATE NOR A DEFAULT FLAGGED,
      * WHICH ENDS THE RUN WITH RETURN-CODE 4 SO THE GAP IS CLOSED
      * BEFORE THE NEXT ACCRUAL PASSES THE ACCOUNT BY.  THIS IS THE
      * ONLY SUPPORTED WAY TO CHANGE ACCRATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "ACCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO "RATEMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RATEPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY ACCTRATE.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(6).
           05  MT-ACCOUNT-CODE         PIC X(4).
           05  MT-CREDIT-RATE          PIC 9V9(9).
           05  MT-DEBIT-RATE           PIC 9V9(9).
           05  MT-MONTHLY-FEE          PIC 9(7).
           05  FILLER                  PIC X(43).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X.
               88  PR-NEW-PAGE                  VALUE "1".
               88  PR-SINGLE-SPACE               VALUE " ".
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RATFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MNTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "RATEMAINT".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACTION  ACCT  CREDIT RATE  DEBIT RATE         FEE  DISPO
      -        "SITION".

       01  WS-MAINT-LINE.
           05  WS-ML-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-CREDIT-RATE       PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DEBIT-RATE        PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-MONTHLY-FEE       PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RATE-EDIT.
           05  WS-RE-RATE              PIC 9.9(9).
           05  WS-RE-FEE               PIC Z,ZZZ,ZZ9.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "CARDS APPLIED:  ".
           05  WS-TL-APPLIED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
                                        VALUE "  REJECTED: ".
           05  WS-TL-REJECTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(19)
                                        VALUE "  RATES ON FILE:   ".
           05  WS-TL-ON-FILE           PIC ZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(100) VALUE
               "RATE PROOF AGAINST ACCTREF".

       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                  PIC X(100) VALUE
               "ACCT  STATUS  CREDIT RATE  DEBIT RATE         FEE  TERMS
      -        "".

       01  WS-PROOF-LINE.
           05  WS-PL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-STATUS            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-CREDIT-RATE       PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-DEBIT-RATE        PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-MONTHLY-FEE       PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-VERDICT           PIC X(20).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-PROOF-TOTALS-LINE.
           05  FILLER                  PIC X(10)
                                        VALUE "OWN RATE: ".
           05  WS-PT-OWN               PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
                                        VALUE "  DEFAULT: ".
           05  WS-PT-DEFAULTED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                                        VALUE "  OPEN AND UNRATED: ".
           05  WS-PT-UNRATED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE "  NOT ON ACCTREF: ".
           05  WS-PT-ORPHANED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-ACCOUNT-MASTER-SWITCH PIC X VALUE "N".
               88  ON-ACCOUNT-MASTER            VALUE "Y".
           05  WS-ACCOUNT-MASTER-EOF-SWITCH PIC X VALUE "N".
               88  ACCOUNT-MASTER-EOF           VALUE "Y".

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ON-FILE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-OWN-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-DEFAULTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNRATED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ORPHANED-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RATE-CONTROLS.
           05  WS-RT-SUB               PIC 9(4) VALUE ZERO.
           05  WS-RT-FOUND-SUB         PIC 9(4) VALUE ZERO.
           05  WS-RT-DEFAULT-SUB       PIC 9(4) VALUE ZERO.

      *    THE DEFAULT RECORD, IF ANY, IS HELD IN THE TABLE LIKE ANY
      *    OTHER ENTRY UNDER ITS "****" KEY.
       01  WS-RATE-TABLE-AREA.
           05  WS-RT-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 2001 TIMES.
               10  WS-RT-ACCOUNT-CODE  PIC X(4).
               10  WS-RT-CREDIT-RATE   PIC 9V9(9).
               10  WS-RT-DEBIT-RATE    PIC 9V9(9).
               10  WS-RT-MONTHLY-FEE   PIC 9(7).
               10  WS-RT-CHANGED-DATE  PIC 9(8).
               10  WS-RT-DELETED       PIC X.
               10  WS-RT-PROVED        PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINT-RECORD UNTIL END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RATE-FILE
           PERFORM 1200-OPEN-ACCOUNT-MASTER
           OPEN INPUT MAINT-FILE
           IF WS-MNTFILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT: UNABLE TO OPEN RATEMNT, "
                   "STATUS " WS-MNTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT: UNABLE TO OPEN RATEPRT, "
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
           PERFORM 2100-READ-MAINT-RECORD.

       1100-LOAD-RATE-FILE.
      *    AN ABSENT OR EMPTY RATE TABLE IS A VALID STARTING POINT;
      *    EVERY RATE THEN ARRIVES BY ADD CARD.
           OPEN INPUT RATE-FILE
           IF WS-RATFILE-STATUS = "00"
               PERFORM UNTIL WS-RATFILE-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END
                           MOVE "10" TO WS-RATFILE-STATUS
                       NOT AT END
                           PERFORM 1110-ADD-RATE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
      *    THE OPTIONAL OPEN LEAVES AN ABSENT FILE OPEN WITH STATUS
      *    "05"; IT MUST STILL BE CLOSED OR THE REWRITE AT
      *    TERMINATION FAILS WITH STATUS 41.
           CLOSE RATE-FILE.

       1110-ADD-RATE-ENTRY.
           IF RT-ACCOUNT-CODE = SPACES
                   OR RT-CREDIT-RATE NOT NUMERIC
                   OR RT-DEBIT-RATE NOT NUMERIC
                   OR RT-MONTHLY-FEE NOT NUMERIC
               DISPLAY "RATEMAINT: MALFORMED ACCRATE RECORD '"
                   RT-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RT-ENTRY-COUNT >= 2001
               DISPLAY "RATEMAINT: MORE THAN 2000 ACCOUNTS ON ACCRATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RT-ENTRY-COUNT
           MOVE RT-ACCOUNT-CODE
               TO WS-RT-ACCOUNT-CODE(WS-RT-ENTRY-COUNT)
           MOVE RT-CREDIT-RATE TO WS-RT-CREDIT-RATE(WS-RT-ENTRY-COUNT)
           MOVE RT-DEBIT-RATE TO WS-RT-DEBIT-RATE(WS-RT-ENTRY-COUNT)
           MOVE RT-MONTHLY-FEE TO WS-RT-MONTHLY-FEE(WS-RT-ENTRY-COUNT)
           MOVE RT-LAST-CHANGED-DATE
               TO WS-RT-CHANGED-DATE(WS-RT-ENTRY-COUNT)
           MOVE "N" TO WS-RT-DELETED(WS-RT-ENTRY-COUNT).

       1200-OPEN-ACCOUNT-MASTER.
      *    THE MASTER STAYS OPEN FOR THE RUN.  AN ADD CARD READS IT BY
      *    ACCOUNT CODE; THE CLOSING PROOF READS IT IN KEY ORDER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-MAINT-RECORD.
           IF MAINT-RECORD = SPACES OR MT-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               PERFORM 2200-FIND-RATE
               EVALUATE MT-ACTION
                   WHEN "ADD   "
                       PERFORM 2300-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 2400-APPLY-CHANGE
                   WHEN "DELETE"
                       PERFORM 2500-APPLY-DELETE
                   WHEN OTHER
                       PERFORM 2700-REJECT-CARD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2200-FIND-RATE.
           MOVE ZERO TO WS-RT-FOUND-SUB
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
               IF WS-RT-ACCOUNT-CODE(WS-RT-SUB) = MT-ACCOUNT-CODE
                       AND WS-RT-DELETED(WS-RT-SUB) = "N"
                   MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ACCOUNT-MASTER-SWITCH
           MOVE MT-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-ACCOUNT-MASTER TO TRUE
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "RATEMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-APPLY-ADD.
           EVALUATE TRUE
               WHEN MT-ACCOUNT-CODE = SPACES
                   MOVE "REJECTED - BLANK ACCOUNT"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT ON-ACCOUNT-MASTER
                       AND MT-ACCOUNT-CODE NOT = "****"
                   MOVE "REJECTED - NOT ON ACCTREF"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CREDIT-RATE NOT NUMERIC
                       OR MT-DEBIT-RATE NOT NUMERIC
                       OR MT-MONTHLY-FEE NOT NUMERIC
                   MOVE "REJECTED - TERMS NOT NUMERIC"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CREDIT-RATE NOT < 1
                       OR MT-DEBIT-RATE NOT < 1
                   MOVE "REJECTED - RATE NOT BELOW 1"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-RT-FOUND-SUB > ZERO
                   MOVE "REJECTED - ALREADY ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-RT-ENTRY-COUNT >= 2001
                   MOVE "REJECTED - RATE TABLE FULL"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   ADD 1 TO WS-RT-ENTRY-COUNT
                   MOVE MT-ACCOUNT-CODE
                       TO WS-RT-ACCOUNT-CODE(WS-RT-ENTRY-COUNT)
                   MOVE MT-CREDIT-RATE
                       TO WS-RT-CREDIT-RATE(WS-RT-ENTRY-COUNT)
                   MOVE MT-DEBIT-RATE
                       TO WS-RT-DEBIT-RATE(WS-RT-ENTRY-COUNT)
                   MOVE MT-MONTHLY-FEE
                       TO WS-RT-MONTHLY-FEE(WS-RT-ENTRY-COUNT)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-RT-CHANGED-DATE(WS-RT-ENTRY-COUNT)
                   MOVE "N" TO WS-RT-DELETED(WS-RT-ENTRY-COUNT)
                   MOVE "ADDED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2400-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-RT-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CREDIT-RATE NOT NUMERIC
                       OR MT-DEBIT-RATE NOT NUMERIC
                       OR MT-MONTHLY-FEE NOT NUMERIC
                   MOVE "REJECTED - TERMS NOT NUMERIC"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CREDIT-RATE NOT < 1
                       OR MT-DEBIT-RATE NOT < 1
                   MOVE "REJECTED - RATE NOT BELOW 1"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   MOVE MT-CREDIT-RATE
                       TO WS-RT-CREDIT-RATE(WS-RT-FOUND-SUB)
                   MOVE MT-DEBIT-RATE
                       TO WS-RT-DEBIT-RATE(WS-RT-FOUND-SUB)
                   MOVE MT-MONTHLY-FEE
                       TO WS-RT-MONTHLY-FEE(WS-RT-FOUND-SUB)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-RT-CHANGED-DATE(WS-RT-FOUND-SUB)
                   MOVE "TERMS REPLACED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2500-APPLY-DELETE.
      *    A DELETED ENTRY STAYS IN THE TABLE, FLAGGED, SO THE
      *    SUBSCRIPTS OF THE OTHERS DO NOT MOVE; IT IS DROPPED WHEN
      *    THE FILE IS REWRITTEN.
           EVALUATE TRUE
               WHEN WS-RT-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   MOVE "Y" TO WS-RT-DELETED(WS-RT-FOUND-SUB)
                   MOVE "DELETED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

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
           MOVE SPACES TO WS-ML-CREDIT-RATE
           MOVE SPACES TO WS-ML-DEBIT-RATE
           MOVE SPACES TO WS-ML-MONTHLY-FEE
           IF MT-CREDIT-RATE NUMERIC
               MOVE MT-CREDIT-RATE TO WS-RE-RATE
               MOVE WS-RE-RATE TO WS-ML-CREDIT-RATE
           END-IF
           IF MT-DEBIT-RATE NUMERIC
               MOVE MT-DEBIT-RATE TO WS-RE-RATE
               MOVE WS-RE-RATE TO WS-ML-DEBIT-RATE
           END-IF
           IF MT-MONTHLY-FEE NUMERIC
               MOVE MT-MONTHLY-FEE TO WS-RE-FEE
               MOVE WS-RE-FEE TO WS-ML-MONTHLY-FEE
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-MAINT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT: UNABLE TO WRITE RATEPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PROVE-RATES.
      *    THE DEFAULT TERMS, IF ANY, ARE LISTED FIRST, THEN EVERY
      *    ACCOUNT ON ACCTREF WITH THE TERMS ACCRUAL WILL APPLY TO IT.
      *    A CLOSED ACCOUNT NEEDS NONE; AN OPEN ONE WITH NO RATE AND
      *    NO DEFAULT IS PASSED BY, UNACCRUED, UNTIL ONE IS ADDED.
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-PROOF-HEADER TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-COLUMN-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-RT-DEFAULT-SUB
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
               IF WS-RT-ACCOUNT-CODE(WS-RT-SUB) = "****"
                       AND WS-RT-DELETED(WS-RT-SUB) = "N"
                   MOVE WS-RT-SUB TO WS-RT-DEFAULT-SUB
                   MOVE "Y" TO WS-RT-PROVED(WS-RT-SUB)
               END-IF
           END-PERFORM
           IF WS-RT-DEFAULT-SUB > ZERO
               MOVE "****" TO WS-PL-ACCOUNT-CODE
               MOVE SPACES TO WS-PL-STATUS
               MOVE WS-RT-DEFAULT-SUB TO WS-RT-FOUND-SUB
               PERFORM 3300-EDIT-PROOF-TERMS
               MOVE "DEFAULT TERMS" TO WS-PL-VERDICT
               PERFORM 3400-WRITE-PROOF-LINE
           END-IF
           PERFORM 3050-START-ACCOUNT-MASTER
           PERFORM 3100-PROVE-ACCOUNT UNTIL ACCOUNT-MASTER-EOF
           PERFORM 3200-CHECK-ORPHAN-RATE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
           MOVE WS-OWN-COUNT TO WS-PT-OWN
           MOVE WS-DEFAULTED-COUNT TO WS-PT-DEFAULTED
           MOVE WS-UNRATED-COUNT TO WS-PT-UNRATED
           MOVE WS-ORPHANED-COUNT TO WS-PT-ORPHANED
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-PROOF-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF WS-UNRATED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3050-START-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCOUNT-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO AR-ACCOUNT-CODE
           START ACCOUNT-MASTER-FILE KEY IS NOT < AR-ACCOUNT-CODE
               INVALID KEY
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-START
           IF NOT ACCOUNT-MASTER-EOF
               PERFORM 3060-READ-NEXT-ACCOUNT
           END-IF.

       3060-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-READ
           IF NOT ACCOUNT-MASTER-EOF AND WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-PROVE-ACCOUNT.
           MOVE AR-ACCOUNT-CODE TO WS-PL-ACCOUNT-CODE
           IF AR-STATUS = "O"
               MOVE "OPEN" TO WS-PL-STATUS
           ELSE
               MOVE "CLOSED" TO WS-PL-STATUS
           END-IF
           MOVE ZERO TO WS-RT-FOUND-SUB
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
               IF WS-RT-ACCOUNT-CODE(WS-RT-SUB) = AR-ACCOUNT-CODE
                       AND WS-RT-DELETED(WS-RT-SUB) = "N"
                   MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
                   MOVE "Y" TO WS-RT-PROVED(WS-RT-SUB)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AR-STATUS NOT = "O"
                   MOVE SPACES TO WS-PL-CREDIT-RATE
                   MOVE SPACES TO WS-PL-DEBIT-RATE
                   MOVE SPACES TO WS-PL-MONTHLY-FEE
                   MOVE "NOT REQUIRED" TO WS-PL-VERDICT
               WHEN WS-RT-FOUND-SUB > ZERO
                   PERFORM 3300-EDIT-PROOF-TERMS
                   MOVE "OWN RATE" TO WS-PL-VERDICT
                   ADD 1 TO WS-OWN-COUNT
               WHEN WS-RT-DEFAULT-SUB > ZERO
                   MOVE WS-RT-DEFAULT-SUB TO WS-RT-FOUND-SUB
                   PERFORM 3300-EDIT-PROOF-TERMS
                   MOVE "DEFAULT" TO WS-PL-VERDICT
                   ADD 1 TO WS-DEFAULTED-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-PL-CREDIT-RATE
                   MOVE SPACES TO WS-PL-DEBIT-RATE
                   MOVE SPACES TO WS-PL-MONTHLY-FEE
                   MOVE "*NO RATE*" TO WS-PL-VERDICT
                   ADD 1 TO WS-UNRATED-COUNT
           END-EVALUATE
           PERFORM 3400-WRITE-PROOF-LINE
           PERFORM 3060-READ-NEXT-ACCOUNT.

       3200-CHECK-ORPHAN-RATE.
           IF WS-RT-DELETED(WS-RT-SUB) = "N"
                   AND WS-RT-PROVED(WS-RT-SUB) NOT = "Y"
               MOVE WS-RT-ACCOUNT-CODE(WS-RT-SUB) TO WS-PL-ACCOUNT-CODE
               MOVE SPACES TO WS-PL-STATUS
               MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
               PERFORM 3300-EDIT-PROOF-TERMS
               MOVE "NOT ON ACCTREF" TO WS-PL-VERDICT
               ADD 1 TO WS-ORPHANED-COUNT
               PERFORM 3400-WRITE-PROOF-LINE
           END-IF.

       3300-EDIT-PROOF-TERMS.
           MOVE WS-RT-CREDIT-RATE(WS-RT-FOUND-SUB) TO WS-RE-RATE
           MOVE WS-RE-RATE TO WS-PL-CREDIT-RATE
           MOVE WS-RT-DEBIT-RATE(WS-RT-FOUND-SUB) TO WS-RE-RATE
           MOVE WS-RE-RATE TO WS-PL-DEBIT-RATE
           MOVE WS-RT-MONTHLY-FEE(WS-RT-FOUND-SUB) TO WS-RE-FEE
           MOVE WS-RE-FEE TO WS-PL-MONTHLY-FEE.

       3400-WRITE-PROOF-LINE.
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       9000-TERMINATE.
           PERFORM 9100-REWRITE-RATE-FILE
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-ON-FILE-COUNT TO WS-TL-ON-FILE
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 3000-PROVE-RATES
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-FILE
           CLOSE PRINT-FILE.

       9100-REWRITE-RATE-FILE.
           OPEN OUTPUT RATE-FILE
           IF WS-RATFILE-STATUS NOT = "00"
                   AND WS-RATFILE-STATUS NOT = "05"
               DISPLAY "RATEMAINT: UNABLE TO REWRITE ACCRATE, "
                   "STATUS " WS-RATFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ON-FILE-COUNT
           PERFORM 9150-WRITE-RATE-RECORD
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
           CLOSE RATE-FILE.

       9150-WRITE-RATE-RECORD.
           IF WS-RT-DELETED(WS-RT-SUB) = "N"
               MOVE WS-RT-ACCOUNT-CODE(WS-RT-SUB) TO RT-ACCOUNT-CODE
               MOVE WS-RT-CREDIT-RATE(WS-RT-SUB) TO RT-CREDIT-RATE
               MOVE WS-RT-DEBIT-RATE(WS-RT-SUB) TO RT-DEBIT-RATE
               MOVE WS-RT-MONTHLY-FEE(WS-RT-SUB) TO RT-MONTHLY-FEE
               MOVE WS-RT-CHANGED-DATE(WS-RT-SUB)
                   TO RT-LAST-CHANGED-DATE
               MOVE SPACES TO RT-FILLER
               WRITE RT-RATE-RECORD
               IF WS-RATFILE-STATUS NOT = "00"
                   DISPLAY "RATEMAINT: UNABLE TO WRITE ACCRATE, "
                       "STATUS " WS-RATFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ON-FILE-COUNT
           END-IF.
