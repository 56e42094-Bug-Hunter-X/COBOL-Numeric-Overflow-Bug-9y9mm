       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * ACCOUNT FILE CUTOVER CONVERSION.
      * RUN ONCE, AT THE CUTOVER FROM THE SEQUENTIAL ACCOUNT FILES TO
      * THE INDEXED ONES.  THE CURRENT SEQUENTIAL ACCOUNT REFERENCE
      * MASTER AND PER-ACCOUNT BALANCE SUBLEDGER ARE STAGED AS
      * ACCTREFS AND ACTBALS (AN ABSENT ACTBALS MEANS NO ACCOUNT HAS
      * POSTED YET), AND EVERY RECORD IS LOADED UNCHANGED INTO THE
      * NEW ACCTREF AND ACTBAL, BOTH KEYED ON THE ACCOUNT CODE.  A
      * RECORD WITH A BLANK ACCOUNT CODE, AN INVALID STATUS OR
      * NON-NUMERIC DATES OR FIGURES, OR A SECOND RECORD FOR AN
      * ACCOUNT ALREADY LOADED, IS REJECTED AND LISTED ON CNVPRT.
      * THE NEW FILES ARE THEN READ BACK END TO END AND A CUTOVER
      * CERTIFICATE IS PRINTED PROVING THE RECORD COUNTS, THE OPEN
      * AND CLOSED ACCOUNT COUNTS AND THE BALANCE, DEBIT AND CREDIT
      * TOTALS READ BACK FROM THE INDEXED FILES AGAINST THE SAME
      * FIGURES ON THE SEQUENTIAL FILES.  A REJECTED RECORD OR ANY
      * LINE OUT OF BALANCE ENDS THE RUN WITH RETURN-CODE 8 AND THE
      * CUTOVER MUST NOT GO AHEAD.  THE RUN IS REFUSED IF AN INDEXED
      * ACCTREF OR ACTBAL ALREADY EXISTS, SO A LIVE FILE IS NEVER
      * OVERLAID; AFTER A FAILED CONVERSION THE PARTLY LOADED FILES
      * ARE DELETED BEFORE THE RUN IS REPEATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTREFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OARFILE-STATUS.

           SELECT OPTIONAL OLD-BALANCE-FILE ASSIGN TO "ACTBALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OABFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CNVPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF REPLACING LEADING ==AR== BY ==SR==.

       FD  OLD-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL REPLACING LEADING ==AB== BY ==SB==.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

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
           05  WS-OARFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-OABFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "ACCTCONV".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACCOUNT FILE CUTOVER - SEQUENTIAL TO INDEXED".

       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(100) VALUE
               "FILE      ACCOUNT  INPUT RECORD  REASON REJECTED".

       01  WS-REPORT-HEADER-4.
           05  FILLER                  PIC X(31) VALUE
               "FILE      PROOF".
           05  FILLER                  PIC X(14) VALUE
               "    SEQUENTIAL".
           05  FILLER                  PIC X(15) VALUE
               "        INDEXED".
           05  FILLER                  PIC X(40) VALUE
               "  VERDICT".

       01  WS-REJECT-LINE.
           05  WS-RL-FILE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-RL-RECORD-NUMBER     PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-RL-REASON            PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  WS-PL-FILE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-DESCRIPTION       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-CONTROL           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-PROVED            PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-VERDICT           PIC X(14).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-CERTIFICATE-LINE.
           05  FILLER                  PIC X(13)
                                        VALUE "CERTIFICATE: ".
           05  WS-CT-TEXT              PIC X(87).

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 50.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-ACTBALS-SWITCH       PIC X VALUE "N".
               88  ACTBALS-PRESENT              VALUE "Y".

       01  WS-COMPARE-AREA.
           05  WS-CMP-CONTROL          PIC S9(13) VALUE ZERO.
           05  WS-CMP-PROVED           PIC S9(13) VALUE ZERO.
           05  WS-LINES-OUT            PIC 9(3) VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(30) VALUE SPACES.

      *    ACCTREF FIGURES.  THE SEQUENTIAL SIDE COUNTS EVERY RECORD
      *    READ, SO A REJECTED RECORD PUTS THE COUNT OUT OF BALANCE.
       01  WS-MASTER-TOTALS.
           05  WS-SM-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SM-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SM-OPEN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SM-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-IM-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-IM-OPEN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-IM-CLOSED-COUNT      PIC 9(7) VALUE ZERO.

      *    ACTBAL FIGURES.  THE SEQUENTIAL TOTALS TAKE EVERY RECORD
      *    WHOSE FIGURES ARE NUMERIC, INCLUDING A DUPLICATE THAT IS
      *    REJECTED, SO A BALANCE LEFT BEHIND SHOWS IN THE TOTALS.
       01  WS-BALANCE-TOTALS.
           05  WS-SB-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SB-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SB-BALANCE-TOTAL     PIC S9(13) VALUE ZERO.
           05  WS-SB-DEBIT-TOTAL       PIC 9(13) VALUE ZERO.
           05  WS-SB-CREDIT-TOTAL      PIC 9(13) VALUE ZERO.
           05  WS-IB-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-IB-BALANCE-TOTAL     PIC S9(13) VALUE ZERO.
           05  WS-IB-DEBIT-TOTAL       PIC 9(13) VALUE ZERO.
           05  WS-IB-CREDIT-TOTAL      PIC 9(13) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ACCOUNT-MASTER
           PERFORM 3000-CONVERT-ACCOUNT-BALANCES
           PERFORM 4000-PRINT-CERTIFICATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-CHECK-MASTER-ABSENT
           PERFORM 1150-CHECK-BALANCES-ABSENT
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO OPEN CNVPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           PERFORM 3900-WRITE-HEADERS.

       1100-CHECK-MASTER-ABSENT.
      *    STATUS 35 IS THE ONLY ACCEPTABLE ANSWER - THE INDEXED
      *    FILE MUST NOT EXIST YET.
           OPEN INPUT ACCOUNT-MASTER-FILE
           EVALUATE WS-ACTFILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE ACCOUNT-MASTER-FILE
                   DISPLAY "ACCTCONV: INDEXED ACCTREF ALREADY "
                       "EXISTS - CONVERSION REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ACCTCONV: UNABLE TO CHECK ACCTREF, "
                       "STATUS " WS-ACTFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1150-CHECK-BALANCES-ABSENT.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           EVALUATE WS-ABLFILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE ACCOUNT-BALANCE-FILE
                   DISPLAY "ACCTCONV: INDEXED ACTBAL ALREADY "
                       "EXISTS - CONVERSION REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ACCTCONV: UNABLE TO CHECK ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-CONVERT-ACCOUNT-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OARFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO OPEN ACCTREFS, "
                   "STATUS " WS-OARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO CREATE ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2050-READ-OLD-MASTER
           PERFORM 2100-LOAD-MASTER-RECORD UNTIL END-OF-FILE
           CLOSE OLD-MASTER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM 2500-READ-BACK-MASTER.

       2050-READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2100-LOAD-MASTER-RECORD.
           ADD 1 TO WS-SM-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN SR-ACCOUNT-CODE = SPACES
                   MOVE "BLANK ACCOUNT CODE" TO WS-REJECT-REASON
               WHEN NOT SR-OPEN AND NOT SR-CLOSED
                   MOVE "INVALID ACCOUNT STATUS" TO WS-REJECT-REASON
               WHEN SR-OPEN-DATE NOT NUMERIC
                       OR SR-CLOSE-DATE NOT NUMERIC
                   MOVE "NON-NUMERIC OPEN/CLOSE DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF SR-OPEN
                       ADD 1 TO WS-SM-OPEN-COUNT
                   ELSE
                       ADD 1 TO WS-SM-CLOSED-COUNT
                   END-IF
                   MOVE SR-ACCOUNT-RECORD TO AR-ACCOUNT-RECORD
                   WRITE AR-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE ACCOUNT CODE"
                               TO WS-REJECT-REASON
                   END-WRITE
                   IF WS-ACTFILE-STATUS NOT = "00"
                           AND WS-ACTFILE-STATUS NOT = "22"
                       DISPLAY "ACCTCONV: UNABLE TO WRITE ACCTREF, "
                           "STATUS " WS-ACTFILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-SM-REJECT-COUNT
               MOVE "ACCTREF" TO WS-RL-FILE
               MOVE SR-ACCOUNT-CODE TO WS-RL-ACCOUNT-CODE
               MOVE WS-SM-READ-COUNT TO WS-RL-RECORD-NUMBER
               PERFORM 2800-WRITE-REJECT-LINE
           END-IF
           PERFORM 2050-READ-OLD-MASTER.

       2500-READ-BACK-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO REOPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2550-READ-NEXT-MASTER
           PERFORM 2600-PROVE-MASTER-RECORD UNTIL END-OF-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       2550-READ-NEXT-MASTER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2600-PROVE-MASTER-RECORD.
           ADD 1 TO WS-IM-READ-COUNT
           EVALUATE TRUE
               WHEN AR-OPEN
                   ADD 1 TO WS-IM-OPEN-COUNT
               WHEN AR-CLOSED
                   ADD 1 TO WS-IM-CLOSED-COUNT
           END-EVALUATE
           PERFORM 2550-READ-NEXT-MASTER.

       2800-WRITE-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-WRITE-HEADERS
           END-IF
           MOVE WS-REJECT-REASON TO WS-RL-REASON
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REJECT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO WRITE CNVPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-CONVERT-ACCOUNT-BALANCES.
      *    AN ABSENT ACTBALS IS A SYSTEM THAT HAS NOT POSTED YET; NO
      *    INDEXED ACTBAL IS CREATED AND EVERY PROGRAM THAT READS IT
      *    ALREADY TREATS AN ABSENT SUBLEDGER AS ALL ACCOUNTS AT ZERO.
           OPEN INPUT OLD-BALANCE-FILE
           EVALUATE WS-OABFILE-STATUS
               WHEN "00"
                   SET ACTBALS-PRESENT TO TRUE
               WHEN "05"
                   CLOSE OLD-BALANCE-FILE
               WHEN OTHER
                   DISPLAY "ACCTCONV: UNABLE TO OPEN ACTBALS, "
                       "STATUS " WS-OABFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF ACTBALS-PRESENT
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               IF WS-ABLFILE-STATUS NOT = "00"
                   DISPLAY "ACCTCONV: UNABLE TO CREATE ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3050-READ-OLD-BALANCE
               PERFORM 3100-LOAD-BALANCE-RECORD UNTIL END-OF-FILE
               CLOSE OLD-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               PERFORM 3500-READ-BACK-BALANCES
           END-IF.

       3050-READ-OLD-BALANCE.
           READ OLD-BALANCE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       3100-LOAD-BALANCE-RECORD.
           ADD 1 TO WS-SB-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN SB-ACCOUNT-CODE = SPACES
                   MOVE "BLANK ACCOUNT CODE" TO WS-REJECT-REASON
               WHEN SB-LAST-POSTED-DATE NOT NUMERIC
                       OR SB-CUMULATIVE-BALANCE NOT NUMERIC
                       OR SB-CUMULATIVE-DEBITS NOT NUMERIC
                       OR SB-CUMULATIVE-CREDITS NOT NUMERIC
                   MOVE "NON-NUMERIC DATE OR FIGURES"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD SB-CUMULATIVE-BALANCE TO WS-SB-BALANCE-TOTAL
                   ADD SB-CUMULATIVE-DEBITS TO WS-SB-DEBIT-TOTAL
                   ADD SB-CUMULATIVE-CREDITS TO WS-SB-CREDIT-TOTAL
                   MOVE SB-BALANCE-RECORD TO AB-BALANCE-RECORD
                   WRITE AB-BALANCE-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE ACCOUNT CODE"
                               TO WS-REJECT-REASON
                   END-WRITE
                   IF WS-ABLFILE-STATUS NOT = "00"
                           AND WS-ABLFILE-STATUS NOT = "22"
                       DISPLAY "ACCTCONV: UNABLE TO WRITE ACTBAL, "
                           "STATUS " WS-ABLFILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-SB-REJECT-COUNT
               MOVE "ACTBAL" TO WS-RL-FILE
               MOVE SB-ACCOUNT-CODE TO WS-RL-ACCOUNT-CODE
               MOVE WS-SB-READ-COUNT TO WS-RL-RECORD-NUMBER
               PERFORM 2800-WRITE-REJECT-LINE
           END-IF
           PERFORM 3050-READ-OLD-BALANCE.

       3500-READ-BACK-BALANCES.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO REOPEN ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3550-READ-NEXT-BALANCE
           PERFORM 3600-PROVE-BALANCE-RECORD UNTIL END-OF-FILE
           CLOSE ACCOUNT-BALANCE-FILE.

       3550-READ-NEXT-BALANCE.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
           IF NOT END-OF-FILE AND WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO READ ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3600-PROVE-BALANCE-RECORD.
           ADD 1 TO WS-IB-READ-COUNT
           IF AB-CUMULATIVE-BALANCE NUMERIC
                   AND AB-CUMULATIVE-DEBITS NUMERIC
                   AND AB-CUMULATIVE-CREDITS NUMERIC
               ADD AB-CUMULATIVE-BALANCE TO WS-IB-BALANCE-TOTAL
               ADD AB-CUMULATIVE-DEBITS TO WS-IB-DEBIT-TOTAL
               ADD AB-CUMULATIVE-CREDITS TO WS-IB-CREDIT-TOTAL
           END-IF
           PERFORM 3550-READ-NEXT-BALANCE.

       3900-WRITE-HEADERS.
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-3 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       4000-PRINT-CERTIFICATE.
      *    EVERY SEQUENTIAL FIGURE IS SET AGAINST THE SAME FIGURE READ
      *    BACK FROM THE INDEXED FILE.  THE RECORD COUNTS COMPARE
      *    RECORDS READ WITH RECORDS LOADED, SO A REJECT IS A BREAK.
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-4 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE "ACCTREF" TO WS-PL-FILE
           MOVE "RECORDS" TO WS-PL-DESCRIPTION
           MOVE WS-SM-READ-COUNT TO WS-CMP-CONTROL
           MOVE WS-IM-READ-COUNT TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "OPEN ACCOUNTS" TO WS-PL-DESCRIPTION
           MOVE WS-SM-OPEN-COUNT TO WS-CMP-CONTROL
           MOVE WS-IM-OPEN-COUNT TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "CLOSED ACCOUNTS" TO WS-PL-DESCRIPTION
           MOVE WS-SM-CLOSED-COUNT TO WS-CMP-CONTROL
           MOVE WS-IM-CLOSED-COUNT TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "ACTBAL" TO WS-PL-FILE
           MOVE "RECORDS" TO WS-PL-DESCRIPTION
           MOVE WS-SB-READ-COUNT TO WS-CMP-CONTROL
           MOVE WS-IB-READ-COUNT TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "BALANCE TOTAL" TO WS-PL-DESCRIPTION
           MOVE WS-SB-BALANCE-TOTAL TO WS-CMP-CONTROL
           MOVE WS-IB-BALANCE-TOTAL TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "DEBIT TOTAL" TO WS-PL-DESCRIPTION
           MOVE WS-SB-DEBIT-TOTAL TO WS-CMP-CONTROL
           MOVE WS-IB-DEBIT-TOTAL TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE "CREDIT TOTAL" TO WS-PL-DESCRIPTION
           MOVE WS-SB-CREDIT-TOTAL TO WS-CMP-CONTROL
           MOVE WS-IB-CREDIT-TOTAL TO WS-CMP-PROVED
           PERFORM 4800-COMPARE-AND-PRINT
           MOVE SPACES TO WS-CT-TEXT
           IF WS-LINES-OUT = ZERO
               STRING "CUTOVER RECONCILED - " WS-IM-READ-COUNT
                   " ACCOUNTS, " WS-IB-READ-COUNT " BALANCES LOADED"
                   DELIMITED BY SIZE INTO WS-CT-TEXT
           ELSE
               STRING WS-LINES-OUT DELIMITED BY SIZE
                   " LINE(S) OUT OF BALANCE, "
                   DELIMITED BY SIZE
                   WS-SM-REJECT-COUNT DELIMITED BY SIZE
                   " ACCTREF AND " DELIMITED BY SIZE
                   WS-SB-REJECT-COUNT DELIMITED BY SIZE
                   " ACTBAL REJECT(S) - DO NOT CUT OVER"
                   DELIMITED BY SIZE
                   INTO WS-CT-TEXT
           END-IF
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-CERTIFICATE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       4800-COMPARE-AND-PRINT.
           MOVE WS-CMP-CONTROL TO WS-PL-CONTROL
           MOVE WS-CMP-PROVED TO WS-PL-PROVED
           IF WS-CMP-CONTROL = WS-CMP-PROVED
               MOVE "IN BALANCE" TO WS-PL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PL-VERDICT
               ADD 1 TO WS-LINES-OUT
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       9000-TERMINATE.
           IF WS-LINES-OUT > ZERO
               DISPLAY "ACCTCONV: " FUNCTION TRIM(WS-CT-TEXT TRAILING)
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PRINT-FILE.
