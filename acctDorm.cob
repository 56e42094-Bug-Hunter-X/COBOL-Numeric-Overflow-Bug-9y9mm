       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * DORMANT ACCOUNT REVIEW.
      * COMPARES EACH OPEN ACCOUNT ON THE ACCOUNT REFERENCE MASTER
      * (ACCTREF) WITH ITS LAST POSTING ON THE PER-ACCOUNT BALANCE
      * SUBLEDGER (ACTBAL) AND LISTS ON DRMPRT EVERY ACCOUNT WITH NO
      * ACTIVITY FOR THE DORMANCY PERIOD, WITH ITS OPEN DATE, LAST
      * ACTIVITY DATE, IDLE BUSINESS DAYS AND BALANCE.  AN ACCOUNT
      * THAT HAS NEVER POSTED IS IDLE FROM ITS OPEN DATE.  IDLE DAYS
      * ARE COUNTED FROM THE LAST ACTIVITY TO THE BUSINESS DATE,
      * ROLLING OVER SATURDAY, SUNDAY AND THE HOLIDAY CALENDAR THE
      * SAME WAY REJAGING AGES A REJECT.  THE BUSINESS DATE IS THE
      * PARM (YYYYMMDD), DEFAULTING TO TODAY; THE DORMANCY PERIOD
      * DEFAULTS TO 60 BUSINESS DAYS AND IS SET BY A CARD ON THE
      * OPTIONAL DRMCARDS FILE:
      *     DORMANT-DAYS=NNN
      * FOR EVERY DORMANT ACCOUNT WITH A ZERO BALANCE A PROPOSED
      * CLOSE CARD IN ACTMNT LAYOUT IS WRITTEN TO DRMCLOSE.  THE
      * OPERATOR-ID COLUMNS ARE LEFT BLANK: OPERATIONS REVIEWS THE
      * FILE, KEYS ITS OWN ID ON THE CARDS IT ACCEPTS AND SUBMITS
      * THEM TO ACCTMAINT, WHERE THEY PASS THROUGH DUAL CONTROL LIKE
      * ANY OTHER CARD.  A DORMANT ACCOUNT STILL CARRYING A BALANCE
      * IS LISTED BUT NOT PROPOSED.  ANY DORMANT ACCOUNT ENDS THE
      * RUN WITH RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "DRMCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT PROPOSED-CLOSE-FILE ASSIGN TO "DRMCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCLFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DRMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY HOLCAL.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

      *    THE SAME CARD LAYOUT ACCTMAINT READS FROM ACTMNT.
       FD  PROPOSED-CLOSE-FILE
           RECORDING MODE IS F.
       01  PROPOSED-CLOSE-RECORD.
           05  PC-ACTION               PIC X(6).
           05  PC-ACCOUNT-CODE         PIC X(4).
           05  PC-DESCRIPTION          PIC X(30).
           05  PC-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(32).

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
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-PARM-AREA.
           05  WS-PARM                 PIC X(20) VALUE SPACES.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 20.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "ACCTDORM".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  WS-RH-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(17)
                                        VALUE "  DORMANT AFTER: ".
           05  WS-RH-DORMANT-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(14)
                                        VALUE " BUSINESS DAYS".

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACCT  DESCRIPTION                     OPENED    LAST ACT
      -        "   IDLE           BALANCE  ACTION".

       01  WS-DORMANT-LINE.
           05  WS-DL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OPEN-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LAST-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-IDLE-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BALANCE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION            PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(15)
                                        VALUE "OPEN ACCOUNTS: ".
           05  WS-TL-OPEN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DORMANT: ".
           05  WS-TL-DORMANT-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE "  CLOSE PROPOSED: ".
           05  WS-TL-PROPOSED-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE "  BALANCE HELD: ".
           05  WS-TL-HELD-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.
           05  WS-DORMANT-DAYS         PIC 9(3) VALUE 60.

       01  WS-TOTALS.
           05  WS-OPEN-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-DORMANT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-AGE-CONTROLS.
           05  WS-LAST-ACTIVITY-DATE   PIC 9(8) VALUE ZERO.
           05  WS-ACCOUNT-BALANCE      PIC S9(11) VALUE ZERO.
           05  WS-DATE-INTEGER         PIC 9(8) VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(8) VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
           05  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.

      *    THE SAME HOLIDAY CALENDAR THE PRIOR-BUSINESS-DAY LOGIC IN
      *    BUGSOLUTION CONSULTS, SO AN ACCOUNT DOES NOT AGE OVER A
      *    BANK HOLIDAY.  AN ABSENT HOLCAL MEANS NO HOLIDAYS.
       01  WS-HOLIDAY-CONTROLS.
           05  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

      *    THE SUBLEDGER AS LEFT BY THE LAST SUM-MODE BUGSOLUTION RUN,
      *    READ BY ACCOUNT CODE FOR EACH OPEN ACCOUNT.  AN ABSENT
      *    ACTBAL MEANS NO ACCOUNT HAS POSTED YET.
       01  WS-ACCOUNT-BALANCE-CONTROLS.
           05  WS-ACTBAL-SWITCH        PIC X VALUE "N".
               88  ACTBAL-PRESENT               VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-ACCOUNTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1070-READ-CONTROL-CARDS
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1200-OPEN-ACCOUNT-BALANCES
           OPEN OUTPUT PROPOSED-CLOSE-FILE
           OPEN OUTPUT PRINT-FILE
           IF WS-PCLFILE-STATUS NOT = "00"
                   OR WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCTDORM: UNABLE TO OPEN AN OUTPUT FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-RH-BUS-DATE
           MOVE WS-DORMANT-DAYS TO WS-RH-DORMANT-DAYS
           PERFORM 3000-WRITE-HEADERS.

       1050-GET-BUSINESS-DATE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) NOT NUMERIC
                       OR WS-PARM(9:12) NOT = SPACES
                   DISPLAY "ACCTDORM: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "ACCTDORM: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1070-READ-CONTROL-CARDS.
      *    AN ABSENT DRMCARDS LEAVES THE DEFAULT PERIOD IN EFFECT.
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
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1080-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "DORMANT-DAYS"
                   IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) NOT = ZERO
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   COMPUTE WS-CARD-NUMBER =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                       ON SIZE ERROR
                           PERFORM 1095-REJECT-CONTROL-CARD
                   END-COMPUTE
                   IF WS-CARD-NUMBER = ZERO OR WS-CARD-NUMBER > 999
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-NUMBER TO WS-DORMANT-DAYS
               WHEN OTHER
                   PERFORM 1095-REJECT-CONTROL-CARD
           END-EVALUATE.

       1095-REJECT-CONTROL-CARD.
           DISPLAY "ACCTDORM: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFILE-STATUS NOT = "00"
                   AND WS-HOLFILE-STATUS NOT = "05"
               DISPLAY "ACCTDORM: UNABLE TO OPEN HOLCAL, "
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
                       PERFORM 1110-ADD-HOLIDAY-ENTRY
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       1110-ADD-HOLIDAY-ENTRY.
           IF HC-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "ACCTDORM: MALFORMED HOLCAL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOL-ENTRY-COUNT >= 100
               DISPLAY "ACCTDORM: MORE THAN 100 HOLIDAYS ON HOLCAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-ENTRY-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-ENTRY-COUNT).

       1200-OPEN-ACCOUNT-BALANCES.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           EVALUATE WS-ABLFILE-STATUS
               WHEN "00"
                   SET ACTBAL-PRESENT TO TRUE
               WHEN "05"
                   CLOSE ACCOUNT-BALANCE-FILE
               WHEN OTHER
                   DISPLAY "ACCTDORM: UNABLE TO OPEN ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-REVIEW-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "ACCTDORM: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTFILE-STATUS NOT = "00"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-ACTFILE-STATUS
                   NOT AT END
                       PERFORM 2100-REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

       2100-REVIEW-ONE-ACCOUNT.
           IF AR-ACCOUNT-CODE = SPACES
                   OR (NOT AR-OPEN AND NOT AR-CLOSED)
                   OR AR-OPEN-DATE NOT NUMERIC
               DISPLAY "ACCTDORM: MALFORMED ACCTREF RECORD '"
                   AR-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AR-OPEN
                   AND FUNCTION TEST-DATE-YYYYMMDD(AR-OPEN-DATE)
                       NOT = ZERO
               DISPLAY "ACCTDORM: INVALID OPEN DATE ON ACCTREF FOR '"
                   AR-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AR-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 2200-FIND-ACCOUNT-BALANCE
               PERFORM 2300-COMPUTE-IDLE-DAYS
               IF WS-AGE-DAYS NOT < WS-DORMANT-DAYS
                   ADD 1 TO WS-DORMANT-COUNT
                   IF WS-ACCOUNT-BALANCE = ZERO
                       PERFORM 2500-WRITE-PROPOSED-CLOSE
                       MOVE "CLOSE PROPOSED" TO WS-DL-ACTION
                       ADD 1 TO WS-PROPOSED-COUNT
                   ELSE
                       MOVE "BALANCE HELD" TO WS-DL-ACTION
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
                   PERFORM 2400-WRITE-DORMANT-LINE
               END-IF
           END-IF.

       2200-FIND-ACCOUNT-BALANCE.
      *    AN ACCOUNT THAT HAS NEVER POSTED HAS NO SUBLEDGER RECORD
      *    (OR A ZERO LAST-POSTED DATE) AND IS IDLE FROM ITS OPENING.
           MOVE AR-OPEN-DATE TO WS-LAST-ACTIVITY-DATE
           MOVE ZERO TO WS-ACCOUNT-BALANCE
           IF ACTBAL-PRESENT
               MOVE AR-ACCOUNT-CODE TO AB-ACCOUNT-CODE
               READ ACCOUNT-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2210-TAKE-ACCOUNT-BALANCE
               END-READ
               IF WS-ABLFILE-STATUS NOT = "00"
                       AND WS-ABLFILE-STATUS NOT = "23"
                   DISPLAY "ACCTDORM: UNABLE TO READ ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2210-TAKE-ACCOUNT-BALANCE.
           IF AB-LAST-POSTED-DATE NOT NUMERIC
                   OR AB-CUMULATIVE-BALANCE NOT NUMERIC
               DISPLAY "ACCTDORM: MALFORMED ACTBAL RECORD FOR "
                   "ACCOUNT '" AB-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AB-CUMULATIVE-BALANCE TO WS-ACCOUNT-BALANCE
           IF AB-LAST-POSTED-DATE > ZERO
               MOVE AB-LAST-POSTED-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.

       2300-COMPUTE-IDLE-DAYS.
      *    IDLE DAYS ARE COUNTED IN BUSINESS DAYS AFTER THE LAST
      *    ACTIVITY UP TO AND INCLUDING THE BUSINESS DATE.
           MOVE ZERO TO WS-AGE-DAYS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY-DATE)
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM UNTIL WS-DATE-INTEGER >= WS-TODAY-INTEGER
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INTEGER, 7)
               IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
                   COMPUTE WS-HOLIDAY-TEST-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   PERFORM 2350-TEST-HOLIDAY
                   IF NOT HOLIDAY-FOUND
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       2350-TEST-HOLIDAY.
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

       2400-WRITE-DORMANT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-WRITE-HEADERS
           END-IF
           MOVE AR-ACCOUNT-CODE TO WS-DL-ACCOUNT-CODE
           MOVE AR-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE AR-OPEN-DATE TO WS-DL-OPEN-DATE
           MOVE WS-LAST-ACTIVITY-DATE TO WS-DL-LAST-DATE
           MOVE WS-AGE-DAYS TO WS-DL-IDLE-DAYS
           MOVE WS-ACCOUNT-BALANCE TO WS-DL-BALANCE
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-DORMANT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2500-WRITE-PROPOSED-CLOSE.
           MOVE SPACES TO PROPOSED-CLOSE-RECORD
           MOVE "CLOSE " TO PC-ACTION
           MOVE AR-ACCOUNT-CODE TO PC-ACCOUNT-CODE
           STRING "DORMANT SINCE " WS-LAST-ACTIVITY-DATE
               DELIMITED BY SIZE INTO PC-DESCRIPTION
           WRITE PROPOSED-CLOSE-RECORD
           IF WS-PCLFILE-STATUS NOT = "00"
               DISPLAY "ACCTDORM: UNABLE TO WRITE DRMCLOSE, "
                   "STATUS " WS-PCLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "ACCTDORM: UNABLE TO WRITE DRMPRT, "
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
           MOVE WS-OPEN-COUNT TO WS-TL-OPEN-COUNT
           MOVE WS-DORMANT-COUNT TO WS-TL-DORMANT-COUNT
           MOVE WS-PROPOSED-COUNT TO WS-TL-PROPOSED-COUNT
           MOVE WS-HELD-COUNT TO WS-TL-HELD-COUNT
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF WS-DORMANT-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACTBAL-PRESENT
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           CLOSE PROPOSED-CLOSE-FILE
           CLOSE PRINT-FILE.
