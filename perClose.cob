       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * MONTH-END PERIOD CLOSE.
      * RUN ONCE THE LAST BUSINESS DAY OF THE MONTH HAS BEEN POSTED.
      * PRINTS A TRIAL BALANCE ON PERPRT - ONE LINE PER ACCOUNT ON
      * THE SUBLEDGER (ACTBAL) AND ONE FOR THE BALANCE MASTER
      * (BALMSTR) - SHOWING THE OPENING POSITION, THE PERIOD'S
      * DEBIT AND CREDIT MOVEMENT AND THE CLOSING POSITION.  THE
      * OPENING POSITIONS COME FROM THE LATEST PERIOD-END SNAPSHOT
      * OF AN EARLIER PERIOD ON PERHIST.  EACH LINE MUST ROLL
      * (OPENING - DEBITS + CREDITS = CLOSING) AND THE SUBLEDGER
      * MUST ADD UP TO THE BALANCE MASTER.  WHEN THE TRIAL BALANCE
      * PROVES, BALMSTR AND EVERY ACTBAL RECORD ARE APPENDED TO
      * PERHIST AS THE PERIOD-END SNAPSHOT, THE PERIOD IS MARKED
      * CLOSED ON PERIODCTL AND THE CLOSE IS LOGGED ON AUDFILE.  A
      * TRIAL BALANCE THAT DOES NOT PROVE CLOSES NOTHING AND ENDS
      * THE RUN WITH RETURN-CODE 8.
      *
      * THE PARM NAMES THE PERIOD AND THE FINANCE ID CLOSING IT:
      *     YYYYMM XXXXXXXX
      * A PERIOD ALREADY CLOSED IS REFUSED.  A PERIOD REOPENED BY A
      * FINANCE-AUTHORISED REOPEN CARD IS CLOSED AGAIN BY RE-RUNNING
      * THIS PROGRAM, WHICH TAKES A FRESH SNAPSHOT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT OPTIONAL PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PERPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE
           RECORDING MODE IS F.
           COPY BALMSTR.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

       FD  PERIOD-HISTORY-FILE
           RECORDING MODE IS F.
           COPY PERHIST.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDLOG.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY HOLCAL.

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
           05  WS-BALFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PERFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-PARM-AREA.
           05  WS-PARM                 PIC X(30) VALUE SPACES.
           05  WS-PERIOD-TOKEN         PIC X(10) VALUE SPACES.
           05  WS-AUTH-TOKEN           PIC X(10) VALUE SPACES.
           05  WS-AUTHORISED-BY        PIC X(8) VALUE SPACES.

      *    THE PERIOD IS A CALENDAR MONTH.  ITS SNAPSHOT IS ONLY THE
      *    PERIOD-END POSITION IF THE BALANCE MASTER WAS LAST POSTED
      *    ON THE MONTH'S LAST BUSINESS DAY - NO EARLIER (THE MONTH
      *    IS NOT FINISHED) AND NO LATER (THE NEXT MONTH HAS STARTED).
       01  WS-PERIOD-AREA.
           05  WS-PERIOD               PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-R REDEFINES WS-PERIOD.
               10  WS-PERIOD-YYYY      PIC 9(4).
               10  WS-PERIOD-MM        PIC 9(2).
           05  WS-NEXT-PERIOD-START    PIC 9(8) VALUE ZERO.
           05  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD-START.
               10  WS-NP-YYYY          PIC 9(4).
               10  WS-NP-MM            PIC 9(2).
               10  WS-NP-DD            PIC 9(2).
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-LAST-BUSINESS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-DATE-INTEGER         PIC 9(8) VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
           05  WS-START-TIME           PIC 9(6) VALUE ZERO.
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.

      *    THE SAME HOLIDAY CALENDAR BUGSOLUTION CONSULTS, SO "LAST
      *    BUSINESS DAY" IS THE DAY THE NIGHTLY RUN LAST POSTED.  AN
      *    ABSENT HOLCAL MEANS NO HOLIDAYS.
       01  WS-HOLIDAY-CONTROLS.
           05  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".
           05  WS-NON-BUSINESS-SWITCH  PIC X VALUE "N".
               88  NON-BUSINESS-DAY             VALUE "Y".

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-BALANCE-MASTER-AREA.
           05  WS-BM-LAST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-BM-BALANCE           PIC S9(11) VALUE ZERO.
           05  WS-BM-DEBITS            PIC 9(11) VALUE ZERO.
           05  WS-BM-CREDITS           PIC 9(11) VALUE ZERO.

      *    THE SUBLEDGER IS READ IN ACCOUNT ORDER TWICE - ONCE FOR
      *    THE TRIAL BALANCE AND ONCE FOR THE SNAPSHOT - AND BOTH
      *    PASSES MUST SEE THE SAME NUMBER OF ACCOUNTS.  AN ABSENT OR
      *    EMPTY SUBLEDGER CLOSES THE PERIOD ON THE BALANCE MASTER
      *    ALONE.
       01  WS-BALANCE-SCAN-CONTROLS.
           05  WS-ABL-EOF-SWITCH       PIC X VALUE "N".
               88  ABL-END-OF-FILE              VALUE "Y".
           05  WS-ABL-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ABL-SNAPSHOT-COUNT   PIC 9(7) VALUE ZERO.

      *    THE OPENING SNAPSHOT.  PERHIST IS READ END TO END; EACH
      *    "M" RECORD FOR THE LATEST EARLIER PERIOD SEEN SO FAR
      *    STARTS A FRESH SET, SO A PERIOD CLOSED MORE THAN ONCE
      *    OPENS FROM ITS LAST CLOSE.  WS-PRIOR-PERIOD ZERO MEANS NO
      *    EARLIER PERIOD HAS EVER BEEN CLOSED.
       01  WS-PRIOR-SNAPSHOT-AREA.
           05  WS-PRIOR-PERIOD         PIC 9(6) VALUE ZERO.
           05  WS-PRIOR-LOAD-SWITCH    PIC X VALUE "N".
               88  LOADING-PRIOR                VALUE "Y".
           05  WS-PM-BALANCE           PIC S9(11) VALUE ZERO.
           05  WS-PM-DEBITS            PIC 9(11) VALUE ZERO.
           05  WS-PM-CREDITS           PIC 9(11) VALUE ZERO.
           05  WS-PA-SUB               PIC 9(4) VALUE ZERO.

       01  WS-PRIOR-TABLE-AREA.
           05  WS-PA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PA-ENTRY OCCURS 2000 TIMES.
               10  WS-PA-ACCOUNT-CODE  PIC X(4).
               10  WS-PA-BALANCE       PIC S9(11).
               10  WS-PA-DEBITS        PIC 9(11).
               10  WS-PA-CREDITS       PIC 9(11).
               10  WS-PA-MATCHED       PIC X.

       01  WS-LINE-WORK.
           05  WS-LW-LABEL             PIC X(7) VALUE SPACES.
           05  WS-LW-LAST-DATE         PIC X(8) VALUE SPACES.
           05  WS-LW-OPENING           PIC S9(12) VALUE ZERO.
           05  WS-LW-DEBITS            PIC S9(12) VALUE ZERO.
           05  WS-LW-CREDITS           PIC S9(12) VALUE ZERO.
           05  WS-LW-NET               PIC S9(12) VALUE ZERO.
           05  WS-LW-CLOSING           PIC S9(12) VALUE ZERO.
           05  WS-LW-PROOF             PIC X(5) VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05  WS-GT-OPENING           PIC S9(13) VALUE ZERO.
           05  WS-GT-DEBITS            PIC S9(13) VALUE ZERO.
           05  WS-GT-CREDITS           PIC S9(13) VALUE ZERO.
           05  WS-GT-NET               PIC S9(13) VALUE ZERO.
           05  WS-GT-CLOSING           PIC S9(13) VALUE ZERO.
           05  WS-TIE-DIFFERENCE       PIC S9(13) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-BREAK-SWITCH         PIC X VALUE "N".
               88  TRIAL-BALANCE-BREAK          VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 50.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "PERCLOSE".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
           05  WS-RH-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(36) VALUE
               "MONTH-END TRIAL BALANCE - OPENING: ".
           05  WS-RH-OPENING-SOURCE    PIC X(64).

       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(8)  VALUE "ACCOUNT ".
           05  FILLER                  PIC X(9)  VALUE "POSTED".
           05  FILLER                  PIC X(13) VALUE "      OPENING".
           05  FILLER                  PIC X(14)
                                        VALUE "        DEBITS".
           05  FILLER                  PIC X(14)
                                        VALUE "       CREDITS".
           05  FILLER                  PIC X(14)
                                        VALUE "  NET MOVEMENT".
           05  FILLER                  PIC X(14)
                                        VALUE "       CLOSING".
           05  FILLER                  PIC X(7)  VALUE "  PROOF".
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-OPENING-SOURCE-LINE.
           05  FILLER                  PIC X(23)
                                        VALUE "PERIOD-END SNAPSHOT OF ".
           05  WS-OS-PRIOR-PERIOD      PIC 9(6).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TRIAL-BALANCE-LINE.
           05  WS-TB-LABEL             PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-LAST-DATE         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-OPENING           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-DEBITS            PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-CREDITS           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-NET               PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TB-CLOSING           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TB-PROOF             PIC X(5).
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(22)
                                        VALUE "SUBLEDGER TO MASTER - ".
           05  FILLER                  PIC X(10) VALUE "ACCOUNTS: ".
           05  WS-TL-SUBLEDGER         PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  MASTER: ".
           05  WS-TL-MASTER            PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(14)
                                        VALUE "  DIFFERENCE: ".
           05  WS-TL-DIFFERENCE        PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-ML-TEXT              PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PRINT-TRIAL-BALANCE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-START-TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PARM
           PERFORM 1060-SET-PERIOD-DATES
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1150-COMPUTE-LAST-BUSINESS-DAY
           PERFORM 1200-READ-PERIOD-CONTROL
           IF PERIOD-IS-CLOSED
               DISPLAY "PERCLOSE: PERIOD " WS-PERIOD
                   " IS ALREADY CLOSED - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-BALANCE-MASTER
           PERFORM 1500-LOAD-PRIOR-SNAPSHOT
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-PERIOD TO WS-RH-PERIOD
           IF WS-PRIOR-PERIOD = ZERO
               MOVE "NO EARLIER CLOSE - OPENING BEFORE ALL POSTINGS"
                   TO WS-RH-OPENING-SOURCE
           ELSE
               MOVE WS-PRIOR-PERIOD TO WS-OS-PRIOR-PERIOD
               MOVE WS-OPENING-SOURCE-LINE TO WS-RH-OPENING-SOURCE
           END-IF
           PERFORM 3900-WRITE-HEADERS.

       1050-GET-PARM.
      *    JCL PARM IS NOT AVAILABLE UNDER GNUCOBOL; THE CALLING
      *    JOB STEP'S PARM IS PASSED THROUGH AS THE COMMAND-LINE
      *    ARGUMENT, WHICH IS THE STANDARD GNUCOBOL EQUIVALENT.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM
           UNSTRING WS-PARM DELIMITED BY ALL " "
               INTO WS-PERIOD-TOKEN WS-AUTH-TOKEN
           IF WS-PERIOD-TOKEN(1:6) NOT NUMERIC
                   OR WS-PERIOD-TOKEN(7:4) NOT = SPACES
               DISPLAY "PERCLOSE: INVALID PERIOD PARM '"
                   WS-PERIOD-TOKEN "' - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD-TOKEN(1:6) TO WS-PERIOD
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   OR WS-PERIOD-YYYY < 1601
               DISPLAY "PERCLOSE: INVALID PERIOD PARM '"
                   WS-PERIOD-TOKEN "' - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUTH-TOKEN = SPACES
                   OR WS-AUTH-TOKEN(9:2) NOT = SPACES
               DISPLAY "PERCLOSE: THE PARM MUST NAME THE FINANCE ID "
                   "(UP TO 8 CHARACTERS) CLOSING THE PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AUTH-TOKEN TO WS-AUTHORISED-BY.

       1060-SET-PERIOD-DATES.
      *    THE PERIOD END IS THE DAY BEFORE THE FIRST OF THE NEXT
      *    MONTH.
           MOVE WS-PERIOD-YYYY TO WS-NP-YYYY
           MOVE WS-PERIOD-MM TO WS-NP-MM
           MOVE 1 TO WS-NP-DD
           IF WS-NP-MM = 12
               ADD 1 TO WS-NP-YYYY
               MOVE 1 TO WS-NP-MM
           ELSE
               ADD 1 TO WS-NP-MM
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       1100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFILE-STATUS NOT = "00"
                   AND WS-HOLFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN HOLCAL, "
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
               DISPLAY "PERCLOSE: MALFORMED HOLCAL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOL-ENTRY-COUNT >= 100
               DISPLAY "PERCLOSE: MORE THAN 100 HOLIDAYS ON HOLCAL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOL-ENTRY-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-ENTRY-COUNT).

       1150-COMPUTE-LAST-BUSINESS-DAY.
      *    THE PERIOD END ROLLED BACK OVER SATURDAY, SUNDAY AND ANY
      *    LISTED HOLIDAY.  MOD 7 OF THE DATE INTEGER GIVES 6 FOR
      *    SATURDAY AND 0 FOR SUNDAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
           PERFORM 1160-TEST-BUSINESS-DAY
           PERFORM UNTIL NOT NON-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DATE-INTEGER
               PERFORM 1160-TEST-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-LAST-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       1160-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-NON-BUSINESS-SWITCH
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET NON-BUSINESS-DAY TO TRUE
           ELSE
               COMPUTE WS-HOLIDAY-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               PERFORM 1165-TEST-HOLIDAY
               IF HOLIDAY-FOUND
                   SET NON-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       1165-TEST-HOLIDAY.
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

       1200-READ-PERIOD-CONTROL.
      *    THE LATEST PERIODCTL RECORD FOR THE PERIOD IS ITS STATE;
      *    AN ABSENT FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.
           MOVE SPACE TO WS-PERIOD-STATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERIODCTL, "
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
                       PERFORM 1210-POST-PERIOD-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       1210-POST-PERIOD-RECORD.
           IF PC-PERIOD NOT NUMERIC
               DISPLAY "PERCLOSE: MALFORMED PERIODCTL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PERIOD = WS-PERIOD
               MOVE PC-STATUS TO WS-PERIOD-STATE
           END-IF.

       1300-READ-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO OPEN BALFILE, "
                   "STATUS " WS-BALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BALANCE-MASTER-FILE
               AT END
                   DISPLAY "PERCLOSE: BALFILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BM-LAST-POSTED-DATE NOT NUMERIC
                   OR BM-CUMULATIVE-BALANCE NOT NUMERIC
                   OR BM-CUMULATIVE-DEBITS NOT NUMERIC
                   OR BM-CUMULATIVE-CREDITS NOT NUMERIC
               DISPLAY "PERCLOSE: MALFORMED BALANCE MASTER RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BM-LAST-POSTED-DATE NOT = WS-LAST-BUSINESS-DATE
               DISPLAY "PERCLOSE: BALANCE MASTER LAST POSTED "
                   BM-LAST-POSTED-DATE " BUT THE LAST BUSINESS DAY "
                   "OF PERIOD " WS-PERIOD " IS "
                   WS-LAST-BUSINESS-DATE " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-LAST-POSTED-DATE TO WS-BM-LAST-DATE
           MOVE BM-CUMULATIVE-BALANCE TO WS-BM-BALANCE
           MOVE BM-CUMULATIVE-DEBITS TO WS-BM-DEBITS
           MOVE BM-CUMULATIVE-CREDITS TO WS-BM-CREDITS
           CLOSE BALANCE-MASTER-FILE.

       1500-LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF WS-PERFILE-STATUS NOT = "00"
                   AND WS-PERFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERHIST, "
                   "STATUS " WS-PERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PERFILE-STATUS
           PERFORM UNTIL WS-PERFILE-STATUS NOT = "00"
               READ PERIOD-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PERFILE-STATUS
                   NOT AT END
                       PERFORM 1510-POST-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE.

       1510-POST-SNAPSHOT-RECORD.
           IF PE-PERIOD NOT NUMERIC
                   OR PE-CUMULATIVE-BALANCE NOT NUMERIC
                   OR PE-CUMULATIVE-DEBITS NOT NUMERIC
                   OR PE-CUMULATIVE-CREDITS NOT NUMERIC
               DISPLAY "PERCLOSE: MALFORMED PERHIST RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN PE-MASTER-REC
                   IF PE-PERIOD < WS-PERIOD
                           AND PE-PERIOD NOT < WS-PRIOR-PERIOD
                       SET LOADING-PRIOR TO TRUE
                       MOVE PE-PERIOD TO WS-PRIOR-PERIOD
                       MOVE PE-CUMULATIVE-BALANCE TO WS-PM-BALANCE
                       MOVE PE-CUMULATIVE-DEBITS TO WS-PM-DEBITS
                       MOVE PE-CUMULATIVE-CREDITS TO WS-PM-CREDITS
                       MOVE ZERO TO WS-PA-ENTRY-COUNT
                   ELSE
                       MOVE "N" TO WS-PRIOR-LOAD-SWITCH
                   END-IF
               WHEN PE-ACCOUNT-REC
                   IF LOADING-PRIOR
                       PERFORM 1520-ADD-PRIOR-ENTRY
                   END-IF
               WHEN OTHER
                   DISPLAY "PERCLOSE: MALFORMED PERHIST RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1520-ADD-PRIOR-ENTRY.
           IF WS-PA-ENTRY-COUNT >= 2000
               DISPLAY "PERCLOSE: MORE THAN 2000 ACCOUNTS ON THE "
                   "PERIOD " WS-PRIOR-PERIOD " SNAPSHOT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PA-ENTRY-COUNT
           MOVE PE-ACCOUNT-CODE
               TO WS-PA-ACCOUNT-CODE(WS-PA-ENTRY-COUNT)
           MOVE PE-CUMULATIVE-BALANCE
               TO WS-PA-BALANCE(WS-PA-ENTRY-COUNT)
           MOVE PE-CUMULATIVE-DEBITS
               TO WS-PA-DEBITS(WS-PA-ENTRY-COUNT)
           MOVE PE-CUMULATIVE-CREDITS
               TO WS-PA-CREDITS(WS-PA-ENTRY-COUNT)
           MOVE "N" TO WS-PA-MATCHED(WS-PA-ENTRY-COUNT).

       3000-PRINT-TRIAL-BALANCE.
           PERFORM 3050-OPEN-ACCOUNT-BALANCES
           PERFORM 3100-ACCOUNT-LINE UNTIL ABL-END-OF-FILE
           CLOSE ACCOUNT-BALANCE-FILE
           PERFORM 3200-CHECK-UNMATCHED-PRIOR
               VARYING WS-PA-SUB FROM 1 BY 1
               UNTIL WS-PA-SUB > WS-PA-ENTRY-COUNT
           PERFORM 3300-WRITE-TOTALS-LINE
           PERFORM 3400-WRITE-MASTER-LINE
           PERFORM 3500-TIE-SUBLEDGER-TO-MASTER.

       3050-OPEN-ACCOUNT-BALANCES.
           MOVE "N" TO WS-ABL-EOF-SWITCH
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3060-READ-NEXT-BALANCE.

       3060-READ-NEXT-BALANCE.
           READ ACCOUNT-BALANCE-FILE
               AT END
                   SET ABL-END-OF-FILE TO TRUE
           END-READ
           IF NOT ABL-END-OF-FILE
               IF WS-ABLFILE-STATUS NOT = "00"
                   DISPLAY "PERCLOSE: UNABLE TO READ ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF AB-LAST-POSTED-DATE NOT NUMERIC
                       OR AB-CUMULATIVE-BALANCE NOT NUMERIC
                       OR AB-CUMULATIVE-DEBITS NOT NUMERIC
                       OR AB-CUMULATIVE-CREDITS NOT NUMERIC
                   DISPLAY "PERCLOSE: MALFORMED ACTBAL RECORD FOR "
                       "ACCOUNT '" AB-ACCOUNT-CODE "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3100-ACCOUNT-LINE.
      *    MOVEMENT IS THE CHANGE IN THE CUMULATIVE DEBITS AND
      *    CREDITS SINCE THE OPENING SNAPSHOT.  AN ACCOUNT NEW SINCE
      *    THAT SNAPSHOT OPENS AT ZERO; WITH NO EARLIER CLOSE AT ALL
      *    THE WHOLE HISTORY IS THE MOVEMENT.
           ADD 1 TO WS-ABL-RECORD-COUNT
           PERFORM VARYING WS-PA-SUB FROM 1 BY 1
                   UNTIL WS-PA-SUB > WS-PA-ENTRY-COUNT
                   OR WS-PA-ACCOUNT-CODE(WS-PA-SUB)
                       = AB-ACCOUNT-CODE
               CONTINUE
           END-PERFORM
           MOVE AB-ACCOUNT-CODE TO WS-LW-LABEL
           MOVE AB-LAST-POSTED-DATE TO WS-LW-LAST-DATE
           MOVE AB-CUMULATIVE-BALANCE TO WS-LW-CLOSING
           IF WS-PA-SUB NOT > WS-PA-ENTRY-COUNT
               MOVE "Y" TO WS-PA-MATCHED(WS-PA-SUB)
               MOVE WS-PA-BALANCE(WS-PA-SUB) TO WS-LW-OPENING
               COMPUTE WS-LW-DEBITS = AB-CUMULATIVE-DEBITS
                   - WS-PA-DEBITS(WS-PA-SUB)
               COMPUTE WS-LW-CREDITS = AB-CUMULATIVE-CREDITS
                   - WS-PA-CREDITS(WS-PA-SUB)
           ELSE
               MOVE AB-CUMULATIVE-DEBITS TO WS-LW-DEBITS
               MOVE AB-CUMULATIVE-CREDITS TO WS-LW-CREDITS
               IF WS-PRIOR-PERIOD = ZERO
                   COMPUTE WS-LW-OPENING = WS-LW-CLOSING
                       + WS-LW-DEBITS - WS-LW-CREDITS
               ELSE
                   MOVE ZERO TO WS-LW-OPENING
               END-IF
           END-IF
           PERFORM 3800-PROVE-LINE
           ADD WS-LW-OPENING TO WS-GT-OPENING
           ADD WS-LW-DEBITS TO WS-GT-DEBITS
           ADD WS-LW-CREDITS TO WS-GT-CREDITS
           ADD WS-LW-NET TO WS-GT-NET
           ADD WS-LW-CLOSING TO WS-GT-CLOSING
           PERFORM 3850-WRITE-TRIAL-BALANCE-LINE
           PERFORM 3060-READ-NEXT-BALANCE.

       3200-CHECK-UNMATCHED-PRIOR.
      *    AN ACCOUNT ON THE OPENING SNAPSHOT THAT HAS SINCE LEFT THE
      *    SUBLEDGER TOOK ITS BALANCE WITH IT - THE PERIOD CANNOT BE
      *    PROVED.
           IF WS-PA-MATCHED(WS-PA-SUB) = "N"
               SET TRIAL-BALANCE-BREAK TO TRUE
               DISPLAY "PERCLOSE: ACCOUNT '"
                   WS-PA-ACCOUNT-CODE(WS-PA-SUB)
                   "' ON THE PERIOD " WS-PRIOR-PERIOD
                   " SNAPSHOT IS NOT ON ACTBAL"
               MOVE WS-PA-ACCOUNT-CODE(WS-PA-SUB) TO WS-LW-LABEL
               MOVE "MISSING" TO WS-LW-LAST-DATE
               MOVE WS-PA-BALANCE(WS-PA-SUB) TO WS-LW-OPENING
               MOVE ZERO TO WS-LW-DEBITS
               MOVE ZERO TO WS-LW-CREDITS
               MOVE ZERO TO WS-LW-NET
               MOVE ZERO TO WS-LW-CLOSING
               MOVE "*BRK*" TO WS-LW-PROOF
               PERFORM 3850-WRITE-TRIAL-BALANCE-LINE
           END-IF.

       3300-WRITE-TOTALS-LINE.
           MOVE "TOTAL" TO WS-LW-LABEL
           MOVE SPACES TO WS-LW-LAST-DATE
           MOVE WS-GT-OPENING TO WS-TB-OPENING
           MOVE WS-GT-DEBITS TO WS-TB-DEBITS
           MOVE WS-GT-CREDITS TO WS-TB-CREDITS
           MOVE WS-GT-NET TO WS-TB-NET
           MOVE WS-GT-CLOSING TO WS-TB-CLOSING
           MOVE WS-LW-LABEL TO WS-TB-LABEL
           MOVE WS-LW-LAST-DATE TO WS-TB-LAST-DATE
           MOVE SPACES TO WS-TB-PROOF
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TRIAL-BALANCE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 2 TO WS-LINE-COUNT.

       3400-WRITE-MASTER-LINE.
           MOVE "BALMSTR" TO WS-LW-LABEL
           MOVE WS-BM-LAST-DATE TO WS-LW-LAST-DATE
           MOVE WS-BM-BALANCE TO WS-LW-CLOSING
           IF WS-PRIOR-PERIOD = ZERO
               MOVE WS-BM-DEBITS TO WS-LW-DEBITS
               MOVE WS-BM-CREDITS TO WS-LW-CREDITS
               COMPUTE WS-LW-OPENING = WS-LW-CLOSING
                   + WS-LW-DEBITS - WS-LW-CREDITS
           ELSE
               MOVE WS-PM-BALANCE TO WS-LW-OPENING
               COMPUTE WS-LW-DEBITS = WS-BM-DEBITS - WS-PM-DEBITS
               COMPUTE WS-LW-CREDITS =
                   WS-BM-CREDITS - WS-PM-CREDITS
           END-IF
           PERFORM 3800-PROVE-LINE
           PERFORM 3850-WRITE-TRIAL-BALANCE-LINE.

       3500-TIE-SUBLEDGER-TO-MASTER.
      *    BUGSOLUTION POSTS THE SUBLEDGER AND THE MASTER FROM THE
      *    SAME DAY TOTALS, SO THE ACCOUNTS MUST ADD UP TO THE
      *    MASTER.  A PERIOD CLOSED ON THE MASTER ALONE HAS NOTHING
      *    TO TIE.
           IF WS-ABL-RECORD-COUNT > ZERO
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-GT-CLOSING - WS-BM-BALANCE
               MOVE WS-GT-CLOSING TO WS-TL-SUBLEDGER
               MOVE WS-BM-BALANCE TO WS-TL-MASTER
               MOVE WS-TIE-DIFFERENCE TO WS-TL-DIFFERENCE
               SET PR-DOUBLE-SPACE TO TRUE
               MOVE WS-TIE-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
               IF WS-TIE-DIFFERENCE NOT = ZERO
                   SET TRIAL-BALANCE-BREAK TO TRUE
                   DISPLAY "PERCLOSE: SUBLEDGER DOES NOT ADD UP TO "
                       "THE BALANCE MASTER"
               END-IF
           END-IF.

       3800-PROVE-LINE.
           COMPUTE WS-LW-NET = WS-LW-CREDITS - WS-LW-DEBITS
           IF WS-LW-OPENING + WS-LW-NET = WS-LW-CLOSING
                   AND WS-LW-DEBITS NOT < ZERO
                   AND WS-LW-CREDITS NOT < ZERO
               MOVE "OK" TO WS-LW-PROOF
           ELSE
               MOVE "*BRK*" TO WS-LW-PROOF
               SET TRIAL-BALANCE-BREAK TO TRUE
               DISPLAY "PERCLOSE: " WS-LW-LABEL
                   " DOES NOT ROLL FROM OPENING TO CLOSING"
           END-IF.

       3850-WRITE-TRIAL-BALANCE-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-WRITE-HEADERS
           END-IF
           MOVE WS-LW-LABEL TO WS-TB-LABEL
           MOVE WS-LW-LAST-DATE TO WS-TB-LAST-DATE
           MOVE WS-LW-OPENING TO WS-TB-OPENING
           MOVE WS-LW-DEBITS TO WS-TB-DEBITS
           MOVE WS-LW-CREDITS TO WS-TB-CREDITS
           MOVE WS-LW-NET TO WS-TB-NET
           MOVE WS-LW-CLOSING TO WS-TB-CLOSING
           MOVE WS-LW-PROOF TO WS-TB-PROOF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-TRIAL-BALANCE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

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

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO WRITE PERPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-MESSAGE-LINE
           IF TRIAL-BALANCE-BREAK
               STRING "PERIOD " WS-PERIOD " NOT CLOSED - TRIAL "
                   "BALANCE DOES NOT PROVE" DELIMITED BY SIZE
                   INTO WS-ML-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9100-WRITE-SNAPSHOT
               PERFORM 9200-WRITE-PERIOD-CONTROL
               PERFORM 9300-WRITE-AUDIT-RECORD
               STRING "PERIOD " WS-PERIOD " ENDING "
                   WS-PERIOD-END-DATE " CLOSED BY "
                   WS-AUTHORISED-BY DELIMITED BY SIZE
                   INTO WS-ML-TEXT
           END-IF
           DISPLAY "PERCLOSE: " FUNCTION TRIM(WS-ML-TEXT TRAILING)
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-MESSAGE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           CLOSE PRINT-FILE.

       9100-WRITE-SNAPSHOT.
      *    THE MASTER RECORD LEADS THE SET SO THE NEXT CLOSE CAN
      *    TELL WHERE EACH SNAPSHOT BEGINS.
           OPEN EXTEND PERIOD-HISTORY-FILE
           IF WS-PERFILE-STATUS NOT = "00"
                   AND WS-PERFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERHIST, "
                   "STATUS " WS-PERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO PE-PERIOD
           SET PE-MASTER-REC TO TRUE
           MOVE SPACES TO PE-ACCOUNT-CODE
           MOVE WS-BM-LAST-DATE TO PE-LAST-POSTED-DATE
           MOVE WS-BM-BALANCE TO PE-CUMULATIVE-BALANCE
           MOVE WS-BM-DEBITS TO PE-CUMULATIVE-DEBITS
           MOVE WS-BM-CREDITS TO PE-CUMULATIVE-CREDITS
           MOVE WS-CURRENT-DATE-N TO PE-SNAPSHOT-DATE
           MOVE SPACES TO PE-FILLER
           WRITE PE-PERIOD-END-RECORD
           PERFORM 9190-CHECK-PERFILE-STATUS
           PERFORM 3050-OPEN-ACCOUNT-BALANCES
           PERFORM 9150-WRITE-ACCOUNT-SNAPSHOT UNTIL ABL-END-OF-FILE
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE PERIOD-HISTORY-FILE
      *    A SUBLEDGER THAT CHANGED UNDER THE RUN LEAVES AN UNPROVED
      *    SNAPSHOT; THE PERIOD IS NOT MARKED CLOSED AND A RE-RUN
      *    APPENDS A FRESH SET, WHICH THE NEXT CLOSE OPENS FROM.
           IF WS-ABL-SNAPSHOT-COUNT NOT = WS-ABL-RECORD-COUNT
               DISPLAY "PERCLOSE: ACTBAL CHANGED DURING THE RUN - "
                   WS-ABL-RECORD-COUNT " ACCOUNTS PROVED, "
                   WS-ABL-SNAPSHOT-COUNT " SNAPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9150-WRITE-ACCOUNT-SNAPSHOT.
           ADD 1 TO WS-ABL-SNAPSHOT-COUNT
           MOVE WS-PERIOD TO PE-PERIOD
           SET PE-ACCOUNT-REC TO TRUE
           MOVE AB-ACCOUNT-CODE TO PE-ACCOUNT-CODE
           MOVE AB-LAST-POSTED-DATE TO PE-LAST-POSTED-DATE
           MOVE AB-CUMULATIVE-BALANCE TO PE-CUMULATIVE-BALANCE
           MOVE AB-CUMULATIVE-DEBITS TO PE-CUMULATIVE-DEBITS
           MOVE AB-CUMULATIVE-CREDITS TO PE-CUMULATIVE-CREDITS
           MOVE WS-CURRENT-DATE-N TO PE-SNAPSHOT-DATE
           MOVE SPACES TO PE-FILLER
           WRITE PE-PERIOD-END-RECORD
           PERFORM 9190-CHECK-PERFILE-STATUS
           PERFORM 3060-READ-NEXT-BALANCE.

       9190-CHECK-PERFILE-STATUS.
           IF WS-PERFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO WRITE PERHIST, "
                   "STATUS " WS-PERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9200-WRITE-PERIOD-CONTROL.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-PERIOD TO PC-PERIOD
           SET PC-CLOSED TO TRUE
           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE
           MOVE WS-CURRENT-DATE-N TO PC-ACTION-DATE
           MOVE WS-TIME-WORK(1:6) TO PC-ACTION-TIME
           MOVE WS-AUTHORISED-BY TO PC-AUTHORISED-BY
           MOVE "PERCLOSE" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "PERCLOSE: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE.

       9300-WRITE-AUDIT-RECORD.
      *    THE CLOSE IS DATED THE PERIOD END AND CARRIES THE MASTER'S
      *    CLOSING BALANCE AND THE PERIOD'S MOVEMENT.  AS IN
      *    BUGSOLUTION THE AUDIT WRITE MUST NEVER BLOCK: A FAILURE IS
      *    REPORTED ON THE CONSOLE AND THE CLOSE STANDS.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "PERCLOSE: UNABLE TO OPEN AUDFILE, "
                   "STATUS " WS-AUDFILE-STATUS
                   " - AUDIT RECORD NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-PERIOD-END-DATE TO AU-RUN-DATE
               MOVE WS-START-TIME TO AU-START-TIME
               MOVE WS-TIME-WORK(1:6) TO AU-END-TIME
               MOVE "PERCLOSE" TO AU-MODE-NAME
               MOVE "C" TO AU-TERM-STATUS
               MOVE "N" TO AU-RESTART-FLAG
               MOVE ZERO TO AU-RESTART-POINT
               MOVE ZERO TO AU-RESTART-BRANCH
               MOVE ZERO TO AU-RECORDS-READ
               MOVE ZERO TO AU-RECORDS-PROCESSED
               MOVE ZERO TO AU-RECORDS-REJECTED
               COMPUTE AU-GRAND-TOTAL = WS-BM-BALANCE
                   ON SIZE ERROR
                       DISPLAY "PERCLOSE: AUDIT GRAND TOTAL "
                           "OVERFLOW - ZERO RECORDED"
                       MOVE ZERO TO AU-GRAND-TOTAL
               END-COMPUTE
               COMPUTE AU-DEBIT-TOTAL = WS-LW-DEBITS
                   ON SIZE ERROR
                       MOVE ZERO TO AU-DEBIT-TOTAL
               END-COMPUTE
               COMPUTE AU-CREDIT-TOTAL = WS-LW-CREDITS
                   ON SIZE ERROR
                       MOVE ZERO TO AU-CREDIT-TOTAL
               END-COMPUTE
               MOVE RETURN-CODE TO AU-RETURN-CODE
               MOVE SPACES TO AU-FILLER
               MOVE WS-AUTHORISED-BY TO AU-AUTHORISED-BY
               WRITE AU-AUDIT-RECORD
               IF WS-AUDFILE-STATUS NOT = "00"
                   DISPLAY "PERCLOSE: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
