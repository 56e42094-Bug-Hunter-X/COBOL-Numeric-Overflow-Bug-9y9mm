       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODPROOF.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * END-OF-DAY CROSS-FILE BALANCING PROOF.
      * RUNS AFTER BUGSOLUTION (AND ANY REJRECYCLE PASS) FOR A
      * BUSINESS DATE AND CROSS-FOOTS EVERYTHING THE MAIN RUN LEFT
      * BEHIND FOR THAT DATE AGAINST THE DAY'S CTLFILE:
      *     LEG 1 - THE MOVEMENT ROLLED INTO BALMSTR AGAINST THE
      *             CTLFILE "G" TOTAL;
      *     LEG 2 - THE ACTBAL MOVEMENTS OF EVERY ACCOUNT POSTED ON
      *             THE DATE AGAINST THE CTLFILE "A" RECORDS;
      *     LEG 3 - THE CTLHIST ENTRY FOR THE DATE AGAINST THE SAME
      *             COUNTS AND TOTALS;
      *     LEG 4 - THE LATEST SUM-MODE AUDFILE RECORD FOR THE DATE
      *             AGAINST THE SAME COUNTS AND TOTALS;
      *     LEG 5 - THE EXCPFILE REJECT COUNT AGAINST THE REJECTS
      *             BUGSOLUTION POSTED "R" TO REJLEDGR FOR THE DATE,
      *             EACH COUNTED ONCE HOWEVER OFTEN THE DATE RAN.
      * A ONE-PAGE BALANCING CERTIFICATE IS PRINTED ON EODPRT WITH
      * EACH LEG MARKED IN OR OUT OF BALANCE.  ANY BREAK ENDS THE RUN
      * WITH RETURN-CODE 8 AND IS STAMPED ABORTED ON RUNCTL, SO
      * RUNSTATUS DOES NOT SHOW THE DAY AS SAFE TO CLOSE.  CTLFILE
      * IS THE MAIN RUN'S OWN FILE - NOT CONCATENATED WITH RCYCTL,
      * SINCE A RECYCLE PASS POSTS NOTHING TO THE MASTERS.  THE
      * MASTERS CARRY ONLY THE LATEST POSTED MOVEMENT, SO THE PROOF
      * MUST RUN BEFORE THE NEXT BUSINESS DATE IS POSTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.

           SELECT BALANCE-MASTER-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTFILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.

           SELECT OPTIONAL REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "EODPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  BALANCE-MASTER-FILE
           RECORDING MODE IS F.
           COPY BALMSTR.

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
           COPY ACCTBAL.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY CTLHIST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDLOG.

       FD  REJECT-LEDGER-FILE
           RECORDING MODE IS F.
           COPY REJLEDG.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

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
           05  WS-CTLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-EXCPFILE-STATUS      PIC X(2) VALUE "00".
           05  WS-BALFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HSTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RJLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-RUN-CONTROL-AREA.
           05  WS-RC-PRED-FOUND        PIC X VALUE "N".
               88  PREDECESSOR-COMPLETE         VALUE "Y".
           05  WS-RC-RECYCLE-STATUS    PIC X VALUE SPACE.
               88  RECYCLE-NOT-RUN              VALUE SPACE.
               88  RECYCLE-COMPLETE             VALUE "C".
           05  WS-RUN-STAMP-STATUS     PIC X VALUE "S".
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.

       01  WS-PARM-AREA.
           05  WS-PARM                 PIC X(20).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "EODPROOF".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  WS-RH-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "END-OF-DAY BALANCING CERTIFICATE".

       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(100) VALUE
               "LEG  PROOF                                     CONTROL
      -        "         PROVED  VERDICT".

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-LEG               PIC 9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-DESCRIPTION       PIC X(34).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-CONTROL           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-PROVED            PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-VERDICT           PIC X(14).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LEG-SUMMARY-LINE.
           05  FILLER                  PIC X(4) VALUE "LEG ".
           05  WS-LS-LEG               PIC 9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LS-TITLE             PIC X(44).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LS-VERDICT           PIC X(14).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-CERTIFICATE-LINE.
           05  FILLER                  PIC X(13)
                                        VALUE "CERTIFICATE: ".
           05  WS-CT-TEXT              PIC X(87).

      *    ONE ENTRY PER LEG OF THE PROOF, IN CERTIFICATE ORDER.
       01  WS-LEG-CONTROLS.
           05  WS-LEG-SUB              PIC 9 VALUE ZERO.
           05  WS-LEG-COUNT            PIC 9 VALUE 5.
           05  WS-LEGS-OUT             PIC 9 VALUE ZERO.

       01  WS-LEG-TITLE-VALUES.
           05  FILLER                  PIC X(44) VALUE
               "BALMSTR MOVEMENT AGAINST CTLFILE G".
           05  FILLER                  PIC X(44) VALUE
               "ACTBAL MOVEMENTS AGAINST CTLFILE A".
           05  FILLER                  PIC X(44) VALUE
               "CTLHIST ENTRY AGAINST CONTROL TOTALS".
           05  FILLER                  PIC X(44) VALUE
               "AUDFILE RECORD AGAINST CONTROL TOTALS".
           05  FILLER                  PIC X(44) VALUE
               "EXCPFILE REJECTS AGAINST REJLEDGR R EVENTS".
       01  WS-LEG-TITLE-TABLE REDEFINES WS-LEG-TITLE-VALUES.
           05  WS-LEG-TITLE OCCURS 5 TIMES
                                       PIC X(44).

       01  WS-LEG-STATE-TABLE.
           05  WS-LEG-BREAK OCCURS 5 TIMES
                                       PIC X VALUE "N".

       01  WS-SWITCHES.
           05  WS-BREAK-SWITCH         PIC X VALUE "N".
               88  PROOF-BREAK                  VALUE "Y".

       01  WS-COMPARE-AREA.
           05  WS-CMP-CONTROL          PIC S9(13) VALUE ZERO.
           05  WS-CMP-PROVED           PIC S9(13) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CTL-GRAND-RECORDS    PIC 9(3) VALUE ZERO.
           05  WS-CTL-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CTL-GRAND-TOTAL      PIC S9(11) VALUE ZERO.
           05  WS-CTL-ACCOUNT-RECORDS  PIC 9(5) VALUE ZERO.
           05  WS-CTL-ACCOUNT-TOTAL    PIC S9(13) VALUE ZERO.

       01  WS-EXCEPTION-TOTALS.
           05  WS-EXC-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-EXC-OTHER-DATE-COUNT PIC 9(7) VALUE ZERO.

       01  WS-MASTER-TOTALS.
           05  WS-BM-LAST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-BM-MOVEMENT          PIC S9(11) VALUE ZERO.

       01  WS-SUBLEDGER-TOTALS.
           05  WS-ABL-POSTED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-ABL-MOVEMENT-TOTAL   PIC S9(13) VALUE ZERO.
           05  WS-ABL-OUT-OF-STEP      PIC 9(5) VALUE ZERO.

       01  WS-HISTORY-TOTALS.
           05  WS-CH-FOUND-SWITCH      PIC X VALUE "N".
               88  HISTORY-FOUND                VALUE "Y".
           05  WS-CH-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CH-GRAND-TOTAL       PIC S9(9) VALUE ZERO.
           05  WS-CH-DEBIT-TOTAL       PIC 9(9) VALUE ZERO.
           05  WS-CH-CREDIT-TOTAL      PIC 9(9) VALUE ZERO.
           05  WS-CH-REJECT-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-AUDIT-TOTALS.
           05  WS-AU-FOUND-SWITCH      PIC X VALUE "N".
               88  AUDIT-FOUND                  VALUE "Y".
           05  WS-AU-TERM-STATUS       PIC X VALUE SPACE.
           05  WS-AU-RECORDS-PROCESSED PIC 9(7) VALUE ZERO.
           05  WS-AU-RECORDS-REJECTED  PIC 9(7) VALUE ZERO.
           05  WS-AU-GRAND-TOTAL       PIC S9(9) VALUE ZERO.
           05  WS-AU-DEBIT-TOTAL       PIC 9(9) VALUE ZERO.
           05  WS-AU-CREDIT-TOTAL      PIC 9(9) VALUE ZERO.

       01  WS-LEDGER-TOTALS.
           05  WS-RL-REJECT-EVENTS     PIC 9(7) VALUE ZERO.

      *    THE DATE'S REJECT KEYS ALREADY COUNTED, SO A REJECT POSTED
      *    AGAIN BY A RE-RUN AFTER A BACKOUT IS COUNTED ONCE.
       01  WS-LEDGER-KEY-CONTROLS.
           05  WS-RK-SUB               PIC 9(4) VALUE ZERO.

       01  WS-LEDGER-KEY-TABLE.
           05  WS-RK-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RK-ENTRY OCCURS 5000 TIMES.
               10  WS-RK-BRANCH-ID     PIC X(2).
               10  WS-RK-RECORD-NUMBER PIC 9(7).

       01  WS-CTL-ACCOUNT-CONTROLS.
           05  WS-CA-SUB               PIC 9(4) VALUE ZERO.

       01  WS-CTL-ACCOUNT-TABLE.
           05  WS-CA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-ACCOUNT-CODE  PIC X(4).
               10  WS-CA-TOTAL         PIC S9(11).
               10  WS-CA-MATCHED       PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CONTROL-FILE
           PERFORM 2300-COUNT-EXCEPTIONS
           PERFORM 2400-READ-BALANCE-MASTER
           PERFORM 2500-PROVE-ACCOUNT-BALANCES
           PERFORM 2600-FIND-HISTORY-ENTRY
           PERFORM 2700-FIND-AUDIT-RECORD
           PERFORM 2800-COUNT-LEDGER-REJECTS
           PERFORM 3000-PRINT-CERTIFICATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-BUSINESS-DATE-PARM
           PERFORM 1900-CHECK-PREDECESSOR
           MOVE "S" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "EODPROOF: UNABLE TO OPEN EODPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-RH-BUS-DATE.

       1050-GET-BUSINESS-DATE-PARM.
      *    THE BUSINESS DATE BEING PROVED COMES IN AS THE JOB STEP
      *    PARM (YYYYMMDD); BLANK PROVES TODAY.
           MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) NOT NUMERIC
                       OR WS-PARM(9:12) NOT = SPACES
                   DISPLAY "EODPROOF: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "EODPROOF: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1900-CHECK-PREDECESSOR.
      *    THE MAIN RUN MUST HAVE COMPLETED FOR THE DATE.  A RECYCLE
      *    PASS IS OPTIONAL, BUT ONE STILL IN FLIGHT OR ABORTED MEANS
      *    THE DAY IS NOT FINISHED AND IS NOT READY TO BE PROVED.
           MOVE "N" TO WS-RC-PRED-FOUND
           MOVE SPACE TO WS-RC-RECYCLE-STATUS
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
               DISPLAY "EODPROOF: BUGSOLUTION HAS NOT COMPLETED "
                   "FOR " WS-BUSINESS-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RECYCLE-NOT-RUN AND NOT RECYCLE-COMPLETE
               DISPLAY "EODPROOF: REJRECYCLE HAS NOT COMPLETED "
                   "FOR " WS-BUSINESS-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1910-POST-RUN-CONTROL-RECORD.
           IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
               EVALUATE RC-PROGRAM-NAME
                   WHEN "BUGSOLUTION"
                       IF RC-COMPLETED
                           MOVE "Y" TO WS-RC-PRED-FOUND
                       ELSE
                           MOVE "N" TO WS-RC-PRED-FOUND
                       END-IF
                   WHEN "REJRECYCLE"
                       MOVE RC-STATUS TO WS-RC-RECYCLE-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2000-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "EODPROOF: UNABLE TO OPEN CTLFILE, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-CTLFILE-STATUS
           PERFORM UNTIL WS-CTLFILE-STATUS NOT = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-CTLFILE-STATUS
                   NOT AT END
                       PERFORM 2100-POST-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       2100-POST-CONTROL-RECORD.
           IF CTL-RECORD-COUNT NOT NUMERIC
                   OR CTL-GRAND-TOTAL NOT NUMERIC
               DISPLAY "EODPROOF: MALFORMED CTLFILE RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN CTL-GRAND-REC
                   ADD 1 TO WS-CTL-GRAND-RECORDS
                   ADD CTL-RECORD-COUNT TO WS-CTL-RECORD-COUNT
                   ADD CTL-GRAND-TOTAL TO WS-CTL-GRAND-TOTAL
               WHEN CTL-ACCOUNT-REC
                   PERFORM 2150-POST-CONTROL-ACCOUNT
               WHEN OTHER
                   DISPLAY "EODPROOF: UNRECOGNIZED CTLFILE RECORD "
                       "TYPE '" CTL-RECORD-TYPE "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2150-POST-CONTROL-ACCOUNT.
           ADD 1 TO WS-CTL-ACCOUNT-RECORDS
           ADD CTL-GRAND-TOTAL TO WS-CTL-ACCOUNT-TOTAL
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CA-ENTRY-COUNT
                   OR WS-CA-ACCOUNT-CODE(WS-CA-SUB)
                       = CTL-ACCOUNT-CODE
               CONTINUE
           END-PERFORM
           IF WS-CA-SUB > WS-CA-ENTRY-COUNT
               IF WS-CA-ENTRY-COUNT >= 2000
                   DISPLAY "EODPROOF: CONTROL ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CA-ENTRY-COUNT
               MOVE CTL-ACCOUNT-CODE
                   TO WS-CA-ACCOUNT-CODE(WS-CA-SUB)
               MOVE ZERO TO WS-CA-TOTAL(WS-CA-SUB)
               MOVE "N" TO WS-CA-MATCHED(WS-CA-SUB)
           END-IF
           ADD CTL-GRAND-TOTAL TO WS-CA-TOTAL(WS-CA-SUB).

       2300-COUNT-EXCEPTIONS.
      *    A REJECT CARRYING ANOTHER RUN DATE MEANS EXCPFILE IS NOT
      *    THIS DATE'S FILE; IT IS COUNTED SEPARATELY AND BREAKS
      *    LEG 5.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCPFILE-STATUS NOT = "00"
               DISPLAY "EODPROOF: UNABLE TO OPEN EXCPFILE, "
                   "STATUS " WS-EXCPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-EXCPFILE-STATUS
           PERFORM UNTIL WS-EXCPFILE-STATUS NOT = "00"
               READ EXCEPTION-FILE
                   AT END
                       MOVE "10" TO WS-EXCPFILE-STATUS
                   NOT AT END
                       IF RJ-RUN-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-EXC-REJECT-COUNT
                       ELSE
                           ADD 1 TO WS-EXC-OTHER-DATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF WS-EXC-OTHER-DATE-COUNT > ZERO
               DISPLAY "EODPROOF: EXCPFILE HOLDS "
                   WS-EXC-OTHER-DATE-COUNT
                   " REJECTS FOR ANOTHER RUN DATE"
               MOVE "Y" TO WS-LEG-BREAK(5)
           END-IF.

       2400-READ-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "EODPROOF: UNABLE TO OPEN BALFILE, "
                   "STATUS " WS-BALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BALANCE-MASTER-FILE
               AT END
                   DISPLAY "EODPROOF: BALFILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BM-LAST-POSTED-DATE NOT NUMERIC
                   OR BM-CUMULATIVE-BALANCE NOT NUMERIC
               DISPLAY "EODPROOF: MALFORMED BALANCE MASTER RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BM-LAST-POSTED-DATE TO WS-BM-LAST-DATE
      *    A MASTER ROLLED BACK BY EXTBACKOUT CARRIES NO MOVEMENT;
      *    ITS LAST-POSTED DATE ALREADY BREAKS THE LEG.
           IF BM-LAST-MOVEMENT NUMERIC
               MOVE BM-LAST-MOVEMENT TO WS-BM-MOVEMENT
           ELSE
               DISPLAY "EODPROOF: BALFILE CARRIES NO POSTED MOVEMENT"
               MOVE ZERO TO WS-BM-MOVEMENT
               MOVE "Y" TO WS-LEG-BREAK(1)
           END-IF
           CLOSE BALANCE-MASTER-FILE.

       2500-PROVE-ACCOUNT-BALANCES.
      *    EVERY ACCOUNT POSTED ON THE DATE MUST HAVE A CTLFILE "A"
      *    RECORD FOR THE SAME MOVEMENT, AND EVERY "A" RECORD MUST
      *    HAVE BEEN POSTED.  EACH ACCOUNT OUT OF STEP IS NAMED ON
      *    THE CONSOLE AND COUNTED ON THE CERTIFICATE.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "05"
               DISPLAY "EODPROOF: UNABLE TO OPEN ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-ABLFILE-STATUS
           PERFORM UNTIL WS-ABLFILE-STATUS NOT = "00"
               READ ACCOUNT-BALANCE-FILE
                   AT END
                       MOVE "10" TO WS-ABLFILE-STATUS
                   NOT AT END
                       PERFORM 2510-PROVE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE
           PERFORM 2550-CHECK-UNPOSTED-CONTROL
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-ENTRY-COUNT.

       2510-PROVE-ONE-ACCOUNT.
           IF AB-LAST-POSTED-DATE NOT NUMERIC
                   OR AB-CUMULATIVE-BALANCE NOT NUMERIC
               DISPLAY "EODPROOF: MALFORMED ACTBAL RECORD FOR "
                   "ACCOUNT '" AB-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AB-LAST-POSTED-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-ABL-POSTED-COUNT
               PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > WS-CA-ENTRY-COUNT
                       OR WS-CA-ACCOUNT-CODE(WS-CA-SUB)
                           = AB-ACCOUNT-CODE
                   CONTINUE
               END-PERFORM
               IF AB-LAST-MOVEMENT NOT NUMERIC
                   ADD 1 TO WS-ABL-OUT-OF-STEP
                   DISPLAY "EODPROOF: ACTBAL ACCOUNT '"
                       AB-ACCOUNT-CODE "' CARRIES NO POSTED MOVEMENT"
               ELSE
                   ADD AB-LAST-MOVEMENT TO WS-ABL-MOVEMENT-TOTAL
                   IF WS-CA-SUB > WS-CA-ENTRY-COUNT
                       ADD 1 TO WS-ABL-OUT-OF-STEP
                       DISPLAY "EODPROOF: ACTBAL ACCOUNT '"
                           AB-ACCOUNT-CODE "' POSTED BUT NOT ON "
                           "CTLFILE"
                   ELSE
                       IF AB-LAST-MOVEMENT
                               NOT = WS-CA-TOTAL(WS-CA-SUB)
                           ADD 1 TO WS-ABL-OUT-OF-STEP
                           DISPLAY "EODPROOF: ACTBAL ACCOUNT '"
                               AB-ACCOUNT-CODE "' MOVEMENT "
                               "DOES NOT MATCH CTLFILE"
                       END-IF
                   END-IF
               END-IF
               IF WS-CA-SUB NOT > WS-CA-ENTRY-COUNT
                   MOVE "Y" TO WS-CA-MATCHED(WS-CA-SUB)
               END-IF
           END-IF.

       2550-CHECK-UNPOSTED-CONTROL.
           IF WS-CA-MATCHED(WS-CA-SUB) = "N"
               ADD 1 TO WS-ABL-OUT-OF-STEP
               DISPLAY "EODPROOF: CTLFILE ACCOUNT '"
                   WS-CA-ACCOUNT-CODE(WS-CA-SUB)
                   "' NOT POSTED TO ACTBAL FOR " WS-BUSINESS-DATE
           END-IF.

       2600-FIND-HISTORY-ENTRY.
      *    A DATE RE-RUN AFTER A BACKOUT APPENDS A SECOND ENTRY; THE
      *    LATEST ENTRY FOR THE DATE IS THE ONE THAT STANDS.
           OPEN INPUT HISTORY-FILE
           IF WS-HSTFILE-STATUS NOT = "00"
                   AND WS-HSTFILE-STATUS NOT = "05"
               DISPLAY "EODPROOF: UNABLE TO OPEN CTLHIST, "
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
                       PERFORM 2610-POST-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF NOT HISTORY-FOUND
               DISPLAY "EODPROOF: NO CTLHIST ENTRY FOR "
                   WS-BUSINESS-DATE
           END-IF.

       2610-POST-HISTORY-RECORD.
           IF CH-RUN-DATE = WS-BUSINESS-DATE
               IF CH-RECORD-COUNT NOT NUMERIC
                       OR CH-GRAND-TOTAL NOT NUMERIC
                       OR CH-DEBIT-TOTAL NOT NUMERIC
                       OR CH-CREDIT-TOTAL NOT NUMERIC
                       OR CH-REJECT-COUNT NOT NUMERIC
                   DISPLAY "EODPROOF: MALFORMED CTLHIST RECORD FOR "
                       CH-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HISTORY-FOUND TO TRUE
               MOVE CH-RECORD-COUNT TO WS-CH-RECORD-COUNT
               MOVE CH-GRAND-TOTAL TO WS-CH-GRAND-TOTAL
               MOVE CH-DEBIT-TOTAL TO WS-CH-DEBIT-TOTAL
               MOVE CH-CREDIT-TOTAL TO WS-CH-CREDIT-TOTAL
               MOVE CH-REJECT-COUNT TO WS-CH-REJECT-COUNT
           END-IF.

       2700-FIND-AUDIT-RECORD.
      *    ONLY SUM-MODE RUNS POST; THE LATEST SUM-MODE RECORD FOR
      *    THE DATE IS THE RUN THAT LEFT THE FILES BEING PROVED, AND
      *    IT MUST HAVE ENDED NORMALLY.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "EODPROOF: UNABLE TO OPEN AUDFILE, "
                   "STATUS " WS-AUDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-AUDFILE-STATUS
           PERFORM UNTIL WS-AUDFILE-STATUS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUDFILE-STATUS
                   NOT AT END
                       PERFORM 2710-POST-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF NOT AUDIT-FOUND
               DISPLAY "EODPROOF: NO SUM-MODE AUDFILE RECORD FOR "
                   WS-BUSINESS-DATE
           ELSE
               IF WS-AU-TERM-STATUS NOT = "C"
                   DISPLAY "EODPROOF: LATEST AUDFILE RECORD FOR "
                       WS-BUSINESS-DATE " DID NOT END NORMALLY"
                   MOVE "Y" TO WS-LEG-BREAK(4)
               END-IF
           END-IF.

       2710-POST-AUDIT-RECORD.
           IF AU-RUN-DATE = WS-BUSINESS-DATE
                   AND AU-MODE-NAME = "SUM"
               IF AU-RECORDS-PROCESSED NOT NUMERIC
                       OR AU-RECORDS-REJECTED NOT NUMERIC
                       OR AU-GRAND-TOTAL NOT NUMERIC
                       OR AU-DEBIT-TOTAL NOT NUMERIC
                       OR AU-CREDIT-TOTAL NOT NUMERIC
                   DISPLAY "EODPROOF: MALFORMED AUDFILE RECORD FOR "
                       AU-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET AUDIT-FOUND TO TRUE
               MOVE AU-TERM-STATUS TO WS-AU-TERM-STATUS
               MOVE AU-RECORDS-PROCESSED TO WS-AU-RECORDS-PROCESSED
               MOVE AU-RECORDS-REJECTED TO WS-AU-RECORDS-REJECTED
               MOVE AU-GRAND-TOTAL TO WS-AU-GRAND-TOTAL
               MOVE AU-DEBIT-TOTAL TO WS-AU-DEBIT-TOTAL
               MOVE AU-CREDIT-TOTAL TO WS-AU-CREDIT-TOTAL
           END-IF.

       2800-COUNT-LEDGER-REJECTS.
      *    ONLY THE MAIN RUN'S OWN REJECTS COUNT: "R" EVENTS FOR THE
      *    DATE POSTED ON THE DATE.  A HELD ITEM DECLINED BY HOLDRLSE
      *    IS ALSO POSTED "R", BUT WITH REASON "DECL" AND TO HLDEXCP,
      *    NOT EXCPFILE, SO IT IS LEFT OUT.  EXTBACKOUT DOES NOT VOID
      *    LEDGER EVENTS, SO A DATE RE-RUN AFTER A FULL BACKOUT POSTS
      *    A SECOND "R" FOR EVERY REJECT; EACH BRANCH AND INPUT RECORD
      *    NUMBER IS THEREFORE COUNTED ONCE, WHICHEVER RUN POSTED IT.
           OPEN INPUT REJECT-LEDGER-FILE
           IF WS-RJLFILE-STATUS NOT = "00"
                   AND WS-RJLFILE-STATUS NOT = "05"
               DISPLAY "EODPROOF: UNABLE TO OPEN REJLEDGR, "
                   "STATUS " WS-RJLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-RJLFILE-STATUS
           PERFORM UNTIL WS-RJLFILE-STATUS NOT = "00"
               READ REJECT-LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-RJLFILE-STATUS
                   NOT AT END
                       IF RL-REJECTED
                               AND RL-RUN-DATE = WS-BUSINESS-DATE
                               AND RL-ACTIVITY-DATE = WS-BUSINESS-DATE
                               AND RL-REASON-CODE NOT = "DECL"
                           PERFORM 2810-POST-LEDGER-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-LEDGER-FILE.

       2810-POST-LEDGER-REJECT.
           PERFORM VARYING WS-RK-SUB FROM 1 BY 1
                   UNTIL WS-RK-SUB > WS-RK-ENTRY-COUNT
                   OR (WS-RK-BRANCH-ID(WS-RK-SUB) = RL-BRANCH-ID
                   AND WS-RK-RECORD-NUMBER(WS-RK-SUB)
                       = RL-INPUT-RECORD-NUMBER)
               CONTINUE
           END-PERFORM
           IF WS-RK-SUB > WS-RK-ENTRY-COUNT
               IF WS-RK-ENTRY-COUNT >= 5000
                   DISPLAY "EODPROOF: LEDGER REJECT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RK-ENTRY-COUNT
               MOVE RL-BRANCH-ID TO WS-RK-BRANCH-ID(WS-RK-SUB)
               MOVE RL-INPUT-RECORD-NUMBER
                   TO WS-RK-RECORD-NUMBER(WS-RK-SUB)
               ADD 1 TO WS-RL-REJECT-EVENTS
           END-IF.

       3000-PRINT-CERTIFICATE.
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
           PERFORM 3100-PROVE-BALANCE-MASTER
           PERFORM 3200-PROVE-SUBLEDGER
           PERFORM 3300-PROVE-HISTORY
           PERFORM 3400-PROVE-AUDIT
           PERFORM 3500-PROVE-REJECT-LEDGER
           PERFORM 3700-WRITE-LEG-SUMMARY
               VARYING WS-LEG-SUB FROM 1 BY 1
               UNTIL WS-LEG-SUB > WS-LEG-COUNT
           IF WS-LEGS-OUT = ZERO
               MOVE "DAY IN BALANCE - SAFE TO CLOSE" TO WS-CT-TEXT
           ELSE
               SET PROOF-BREAK TO TRUE
               MOVE SPACES TO WS-CT-TEXT
               STRING WS-LEGS-OUT DELIMITED BY SIZE
                   " LEG(S) OUT OF BALANCE - DAY NOT SAFE TO CLOSE"
                   DELIMITED BY SIZE
                   INTO WS-CT-TEXT
           END-IF
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-CERTIFICATE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       3100-PROVE-BALANCE-MASTER.
           MOVE 1 TO WS-LEG-SUB
           MOVE "CTLFILE GRAND TOTAL RECORDS" TO WS-PL-DESCRIPTION
           MOVE 1 TO WS-CMP-CONTROL
           MOVE WS-CTL-GRAND-RECORDS TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "BALMSTR LAST POSTED DATE" TO WS-PL-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO WS-CMP-CONTROL
           MOVE WS-BM-LAST-DATE TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "BALMSTR MOVEMENT TO CTLFILE G" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-GRAND-TOTAL TO WS-CMP-CONTROL
           MOVE WS-BM-MOVEMENT TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT.

       3200-PROVE-SUBLEDGER.
           MOVE 2 TO WS-LEG-SUB
           MOVE "CTLFILE A RECORDS FOOT TO G" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-GRAND-TOTAL TO WS-CMP-CONTROL
           MOVE WS-CTL-ACCOUNT-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "ACTBAL ACCOUNTS POSTED ON DATE" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-ACCOUNT-RECORDS TO WS-CMP-CONTROL
           MOVE WS-ABL-POSTED-COUNT TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "ACTBAL MOVEMENT TO CTLFILE A" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-ACCOUNT-TOTAL TO WS-CMP-CONTROL
           MOVE WS-ABL-MOVEMENT-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "ACTBAL ACCOUNTS OUT OF STEP" TO WS-PL-DESCRIPTION
           MOVE ZERO TO WS-CMP-CONTROL
           MOVE WS-ABL-OUT-OF-STEP TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT.

       3300-PROVE-HISTORY.
           MOVE 3 TO WS-LEG-SUB
           MOVE "CTLHIST ENTRY FOR DATE" TO WS-PL-DESCRIPTION
           MOVE 1 TO WS-CMP-CONTROL
           IF HISTORY-FOUND
               MOVE 1 TO WS-CMP-PROVED
           ELSE
               MOVE ZERO TO WS-CMP-PROVED
           END-IF
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "CTLHIST RECORD COUNT" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-RECORD-COUNT TO WS-CMP-CONTROL
           MOVE WS-CH-RECORD-COUNT TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "CTLHIST GRAND TOTAL" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-GRAND-TOTAL TO WS-CMP-CONTROL
           MOVE WS-CH-GRAND-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "CTLHIST CREDITS LESS DEBITS" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-GRAND-TOTAL TO WS-CMP-CONTROL
           COMPUTE WS-CMP-PROVED =
               WS-CH-CREDIT-TOTAL - WS-CH-DEBIT-TOTAL
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "CTLHIST REJECTS TO EXCPFILE" TO WS-PL-DESCRIPTION
           MOVE WS-EXC-REJECT-COUNT TO WS-CMP-CONTROL
           MOVE WS-CH-REJECT-COUNT TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT.

       3400-PROVE-AUDIT.
           MOVE 4 TO WS-LEG-SUB
           MOVE "AUDFILE SUM RUN FOR DATE" TO WS-PL-DESCRIPTION
           MOVE 1 TO WS-CMP-CONTROL
           IF AUDIT-FOUND
               MOVE 1 TO WS-CMP-PROVED
           ELSE
               MOVE ZERO TO WS-CMP-PROVED
           END-IF
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "AUDFILE RECORDS PROCESSED" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-RECORD-COUNT TO WS-CMP-CONTROL
           MOVE WS-AU-RECORDS-PROCESSED TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "AUDFILE GRAND TOTAL" TO WS-PL-DESCRIPTION
           MOVE WS-CTL-GRAND-TOTAL TO WS-CMP-CONTROL
           MOVE WS-AU-GRAND-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "AUDFILE DEBITS TO CTLHIST" TO WS-PL-DESCRIPTION
           MOVE WS-CH-DEBIT-TOTAL TO WS-CMP-CONTROL
           MOVE WS-AU-DEBIT-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "AUDFILE CREDITS TO CTLHIST" TO WS-PL-DESCRIPTION
           MOVE WS-CH-CREDIT-TOTAL TO WS-CMP-CONTROL
           MOVE WS-AU-CREDIT-TOTAL TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "AUDFILE REJECTS TO EXCPFILE" TO WS-PL-DESCRIPTION
           MOVE WS-EXC-REJECT-COUNT TO WS-CMP-CONTROL
           MOVE WS-AU-RECORDS-REJECTED TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT.

       3500-PROVE-REJECT-LEDGER.
           MOVE 5 TO WS-LEG-SUB
           MOVE "REJLEDGR R EVENTS TO EXCPFILE" TO WS-PL-DESCRIPTION
           MOVE WS-EXC-REJECT-COUNT TO WS-CMP-CONTROL
           MOVE WS-RL-REJECT-EVENTS TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT
           MOVE "EXCPFILE REJECTS OF OTHER DATES" TO WS-PL-DESCRIPTION
           MOVE ZERO TO WS-CMP-CONTROL
           MOVE WS-EXC-OTHER-DATE-COUNT TO WS-CMP-PROVED
           PERFORM 3800-COMPARE-AND-PRINT.

       3700-WRITE-LEG-SUMMARY.
           MOVE WS-LEG-SUB TO WS-LS-LEG
           MOVE WS-LEG-TITLE(WS-LEG-SUB) TO WS-LS-TITLE
           IF WS-LEG-BREAK(WS-LEG-SUB) = "Y"
               MOVE "OUT OF BALANCE" TO WS-LS-VERDICT
               ADD 1 TO WS-LEGS-OUT
           ELSE
               MOVE "IN BALANCE" TO WS-LS-VERDICT
           END-IF
           IF WS-LEG-SUB = 1
               SET PR-DOUBLE-SPACE TO TRUE
           ELSE
               SET PR-SINGLE-SPACE TO TRUE
           END-IF
           MOVE WS-LEG-SUMMARY-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       3800-COMPARE-AND-PRINT.
      *    WS-LEG-SUB NAMES THE LEG THE LINE BELONGS TO; ANY LINE
      *    OUT OF BALANCE PUTS ITS WHOLE LEG OUT OF BALANCE.
           MOVE WS-LEG-SUB TO WS-PL-LEG
           MOVE WS-CMP-CONTROL TO WS-PL-CONTROL
           MOVE WS-CMP-PROVED TO WS-PL-PROVED
           IF WS-CMP-CONTROL = WS-CMP-PROVED
               MOVE "IN BALANCE" TO WS-PL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PL-VERDICT
               MOVE "Y" TO WS-LEG-BREAK(WS-LEG-SUB)
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "EODPROOF: UNABLE TO WRITE EODPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
      *    A PROOF THAT FOUND A BREAK IS STAMPED ABORTED ON THE
      *    RUN-CONTROL FILE SO RUNSTATUS DOES NOT SHOW THE DAY AS
      *    SAFE TO CLOSE UNTIL THE BREAK IS WORKED AND THE PROOF IS
      *    RE-RUN.
           IF PROOF-BREAK
               DISPLAY "EODPROOF: " FUNCTION TRIM(WS-CT-TEXT TRAILING)
               MOVE 8 TO RETURN-CODE
               MOVE "A" TO WS-RUN-STAMP-STATUS
           ELSE
               MOVE "C" TO WS-RUN-STAMP-STATUS
           END-IF
           PERFORM 8800-STAMP-RUN-CONTROL
           CLOSE PRINT-FILE.

       8800-STAMP-RUN-CONTROL.
      *    THE RUN-CONTROL STAMP MUST NEVER BLOCK A RUN: A FAILURE
      *    HERE IS REPORTED ON THE CONSOLE AND THE RUN CONTINUES.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNFILE-STATUS NOT = "00"
                   AND WS-RUNFILE-STATUS NOT = "05"
               DISPLAY "EODPROOF: UNABLE TO OPEN RUNCTL, "
                   "STATUS " WS-RUNFILE-STATUS
                   " - RUN-CONTROL STAMP NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE "EODPROOF" TO RC-PROGRAM-NAME
               MOVE WS-RUN-STAMP-STATUS TO RC-STATUS
               MOVE WS-TIME-WORK(1:6) TO RC-STAMP-TIME
               MOVE SPACES TO RC-FILLER
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-RUNFILE-STATUS NOT = "00"
                   DISPLAY "EODPROOF: UNABLE TO WRITE RUNCTL, "
                       "STATUS " WS-RUNFILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
