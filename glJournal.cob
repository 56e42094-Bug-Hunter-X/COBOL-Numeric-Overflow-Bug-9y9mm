       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJOURNAL.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * GENERAL LEDGER JOURNAL BUILDER.
      * READS THE DAY'S LEDGER EXTRACT (EXTFILE) WRITTEN BY
      * BUGSOLUTION AND BUILDS ONE BALANCED JOURNAL ENTRY PER ACCOUNT
      * PER BRANCH: THE ACCOUNT'S DEBIT MOVEMENT AND CREDIT MOVEMENT
      * ARE POSTED AS SEPARATE LINES TO ITS GL ACCOUNT, AND THE NET IS
      * OFFSET TO ITS CONTRA ACCOUNT, BOTH TAKEN FROM THE CHART-OF-
      * ACCOUNTS MAPPING (COAMAP, MAINTAINED BY COAMAINT).  A NEGATIVE
      * AMOUNT ON THE EXTRACT IS A DEBIT AND A POSITIVE ONE A CREDIT,
      * THE SAME SPLIT BUGSOLUTION APPLIES TO ITS RUN TOTALS.
      *
      * THE PROOF REPORT (GLJPRT) LISTS EVERY JOURNAL LINE, TIES EACH
      * ACCOUNT'S COUNT AND NET BACK TO ITS CTLFILE "A" RECORD, PROVES
      * TOTAL DEBITS EQUAL TOTAL CREDITS, AND TIES THE JOURNAL NET TO
      * THE CTLFILE "G" TOTAL.  ONLY A JOURNAL THAT PROVES IS WRITTEN
      * TO GLJRNL, WITH A HEADER AND A TRAILER FOR THE LEDGER LOAD.
      * AN ACCOUNT WITH NO MAPPING STOPS THE RUN WITH RETURN-CODE 16
      * AND A PROOF BREAK WITH RETURN-CODE 8; EITHER WAY GLJRNL IS
      * LEFT EMPTY SO NOTHING IS RELEASED TO THE LEDGER, AND THE RUN
      * IS STAMPED ABORTED ON THE RUN-CONTROL FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT MAPPING-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPFILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "GLJPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY LEDGEXT.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  MAPPING-FILE
           RECORDING MODE IS F.
           COPY COAMAP.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X.
               88  PR-NEW-PAGE                  VALUE "1".
               88  PR-SINGLE-SPACE               VALUE " ".
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CTLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MAPFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-JRNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-RUN-CONTROL-AREA.
           05  WS-RC-PRED-FOUND        PIC X VALUE "N".
               88  PREDECESSOR-COMPLETE         VALUE "Y".
           05  WS-RUN-STAMP-STATUS     PIC X VALUE "S".
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.

       01  WS-PARM-AREA.
           05  WS-PARM                 PIC X(20).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "GLJOURNAL".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  WS-RH-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "GENERAL LEDGER JOURNAL AND PROOF".

       01  WS-ENTRY-HEADER.
           05  FILLER                  PIC X(100) VALUE
               "ENTRY  BR  ACCT  GL ACCOUNT  COST    TYPE        DEBIT
      -        "       CREDIT".

       01  WS-ENTRY-PRINT-LINE.
           05  WS-EP-ENTRY-NUMBER      PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-GL-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-COST-CENTER       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-LINE-TYPE         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-DEBIT             PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EP-CREDIT            PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-UNMAPPED-LINE.
           05  FILLER                  PIC X(18)
                                        VALUE "UNMAPPED ACCOUNT: ".
           05  WS-UL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  BRANCH: ".
           05  WS-UL-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(11) VALUE "  RECORDS: ".
           05  WS-UL-RECORD-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-COMPARE-LINE.
           05  WS-CL-LABEL             PIC X(22).
           05  WS-CL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CONTROL: ".
           05  WS-CL-CONTROL           PIC -ZZZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  JOURNAL:".
           05  WS-CL-JOURNAL           PIC -ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-VERDICT           PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(14)
                                        VALUE "TOTAL DEBITS: ".
           05  WS-BL-DEBITS            PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE "  TOTAL CREDITS: ".
           05  WS-BL-CREDITS           PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BL-VERDICT           PIC X(8).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-JOURNAL-TOTALS-LINE.
           05  FILLER                  PIC X(17)
                                        VALUE "JOURNAL ENTRIES: ".
           05  WS-JT-ENTRIES           PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  LINES: ".
           05  WS-JT-LINES             PIC ZZZZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "JOURNAL PROOF:  ".
           05  WS-RL-VERDICT           PIC X(84).

       01  WS-SWITCHES.
           05  WS-EXT-EOF-SWITCH       PIC X VALUE "N".
               88  EXT-END-OF-FILE              VALUE "Y".
           05  WS-CTL-EOF-SWITCH       PIC X VALUE "N".
               88  CTL-END-OF-FILE              VALUE "Y".
           05  WS-BREAK-SWITCH         PIC X VALUE "N".
               88  PROOF-BREAK                  VALUE "Y".
           05  WS-UNMAPPED-SWITCH      PIC X VALUE "N".
               88  ACCOUNT-UNMAPPED             VALUE "Y".
           05  WS-GRAND-FOUND-SWITCH   PIC X VALUE "N".
               88  GRAND-REC-FOUND              VALUE "Y".

       01  WS-EXTRACT-TOTALS.
           05  WS-EXT-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-EXT-NET-TOTAL        PIC S9(11) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CTL-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-CTL-GRAND-TOTAL      PIC S9(11) VALUE ZERO.

       01  WS-JOURNAL-TOTALS.
           05  WS-JRN-ENTRY-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-JRN-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-JRN-DEBIT-TOTAL      PIC 9(13) VALUE ZERO.
           05  WS-JRN-CREDIT-TOTAL     PIC 9(13) VALUE ZERO.
           05  WS-JRN-NET-TOTAL        PIC S9(13) VALUE ZERO.
           05  WS-ACCT-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ACCT-NET-TOTAL       PIC S9(11) VALUE ZERO.

       01  WS-AMOUNT-WORK.
           05  WS-ITEM-AMOUNT          PIC 9(6) VALUE ZERO.
           05  WS-ENTRY-NET            PIC S9(11) VALUE ZERO.

       01  WS-MAPPING-CONTROLS.
           05  WS-CM-SUB               PIC 9(4) VALUE ZERO.

       01  WS-MAPPING-TABLE-AREA.
           05  WS-CM-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CM-ENTRY OCCURS 2000 TIMES.
               10  WS-CM-ACCOUNT-CODE  PIC X(4).
               10  WS-CM-GL-ACCOUNT    PIC X(10).
               10  WS-CM-COST-CENTER   PIC X(6).
               10  WS-CM-CONTRA-ACCOUNT PIC X(10).

      *    ONE ENTRY PER BRANCH AND ACCOUNT IN THE ORDER THEY FIRST
      *    APPEAR ON THE EXTRACT, WHICH IS BRANCH ORDER AND THEN
      *    ACCOUNT ORDER WITHIN THE BRANCH AS BUGSOLUTION WROTE IT.
       01  WS-ENTRY-CONTROLS.
           05  WS-JE-SUB               PIC 9(4) VALUE ZERO.
           05  WS-JE-SCAN-SUB          PIC 9(4) VALUE ZERO.
           05  WS-CA-SUB               PIC 9(4) VALUE ZERO.

       01  WS-ENTRY-TABLE-AREA.
           05  WS-JE-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-JE-ENTRY OCCURS 2000 TIMES.
               10  WS-JE-BRANCH-ID     PIC X(2).
               10  WS-JE-ACCOUNT-CODE  PIC X(4).
               10  WS-JE-RECORD-COUNT  PIC 9(7).
               10  WS-JE-DEBIT-TOTAL   PIC 9(11).
               10  WS-JE-CREDIT-TOTAL  PIC 9(11).
               10  WS-JE-NET-TOTAL     PIC S9(11).
               10  WS-JE-MAP-SUB       PIC 9(4).
               10  WS-JE-ENTRY-NUMBER  PIC 9(5).
               10  WS-JE-MATCHED       PIC X.

       01  WS-CTL-ACCOUNT-TABLE.
           05  WS-CA-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-ACCOUNT-CODE  PIC X(4).
               10  WS-CA-RECORD-COUNT  PIC 9(7).
               10  WS-CA-TOTAL         PIC S9(11).

      *    THE LINES OF ONE JOURNAL ENTRY, BUILT ONCE FOR THE PROOF
      *    LISTING AND AGAIN, IDENTICALLY, WHEN THE JOURNAL IS WRITTEN.
       01  WS-ENTRY-LINE-AREA.
           05  WS-EL-SUB               PIC 9 VALUE ZERO.
           05  WS-EL-COUNT             PIC 9 VALUE ZERO.
           05  WS-EL-LINE OCCURS 3 TIMES.
               10  WS-EL-DEBIT-CREDIT  PIC X.
               10  WS-EL-GL-ACCOUNT    PIC X(10).
               10  WS-EL-AMOUNT        PIC 9(11).
               10  WS-EL-LINE-TYPE     PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT UNTIL EXT-END-OF-FILE
           PERFORM 2500-PROCESS-CONTROL UNTIL CTL-END-OF-FILE
           PERFORM 3000-MAP-ENTRIES
           IF NOT ACCOUNT-UNMAPPED
               PERFORM 4000-LIST-JOURNAL
               PERFORM 5000-PROVE-JOURNAL
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-BUSINESS-DATE-PARM
           PERFORM 1900-CHECK-PREDECESSOR
           MOVE "S" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           PERFORM 1100-LOAD-MAPPING-FILE
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN EXTFILE, "
                   "STATUS " WS-EXTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN CTLFILE, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN GLJPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-RH-BUS-DATE
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 2100-READ-EXTRACT.

       1050-GET-BUSINESS-DATE-PARM.
      *    THE BUSINESS DATE BEING JOURNALLED COMES IN AS THE JOB STEP
      *    PARM (YYYYMMDD); BLANK JOURNALS TODAY.  A CATCH-UP DATE
      *    OR A PRIOR-DAY RE-RUN IS CHECKED AGAINST, AND STAMPED
      *    UNDER, ITS OWN DATE ON THE RUN-CONTROL FILE.
           MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:8) NOT NUMERIC
                       OR WS-PARM(9:12) NOT = SPACES
                   DISPLAY "GLJOURNAL: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:8) TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "GLJOURNAL: INVALID BUSINESS DATE PARM '"
                       WS-PARM "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-LOAD-MAPPING-FILE.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN COAMAP, "
                   "STATUS " WS-MAPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MAPFILE-STATUS NOT = "00"
               READ MAPPING-FILE
                   AT END
                       MOVE "10" TO WS-MAPFILE-STATUS
                   NOT AT END
                       PERFORM 1110-ADD-MAPPING-ENTRY
               END-READ
           END-PERFORM
           CLOSE MAPPING-FILE.

       1110-ADD-MAPPING-ENTRY.
           IF WS-CM-ENTRY-COUNT >= 2000
               DISPLAY "GLJOURNAL: MORE THAN 2000 ACCOUNTS ON COAMAP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CM-ENTRY-COUNT
           MOVE CM-ACCOUNT-CODE
               TO WS-CM-ACCOUNT-CODE(WS-CM-ENTRY-COUNT)
           MOVE CM-GL-ACCOUNT TO WS-CM-GL-ACCOUNT(WS-CM-ENTRY-COUNT)
           MOVE CM-COST-CENTER
               TO WS-CM-COST-CENTER(WS-CM-ENTRY-COUNT)
           MOVE CM-CONTRA-ACCOUNT
               TO WS-CM-CONTRA-ACCOUNT(WS-CM-ENTRY-COUNT).

       2000-PROCESS-EXTRACT.
           ADD 1 TO WS-EXT-RECORD-COUNT
           IF LX-NUMBER-1 NOT NUMERIC OR LX-NUMBER-2 NOT NUMERIC
                   OR LX-RESULT NOT NUMERIC
               DISPLAY "GLJOURNAL: MALFORMED EXTRACT RECORD AT "
                   "INPUT RECORD " WS-EXT-RECORD-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD LX-RESULT TO WS-EXT-NET-TOTAL
           PERFORM 2200-POST-JOURNAL-ENTRY
           PERFORM 2100-READ-EXTRACT.

       2100-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET EXT-END-OF-FILE TO TRUE
           END-READ.

       2200-POST-JOURNAL-ENTRY.
           PERFORM VARYING WS-JE-SUB FROM 1 BY 1
                   UNTIL WS-JE-SUB > WS-JE-ENTRY-COUNT
                   OR (WS-JE-BRANCH-ID(WS-JE-SUB) = LX-BRANCH-ID
                   AND WS-JE-ACCOUNT-CODE(WS-JE-SUB)
                       = LX-ACCOUNT-CODE)
               CONTINUE
           END-PERFORM
           IF WS-JE-SUB > WS-JE-ENTRY-COUNT
               IF WS-JE-ENTRY-COUNT >= 2000
                   DISPLAY "GLJOURNAL: JOURNAL ENTRY TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JE-ENTRY-COUNT
               MOVE LX-BRANCH-ID TO WS-JE-BRANCH-ID(WS-JE-SUB)
               MOVE LX-ACCOUNT-CODE TO WS-JE-ACCOUNT-CODE(WS-JE-SUB)
               MOVE ZERO TO WS-JE-RECORD-COUNT(WS-JE-SUB)
               MOVE ZERO TO WS-JE-DEBIT-TOTAL(WS-JE-SUB)
               MOVE ZERO TO WS-JE-CREDIT-TOTAL(WS-JE-SUB)
               MOVE ZERO TO WS-JE-NET-TOTAL(WS-JE-SUB)
               MOVE ZERO TO WS-JE-MAP-SUB(WS-JE-SUB)
               MOVE ZERO TO WS-JE-ENTRY-NUMBER(WS-JE-SUB)
               MOVE "N" TO WS-JE-MATCHED(WS-JE-SUB)
           END-IF
           ADD 1 TO WS-JE-RECORD-COUNT(WS-JE-SUB)
           ADD LX-RESULT TO WS-JE-NET-TOTAL(WS-JE-SUB)
           IF LX-NUMBER-1 < ZERO
               COMPUTE WS-ITEM-AMOUNT = FUNCTION ABS(LX-NUMBER-1)
               ADD WS-ITEM-AMOUNT TO WS-JE-DEBIT-TOTAL(WS-JE-SUB)
           ELSE
               ADD LX-NUMBER-1 TO WS-JE-CREDIT-TOTAL(WS-JE-SUB)
           END-IF
           IF LX-NUMBER-2 < ZERO
               COMPUTE WS-ITEM-AMOUNT = FUNCTION ABS(LX-NUMBER-2)
               ADD WS-ITEM-AMOUNT TO WS-JE-DEBIT-TOTAL(WS-JE-SUB)
           ELSE
               ADD LX-NUMBER-2 TO WS-JE-CREDIT-TOTAL(WS-JE-SUB)
           END-IF.

       2500-PROCESS-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET CTL-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2600-POST-CONTROL-RECORD
           END-READ.

       2600-POST-CONTROL-RECORD.
           IF CTL-RECORD-COUNT NOT NUMERIC
                   OR CTL-GRAND-TOTAL NOT NUMERIC
               DISPLAY "GLJOURNAL: MALFORMED CTLFILE RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN CTL-GRAND-REC
                   SET GRAND-REC-FOUND TO TRUE
                   ADD CTL-RECORD-COUNT TO WS-CTL-RECORD-COUNT
                   ADD CTL-GRAND-TOTAL TO WS-CTL-GRAND-TOTAL
               WHEN CTL-ACCOUNT-REC
                   PERFORM 2700-POST-CONTROL-ACCOUNT
               WHEN OTHER
                   DISPLAY "GLJOURNAL: UNRECOGNIZED CTLFILE RECORD "
                       "TYPE '" CTL-RECORD-TYPE "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2700-POST-CONTROL-ACCOUNT.
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CA-ENTRY-COUNT
                   OR WS-CA-ACCOUNT-CODE(WS-CA-SUB)
                       = CTL-ACCOUNT-CODE
               CONTINUE
           END-PERFORM
           IF WS-CA-SUB > WS-CA-ENTRY-COUNT
               IF WS-CA-ENTRY-COUNT >= 2000
                   DISPLAY "GLJOURNAL: CONTROL ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CA-ENTRY-COUNT
               MOVE CTL-ACCOUNT-CODE
                   TO WS-CA-ACCOUNT-CODE(WS-CA-SUB)
               MOVE ZERO TO WS-CA-RECORD-COUNT(WS-CA-SUB)
               MOVE ZERO TO WS-CA-TOTAL(WS-CA-SUB)
           END-IF
           ADD CTL-RECORD-COUNT TO WS-CA-RECORD-COUNT(WS-CA-SUB)
           ADD CTL-GRAND-TOTAL TO WS-CA-TOTAL(WS-CA-SUB).

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO WRITE GLJPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-MAP-ENTRIES.
      *    EVERY ENTRY MUST FIND ITS ACCOUNT ON COAMAP BEFORE ANY LINE
      *    IS BUILT.  ALL THE GAPS ARE LISTED IN ONE PASS SO THEY CAN
      *    BE CLOSED WITH ONE COAMAINT RUN.
           PERFORM 3100-MAP-ENTRY
               VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-ENTRY-COUNT.

       3100-MAP-ENTRY.
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > WS-CM-ENTRY-COUNT
                   OR WS-CM-ACCOUNT-CODE(WS-CM-SUB)
                       = WS-JE-ACCOUNT-CODE(WS-JE-SUB)
               CONTINUE
           END-PERFORM
           IF WS-CM-SUB > WS-CM-ENTRY-COUNT
               IF NOT ACCOUNT-UNMAPPED
                   SET ACCOUNT-UNMAPPED TO TRUE
                   SET PR-DOUBLE-SPACE TO TRUE
                   MOVE "ACCOUNTS WITH NO CHART-OF-ACCOUNTS MAPPING"
                       TO PR-LINE
                   WRITE PRINT-RECORD
                   PERFORM 2900-CHECK-PRTFILE-STATUS
               END-IF
               MOVE WS-JE-ACCOUNT-CODE(WS-JE-SUB)
                   TO WS-UL-ACCOUNT-CODE
               MOVE WS-JE-BRANCH-ID(WS-JE-SUB) TO WS-UL-BRANCH-ID
               MOVE WS-JE-RECORD-COUNT(WS-JE-SUB)
                   TO WS-UL-RECORD-COUNT
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-UNMAPPED-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           ELSE
               MOVE WS-CM-SUB TO WS-JE-MAP-SUB(WS-JE-SUB)
           END-IF.

       4000-LIST-JOURNAL.
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-ENTRY-HEADER TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 4100-LIST-ENTRY
               VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-ENTRY-COUNT
           MOVE WS-JRN-ENTRY-COUNT TO WS-JT-ENTRIES
           MOVE WS-JRN-LINE-COUNT TO WS-JT-LINES
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-JOURNAL-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       4100-LIST-ENTRY.
      *    AN ENTRY WHOSE DETAILS WERE ALL ZERO MOVES NOTHING AND
      *    IS NOT JOURNALLED; IT STILL COUNTS IN THE CONTROL TIE.
      *    THE JOURNAL NET IS TAKEN FROM THE MOVEMENT LINES THEMSELVES
      *    SO THE TIE TO THE "G" RECORD PROVES WHAT IS RELEASED.
           PERFORM 4200-BUILD-ENTRY-LINES
           ADD WS-ENTRY-NET TO WS-JRN-NET-TOTAL
           IF WS-EL-COUNT > ZERO
               ADD 1 TO WS-JRN-ENTRY-COUNT
               MOVE WS-JRN-ENTRY-COUNT
                   TO WS-JE-ENTRY-NUMBER(WS-JE-SUB)
               PERFORM 4300-LIST-ENTRY-LINE
                   VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
           END-IF.

       4200-BUILD-ENTRY-LINES.
      *    THE ACCOUNT'S DEBITS AND CREDITS GO TO ITS GL ACCOUNT AS
      *    THEY STAND; THE NET IS OFFSET TO THE CONTRA ACCOUNT ON THE
      *    OPPOSITE SIDE, SO THE ENTRY'S TWO SIDES ARE ALWAYS EQUAL.
           MOVE ZERO TO WS-EL-COUNT
           MOVE WS-JE-MAP-SUB(WS-JE-SUB) TO WS-CM-SUB
           IF WS-JE-DEBIT-TOTAL(WS-JE-SUB) > ZERO
               ADD 1 TO WS-EL-COUNT
               MOVE "D" TO WS-EL-DEBIT-CREDIT(WS-EL-COUNT)
               MOVE WS-CM-GL-ACCOUNT(WS-CM-SUB)
                   TO WS-EL-GL-ACCOUNT(WS-EL-COUNT)
               MOVE WS-JE-DEBIT-TOTAL(WS-JE-SUB)
                   TO WS-EL-AMOUNT(WS-EL-COUNT)
               MOVE "DRMV" TO WS-EL-LINE-TYPE(WS-EL-COUNT)
           END-IF
           IF WS-JE-CREDIT-TOTAL(WS-JE-SUB) > ZERO
               ADD 1 TO WS-EL-COUNT
               MOVE "C" TO WS-EL-DEBIT-CREDIT(WS-EL-COUNT)
               MOVE WS-CM-GL-ACCOUNT(WS-CM-SUB)
                   TO WS-EL-GL-ACCOUNT(WS-EL-COUNT)
               MOVE WS-JE-CREDIT-TOTAL(WS-JE-SUB)
                   TO WS-EL-AMOUNT(WS-EL-COUNT)
               MOVE "CRMV" TO WS-EL-LINE-TYPE(WS-EL-COUNT)
           END-IF
           COMPUTE WS-ENTRY-NET = WS-JE-CREDIT-TOTAL(WS-JE-SUB)
               - WS-JE-DEBIT-TOTAL(WS-JE-SUB)
           IF WS-ENTRY-NET NOT = ZERO
               ADD 1 TO WS-EL-COUNT
               IF WS-ENTRY-NET > ZERO
                   MOVE "D" TO WS-EL-DEBIT-CREDIT(WS-EL-COUNT)
               ELSE
                   MOVE "C" TO WS-EL-DEBIT-CREDIT(WS-EL-COUNT)
               END-IF
               MOVE WS-CM-CONTRA-ACCOUNT(WS-CM-SUB)
                   TO WS-EL-GL-ACCOUNT(WS-EL-COUNT)
               COMPUTE WS-EL-AMOUNT(WS-EL-COUNT) =
                   FUNCTION ABS(WS-ENTRY-NET)
               MOVE "CNTR" TO WS-EL-LINE-TYPE(WS-EL-COUNT)
           END-IF.

       4300-LIST-ENTRY-LINE.
           ADD 1 TO WS-JRN-LINE-COUNT
           MOVE WS-JE-ENTRY-NUMBER(WS-JE-SUB) TO WS-EP-ENTRY-NUMBER
           MOVE WS-JE-BRANCH-ID(WS-JE-SUB) TO WS-EP-BRANCH-ID
           MOVE WS-JE-ACCOUNT-CODE(WS-JE-SUB) TO WS-EP-ACCOUNT-CODE
           MOVE WS-EL-GL-ACCOUNT(WS-EL-SUB) TO WS-EP-GL-ACCOUNT
           MOVE WS-CM-COST-CENTER(WS-CM-SUB) TO WS-EP-COST-CENTER
           MOVE WS-EL-LINE-TYPE(WS-EL-SUB) TO WS-EP-LINE-TYPE
           IF WS-EL-DEBIT-CREDIT(WS-EL-SUB) = "D"
               ADD WS-EL-AMOUNT(WS-EL-SUB) TO WS-JRN-DEBIT-TOTAL
               MOVE WS-EL-AMOUNT(WS-EL-SUB) TO WS-EP-DEBIT
               MOVE ZERO TO WS-EP-CREDIT
           ELSE
               ADD WS-EL-AMOUNT(WS-EL-SUB) TO WS-JRN-CREDIT-TOTAL
               MOVE ZERO TO WS-EP-DEBIT
               MOVE WS-EL-AMOUNT(WS-EL-SUB) TO WS-EP-CREDIT
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-ENTRY-PRINT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       5000-PROVE-JOURNAL.
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE "JOURNAL PROOF AGAINST CONTROL TOTALS" TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF NOT GRAND-REC-FOUND
               SET PROOF-BREAK TO TRUE
               SET PR-SINGLE-SPACE TO TRUE
               MOVE "NO GRAND TOTAL RECORD ON CTLFILE" TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF
           PERFORM 5200-COMPARE-CONTROL-ACCOUNT
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-ENTRY-COUNT
           PERFORM 5400-CHECK-UNMATCHED-ENTRY
               VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-ENTRY-COUNT
           MOVE "RECORD COUNT" TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-ACCOUNT
           MOVE WS-CTL-RECORD-COUNT TO WS-CL-CONTROL
           MOVE WS-EXT-RECORD-COUNT TO WS-CL-JOURNAL
           IF WS-CTL-RECORD-COUNT = WS-EXT-RECORD-COUNT
               MOVE "OK" TO WS-CL-VERDICT
           ELSE
               MOVE "*BREAK*" TO WS-CL-VERDICT
               SET PROOF-BREAK TO TRUE
           END-IF
           PERFORM 5100-WRITE-COMPARE-LINE
           MOVE "JOURNAL NET" TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-ACCOUNT
           MOVE WS-CTL-GRAND-TOTAL TO WS-CL-CONTROL
           MOVE WS-JRN-NET-TOTAL TO WS-CL-JOURNAL
           IF WS-CTL-GRAND-TOTAL = WS-JRN-NET-TOTAL
                   AND WS-JRN-NET-TOTAL = WS-EXT-NET-TOTAL
               MOVE "OK" TO WS-CL-VERDICT
           ELSE
               MOVE "*BREAK*" TO WS-CL-VERDICT
               SET PROOF-BREAK TO TRUE
           END-IF
           PERFORM 5100-WRITE-COMPARE-LINE
           MOVE WS-JRN-DEBIT-TOTAL TO WS-BL-DEBITS
           MOVE WS-JRN-CREDIT-TOTAL TO WS-BL-CREDITS
           IF WS-JRN-DEBIT-TOTAL = WS-JRN-CREDIT-TOTAL
               MOVE "OK" TO WS-BL-VERDICT
           ELSE
               MOVE "*BREAK*" TO WS-BL-VERDICT
               SET PROOF-BREAK TO TRUE
           END-IF
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-BALANCE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       5100-WRITE-COMPARE-LINE.
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-COMPARE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       5200-COMPARE-CONTROL-ACCOUNT.
      *    AN ACCOUNT'S CONTROL RECORD COVERS EVERY BRANCH, SO THE
      *    ACCOUNT'S ENTRIES ARE SUMMED ACROSS BRANCHES FIRST.
           MOVE ZERO TO WS-ACCT-RECORD-COUNT
           MOVE ZERO TO WS-ACCT-NET-TOTAL
           PERFORM 5300-SUM-JOURNAL-ACCOUNT
               VARYING WS-JE-SCAN-SUB FROM 1 BY 1
               UNTIL WS-JE-SCAN-SUB > WS-JE-ENTRY-COUNT
           MOVE "ACCOUNT TOTAL" TO WS-CL-LABEL
           MOVE WS-CA-ACCOUNT-CODE(WS-CA-SUB) TO WS-CL-ACCOUNT
           MOVE WS-CA-TOTAL(WS-CA-SUB) TO WS-CL-CONTROL
           MOVE WS-ACCT-NET-TOTAL TO WS-CL-JOURNAL
           IF WS-ACCT-NET-TOTAL = WS-CA-TOTAL(WS-CA-SUB)
                   AND WS-ACCT-RECORD-COUNT
                       = WS-CA-RECORD-COUNT(WS-CA-SUB)
               MOVE "OK" TO WS-CL-VERDICT
           ELSE
               MOVE "*BREAK*" TO WS-CL-VERDICT
               SET PROOF-BREAK TO TRUE
           END-IF
           PERFORM 5100-WRITE-COMPARE-LINE.

       5300-SUM-JOURNAL-ACCOUNT.
           IF WS-JE-ACCOUNT-CODE(WS-JE-SCAN-SUB)
                   = WS-CA-ACCOUNT-CODE(WS-CA-SUB)
               ADD WS-JE-RECORD-COUNT(WS-JE-SCAN-SUB)
                   TO WS-ACCT-RECORD-COUNT
               ADD WS-JE-NET-TOTAL(WS-JE-SCAN-SUB)
                   TO WS-ACCT-NET-TOTAL
               MOVE "Y" TO WS-JE-MATCHED(WS-JE-SCAN-SUB)
           END-IF.

       5400-CHECK-UNMATCHED-ENTRY.
           IF WS-JE-MATCHED(WS-JE-SUB) = "N"
               MOVE "ACCOUNT NOT ON CTL" TO WS-CL-LABEL
               MOVE WS-JE-ACCOUNT-CODE(WS-JE-SUB) TO WS-CL-ACCOUNT
               MOVE ZERO TO WS-CL-CONTROL
               MOVE WS-JE-NET-TOTAL(WS-JE-SUB) TO WS-CL-JOURNAL
               MOVE "*BREAK*" TO WS-CL-VERDICT
               SET PROOF-BREAK TO TRUE
               PERFORM 5100-WRITE-COMPARE-LINE
           END-IF.

       9000-TERMINATE.
      *    NOTHING IS RELEASED TO THE LEDGER UNLESS EVERY ACCOUNT IS
      *    MAPPED AND THE JOURNAL PROVES: GLJRNL IS STILL OPENED AND
      *    CLOSED SO A PRIOR DAY'S JOURNAL CANNOT BE PICKED UP IN
      *    ITS PLACE.
           EVALUATE TRUE
               WHEN ACCOUNT-UNMAPPED
                   MOVE "FAIL - UNMAPPED ACCOUNTS, NO JOURNAL WRITTEN"
                       TO WS-RL-VERDICT
                   MOVE 16 TO RETURN-CODE
                   MOVE "A" TO WS-RUN-STAMP-STATUS
                   PERFORM 9100-OPEN-JOURNAL-FILE
               WHEN PROOF-BREAK
                   MOVE "FAIL - PROOF BREAK, NO JOURNAL WRITTEN"
                       TO WS-RL-VERDICT
                   MOVE 8 TO RETURN-CODE
                   MOVE "A" TO WS-RUN-STAMP-STATUS
                   PERFORM 9100-OPEN-JOURNAL-FILE
               WHEN OTHER
                   MOVE "PASS - JOURNAL BALANCED AND TIED TO CONTROLS"
                       TO WS-RL-VERDICT
                   MOVE "C" TO WS-RUN-STAMP-STATUS
                   PERFORM 9100-OPEN-JOURNAL-FILE
                   PERFORM 9200-WRITE-JOURNAL
           END-EVALUATE
           CLOSE JOURNAL-FILE
           PERFORM 8800-STAMP-RUN-CONTROL
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-RESULT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           CLOSE EXTRACT-FILE
           CLOSE CONTROL-FILE
           CLOSE PRINT-FILE.

       9100-OPEN-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN GLJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "A" TO WS-RUN-STAMP-STATUS
               PERFORM 8800-STAMP-RUN-CONTROL
               STOP RUN
           END-IF.

       9200-WRITE-JOURNAL.
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-HEADER-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE "EXTFILE" TO GJ-H-SOURCE
           MOVE WS-CURRENT-DATE-N TO GJ-H-CREATED-DATE
           MOVE WS-TIME-WORK(1:6) TO GJ-H-CREATED-TIME
           WRITE GJ-JOURNAL-RECORD
           PERFORM 9290-CHECK-JRNFILE-STATUS
           PERFORM 9250-WRITE-JOURNAL-ENTRY
               VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-ENTRY-COUNT
           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-TRAILER-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE WS-JRN-ENTRY-COUNT TO GJ-T-ENTRY-COUNT
           MOVE WS-JRN-LINE-COUNT TO GJ-T-LINE-COUNT
           MOVE WS-JRN-DEBIT-TOTAL TO GJ-T-DEBIT-TOTAL
           MOVE WS-JRN-CREDIT-TOTAL TO GJ-T-CREDIT-TOTAL
           WRITE GJ-JOURNAL-RECORD
           PERFORM 9290-CHECK-JRNFILE-STATUS.

       9250-WRITE-JOURNAL-ENTRY.
           IF WS-JE-ENTRY-NUMBER(WS-JE-SUB) > ZERO
               PERFORM 4200-BUILD-ENTRY-LINES
               PERFORM 9260-WRITE-JOURNAL-LINE
                   VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
           END-IF.

       9260-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-LINE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE WS-JE-ENTRY-NUMBER(WS-JE-SUB) TO GJ-ENTRY-NUMBER
           MOVE WS-EL-SUB TO GJ-LINE-NUMBER
           MOVE WS-JE-BRANCH-ID(WS-JE-SUB) TO GJ-BRANCH-ID
           MOVE WS-JE-ACCOUNT-CODE(WS-JE-SUB) TO GJ-ACCOUNT-CODE
           MOVE WS-EL-GL-ACCOUNT(WS-EL-SUB) TO GJ-GL-ACCOUNT
           MOVE WS-CM-COST-CENTER(WS-CM-SUB) TO GJ-COST-CENTER
           MOVE WS-EL-DEBIT-CREDIT(WS-EL-SUB) TO GJ-DEBIT-CREDIT
           MOVE WS-EL-AMOUNT(WS-EL-SUB) TO GJ-AMOUNT
           MOVE WS-EL-LINE-TYPE(WS-EL-SUB) TO GJ-LINE-TYPE
           WRITE GJ-JOURNAL-RECORD
           PERFORM 9290-CHECK-JRNFILE-STATUS.

       9290-CHECK-JRNFILE-STATUS.
           IF WS-JRNFILE-STATUS NOT = "00"
               DISPLAY "GLJOURNAL: UNABLE TO WRITE GLJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "A" TO WS-RUN-STAMP-STATUS
               PERFORM 8800-STAMP-RUN-CONTROL
               STOP RUN
           END-IF.

       1900-CHECK-PREDECESSOR.
      *    THE LATEST RUNCTL RECORD FOR THE BUSINESS DATE AND THE
      *    PREDECESSOR PROGRAM MUST SAY COMPLETED, OR THE EXTRACT ON
      *    FILE MAY BELONG TO A PRIOR DAY'S RUN.
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
               DISPLAY "GLJOURNAL: BUGSOLUTION HAS NOT COMPLETED "
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

       8800-STAMP-RUN-CONTROL.
      *    THE RUN-CONTROL STAMP MUST NEVER BLOCK A RUN: A FAILURE
      *    HERE IS REPORTED ON THE CONSOLE AND THE RUN CONTINUES.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNFILE-STATUS NOT = "00"
                   AND WS-RUNFILE-STATUS NOT = "05"
               DISPLAY "GLJOURNAL: UNABLE TO OPEN RUNCTL, "
                   "STATUS " WS-RUNFILE-STATUS
                   " - RUN-CONTROL STAMP NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE "GLJOURNAL" TO RC-PROGRAM-NAME
               MOVE WS-RUN-STAMP-STATUS TO RC-STATUS
               MOVE WS-TIME-WORK(1:6) TO RC-STAMP-TIME
               MOVE SPACES TO RC-FILLER
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-RUNFILE-STATUS NOT = "00"
                   DISPLAY "GLJOURNAL: UNABLE TO WRITE RUNCTL, "
                       "STATUS " WS-RUNFILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
