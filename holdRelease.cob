       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRLSE.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * LARGE-ITEM HOLD QUEUE RELEASE.
      * WORKS THE HELD-ITEMS QUEUE (HOLDQUE) THAT BUGSOLUTION FILLS
      * WITH DETAILS BREACHING AN ACCOUNT LIMIT ON ACCTLIM, AGAINST
      * THE SUPERVISOR DECISION CARDS ON RLSCARDS:
      *     APPROVE=YYYYMMDDBBNNNNNNN
      *     DECLINE=YYYYMMDDBBNNNNNNN
      * EACH CARD VALUE IS THE HELD ITEM'S KEY RUN TOGETHER - THE
      * ORIGINAL RUN DATE, BRANCH ID AND INPUT RECORD NUMBER.  AN
      * APPROVED ITEM IS POSTED TO A SUPPLEMENTAL LEDGER EXTRACT
      * (HLDEXT) AND CONTROL RECORD FILE (HLDCTL) THAT THE SCHEDULER
      * CONCATENATES WITH THE MAIN RUN'S EXTFILE/CTLFILE THE SAME WAY
      * AS RCYEXT/RCYCTL, AND IS ADDED TO THE POSTED-TRANSACTION
      * HISTORY (POSTHIST) ONCE HLDEXT, HLDCTL AND THE REWRITTEN QUEUE
      * ARE COMPLETE.  A DECLINED ITEM IS WRITTEN TO HLDEXCP IN
      * THE REJREC LAYOUT WITH REASON "DECL" AND POSTED "R" TO THE
      * REJECT LEDGER, SO IT AGES AND RECYCLES LIKE ANY OTHER REJECT.
      * ITEMS WITHOUT A CARD STAY ON THE QUEUE, WHICH IS REWRITTEN
      * WITH ONLY THOSE.  EVERY ITEM IS LISTED ON HLDPRT WITH ITS
      * DISPOSITION.  A CARD THAT NAMES NO HELD ITEM, OR AN APPROVAL
      * FOR AN ACCOUNT NO LONGER OPEN, ENDS THE RUN WITH RETURN-CODE
      * 8; ITEMS STILL PENDING END IT WITH RETURN-CODE 4.  THE PARM
      * NAMES THE BUSINESS DATE THE RELEASE IS RUN FOR, AND THE RUN
      * IS REFUSED UNTIL BUGSOLUTION HAS COMPLETED FOR THAT DATE.
      * APPROVED ITEMS POST UNDER THAT BUSINESS DATE, SO A RUN WITH
      * ANY APPROVE CARD IN A MONTH-END PERIOD CLOSED ON PERIODCTL
      * IS REFUSED UNLESS FINANCE HAS AUTHORISED A REOPEN ON RLSCARDS:
      *     PERIOD-REOPEN=YYYYMM
      *     REOPEN-AUTHORISED-BY=XXXXXXXX
      * THE REOPEN IS RECORDED ON PERIODCTL AND AUDFILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-ITEM-FILE ASSIGN TO "HOLDQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "RLSCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "HLDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "HLDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "HLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "HLDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-STATUS.

           SELECT OPTIONAL REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLFILE-STATUS.

           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-ITEM-FILE
           RECORDING MODE IS F.
           COPY HELDITM.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL     PIC X.
               88  PR-NEW-PAGE                  VALUE "1".
               88  PR-SINGLE-SPACE               VALUE " ".
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY LEDGEXT.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  REJECT-LEDGER-FILE
           RECORDING MODE IS F.
           COPY REJLEDG.

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POSTHIST.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HLDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-EXCPFILE-STATUS      PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CTLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-EXTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RJLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PHSFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".

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
           05  WS-DATE-TOKEN           PIC X(10) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 20.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "HOLDRLSE".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  WS-RH-BUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "RUN DATE  BR  RECORD  ACCT  NUMBER-1  NUMBER-2  BREACH
      -        "  ITEM AMT  DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-RECORD-NUMBER     PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-NUMBER-1          PIC -ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DL-NUMBER-2          PIC -ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DL-BREACH-CODE       PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DL-ITEM-AMOUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-CARD-ERROR-LINE.
           05  FILLER                  PIC X(21)
                                        VALUE "CARD NOT MATCHED:   ".
           05  WS-CE-ACTION            PIC X(8).
           05  WS-CE-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CE-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CE-RECORD-NUMBER     PIC 9(7).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "ITEMS APPROVED:    ".
           05  WS-TL-APPROVED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "GRAND TOTAL: ".
           05  WS-TL-GRAND-TOTAL       PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-DECLINED-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "ITEMS DECLINED:    ".
           05  WS-DT-DECLINED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "ITEMS STILL HELD:  ".
           05  WS-PT-PENDING           PIC ZZZZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

      *    THE HELD TRANSACTION IMAGE IS REDISSECTED THROUGH THE SAME
      *    FIELD LAYOUT THE CAPTURE SYSTEM USES ON TRANFILE.
       01  WS-TRAN-WORK.
           05  WS-TW-NUMBER-1          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-TW-NUMBER-2          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-TW-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(64).

       01  WS-DATA-AREA.
           05  WS-NUMBER-1             PIC S9(5).
           05  WS-NUMBER-2             PIC S9(5).
           05  WS-SUM                  PIC S9(6).

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY REDEFINES WS-CARD-VALUE.
               10  WS-CK-RUN-DATE      PIC 9(8).
               10  WS-CK-BRANCH-ID     PIC X(2).
               10  WS-CK-RECORD-NUMBER PIC 9(7).
               10  FILLER              PIC X(13).
           05  WS-DC-SUB               PIC 9(3) VALUE ZERO.
           05  WS-DC-FOUND-SUB         PIC 9(3) VALUE ZERO.
           05  WS-DC-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-APPROVE-CARD-SWITCH  PIC X VALUE "N".
               88  APPROVE-CARD-GIVEN           VALUE "Y".

      *    THE BUSINESS DATE'S MONTH-END PERIOD, LOOKED UP ON
      *    PERIODCTL, WHOSE LATEST RECORD FOR A PERIOD IS ITS STATE.
       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD-TEST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REOPEN-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-REOPEN-AUTHORISED-BY PIC X(8) VALUE SPACES.

      *    ONE ENTRY PER SUPERVISOR DECISION CARD, MARKED WHEN IT IS
      *    MATCHED TO A HELD ITEM SO AN UNMATCHED CARD CAN BE FLAGGED.
       01  WS-DECISION-TABLE-AREA.
           05  WS-DC-ENTRY OCCURS 200 TIMES.
               10  WS-DC-ACTION        PIC X.
                   88  WS-DC-APPROVE            VALUE "A".
                   88  WS-DC-DECLINE            VALUE "D".
               10  WS-DC-RUN-DATE      PIC 9(8).
               10  WS-DC-BRANCH-ID     PIC X(2).
               10  WS-DC-RECORD-NUMBER PIC 9(7).
               10  WS-DC-MATCHED       PIC X.

       01  WS-HELD-CONTROLS.
           05  WS-HQ-SUB               PIC 9(4) VALUE ZERO.
           05  WS-HQ-ENTRY-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-HELD-TABLE-AREA.
           05  WS-HQ-ENTRY OCCURS 2000 TIMES.
               10  WS-HQ-RECORD        PIC X(126).
               10  WS-HQ-PENDING       PIC X.

      *    THE APPROVED ITEMS' POSTHIST ENTRIES, HELD UNTIL HLDEXT,
      *    HLDCTL AND HOLDQUE ARE ALL WRITTEN: AN ABORTED RUN LEAVES
      *    ITS ITEMS ON THE QUEUE AND NOTHING ON POSTHIST TO MAKE THEIR
      *    RE-RELEASE LOOK LIKE A DUPLICATE.  THERE IS AT MOST ONE
      *    APPROVAL PER DECISION CARD.
       01  WS-POSTED-HISTORY-AREA.
           05  WS-PH-SUB               PIC 9(3) VALUE ZERO.
           05  WS-PH-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PH-ENTRY OCCURS 200 TIMES.
               10  WS-PH-BRANCH-ID     PIC X(2).
               10  WS-PH-ACCOUNT-CODE  PIC X(4).
               10  WS-PH-NUMBER-1      PIC S9(5).
               10  WS-PH-NUMBER-2      PIC S9(5).

       01  WS-TOTALS.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DECLINED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-GRAND-TOTAL          PIC S9(9) VALUE ZERO.

       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCT-SUB             PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-AE-ACCOUNT-CODE  PIC X(4).
               10  WS-AE-RECORD-COUNT  PIC 9(7).
               10  WS-AE-TOTAL         PIC S9(9).

      *    AN ACCOUNT CLOSED WHILE ITS ITEM WAS HELD CANNOT BE POSTED
      *    TO; THE APPROVAL IS REFUSED AND THE ITEM STAYS HELD.  THE
      *    MASTER STAYS OPEN FOR THE RUN AND IS READ BY ACCOUNT CODE.
       01  WS-ACCOUNT-MASTER-CONTROLS.
           05  WS-ACCOUNT-VALID-SWITCH PIC X VALUE "N".
               88  ACCOUNT-CODE-VALID           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HELD-ITEM
               VARYING WS-HQ-SUB FROM 1 BY 1
               UNTIL WS-HQ-SUB > WS-HQ-ENTRY-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1060-SET-BUSINESS-DATE
           PERFORM 1900-CHECK-PREDECESSOR
           MOVE "S" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           PERFORM 1070-READ-CONTROL-CARDS
           PERFORM 1950-CHECK-PERIOD-OPEN
           PERFORM 1100-OPEN-ACCOUNT-MASTER
           PERFORM 1200-LOAD-HELD-ITEMS
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXCPFILE-STATUS NOT = "00"
                   OR WS-PRTFILE-STATUS NOT = "00"
                   OR WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN AN OUTPUT FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-RH-BUS-DATE
           PERFORM 3000-WRITE-HEADERS.

       1060-SET-BUSINESS-DATE.
      *    THE PARM NAMES THE BUSINESS DATE THE RELEASE IS RUN FOR;
      *    WITHOUT ONE IT IS THE CURRENT DATE.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-DATE-TOKEN
           UNSTRING WS-PARM DELIMITED BY ALL " "
               INTO WS-DATE-TOKEN
           MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
           IF WS-DATE-TOKEN NOT = SPACES
               IF WS-DATE-TOKEN(1:8) NOT NUMERIC
                       OR WS-DATE-TOKEN(9:2) NOT = SPACES
                   DISPLAY "HOLDRLSE: INVALID BUSINESS DATE PARM '"
                       WS-DATE-TOKEN "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-TOKEN(1:8) TO WS-BUSINESS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
                       NOT = ZERO
                   DISPLAY "HOLDRLSE: INVALID BUSINESS DATE PARM '"
                       WS-DATE-TOKEN "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1070-READ-CONTROL-CARDS.
      *    AN ABSENT RLSCARDS RELEASES NOTHING; THE RUN THEN ONLY
      *    LISTS THE QUEUE.
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
               WHEN "APPROVE"
                   PERFORM 1085-ADD-DECISION-CARD
                   SET WS-DC-APPROVE(WS-DC-ENTRY-COUNT) TO TRUE
                   SET APPROVE-CARD-GIVEN TO TRUE
               WHEN "DECLINE"
                   PERFORM 1085-ADD-DECISION-CARD
                   SET WS-DC-DECLINE(WS-DC-ENTRY-COUNT) TO TRUE
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

       1085-ADD-DECISION-CARD.
           IF WS-CK-RUN-DATE NOT NUMERIC
                   OR WS-CK-RECORD-NUMBER NOT NUMERIC
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CK-RUN-DATE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
      *    ONE DECISION PER ITEM: A SECOND CARD FOR THE SAME KEY IS
      *    AMBIGUOUS AND STOPS THE RUN BEFORE ANYTHING IS RELEASED.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-ENTRY-COUNT
               IF WS-DC-RUN-DATE(WS-DC-SUB) = WS-CK-RUN-DATE
                       AND WS-DC-BRANCH-ID(WS-DC-SUB) = WS-CK-BRANCH-ID
                       AND WS-DC-RECORD-NUMBER(WS-DC-SUB)
                           = WS-CK-RECORD-NUMBER
                   PERFORM 1095-REJECT-CONTROL-CARD
               END-IF
           END-PERFORM
           IF WS-DC-ENTRY-COUNT >= 200
               DISPLAY "HOLDRLSE: MORE THAN 200 DECISION CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DC-ENTRY-COUNT
           MOVE WS-CK-RUN-DATE TO WS-DC-RUN-DATE(WS-DC-ENTRY-COUNT)
           MOVE WS-CK-BRANCH-ID TO WS-DC-BRANCH-ID(WS-DC-ENTRY-COUNT)
           MOVE WS-CK-RECORD-NUMBER
               TO WS-DC-RECORD-NUMBER(WS-DC-ENTRY-COUNT)
           MOVE "N" TO WS-DC-MATCHED(WS-DC-ENTRY-COUNT).

       1095-REJECT-CONTROL-CARD.
           DISPLAY "HOLDRLSE: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-HELD-ITEMS.
      *    THE WHOLE QUEUE IS HELD IN STORAGE SO IT CAN BE REWRITTEN
      *    IN PLACE WITH ONLY THE ITEMS STILL PENDING.
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HLDFILE-STATUS NOT = "00"
                   AND WS-HLDFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN HOLDQUE, "
                   "STATUS " WS-HLDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-HLDFILE-STATUS
           PERFORM UNTIL WS-HLDFILE-STATUS NOT = "00"
               READ HELD-ITEM-FILE
                   AT END
                       MOVE "10" TO WS-HLDFILE-STATUS
                   NOT AT END
                       PERFORM 1210-ADD-HELD-ENTRY
               END-READ
           END-PERFORM
           CLOSE HELD-ITEM-FILE.

       1210-ADD-HELD-ENTRY.
           IF HI-RUN-DATE NOT NUMERIC
                   OR HI-INPUT-RECORD-NUMBER NOT NUMERIC
                   OR HI-ITEM-AMOUNT NOT NUMERIC
               DISPLAY "HOLDRLSE: MALFORMED HOLDQUE RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HQ-ENTRY-COUNT >= 2000
               DISPLAY "HOLDRLSE: MORE THAN 2000 ITEMS ON HOLDQUE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HQ-ENTRY-COUNT
           MOVE HI-HELD-RECORD TO WS-HQ-RECORD(WS-HQ-ENTRY-COUNT)
           MOVE "Y" TO WS-HQ-PENDING(WS-HQ-ENTRY-COUNT).

       2000-PROCESS-HELD-ITEM.
           MOVE WS-HQ-RECORD(WS-HQ-SUB) TO HI-HELD-RECORD
           MOVE HI-TRAN-IMAGE TO WS-TRAN-WORK
           PERFORM 2050-FIND-DECISION
           EVALUATE TRUE
               WHEN WS-DC-FOUND-SUB = ZERO
                   MOVE "PENDING" TO WS-DL-DISPOSITION
               WHEN WS-DC-DECLINE(WS-DC-FOUND-SUB)
                   PERFORM 2400-DECLINE-ITEM
               WHEN OTHER
                   PERFORM 2060-VALIDATE-ACCOUNT-CODE
                   IF ACCOUNT-CODE-VALID
                       PERFORM 2200-APPROVE-ITEM
                   ELSE
                       MOVE "REFUSED - ACCOUNT NOT OPEN"
                           TO WS-DL-DISPOSITION
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           IF WS-HQ-PENDING(WS-HQ-SUB) = "Y"
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           PERFORM 2300-WRITE-DETAIL-LINE.

       2050-FIND-DECISION.
           MOVE ZERO TO WS-DC-FOUND-SUB
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-ENTRY-COUNT
               IF WS-DC-RUN-DATE(WS-DC-SUB) = HI-RUN-DATE
                       AND WS-DC-BRANCH-ID(WS-DC-SUB) = HI-BRANCH-ID
                       AND WS-DC-RECORD-NUMBER(WS-DC-SUB)
                           = HI-INPUT-RECORD-NUMBER
                   MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
                   MOVE "Y" TO WS-DC-MATCHED(WS-DC-SUB)
               END-IF
           END-PERFORM.

       2060-VALIDATE-ACCOUNT-CODE.
           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
           MOVE WS-TW-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-OPEN AND NOT AR-CLOSED
                       DISPLAY "HOLDRLSE: MALFORMED ACCTREF RECORD '"
                           AR-ACCOUNT-CODE "'"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF AR-OPEN
                       SET ACCOUNT-CODE-VALID TO TRUE
                   END-IF
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "HOLDRLSE: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-APPROVE-ITEM.
      *    THE DETAIL PASSED EVERY OTHER EDIT BEFORE IT WAS HELD, SO
      *    AN APPROVED ITEM POSTS EXACTLY AS THE MAIN RUN WOULD HAVE
      *    POSTED IT IN SUM MODE.
           MOVE WS-TW-NUMBER-1 TO WS-NUMBER-1
           MOVE WS-TW-NUMBER-2 TO WS-NUMBER-2
           COMPUTE WS-SUM = WS-NUMBER-1 + WS-NUMBER-2
           ADD WS-SUM TO WS-GRAND-TOTAL
               ON SIZE ERROR
                   DISPLAY "HOLDRLSE: WS-GRAND-TOTAL OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-ADD
           PERFORM 2320-POST-ACCOUNT-TABLE
           PERFORM 2500-WRITE-EXTRACT-RECORD
           MOVE "N" TO WS-HQ-PENDING(WS-HQ-SUB)
           ADD 1 TO WS-APPROVED-COUNT
           MOVE "APPROVED - RELEASED TO HLDEXT" TO WS-DL-DISPOSITION.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3000-WRITE-HEADERS
           END-IF
           MOVE HI-RUN-DATE TO WS-DL-RUN-DATE
           MOVE HI-BRANCH-ID TO WS-DL-BRANCH-ID
           MOVE HI-INPUT-RECORD-NUMBER TO WS-DL-RECORD-NUMBER
           MOVE WS-TW-ACCOUNT-CODE TO WS-DL-ACCOUNT-CODE
           MOVE WS-TW-NUMBER-1 TO WS-DL-NUMBER-1
           MOVE WS-TW-NUMBER-2 TO WS-DL-NUMBER-2
           MOVE HI-BREACH-CODE TO WS-DL-BREACH-CODE
           MOVE HI-ITEM-AMOUNT TO WS-DL-ITEM-AMOUNT
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2290-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE HLDPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2320-POST-ACCOUNT-TABLE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                   OR WS-AE-ACCOUNT-CODE(WS-ACCT-SUB)
                       = WS-TW-ACCOUNT-CODE
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
               IF WS-ACCT-ENTRY-COUNT >= 2000
                   DISPLAY "HOLDRLSE: ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-ENTRY-COUNT
               MOVE WS-TW-ACCOUNT-CODE
                   TO WS-AE-ACCOUNT-CODE(WS-ACCT-SUB)
               MOVE ZERO TO WS-AE-RECORD-COUNT(WS-ACCT-SUB)
               MOVE ZERO TO WS-AE-TOTAL(WS-ACCT-SUB)
           END-IF
           ADD 1 TO WS-AE-RECORD-COUNT(WS-ACCT-SUB)
           ADD WS-SUM TO WS-AE-TOTAL(WS-ACCT-SUB)
               ON SIZE ERROR
                   DISPLAY "HOLDRLSE: ACCOUNT TOTAL OVERFLOW FOR "
                       "ACCOUNT " WS-TW-ACCOUNT-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-ADD.

       2400-DECLINE-ITEM.
      *    A DECLINED ITEM BECOMES AN ORDINARY REJECT UNDER ITS
      *    ORIGINAL KEY, SO REJAGING AGES IT AND IT CAN STILL BE
      *    REPAIRED AND RECYCLED OR WRITTEN OFF.
           MOVE SPACES TO RJ-REJECT-RECORD
           SET RJ-LIMIT-DECLINED TO TRUE
           MOVE HI-BRANCH-ID TO RJ-BRANCH-ID
           MOVE HI-INPUT-RECORD-NUMBER TO RJ-INPUT-RECORD-NUMBER
           MOVE HI-RUN-DATE TO RJ-RUN-DATE
           MOVE HI-TRAN-IMAGE TO RJ-TRAN-IMAGE
           WRITE RJ-REJECT-RECORD
           IF WS-EXCPFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE HLDEXCP, "
                   "STATUS " WS-EXCPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8700-POST-REJECT-LEDGER
           MOVE "N" TO WS-HQ-PENDING(WS-HQ-SUB)
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "DECLINED - REJECTED TO HLDEXCP" TO WS-DL-DISPOSITION.

       2500-WRITE-EXTRACT-RECORD.
           MOVE HI-BRANCH-ID TO LX-BRANCH-ID
           MOVE WS-TW-ACCOUNT-CODE TO LX-ACCOUNT-CODE
           MOVE WS-NUMBER-1 TO LX-NUMBER-1
           MOVE WS-NUMBER-2 TO LX-NUMBER-2
           MOVE WS-SUM TO LX-RESULT
           MOVE SPACES TO LX-FILLER
           WRITE LX-EXTRACT-RECORD
           IF WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE HLDEXT, "
                   "STATUS " WS-EXTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2510-HOLD-POSTED-HISTORY.

       2510-HOLD-POSTED-HISTORY.
           ADD 1 TO WS-PH-ENTRY-COUNT
           MOVE HI-BRANCH-ID TO WS-PH-BRANCH-ID(WS-PH-ENTRY-COUNT)
           MOVE WS-TW-ACCOUNT-CODE
               TO WS-PH-ACCOUNT-CODE(WS-PH-ENTRY-COUNT)
           MOVE WS-NUMBER-1 TO WS-PH-NUMBER-1(WS-PH-ENTRY-COUNT)
           MOVE WS-NUMBER-2 TO WS-PH-NUMBER-2(WS-PH-ENTRY-COUNT).

       2600-CHECK-UNMATCHED-CARD.
           IF WS-DC-MATCHED(WS-DC-SUB) = "N"
               IF WS-DC-APPROVE(WS-DC-SUB)
                   MOVE "APPROVE" TO WS-CE-ACTION
               ELSE
                   MOVE "DECLINE" TO WS-CE-ACTION
               END-IF
               MOVE WS-DC-RUN-DATE(WS-DC-SUB) TO WS-CE-RUN-DATE
               MOVE WS-DC-BRANCH-ID(WS-DC-SUB) TO WS-CE-BRANCH-ID
               MOVE WS-DC-RECORD-NUMBER(WS-DC-SUB)
                   TO WS-CE-RECORD-NUMBER
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-CARD-ERROR-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2290-CHECK-PRTFILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

       9000-TERMINATE.
           PERFORM 2600-CHECK-UNMATCHED-CARD
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-ENTRY-COUNT
           MOVE WS-APPROVED-COUNT TO WS-TL-APPROVED
           MOVE WS-GRAND-TOTAL TO WS-TL-GRAND-TOTAL
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           MOVE WS-DECLINED-COUNT TO WS-DT-DECLINED
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-DECLINED-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           MOVE WS-PENDING-COUNT TO WS-PT-PENDING
           MOVE WS-PENDING-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           PERFORM 9100-WRITE-CONTROL-TOTAL
           PERFORM 9200-REWRITE-HELD-ITEMS
           PERFORM 9300-WRITE-POSTED-HISTORY
           IF WS-PENDING-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "C" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE PRINT-FILE
           CLOSE EXTRACT-FILE.

       1900-CHECK-PREDECESSOR.
      *    ITEMS ARE HELD BY THE MAIN RUN; THE RELEASE FOR A DATE IS
      *    ONLY RUN ONCE THAT RUN HAS COMPLETED FOR THE DATE.
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
               DISPLAY "HOLDRLSE: BUGSOLUTION HAS NOT COMPLETED "
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
      *    APPROVED ITEMS POST UNDER THE BUSINESS DATE, SO THAT DATE'S
      *    PERIOD MUST BE OPEN - OR REOPENED HERE BY FINANCE - BEFORE
      *    ANYTHING IS APPROVED.  A RUN THAT ONLY LISTS THE QUEUE OR
      *    DECLINES ITEMS POSTS NOTHING AND IS NOT CHECKED.
           IF WS-REOPEN-PERIOD = ZERO
                   AND WS-REOPEN-AUTHORISED-BY NOT = SPACES
                   OR WS-REOPEN-PERIOD NOT = ZERO
                   AND WS-REOPEN-AUTHORISED-BY = SPACES
               DISPLAY "HOLDRLSE: PERIOD-REOPEN AND "
                   "REOPEN-AUTHORISED-BY MUST BE GIVEN TOGETHER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPROVE-CARD-GIVEN
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD-TEST
               PERFORM 1960-READ-PERIOD-STATE
               IF PERIOD-IS-CLOSED
                   IF WS-REOPEN-PERIOD NOT = WS-PERIOD-TEST
                       DISPLAY "HOLDRLSE: PERIOD " WS-PERIOD-TEST
                           " IS CLOSED - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1970-REOPEN-PERIOD
               END-IF
           END-IF.

       1960-READ-PERIOD-STATE.
           MOVE SPACE TO WS-PERIOD-STATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN PERIODCTL, "
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
               DISPLAY "HOLDRLSE: MALFORMED PERIODCTL RECORD"
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
               DISPLAY "HOLDRLSE: UNABLE TO OPEN PERIODCTL, "
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
           MOVE "HOLDRLSE" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "HOLDRLSE: PERIOD " WS-PERIOD-TEST
               " REOPENED, AUTHORISED BY " WS-REOPEN-AUTHORISED-BY
           PERFORM 1980-WRITE-REOPEN-AUDIT-RECORD.

       1980-WRITE-REOPEN-AUDIT-RECORD.
      *    THE REOPEN IS DATED THE PERIOD END, LIKE THE CLOSE IT
      *    UNDOES.  AS IN BUGSOLUTION THE AUDIT WRITE MUST NEVER
      *    BLOCK: A FAILURE IS REPORTED ON THE CONSOLE ONLY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN AUDFILE, "
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
                   DISPLAY "HOLDRLSE: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       8700-POST-REJECT-LEDGER.
      *    THE DECLINE IS THE ITEM'S FIRST REJECTION, SO IT IS POSTED
      *    AS "R" UNDER THE ORIGINAL RUN DATE, BRANCH AND RECORD
      *    NUMBER WITH THIS RUN'S BUSINESS DATE AS THE ACTIVITY DATE.
           OPEN EXTEND REJECT-LEDGER-FILE
           IF WS-RJLFILE-STATUS NOT = "00"
                   AND WS-RJLFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN REJLEDGR, "
                   "STATUS " WS-RJLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE HI-RUN-DATE TO RL-RUN-DATE
           MOVE HI-BRANCH-ID TO RL-BRANCH-ID
           MOVE HI-INPUT-RECORD-NUMBER TO RL-INPUT-RECORD-NUMBER
           SET RL-REJECTED TO TRUE
           MOVE RJ-REASON-CODE TO RL-REASON-CODE
           MOVE WS-BUSINESS-DATE TO RL-ACTIVITY-DATE
           MOVE SPACES TO RL-FILLER
           WRITE RL-LEDGER-RECORD
           IF WS-RJLFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE REJLEDGR, "
                   "STATUS " WS-RJLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REJECT-LEDGER-FILE.

       8800-STAMP-RUN-CONTROL.
      *    THE RUN-CONTROL STAMP MUST NEVER BLOCK A RUN: A FAILURE
      *    HERE IS REPORTED ON THE CONSOLE AND THE RUN CONTINUES.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNFILE-STATUS NOT = "00"
                   AND WS-RUNFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN RUNCTL, "
                   "STATUS " WS-RUNFILE-STATUS
                   " - RUN-CONTROL STAMP NOT WRITTEN"
           ELSE
               ACCEPT WS-TIME-WORK FROM TIME
               MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE "HOLDRLSE" TO RC-PROGRAM-NAME
               MOVE WS-RUN-STAMP-STATUS TO RC-STATUS
               MOVE WS-TIME-WORK(1:6) TO RC-STAMP-TIME
               MOVE SPACES TO RC-FILLER
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-RUNFILE-STATUS NOT = "00"
                   DISPLAY "HOLDRLSE: UNABLE TO WRITE RUNCTL, "
                       "STATUS " WS-RUNFILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9100-WRITE-CONTROL-TOTAL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN HLDCTL, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9150-WRITE-ACCOUNT-CONTROL
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
           SET CTL-GRAND-REC TO TRUE
           MOVE SPACES TO CTL-ACCOUNT-CODE
           MOVE WS-APPROVED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-GRAND-TOTAL TO CTL-GRAND-TOTAL
           MOVE SPACES TO CTL-FILLER
           WRITE CTL-CONTROL-RECORD
           PERFORM 9160-CHECK-CTLFILE-STATUS
           CLOSE CONTROL-FILE.

       9150-WRITE-ACCOUNT-CONTROL.
           SET CTL-ACCOUNT-REC TO TRUE
           MOVE WS-AE-ACCOUNT-CODE(WS-ACCT-SUB) TO CTL-ACCOUNT-CODE
           MOVE WS-AE-RECORD-COUNT(WS-ACCT-SUB) TO CTL-RECORD-COUNT
           MOVE WS-AE-TOTAL(WS-ACCT-SUB) TO CTL-GRAND-TOTAL
           MOVE SPACES TO CTL-FILLER
           WRITE CTL-CONTROL-RECORD
           PERFORM 9160-CHECK-CTLFILE-STATUS.

       9160-CHECK-CTLFILE-STATUS.
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE HLDCTL, "
                   "STATUS " WS-CTLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9200-REWRITE-HELD-ITEMS.
           OPEN OUTPUT HELD-ITEM-FILE
           IF WS-HLDFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO REWRITE HOLDQUE, "
                   "STATUS " WS-HLDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9250-WRITE-HELD-RECORD
               VARYING WS-HQ-SUB FROM 1 BY 1
               UNTIL WS-HQ-SUB > WS-HQ-ENTRY-COUNT
           CLOSE HELD-ITEM-FILE.

       9250-WRITE-HELD-RECORD.
           IF WS-HQ-PENDING(WS-HQ-SUB) = "Y"
               MOVE WS-HQ-RECORD(WS-HQ-SUB) TO HI-HELD-RECORD
               WRITE HI-HELD-RECORD
               IF WS-HLDFILE-STATUS NOT = "00"
                   DISPLAY "HOLDRLSE: UNABLE TO WRITE HOLDQUE, "
                       "STATUS " WS-HLDFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       9300-WRITE-POSTED-HISTORY.
      *    REACHED ONLY ONCE HLDEXT, HLDCTL AND HOLDQUE ARE WRITTEN.
           OPEN EXTEND POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "HOLDRLSE: UNABLE TO OPEN POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9350-WRITE-POSTED-ENTRY
               VARYING WS-PH-SUB FROM 1 BY 1
               UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
           CLOSE POSTED-HISTORY-FILE.

       9350-WRITE-POSTED-ENTRY.
           MOVE WS-BUSINESS-DATE TO PH-POSTED-DATE
           MOVE WS-PH-BRANCH-ID(WS-PH-SUB) TO PH-BRANCH-ID
           MOVE WS-PH-ACCOUNT-CODE(WS-PH-SUB) TO PH-ACCOUNT-CODE
           MOVE WS-PH-NUMBER-1(WS-PH-SUB) TO PH-NUMBER-1
           MOVE WS-PH-NUMBER-2(WS-PH-SUB) TO PH-NUMBER-2
           SET PH-FROM-RECYCLE TO TRUE
           MOVE SPACES TO PH-FILLER
           WRITE PH-POSTED-RECORD
           IF WS-PHSFILE-STATUS NOT = "00"
               DISPLAY "HOLDRLSE: UNABLE TO WRITE POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
