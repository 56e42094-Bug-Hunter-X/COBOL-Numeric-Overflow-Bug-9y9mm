       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJCORR.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * REJECT CORRECTION.
      * BUILDS THE RECYCLE INPUT (RCYFILE) FROM OPERATOR CORRECTION
      * CARDS INSTEAD OF HAND-EDITING RJ-TRAN-IMAGE.  THE REJECTS TO
      * WORK FROM ARE PRESENTED AS REJFILE IN REJREC LAYOUT - THE
      * SCHEDULER CONCATENATES THE EXCPFILE, RCYEXCP AND HLDEXCP
      * GENERATIONS STILL OPEN, OLDEST FIRST, SO A LATER PASS OF THE
      * SAME REJECT REPLACES AN EARLIER ONE.  EACH CARD ON CORCARDS
      * NAMES THE REJECT BY ITS KEY RUN TOGETHER (ORIGINAL RUN DATE,
      * BRANCH ID AND INPUT RECORD NUMBER), THE FIELD TO CHANGE AND
      * THE NEW VALUE:
      *     NUMBER-1=YYYYMMDDBBNNNNNNN SNNNNN
      *     NUMBER-2=YYYYMMDDBBNNNNNNN SNNNNN
      *     ACCOUNT=YYYYMMDDBBNNNNNNN XXXX
      * SEVERAL CARDS MAY CORRECT THE SAME REJECT; THEY ARE APPLIED
      * IN CARD ORDER.  THE CORRECTED REJECT IS ACCEPTED ONLY IF ITS
      * PAIR IS NUMERIC AND ITS ACCOUNT IS OPEN ON ACCTREF; IT IS THEN
      * WRITTEN TO RCYFILE AND AN "E" CORRECTION EVENT IS POSTED TO
      * REJLEDGR.  RCYFILE HOLDS ONLY THE CORRECTED REJECTS.  A CARD
      * NAMING A REJECT THAT IS NOT ON REJFILE, OR ONE THE LEDGER
      * SHOWS ALREADY RECYCLED OR WRITTEN OFF, IS FLAGGED AND NOT
      * APPLIED.  A "DECL" REJECT IS A LARGE ITEM A SUPERVISOR
      * DECLINED OFF THE HOLD QUEUE AND IS NEVER CORRECTED BACK INTO
      * THE RECYCLE; IT IS REFUSED WHATEVER THE CARDS SAY.  CORPRT
      * LISTS EVERY CARD WITH THE FIELD BEFORE AND AFTER, AND THE
      * IMAGE BEFORE AND AFTER FOR EACH REJECT.  ANY CARD NOT APPLIED
      * ENDS THE RUN WITH RETURN-CODE 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CORCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL REJECT-LEDGER-FILE ASSIGN TO "REJLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLFILE-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "RCYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CORPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  REJECT-LEDGER-FILE
           RECORDING MODE IS F.
           COPY REJLEDG.

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           COPY REJREC REPLACING LEADING ==RJ== BY ==RY==.

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
           05  WS-REJFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RJLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RCYFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(3) VALUE 20.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "REJCORR".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "RUN DATE  BR  RECORD   RSN   FIELD     BEFORE  AFTER   D
      -        "ISPOSITION".

       01  WS-CARD-LINE.
           05  WS-CL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-RECORD-NUMBER     PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-REASON            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-FIELD             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-BEFORE            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-AFTER             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CL-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(15)
                                        VALUE "IMAGE BEFORE:".
           05  WS-IL-BEFORE            PIC X(16).
           05  FILLER                  PIC X(9) VALUE "  AFTER: ".
           05  WS-IL-AFTER             PIC X(16).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "CARDS READ:        ".
           05  WS-TL-CARD-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(15)
                                        VALUE "CARDS APPLIED: ".
           05  WS-TL-APPLIED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(19)
                                        VALUE "CARDS NOT APPLIED: ".
           05  WS-TL-NOT-APPLIED-COUNT PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-CORRECTED-LINE.
           05  FILLER                  PIC X(19)
                                        VALUE "REJECTS CORRECTED: ".
           05  WS-CR-CORRECTED-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(17)
                                        VALUE "REJECTS REFUSED: ".
           05  WS-CR-REFUSED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-ACCOUNT-VALID-SWITCH PIC X VALUE "N".
               88  ACCOUNT-CODE-VALID           VALUE "Y".

      *    THE REJECT'S TRANSACTION IMAGE IS DISSECTED THROUGH THE
      *    SAME FIELD LAYOUT THE CAPTURE SYSTEM USES ON TRANFILE.
       01  WS-TRAN-WORK.
           05  WS-TW-NUMBER-1          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-TW-NUMBER-1-X REDEFINES WS-TW-NUMBER-1
                                       PIC X(6).
           05  WS-TW-NUMBER-2          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-TW-NUMBER-2-X REDEFINES WS-TW-NUMBER-2
                                       PIC X(6).
           05  WS-TW-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(64).

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY-TEXT        PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY REDEFINES WS-CARD-KEY-TEXT.
               10  WS-CK-RUN-DATE      PIC 9(8).
               10  WS-CK-BRANCH-ID     PIC X(2).
               10  WS-CK-RECORD-NUMBER PIC 9(7).
               10  FILLER              PIC X(13).
           05  WS-CARD-NEW-VALUE       PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY-LENGTH      PIC 9(2) VALUE ZERO.
           05  WS-CARD-POINT-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-CARD-NUMBER          PIC S9(5) VALUE ZERO.
           05  WS-CARD-NUMBER-IMAGE    PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-CARD-NUMBER-IMAGE-X REDEFINES WS-CARD-NUMBER-IMAGE
                                       PIC X(6).

      *    ONE ENTRY PER REJECT NAMED ON A CARD, WITH THE LATEST PASS
      *    OF THE REJECT FOUND ON REJFILE AND ITS CURRENT DISPOSITION
      *    ON THE LEDGER.  A CORRECTION EVENT ("E") DOES NOT CHANGE
      *    THE DISPOSITION.
       01  WS-REJECT-CONTROLS.
           05  WS-RK-SUB               PIC 9(3) VALUE ZERO.
           05  WS-RK-FOUND-SUB         PIC 9(3) VALUE ZERO.
           05  WS-REJECT-VERDICT       PIC X(30) VALUE SPACES.
           05  WS-REJECT-STATE         PIC X VALUE SPACE.
               88  REJECT-CORRECTED             VALUE "Y".
               88  REJECT-REFUSED               VALUE "N".
               88  REJECT-FLAGGED               VALUE SPACE.
           05  WS-BEFORE-IMAGE         PIC X(16) VALUE SPACES.

       01  WS-REJECT-TABLE-AREA.
           05  WS-RK-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-RK-ENTRY OCCURS 100 TIMES.
               10  WS-RK-RUN-DATE      PIC 9(8).
               10  WS-RK-BRANCH-ID     PIC X(2).
               10  WS-RK-RECORD-NUMBER PIC 9(7).
               10  WS-RK-FOUND-SWITCH  PIC X.
                   88  RK-ON-REJECT-FILE        VALUE "Y".
               10  WS-RK-LEDGER-STATE  PIC X.
                   88  RK-RECYCLED              VALUE "C".
                   88  RK-WRITTEN-OFF           VALUE "W".
               10  WS-RK-REJECT-RECORD PIC X(109).

       01  WS-CORRECTION-CONTROLS.
           05  WS-CE-SUB               PIC 9(3) VALUE ZERO.

       01  WS-CORRECTION-TABLE-AREA.
           05  WS-CE-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-CE-ENTRY OCCURS 200 TIMES.
               10  WS-CE-KEY-SUB       PIC 9(3).
               10  WS-CE-FIELD         PIC X(8).
                   88  CE-NUMBER-1              VALUE "NUMBER-1".
                   88  CE-NUMBER-2              VALUE "NUMBER-2".
                   88  CE-ACCOUNT               VALUE "ACCOUNT".
               10  WS-CE-NEW-IMAGE     PIC X(6).
               10  WS-CE-OLD-IMAGE     PIC X(6).

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-NOT-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CORRECTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CORRECT-ONE-REJECT
               VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-ENTRY-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1070-READ-CONTROL-CARDS
           PERFORM 1100-OPEN-ACCOUNT-MASTER
           PERFORM 1200-LOAD-REJECT-FILE
           PERFORM 1300-LOAD-REJECT-LEDGER
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT PRINT-FILE
           IF WS-RCYFILE-STATUS NOT = "00"
                   OR WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO OPEN AN OUTPUT FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           PERFORM 3000-WRITE-HEADERS.

       1070-READ-CONTROL-CARDS.
      *    AN ABSENT OR EMPTY CORCARDS WRITES AN EMPTY RCYFILE.
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
           MOVE SPACES TO WS-CARD-KEY-TEXT
           MOVE SPACES TO WS-CARD-NEW-VALUE
           MOVE ZERO TO WS-CARD-KEY-LENGTH
           UNSTRING WS-CARD-VALUE DELIMITED BY ALL " "
               INTO WS-CARD-KEY-TEXT COUNT IN WS-CARD-KEY-LENGTH
                    WS-CARD-NEW-VALUE
           IF WS-CARD-KEY-LENGTH NOT = 17
                   OR WS-CK-RUN-DATE NOT NUMERIC
                   OR WS-CK-RECORD-NUMBER NOT NUMERIC
                   OR WS-CARD-NEW-VALUE = SPACES
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CK-RUN-DATE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF WS-CE-ENTRY-COUNT >= 200
               DISPLAY "REJCORR: MORE THAN 200 CORRECTION CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CE-ENTRY-COUNT
           MOVE WS-CE-ENTRY-COUNT TO WS-CE-SUB
           MOVE WS-CARD-KEYWORD TO WS-CE-FIELD(WS-CE-SUB)
           EVALUATE TRUE
               WHEN CE-NUMBER-1(WS-CE-SUB)
               WHEN CE-NUMBER-2(WS-CE-SUB)
                   PERFORM 1085-EDIT-NEW-NUMBER
                   MOVE WS-CARD-NUMBER-IMAGE-X
                       TO WS-CE-NEW-IMAGE(WS-CE-SUB)
               WHEN CE-ACCOUNT(WS-CE-SUB)
                   IF WS-CARD-NEW-VALUE(5:26) NOT = SPACES
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-CARD-NEW-VALUE)
                       TO WS-CE-NEW-IMAGE(WS-CE-SUB)
               WHEN OTHER
                   PERFORM 1095-REJECT-CONTROL-CARD
           END-EVALUATE
           MOVE SPACES TO WS-CE-OLD-IMAGE(WS-CE-SUB)
           PERFORM 1090-FIND-REJECT-ENTRY
           IF WS-RK-FOUND-SUB = ZERO
               IF WS-RK-ENTRY-COUNT >= 100
                   DISPLAY "REJCORR: MORE THAN 100 REJECTS NAMED ON "
                       "CORCARDS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RK-ENTRY-COUNT
               MOVE WS-RK-ENTRY-COUNT TO WS-RK-FOUND-SUB
               MOVE WS-CK-RUN-DATE
                   TO WS-RK-RUN-DATE(WS-RK-FOUND-SUB)
               MOVE WS-CK-BRANCH-ID
                   TO WS-RK-BRANCH-ID(WS-RK-FOUND-SUB)
               MOVE WS-CK-RECORD-NUMBER
                   TO WS-RK-RECORD-NUMBER(WS-RK-FOUND-SUB)
               MOVE "N" TO WS-RK-FOUND-SWITCH(WS-RK-FOUND-SUB)
               MOVE SPACE TO WS-RK-LEDGER-STATE(WS-RK-FOUND-SUB)
               MOVE SPACES TO WS-RK-REJECT-RECORD(WS-RK-FOUND-SUB)
           END-IF
           MOVE WS-RK-FOUND-SUB TO WS-CE-KEY-SUB(WS-CE-SUB).

       1085-EDIT-NEW-NUMBER.
      *    A WHOLE NUMBER OF AT MOST FIVE DIGITS, OPTIONALLY SIGNED,
      *    HELD AS THE TRAILING-SIGN IMAGE TRANFILE CARRIES.
           IF FUNCTION TEST-NUMVAL(WS-CARD-NEW-VALUE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           MOVE ZERO TO WS-CARD-POINT-COUNT
           INSPECT WS-CARD-NEW-VALUE TALLYING WS-CARD-POINT-COUNT
               FOR ALL "."
           IF WS-CARD-POINT-COUNT NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           COMPUTE WS-CARD-NUMBER =
               FUNCTION NUMVAL(WS-CARD-NEW-VALUE)
               ON SIZE ERROR
                   PERFORM 1095-REJECT-CONTROL-CARD
           END-COMPUTE
           MOVE WS-CARD-NUMBER TO WS-CARD-NUMBER-IMAGE.

       1090-FIND-REJECT-ENTRY.
           MOVE ZERO TO WS-RK-FOUND-SUB
           PERFORM VARYING WS-RK-SUB FROM 1 BY 1
                   UNTIL WS-RK-SUB > WS-RK-ENTRY-COUNT
                   OR WS-RK-FOUND-SUB NOT = ZERO
               IF WS-RK-RUN-DATE(WS-RK-SUB) = WS-CK-RUN-DATE
                       AND WS-RK-BRANCH-ID(WS-RK-SUB) = WS-CK-BRANCH-ID
                       AND WS-RK-RECORD-NUMBER(WS-RK-SUB)
                           = WS-CK-RECORD-NUMBER
                   MOVE WS-RK-SUB TO WS-RK-FOUND-SUB
               END-IF
           END-PERFORM.

       1095-REJECT-CONTROL-CARD.
           DISPLAY "REJCORR: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-OPEN-ACCOUNT-MASTER.
      *    THE SAME ACCOUNT REFERENCE CHECK REJRECYCLE APPLIES, SO A
      *    CORRECTION CANNOT PUT AN UNKNOWN OR CLOSED ACCOUNT CODE
      *    ONTO RCYFILE.  THE MASTER STAYS OPEN FOR THE RUN AND IS
      *    READ BY ACCOUNT CODE.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   DISPLAY "REJCORR: ACCTREF IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-REJECT-FILE.
      *    ONLY THE REJECTS NAMED ON A CARD ARE KEPT.  A LATER PASS
      *    OF THE SAME REJECT REPLACES THE EARLIER ONE.
           OPEN INPUT REJECT-FILE
           IF WS-REJFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO OPEN REJFILE, "
                   "STATUS " WS-REJFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REJFILE-STATUS NOT = "00"
               READ REJECT-FILE
                   AT END
                       MOVE "10" TO WS-REJFILE-STATUS
                   NOT AT END
                       PERFORM 1210-POST-REJECT-RECORD
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       1210-POST-REJECT-RECORD.
           MOVE RJ-RUN-DATE TO WS-CK-RUN-DATE
           MOVE RJ-BRANCH-ID TO WS-CK-BRANCH-ID
           MOVE RJ-INPUT-RECORD-NUMBER TO WS-CK-RECORD-NUMBER
           PERFORM 1090-FIND-REJECT-ENTRY
           IF WS-RK-FOUND-SUB NOT = ZERO
               MOVE "Y" TO WS-RK-FOUND-SWITCH(WS-RK-FOUND-SUB)
               MOVE RJ-REJECT-RECORD
                   TO WS-RK-REJECT-RECORD(WS-RK-FOUND-SUB)
           END-IF.

       1300-LOAD-REJECT-LEDGER.
           OPEN INPUT REJECT-LEDGER-FILE
           IF WS-RJLFILE-STATUS NOT = "00"
                   AND WS-RJLFILE-STATUS NOT = "05"
               DISPLAY "REJCORR: UNABLE TO OPEN REJLEDGR, "
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
                       PERFORM 1310-POST-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE REJECT-LEDGER-FILE.

       1310-POST-LEDGER-RECORD.
           IF RL-RUN-DATE NOT NUMERIC
                   OR RL-INPUT-RECORD-NUMBER NOT NUMERIC
               DISPLAY "REJCORR: MALFORMED REJLEDGR RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RL-CORRECTED
               MOVE RL-RUN-DATE TO WS-CK-RUN-DATE
               MOVE RL-BRANCH-ID TO WS-CK-BRANCH-ID
               MOVE RL-INPUT-RECORD-NUMBER TO WS-CK-RECORD-NUMBER
               PERFORM 1090-FIND-REJECT-ENTRY
               IF WS-RK-FOUND-SUB NOT = ZERO
                   MOVE RL-DISPOSITION
                       TO WS-RK-LEDGER-STATE(WS-RK-FOUND-SUB)
               END-IF
           END-IF.

       2000-CORRECT-ONE-REJECT.
           SET REJECT-FLAGGED TO TRUE
           EVALUATE TRUE
               WHEN RK-RECYCLED(WS-RK-SUB)
                   MOVE "FLAGGED - ALREADY RECYCLED"
                       TO WS-REJECT-VERDICT
               WHEN RK-WRITTEN-OFF(WS-RK-SUB)
                   MOVE "FLAGGED - ALREADY WRITTEN OFF"
                       TO WS-REJECT-VERDICT
               WHEN NOT RK-ON-REJECT-FILE(WS-RK-SUB)
                   MOVE "FLAGGED - NO SUCH REJECT"
                       TO WS-REJECT-VERDICT
               WHEN OTHER
                   MOVE WS-RK-REJECT-RECORD(WS-RK-SUB)
                       TO RY-REJECT-RECORD
                   MOVE RY-TRAN-IMAGE TO WS-TRAN-WORK
                   MOVE WS-TRAN-WORK(1:16) TO WS-BEFORE-IMAGE
                   PERFORM 2100-APPLY-CORRECTION-CARD
                       VARYING WS-CE-SUB FROM 1 BY 1
                       UNTIL WS-CE-SUB > WS-CE-ENTRY-COUNT
                   PERFORM 2200-VALIDATE-CORRECTION
           END-EVALUATE
           PERFORM 2400-WRITE-CARD-LINE
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > WS-CE-ENTRY-COUNT
           EVALUATE TRUE
               WHEN REJECT-CORRECTED
                   PERFORM 2450-WRITE-IMAGE-LINE
                   PERFORM 2300-WRITE-CORRECTED-REJECT
                   ADD 1 TO WS-CORRECTED-COUNT
               WHEN REJECT-REFUSED
                   PERFORM 2450-WRITE-IMAGE-LINE
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

       2100-APPLY-CORRECTION-CARD.
           IF WS-CE-KEY-SUB(WS-CE-SUB) = WS-RK-SUB
               EVALUATE TRUE
                   WHEN CE-NUMBER-1(WS-CE-SUB)
                       MOVE WS-TW-NUMBER-1-X
                           TO WS-CE-OLD-IMAGE(WS-CE-SUB)
                       MOVE WS-CE-NEW-IMAGE(WS-CE-SUB)
                           TO WS-TW-NUMBER-1-X
                   WHEN CE-NUMBER-2(WS-CE-SUB)
                       MOVE WS-TW-NUMBER-2-X
                           TO WS-CE-OLD-IMAGE(WS-CE-SUB)
                       MOVE WS-CE-NEW-IMAGE(WS-CE-SUB)
                           TO WS-TW-NUMBER-2-X
                   WHEN OTHER
                       MOVE WS-TW-ACCOUNT-CODE
                           TO WS-CE-OLD-IMAGE(WS-CE-SUB)
                       MOVE WS-CE-NEW-IMAGE(WS-CE-SUB)(1:4)
                           TO WS-TW-ACCOUNT-CODE
               END-EVALUATE
           END-IF.

       2200-VALIDATE-CORRECTION.
      *    THE WHOLE CORRECTED IMAGE IS CHECKED, NOT ONLY THE FIELDS
      *    THE CARDS CHANGED, SO EVERY REJECT ON RCYFILE WILL PASS
      *    REJRECYCLE'S NUMERIC AND ACCOUNT EDITS.  A DECLINED ITEM
      *    IS REFUSED OUTRIGHT: RECYCLING IT WOULD POST WHAT THE
      *    SUPERVISOR TURNED DOWN.
           SET REJECT-REFUSED TO TRUE
           EVALUATE TRUE
               WHEN RY-LIMIT-DECLINED
                   MOVE "REFUSED - DECLINED ITEM" TO WS-REJECT-VERDICT
               WHEN WS-TW-NUMBER-1 NOT NUMERIC
                       OR WS-TW-NUMBER-2 NOT NUMERIC
                   MOVE "REFUSED - PAIR NOT NUMERIC"
                       TO WS-REJECT-VERDICT
               WHEN OTHER
                   PERFORM 2250-VALIDATE-ACCOUNT-CODE
                   IF ACCOUNT-CODE-VALID
                       MOVE "CORRECTED" TO WS-REJECT-VERDICT
                       SET REJECT-CORRECTED TO TRUE
                   ELSE
                       MOVE "REFUSED - ACCOUNT NOT OPEN"
                           TO WS-REJECT-VERDICT
                   END-IF
           END-EVALUATE.

       2250-VALIDATE-ACCOUNT-CODE.
           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
           MOVE WS-TW-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-OPEN AND NOT AR-CLOSED
                       DISPLAY "REJCORR: MALFORMED ACCTREF RECORD '"
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
               DISPLAY "REJCORR: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-WRITE-CORRECTED-REJECT.
      *    THE REJECT KEEPS ITS ORIGINAL KEY AND REASON CODE SO THE
      *    RECYCLE POSTS ITS OUTCOME AGAINST THE SAME LEDGER ENTRY.
           MOVE WS-TRAN-WORK TO RY-TRAN-IMAGE
           WRITE RY-REJECT-RECORD
           IF WS-RCYFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO WRITE RCYFILE, "
                   "STATUS " WS-RCYFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8700-POST-REJECT-LEDGER.

       2400-WRITE-CARD-LINE.
           IF WS-CE-KEY-SUB(WS-CE-SUB) = WS-RK-SUB
               IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                   PERFORM 3000-WRITE-HEADERS
               END-IF
               MOVE WS-RK-RUN-DATE(WS-RK-SUB) TO WS-CL-RUN-DATE
               MOVE WS-RK-BRANCH-ID(WS-RK-SUB) TO WS-CL-BRANCH-ID
               MOVE WS-RK-RECORD-NUMBER(WS-RK-SUB)
                   TO WS-CL-RECORD-NUMBER
               IF RK-ON-REJECT-FILE(WS-RK-SUB)
                   MOVE WS-RK-REJECT-RECORD(WS-RK-SUB)(1:4)
                       TO WS-CL-REASON
               ELSE
                   MOVE SPACES TO WS-CL-REASON
               END-IF
               MOVE WS-CE-FIELD(WS-CE-SUB) TO WS-CL-FIELD
               MOVE WS-CE-OLD-IMAGE(WS-CE-SUB) TO WS-CL-BEFORE
               MOVE WS-CE-NEW-IMAGE(WS-CE-SUB) TO WS-CL-AFTER
               MOVE WS-REJECT-VERDICT TO WS-CL-DISPOSITION
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-CARD-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
               ADD 1 TO WS-LINE-COUNT
               IF REJECT-CORRECTED
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               END-IF
           END-IF.

       2450-WRITE-IMAGE-LINE.
           MOVE WS-BEFORE-IMAGE TO WS-IL-BEFORE
           MOVE WS-TRAN-WORK(1:16) TO WS-IL-AFTER
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-IMAGE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO WRITE CORPRT, "
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

       8700-POST-REJECT-LEDGER.
      *    THE CORRECTION EVENT CARRIES THE REJECT'S REASON CODE AND
      *    LEAVES ITS DISPOSITION OPEN UNTIL THE RECYCLE PASS POSTS
      *    "C" OR "J".
           OPEN EXTEND REJECT-LEDGER-FILE
           IF WS-RJLFILE-STATUS NOT = "00"
                   AND WS-RJLFILE-STATUS NOT = "05"
               DISPLAY "REJCORR: UNABLE TO OPEN REJLEDGR, "
                   "STATUS " WS-RJLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RY-RUN-DATE TO RL-RUN-DATE
           MOVE RY-BRANCH-ID TO RL-BRANCH-ID
           MOVE RY-INPUT-RECORD-NUMBER TO RL-INPUT-RECORD-NUMBER
           SET RL-CORRECTED TO TRUE
           MOVE RY-REASON-CODE TO RL-REASON-CODE
           MOVE WS-CURRENT-DATE-N TO RL-ACTIVITY-DATE
           MOVE SPACES TO RL-FILLER
           WRITE RL-LEDGER-RECORD
           IF WS-RJLFILE-STATUS NOT = "00"
               DISPLAY "REJCORR: UNABLE TO WRITE REJLEDGR, "
                   "STATUS " WS-RJLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REJECT-LEDGER-FILE.

       9000-TERMINATE.
           MOVE WS-CE-ENTRY-COUNT TO WS-TL-CARD-COUNT
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED-COUNT
           MOVE WS-NOT-APPLIED-COUNT TO WS-TL-NOT-APPLIED-COUNT
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE WS-CORRECTED-COUNT TO WS-CR-CORRECTED-COUNT
           MOVE WS-REFUSED-COUNT TO WS-CR-REFUSED-COUNT
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-CORRECTED-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF WS-NOT-APPLIED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RECYCLE-FILE
           CLOSE PRINT-FILE.
