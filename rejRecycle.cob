      ******************************************************************
      * REJECT RECYCLE SECOND PASS.
      * READS THE CORRECTED REJECT FILE (RCYFILE, REJREC LAYOUT, AS
      * BUILT BY REJCORR FROM OPERATOR CORRECTION CARDS), RUNS EACH
      * REPAIRED PAIR THROUGH THE SAME SUM/AVERAGE/VARIANCE LOGIC AS
      * BUGSOLUTION, AND WRITES A SUPPLEMENTAL LEDGER EXTRACT (RCYEXT)
      * AND CONTROL RECORD FILE (RCYCTL) THAT THE SCHEDULER
      * CONCATENATES WITH THE MAIN RUN'S EXTFILE/CTLFILE BEFORE
      * EXTVERIFY AND THE LEDGER LOAD.  PAIRS THAT ARE STILL BAD ARE
      * RE-REJECTED TO RCYEXCP IN THE SAME REJREC LAYOUT FOR ANOTHER
      * PASS.  IN SUM MODE EACH REPAIRED PAIR IS ALSO CHECKED AGAINST
      * THE ROLLING POSTED-TRANSACTION HISTORY (POSTHIST) THE SAME WAY
      * BUGSOLUTION CHECKS ITS DETAILS, AND EVERY RECYCLED PAIR IS
      * ADDED TO THAT HISTORY.  A SUM-MODE PAIR THAT BREACHES ITS
      * ACCOUNT'S LIMIT ON ACCTLIM IS RE-REJECTED "LIMT" RATHER THAN
      * POSTED, AND A "DECL" ITEM A SUPERVISOR DECLINED OFF THE HOLD
      * QUEUE IS NEVER POSTED HERE; BOTH GO BACK TO RCYEXCP.
      * THE WINDOW IS BUGSOLUTION'S OWN DUPLICATE-WINDOW CARD ON
      * CARDFILE, SINCE BUGSOLUTION CUTS POSTHIST BACK TO IT.  ANY
      * DUPLICATE-RELEASE CARDS COME FROM THE OPTIONAL RCYCARDS FILE:
      *     DUPLICATE-RELEASE=YYYYMMDDBBNNNNNNN
      * A SUM-MODE RECYCLE DATED IN A MONTH-END PERIOD CLOSED ON
      * PERIODCTL IS REFUSED UNLESS FINANCE HAS AUTHORISED A REOPEN
      * ON THE SAME FILE:
      *     PERIOD-REOPEN=YYYYMM
      *     REOPEN-AUTHORISED-BY=XXXXXXXX
      * THE REOPEN IS RECORDED ON PERIODCTL AND AUDFILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-EXTFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJLFILE-STATUS.

           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "RCYCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT OPTIONAL SHOP-CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCDFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           COPY REJLEDG.

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POSTHIST.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  SHOP-CARD-FILE
           RECORDING MODE IS F.
       01  SHOP-CARD                   PIC X(80).

       FD  ACCOUNT-LIMIT-FILE
           RECORDING MODE IS F.
           COPY ACCTLIM.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RCYFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RJLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PHSFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-SCDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-LIMFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AUDFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-RL-DISPOSITION       PIC X VALUE "C".
           05  WS-RL-REASON            PIC X(4) VALUE SPACES.

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY REDEFINES WS-CARD-VALUE.
               10  WS-CK-RUN-DATE      PIC 9(8).
               10  WS-CK-BRANCH-ID     PIC X(2).
               10  WS-CK-RECORD-NUMBER PIC 9(7).
               10  FILLER              PIC X(13).
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.

      *    THE BUSINESS DATE'S MONTH-END PERIOD, LOOKED UP ON
      *    PERIODCTL, WHOSE LATEST RECORD FOR A PERIOD IS ITS STATE.
       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD-TEST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REOPEN-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-REOPEN-AUTHORISED-BY PIC X(8) VALUE SPACES.

      *    THE SAME DUPLICATE CHECK BUGSOLUTION APPLIES.  A REPAIRED
      *    REJECT IS A DUPLICATE IF ITS PAIR WAS POSTED WITHIN THE
      *    WINDOW ON A DATE BEFORE THE REJECT'S OWN RUN DATE, OR WAS
      *    ALREADY POSTED BY AN EARLIER RECYCLE PASS.
      *    THE WINDOW'S DEFAULT IS BUGSOLUTION'S, FOR A CARDFILE WITH
      *    NO DUPLICATE-WINDOW CARD.
       01  WS-DUPLICATE-CONTROLS.
           05  WS-DUPLICATE-WINDOW     PIC 9(3) VALUE 7.
           05  WS-DUPLICATE-CUTOFF     PIC 9(8) VALUE ZERO.
           05  WS-DATE-INTEGER         PIC 9(8) VALUE ZERO.
           05  WS-DUPLICATE-SWITCH     PIC X VALUE "N".
               88  DUPLICATE-FOUND              VALUE "Y".
           05  WS-PH-SUB               PIC 9(5) VALUE ZERO.
           05  WS-PH-PASS-START        PIC 9(5) VALUE 1.
           05  WS-RLS-SUB              PIC 9(2) VALUE ZERO.
           05  WS-RLS-ENTRY-COUNT      PIC 9(2) VALUE ZERO.

       01  WS-RELEASE-TABLE-AREA.
           05  WS-RLS-ENTRY OCCURS 20 TIMES.
               10  WS-RLS-RUN-DATE     PIC 9(8).
               10  WS-RLS-BRANCH-ID    PIC X(2).
               10  WS-RLS-RECORD-NUMBER PIC 9(7).

       01  WS-POSTED-HISTORY-AREA.
           05  WS-PH-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PH-ENTRY OCCURS 5000 TIMES.
               10  WS-PH-DATE          PIC 9(8).
               10  WS-PH-BRANCH-ID     PIC X(2).
               10  WS-PH-ACCOUNT-CODE  PIC X(4).
               10  WS-PH-NUMBER-1      PIC S9(5).
               10  WS-PH-NUMBER-2      PIC S9(5).
               10  WS-PH-SOURCE        PIC X.

      *    THE SAME LIMIT TESTS BUGSOLUTION APPLIES, SO A REPAIRED
      *    REJECT CANNOT POST A LARGE ITEM AROUND THE HOLD QUEUE.  THE
      *    DAILY TEST ADDS THE ACCOUNT'S GROSS MOVEMENT ALREADY POSTED
      *    FOR THE BUSINESS DATE, TAKEN FROM THE POSTHIST ENTRIES FOR
      *    THE DATE - THE MAIN RUN'S, EARLIER RECYCLE AND RELEASE
      *    PASSES' AND THIS PASS'S.
       01  WS-LIMIT-CONTROLS.
           05  WS-LM-SUB               PIC 9(4) VALUE ZERO.
           05  WS-LIMIT-SWITCH         PIC X VALUE "N".
               88  LIMIT-BREACHED               VALUE "Y".
           05  WS-ITEM-AMOUNT          PIC 9(6) VALUE ZERO.
           05  WS-DAY-AMOUNT           PIC 9(11) VALUE ZERO.

       01  WS-LIMIT-TABLE-AREA.
           05  WS-LM-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-LM-ENTRY OCCURS 2000 TIMES.
               10  WS-LM-ACCOUNT-CODE  PIC X(4).
               10  WS-LM-SINGLE-LIMIT  PIC 9(9).
               10  WS-LM-DAILY-LIMIT   PIC 9(9).

       01  WS-TOTALS.
           05  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-GRAND-TOTAL          PIC S9(9) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCT-SUB             PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-AE-ACCOUNT-CODE  PIC X(4).
               10  WS-AE-RECORD-COUNT  PIC 9(7).
               10  WS-AE-TOTAL         PIC S9(9).

      *    THE SAME ACCOUNT REFERENCE CHECK BUGSOLUTION APPLIES, SO A
      *    REPAIRED REJECT CANNOT SNEAK AN UNKNOWN OR CLOSED ACCOUNT
      *    CODE BACK INTO THE SUPPLEMENTAL FEED.  THE MASTER STAYS
      *    OPEN FOR THE RUN AND IS READ BY ACCOUNT CODE.
       01  WS-ACCOUNT-MASTER-CONTROLS.
           05  WS-ACCOUNT-VALID-SWITCH PIC X VALUE "N".
               88  ACCOUNT-CODE-VALID           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-CHECK-PREDECESSOR
           MOVE "S" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           PERFORM 1070-READ-CONTROL-CARDS
           PERFORM 1950-CHECK-PERIOD-OPEN
           PERFORM 1100-OPEN-ACCOUNT-MASTER
           IF MODE-SUM
               PERFORM 1090-READ-WINDOW-CARD
               PERFORM 1200-LOAD-POSTED-HISTORY
               PERFORM 1250-LOAD-ACCOUNT-LIMITS
           END-IF
           OPEN INPUT RECYCLE-FILE
           IF WS-RCYFILE-STATUS NOT = "00"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN RCYFILE, "
               END-IF
           END-IF.

       1070-READ-CONTROL-CARDS.
      *    AN ABSENT RCYCARDS RELEASES NO DUPLICATES.
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
               WHEN "DUPLICATE-RELEASE"
                   PERFORM 1085-ADD-DUPLICATE-RELEASE
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

       1085-ADD-DUPLICATE-RELEASE.
      *    THE CARD VALUE IS THE REJECT'S KEY RUN TOGETHER: ORIGINAL
      *    RUN DATE, BRANCH ID AND INPUT RECORD NUMBER.
           IF WS-CK-RUN-DATE NOT NUMERIC
                   OR WS-CK-RECORD-NUMBER NOT NUMERIC
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CK-RUN-DATE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF WS-RLS-ENTRY-COUNT >= 20
               DISPLAY "REJRECYCLE: MORE THAN 20 DUPLICATE-RELEASE "
                   "CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RLS-ENTRY-COUNT
           MOVE WS-CK-RUN-DATE TO WS-RLS-RUN-DATE(WS-RLS-ENTRY-COUNT)
           MOVE WS-CK-BRANCH-ID TO WS-RLS-BRANCH-ID(WS-RLS-ENTRY-COUNT)
           MOVE WS-CK-RECORD-NUMBER
               TO WS-RLS-RECORD-NUMBER(WS-RLS-ENTRY-COUNT).

       1090-READ-WINDOW-CARD.
      *    THE DUPLICATE WINDOW MUST BE THE ONE BUGSOLUTION PRUNES
      *    POSTHIST TO, SO IT IS TAKEN FROM BUGSOLUTION'S CARDFILE;
      *    THE OTHER CARDS THERE ARE BUGSOLUTION'S AND ARE PASSED
      *    OVER.  A LONGER WINDOW HERE WOULD CLAIM DAYS THE HISTORY
      *    NO LONGER HOLDS.
           OPEN INPUT SHOP-CARD-FILE
           IF WS-SCDFILE-STATUS = "00"
               PERFORM UNTIL WS-SCDFILE-STATUS NOT = "00"
                   READ SHOP-CARD-FILE
                       AT END
                           MOVE "10" TO WS-SCDFILE-STATUS
                       NOT AT END
                           IF SHOP-CARD NOT = SPACES
                                   AND SHOP-CARD(1:1) NOT = "*"
                               PERFORM 1092-APPLY-WINDOW-CARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SHOP-CARD-FILE.

       1092-APPLY-WINDOW-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING SHOP-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           IF WS-CARD-KEYWORD = "DUPLICATE-WINDOW"
               IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) NOT = ZERO
                   PERFORM 1097-REJECT-WINDOW-CARD
               END-IF
               COMPUTE WS-CARD-NUMBER =
                   FUNCTION NUMVAL(WS-CARD-VALUE)
                   ON SIZE ERROR
                       PERFORM 1097-REJECT-WINDOW-CARD
               END-COMPUTE
               IF WS-CARD-NUMBER = ZERO OR WS-CARD-NUMBER > 366
                   PERFORM 1097-REJECT-WINDOW-CARD
               END-IF
               MOVE WS-CARD-NUMBER TO WS-DUPLICATE-WINDOW
           END-IF.

       1095-REJECT-CONTROL-CARD.
           DISPLAY "REJRECYCLE: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1097-REJECT-WINDOW-CARD.
           DISPLAY "REJRECYCLE: INVALID CARDFILE CARD '"
               SHOP-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN ACCTREF, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   DISPLAY "REJRECYCLE: ACCTREF IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "REJRECYCLE: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-POSTED-HISTORY.
      *    THE HISTORY IS READ FOR THE WINDOW BEFORE THE BUSINESS
      *    DATE.  THIS PASS'S POSTINGS ARE ADDED TO THE TABLE AS THEY
      *    GO, SO A PAIR REPEATED ON RCYFILE IS CAUGHT, AND REACH THE
      *    FILE ONLY AT THE END OF A CLEAN PASS - AN ABORTED PASS
      *    LEAVES NOTHING ON POSTHIST TO BLOCK ITS RE-RUN.  ONLY
      *    BUGSOLUTION CUTS THE FILE BACK TO THE WINDOW.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-DUPLICATE-WINDOW
           COMPUTE WS-DUPLICATE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PHSFILE-STATUS
           PERFORM UNTIL WS-PHSFILE-STATUS NOT = "00"
               READ POSTED-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PHSFILE-STATUS
                   NOT AT END
                       PERFORM 1210-ADD-POSTED-ENTRY
               END-READ
           END-PERFORM
           CLOSE POSTED-HISTORY-FILE
           COMPUTE WS-PH-PASS-START = WS-PH-ENTRY-COUNT + 1.

       1210-ADD-POSTED-ENTRY.
           IF PH-POSTED-DATE NOT NUMERIC
                   OR PH-NUMBER-1 NOT NUMERIC
                   OR PH-NUMBER-2 NOT NUMERIC
               DISPLAY "REJRECYCLE: MALFORMED POSTHIST RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PH-POSTED-DATE NOT < WS-DUPLICATE-CUTOFF
               IF WS-PH-ENTRY-COUNT >= 5000
                   DISPLAY "REJRECYCLE: MORE THAN 5000 POSTINGS IN "
                       "THE DUPLICATE WINDOW - SHORTEN "
                       "DUPLICATE-WINDOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PH-ENTRY-COUNT
               MOVE PH-POSTED-DATE TO WS-PH-DATE(WS-PH-ENTRY-COUNT)
               MOVE PH-BRANCH-ID
                   TO WS-PH-BRANCH-ID(WS-PH-ENTRY-COUNT)
               MOVE PH-ACCOUNT-CODE
                   TO WS-PH-ACCOUNT-CODE(WS-PH-ENTRY-COUNT)
               MOVE PH-NUMBER-1 TO WS-PH-NUMBER-1(WS-PH-ENTRY-COUNT)
               MOVE PH-NUMBER-2 TO WS-PH-NUMBER-2(WS-PH-ENTRY-COUNT)
               MOVE PH-SOURCE TO WS-PH-SOURCE(WS-PH-ENTRY-COUNT)
           END-IF.

       1250-LOAD-ACCOUNT-LIMITS.
      *    AN ABSENT OR EMPTY LIMITS FILE MEANS NO ACCOUNT IS LIMITED.
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF WS-LIMFILE-STATUS NOT = "00"
                   AND WS-LIMFILE-STATUS NOT = "05"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN ACCTLIM, "
                   "STATUS " WS-LIMFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-LIMFILE-STATUS
           PERFORM UNTIL WS-LIMFILE-STATUS NOT = "00"
               READ ACCOUNT-LIMIT-FILE
                   AT END
                       MOVE "10" TO WS-LIMFILE-STATUS
                   NOT AT END
                       PERFORM 1260-ADD-LIMIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-LIMIT-FILE.

       1260-ADD-LIMIT-ENTRY.
           IF AL-ACCOUNT-CODE = SPACES
                   OR AL-SINGLE-LIMIT NOT NUMERIC
                   OR AL-DAILY-LIMIT NOT NUMERIC
               DISPLAY "REJRECYCLE: MALFORMED ACCTLIM RECORD '"
                   AL-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LM-ENTRY-COUNT >= 2000
               DISPLAY "REJRECYCLE: MORE THAN 2000 ACCOUNTS ON "
                   "ACCTLIM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LM-ENTRY-COUNT
           MOVE AL-ACCOUNT-CODE
               TO WS-LM-ACCOUNT-CODE(WS-LM-ENTRY-COUNT)
           MOVE AL-SINGLE-LIMIT
               TO WS-LM-SINGLE-LIMIT(WS-LM-ENTRY-COUNT)
           MOVE AL-DAILY-LIMIT
               TO WS-LM-DAILY-LIMIT(WS-LM-ENTRY-COUNT).

       2000-PROCESS-REJECTS.
      *    A DECLINED ITEM GOES STRAIGHT BACK OUT WHATEVER ITS IMAGE
      *    NOW HOLDS: THE SUPERVISOR'S DECISION STANDS.
           MOVE RJ-TRAN-IMAGE TO WS-TRAN-WORK
           EVALUATE TRUE
               WHEN RJ-LIMIT-DECLINED
                   PERFORM 2259-WRITE-DECLINED
               WHEN WS-TW-NUMBER-1 NUMERIC AND WS-TW-NUMBER-2 NUMERIC
                   PERFORM 2010-VALIDATE-PAIR
               WHEN OTHER
                   PERFORM 2250-WRITE-REREJECT
           END-EVALUATE
           PERFORM 2100-READ-REJECT.

       2010-VALIDATE-PAIR.
           PERFORM 2050-VALIDATE-ACCOUNT-CODE
           IF ACCOUNT-CODE-VALID
               PERFORM 2060-CHECK-DUPLICATE
               IF NOT DUPLICATE-FOUND
                   PERFORM 2070-CHECK-LIMITS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCOUNT-CODE-VALID
                   PERFORM 2255-WRITE-BAD-ACCOUNT
               WHEN DUPLICATE-FOUND
                   PERFORM 2257-WRITE-DUPLICATE
               WHEN LIMIT-BREACHED
                   PERFORM 2258-WRITE-OVER-LIMIT
               WHEN OTHER
                   MOVE WS-TW-NUMBER-1 TO WS-NUMBER-1
                   MOVE WS-TW-NUMBER-2 TO WS-NUMBER-2
                   PERFORM 2150-COMPUTE-RESULT
           END-EVALUATE.

       2050-VALIDATE-ACCOUNT-CODE.
           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
           MOVE WS-TW-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-OPEN AND NOT AR-CLOSED
                       DISPLAY "REJRECYCLE: MALFORMED ACCTREF "
                           "RECORD '" AR-ACCOUNT-CODE "'"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF AR-OPEN
                       SET ACCOUNT-CODE-VALID TO TRUE
                   END-IF
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "REJRECYCLE: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2060-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           IF MODE-SUM
               PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                       UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
                       OR DUPLICATE-FOUND
                   IF (WS-PH-DATE(WS-PH-SUB) < RJ-RUN-DATE
                           OR WS-PH-SOURCE(WS-PH-SUB) = "R")
                           AND WS-PH-BRANCH-ID(WS-PH-SUB)
                               = RJ-BRANCH-ID
                           AND WS-PH-ACCOUNT-CODE(WS-PH-SUB)
                               = WS-TW-ACCOUNT-CODE
                           AND WS-PH-NUMBER-1(WS-PH-SUB)
                               = WS-TW-NUMBER-1
                           AND WS-PH-NUMBER-2(WS-PH-SUB)
                               = WS-TW-NUMBER-2
                       SET DUPLICATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF DUPLICATE-FOUND
               PERFORM 2065-CHECK-DUPLICATE-RELEASE
           END-IF.

       2065-CHECK-DUPLICATE-RELEASE.
           PERFORM VARYING WS-RLS-SUB FROM 1 BY 1
                   UNTIL WS-RLS-SUB > WS-RLS-ENTRY-COUNT
               IF WS-RLS-RUN-DATE(WS-RLS-SUB) = RJ-RUN-DATE
                       AND WS-RLS-BRANCH-ID(WS-RLS-SUB) = RJ-BRANCH-ID
                       AND WS-RLS-RECORD-NUMBER(WS-RLS-SUB)
                           = RJ-INPUT-RECORD-NUMBER
                   MOVE "N" TO WS-DUPLICATE-SWITCH
               END-IF
           END-PERFORM
           IF NOT DUPLICATE-FOUND
               DISPLAY "REJRECYCLE: DUPLICATE " RJ-RUN-DATE " BRANCH '"
                   RJ-BRANCH-ID "' RECORD " RJ-INPUT-RECORD-NUMBER
                   " RELEASED BY CARD"
           END-IF.

       2070-CHECK-LIMITS.
      *    ONLY A SUM-MODE PASS POSTS, SO ONLY A SUM-MODE PASS TESTS.
           MOVE "N" TO WS-LIMIT-SWITCH
           IF MODE-SUM
               PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                       UNTIL WS-LM-SUB > WS-LM-ENTRY-COUNT
                       OR WS-LM-ACCOUNT-CODE(WS-LM-SUB)
                           = WS-TW-ACCOUNT-CODE
                   CONTINUE
               END-PERFORM
               IF WS-LM-SUB NOT > WS-LM-ENTRY-COUNT
                   COMPUTE WS-ITEM-AMOUNT =
                       FUNCTION ABS(WS-TW-NUMBER-1)
                       + FUNCTION ABS(WS-TW-NUMBER-2)
                   PERFORM 2075-TEST-ITEM-LIMITS
               END-IF
           END-IF.

       2075-TEST-ITEM-LIMITS.
           IF WS-LM-SINGLE-LIMIT(WS-LM-SUB) > ZERO
                   AND WS-ITEM-AMOUNT > WS-LM-SINGLE-LIMIT(WS-LM-SUB)
               SET LIMIT-BREACHED TO TRUE
           END-IF
           IF NOT LIMIT-BREACHED
                   AND WS-LM-DAILY-LIMIT(WS-LM-SUB) > ZERO
               MOVE WS-ITEM-AMOUNT TO WS-DAY-AMOUNT
               PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                       UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
                   IF WS-PH-DATE(WS-PH-SUB) = WS-BUSINESS-DATE
                           AND WS-PH-ACCOUNT-CODE(WS-PH-SUB)
                               = WS-TW-ACCOUNT-CODE
                       COMPUTE WS-DAY-AMOUNT = WS-DAY-AMOUNT
                           + FUNCTION ABS(WS-PH-NUMBER-1(WS-PH-SUB))
                           + FUNCTION ABS(WS-PH-NUMBER-2(WS-PH-SUB))
                   END-IF
               END-PERFORM
               IF WS-DAY-AMOUNT > WS-LM-DAILY-LIMIT(WS-LM-SUB)
                   SET LIMIT-BREACHED TO TRUE
               END-IF
           END-IF.

       2100-READ-REJECT.
           SET RJ-BAD-ACCOUNT TO TRUE
           PERFORM 2260-WRITE-EXCEPTION-RECORD.

       2257-WRITE-DUPLICATE.
           SET RJ-DUPLICATE TO TRUE
           PERFORM 2260-WRITE-EXCEPTION-RECORD.

       2258-WRITE-OVER-LIMIT.
           SET RJ-OVER-LIMIT TO TRUE
           PERFORM 2260-WRITE-EXCEPTION-RECORD.

       2259-WRITE-DECLINED.
           PERFORM 2260-WRITE-EXCEPTION-RECORD.

       2260-WRITE-EXCEPTION-RECORD.
      *    THE INPUT RECORD ALREADY CARRIES THE ORIGINAL RECORD
      *    NUMBER AND RUN DATE; ONLY THE REASON CODE IS RESTATED.
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
               IF WS-ACCT-ENTRY-COUNT >= 2000
                   DISPLAY "REJRECYCLE: ACCOUNT TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                   "STATUS " WS-EXTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2510-HOLD-POSTED-HISTORY.

       2510-HOLD-POSTED-HISTORY.
           IF WS-PH-ENTRY-COUNT >= 5000
               DISPLAY "REJRECYCLE: MORE THAN 5000 POSTINGS IN "
                   "THE DUPLICATE WINDOW - SHORTEN "
                   "DUPLICATE-WINDOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PH-ENTRY-COUNT
           MOVE WS-BUSINESS-DATE TO WS-PH-DATE(WS-PH-ENTRY-COUNT)
           MOVE RJ-BRANCH-ID TO WS-PH-BRANCH-ID(WS-PH-ENTRY-COUNT)
           MOVE WS-TW-ACCOUNT-CODE
               TO WS-PH-ACCOUNT-CODE(WS-PH-ENTRY-COUNT)
           MOVE WS-NUMBER-1 TO WS-PH-NUMBER-1(WS-PH-ENTRY-COUNT)
           MOVE WS-NUMBER-2 TO WS-PH-NUMBER-2(WS-PH-ENTRY-COUNT)
           MOVE "R" TO WS-PH-SOURCE(WS-PH-ENTRY-COUNT).

       3000-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           PERFORM 2290-CHECK-PRTFILE-STATUS
           IF MODE-SUM
               PERFORM 9100-WRITE-CONTROL-TOTAL
               PERFORM 9200-WRITE-POSTED-HISTORY
           END-IF
           MOVE "C" TO WS-RUN-STAMP-STATUS
           PERFORM 8800-STAMP-RUN-CONTROL
           CLOSE RECYCLE-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE PRINT-FILE
           CLOSE EXTRACT-FILE.
               END-IF
           END-IF.

       1950-CHECK-PERIOD-OPEN.
      *    THE RECYCLE POSTS UNDER ITS BUSINESS DATE, SO THAT DATE'S
      *    PERIOD MUST BE OPEN - OR REOPENED HERE BY FINANCE - BEFORE
      *    A SUM-MODE PASS MAY RUN.
           IF WS-REOPEN-PERIOD = ZERO
                   AND WS-REOPEN-AUTHORISED-BY NOT = SPACES
                   OR WS-REOPEN-PERIOD NOT = ZERO
                   AND WS-REOPEN-AUTHORISED-BY = SPACES
               DISPLAY "REJRECYCLE: PERIOD-REOPEN AND "
                   "REOPEN-AUTHORISED-BY MUST BE GIVEN TOGETHER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-SUM
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD-TEST
               PERFORM 1960-READ-PERIOD-STATE
               IF PERIOD-IS-CLOSED
                   IF WS-REOPEN-PERIOD NOT = WS-PERIOD-TEST
                       DISPLAY "REJRECYCLE: PERIOD " WS-PERIOD-TEST
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
               DISPLAY "REJRECYCLE: UNABLE TO OPEN PERIODCTL, "
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
               DISPLAY "REJRECYCLE: MALFORMED PERIODCTL RECORD"
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
               DISPLAY "REJRECYCLE: UNABLE TO OPEN PERIODCTL, "
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
           MOVE "REJRECYCLE" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "REJRECYCLE: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "REJRECYCLE: PERIOD " WS-PERIOD-TEST
               " REOPENED, AUTHORISED BY " WS-REOPEN-AUTHORISED-BY
           PERFORM 1980-WRITE-REOPEN-AUDIT-RECORD.

       1980-WRITE-REOPEN-AUDIT-RECORD.
      *    THE REOPEN IS DATED THE PERIOD END, LIKE THE CLOSE IT
      *    UNDOES.  AS IN BUGSOLUTION THE AUDIT WRITE MUST NEVER
      *    BLOCK: A FAILURE IS REPORTED ON THE CONSOLE ONLY.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN AUDFILE, "
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
                   DISPLAY "REJRECYCLE: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       8700-POST-REJECT-LEDGER.
      *    THE INPUT RECORD STILL CARRIES THE ORIGINAL RUN DATE,
      *    BRANCH AND RECORD NUMBER, WHICH KEY THE LEDGER; ONLY THE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9200-WRITE-POSTED-HISTORY.
           OPEN EXTEND POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "REJRECYCLE: UNABLE TO OPEN POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9250-WRITE-POSTED-ENTRY
               VARYING WS-PH-SUB FROM WS-PH-PASS-START BY 1
               UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
           CLOSE POSTED-HISTORY-FILE.

       9250-WRITE-POSTED-ENTRY.
           MOVE WS-PH-DATE(WS-PH-SUB) TO PH-POSTED-DATE
           MOVE WS-PH-BRANCH-ID(WS-PH-SUB) TO PH-BRANCH-ID
           MOVE WS-PH-ACCOUNT-CODE(WS-PH-SUB) TO PH-ACCOUNT-CODE
           MOVE WS-PH-NUMBER-1(WS-PH-SUB) TO PH-NUMBER-1
           MOVE WS-PH-NUMBER-2(WS-PH-SUB) TO PH-NUMBER-2
           SET PH-FROM-RECYCLE TO TRUE
           MOVE SPACES TO PH-FILLER
           WRITE PH-POSTED-RECORD
           IF WS-PHSFILE-STATUS NOT = "00"
               DISPLAY "REJRECYCLE: UNABLE TO WRITE POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
