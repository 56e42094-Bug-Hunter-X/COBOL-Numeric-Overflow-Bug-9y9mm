      ******************************************************************
      * DAILY RECONCILIATION SUM PROGRAM.
      * READS A DAY'S WORTH OF NUMBER PAIRS FROM THE TRANSACTION FILE
      * AND COMPUTES WS-SUM FOR EACH PAIR.  IN SUM MODE A DETAIL THAT
      * BREACHES ITS ACCOUNT'S LIMIT ON ACCTLIM IS HELD ON HOLDQUE
      * FOR SUPERVISOR RELEASE (HOLDRLSE) INSTEAD OF BEING POSTED.
      * A SUM-MODE RUN REFUSES ANY BUSINESS DATE IN A MONTH-END PERIOD
      * CLOSED ON PERIODCTL UNLESS FINANCE HAS AUTHORISED A REOPEN
      * WITH THE PERIOD-REOPEN AND REOPEN-AUTHORISED-BY CARDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTFILE-STATUS.

      *    ACCTREF AND ACTBAL ARE KEYED ON ACCOUNT CODE AND ARE READ
      *    AND UPDATED ONE ACCOUNT AT A TIME, NEVER LOADED WHOLE.
      *    ACCTWRK CARRIES THE DATE'S PER-ACCOUNT TOTALS THE SAME WAY.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE ASSIGN TO "ACTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ABLFILE-STATUS.

           SELECT ACCOUNT-WORK-FILE ASSIGN TO "ACCTWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-ACCOUNT-CODE
               FILE STATUS IS WS-AWKFILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLFILE-STATUS.

           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSFILE-STATUS.

           SELECT OPTIONAL ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMFILE-STATUS.

           SELECT OPTIONAL HELD-ITEM-FILE ASSIGN TO "HOLDQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDFILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
                                        SEPARATE.
           05  CKPT-BR-START-DEBITS    PIC 9(9).
           05  CKPT-BR-START-CREDITS   PIC 9(9).
           05  CKPT-BRANCH-ENTRY OCCURS 99 TIMES.
               10  CKPT-BE-BRANCH-ID   PIC X(2).
               10  CKPT-BE-BATCH-NUMBER PIC 9(6).
               10  CKPT-BE-RECORD-COUNT PIC 9(7).
           05  CKPT-ACCT-RECORD-COUNT  PIC 9(7).
           05  CKPT-ACCT-TOTAL         PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
           05  CKPT-ACCT-GENERATION    PIC 9(7).
           05  CKPT-PROCESS-DATE       PIC 9(8).
           05  CKPT-HOLD-COUNT         PIC 9(7).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY ACCTBAL.

      *    ONE RECORD PER ACCOUNT POSTED ON THE DATE IN FLIGHT.  THE
      *    FIGURES AS THEY STOOD AT THE START OF THE RECORD'S LAST
      *    CHECKPOINT GENERATION ARE KEPT BESIDE THE RUNNING ONES, SO
      *    A RESTART CAN BACK OUT WHATEVER WAS POSTED AFTER THE LAST
      *    GOOD CHECKPOINT WITHOUT THE CHECKPOINT CARRYING AN IMAGE
      *    OF EVERY ACCOUNT.
       FD  ACCOUNT-WORK-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-WORK-RECORD.
           05  AW-ACCOUNT-CODE         PIC X(4).
           05  AW-PROCESS-DATE         PIC 9(8).
           05  AW-GENERATION           PIC 9(7).
           05  AW-RECORD-COUNT         PIC 9(7).
           05  AW-TOTAL                PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05  AW-DEBIT-TOTAL          PIC 9(9).
           05  AW-CREDIT-TOTAL         PIC 9(9).
           05  AW-COMMITTED.
               10  AW-CM-RECORD-COUNT  PIC 9(7).
               10  AW-CM-TOTAL         PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
               10  AW-CM-DEBIT-TOTAL   PIC 9(9).
               10  AW-CM-CREDIT-TOTAL  PIC 9(9).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.
           RECORDING MODE IS F.
           COPY ANLEXT.

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POSTHIST.

       FD  ACCOUNT-LIMIT-FILE
           RECORDING MODE IS F.
           COPY ACCTLIM.

       FD  HELD-ITEM-FILE
           RECORDING MODE IS F.
           COPY HELDITM.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PERCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANFILE-STATUS      PIC X(2) VALUE "00".
           05  WS-HSTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ABLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-AWKFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-RJLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ANLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PHSFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-LIMFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-HLDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PCTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(5) VALUE 10.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-SUPPRESS     PIC 9(7) VALUE ZERO.
           05  WS-REJECT-SUPPRESS      PIC 9(7) VALUE ZERO.
           05  WS-HOLD-SUPPRESS        PIC 9(7) VALUE ZERO.
           05  WS-EXISTING-COUNT       PIC 9(7) VALUE ZERO.

      *    OPERATIONAL TUNABLES, OVERRIDDEN BY KEYWORD=VALUE CARDS ON
           05  WS-CARD-SUB             PIC 9(2) VALUE ZERO.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-KEY REDEFINES WS-CARD-VALUE.
               10  WS-CK-RUN-DATE      PIC 9(8).
               10  WS-CK-BRANCH-ID     PIC X(2).
               10  WS-CK-RECORD-NUMBER PIC 9(7).
               10  FILLER              PIC X(13).
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.
           05  WS-REJECT-THRESHOLD     PIC 9(7) VALUE ZERO.

           05  WS-SL-EXPECTED-DATE     PIC 9(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-SETTINGS-LINE-2.
           05  FILLER                  PIC X(18)
                                        VALUE "DUPLICATE WINDOW: ".
           05  WS-SL-DUPLICATE-WINDOW  PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE " DAYS  ".
           05  FILLER                  PIC X(20)
                                        VALUE "DUPLICATE RELEASES: ".
           05  WS-SL-RELEASE-COUNT     PIC Z9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-AUDIT-CONTROLS.
           05  WS-START-TIME           PIC 9(6) VALUE ZERO.
           05  WS-END-TIME             PIC 9(6) VALUE ZERO.
      *    AT BRANCH END AND THE SNAPSHOT TAKEN AT BRANCH START.
       01  WS-BRANCH-CONTROLS.
           05  WS-BRANCH-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-BRANCH-SUB           PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-SUB-2         PIC 9(3) VALUE ZERO.
           05  WS-CURRENT-BRANCH-ID    PIC X(2) VALUE SPACES.
           05  WS-TRAN-FILE-NAME       PIC X(14) VALUE "TRANFILE".
           05  WS-BR-START-RECORDS     PIC 9(7) VALUE ZERO.
           05  WS-HOLIDAY-OVERRIDE     PIC X VALUE "N".
               88  HOLIDAY-OVERRIDDEN           VALUE "Y".

      *    A MONTH-END PERIOD CLOSED BY PERCLOSE IS LOCKED: EVERY
      *    PERIOD THE RUN'S DATE RANGE TOUCHES IS LOOKED UP ON
      *    PERIODCTL, WHOSE LATEST RECORD FOR A PERIOD IS ITS STATE.
      *    A CLOSED PERIOD MAY ONLY BE POSTED WHEN FINANCE HAS
      *    AUTHORISED A REOPEN ON CARDFILE; THE REOPEN IS RECORDED ON
      *    PERIODCTL AND AUDFILE AND THE PERIOD STAYS OPEN UNTIL
      *    PERCLOSE CLOSES IT AGAIN.
       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD-TEST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-TEST-R REDEFINES WS-PERIOD-TEST.
               10  WS-PT-YYYY          PIC 9(4).
               10  WS-PT-MM            PIC 9(2).
           05  WS-PERIOD-LAST          PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  PERIOD-IS-CLOSED             VALUE "C".
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REOPEN-PERIOD        PIC 9(6) VALUE ZERO.
           05  WS-REOPEN-AUTHORISED-BY PIC X(8) VALUE SPACES.
           05  WS-REOPEN-USED-SWITCH   PIC X VALUE "N".
               88  REOPEN-USED                  VALUE "Y".

       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-ENTRY-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE         PIC 9(8).

      *    EVERY DETAIL POSTED IN SUM MODE IS KEPT ON THE ROLLING
      *    POSTED-TRANSACTION HISTORY FOR DUPLICATE-WINDOW CALENDAR
      *    DAYS.  A DETAIL WHOSE BRANCH, ACCOUNT AND NUMBER PAIR MATCH
      *    ONE POSTED ON AN EARLIER DATE IN THE WINDOW IS A RE-SENT OR
      *    RE-STAGED FILE AND IS REJECTED "DUPL" INSTEAD OF POSTED.
      *    SAME-DAY REPEATS ARE NOT DUPLICATES.  A DUPLICATE-RELEASE
      *    CARD NAMING THE DETAIL BY BUSINESS DATE, BRANCH AND INPUT
      *    RECORD NUMBER LETS A KNOWN GENUINE REPEAT POST.
       01  WS-DUPLICATE-CONTROLS.
           05  WS-DUPLICATE-WINDOW     PIC 9(3) VALUE 7.
           05  WS-DUPLICATE-CUTOFF     PIC 9(8) VALUE ZERO.
           05  WS-DUPLICATE-SWITCH     PIC X VALUE "N".
               88  DUPLICATE-FOUND              VALUE "Y".
           05  WS-PH-SUB               PIC 9(5) VALUE ZERO.
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

      *    THE ITEM AMOUNT TESTED AGAINST ACCTLIM IS THE GROSS
      *    MOVEMENT OF THE PAIR.  THE DAILY TEST ADDS THE ACCOUNT'S
      *    GROSS MOVEMENT ALREADY POSTED FOR THE DATE, WHICH IS THE
      *    ACCOUNT'S ACCTWRK DEBIT PLUS CREDIT TOTAL, SO IT SURVIVES A
      *    RESTART WITH THE REST OF THE ACCOUNT TOTALS.  HELD ITEMS ARE
      *    NOT POSTED AND DO NOT COUNT TOWARD THE DAILY LIMIT.
       01  WS-LIMIT-CONTROLS.
           05  WS-LM-SUB               PIC 9(4) VALUE ZERO.
           05  WS-LIMIT-SWITCH         PIC X VALUE "N".
               88  LIMIT-BREACHED               VALUE "Y".
           05  WS-ITEM-AMOUNT          PIC 9(6) VALUE ZERO.
           05  WS-DAY-AMOUNT           PIC 9(11) VALUE ZERO.
           05  WS-BREACH-CODE          PIC X(4) VALUE SPACES.
           05  WS-BREACH-LIMIT         PIC 9(9) VALUE ZERO.
           05  WS-HOLD-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-HELD-LISTED          PIC 9(7) VALUE ZERO.

       01  WS-LIMIT-TABLE-AREA.
           05  WS-LM-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-LM-ENTRY OCCURS 2000 TIMES.
               10  WS-LM-ACCOUNT-CODE  PIC X(4).
               10  WS-LM-SINGLE-LIMIT  PIC 9(9).
               10  WS-LM-DAILY-LIMIT   PIC 9(9).

      *    THE OTHER DATES' ITEMS, HELD WHILE HOLDQUE IS CUT BACK FOR A
      *    DATE WHOSE OUTPUT FILES ARE BEING RECREATED.
       01  WS-HELD-QUEUE-AREA.
           05  WS-HQ-SUB               PIC 9(4) VALUE ZERO.
           05  WS-HQ-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-HQ-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HQ-ENTRY OCCURS 2000 TIMES.
               10  WS-HQ-RECORD        PIC X(126).

       01  WS-HELD-PAGE-HEADER.
           05  FILLER                  PIC X(100) VALUE
               "HELD ITEMS - AWAITING SUPERVISOR RELEASE".

       01  WS-HELD-COLUMN-LINE.
           05  FILLER                  PIC X(100) VALUE
               "BR  RECORD  ACCT  NUMBER-1  NUMBER-2  BREACH    ITEM AMT
      -        "        LIMIT".

       01  WS-HELD-DETAIL-LINE.
           05  WS-HD-BRANCH-ID         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HD-RECORD-NUMBER     PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HD-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HD-NUMBER-1          PIC -ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HD-NUMBER-2          PIC -ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HD-BREACH-CODE       PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HD-ITEM-AMOUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HD-LIMIT-AMOUNT      PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-HELD-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "ITEMS HELD:  ".
           05  WS-HT-HELD-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-HELD-TRAN-WORK.
           05  WS-HW-NUMBER-1          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-HW-NUMBER-2          PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           05  WS-HW-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(64).

       01  WS-DATE-FILE-NAMES.
           05  WS-EXC-FILE-NAME        PIC X(11) VALUE "EXCPFILE".
           05  WS-CTL-FILE-NAME        PIC X(11) VALUE "CTLFILE".
           05  WS-ANL-FILE-NAME        PIC X(11) VALUE "ANLEXT".

       01  WS-BRANCH-TABLE-AREA.
           05  WS-BRANCH-ENTRY OCCURS 99 TIMES.
               10  WS-BE-BRANCH-ID     PIC X(2).
               10  WS-BE-LAST-BATCH    PIC 9(6).
               10  WS-BE-BATCH-NUMBER  PIC 9(6).
      *    REPORT CONTROL BREAK ON TR-ACCOUNT-CODE.  THE CAPTURE
      *    SYSTEM DELIVERS TRANFILE IN ACCOUNT-CODE SEQUENCE; THE
      *    SUBTOTAL LINE PRINTS WHENEVER THE CODE CHANGES.  THE
      *    ACCOUNT WORK FILE ACCTWRK ACCUMULATES PER-ACCOUNT SUM
      *    TOTALS FOR THE CTLFILE "A" RECORDS AND DOES NOT DEPEND ON
      *    THE INPUT SEQUENCE.  EACH CHECKPOINT CLOSES A GENERATION
      *    OF ACCTWRK POSTINGS; A RESTART BACKS OUT ANY POSTING MADE
      *    IN A GENERATION LATER THAN THE ONE IT RESTARTS FROM.
       01  WS-ACCOUNT-CONTROLS.
           05  WS-PRIOR-ACCOUNT        PIC X(4) VALUE LOW-VALUES.
           05  WS-ACCT-RECORD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ACCT-TOTAL           PIC S9(11) VALUE ZERO.
           05  WS-ACCT-GENERATION      PIC 9(7) VALUE 1.
           05  WS-RESTART-GENERATION   PIC 9(7) VALUE ZERO.
           05  WS-ACCT-WORK-SWITCH     PIC X VALUE "N".
               88  ACCT-WORK-EOF                VALUE "Y".

      *    THE PER-ACCOUNT BALANCE SUBLEDGER MIRRORS THE SHOP-WIDE
      *    BALANCE MASTER: EACH ACCOUNT ON ACCTWRK IS READ BY KEY AND
      *    POSTED AT THE CLOSE OF THE DATE, SUM MODE ONLY.  AN ACCOUNT
      *    WITH NO ACTIVITY TODAY IS NEVER TOUCHED, SO AN OLD
      *    LAST-POSTED DATE IS NORMAL; A DATE PAST THE PRIOR BUSINESS
      *    DAY MEANS A DOUBLED RUN AND STOPS THE RUN BEFORE EITHER
      *    MASTER IS POSTED.
       01  WS-BALANCE-TABLE-CONTROLS.
           05  WS-ACTBAL-SWITCH        PIC X VALUE "N".
               88  ACTBAL-PRESENT               VALUE "Y".

      *    THE ACCOUNT REFERENCE MASTER IS OPEN FOR THE WHOLE RUN AND
      *    READ BY ACCOUNT CODE; A TRANSACTION WHOSE ACCOUNT CODE IS
      *    NOT ON THE MASTER, OR IS CLOSED, IS REJECTED THROUGH THE
      *    EXCEPTION PATH RATHER THAN ALLOWED TO CREATE A NEW ACCOUNT
      *    LINE DOWNSTREAM.
       01  WS-ACCOUNT-MASTER-CONTROLS.
           05  WS-ACCOUNT-VALID-SWITCH PIC X VALUE "N".
               88  ACCOUNT-CODE-VALID           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           ACCEPT WS-TIME-WORK FROM TIME
           PERFORM 1100-CHECK-FOR-RESTART
           PERFORM 1070-READ-CONTROL-CARDS
           PERFORM 1075-SET-DATE-RANGE
           PERFORM 1060-CHECK-PERIODS-OPEN
           PERFORM 1250-READ-BATCH-LOG
           PERFORM 1280-OPEN-ACCOUNT-MASTER
           PERFORM 1282-LOAD-ACCOUNT-LIMITS
           PERFORM 1400-OPEN-OUTPUT-FILES
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           COMPUTE WS-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       1060-CHECK-PERIODS-OPEN.
      *    ONLY A SUM RUN POSTS THE MASTERS.  A REOPEN NEEDS BOTH THE
      *    PERIOD AND THE FINANCE ID THAT AUTHORISED IT.
           IF WS-REOPEN-PERIOD = ZERO
                   AND WS-REOPEN-AUTHORISED-BY NOT = SPACES
                   OR WS-REOPEN-PERIOD NOT = ZERO
                   AND WS-REOPEN-AUTHORISED-BY = SPACES
               DISPLAY "BUGSOLUTION: PERIOD-REOPEN AND "
                   "REOPEN-AUTHORISED-BY MUST BE GIVEN TOGETHER"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF MODE-SUM
               MOVE WS-EXPECTED-DATE(1:6) TO WS-PERIOD-TEST
               MOVE WS-CATCHUP-END(1:6) TO WS-PERIOD-LAST
               PERFORM 1062-CHECK-ONE-PERIOD
                   UNTIL WS-PERIOD-TEST > WS-PERIOD-LAST
           END-IF
           IF WS-REOPEN-PERIOD NOT = ZERO AND NOT REOPEN-USED
               DISPLAY "BUGSOLUTION: PERIOD " WS-REOPEN-PERIOD
                   " IS NOT CLOSED FOR THIS RUN - REOPEN CARD "
                   "IGNORED"
           END-IF.

       1062-CHECK-ONE-PERIOD.
           MOVE SPACE TO WS-PERIOD-STATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
                   AND WS-PCTFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           MOVE "00" TO WS-PCTFILE-STATUS
           PERFORM UNTIL WS-PCTFILE-STATUS NOT = "00"
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-PCTFILE-STATUS
                   NOT AT END
                       PERFORM 1064-POST-PERIOD-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE
           IF PERIOD-IS-CLOSED
               IF WS-REOPEN-PERIOD NOT = WS-PERIOD-TEST
                   DISPLAY "BUGSOLUTION: PERIOD " WS-PERIOD-TEST
                       " IS CLOSED - RUN REFUSED"
                   PERFORM 9900-ABORT-RUN
               END-IF
               PERFORM 1066-REOPEN-PERIOD
           END-IF
           IF WS-PT-MM = 12
               ADD 1 TO WS-PT-YYYY
               MOVE 1 TO WS-PT-MM
           ELSE
               ADD 1 TO WS-PT-MM
           END-IF.

       1064-POST-PERIOD-RECORD.
           IF PC-PERIOD NOT NUMERIC
               DISPLAY "BUGSOLUTION: MALFORMED PERIODCTL RECORD"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF PC-PERIOD = WS-PERIOD-TEST
               MOVE PC-STATUS TO WS-PERIOD-STATE
               MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF.

       1066-REOPEN-PERIOD.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-PERIOD-TEST TO PC-PERIOD
           SET PC-REOPENED TO TRUE
           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE
           MOVE WS-CURRENT-DATE-N TO PC-ACTION-DATE
           MOVE WS-TIME-WORK(1:6) TO PC-ACTION-TIME
           MOVE WS-REOPEN-AUTHORISED-BY TO PC-AUTHORISED-BY
           MOVE "BUGSOLUTION" TO PC-PROGRAM-NAME
           MOVE SPACES TO PC-FILLER
           WRITE PC-PERIOD-CONTROL-RECORD
           IF WS-PCTFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO WRITE PERIODCTL, "
                   "STATUS " WS-PCTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           SET REOPEN-USED TO TRUE
           DISPLAY "BUGSOLUTION: PERIOD " WS-PERIOD-TEST
               " REOPENED, AUTHORISED BY " WS-REOPEN-AUTHORISED-BY
           PERFORM 9810-WRITE-REOPEN-AUDIT-RECORD.

       1020-LOAD-BRANCH-LIST.
      *    WITH NO BRNCHLST PRESENT THE RUN PROCESSES THE SINGLE
      *    UNNAMED BRANCH "TRANFILE" EXACTLY AS BEFORE.
               DISPLAY "BUGSOLUTION: BLANK BRANCH ID ON BRNCHLST"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF WS-BRANCH-COUNT >= 99
               DISPLAY "BUGSOLUTION: MORE THAN 99 BRANCHES ON "
                   "BRNCHLST"
               PERFORM 9900-ABORT-RUN
           END-IF
                   ELSE
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
               WHEN "DUPLICATE-WINDOW"
                   PERFORM 1090-CONVERT-CARD-VALUE
                   IF WS-CARD-NUMBER = ZERO OR WS-CARD-NUMBER > 366
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-NUMBER TO WS-DUPLICATE-WINDOW
               WHEN "DUPLICATE-RELEASE"
                   PERFORM 1085-ADD-DUPLICATE-RELEASE
               WHEN "PERIOD-REOPEN"
                   PERFORM 1090-CONVERT-CARD-VALUE
                   MOVE WS-CARD-NUMBER TO WS-REOPEN-PERIOD
                   IF WS-CARD-NUMBER > 999999
                           OR WS-REOPEN-PERIOD(5:2) < "01"
                           OR WS-REOPEN-PERIOD(5:2) > "12"
                       PERFORM 1095-REJECT-CONTROL-CARD
                   END-IF
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
      *    THE CARD VALUE IS THE DETAIL'S KEY RUN TOGETHER: BUSINESS
      *    DATE, BRANCH ID AND INPUT RECORD NUMBER, THE SAME KEY THE
      *    REJECT CARRIES ON EXCPFILE AND REJLEDGR.
           IF WS-CK-RUN-DATE NOT NUMERIC
                   OR WS-CK-RECORD-NUMBER NOT NUMERIC
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CK-RUN-DATE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
           END-IF
           ADD 1 TO WS-RLS-ENTRY-COUNT
           MOVE WS-CK-RUN-DATE TO WS-RLS-RUN-DATE(WS-RLS-ENTRY-COUNT)
           MOVE WS-CK-BRANCH-ID TO WS-RLS-BRANCH-ID(WS-RLS-ENTRY-COUNT)
           MOVE WS-CK-RECORD-NUMBER
               TO WS-RLS-RECORD-NUMBER(WS-RLS-ENTRY-COUNT).

       1090-CONVERT-CARD-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) NOT = ZERO
               PERFORM 1095-REJECT-CONTROL-CARD
                           PERFORM 1140-RESTORE-BRANCH-STATE
                           PERFORM 1150-RESTORE-ACCOUNT-STATE
                           MOVE CKPT-PROCESS-DATE TO WS-RESTART-DATE
                           MOVE CKPT-HOLD-COUNT TO WS-HOLD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               PERFORM 9900-ABORT-RUN
           END-IF
           COMPUTE WS-REJECT-SUPPRESS =
               WS-EXISTING-COUNT - WS-REJECT-COUNT
           IF MODE-SUM
               PERFORM 1175-COUNT-EXISTING-HELD
           END-IF.

       1175-COUNT-EXISTING-HELD.
      *    THE HOLD QUEUE SPANS DATES, SO ONLY THE ITEMS HELD FOR THE
      *    DATE IN FLIGHT ARE SET AGAINST THE CHECKPOINTED COUNT.
           MOVE ZERO TO WS-EXISTING-COUNT
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HLDFILE-STATUS = "00"
               PERFORM UNTIL WS-HLDFILE-STATUS NOT = "00"
                   READ HELD-ITEM-FILE
                       AT END
                           MOVE "10" TO WS-HLDFILE-STATUS
                       NOT AT END
                           IF HI-RUN-DATE = WS-EXPECTED-DATE
                               ADD 1 TO WS-EXISTING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELD-ITEM-FILE
           IF WS-EXISTING-COUNT < WS-HOLD-COUNT
               DISPLAY "BUGSOLUTION: CHECKPOINT/HOLDQUE MISMATCH - "
                   "FEWER HELD ITEMS ON FILE THAN CHECKPOINTED"
               PERFORM 9900-ABORT-RUN
           END-IF
           COMPUTE WS-HOLD-SUPPRESS =
               WS-EXISTING-COUNT - WS-HOLD-COUNT.

       1140-RESTORE-BRANCH-STATE.
           MOVE CKPT-BRANCH-SUB TO WS-RESTART-BRANCH
           MOVE CKPT-BR-START-CREDITS TO WS-BR-START-CREDITS
           PERFORM 1145-RESTORE-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB-2 FROM 1 BY 1
               UNTIL WS-BRANCH-SUB-2 > 99.

       1145-RESTORE-BRANCH-ENTRY.
      *    THE BRANCH IDS THEMSELVES COME FROM BRNCHLST; ONLY THE
           END-IF
           MOVE CKPT-ACCT-RECORD-COUNT TO WS-ACCT-RECORD-COUNT
           MOVE CKPT-ACCT-TOTAL TO WS-ACCT-TOTAL
      *    THE PER-ACCOUNT TOTALS THEMSELVES STAY ON ACCTWRK; ONLY THE
      *    GENERATION THE CHECKPOINT CLOSED COMES BACK FROM IT, AND
      *    1275-OPEN-ACCOUNT-WORK-FILE BACKS OUT ANYTHING LATER.
           MOVE CKPT-ACCT-GENERATION TO WS-RESTART-GENERATION
           COMPUTE WS-ACCT-GENERATION = CKPT-ACCT-GENERATION + 1.

       1200-SKIP-TO-RESTART-POINT.
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE BM-CUMULATIVE-CREDITS TO WS-OPENING-CREDITS
           CLOSE BALANCE-MASTER-FILE.

       1275-OPEN-ACCOUNT-WORK-FILE.
      *    A FRESH DATE STARTS FROM AN EMPTY ACCTWRK.  A RESTARTED
      *    DATE KEEPS WHAT THE FAILED RUN POSTED UP TO ITS LAST GOOD
      *    CHECKPOINT AND BACKS OUT THE REST, INCLUDING ANYTHING LEFT
      *    OVER FROM ANOTHER DATE.
           IF NOT RESTART-PENDING
               OPEN OUTPUT ACCOUNT-WORK-FILE
               IF WS-AWKFILE-STATUS NOT = "00"
                   DISPLAY "BUGSOLUTION: UNABLE TO CLEAR ACCTWRK, "
                       "STATUS " WS-AWKFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
               CLOSE ACCOUNT-WORK-FILE
           END-IF
           OPEN I-O ACCOUNT-WORK-FILE
           IF WS-AWKFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN ACCTWRK, "
                   "STATUS " WS-AWKFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           IF RESTART-PENDING
               PERFORM 1277-START-ACCOUNT-WORK-FILE
               PERFORM 1278-BACK-OUT-ACCOUNT-WORK
                   UNTIL ACCT-WORK-EOF
           END-IF.

       1277-START-ACCOUNT-WORK-FILE.
           MOVE "N" TO WS-ACCT-WORK-SWITCH
           MOVE LOW-VALUES TO AW-ACCOUNT-CODE
           START ACCOUNT-WORK-FILE KEY IS NOT < AW-ACCOUNT-CODE
               INVALID KEY
                   SET ACCT-WORK-EOF TO TRUE
           END-START
           IF NOT ACCT-WORK-EOF
               PERFORM 1279-READ-NEXT-ACCOUNT-WORK
           END-IF.

       1278-BACK-OUT-ACCOUNT-WORK.
           EVALUATE TRUE
               WHEN AW-PROCESS-DATE NOT = WS-EXPECTED-DATE
                   PERFORM 1276-DELETE-ACCOUNT-WORK
               WHEN AW-GENERATION > WS-RESTART-GENERATION
                       AND AW-CM-RECORD-COUNT = ZERO
                   PERFORM 1276-DELETE-ACCOUNT-WORK
               WHEN AW-GENERATION > WS-RESTART-GENERATION
                   MOVE AW-CM-RECORD-COUNT TO AW-RECORD-COUNT
                   MOVE AW-CM-TOTAL TO AW-TOTAL
                   MOVE AW-CM-DEBIT-TOTAL TO AW-DEBIT-TOTAL
                   MOVE AW-CM-CREDIT-TOTAL TO AW-CREDIT-TOTAL
                   MOVE WS-RESTART-GENERATION TO AW-GENERATION
                   REWRITE ACCOUNT-WORK-RECORD
                   IF WS-AWKFILE-STATUS NOT = "00"
                       DISPLAY "BUGSOLUTION: UNABLE TO REWRITE "
                           "ACCTWRK, STATUS " WS-AWKFILE-STATUS
                       PERFORM 9900-ABORT-RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1279-READ-NEXT-ACCOUNT-WORK.

       1276-DELETE-ACCOUNT-WORK.
           DELETE ACCOUNT-WORK-FILE RECORD
           IF WS-AWKFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO DELETE ACCTWRK "
                   "RECORD " AW-ACCOUNT-CODE ", STATUS "
                   WS-AWKFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       1279-READ-NEXT-ACCOUNT-WORK.
           READ ACCOUNT-WORK-FILE NEXT RECORD
               AT END
                   SET ACCT-WORK-EOF TO TRUE
           END-READ
           IF NOT ACCT-WORK-EOF AND WS-AWKFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO READ ACCTWRK, "
                   "STATUS " WS-AWKFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       1280-OPEN-ACCOUNT-MASTER.
      *    THE MASTER STAYS OPEN FOR THE RUN AND EVERY DETAIL'S
      *    ACCOUNT IS READ BY KEY IN 2050-VALIDATE-ACCOUNT-CODE.  AN
      *    EMPTY MASTER WOULD REJECT EVERY DETAIL AND STOPS THE RUN.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   DISPLAY "BUGSOLUTION: ACCTREF IS EMPTY"
                   PERFORM 9900-ABORT-RUN
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       1282-LOAD-ACCOUNT-LIMITS.
      *    AN ABSENT OR EMPTY LIMITS FILE MEANS NO ACCOUNT IS LIMITED
      *    AND EVERY VALID DETAIL POSTS AS BEFORE.
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF WS-LIMFILE-STATUS NOT = "00"
                   AND WS-LIMFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN ACCTLIM, "
                   "STATUS " WS-LIMFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           MOVE "00" TO WS-LIMFILE-STATUS
           PERFORM UNTIL WS-LIMFILE-STATUS NOT = "00"
               READ ACCOUNT-LIMIT-FILE
                   AT END
                       MOVE "10" TO WS-LIMFILE-STATUS
                   NOT AT END
                       PERFORM 1284-ADD-LIMIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-LIMIT-FILE.

       1284-ADD-LIMIT-ENTRY.
           IF AL-ACCOUNT-CODE = SPACES
                   OR AL-SINGLE-LIMIT NOT NUMERIC
                   OR AL-DAILY-LIMIT NOT NUMERIC
               DISPLAY "BUGSOLUTION: MALFORMED ACCTLIM RECORD '"
                   AL-ACCOUNT-CODE "'"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF WS-LM-ENTRY-COUNT >= 2000
               DISPLAY "BUGSOLUTION: MORE THAN 2000 ACCOUNTS ON "
                   "ACCTLIM"
               PERFORM 9900-ABORT-RUN
           END-IF
           ADD 1 TO WS-LM-ENTRY-COUNT
           MOVE AL-ACCOUNT-CODE
               TO WS-LM-ACCOUNT-CODE(WS-LM-ENTRY-COUNT)
           MOVE AL-SINGLE-LIMIT
               TO WS-LM-SINGLE-LIMIT(WS-LM-ENTRY-COUNT)
           MOVE AL-DAILY-LIMIT
               TO WS-LM-DAILY-LIMIT(WS-LM-ENTRY-COUNT).

       1290-LOAD-POSTED-HISTORY.
      *    THE HISTORY IS LOADED AT EACH BUSINESS DATE, KEEPING ONLY
      *    THE WINDOW BEFORE THAT DATE, AND REWRITTEN WITH WHAT WAS
      *    KEPT; THE FILE THEN STAYS OPEN TO TAKE THE DAY'S POSTINGS.
      *    ON A RESTART THE FAILED RUN'S POSTINGS FOR THE DATE ARE
      *    INSIDE THE WINDOW AND ARE KEPT, AND THE SAME SUPPRESSION
      *    THAT STOPS THEIR EXTRACT RECORDS BEING WRITTEN TWICE STOPS
      *    THEIR HISTORY RECORDS BEING WRITTEN TWICE.
           MOVE ZERO TO WS-PH-ENTRY-COUNT
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-EXPECTED-DATE)
               - WS-DUPLICATE-WINDOW
           COMPUTE WS-DUPLICATE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           MOVE "00" TO WS-PHSFILE-STATUS
           PERFORM UNTIL WS-PHSFILE-STATUS NOT = "00"
               READ POSTED-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PHSFILE-STATUS
                   NOT AT END
                       PERFORM 1295-ADD-POSTED-ENTRY
               END-READ
           END-PERFORM
           CLOSE POSTED-HISTORY-FILE
           OPEN OUTPUT POSTED-HISTORY-FILE
           IF WS-PHSFILE-STATUS NOT = "00"
                   AND WS-PHSFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO REWRITE POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           PERFORM 1297-WRITE-POSTED-ENTRY
               VARYING WS-PH-SUB FROM 1 BY 1
               UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT.

       1295-ADD-POSTED-ENTRY.
           IF PH-POSTED-DATE NOT NUMERIC
                   OR PH-NUMBER-1 NOT NUMERIC
                   OR PH-NUMBER-2 NOT NUMERIC
               DISPLAY "BUGSOLUTION: MALFORMED POSTHIST RECORD"
               PERFORM 9900-ABORT-RUN
           END-IF
           IF PH-POSTED-DATE NOT < WS-DUPLICATE-CUTOFF
               IF WS-PH-ENTRY-COUNT >= 5000
                   DISPLAY "BUGSOLUTION: MORE THAN 5000 POSTINGS IN "
                       "THE DUPLICATE WINDOW - SHORTEN "
                       "DUPLICATE-WINDOW"
                   PERFORM 9900-ABORT-RUN
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

       1297-WRITE-POSTED-ENTRY.
           MOVE WS-PH-DATE(WS-PH-SUB) TO PH-POSTED-DATE
           MOVE WS-PH-BRANCH-ID(WS-PH-SUB) TO PH-BRANCH-ID
           MOVE WS-PH-ACCOUNT-CODE(WS-PH-SUB) TO PH-ACCOUNT-CODE
           MOVE WS-PH-NUMBER-1(WS-PH-SUB) TO PH-NUMBER-1
           MOVE WS-PH-NUMBER-2(WS-PH-SUB) TO PH-NUMBER-2
           MOVE WS-PH-SOURCE(WS-PH-SUB) TO PH-SOURCE
           MOVE SPACES TO PH-FILLER
           WRITE PH-POSTED-RECORD
           PERFORM 2515-CHECK-PHSFILE-STATUS.

       1300-OPEN-TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE
           PERFORM 9700-STAMP-RUN-CONTROL
           IF MODE-SUM
               PERFORM 1270-READ-BALANCE-MASTER
               PERFORM 1275-OPEN-ACCOUNT-WORK-FILE
               PERFORM 1290-LOAD-POSTED-HISTORY
           END-IF
           PERFORM 2720-OPEN-DATE-OUTPUT-FILES.

           MOVE ZERO TO WS-TOTAL-READ-COUNT
           MOVE ZERO TO WS-EXTRACT-SUPPRESS
           MOVE ZERO TO WS-REJECT-SUPPRESS
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-HOLD-SUPPRESS
           MOVE ZERO TO WS-ACCT-RECORD-COUNT
           MOVE ZERO TO WS-ACCT-TOTAL
           MOVE LOW-VALUES TO WS-PRIOR-ACCOUNT
               IF NOT MODE-SUM
                   OPEN OUTPUT ANALYTIC-FILE
               END-IF
      *        THE DATE'S EXTRACT AND EXCEPTIONS START AGAIN, SO ITS
      *        HELD ITEMS DO TOO: ANY LEFT ON THE QUEUE BY AN EARLIER
      *        RUN OF THE DATE ARE DROPPED AND RE-HELD FROM THE INPUT.
               IF MODE-SUM
                   PERFORM 2725-CUT-BACK-HOLD-QUEUE
               END-IF
           END-IF
           IF WS-EXCPFILE-STATUS NOT = "00"
                   OR WS-EXTFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN " WS-ANL-FILE-NAME
                   ", STATUS " WS-ANLFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
      *    THE HOLD QUEUE IS NOT CUT PER DATE: ITEMS WAIT ON IT ACROSS
      *    DATES UNTIL HOLDRLSE WORKS THEM, SO IT IS ALWAYS EXTENDED.
           IF MODE-SUM
               OPEN EXTEND HELD-ITEM-FILE
               IF WS-HLDFILE-STATUS NOT = "00"
                       AND WS-HLDFILE-STATUS NOT = "05"
                   DISPLAY "BUGSOLUTION: UNABLE TO OPEN HOLDQUE, "
                       "STATUS " WS-HLDFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
           END-IF.

       2725-CUT-BACK-HOLD-QUEUE.
           MOVE ZERO TO WS-HQ-ENTRY-COUNT
           MOVE ZERO TO WS-HQ-DROPPED-COUNT
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HLDFILE-STATUS NOT = "00"
                   AND WS-HLDFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN HOLDQUE, "
                   "STATUS " WS-HLDFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           MOVE "00" TO WS-HLDFILE-STATUS
           PERFORM UNTIL WS-HLDFILE-STATUS NOT = "00"
               READ HELD-ITEM-FILE
                   AT END
                       MOVE "10" TO WS-HLDFILE-STATUS
                   NOT AT END
                       PERFORM 2730-KEEP-HELD-ITEM
               END-READ
           END-PERFORM
           CLOSE HELD-ITEM-FILE
           IF WS-HQ-DROPPED-COUNT > ZERO
               OPEN OUTPUT HELD-ITEM-FILE
               IF WS-HLDFILE-STATUS NOT = "00"
                       AND WS-HLDFILE-STATUS NOT = "05"
                   DISPLAY "BUGSOLUTION: UNABLE TO REWRITE HOLDQUE, "
                       "STATUS " WS-HLDFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
               PERFORM 2735-REWRITE-HELD-ITEM
                   VARYING WS-HQ-SUB FROM 1 BY 1
                   UNTIL WS-HQ-SUB > WS-HQ-ENTRY-COUNT
               CLOSE HELD-ITEM-FILE
           END-IF.

       2730-KEEP-HELD-ITEM.
           IF HI-RUN-DATE = WS-EXPECTED-DATE
               ADD 1 TO WS-HQ-DROPPED-COUNT
           ELSE
               IF WS-HQ-ENTRY-COUNT >= 2000
                   DISPLAY "BUGSOLUTION: MORE THAN 2000 ITEMS ON "
                       "HOLDQUE"
                   PERFORM 9900-ABORT-RUN
               END-IF
               ADD 1 TO WS-HQ-ENTRY-COUNT
               MOVE HI-HELD-RECORD TO WS-HQ-RECORD(WS-HQ-ENTRY-COUNT)
           END-IF.

       2735-REWRITE-HELD-ITEM.
           MOVE WS-HQ-RECORD(WS-HQ-SUB) TO HI-HELD-RECORD
           WRITE HI-HELD-RECORD
           IF WS-HLDFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO REWRITE HOLDQUE, "
                   "STATUS " WS-HLDFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       2750-CLOSE-BUSINESS-DATE.
               PERFORM 9050-WRITE-BALANCE-LINES
           END-IF
           PERFORM 9070-WRITE-CONSOLIDATION-PAGE
           IF MODE-SUM
               CLOSE HELD-ITEM-FILE
               PERFORM 9090-WRITE-HELD-ITEMS-PAGE
           END-IF
           IF MODE-SUM
               PERFORM 9100-WRITE-CONTROL-TOTAL
               PERFORM 9600-WRITE-CONTROL-HISTORY
           END-IF
           IF MODE-SUM
               PERFORM 9540-CHECK-ACCOUNT-BALANCES
               PERFORM 9400-UPDATE-BATCH-LOG
               PERFORM 9500-UPDATE-BALANCE-MASTER
               PERFORM 9550-UPDATE-ACCOUNT-BALANCES
               CLOSE ACCOUNT-WORK-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE EXTRACT-FILE
           IF MODE-SUM
               CLOSE POSTED-HISTORY-FILE
           ELSE
               CLOSE ANALYTIC-FILE
           END-IF
           PERFORM 2755-REFRESH-LAST-BATCH
           IF TR-NUMBER-1 NUMERIC AND TR-NUMBER-2 NUMERIC
               PERFORM 2050-VALIDATE-ACCOUNT-CODE
               IF ACCOUNT-CODE-VALID
                   PERFORM 2060-CHECK-DUPLICATE
                   IF NOT DUPLICATE-FOUND
                       PERFORM 2070-CHECK-LIMITS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT ACCOUNT-CODE-VALID
                       PERFORM 2255-WRITE-ACCOUNT-REJECT
                   WHEN DUPLICATE-FOUND
                       PERFORM 2257-WRITE-DUPLICATE-REJECT
                   WHEN LIMIT-BREACHED
                       PERFORM 2560-WRITE-HELD-ITEM
                   WHEN OTHER
                       MOVE TR-NUMBER-1 TO WS-NUMBER-1
                       MOVE TR-NUMBER-2 TO WS-NUMBER-2
                       PERFORM 2150-COMPUTE-RESULT
               END-EVALUATE
           ELSE
               PERFORM 2250-WRITE-REJECT
           END-IF
           END-ADD
           PERFORM 2300-WRITE-DETAIL-LINE
           IF MODE-SUM
               PERFORM 2320-POST-ACCOUNT-WORK
           END-IF
           IF MODE-SUM
               ADD WS-SUM TO WS-GRAND-TOTAL
           MOVE WS-BR-START-CREDITS TO CKPT-BR-START-CREDITS
           PERFORM 2420-SAVE-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB-2 FROM 1 BY 1
               UNTIL WS-BRANCH-SUB-2 > 99
           IF WS-PRIOR-ACCOUNT = LOW-VALUES
               MOVE "N" TO CKPT-ACCT-ACTIVE
               MOVE SPACES TO CKPT-PRIOR-ACCOUNT
           END-IF
           MOVE WS-ACCT-RECORD-COUNT TO CKPT-ACCT-RECORD-COUNT
           MOVE WS-ACCT-TOTAL TO CKPT-ACCT-TOTAL
           MOVE WS-ACCT-GENERATION TO CKPT-ACCT-GENERATION
           MOVE WS-EXPECTED-DATE TO CKPT-PROCESS-DATE
           MOVE WS-HOLD-COUNT TO CKPT-HOLD-COUNT
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO WRITE CHKPFILE, "
                   "STATUS " WS-CHKPFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
      *    EVERY ACCTWRK POSTING UP TO HERE IS NOW COVERED BY THE
      *    CHECKPOINT; LATER POSTINGS OPEN A NEW GENERATION.
           ADD 1 TO WS-ACCT-GENERATION.

       2310-WRITE-ACCOUNT-SUBTOTAL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
           MOVE ZERO TO WS-ACCT-RECORD-COUNT
           MOVE ZERO TO WS-ACCT-TOTAL.

       2320-POST-ACCOUNT-WORK.
      *    THE FIRST POSTING TO AN ACCOUNT IN A NEW GENERATION SAVES
      *    THE FIGURES THE LAST CHECKPOINT COVERED BEFORE ADDING TO
      *    THEM.
           MOVE TR-ACCOUNT-CODE TO AW-ACCOUNT-CODE
           READ ACCOUNT-WORK-FILE
               KEY IS AW-ACCOUNT-CODE
               INVALID KEY
                   PERFORM 2325-INIT-ACCOUNT-WORK
           END-READ
           IF WS-AWKFILE-STATUS NOT = "00"
                   AND WS-AWKFILE-STATUS NOT = "23"
               DISPLAY "BUGSOLUTION: UNABLE TO READ ACCTWRK, "
                   "STATUS " WS-AWKFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           IF AW-GENERATION < WS-ACCT-GENERATION
               MOVE AW-RECORD-COUNT TO AW-CM-RECORD-COUNT
               MOVE AW-TOTAL TO AW-CM-TOTAL
               MOVE AW-DEBIT-TOTAL TO AW-CM-DEBIT-TOTAL
               MOVE AW-CREDIT-TOTAL TO AW-CM-CREDIT-TOTAL
               MOVE WS-ACCT-GENERATION TO AW-GENERATION
           END-IF
           ADD 1 TO AW-RECORD-COUNT
           ADD WS-SUM TO AW-TOTAL
               ON SIZE ERROR
                   DISPLAY "BUGSOLUTION: ACCOUNT TOTAL OVERFLOW FOR "
                       "ACCOUNT " TR-ACCOUNT-CODE
                   PERFORM 9900-ABORT-RUN
           END-ADD
           PERFORM 2330-POST-ACCOUNT-DEBIT-CREDIT
           IF WS-AWKFILE-STATUS = "23"
               WRITE ACCOUNT-WORK-RECORD
           ELSE
               REWRITE ACCOUNT-WORK-RECORD
           END-IF
           IF WS-AWKFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO POST ACCTWRK FOR "
                   "ACCOUNT " TR-ACCOUNT-CODE ", STATUS "
                   WS-AWKFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       2325-INIT-ACCOUNT-WORK.
           MOVE TR-ACCOUNT-CODE TO AW-ACCOUNT-CODE
           MOVE WS-EXPECTED-DATE TO AW-PROCESS-DATE
           MOVE WS-ACCT-GENERATION TO AW-GENERATION
           MOVE ZERO TO AW-RECORD-COUNT
           MOVE ZERO TO AW-TOTAL
           MOVE ZERO TO AW-DEBIT-TOTAL
           MOVE ZERO TO AW-CREDIT-TOTAL
           MOVE ZERO TO AW-CM-RECORD-COUNT
           MOVE ZERO TO AW-CM-TOTAL
           MOVE ZERO TO AW-CM-DEBIT-TOTAL
           MOVE ZERO TO AW-CM-CREDIT-TOTAL.

       2330-POST-ACCOUNT-DEBIT-CREDIT.
      *    THE SAME DEBIT/CREDIT SPLIT 2260 APPLIES TO THE RUN
      *    TOTALS, KEPT PER ACCOUNT FOR THE BALANCE SUBLEDGER.
           IF WS-NUMBER-1 < ZERO
               COMPUTE AW-DEBIT-TOTAL =
                   AW-DEBIT-TOTAL
                   + FUNCTION ABS(WS-NUMBER-1)
                   ON SIZE ERROR
                       PERFORM 2340-ABORT-ON-ACCOUNT-OVERFLOW
               END-COMPUTE
           ELSE
               ADD WS-NUMBER-1 TO AW-CREDIT-TOTAL
                   ON SIZE ERROR
                       PERFORM 2340-ABORT-ON-ACCOUNT-OVERFLOW
               END-ADD
           END-IF
           IF WS-NUMBER-2 < ZERO
               COMPUTE AW-DEBIT-TOTAL =
                   AW-DEBIT-TOTAL
                   + FUNCTION ABS(WS-NUMBER-2)
                   ON SIZE ERROR
                       PERFORM 2340-ABORT-ON-ACCOUNT-OVERFLOW
               END-COMPUTE
           ELSE
               ADD WS-NUMBER-2 TO AW-CREDIT-TOTAL
                   ON SIZE ERROR
                       PERFORM 2340-ABORT-ON-ACCOUNT-OVERFLOW
               END-ADD
                   TO CKPT-BE-CREDIT-TOTAL(WS-BRANCH-SUB-2)
           END-IF.

       2500-WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT
           IF WS-EXTRACT-SUPPRESS > ZERO
                       "STATUS " WS-EXTFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
               PERFORM 2510-WRITE-POSTED-HISTORY
           END-IF.

       2510-WRITE-POSTED-HISTORY.
      *    ONE HISTORY RECORD PER EXTRACT RECORD, SO THE HISTORY AND
      *    THE EXTRACT SHARE THE RESTART SUPPRESSION ABOVE.
           MOVE WS-EXPECTED-DATE TO PH-POSTED-DATE
           MOVE WS-CURRENT-BRANCH-ID TO PH-BRANCH-ID
           MOVE TR-ACCOUNT-CODE TO PH-ACCOUNT-CODE
           MOVE WS-NUMBER-1 TO PH-NUMBER-1
           MOVE WS-NUMBER-2 TO PH-NUMBER-2
           SET PH-FROM-MAIN-RUN TO TRUE
           MOVE SPACES TO PH-FILLER
           WRITE PH-POSTED-RECORD
           PERFORM 2515-CHECK-PHSFILE-STATUS.

       2515-CHECK-PHSFILE-STATUS.
           IF WS-PHSFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO WRITE POSTHIST, "
                   "STATUS " WS-PHSFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       2550-WRITE-ANALYTIC-RECORD.
               END-IF
           END-IF.

       2560-WRITE-HELD-ITEM.
      *    A HELD ITEM IS NEITHER POSTED NOR REJECTED; IT GOES TO THE
      *    HOLD QUEUE UNDER THE SAME RESTART SUPPRESSION AS THE
      *    EXTRACT AND EXCEPTION FILES.
           IF WS-HOLD-SUPPRESS > ZERO
               SUBTRACT 1 FROM WS-HOLD-SUPPRESS
           ELSE
               MOVE WS-EXPECTED-DATE TO HI-RUN-DATE
               MOVE WS-CURRENT-BRANCH-ID TO HI-BRANCH-ID
               MOVE WS-INPUT-RECORD-NUMBER TO HI-INPUT-RECORD-NUMBER
               MOVE WS-BREACH-CODE TO HI-BREACH-CODE
               MOVE WS-ITEM-AMOUNT TO HI-ITEM-AMOUNT
               MOVE WS-BREACH-LIMIT TO HI-LIMIT-AMOUNT
               MOVE TRAN-RECORD TO HI-TRAN-IMAGE
               MOVE SPACES TO HI-FILLER
               WRITE HI-HELD-RECORD
               IF WS-HLDFILE-STATUS NOT = "00"
                   DISPLAY "BUGSOLUTION: UNABLE TO WRITE HOLDQUE, "
                       "STATUS " WS-HLDFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
           END-IF
           ADD 1 TO WS-HOLD-COUNT.

       2050-VALIDATE-ACCOUNT-CODE.
           MOVE "N" TO WS-ACCOUNT-VALID-SWITCH
           MOVE TR-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE
               KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AR-OPEN AND NOT AR-CLOSED
                       DISPLAY "BUGSOLUTION: MALFORMED ACCTREF "
                           "RECORD '" AR-ACCOUNT-CODE "'"
                       PERFORM 9900-ABORT-RUN
                   END-IF
                   IF AR-OPEN
                       SET ACCOUNT-CODE-VALID TO TRUE
                   END-IF
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "BUGSOLUTION: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       2060-CHECK-DUPLICATE.
      *    ONLY A SUM-MODE RUN POSTS, SO ONLY A SUM-MODE RUN CAN
      *    DOUBLE-POST; THE ANALYTICAL MODES ARE NOT CHECKED.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           IF MODE-SUM
               PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                       UNTIL WS-PH-SUB > WS-PH-ENTRY-COUNT
                       OR DUPLICATE-FOUND
                   IF WS-PH-DATE(WS-PH-SUB) < WS-EXPECTED-DATE
                           AND WS-PH-BRANCH-ID(WS-PH-SUB)
                               = WS-CURRENT-BRANCH-ID
                           AND WS-PH-ACCOUNT-CODE(WS-PH-SUB)
                               = TR-ACCOUNT-CODE
                           AND WS-PH-NUMBER-1(WS-PH-SUB) = TR-NUMBER-1
                           AND WS-PH-NUMBER-2(WS-PH-SUB) = TR-NUMBER-2
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
               IF WS-RLS-RUN-DATE(WS-RLS-SUB) = WS-EXPECTED-DATE
                       AND WS-RLS-BRANCH-ID(WS-RLS-SUB)
                           = WS-CURRENT-BRANCH-ID
                       AND WS-RLS-RECORD-NUMBER(WS-RLS-SUB)
                           = WS-INPUT-RECORD-NUMBER
                   MOVE "N" TO WS-DUPLICATE-SWITCH
               END-IF
           END-PERFORM
           IF NOT DUPLICATE-FOUND
               DISPLAY "BUGSOLUTION: DUPLICATE AT INPUT RECORD "
                   WS-INPUT-RECORD-NUMBER " BRANCH '"
                   WS-CURRENT-BRANCH-ID "' RELEASED BY CARD"
           END-IF.

       2070-CHECK-LIMITS.
      *    ONLY A SUM-MODE RUN POSTS, SO ONLY A SUM-MODE RUN HOLDS.
           MOVE "N" TO WS-LIMIT-SWITCH
           IF MODE-SUM
               PERFORM VARYING WS-LM-SUB FROM 1 BY 1
                       UNTIL WS-LM-SUB > WS-LM-ENTRY-COUNT
                       OR WS-LM-ACCOUNT-CODE(WS-LM-SUB)
                           = TR-ACCOUNT-CODE
                   CONTINUE
               END-PERFORM
               IF WS-LM-SUB NOT > WS-LM-ENTRY-COUNT
                   COMPUTE WS-ITEM-AMOUNT =
                       FUNCTION ABS(TR-NUMBER-1)
                       + FUNCTION ABS(TR-NUMBER-2)
                   PERFORM 2075-TEST-ITEM-LIMITS
               END-IF
           END-IF.

       2075-TEST-ITEM-LIMITS.
           IF WS-LM-SINGLE-LIMIT(WS-LM-SUB) > ZERO
                   AND WS-ITEM-AMOUNT > WS-LM-SINGLE-LIMIT(WS-LM-SUB)
               SET LIMIT-BREACHED TO TRUE
               MOVE "SNGL" TO WS-BREACH-CODE
               MOVE WS-LM-SINGLE-LIMIT(WS-LM-SUB) TO WS-BREACH-LIMIT
           END-IF
           IF NOT LIMIT-BREACHED
                   AND WS-LM-DAILY-LIMIT(WS-LM-SUB) > ZERO
               MOVE WS-ITEM-AMOUNT TO WS-DAY-AMOUNT
               MOVE TR-ACCOUNT-CODE TO AW-ACCOUNT-CODE
               READ ACCOUNT-WORK-FILE
                   KEY IS AW-ACCOUNT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD AW-DEBIT-TOTAL AW-CREDIT-TOTAL
                           TO WS-DAY-AMOUNT
               END-READ
               IF WS-AWKFILE-STATUS NOT = "00"
                       AND WS-AWKFILE-STATUS NOT = "23"
                   DISPLAY "BUGSOLUTION: UNABLE TO READ ACCTWRK, "
                       "STATUS " WS-AWKFILE-STATUS
                   PERFORM 9900-ABORT-RUN
               END-IF
               IF WS-DAY-AMOUNT > WS-LM-DAILY-LIMIT(WS-LM-SUB)
                   SET LIMIT-BREACHED TO TRUE
                   MOVE "DALY" TO WS-BREACH-CODE
                   MOVE WS-LM-DAILY-LIMIT(WS-LM-SUB)
                       TO WS-BREACH-LIMIT
               END-IF
           END-IF.

       2200-WRITE-EXCEPTION.
           SET RJ-BAD-ACCOUNT TO TRUE
           PERFORM 2240-WRITE-REJECT-RECORD.

       2257-WRITE-DUPLICATE-REJECT.
           SET RJ-DUPLICATE TO TRUE
           PERFORM 2240-WRITE-REJECT-RECORD.

       2240-WRITE-REJECT-RECORD.
           IF WS-REJECT-SUPPRESS > ZERO
               SUBTRACT 1 FROM WS-REJECT-SUPPRESS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-SETTINGS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           MOVE WS-DUPLICATE-WINDOW TO WS-SL-DUPLICATE-WINDOW
           MOVE WS-RLS-ENTRY-COUNT TO WS-SL-RELEASE-COUNT
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-SETTINGS-LINE-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS.

       3150-ECHO-CONTROL-CARD.
      *    THE RUN-LEVEL FILES REMAIN TO BE PUT AWAY.
           CLOSE PRINT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM 9200-RESET-CHECKPOINT-FILE.

       9070-WRITE-CONSOLIDATION-PAGE.
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS.

       9090-WRITE-HELD-ITEMS-PAGE.
      *    THE PAGE IS PRINTED FROM THE QUEUE ITSELF, SO ITEMS HELD
      *    BEFORE A RESTART ARE LISTED WITH THE REST OF THE DATE'S.
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-HELD-PAGE-HEADER TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-HELD-COLUMN-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           MOVE ZERO TO WS-HELD-LISTED
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HLDFILE-STATUS NOT = "00"
                   AND WS-HLDFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN HOLDQUE, "
                   "STATUS " WS-HLDFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           MOVE "00" TO WS-HLDFILE-STATUS
           PERFORM UNTIL WS-HLDFILE-STATUS NOT = "00"
               READ HELD-ITEM-FILE
                   AT END
                       MOVE "10" TO WS-HLDFILE-STATUS
                   NOT AT END
                       IF HI-RUN-DATE = WS-EXPECTED-DATE
                           PERFORM 9095-WRITE-HELD-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ITEM-FILE
           MOVE WS-HELD-LISTED TO WS-HT-HELD-COUNT
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-HELD-TOTAL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS.

       9095-WRITE-HELD-DETAIL.
           MOVE HI-TRAN-IMAGE TO WS-HELD-TRAN-WORK
           MOVE HI-BRANCH-ID TO WS-HD-BRANCH-ID
           MOVE HI-INPUT-RECORD-NUMBER TO WS-HD-RECORD-NUMBER
           MOVE WS-HW-ACCOUNT-CODE TO WS-HD-ACCOUNT-CODE
           MOVE WS-HW-NUMBER-1 TO WS-HD-NUMBER-1
           MOVE WS-HW-NUMBER-2 TO WS-HD-NUMBER-2
           MOVE HI-BREACH-CODE TO WS-HD-BREACH-CODE
           MOVE HI-ITEM-AMOUNT TO WS-HD-ITEM-AMOUNT
           MOVE HI-LIMIT-AMOUNT TO WS-HD-LIMIT-AMOUNT
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-HELD-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2290-CHECK-PRTFILE-STATUS
           ADD 1 TO WS-HELD-LISTED.

       9050-WRITE-BALANCE-LINES.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-GRAND-TOTAL
                   PERFORM 9900-ABORT-RUN
           END-COMPUTE
           MOVE SPACES TO BM-FILLER
           MOVE WS-GRAND-TOTAL TO BM-LAST-MOVEMENT
           WRITE BM-BALANCE-RECORD
           IF WS-BALFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO WRITE BALFILE, "
           END-IF
           CLOSE BALANCE-MASTER-FILE.

       9540-CHECK-ACCOUNT-BALANCES.
      *    EVERY ACCOUNT ABOUT TO BE POSTED IS CHECKED BEFORE EITHER
      *    MASTER IS TOUCHED.  AN ABSENT SUBLEDGER IS A VALID FIRST
      *    DAY; NEW ACCOUNTS OPEN AT ZERO WHEN THEY ARE POSTED.
           MOVE "N" TO WS-ACTBAL-SWITCH
           OPEN INPUT ACCOUNT-BALANCE-FILE
           EVALUATE WS-ABLFILE-STATUS
               WHEN "00"
                   SET ACTBAL-PRESENT TO TRUE
               WHEN "05"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGSOLUTION: UNABLE TO OPEN ACTBAL, "
                       "STATUS " WS-ABLFILE-STATUS
                   PERFORM 9900-ABORT-RUN
           END-EVALUATE
           IF ACTBAL-PRESENT
               PERFORM 1277-START-ACCOUNT-WORK-FILE
               PERFORM 9545-CHECK-ACCOUNT-BALANCE
                   UNTIL ACCT-WORK-EOF
           END-IF
           CLOSE ACCOUNT-BALANCE-FILE.

       9545-CHECK-ACCOUNT-BALANCE.
           PERFORM 9548-READ-ACCOUNT-BALANCE
           IF WS-ABLFILE-STATUS = "00"
               IF AB-LAST-POSTED-DATE NOT NUMERIC
                       OR AB-CUMULATIVE-BALANCE NOT NUMERIC
                       OR AB-CUMULATIVE-DEBITS NOT NUMERIC
                       OR AB-CUMULATIVE-CREDITS NOT NUMERIC
                   DISPLAY "BUGSOLUTION: MALFORMED ACTBAL RECORD FOR "
                       "ACCOUNT '" AB-ACCOUNT-CODE "'"
                   PERFORM 9900-ABORT-RUN
               END-IF
               IF AB-LAST-POSTED-DATE > WS-PRIOR-BUSINESS-DATE
                   DISPLAY "BUGSOLUTION: ACCOUNT " AB-ACCOUNT-CODE
                       " LAST POSTED " AB-LAST-POSTED-DATE
                       " PAST PRIOR BUSINESS DAY "
                       WS-PRIOR-BUSINESS-DATE " - RUN DOUBLED"
                   PERFORM 9900-ABORT-RUN
               END-IF
           END-IF
           PERFORM 1279-READ-NEXT-ACCOUNT-WORK.

       9548-READ-ACCOUNT-BALANCE.
           MOVE AW-ACCOUNT-CODE TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "23"
               DISPLAY "BUGSOLUTION: UNABLE TO READ ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF.

       9550-UPDATE-ACCOUNT-BALANCES.
      *    THE DAY'S PER-ACCOUNT TOTALS ROLL INTO THE SUBLEDGER THE
      *    SAME WAY THE RUN TOTALS ROLL INTO BALMSTR, ONE ACCOUNT AT
      *    A TIME BY KEY.  ACCOUNTS WITH NO ACTIVITY TODAY ARE NOT
      *    TOUCHED.
           OPEN I-O ACCOUNT-BALANCE-FILE
           IF WS-ABLFILE-STATUS NOT = "00"
                   AND WS-ABLFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO UPDATE ACTBAL, "
                   "STATUS " WS-ABLFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           PERFORM 1277-START-ACCOUNT-WORK-FILE
           PERFORM 9560-POST-ACCOUNT-BALANCE
               UNTIL ACCT-WORK-EOF
           CLOSE ACCOUNT-BALANCE-FILE.

       9560-POST-ACCOUNT-BALANCE.
           PERFORM 9548-READ-ACCOUNT-BALANCE
           IF WS-ABLFILE-STATUS = "23"
               MOVE AW-ACCOUNT-CODE TO AB-ACCOUNT-CODE
               MOVE ZERO TO AB-CUMULATIVE-BALANCE
               MOVE ZERO TO AB-CUMULATIVE-DEBITS
               MOVE ZERO TO AB-CUMULATIVE-CREDITS
           END-IF
           ADD AW-TOTAL TO AB-CUMULATIVE-BALANCE
               ON SIZE ERROR
                   DISPLAY "BUGSOLUTION: ACTBAL BALANCE OVERFLOW "
                       "FOR ACCOUNT " AW-ACCOUNT-CODE
                   PERFORM 9900-ABORT-RUN
           END-ADD
           ADD AW-DEBIT-TOTAL TO AB-CUMULATIVE-DEBITS
               ON SIZE ERROR
                   DISPLAY "BUGSOLUTION: ACTBAL DEBITS OVERFLOW "
                       "FOR ACCOUNT " AW-ACCOUNT-CODE
                   PERFORM 9900-ABORT-RUN
           END-ADD
           ADD AW-CREDIT-TOTAL TO AB-CUMULATIVE-CREDITS
               ON SIZE ERROR
                   DISPLAY "BUGSOLUTION: ACTBAL CREDITS OVERFLOW "
                       "FOR ACCOUNT " AW-ACCOUNT-CODE
                   PERFORM 9900-ABORT-RUN
           END-ADD
           MOVE WS-EXPECTED-DATE TO AB-LAST-POSTED-DATE
           MOVE SPACES TO AB-FILLER
           MOVE AW-TOTAL TO AB-LAST-MOVEMENT
           IF WS-ABLFILE-STATUS = "23"
               WRITE AB-BALANCE-RECORD
           ELSE
               REWRITE AB-BALANCE-RECORD
           END-IF
           IF WS-ABLFILE-STATUS NOT = "00"
               DISPLAY "BUGSOLUTION: UNABLE TO WRITE ACTBAL FOR "
                   "ACCOUNT " AW-ACCOUNT-CODE ", STATUS "
                   WS-ABLFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           PERFORM 1279-READ-NEXT-ACCOUNT-WORK.

       9300-VERIFY-BATCH-TRAILER.
           IF NOT TRAILER-FOUND
                   "STATUS " WS-CTLFILE-STATUS
               PERFORM 9900-ABORT-RUN
           END-IF
           PERFORM 1277-START-ACCOUNT-WORK-FILE
           PERFORM 9150-WRITE-ACCOUNT-CONTROL
               UNTIL ACCT-WORK-EOF
           SET CTL-GRAND-REC TO TRUE
           MOVE SPACES TO CTL-ACCOUNT-CODE
           MOVE WS-RECORD-COUNT TO CTL-RECORD-COUNT

       9150-WRITE-ACCOUNT-CONTROL.
           SET CTL-ACCOUNT-REC TO TRUE
           MOVE AW-ACCOUNT-CODE TO CTL-ACCOUNT-CODE
           MOVE AW-RECORD-COUNT TO CTL-RECORD-COUNT
           MOVE AW-TOTAL TO CTL-GRAND-TOTAL
           MOVE SPACES TO CTL-FILLER
           WRITE CTL-CONTROL-RECORD
           PERFORM 9160-CHECK-CTLFILE-STATUS
           PERFORM 1279-READ-NEXT-ACCOUNT-WORK.

       9160-CHECK-CTLFILE-STATUS.
           IF WS-CTLFILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
           END-IF.

       9810-WRITE-REOPEN-AUDIT-RECORD.
      *    THE REOPEN IS DATED THE PERIOD END, LIKE THE CLOSE IT
      *    UNDOES, AND NEVER BLOCKS THE RUN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDFILE-STATUS NOT = "00"
                   AND WS-AUDFILE-STATUS NOT = "05"
               DISPLAY "BUGSOLUTION: UNABLE TO OPEN AUDFILE, "
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
                   DISPLAY "BUGSOLUTION: UNABLE TO WRITE AUDFILE, "
                       "STATUS " WS-AUDFILE-STATUS
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

       9900-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           MOVE "A" TO WS-TERM-STATUS
