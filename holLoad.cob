      * REVIEWS THE REPORT; GOOD CARDS ARE STILL APPLIED.  THIS IS
      * THE ONLY SUPPORTED WAY TO CHANGE HOLCAL - THE FILE IS NOT
      * EDITED BY HAND.
      *
      * EVERY CARD CARRIES THE KEYING OPERATOR'S ID IN COLUMNS 45-52
      * AND MAINTENANCE IS UNDER DUAL CONTROL, THE SAME AS ACCTMAINT.
      * A GOOD ADD OR DELETE CARD IS NOT APPLIED WHEN IT IS KEYED: IT
      * IS HELD ON THE PENDING FILE (HOLPEND) UNDER THE MAKER'S ID,
      * ONE PENDING CHANGE PER DATE.  A LATER CARD
      *     APPROV <DATE>  KEYED BY A DIFFERENT OPERATOR (THE CHECKER)
      * RE-EDITS THE PENDING CARD AGAINST THE CALENDAR AS IT THEN
      * STANDS AND APPLIES IT; NO OPERATOR MAY APPROVE A CARD THEY
      * KEYED THEMSELVES.
      *     CANCEL <DATE>  WITHDRAWS THE PENDING CARD UNAPPLIED.
      * A PENDING CARD NOT APPROVED WITHIN THE EXPIRY PERIOD - FIVE
      * BUSINESS DAYS AFTER THE DAY IT WAS KEYED, OR AS SET BY A
      * PENDING-EXPIRY-DAYS=NNN CARD ON HOLPARM - EXPIRES AT THE
      * START OF THE NEXT RUN AND MUST BE KEYED AGAIN.  EVERY APPLIED
      * CHANGE APPENDS THE BEFORE AND AFTER IMAGES OF THE HOLCAL
      * RECORD, BOTH OPERATOR IDS AND THE TIME OF THE CHANGE TO THE
      * PERMANENT CHANGE JOURNAL (MNTJRNL), WHICH JRNLINQ REPORTS
      * FROM.  THE JOURNAL RECORDS ARE HELD UNTIL HOLCAL HAS BEEN
      * REWRITTEN, SO A RUN THAT FAILS FIRST JOURNALS NOTHING IT DID
      * NOT APPLY.  CARDS STILL PENDING OR EXPIRED END THE RUN WITH
      * RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "HOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "HOLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDFILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           05  MT-DATE-N REDEFINES MT-DATE
                                       PIC 9(8).
           05  MT-DESCRIPTION          PIC X(30).
           05  MT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(28).

       FD  PRINT-FILE
           RECORDING MODE IS F.
               88  PR-DOUBLE-SPACE                VALUE "0".
           05  PR-LINE                 PIC X(100).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY MNTPEND.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD              PIC X(198).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOLFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MNTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PNDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-JRNFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-TIME-CONTROLS.
           05  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
           05  WS-CURRENT-TIME         PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "HOLLOAD".

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACTION  DATE      DESCRIPTION                     MAKER 
      -        "    CHECKER   DISPOSITION".

       01  WS-MAINT-LINE.
           05  WS-ML-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-CHECKER-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DISPOSITION       PIC X(30).

       01  WS-PENDING-HEADER-1.
           05  FILLER                  PIC X(41) VALUE
               "CHANGES AWAITING APPROVAL - EXPIRE AFTER ".
           05  WS-PH-EXPIRY-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(56) VALUE
               " BUSINESS DAYS".

       01  WS-PENDING-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "SUBMITTED TIME    MAKER     ACTION  DATE      DESCRIPTIO
      -        "N                     AGE".

       01  WS-PENDING-LINE.
           05  WS-PL-SUBMIT-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SUBMIT-TIME       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-DATE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(100) VALUE
           05  WS-TL-ON-FILE           PIC ZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PENDING-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "CARDS QUEUED:   ".
           05  WS-TL-QUEUED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13)
                                        VALUE "  CANCELLED: ".
           05  WS-TL-CANCELLED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
                                        VALUE "  EXPIRED: ".
           05  WS-TL-EXPIRED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE "  STILL PENDING: ".
           05  WS-TL-PENDING           PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-APPLY-SWITCH         PIC X VALUE "N".
               88  APPLYING-APPROVED-CARD       VALUE "Y".
           05  WS-HOLIDAY-FOUND-SWITCH PIC X VALUE "N".
               88  HOLIDAY-FOUND                VALUE "Y".

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-QUEUED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CANCELLED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-STILL-PENDING-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.
           05  WS-PENDING-EXPIRY-DAYS  PIC 9(3) VALUE 5.
           05  WS-CHECKER-ID           PIC X(8) VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DATE-INTEGER         PIC 9(8) VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
           05  WS-TODAY-INTEGER        PIC 9(8) VALUE ZERO.
           05  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.
           05  WS-HOLIDAY-TEST-DATE    PIC 9(8) VALUE ZERO.

       01  WS-CALENDAR-CONTROLS.
           05  WS-HL-SUB               PIC 9(3) VALUE ZERO.
               10  WS-HL-DATE          PIC 9(8).
               10  WS-HL-DESCRIPTION   PIC X(30).

      *    THE PENDING FILE AS LOADED, PLUS THE CARDS QUEUED THIS
      *    RUN.  AN ENTRY'S STATE MOVES FROM PENDING TO APPROVED,
      *    CANCELLED OR EXPIRED; ONLY ENTRIES STILL PENDING ARE
      *    WRITTEN BACK AT TERMINATION.
       01  WS-PENDING-CONTROLS.
           05  WS-PD-SUB               PIC 9(3) VALUE ZERO.
           05  WS-PD-FOUND-SUB         PIC 9(3) VALUE ZERO.

       01  WS-PENDING-TABLE-AREA.
           05  WS-PD-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PD-ENTRY OCCURS 100 TIMES.
               10  WS-PD-SUBMIT-DATE   PIC 9(8).
               10  WS-PD-SUBMIT-TIME   PIC 9(6).
               10  WS-PD-MAKER-ID      PIC X(8).
               10  WS-PD-CARD-IMAGE    PIC X(80).
               10  WS-PD-CARD REDEFINES WS-PD-CARD-IMAGE.
                   15  WS-PD-ACTION    PIC X(6).
                   15  WS-PD-DATE      PIC X(8).
                   15  WS-PD-DESCRIPTION
                                       PIC X(30).
                   15  FILLER          PIC X(36).
               10  WS-PD-STATE         PIC X.
                   88  PD-PENDING               VALUE "P".
                   88  PD-APPROVED              VALUE "A".
                   88  PD-CANCELLED             VALUE "X".
                   88  PD-EXPIRED               VALUE "E".

      *    EACH CHANGE'S JOURNAL RECORD IS BUILT HERE AND HELD IN THE
      *    TABLE UNTIL HOLCAL HAS BEEN REWRITTEN.  EVERY APPLIED
      *    CHANGE IS A PENDING CARD APPROVED, SO THE TABLE IS THE
      *    SIZE OF THE PENDING TABLE.
           COPY MNTJRNL.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JR-SUB               PIC 9(3) VALUE ZERO.
           05  WS-JR-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-JR-ENTRY OCCURS 100 TIMES.
               10  WS-JR-RECORD        PIC X(198).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-CURRENT-TIME
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1300-READ-CONTROL-CARDS
           PERFORM 1400-LOAD-PENDING-CARDS
           OPEN INPUT MAINT-FILE
           IF WS-MNTFILE-STATUS NOT = "00"
               DISPLAY "HOLLOAD: UNABLE TO OPEN HOLCRDS, "
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 1500-EXPIRE-PENDING-CARDS
           PERFORM 2100-READ-MAINT-RECORD.

       1100-LOAD-HOLIDAY-CALENDAR.
           MOVE HC-DESCRIPTION
               TO WS-HL-DESCRIPTION(WS-HL-ENTRY-COUNT).

       1300-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CRDFILE-STATUS = "00"
               PERFORM UNTIL WS-CRDFILE-STATUS NOT = "00"
                   READ CONTROL-CARD-FILE
                       AT END
                           MOVE "10" TO WS-CRDFILE-STATUS
                       NOT AT END
                           IF CONTROL-CARD NOT = SPACES
                                   AND CONTROL-CARD(1:1) NOT = "*"
                               PERFORM 1310-APPLY-CONTROL-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1310-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "PENDING-EXPIRY-DAYS"
                   IF FUNCTION TEST-NUMVAL(WS-CARD-VALUE) NOT = ZERO
                       PERFORM 1390-REJECT-CONTROL-CARD
                   END-IF
                   COMPUTE WS-CARD-NUMBER =
                       FUNCTION NUMVAL(WS-CARD-VALUE)
                       ON SIZE ERROR
                           PERFORM 1390-REJECT-CONTROL-CARD
                   END-COMPUTE
                   IF WS-CARD-NUMBER = ZERO OR WS-CARD-NUMBER > 999
                       PERFORM 1390-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-NUMBER TO WS-PENDING-EXPIRY-DAYS
               WHEN OTHER
                   PERFORM 1390-REJECT-CONTROL-CARD
           END-EVALUATE.

       1390-REJECT-CONTROL-CARD.
           DISPLAY "HOLLOAD: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1400-LOAD-PENDING-CARDS.
      *    AN ABSENT PENDING FILE SIMPLY MEANS NOTHING IS WAITING.
           OPEN INPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "HOLLOAD: UNABLE TO OPEN HOLPEND, "
                   "STATUS " WS-PNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "00" TO WS-PNDFILE-STATUS
           PERFORM UNTIL WS-PNDFILE-STATUS NOT = "00"
               READ PENDING-FILE
                   AT END
                       MOVE "10" TO WS-PNDFILE-STATUS
                   NOT AT END
                       PERFORM 1410-ADD-PENDING-ENTRY
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       1410-ADD-PENDING-ENTRY.
           IF PM-SUBMIT-DATE NOT NUMERIC
                   OR PM-SUBMIT-TIME NOT NUMERIC
                   OR PM-MAKER-ID = SPACES
               DISPLAY "HOLLOAD: MALFORMED HOLPEND RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PD-ENTRY-COUNT >= 100
               DISPLAY "HOLLOAD: MORE THAN 100 CARDS ON HOLPEND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PD-ENTRY-COUNT
           MOVE PM-SUBMIT-DATE TO WS-PD-SUBMIT-DATE(WS-PD-ENTRY-COUNT)
           MOVE PM-SUBMIT-TIME TO WS-PD-SUBMIT-TIME(WS-PD-ENTRY-COUNT)
           MOVE PM-MAKER-ID TO WS-PD-MAKER-ID(WS-PD-ENTRY-COUNT)
           MOVE PM-CARD-IMAGE TO WS-PD-CARD-IMAGE(WS-PD-ENTRY-COUNT)
           SET PD-PENDING(WS-PD-ENTRY-COUNT) TO TRUE.

       1500-EXPIRE-PENDING-CARDS.
      *    EXPIRY IS APPLIED BEFORE ANY CARD IS READ, SO A CARD PAST
      *    ITS PERIOD CANNOT BE APPROVED IN THIS RUN.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
               PERFORM 1550-COMPUTE-PENDING-AGE
               IF WS-AGE-DAYS > WS-PENDING-EXPIRY-DAYS
                   PERFORM 1560-EXPIRE-PENDING-CARD
               END-IF
           END-PERFORM.

       1550-COMPUTE-PENDING-AGE.
      *    AGE IS COUNTED IN BUSINESS DAYS FROM THE DAY THE CARD WAS
      *    KEYED TO TODAY, ROLLING OVER SATURDAY, SUNDAY AND THE
      *    CALENDAR AS LOADED - NOT AS AMENDED BY THIS RUN'S CARDS.
           MOVE ZERO TO WS-AGE-DAYS
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-PD-SUBMIT-DATE(WS-PD-SUB))
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           PERFORM UNTIL WS-DATE-INTEGER >= WS-TODAY-INTEGER
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INTEGER, 7)
               IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
                   COMPUTE WS-HOLIDAY-TEST-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   PERFORM 1570-TEST-HOLIDAY
                   IF NOT HOLIDAY-FOUND
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       1560-EXPIRE-PENDING-CARD.
           SET PD-EXPIRED(WS-PD-SUB) TO TRUE
           MOVE WS-PD-CARD-IMAGE(WS-PD-SUB) TO MAINT-RECORD
           MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO WS-ML-MAKER-ID
           MOVE SPACES TO WS-ML-CHECKER-ID
           MOVE "EXPIRED - NOT APPROVED" TO WS-ML-DISPOSITION
           ADD 1 TO WS-EXPIRED-COUNT
           PERFORM 2800-WRITE-MAINT-LINE.

       1570-TEST-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-FOUND-SWITCH
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB > WS-HL-ENTRY-COUNT
                   OR WS-HL-DATE(WS-HL-SUB)
                       = WS-HOLIDAY-TEST-DATE
               CONTINUE
           END-PERFORM
           IF WS-HL-SUB NOT > WS-HL-ENTRY-COUNT
               SET HOLIDAY-FOUND TO TRUE
           END-IF.

       2000-APPLY-MAINT-RECORD.
           IF MAINT-RECORD = SPACES OR MT-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               MOVE "N" TO WS-APPLY-SWITCH
               EVALUATE TRUE
                   WHEN MT-OPERATOR-ID = SPACES
                       MOVE SPACES TO WS-ML-MAKER-ID
                       MOVE SPACES TO WS-ML-CHECKER-ID
                       MOVE "REJECTED - NO OPERATOR ID"
                           TO WS-ML-DISPOSITION
                       PERFORM 2750-COUNT-REJECT
                       PERFORM 2800-WRITE-MAINT-LINE
                   WHEN MT-ACTION = "APPROV"
                       PERFORM 2020-APPROVE-PENDING-CARD
                   WHEN MT-ACTION = "CANCEL"
                       PERFORM 2030-CANCEL-PENDING-CARD
                   WHEN OTHER
                       PERFORM 2010-SUBMIT-MAINT-CARD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.

       2010-SUBMIT-MAINT-CARD.
           MOVE MT-OPERATOR-ID TO WS-ML-MAKER-ID
           MOVE SPACES TO WS-ML-CHECKER-ID
           PERFORM 2250-FIND-PENDING-CARD
           IF WS-PD-FOUND-SUB > ZERO
                   AND (MT-ACTION = "ADD   " OR "DELETE")
               MOVE "REJECTED - ALREADY PENDING"
                   TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
               PERFORM 2800-WRITE-MAINT-LINE
           ELSE
               PERFORM 2200-FIND-HOLIDAY
               PERFORM 2050-EDIT-MAINT-CARD
           END-IF.

       2020-APPROVE-PENDING-CARD.
      *    THE PENDING CARD IS BROUGHT BACK INTO THE CARD AREA AND
      *    RE-EDITED AGAINST THE CALENDAR AS IT NOW STANDS, SO AN
      *    APPROVAL CANNOT APPLY A CHANGE OVERTAKEN SINCE IT WAS
      *    KEYED.  EITHER WAY THE PENDING CARD HAS BEEN DECIDED.
           MOVE MT-OPERATOR-ID TO WS-CHECKER-ID
           PERFORM 2250-FIND-PENDING-CARD
           EVALUATE TRUE
               WHEN WS-PD-FOUND-SUB = ZERO
                   MOVE SPACES TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE "REJECTED - NOTHING PENDING"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
                   PERFORM 2800-WRITE-MAINT-LINE
               WHEN WS-PD-MAKER-ID(WS-PD-FOUND-SUB) = WS-CHECKER-ID
                   MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB)
                       TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE "REJECTED - SAME OPERATOR"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
                   PERFORM 2800-WRITE-MAINT-LINE
               WHEN OTHER
                   SET PD-APPROVED(WS-PD-FOUND-SUB) TO TRUE
                   MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB)
                       TO WS-ML-MAKER-ID
                   MOVE WS-CHECKER-ID TO WS-ML-CHECKER-ID
                   MOVE WS-PD-CARD-IMAGE(WS-PD-FOUND-SUB)
                       TO MAINT-RECORD
                   SET APPLYING-APPROVED-CARD TO TRUE
                   PERFORM 2200-FIND-HOLIDAY
                   PERFORM 2050-EDIT-MAINT-CARD
                   MOVE "N" TO WS-APPLY-SWITCH
           END-EVALUATE.

       2030-CANCEL-PENDING-CARD.
           PERFORM 2250-FIND-PENDING-CARD
           IF WS-PD-FOUND-SUB = ZERO
               MOVE SPACES TO WS-ML-MAKER-ID
               MOVE MT-OPERATOR-ID TO WS-ML-CHECKER-ID
               MOVE "REJECTED - NOTHING PENDING" TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
           ELSE
               SET PD-CANCELLED(WS-PD-FOUND-SUB) TO TRUE
               MOVE MT-OPERATOR-ID TO WS-ML-CHECKER-ID
               MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB) TO WS-ML-MAKER-ID
               MOVE WS-PD-CARD-IMAGE(WS-PD-FOUND-SUB) TO MAINT-RECORD
               MOVE "CANCELLED - NOT APPLIED" TO WS-ML-DISPOSITION
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           PERFORM 2800-WRITE-MAINT-LINE.

       2050-EDIT-MAINT-CARD.
           EVALUATE MT-ACTION
               WHEN "ADD   "
                   PERFORM 2300-APPLY-ADD
               WHEN "DELETE"
                   PERFORM 2400-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2700-REJECT-CARD
           END-EVALUATE.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
               END-PERFORM
           END-IF.

       2250-FIND-PENDING-CARD.
           MOVE ZERO TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
               IF PD-PENDING(WS-PD-SUB)
                       AND WS-PD-DATE(WS-PD-SUB) = MT-DATE
                   MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM.

       2300-APPLY-ADD.
           EVALUATE TRUE
               WHEN MT-DATE NOT NUMERIC
                   TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
           ELSE
               IF APPLYING-APPROVED-CARD
                   ADD 1 TO WS-HL-ENTRY-COUNT
                   MOVE MT-DATE-N TO WS-HL-DATE(WS-HL-ENTRY-COUNT)
                   MOVE MT-DESCRIPTION
                       TO WS-HL-DESCRIPTION(WS-HL-ENTRY-COUNT)
                   MOVE SPACES TO MJ-BEFORE-IMAGE
                   MOVE SPACES TO MJ-AFTER-IMAGE
                   MOVE MT-DATE TO MJ-AH-HOLIDAY-DATE
                   MOVE MT-DESCRIPTION TO MJ-AH-DESCRIPTION
                   PERFORM 2960-HOLD-JOURNAL-RECORD
                   MOVE "ADDED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   PERFORM 2450-QUEUE-PENDING-CARD
               END-IF
           END-IF.

       2400-APPLY-DELETE.
           EVALUATE TRUE
               WHEN WS-HL-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE" TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT APPLYING-APPROVED-CARD
                   PERFORM 2450-QUEUE-PENDING-CARD
               WHEN OTHER
                   MOVE SPACES TO MJ-BEFORE-IMAGE
                   MOVE SPACES TO MJ-AFTER-IMAGE
                   MOVE WS-HL-DATE(WS-HL-FOUND-SUB)
                       TO MJ-BH-HOLIDAY-DATE
                   MOVE WS-HL-DESCRIPTION(WS-HL-FOUND-SUB)
                       TO MJ-BH-DESCRIPTION
                   PERFORM 2960-HOLD-JOURNAL-RECORD
                   PERFORM VARYING WS-HL-SUB FROM WS-HL-FOUND-SUB BY 1
                           UNTIL WS-HL-SUB >= WS-HL-ENTRY-COUNT
                       MOVE WS-HL-ENTRY(WS-HL-SUB + 1)
                           TO WS-HL-ENTRY(WS-HL-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HL-ENTRY-COUNT
                   MOVE "DELETED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2450-QUEUE-PENDING-CARD.
           IF WS-PD-ENTRY-COUNT >= 100
               MOVE "REJECTED - PENDING FILE FULL" TO WS-ML-DISPOSITION
               PERFORM 2750-COUNT-REJECT
           ELSE
               ADD 1 TO WS-PD-ENTRY-COUNT
               MOVE WS-CURRENT-DATE-N
                   TO WS-PD-SUBMIT-DATE(WS-PD-ENTRY-COUNT)
               MOVE WS-CURRENT-TIME
                   TO WS-PD-SUBMIT-TIME(WS-PD-ENTRY-COUNT)
               MOVE MT-OPERATOR-ID
                   TO WS-PD-MAKER-ID(WS-PD-ENTRY-COUNT)
               MOVE MAINT-RECORD
                   TO WS-PD-CARD-IMAGE(WS-PD-ENTRY-COUNT)
               SET PD-PENDING(WS-PD-ENTRY-COUNT) TO TRUE
               MOVE "PENDING APPROVAL" TO WS-ML-DISPOSITION
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       2700-REJECT-CARD.
           MOVE "REJECTED - UNKNOWN ACTION" TO WS-ML-DISPOSITION
               STOP RUN
           END-IF.

       2960-HOLD-JOURNAL-RECORD.
      *    THE CALLER HAS ALREADY SET THE BEFORE AND AFTER IMAGES; AN
      *    ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-CURRENT-DATE-N TO MJ-JOURNAL-DATE
           MOVE WS-TIME-WORK(1:6) TO MJ-JOURNAL-TIME
           SET MJ-HOLIDAY-CHANGE TO TRUE
           MOVE MT-ACTION TO MJ-ACTION
           MOVE MT-DATE TO MJ-RECORD-KEY
           MOVE WS-PD-MAKER-ID(WS-PD-FOUND-SUB) TO MJ-MAKER-ID
           MOVE WS-PD-SUBMIT-DATE(WS-PD-FOUND-SUB) TO MJ-SUBMIT-DATE
           MOVE WS-PD-SUBMIT-TIME(WS-PD-FOUND-SUB) TO MJ-SUBMIT-TIME
           MOVE WS-CHECKER-ID TO MJ-CHECKER-ID
           MOVE SPACES TO MJ-FILLER
           ADD 1 TO WS-JR-ENTRY-COUNT
           MOVE MJ-JOURNAL-RECORD TO WS-JR-RECORD(WS-JR-ENTRY-COUNT).

       9000-TERMINATE.
           PERFORM 9050-SORT-CALENDAR
           PERFORM 9100-REWRITE-HOLIDAY-FILE
           PERFORM 9500-WRITE-JOURNAL
           PERFORM 9200-PRINT-CALENDAR-PROOF
           PERFORM 9300-REWRITE-PENDING-FILE
           PERFORM 9400-PRINT-PENDING-CARDS
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-HL-ENTRY-COUNT TO WS-TL-ON-FILE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE WS-QUEUED-COUNT TO WS-TL-QUEUED
           MOVE WS-CANCELLED-COUNT TO WS-TL-CANCELLED
           MOVE WS-EXPIRED-COUNT TO WS-TL-EXPIRED
           MOVE WS-STILL-PENDING-COUNT TO WS-TL-PENDING
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PENDING-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF (WS-STILL-PENDING-COUNT > ZERO
                   OR WS-EXPIRED-COUNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE MAINT-FILE
           CLOSE PRINT-FILE.

           MOVE WS-PROOF-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       9300-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF WS-PNDFILE-STATUS NOT = "00"
                   AND WS-PNDFILE-STATUS NOT = "05"
               DISPLAY "HOLLOAD: UNABLE TO REWRITE HOLPEND, "
                   "STATUS " WS-PNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9350-WRITE-PENDING-RECORD
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
           CLOSE PENDING-FILE.

       9350-WRITE-PENDING-RECORD.
           IF PD-PENDING(WS-PD-SUB)
               MOVE WS-PD-SUBMIT-DATE(WS-PD-SUB) TO PM-SUBMIT-DATE
               MOVE WS-PD-SUBMIT-TIME(WS-PD-SUB) TO PM-SUBMIT-TIME
               MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO PM-MAKER-ID
               MOVE WS-PD-CARD-IMAGE(WS-PD-SUB) TO PM-CARD-IMAGE
               MOVE SPACES TO PM-FILLER
               WRITE PM-PENDING-RECORD
               IF WS-PNDFILE-STATUS NOT = "00"
                   DISPLAY "HOLLOAD: UNABLE TO WRITE HOLPEND, "
                       "STATUS " WS-PNDFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF.

       9400-PRINT-PENDING-CARDS.
           MOVE WS-PENDING-EXPIRY-DAYS TO WS-PH-EXPIRY-DAYS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-PENDING-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PENDING-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 9450-PRINT-PENDING-LINE
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT.

       9450-PRINT-PENDING-LINE.
           IF PD-PENDING(WS-PD-SUB)
               PERFORM 1550-COMPUTE-PENDING-AGE
               MOVE WS-PD-SUBMIT-DATE(WS-PD-SUB) TO WS-PL-SUBMIT-DATE
               MOVE WS-PD-SUBMIT-TIME(WS-PD-SUB) TO WS-PL-SUBMIT-TIME
               MOVE WS-PD-MAKER-ID(WS-PD-SUB) TO WS-PL-MAKER-ID
               MOVE WS-PD-ACTION(WS-PD-SUB) TO WS-PL-ACTION
               MOVE WS-PD-DATE(WS-PD-SUB) TO WS-PL-DATE
               MOVE WS-PD-DESCRIPTION(WS-PD-SUB) TO WS-PL-DESCRIPTION
               MOVE WS-AGE-DAYS TO WS-PL-AGE
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-PENDING-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF.

       9500-WRITE-JOURNAL.
      *    REACHED ONLY ONCE HOLCAL CARRIES EVERY CHANGE JOURNALLED.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNFILE-STATUS NOT = "00"
                   AND WS-JRNFILE-STATUS NOT = "05"
               DISPLAY "HOLLOAD: UNABLE TO OPEN MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9550-WRITE-JOURNAL-RECORD
               VARYING WS-JR-SUB FROM 1 BY 1
               UNTIL WS-JR-SUB > WS-JR-ENTRY-COUNT
           CLOSE JOURNAL-FILE.

       9550-WRITE-JOURNAL-RECORD.
           MOVE WS-JR-RECORD(WS-JR-SUB) TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WS-JRNFILE-STATUS NOT = "00"
               DISPLAY "HOLLOAD: UNABLE TO WRITE MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
