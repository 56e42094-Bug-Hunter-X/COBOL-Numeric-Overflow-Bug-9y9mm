       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMAINT.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * CHART-OF-ACCOUNTS MAPPING MAINTENANCE AND PROOF.
      * READS THE CURRENT MAPPING FILE (COAMAP, WHICH MAY BE ABSENT
      * ON FIRST LOAD) AND THE ACCOUNT REFERENCE MASTER (ACCTREF),
      * APPLIES THE MAINTENANCE TRANSACTIONS ON COAMNT IN ORDER -
      * ADD, CHANGE (REPLACE GL ACCOUNT, COST CENTER AND CONTRA) AND
      * DELETE - AND REWRITES THE MAPPING FILE.  A MAPPING CAN ONLY
      * BE ADDED FOR AN ACCOUNT ON ACCTREF.  EVERY TRANSACTION IS
      * ECHOED TO THE COAPRT REPORT WITH ITS DISPOSITION, AND A
      * REJECTED TRANSACTION ENDS THE RUN WITH RETURN-CODE 8 SO
      * OPERATIONS REVIEWS THE REPORT; GOOD TRANSACTIONS ARE STILL
      * APPLIED.  THE REPORT CLOSES WITH A PROOF OF THE MAPPING
      * AGAINST ACCTREF: EVERY ACCOUNT ON ACCTREF WITH ITS MAPPING,
      * AND ANY OPEN ACCOUNT STILL UNMAPPED FLAGGED, WHICH ENDS THE
      * RUN WITH RETURN-CODE 4 SO THE GAP IS CLOSED BEFORE GLJOURNAL
      * MEETS IT.  THIS IS THE ONLY SUPPORTED WAY TO CHANGE COAMAP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAPPING-FILE ASSIGN TO "COAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPFILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACCOUNT-CODE
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO "COAMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "COAPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE
           RECORDING MODE IS F.
           COPY COAMAP.

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
           COPY ACCTREF.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(6).
           05  MT-ACCOUNT-CODE         PIC X(4).
           05  MT-GL-ACCOUNT           PIC X(10).
           05  MT-COST-CENTER          PIC X(6).
           05  MT-CONTRA-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(44).

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
           05  WS-MAPFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-ACTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-MNTFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "COAMAINT".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(100) VALUE
               "ACTION  ACCT  GL ACCOUNT  COST CTR  CONTRA      DISPOSIT
      -        "ION".

       01  WS-MAINT-LINE.
           05  WS-ML-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-GL-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-COST-CENTER       PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-ML-CONTRA-ACCOUNT    PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-DISPOSITION       PIC X(30).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(16)
                                        VALUE "CARDS APPLIED:  ".
           05  WS-TL-APPLIED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
                                        VALUE "  REJECTED: ".
           05  WS-TL-REJECTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(19)
                                        VALUE "  MAPPINGS ON FILE:".
           05  WS-TL-ON-FILE           PIC ZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(100) VALUE
               "MAPPING PROOF AGAINST ACCTREF".

       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                  PIC X(100) VALUE
               "ACCT  STATUS  GL ACCOUNT  COST CTR  CONTRA      PROOF".

       01  WS-PROOF-LINE.
           05  WS-PL-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-STATUS            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-GL-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-COST-CENTER       PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-PL-CONTRA-ACCOUNT    PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-VERDICT           PIC X(20).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PROOF-TOTALS-LINE.
           05  FILLER                  PIC X(17)
                                        VALUE "ACCOUNTS MAPPED: ".
           05  WS-PT-MAPPED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                                        VALUE "  OPEN AND UNMAPPED:".
           05  WS-PT-UNMAPPED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE "  NOT ON ACCTREF:".
           05  WS-PT-ORPHANED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  END-OF-FILE                  VALUE "Y".
           05  WS-ACCOUNT-MASTER-SWITCH PIC X VALUE "N".
               88  ON-ACCOUNT-MASTER            VALUE "Y".
           05  WS-ACCOUNT-MASTER-EOF-SWITCH PIC X VALUE "N".
               88  ACCOUNT-MASTER-EOF           VALUE "Y".

       01  WS-TOTALS.
           05  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ON-FILE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-MAPPED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ORPHANED-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-MAPPING-CONTROLS.
           05  WS-CM-SUB               PIC 9(4) VALUE ZERO.
           05  WS-CM-FOUND-SUB         PIC 9(4) VALUE ZERO.

       01  WS-MAPPING-TABLE-AREA.
           05  WS-CM-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CM-ENTRY OCCURS 2000 TIMES.
               10  WS-CM-ACCOUNT-CODE  PIC X(4).
               10  WS-CM-GL-ACCOUNT    PIC X(10).
               10  WS-CM-COST-CENTER   PIC X(6).
               10  WS-CM-CONTRA-ACCOUNT PIC X(10).
               10  WS-CM-CHANGED-DATE  PIC 9(8).
               10  WS-CM-DELETED       PIC X.
               10  WS-CM-PROVED        PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINT-RECORD UNTIL END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-MAPPING-FILE
           PERFORM 1200-OPEN-ACCOUNT-MASTER
           OPEN INPUT MAINT-FILE
           IF WS-MNTFILE-STATUS NOT = "00"
               DISPLAY "COAMAINT: UNABLE TO OPEN COAMNT, "
                   "STATUS " WS-MNTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "COAMAINT: UNABLE TO OPEN COAPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 2100-READ-MAINT-RECORD.

       1100-LOAD-MAPPING-FILE.
      *    AN ABSENT OR EMPTY MAPPING FILE IS A VALID STARTING POINT;
      *    EVERY MAPPING THEN ARRIVES BY ADD CARD.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPFILE-STATUS = "00"
               PERFORM UNTIL WS-MAPFILE-STATUS NOT = "00"
                   READ MAPPING-FILE
                       AT END
                           MOVE "10" TO WS-MAPFILE-STATUS
                       NOT AT END
                           PERFORM 1110-ADD-MAPPING-ENTRY
                   END-READ
               END-PERFORM
           END-IF
      *    THE OPTIONAL OPEN LEAVES AN ABSENT FILE OPEN WITH STATUS
      *    "05"; IT MUST STILL BE CLOSED OR THE REWRITE AT
      *    TERMINATION FAILS WITH STATUS 41.
           CLOSE MAPPING-FILE.

       1110-ADD-MAPPING-ENTRY.
           IF CM-ACCOUNT-CODE = SPACES
                   OR CM-GL-ACCOUNT = SPACES
                   OR CM-CONTRA-ACCOUNT = SPACES
               DISPLAY "COAMAINT: MALFORMED COAMAP RECORD '"
                   CM-ACCOUNT-CODE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CM-ENTRY-COUNT >= 2000
               DISPLAY "COAMAINT: MORE THAN 2000 ACCOUNTS ON COAMAP"
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
               TO WS-CM-CONTRA-ACCOUNT(WS-CM-ENTRY-COUNT)
           MOVE CM-LAST-CHANGED-DATE
               TO WS-CM-CHANGED-DATE(WS-CM-ENTRY-COUNT)
           MOVE "N" TO WS-CM-DELETED(WS-CM-ENTRY-COUNT).

       1200-OPEN-ACCOUNT-MASTER.
      *    THE MASTER STAYS OPEN FOR THE RUN.  AN ADD CARD READS IT BY
      *    ACCOUNT CODE; THE CLOSING PROOF READS IT IN KEY ORDER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "COAMAINT: UNABLE TO OPEN ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-MAINT-RECORD.
           IF MAINT-RECORD = SPACES OR MT-ACTION(1:1) = "*"
               CONTINUE
           ELSE
               PERFORM 2200-FIND-MAPPING
               EVALUATE MT-ACTION
                   WHEN "ADD   "
                       PERFORM 2300-APPLY-ADD
                   WHEN "CHANGE"
                       PERFORM 2400-APPLY-CHANGE
                   WHEN "DELETE"
                       PERFORM 2500-APPLY-DELETE
                   WHEN OTHER
                       PERFORM 2700-REJECT-CARD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.

       2100-READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2200-FIND-MAPPING.
           MOVE ZERO TO WS-CM-FOUND-SUB
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > WS-CM-ENTRY-COUNT
               IF WS-CM-ACCOUNT-CODE(WS-CM-SUB) = MT-ACCOUNT-CODE
                       AND WS-CM-DELETED(WS-CM-SUB) = "N"
                   MOVE WS-CM-SUB TO WS-CM-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ACCOUNT-MASTER-SWITCH
           MOVE MT-ACCOUNT-CODE TO AR-ACCOUNT-CODE
           READ ACCOUNT-MASTER-FILE KEY IS AR-ACCOUNT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-ACCOUNT-MASTER TO TRUE
           END-READ
           IF WS-ACTFILE-STATUS NOT = "00"
                   AND WS-ACTFILE-STATUS NOT = "23"
               DISPLAY "COAMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-APPLY-ADD.
           EVALUATE TRUE
               WHEN MT-ACCOUNT-CODE = SPACES
                   MOVE "REJECTED - BLANK ACCOUNT"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN NOT ON-ACCOUNT-MASTER
                   MOVE "REJECTED - NOT ON ACCTREF"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-GL-ACCOUNT = SPACES
                       OR MT-COST-CENTER = SPACES
                       OR MT-CONTRA-ACCOUNT = SPACES
                   MOVE "REJECTED - MAPPING INCOMPLETE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CONTRA-ACCOUNT = MT-GL-ACCOUNT
                   MOVE "REJECTED - CONTRA SAME AS GL"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-CM-FOUND-SUB > ZERO
                   MOVE "REJECTED - ALREADY ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN WS-CM-ENTRY-COUNT >= 2000
                   MOVE "REJECTED - MAPPING FILE FULL"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   ADD 1 TO WS-CM-ENTRY-COUNT
                   MOVE MT-ACCOUNT-CODE
                       TO WS-CM-ACCOUNT-CODE(WS-CM-ENTRY-COUNT)
                   MOVE MT-GL-ACCOUNT
                       TO WS-CM-GL-ACCOUNT(WS-CM-ENTRY-COUNT)
                   MOVE MT-COST-CENTER
                       TO WS-CM-COST-CENTER(WS-CM-ENTRY-COUNT)
                   MOVE MT-CONTRA-ACCOUNT
                       TO WS-CM-CONTRA-ACCOUNT(WS-CM-ENTRY-COUNT)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-CM-CHANGED-DATE(WS-CM-ENTRY-COUNT)
                   MOVE "N" TO WS-CM-DELETED(WS-CM-ENTRY-COUNT)
                   MOVE "ADDED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2400-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-CM-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-GL-ACCOUNT = SPACES
                       OR MT-COST-CENTER = SPACES
                       OR MT-CONTRA-ACCOUNT = SPACES
                   MOVE "REJECTED - MAPPING INCOMPLETE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN MT-CONTRA-ACCOUNT = MT-GL-ACCOUNT
                   MOVE "REJECTED - CONTRA SAME AS GL"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   MOVE MT-GL-ACCOUNT
                       TO WS-CM-GL-ACCOUNT(WS-CM-FOUND-SUB)
                   MOVE MT-COST-CENTER
                       TO WS-CM-COST-CENTER(WS-CM-FOUND-SUB)
                   MOVE MT-CONTRA-ACCOUNT
                       TO WS-CM-CONTRA-ACCOUNT(WS-CM-FOUND-SUB)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-CM-CHANGED-DATE(WS-CM-FOUND-SUB)
                   MOVE "MAPPING REPLACED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2500-APPLY-DELETE.
      *    A DELETED ENTRY STAYS IN THE TABLE, FLAGGED, SO THE
      *    SUBSCRIPTS OF THE OTHERS DO NOT MOVE; IT IS DROPPED WHEN
      *    THE FILE IS REWRITTEN.
           EVALUATE TRUE
               WHEN WS-CM-FOUND-SUB = ZERO
                   MOVE "REJECTED - NOT ON FILE"
                       TO WS-ML-DISPOSITION
                   PERFORM 2750-COUNT-REJECT
               WHEN OTHER
                   MOVE "Y" TO WS-CM-DELETED(WS-CM-FOUND-SUB)
                   MOVE "DELETED" TO WS-ML-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2800-WRITE-MAINT-LINE.

       2700-REJECT-CARD.
           MOVE "REJECTED - UNKNOWN ACTION" TO WS-ML-DISPOSITION
           PERFORM 2750-COUNT-REJECT
           PERFORM 2800-WRITE-MAINT-LINE.

       2750-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 8 TO RETURN-CODE.

       2800-WRITE-MAINT-LINE.
           MOVE MT-ACTION TO WS-ML-ACTION
           MOVE MT-ACCOUNT-CODE TO WS-ML-ACCOUNT-CODE
           MOVE MT-GL-ACCOUNT TO WS-ML-GL-ACCOUNT
           MOVE MT-COST-CENTER TO WS-ML-COST-CENTER
           MOVE MT-CONTRA-ACCOUNT TO WS-ML-CONTRA-ACCOUNT
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-MAINT-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "COAMAINT: UNABLE TO WRITE COAPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PROVE-MAPPING.
      *    EVERY ACCOUNT ON ACCTREF IS LISTED WITH ITS MAPPING.  A
      *    CLOSED ACCOUNT NEEDS NONE; AN OPEN ONE WITHOUT A MAPPING
      *    WOULD STOP THE NEXT JOURNAL THAT MET IT.
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-PROOF-HEADER TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-COLUMN-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 3050-START-ACCOUNT-MASTER
           PERFORM 3100-PROVE-ACCOUNT UNTIL ACCOUNT-MASTER-EOF
           PERFORM 3200-CHECK-ORPHAN-MAPPING
               VARYING WS-CM-SUB FROM 1 BY 1
               UNTIL WS-CM-SUB > WS-CM-ENTRY-COUNT
           MOVE WS-MAPPED-COUNT TO WS-PT-MAPPED
           MOVE WS-UNMAPPED-COUNT TO WS-PT-UNMAPPED
           MOVE WS-ORPHANED-COUNT TO WS-PT-ORPHANED
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-PROOF-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           IF WS-UNMAPPED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3050-START-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCOUNT-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO AR-ACCOUNT-CODE
           START ACCOUNT-MASTER-FILE KEY IS NOT < AR-ACCOUNT-CODE
               INVALID KEY
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-START
           IF NOT ACCOUNT-MASTER-EOF
               PERFORM 3060-READ-NEXT-ACCOUNT
           END-IF.

       3060-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-MASTER-EOF TO TRUE
           END-READ
           IF NOT ACCOUNT-MASTER-EOF AND WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "COAMAINT: UNABLE TO READ ACCTREF, "
                   "STATUS " WS-ACTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-PROVE-ACCOUNT.
           MOVE AR-ACCOUNT-CODE TO WS-PL-ACCOUNT-CODE
           IF AR-STATUS = "O"
               MOVE "OPEN" TO WS-PL-STATUS
           ELSE
               MOVE "CLOSED" TO WS-PL-STATUS
           END-IF
           MOVE ZERO TO WS-CM-FOUND-SUB
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > WS-CM-ENTRY-COUNT
               IF WS-CM-ACCOUNT-CODE(WS-CM-SUB) = AR-ACCOUNT-CODE
                       AND WS-CM-DELETED(WS-CM-SUB) = "N"
                   MOVE WS-CM-SUB TO WS-CM-FOUND-SUB
                   MOVE "Y" TO WS-CM-PROVED(WS-CM-SUB)
               END-IF
           END-PERFORM
           IF WS-CM-FOUND-SUB > ZERO
               MOVE WS-CM-GL-ACCOUNT(WS-CM-FOUND-SUB)
                   TO WS-PL-GL-ACCOUNT
               MOVE WS-CM-COST-CENTER(WS-CM-FOUND-SUB)
                   TO WS-PL-COST-CENTER
               MOVE WS-CM-CONTRA-ACCOUNT(WS-CM-FOUND-SUB)
                   TO WS-PL-CONTRA-ACCOUNT
               MOVE "MAPPED" TO WS-PL-VERDICT
               ADD 1 TO WS-MAPPED-COUNT
           ELSE
               MOVE SPACES TO WS-PL-GL-ACCOUNT
               MOVE SPACES TO WS-PL-COST-CENTER
               MOVE SPACES TO WS-PL-CONTRA-ACCOUNT
               IF AR-STATUS = "O"
                   MOVE "*UNMAPPED*" TO WS-PL-VERDICT
                   ADD 1 TO WS-UNMAPPED-COUNT
               ELSE
                   MOVE "NOT REQUIRED" TO WS-PL-VERDICT
               END-IF
           END-IF
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-PROOF-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 3060-READ-NEXT-ACCOUNT.

       3200-CHECK-ORPHAN-MAPPING.
           IF WS-CM-DELETED(WS-CM-SUB) = "N"
                   AND WS-CM-PROVED(WS-CM-SUB) NOT = "Y"
               MOVE WS-CM-ACCOUNT-CODE(WS-CM-SUB) TO WS-PL-ACCOUNT-CODE
               MOVE SPACES TO WS-PL-STATUS
               MOVE WS-CM-GL-ACCOUNT(WS-CM-SUB) TO WS-PL-GL-ACCOUNT
               MOVE WS-CM-COST-CENTER(WS-CM-SUB) TO WS-PL-COST-CENTER
               MOVE WS-CM-CONTRA-ACCOUNT(WS-CM-SUB)
                   TO WS-PL-CONTRA-ACCOUNT
               MOVE "NOT ON ACCTREF" TO WS-PL-VERDICT
               ADD 1 TO WS-ORPHANED-COUNT
               SET PR-SINGLE-SPACE TO TRUE
               MOVE WS-PROOF-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-REWRITE-MAPPING-FILE
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-ON-FILE-COUNT TO WS-TL-ON-FILE
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           PERFORM 3000-PROVE-MAPPING
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-FILE
           CLOSE PRINT-FILE.

       9100-REWRITE-MAPPING-FILE.
           OPEN OUTPUT MAPPING-FILE
           IF WS-MAPFILE-STATUS NOT = "00"
                   AND WS-MAPFILE-STATUS NOT = "05"
               DISPLAY "COAMAINT: UNABLE TO REWRITE COAMAP, "
                   "STATUS " WS-MAPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ON-FILE-COUNT
           PERFORM 9150-WRITE-MAPPING-RECORD
               VARYING WS-CM-SUB FROM 1 BY 1
               UNTIL WS-CM-SUB > WS-CM-ENTRY-COUNT
           CLOSE MAPPING-FILE.

       9150-WRITE-MAPPING-RECORD.
           IF WS-CM-DELETED(WS-CM-SUB) = "N"
               MOVE WS-CM-ACCOUNT-CODE(WS-CM-SUB) TO CM-ACCOUNT-CODE
               MOVE WS-CM-GL-ACCOUNT(WS-CM-SUB) TO CM-GL-ACCOUNT
               MOVE WS-CM-COST-CENTER(WS-CM-SUB) TO CM-COST-CENTER
               MOVE WS-CM-CONTRA-ACCOUNT(WS-CM-SUB)
                   TO CM-CONTRA-ACCOUNT
               MOVE WS-CM-CHANGED-DATE(WS-CM-SUB)
                   TO CM-LAST-CHANGED-DATE
               MOVE SPACES TO CM-FILLER
               WRITE CM-MAP-RECORD
               IF WS-MAPFILE-STATUS NOT = "00"
                   DISPLAY "COAMAINT: UNABLE TO WRITE COAMAP, "
                       "STATUS " WS-MAPFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ON-FILE-COUNT
           END-IF.
