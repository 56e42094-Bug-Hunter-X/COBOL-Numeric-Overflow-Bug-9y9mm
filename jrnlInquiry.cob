       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLINQ.
       AUTHOR. BATCH-RECON-TEAM.

      ******************************************************************
      * MASTER FILE CHANGE JOURNAL INQUIRY.
      * LISTS THE CHANGES ACCTMAINT, HOLLOAD AND LIMMAINT HAVE
      * APPLIED, AS RECORDED ON THE PERMANENT CHANGE JOURNAL
      * (MNTJRNL), WITH THE MAKER AND CHECKER OF EACH CHANGE, WHEN IT
      * WAS KEYED AND WHEN IT WAS APPLIED, AND THE RECORD IMAGE
      * BEFORE AND AFTER IT.
      * THE SELECTION COMES FROM THE OPTIONAL CARDS ON INQCARDS:
      *     FROM-DATE=YYYYMMDD     FIRST DATE APPLIED (DEFAULT ALL)
      *     TO-DATE=YYYYMMDD       LAST DATE APPLIED (DEFAULT ALL)
      *     ACCOUNT=XXXX           ONE ACCOUNT'S ACCTREF CHANGES ONLY
      *     HOLIDAY=YYYYMMDD       ONE DATE'S HOLCAL CHANGES ONLY
      *     LIMIT=XXXX             ONE ACCOUNT'S ACCTLIM CHANGES ONLY
      * AT MOST ONE OF ACCOUNT, HOLIDAY AND LIMIT MAY BE GIVEN.
      * WITH NO CARDS THE WHOLE JOURNAL IS LISTED.  THE LISTING IS
      * IN THE ORDER THE CHANGES WERE APPLIED, SO THE LAST CLOSE
      * LISTED FOR AN ACCOUNT IS THE ONE THAT STANDS.  THE REPORT IS
      * WRITTEN TO JRNPRT; THE JOURNAL ITSELF IS NEVER CHANGED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "INQCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDFILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "JRNPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MNTJRNL.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD                PIC X(80).

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
           05  WS-JRNFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-CRDFILE-STATUS       PIC X(2) VALUE "00".
           05  WS-PRTFILE-STATUS       PIC X(2) VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-CARD-CONTROLS.
           05  WS-CARD-KEYWORD         PIC X(30) VALUE SPACES.
           05  WS-CARD-VALUE           PIC X(30) VALUE SPACES.
           05  WS-CARD-NUMBER          PIC 9(8) VALUE ZERO.

       01  WS-SELECTION.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(8) VALUE 99999999.
           05  WS-SELECT-ACCOUNT       PIC X(4) VALUE SPACES.
           05  WS-SELECT-HOLIDAY       PIC X(8) VALUE SPACES.
           05  WS-SELECT-LIMIT         PIC X(4) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SELECT-SWITCH        PIC X VALUE "N".
               88  RECORD-SELECTED              VALUE "Y".

       01  WS-TOTALS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-SELECTED-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(9)  VALUE "PROGRAM: ".
           05  FILLER                  PIC X(11) VALUE "JRNLINQ".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-SELECTION-LINE.
           05  FILLER                  PIC X(17)
                                        VALUE "SELECTION - FROM ".
           05  WS-SL-FROM-DATE         PIC X(8).
           05  FILLER                  PIC X(5) VALUE "  TO ".
           05  WS-SL-TO-DATE           PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  WS-SL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  HOLIDAY ".
           05  WS-SL-HOLIDAY           PIC X(8).
           05  FILLER                  PIC X(8) VALUE "  LIMIT ".
           05  WS-SL-LIMIT             PIC X(4).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(46) VALUE
               "APPLIED   TIME    FILE      ACTION  KEY       ".
           05  FILLER                  PIC X(54) VALUE
               "MAKER     SUBMITTED CHECKER".

       01  WS-DETAIL-LINE.
           05  WS-DL-JOURNAL-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-JOURNAL-TIME      PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-FILE-NAME         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-RECORD-KEY        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-MAKER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SUBMIT-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-CHECKER-ID        PIC X(8).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-IL-LABEL             PIC X(8).
           05  WS-IL-TEXT              PIC X(82).

       01  WS-NO-MATCH-LINE.
           05  FILLER                  PIC X(100) VALUE
               "NO JOURNALLED CHANGES MATCH THE SELECTION".

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(22)
                                        VALUE "JOURNAL RECORDS READ: ".
           05  WS-TL-READ              PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
                                        VALUE "  SELECTED: ".
           05  WS-TL-SELECTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           MOVE "00" TO WS-JRNFILE-STATUS
           PERFORM UNTIL WS-JRNFILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-JRNFILE-STATUS
                   NOT AT END
                       PERFORM 2000-PROCESS-JOURNAL-RECORD
               END-READ
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CONTROL-CARDS
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "JRNLINQ: FROM-DATE IS AFTER TO-DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (WS-SELECT-ACCOUNT NOT = SPACES
                   AND WS-SELECT-HOLIDAY NOT = SPACES)
                   OR (WS-SELECT-ACCOUNT NOT = SPACES
                       AND WS-SELECT-LIMIT NOT = SPACES)
                   OR (WS-SELECT-HOLIDAY NOT = SPACES
                       AND WS-SELECT-LIMIT NOT = SPACES)
               DISPLAY "JRNLINQ: ONLY ONE OF ACCOUNT, HOLIDAY AND "
                   "LIMIT MAY BE SELECTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNFILE-STATUS NOT = "00"
                   AND WS-JRNFILE-STATUS NOT = "05"
               DISPLAY "JRNLINQ: UNABLE TO OPEN MNTJRNL, "
                   "STATUS " WS-JRNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "JRNLINQ: UNABLE TO OPEN JRNPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-PRINT-HEADERS.

       1100-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CRDFILE-STATUS = "00"
               PERFORM UNTIL WS-CRDFILE-STATUS NOT = "00"
                   READ CONTROL-CARD-FILE
                       AT END
                           MOVE "10" TO WS-CRDFILE-STATUS
                       NOT AT END
                           IF CONTROL-CARD NOT = SPACES
                                   AND CONTROL-CARD(1:1) NOT = "*"
                               PERFORM 1110-APPLY-CONTROL-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1110-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEYWORD)
               TO WS-CARD-KEYWORD
           EVALUATE WS-CARD-KEYWORD
               WHEN "FROM-DATE"
                   PERFORM 1120-CONVERT-CARD-DATE
                   MOVE WS-CARD-NUMBER TO WS-FROM-DATE
               WHEN "TO-DATE"
                   PERFORM 1120-CONVERT-CARD-DATE
                   MOVE WS-CARD-NUMBER TO WS-TO-DATE
               WHEN "ACCOUNT"
                   IF WS-CARD-VALUE = SPACES
                           OR WS-CARD-VALUE(5:) NOT = SPACES
                       PERFORM 1190-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-VALUE(1:4) TO WS-SELECT-ACCOUNT
               WHEN "HOLIDAY"
                   PERFORM 1120-CONVERT-CARD-DATE
                   MOVE WS-CARD-VALUE(1:8) TO WS-SELECT-HOLIDAY
               WHEN "LIMIT"
                   IF WS-CARD-VALUE = SPACES
                           OR WS-CARD-VALUE(5:) NOT = SPACES
                       PERFORM 1190-REJECT-CONTROL-CARD
                   END-IF
                   MOVE WS-CARD-VALUE(1:4) TO WS-SELECT-LIMIT
               WHEN OTHER
                   PERFORM 1190-REJECT-CONTROL-CARD
           END-EVALUATE.

       1120-CONVERT-CARD-DATE.
           IF WS-CARD-VALUE(1:8) NOT NUMERIC
                   OR WS-CARD-VALUE(9:) NOT = SPACES
               PERFORM 1190-REJECT-CONTROL-CARD
           END-IF
           MOVE WS-CARD-VALUE(1:8) TO WS-CARD-NUMBER
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-NUMBER) NOT = ZERO
               PERFORM 1190-REJECT-CONTROL-CARD
           END-IF.

       1190-REJECT-CONTROL-CARD.
           DISPLAY "JRNLINQ: INVALID CONTROL CARD '"
               CONTROL-CARD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1200-PRINT-HEADERS.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           IF WS-FROM-DATE = ZERO
               MOVE "ALL" TO WS-SL-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-SL-FROM-DATE
           END-IF
           IF WS-TO-DATE = 99999999
               MOVE "ALL" TO WS-SL-TO-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-SL-TO-DATE
           END-IF
           IF WS-SELECT-ACCOUNT = SPACES
               MOVE "ALL" TO WS-SL-ACCOUNT
           ELSE
               MOVE WS-SELECT-ACCOUNT TO WS-SL-ACCOUNT
           END-IF
           IF WS-SELECT-HOLIDAY = SPACES
               MOVE "ALL" TO WS-SL-HOLIDAY
           ELSE
               MOVE WS-SELECT-HOLIDAY TO WS-SL-HOLIDAY
           END-IF
           IF WS-SELECT-LIMIT = SPACES
               MOVE "ALL" TO WS-SL-LIMIT
           ELSE
               MOVE WS-SELECT-LIMIT TO WS-SL-LIMIT
           END-IF
           SET PR-NEW-PAGE TO TRUE
           MOVE WS-REPORT-HEADER-1 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-SELECTION-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-REPORT-HEADER-2 TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2000-PROCESS-JOURNAL-RECORD.
           IF MJ-JOURNAL-DATE NOT NUMERIC
                   OR MJ-JOURNAL-TIME NOT NUMERIC
                   OR (NOT MJ-ACCOUNT-CHANGE AND NOT MJ-HOLIDAY-CHANGE
                       AND NOT MJ-LIMIT-CHANGE)
               DISPLAY "JRNLINQ: MALFORMED MNTJRNL RECORD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE "Y" TO WS-SELECT-SWITCH
           IF MJ-JOURNAL-DATE < WS-FROM-DATE
                   OR MJ-JOURNAL-DATE > WS-TO-DATE
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF
           IF WS-SELECT-ACCOUNT NOT = SPACES
                   AND (NOT MJ-ACCOUNT-CHANGE
                        OR MJ-RECORD-KEY NOT = WS-SELECT-ACCOUNT)
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF
           IF WS-SELECT-HOLIDAY NOT = SPACES
                   AND (NOT MJ-HOLIDAY-CHANGE
                        OR MJ-RECORD-KEY NOT = WS-SELECT-HOLIDAY)
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF
           IF WS-SELECT-LIMIT NOT = SPACES
                   AND (NOT MJ-LIMIT-CHANGE
                        OR MJ-RECORD-KEY NOT = WS-SELECT-LIMIT)
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF
           IF RECORD-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 2100-PRINT-JOURNAL-ENTRY
           END-IF.

       2100-PRINT-JOURNAL-ENTRY.
           MOVE MJ-JOURNAL-DATE TO WS-DL-JOURNAL-DATE
           MOVE MJ-JOURNAL-TIME TO WS-DL-JOURNAL-TIME
           MOVE MJ-FILE-NAME TO WS-DL-FILE-NAME
           MOVE MJ-ACTION TO WS-DL-ACTION
           MOVE MJ-RECORD-KEY TO WS-DL-RECORD-KEY
           MOVE MJ-MAKER-ID TO WS-DL-MAKER-ID
           MOVE MJ-SUBMIT-DATE TO WS-DL-SUBMIT-DATE
           MOVE MJ-CHECKER-ID TO WS-DL-CHECKER-ID
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           MOVE "BEFORE:" TO WS-IL-LABEL
           MOVE SPACES TO WS-IL-TEXT
           EVALUATE TRUE
               WHEN MJ-BEFORE-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO WS-IL-TEXT
               WHEN MJ-ACCOUNT-CHANGE
                   STRING "STATUS " MJ-BA-STATUS
                       "  OPENED " MJ-BA-OPEN-DATE
                       "  CLOSED " MJ-BA-CLOSE-DATE
                       "  " MJ-BA-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-IL-TEXT
               WHEN MJ-LIMIT-CHANGE
                   STRING "SINGLE " MJ-BL-SINGLE-LIMIT
                       "  DAILY " MJ-BL-DAILY-LIMIT
                       "  CHANGED " MJ-BL-CHANGED-DATE
                       DELIMITED BY SIZE INTO WS-IL-TEXT
               WHEN OTHER
                   STRING "HOLIDAY " MJ-BH-HOLIDAY-DATE
                       "  " MJ-BH-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-IL-TEXT
           END-EVALUATE
           PERFORM 2200-WRITE-IMAGE-LINE
           MOVE "AFTER:" TO WS-IL-LABEL
           MOVE SPACES TO WS-IL-TEXT
           EVALUATE TRUE
               WHEN MJ-AFTER-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO WS-IL-TEXT
               WHEN MJ-ACCOUNT-CHANGE
                   STRING "STATUS " MJ-AA-STATUS
                       "  OPENED " MJ-AA-OPEN-DATE
                       "  CLOSED " MJ-AA-CLOSE-DATE
                       "  " MJ-AA-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-IL-TEXT
               WHEN MJ-LIMIT-CHANGE
                   STRING "SINGLE " MJ-AL-SINGLE-LIMIT
                       "  DAILY " MJ-AL-DAILY-LIMIT
                       "  CHANGED " MJ-AL-CHANGED-DATE
                       DELIMITED BY SIZE INTO WS-IL-TEXT
               WHEN OTHER
                   STRING "HOLIDAY " MJ-AH-HOLIDAY-DATE
                       "  " MJ-AH-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-IL-TEXT
           END-EVALUATE
           PERFORM 2200-WRITE-IMAGE-LINE.

       2200-WRITE-IMAGE-LINE.
           SET PR-SINGLE-SPACE TO TRUE
           MOVE WS-IMAGE-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS.

       2900-CHECK-PRTFILE-STATUS.
           IF WS-PRTFILE-STATUS NOT = "00"
               DISPLAY "JRNLINQ: UNABLE TO WRITE JRNPRT, "
                   "STATUS " WS-PRTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           IF WS-SELECTED-COUNT = ZERO
               SET PR-DOUBLE-SPACE TO TRUE
               MOVE WS-NO-MATCH-LINE TO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 2900-CHECK-PRTFILE-STATUS
           END-IF
           MOVE WS-READ-COUNT TO WS-TL-READ
           MOVE WS-SELECTED-COUNT TO WS-TL-SELECTED
           SET PR-DOUBLE-SPACE TO TRUE
           MOVE WS-TOTALS-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 2900-CHECK-PRTFILE-STATUS
           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE.
