       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDRMR.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTDRMR - MONTHLY DORMANT-ACCOUNT BOOK BY BRANCH              *
      * RUN MONTHLY AT MONTH END FOR BRANCH OPERATIONS AND FINANCE.    *
      * NOT AN END-OF-DAY STEP. THE PERIOD IS THE CALENDAR MONTH OF    *
      * THE BUSINESS RUN DATE, FROM THE FIRST THROUGH THE RUN DATE.    *
      * FOR EACH BRANCH DRMRPT SHOWS THE COUNT AND BALANCE OF THE      *
      * ACCOUNTS THAT                                                  *
      *   WENT DORMANT     - CUSTDORM 'D' ROWS ON DORMANCY_AUDIT, AT   *
      *                      THE BALANCE THEY WENT DORMANT WITH;       *
      *   WERE REACTIVATED - CUSTUPDT 'R' ROWS (THE 'Z' MAINTENANCE);  *
      *   LEFT THE BOOK    - CUSTARCH 'A' ROWS (ARCHIVED) AND CUSTUPDT *
      *                      'C' ROWS (CLOSED WHILE DORMANT);          *
      * AND THE DORMANT BOOK AS IT STANDS - EVERY 'I' ACCOUNT ON THE   *
      * MASTER AT ITS CURRENT BALANCE - THEN A BANK TOTAL. AMOUNTS ARE *
      * CONVERTED TO THE BASE CURRENCY AT THE CURRTBL RATE SO          *
      * BRANCHES ADD UP ACROSS CURRENCIES.                             *
      * RC 4  - AN ACCOUNT OR EVENT IN A CURRENCY WITH NO CURRTBL RATE *
      *         IS LEFT OUT (LISTED ON DRMRPT).                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT RPTFILE ASSIGN TO 'DRMRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

      * ONE RECORD PER DORMANCY EVENT IN THE PERIOD AND PER ACCOUNT
      * IN THE DORMANT BOOK, IN BASE CURRENCY. THE KIND IS THE
      * REPORT COLUMN: 1 INTO DORMANCY, 2 REACTIVATED, 3 ARCHIVED OR
      * CLOSED, 4 THE BOOK.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-BRANCH         PIC X(04).
          05 SRT-KIND           PIC 9(01).
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-AMOUNT         PIC S9(11)V99.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SCAN-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.

      * THE PERIOD - FIRST OF THE RUN DATE'S MONTH THROUGH THE RUN
      * DATE.
       01 WS-PERIOD-FROM        PIC X(10) VALUE SPACES.

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.
       01 WS-CUR-CURRENCY       PIC X(03) VALUE SPACES.
       01 WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-RATE-FOUND      VALUE 'Y'.

      * THE DORMANCY_AUDIT ROW IN HAND.
       01 WS-EVT-CUST-ID        PIC X(10) VALUE SPACES.
       01 WS-EVT-TYPE           PIC X(01) VALUE SPACE.
          88 WS-EVT-INTO-DORMANT VALUE 'D'.
          88 WS-EVT-REACTIVATED VALUE 'R'.
          88 WS-EVT-LEFT-BOOK   VALUE 'A' 'C'.
       01 WS-EVT-BRANCH         PIC X(04) VALUE SPACES.
       01 WS-EVT-BALANCE        PIC S9(9)V99 VALUE 0.
       01 WS-EVT-CURRENCY       PIC X(03) VALUE SPACES.

      * CONTROL-BREAK STATE AND ACCUMULATORS: 1 BRANCH, 2 BANK, EACH
      * BY REPORT COLUMN.
       01 WS-FIRST-REC-FLAG     PIC X VALUE 'Y'.
          88 WS-FIRST-REC       VALUE 'Y'.
       01 WS-PREV-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 2 TIMES.
             10 WS-ACC-KIND OCCURS 4 TIMES.
                15 WS-ACC-COUNT  PIC 9(07).
                15 WS-ACC-AMOUNT PIC S9(13)V99.
       01 WS-ACC-SUB            PIC S9(4) COMP VALUE 0.
       01 WS-KIND-SUB           PIC S9(4) COMP VALUE 0.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-BOOK-COUNT         PIC 9(07) VALUE 0.
       01 WS-EVENT-COUNT        PIC 9(07) VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(07) VALUE 0.

       01 WS-DETAIL-LINE.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-LABEL          PIC X(12).
          05 DTL-KIND OCCURS 4 TIMES.
             10 FILLER          PIC X(02).
             10 DTL-COUNT       PIC ZZZ,ZZ9.
             10 FILLER          PIC X(01).
             10 DTL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-COLUMN-HEADING-1.
          05 FILLER             PIC X(13) VALUE SPACES.
          05 FILLER             PIC X(28) VALUE
             '        WENT DORMANT'.
          05 FILLER             PIC X(28) VALUE
             '         REACTIVATED'.
          05 FILLER             PIC X(28) VALUE
             '   ARCHIVED OR CLOSED'.
          05 FILLER             PIC X(28) VALUE
             '       DORMANT BOOK'.
       01 WS-COLUMN-HEADING-2.
          05 FILLER             PIC X(13) VALUE ' BRANCH'.
          05 FILLER             PIC X(28) VALUE
             '    COUNT          AMOUNT'.
          05 FILLER             PIC X(28) VALUE
             '    COUNT          AMOUNT'.
          05 FILLER             PIC X(28) VALUE
             '    COUNT          AMOUNT'.
          05 FILLER             PIC X(28) VALUE
             '    COUNT          AMOUNT'.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-BRANCH
                ASCENDING KEY SRT-KIND
                ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-DORMANT-ITEMS
             OUTPUT PROCEDURE IS PRINT-BRANCH-BOOK.
           IF WS-NO-RATE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-PERIOD-FROM.
           STRING WS-CURRENT-DATE(1:8) '01'
             DELIMITED BY SIZE INTO WS-PERIOD-FROM.
           PERFORM LOAD-CURRENCY-TABLE.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DRMRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DORMANT ACCOUNT BOOK BY BRANCH FOR '
                  WS-PERIOD-FROM ' THROUGH ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  AMOUNTS IN BASE CURRENCY' TO RPT-LINE.
           WRITE RPT-LINE.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO. WITHOUT A CARD THE CURRENT DATE
      * APPLIES.
       GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-CURRENT-DATE.
           OPEN INPUT RUNDTCTL.
           IF WS-RUNDT-STATUS = '00'
             READ RUNDTCTL INTO RUNDT-RECORD
               AT END CONTINUE
             END-READ
             CLOSE RUNDTCTL
             IF CTL-RUN-DATE NOT = SPACES
               MOVE CTL-RUN-DATE TO WS-CURRENT-DATE
               DISPLAY 'PROCESSING AS OF BUSINESS DATE '
                       WS-CURRENT-DATE
             END-IF
           END-IF.
           IF WS-CURRENT-DATE = SPACES
             STRING FUNCTION CURRENT-DATE(1:4) '-'
                    FUNCTION CURRENT-DATE(5:2) '-'
                    FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           END-IF.

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTDRMR: NO CURRTBL PARM FILE - FOREIGN '
                     'ACCOUNTS CANNOT BE CONVERTED'
           END-IF.

       READ-CURRENCY-RECORD.
           READ CURRFILE INTO CURR-RECORD
             AT END SET WS-CURR-EOF TO TRUE
           END-READ.
           IF NOT WS-CURR-EOF AND WS-RATE-COUNT < 20
             ADD 1 TO WS-RATE-COUNT
             SET WS-RATE-IDX TO WS-RATE-COUNT
             MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-IDX)
             MOVE CURR-RATE TO WS-RATE-VALUE(WS-RATE-IDX)
           END-IF.

      *================================================================*
      * INPUT PROCEDURE - THE DORMANT BOOK FROM THE MASTER, THEN THE   *
      * PERIOD'S MOVEMENTS FROM DORMANCY_AUDIT.                        *
      *================================================================*
       RELEASE-DORMANT-ITEMS.
           PERFORM RELEASE-ONE-BOOK-ACCOUNT
             UNTIL WS-EOF.
           CLOSE CUSTFILE.
           PERFORM RELEASE-PERIOD-EVENTS.

       RELEASE-ONE-BOOK-ACCOUNT.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-INACTIVE
               PERFORM RELEASE-BOOK-ACCOUNT
             END-IF
           END-IF.

       RELEASE-BOOK-ACCOUNT.
           MOVE CUST-CURRENCY-CODE TO WS-CUR-CURRENCY.
           PERFORM FIND-CURRENCY-RATE.
           IF WS-RATE-FOUND
             MOVE CUST-BRANCH-CODE TO SRT-BRANCH
             MOVE 4 TO SRT-KIND
             MOVE CUST-ID TO SRT-CUST-ID
             COMPUTE SRT-AMOUNT ROUNDED = CUST-BALANCE * WS-CUR-RATE
             RELEASE SORT-RECORD
             ADD 1 TO WS-BOOK-COUNT
           ELSE
             ADD 1 TO WS-NO-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' CUST-ID ' CURRENCY ' CUST-CURRENCY-CODE
                    ' HAS NO CURRTBL RATE - LEFT OUT OF THE BOOK'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       RELEASE-PERIOD-EVENTS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE DRMCUR CURSOR FOR
               SELECT CUST_ID, EVENT_TYPE, BRANCH_CODE, BALANCE,
                      CURRENCY_CODE
               FROM DORMANCY_AUDIT
               WHERE EVENT_DATE BETWEEN :WS-PERIOD-FROM
                                    AND :WS-CURRENT-DATE
               ORDER BY CUST_ID
           END-EXEC.
           EXEC SQL OPEN DRMCUR END-EXEC.
           PERFORM FETCH-DORMANCY-EVENT.
           PERFORM RELEASE-ONE-EVENT
             UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE DRMCUR END-EXEC.

       FETCH-DORMANCY-EVENT.
           EXEC SQL
             FETCH DRMCUR
             INTO :WS-EVT-CUST-ID, :WS-EVT-TYPE, :WS-EVT-BRANCH,
                  :WS-EVT-BALANCE, :WS-EVT-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

       RELEASE-ONE-EVENT.
           EVALUATE TRUE
             WHEN WS-EVT-INTO-DORMANT
               MOVE 1 TO SRT-KIND
             WHEN WS-EVT-REACTIVATED
               MOVE 2 TO SRT-KIND
             WHEN WS-EVT-LEFT-BOOK
               MOVE 3 TO SRT-KIND
             WHEN OTHER
               MOVE 0 TO SRT-KIND
           END-EVALUATE.
           IF SRT-KIND NOT = 0
             PERFORM RELEASE-EVENT-ITEM
           END-IF.
           PERFORM FETCH-DORMANCY-EVENT.

       RELEASE-EVENT-ITEM.
           MOVE WS-EVT-CURRENCY TO WS-CUR-CURRENCY.
           PERFORM FIND-CURRENCY-RATE.
           IF WS-RATE-FOUND
             MOVE WS-EVT-BRANCH TO SRT-BRANCH
             MOVE WS-EVT-CUST-ID TO SRT-CUST-ID
             COMPUTE SRT-AMOUNT ROUNDED = WS-EVT-BALANCE * WS-CUR-RATE
             RELEASE SORT-RECORD
             ADD 1 TO WS-EVENT-COUNT
           ELSE
             ADD 1 TO WS-NO-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' WS-EVT-CUST-ID ' CURRENCY ' WS-EVT-CURRENCY
                    ' HAS NO CURRTBL RATE - ' WS-EVT-TYPE
                    ' EVENT LEFT OUT'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

      * SPACES IS THE BASE CURRENCY ITSELF.
       FIND-CURRENCY-RATE.
           MOVE 1 TO WS-CUR-RATE.
           SET WS-RATE-FOUND TO TRUE.
           IF WS-CUR-CURRENCY NOT = SPACES
             MOVE 'N' TO WS-RATE-FOUND-FLAG
             IF WS-RATE-COUNT > 0
               PERFORM MATCH-ONE-RATE
                 VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
             END-IF
           END-IF.

       MATCH-ONE-RATE.
           IF WS-RATE-CODE(WS-RATE-IDX) = WS-CUR-CURRENCY
             MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
             SET WS-RATE-FOUND TO TRUE
           END-IF.

      *================================================================*
      * OUTPUT PROCEDURE - ONE LINE PER BRANCH, THEN THE BANK TOTAL.   *
      *================================================================*
       PRINT-BRANCH-BOOK.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'Y' TO WS-FIRST-REC-FLAG.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           PERFORM RETURN-NEXT-ITEM.
           PERFORM ADD-ONE-ITEM UNTIL WS-SRT-EOF.
           IF WS-FIRST-REC
             MOVE '  NO DORMANT ACCOUNTS OR MOVEMENTS' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM PRINT-BRANCH-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'BANK TOTAL' TO DTL-LABEL.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM PRINT-ACCUMULATED-LINE.

       RETURN-NEXT-ITEM.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       ADD-ONE-ITEM.
           IF WS-FIRST-REC OR SRT-BRANCH NOT = WS-PREV-BRANCH
             IF NOT WS-FIRST-REC
               PERFORM PRINT-BRANCH-LINE
             END-IF
             MOVE 'N' TO WS-FIRST-REC-FLAG
             MOVE SRT-BRANCH TO WS-PREV-BRANCH
             INITIALIZE WS-ACC-ENTRY(1)
           END-IF.
           MOVE SRT-KIND TO WS-KIND-SUB.
           ADD 1 TO WS-ACC-COUNT(1, WS-KIND-SUB).
           ADD SRT-AMOUNT TO WS-ACC-AMOUNT(1, WS-KIND-SUB).
           ADD 1 TO WS-ACC-COUNT(2, WS-KIND-SUB).
           ADD SRT-AMOUNT TO WS-ACC-AMOUNT(2, WS-KIND-SUB).
           PERFORM RETURN-NEXT-ITEM.

       PRINT-BRANCH-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '  ' WS-PREV-BRANCH
             DELIMITED BY SIZE INTO DTL-LABEL.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM PRINT-ACCUMULATED-LINE.

       PRINT-ACCUMULATED-LINE.
           PERFORM EDIT-ONE-KIND
             VARYING WS-KIND-SUB FROM 1 BY 1
             UNTIL WS-KIND-SUB > 4.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       EDIT-ONE-KIND.
           MOVE WS-ACC-COUNT(WS-ACC-SUB, WS-KIND-SUB)
             TO DTL-COUNT(WS-KIND-SUB).
           MOVE WS-ACC-AMOUNT(WS-ACC-SUB, WS-KIND-SUB)
             TO DTL-AMOUNT(WS-KIND-SUB).

       CLEANUP-PARA.
           CLOSE RPTFILE.
           DISPLAY 'CUSTDRMR COMPLETE.'.
           DISPLAY '  CUSTOMERS READ:       ' WS-READ-COUNT.
           DISPLAY '  DORMANT ACCOUNTS:     ' WS-BOOK-COUNT.
           DISPLAY '  PERIOD EVENTS:        ' WS-EVENT-COUNT.
           DISPLAY '  NO CURRTBL RATE:      ' WS-NO-RATE-COUNT.
