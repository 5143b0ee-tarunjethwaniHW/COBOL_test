       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTITFE.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTITFE - NIGHTLY PER-ITEM (EVENT) FEE ASSESSMENT             *
      * PRICES THE DAY'S FEE-BEARING EVENTS FROM THE FEESCHD FEE       *
      * SCHEDULE, SO EVENT CHARGES ARE NO LONGER KEYED BY HAND DAYS    *
      * LATER OR FORGOTTEN. THE EVENTS ARE:                            *
      *   'O' OVERDRAFT ITEM   - A 'D' DEBIT LOGGED TODAY THAT LEFT    *
      *                          THE BALANCE BELOW ZERO                *
      *   'X' FX CONVERSION    - A POSTING LOGGED TODAY WITH AN        *
      *                          ORIG_CURRENCY (CONVERT-TRAN-CURRENCY) *
      *   'R' RETURNED ITEM    - A '27' CLEARING DEBIT RETURNED ON     *
      *                          ACHRETRN (OTHER THAN R99 CAPACITY)    *
      *   'P' PAPER STATEMENT  - A PRINT-DELIVERY STATEMENT CUT TODAY  *
      *                          (CUST-LAST-STMT-DATE = RUN DATE)      *
      *                          AND NOT HELD FOR A BAD ADDRESS        *
      * A SCHEDULE ENTRY NAMING THE ACCOUNT'S PRODUCT WINS OVER THE    *
      * ALL-PRODUCTS ENTRY ('*' OR SPACE) FOR THE SAME EVENT. THE FEE  *
      * IS A FLAT AMOUNT, OR A PERCENTAGE OF THE ITEM WITH THE FLAT    *
      * AMOUNT AS ITS MINIMUM. IT IS WAIVED FOR AN ITEM BELOW THE      *
      * SMALL-ITEM THRESHOLD, FOR A HOUSEHOLD (CUSTHHLK) WHOSE         *
      * COMBINED BALANCE REACHES THE ENTRY'S WAIVER BALANCE, AND FOR   *
      * AN ACCOUNT THAT IS NOT ACTIVE OR IS DEBIT-BLOCKED; THE DAILY   *
      * CAP LIMITS WHAT ONE CUSTOMER PAYS UNDER ONE FEE CODE IN A DAY. *
      * CHARGES GO OUT AS ONE CONTROL-TOTALED 'F' BATCH (ITEMFEES, ON  *
      * TRANITFE) WITH THE FEE AMOUNT AND A FEE-CODE REFERENCE, AND    *
      * EVERY DECISION LANDS ON THE ITFEEREG REGISTER WITH CHARGED     *
      * AND WAIVED TOTALS BY BRANCH.                                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT SCHDFILE ASSIGN TO 'FEESCHD'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SCHD-STATUS.
           SELECT RETFILE ASSIGN TO 'ACHRETRN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RET-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANITFE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT REGFILE ASSIGN TO 'ITFEEREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

      * ONE FEESCHD ENTRY PER FEE CODE AND PRODUCT. ZERO IN THE CAP,
      * WAIVER-BALANCE OR SMALL-ITEM FIELD SWITCHES THAT RULE OFF.
       FD SCHDFILE.
       01 SCHD-RECORD.
          05 SCH-FEE-CODE       PIC X(04).
          05 SCH-EVENT          PIC X(01).
             88 SCH-EVT-OVERDRAFT VALUE 'O'.
             88 SCH-EVT-RETURNED  VALUE 'R'.
             88 SCH-EVT-PAPER     VALUE 'P'.
             88 SCH-EVT-FX        VALUE 'X'.
          05 SCH-PRODUCT        PIC X(01).
          05 SCH-CALC-TYPE      PIC X(01).
             88 SCH-CALC-AMOUNT VALUE 'A'.
             88 SCH-CALC-PERCENT VALUE 'P'.
          05 SCH-AMOUNT         PIC 9(5)V99.
          05 SCH-PERCENT        PIC 9(2)V9(4).
          05 SCH-DAILY-CAP      PIC 9(5)V99.
          05 SCH-HHLD-WAIVE-BAL PIC 9(9)V99.
          05 SCH-MIN-ITEM       PIC 9(7)V99.
          05 SCH-DESC           PIC X(20).

       FD RETFILE.
       01 RET-RECORD.
          05 RET-ORIGINATOR-ID  PIC X(08).
          05 RET-TRAN-CODE      PIC X(02).
          05 RET-CUST-ID        PIC X(10).
          05 RET-AMOUNT         PIC 9(7)V99.
          05 RET-TRACE-NUMBER   PIC X(15).
          05 RET-EFF-DATE       PIC X(10).
          05 RET-ORIG-NAME      PIC X(22).
          05 RET-RETURN-CODE    PIC X(03).

       FD TRANGEN.
       01 GEN-RECORD.
          05 GEN-CUST-ID        PIC X(10).
          05 GEN-TRAN-TYPE      PIC X(01).
          05 GEN-AMOUNT         PIC 9(7)V99.
          05 GEN-REFERENCE      PIC X(20).
          05 GEN-APPROVAL-CODE  PIC X(10).
          05 GEN-TO-CUST-ID     PIC X(10).
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 CTL-REC-TYPE       PIC X(01).
          05 CTL-COUNT          PIC 9(07).
          05 CTL-AMOUNT         PIC 9(11)V99.
          05 CTL-BATCH-ID       PIC X(08).
          05 FILLER             PIC X(215).

       FD REGFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 REG-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-SCHD-STATUS        PIC XX VALUE SPACES.
       01 WS-RET-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-REG-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-LOG-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-LOG-EOF         VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EVENT-COUNT        PIC 9(07) VALUE 0.
       01 WS-CHARGED-COUNT      PIC 9(07) VALUE 0.
       01 WS-CHARGED-AMOUNT     PIC 9(11)V99 VALUE 0.
       01 WS-WAIVED-COUNT       PIC 9(07) VALUE 0.
       01 WS-HHLD-WAIVED-COUNT  PIC 9(07) VALUE 0.
       01 WS-CAPPED-COUNT       PIC 9(07) VALUE 0.
       01 WS-NO-RULE-COUNT      PIC 9(07) VALUE 0.
       01 WS-NOT-FOUND-COUNT    PIC 9(07) VALUE 0.

      * FEE SCHEDULE, LOADED ONCE AT START.
       01 WS-SCH-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-SCH-MAX            PIC S9(4) COMP VALUE 100.
       01 WS-SCH-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-SCH-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-SCH-GENERIC        PIC S9(4) COMP VALUE 0.
       01 WS-SCH-TABLE.
          05 WS-SCH-ENTRY OCCURS 100 TIMES.
             10 WS-SCH-FEE-CODE PIC X(04).
             10 WS-SCH-EVENT    PIC X(01).
             10 WS-SCH-PRODUCT  PIC X(01).
             10 WS-SCH-CALC     PIC X(01).
             10 WS-SCH-AMOUNT   PIC 9(5)V99.
             10 WS-SCH-PERCENT  PIC 9(2)V9(4).
             10 WS-SCH-CAP      PIC 9(5)V99.
             10 WS-SCH-HHLD-BAL PIC 9(9)V99.
             10 WS-SCH-MIN-ITEM PIC 9(7)V99.

      * THE EVENT BEING PRICED.
       01 WS-EVT-EVENT          PIC X(01) VALUE SPACE.
       01 WS-EVT-CUST-ID        PIC X(10) VALUE SPACES.
       01 WS-EVT-ITEM-AMT       PIC 9(9)V99 VALUE 0.
       01 WS-EVT-REF            PIC X(15) VALUE SPACES.
       01 WS-LOADED-CUST-ID     PIC X(10) VALUE SPACES.
       01 WS-CUST-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-CUST-FOUND      VALUE 'Y'.
       01 WS-FEE-AMT            PIC 9(7)V99 VALUE 0.
       01 WS-DECISION           PIC X(01) VALUE SPACE.
          88 WS-FEE-CHARGED     VALUE 'C'.
          88 WS-FEE-WAIVED      VALUE 'W'.
       01 WS-WAIVE-REASON       PIC X(20) VALUE SPACES.

      * TODAY'S TRANSACTION_LOG ROWS.
       01 WS-LOG-CUST-ID        PIC X(10) VALUE SPACES.
       01 WS-LOG-TRAN-TYPE      PIC X(01) VALUE SPACE.
       01 WS-LOG-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-LOG-OLD-BAL        PIC S9(9)V99 VALUE 0.
       01 WS-LOG-NEW-BAL        PIC S9(9)V99 VALUE 0.
       01 WS-LOG-REF            PIC X(20) VALUE SPACES.
       01 WS-LOG-ORIG-CCY       PIC X(03) VALUE SPACES.

      * WHAT EACH CUSTOMER HAS BEEN CHARGED TODAY UNDER EACH FEE
      * CODE, FOR THE DAILY CAP.
       01 WS-CAP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CAP-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-CAP-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-CAP-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 5000 TIMES.
             10 WS-CAP-CUST-ID  PIC X(10).
             10 WS-CAP-FEE-CODE PIC X(04).
             10 WS-CAP-CHARGED  PIC 9(7)V99.
       01 WS-CAP-ROOM           PIC S9(7)V99 VALUE 0.

       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-GEN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 5000 TIMES.
             10 WS-GEN-ID       PIC X(10).
             10 WS-GEN-AMT      PIC 9(7)V99.
             10 WS-GEN-REF      PIC X(20).

      * REGISTER DETAIL AND PER-BRANCH CHARGED/WAIVED TALLIES.
       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-BRANCH         PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-FEE-CODE       PIC X(04).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-EVENT          PIC X(01).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ITEM-AMT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-FEE-AMT        PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-DECISION       PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-REASON         PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-REF            PIC X(15).
          05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-BRT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-BRT-MAX            PIC S9(4) COMP VALUE 50.
       01 WS-BRT-TABLE.
          05 WS-BRT-ENTRY OCCURS 50 TIMES INDEXED BY WS-BRT-IDX.
             10 WS-BRT-BRANCH   PIC X(04).
             10 WS-BRT-CHARGED  PIC 9(07).
             10 WS-BRT-CHG-AMT  PIC 9(9)V99.
             10 WS-BRT-WAIVED   PIC 9(07).
             10 WS-BRT-WVD-AMT  PIC 9(9)V99.
       01 WS-BRT-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-BRT-FOUND       VALUE 'Y'.
       01 WS-BRT-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-BRT-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAD-ADDR-FLAG      PIC X(01) VALUE SPACE.
       01 WS-STMT-HELD-COUNT    PIC 9(07) VALUE 0.

       COPY HHLKCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM SCAN-PAPER-STATEMENTS.
           PERFORM SCAN-TODAYS-POSTINGS.
           PERFORM SCAN-RETURNED-ITEMS.
           PERFORM WRITE-GENERATED-BATCH.
           PERFORM WRITE-BRANCH-SUMMARY.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM LOAD-FEE-SCHEDULE.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGFILE.
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ITFEEREG: ' WS-REG-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO REG-LINE.
           STRING 'PER-ITEM FEE REGISTER - '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           MOVE 'BRCH' TO REG-LINE(3:4).
           MOVE 'CUST-ID' TO REG-LINE(9:7).
           MOVE 'CODE' TO REG-LINE(21:4).
           MOVE 'E' TO REG-LINE(27:1).
           MOVE 'ITEM AMOUNT' TO REG-LINE(33:11).
           MOVE 'FEE' TO REG-LINE(52:3).
           MOVE 'RESULT' TO REG-LINE(57:6).
           MOVE 'REASON' TO REG-LINE(66:6).
           MOVE 'REFERENCE' TO REG-LINE(88:9).
           WRITE REG-LINE.

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

      * WITHOUT A FEE SCHEDULE THERE IS NOTHING TO PRICE - THE STEP
      * ENDS CLEANLY RATHER THAN CHARGING ON GUESSWORK.
       LOAD-FEE-SCHEDULE.
           OPEN INPUT SCHDFILE.
           IF WS-SCHD-STATUS NOT = '00'
             DISPLAY 'CUSTITFE: NO FEESCHD FEE SCHEDULE - NO '
                     'ITEM FEES ASSESSED'
             STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM LOAD-ONE-SCHEDULE-ENTRY UNTIL WS-EOF.
           CLOSE SCHDFILE.
           MOVE 'N' TO WS-EOF-FLAG.
           DISPLAY 'CUSTITFE: ' WS-SCH-COUNT ' FEE SCHEDULE ENTRIES'.

       LOAD-ONE-SCHEDULE-ENTRY.
           READ SCHDFILE INTO SCHD-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND SCH-FEE-CODE NOT = SPACES
             IF WS-SCH-COUNT < WS-SCH-MAX
               ADD 1 TO WS-SCH-COUNT
               MOVE SCH-FEE-CODE TO WS-SCH-FEE-CODE(WS-SCH-COUNT)
               MOVE SCH-EVENT TO WS-SCH-EVENT(WS-SCH-COUNT)
               MOVE SCH-PRODUCT TO WS-SCH-PRODUCT(WS-SCH-COUNT)
               MOVE SCH-CALC-TYPE TO WS-SCH-CALC(WS-SCH-COUNT)
               MOVE SCH-AMOUNT TO WS-SCH-AMOUNT(WS-SCH-COUNT)
               MOVE SCH-PERCENT TO WS-SCH-PERCENT(WS-SCH-COUNT)
               MOVE SCH-DAILY-CAP TO WS-SCH-CAP(WS-SCH-COUNT)
               MOVE SCH-HHLD-WAIVE-BAL
                 TO WS-SCH-HHLD-BAL(WS-SCH-COUNT)
               MOVE SCH-MIN-ITEM TO WS-SCH-MIN-ITEM(WS-SCH-COUNT)
             ELSE
               DISPLAY 'CUSTITFE: FEE SCHEDULE TABLE FULL - '
                       SCH-FEE-CODE ' IGNORED'
             END-IF
           END-IF.

      * A PRINT-DELIVERY STATEMENT CUSTSTMT CUT TODAY IS ONE PAPER
      * STATEMENT EVENT. ELECTRONIC DELIVERY IS NEVER CHARGED, NOR IS
      * A STATEMENT CUSTSTMT HELD BACK FOR A BAD ADDRESS - IT WAS NOT
      * MAILED.
       SCAN-PAPER-STATEMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM CHECK-ONE-STATEMENT UNTIL WS-EOF.

       CHECK-ONE-STATEMENT.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
              AND CUST-LAST-STMT-DATE = WS-CURRENT-DATE
              AND CUST-DELIV-PRINT
             PERFORM GET-BAD-ADDRESS-MARK
             IF WS-BAD-ADDR-FLAG = 'Y'
               ADD 1 TO WS-STMT-HELD-COUNT
             ELSE
               MOVE 'P' TO WS-EVT-EVENT
               MOVE CUST-ID TO WS-EVT-CUST-ID
               MOVE 0 TO WS-EVT-ITEM-AMT
               MOVE 'STATEMENT' TO WS-EVT-REF
               MOVE CUST-ID TO WS-LOADED-CUST-ID
               MOVE 'Y' TO WS-CUST-FOUND-FLAG
               PERFORM PRICE-ONE-EVENT
             END-IF
           END-IF.

       GET-BAD-ADDRESS-MARK.
           MOVE SPACE TO WS-BAD-ADDR-FLAG.
           EXEC SQL
             SELECT COALESCE(MAX(BAD_ADDR_FLAG), ' ')
             INTO :WS-BAD-ADDR-FLAG
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACE TO WS-BAD-ADDR-FLAG
           END-IF.

      * ONE PASS OVER TODAY'S POSTINGS FINDS BOTH THE OVERDRAFT
      * ITEMS AND THE FOREIGN-CURRENCY CONVERSIONS. ONLY A 'D' DEBIT
      * COUNTS AS AN OVERDRAFT ITEM, SO A FEE NEVER TRIGGERS A FEE.
       SCAN-TODAYS-POSTINGS.
           MOVE SPACES TO WS-LOADED-CUST-ID.
           MOVE 'N' TO WS-LOG-EOF-FLAG.
           EXEC SQL
             DECLARE ITFECUR CURSOR FOR
               SELECT CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                      OLD_BALANCE, NEW_BALANCE, TRAN_REF,
                      COALESCE(ORIG_CURRENCY, ' ')
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
               ORDER BY CUST_ID ASC, TRAN_SEQ ASC
           END-EXEC.
           EXEC SQL OPEN ITFECUR END-EXEC.
           PERFORM FETCH-POSTING.
           PERFORM CHECK-ONE-POSTING UNTIL WS-LOG-EOF.
           EXEC SQL CLOSE ITFECUR END-EXEC.

       FETCH-POSTING.
           EXEC SQL
             FETCH ITFECUR
             INTO :WS-LOG-CUST-ID, :WS-LOG-TRAN-TYPE,
                  :WS-LOG-AMOUNT, :WS-LOG-OLD-BAL,
                  :WS-LOG-NEW-BAL, :WS-LOG-REF,
                  :WS-LOG-ORIG-CCY
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-LOG-EOF TO TRUE
           END-IF.

       CHECK-ONE-POSTING.
           IF WS-LOG-TRAN-TYPE = 'D'
              AND WS-LOG-NEW-BAL < 0
              AND WS-LOG-NEW-BAL < WS-LOG-OLD-BAL
             MOVE 'O' TO WS-EVT-EVENT
             MOVE WS-LOG-CUST-ID TO WS-EVT-CUST-ID
             MOVE WS-LOG-AMOUNT TO WS-EVT-ITEM-AMT
             MOVE WS-LOG-REF TO WS-EVT-REF
             PERFORM LOAD-EVENT-CUSTOMER
             PERFORM PRICE-ONE-EVENT
           END-IF.
           IF WS-LOG-ORIG-CCY NOT = SPACES
             MOVE 'X' TO WS-EVT-EVENT
             MOVE WS-LOG-CUST-ID TO WS-EVT-CUST-ID
             MOVE WS-LOG-AMOUNT TO WS-EVT-ITEM-AMT
             MOVE WS-LOG-REF TO WS-EVT-REF
             PERFORM LOAD-EVENT-CUSTOMER
             PERFORM PRICE-ONE-EVENT
           END-IF.
           PERFORM FETCH-POSTING.

      * A '27' CLEARING DEBIT RETURNED UNPAID IS A RETURNED ITEM.
      * R99 IS OUR OWN CAPACITY RETURN AND IS NEVER CHARGED; AN
      * ENTRY WITH NO ACCOUNT ON THE MASTER HAS NOBODY TO CHARGE.
       SCAN-RETURNED-ITEMS.
           OPEN INPUT RETFILE.
           IF WS-RET-STATUS NOT = '00'
             DISPLAY 'CUSTITFE: NO ACHRETRN RETURNS FILE TODAY'
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-RETURN UNTIL WS-EOF
             CLOSE RETFILE
           END-IF.

       CHECK-ONE-RETURN.
           READ RETFILE INTO RET-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
              AND RET-TRAN-CODE = '27'
              AND RET-RETURN-CODE NOT = 'R99'
             MOVE 'R' TO WS-EVT-EVENT
             MOVE RET-CUST-ID TO WS-EVT-CUST-ID
             MOVE RET-AMOUNT TO WS-EVT-ITEM-AMT
             MOVE RET-TRACE-NUMBER TO WS-EVT-REF
             PERFORM LOAD-EVENT-CUSTOMER
             PERFORM PRICE-ONE-EVENT
           END-IF.

       LOAD-EVENT-CUSTOMER.
           IF WS-EVT-CUST-ID NOT = WS-LOADED-CUST-ID
             MOVE WS-EVT-CUST-ID TO WS-LOADED-CUST-ID
             MOVE WS-EVT-CUST-ID TO CUST-ID
             READ CUSTFILE INTO CUST-RECORD
               INVALID KEY CONTINUE
             END-READ
             IF WS-CUST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FOUND-FLAG
             ELSE
               MOVE 'N' TO WS-CUST-FOUND-FLAG
             END-IF
           END-IF.

       PRICE-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           IF NOT WS-CUST-FOUND
             ADD 1 TO WS-NOT-FOUND-COUNT
           ELSE
             PERFORM FIND-SCHEDULE-ENTRY
             IF WS-SCH-HIT = 0
      * NO SCHEDULE ENTRY FOR THE EVENT AND PRODUCT MEANS NO FEE.
               ADD 1 TO WS-NO-RULE-COUNT
             ELSE
               PERFORM DECIDE-EVENT-FEE
             END-IF
           END-IF.

       DECIDE-EVENT-FEE.
           MOVE 'C' TO WS-DECISION.
           MOVE SPACES TO WS-WAIVE-REASON.
           PERFORM COMPUTE-ITEM-FEE.
           IF WS-FEE-CHARGED AND NOT CUST-ACTIVE
             MOVE 'W' TO WS-DECISION
             MOVE 'ACCOUNT NOT ACTIVE' TO WS-WAIVE-REASON
           END-IF.
           IF WS-FEE-CHARGED
              AND (CUST-DEBIT-BLOCK OR CUST-FULL-FREEZE)
             MOVE 'W' TO WS-DECISION
             MOVE 'ACCOUNT BLOCKED' TO WS-WAIVE-REASON
           END-IF.
           IF WS-FEE-CHARGED
              AND WS-SCH-MIN-ITEM(WS-SCH-HIT) > 0
              AND WS-EVT-ITEM-AMT < WS-SCH-MIN-ITEM(WS-SCH-HIT)
             MOVE 'W' TO WS-DECISION
             MOVE 'SMALL ITEM' TO WS-WAIVE-REASON
           END-IF.
           IF WS-FEE-CHARGED
              AND WS-SCH-HHLD-BAL(WS-SCH-HIT) > 0
             PERFORM CHECK-HOUSEHOLD-WAIVER
           END-IF.
           IF WS-FEE-CHARGED
             PERFORM APPLY-DAILY-CAP
           END-IF.
           IF WS-FEE-CHARGED
             PERFORM STORE-FEE-RECORD
           END-IF.
           IF WS-FEE-CHARGED
             ADD 1 TO WS-CHARGED-COUNT
             ADD WS-FEE-AMT TO WS-CHARGED-AMOUNT
           ELSE
             ADD 1 TO WS-WAIVED-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM TALLY-BRANCH-DECISION.

      * THE ENTRY NAMING THE ACCOUNT'S OWN PRODUCT WINS; OTHERWISE
      * THE ALL-PRODUCTS ENTRY FOR THE EVENT APPLIES.
       FIND-SCHEDULE-ENTRY.
           MOVE 0 TO WS-SCH-HIT WS-SCH-GENERIC.
           PERFORM MATCH-SCHEDULE-ENTRY
             VARYING WS-SCH-IDX FROM 1 BY 1
             UNTIL WS-SCH-IDX > WS-SCH-COUNT OR WS-SCH-HIT > 0.
           IF WS-SCH-HIT = 0
             MOVE WS-SCH-GENERIC TO WS-SCH-HIT
           END-IF.

       MATCH-SCHEDULE-ENTRY.
           IF WS-SCH-EVENT(WS-SCH-IDX) = WS-EVT-EVENT
             IF WS-SCH-PRODUCT(WS-SCH-IDX) = CUST-ACCT-TYPE
               MOVE WS-SCH-IDX TO WS-SCH-HIT
             ELSE
               IF (WS-SCH-PRODUCT(WS-SCH-IDX) = '*'
                   OR WS-SCH-PRODUCT(WS-SCH-IDX) = SPACE)
                  AND WS-SCH-GENERIC = 0
                 MOVE WS-SCH-IDX TO WS-SCH-GENERIC
               END-IF
             END-IF
           END-IF.

      * A PERCENTAGE FEE IS TAKEN ON THE ITEM AMOUNT IN THE ACCOUNT'S
      * OWN CURRENCY, WITH THE FLAT AMOUNT AS THE MINIMUM CHARGE.
       COMPUTE-ITEM-FEE.
           MOVE WS-SCH-AMOUNT(WS-SCH-HIT) TO WS-FEE-AMT.
           IF WS-SCH-CALC(WS-SCH-HIT) = 'P'
             COMPUTE WS-FEE-AMT ROUNDED =
               WS-EVT-ITEM-AMT * WS-SCH-PERCENT(WS-SCH-HIT) / 100
             IF WS-FEE-AMT < WS-SCH-AMOUNT(WS-SCH-HIT)
               MOVE WS-SCH-AMOUNT(WS-SCH-HIT) TO WS-FEE-AMT
             END-IF
           END-IF.
           IF WS-FEE-AMT = 0
             MOVE 'W' TO WS-DECISION
             MOVE 'NO FEE PRICED' TO WS-WAIVE-REASON
           END-IF.

      * A RELATIONSHIP WHOSE COMBINED BALANCE REACHES THE ENTRY'S
      * WAIVER BALANCE IS NOT CHARGED FOR THE ITEM.
       CHECK-HOUSEHOLD-WAIVER.
           MOVE CUST-ID TO HHLK-CUST-ID.
           CALL 'CUSTHHLK' USING HHLK-PARM.
           IF HHLK-IN-HOUSEHOLD
              AND HHLK-COMBINED-BAL NOT < WS-SCH-HHLD-BAL(WS-SCH-HIT)
             MOVE 'W' TO WS-DECISION
             MOVE 'HOUSEHOLD BALANCE' TO WS-WAIVE-REASON
             ADD 1 TO WS-HHLD-WAIVED-COUNT
           END-IF.

      * THE CAP IS PER CUSTOMER PER FEE CODE PER DAY. THE ITEM THAT
      * CROSSES IT IS CHARGED ONLY THE ROOM LEFT UNDER THE CAP, AND
      * EVERY LATER ITEM IS WAIVED.
       APPLY-DAILY-CAP.
           MOVE 0 TO WS-CAP-HIT.
           PERFORM MATCH-CAP-ENTRY
             VARYING WS-CAP-IDX FROM 1 BY 1
             UNTIL WS-CAP-IDX > WS-CAP-COUNT OR WS-CAP-HIT > 0.
           IF WS-CAP-HIT = 0
             IF WS-CAP-COUNT < WS-CAP-MAX
               ADD 1 TO WS-CAP-COUNT
               MOVE WS-CAP-COUNT TO WS-CAP-HIT
               MOVE CUST-ID TO WS-CAP-CUST-ID(WS-CAP-HIT)
               MOVE WS-SCH-FEE-CODE(WS-SCH-HIT)
                 TO WS-CAP-FEE-CODE(WS-CAP-HIT)
               MOVE 0 TO WS-CAP-CHARGED(WS-CAP-HIT)
             ELSE
               DISPLAY 'CUSTITFE: DAILY CAP TABLE FULL - CAP NOT '
                       'TRACKED FOR ' CUST-ID
             END-IF
           END-IF.
           IF WS-CAP-HIT > 0
             IF WS-SCH-CAP(WS-SCH-HIT) > 0
               COMPUTE WS-CAP-ROOM = WS-SCH-CAP(WS-SCH-HIT)
                                   - WS-CAP-CHARGED(WS-CAP-HIT)
               IF WS-CAP-ROOM NOT > 0
                 MOVE 'W' TO WS-DECISION
                 MOVE 'DAILY CAP REACHED' TO WS-WAIVE-REASON
                 ADD 1 TO WS-CAPPED-COUNT
               ELSE
                 IF WS-FEE-AMT > WS-CAP-ROOM
                   MOVE WS-CAP-ROOM TO WS-FEE-AMT
                   MOVE 'CAPPED' TO WS-WAIVE-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.

       MATCH-CAP-ENTRY.
           IF WS-CAP-CUST-ID(WS-CAP-IDX) = CUST-ID
              AND WS-CAP-FEE-CODE(WS-CAP-IDX)
                  = WS-SCH-FEE-CODE(WS-SCH-HIT)
             MOVE WS-CAP-IDX TO WS-CAP-HIT
           END-IF.

       STORE-FEE-RECORD.
           IF WS-GEN-COUNT < WS-GEN-MAX
             ADD 1 TO WS-GEN-COUNT
             MOVE CUST-ID TO WS-GEN-ID(WS-GEN-COUNT)
             MOVE WS-FEE-AMT TO WS-GEN-AMT(WS-GEN-COUNT)
             MOVE SPACES TO WS-GEN-REF(WS-GEN-COUNT)
             STRING WS-SCH-FEE-CODE(WS-SCH-HIT) ' ' WS-EVT-REF
               DELIMITED BY SIZE INTO WS-GEN-REF(WS-GEN-COUNT)
             ADD WS-FEE-AMT TO WS-GEN-AMOUNT
             IF WS-CAP-HIT > 0
               ADD WS-FEE-AMT TO WS-CAP-CHARGED(WS-CAP-HIT)
             END-IF
           ELSE
             DISPLAY 'CUSTITFE: BATCH TABLE FULL - FEE NOT '
                     'ASSESSED FOR ' CUST-ID
             MOVE 'W' TO WS-DECISION
             MOVE 'BATCH TABLE FULL' TO WS-WAIVE-REASON
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE CUST-BRANCH-CODE TO REG-BRANCH.
           MOVE CUST-ID TO REG-CUST-ID.
           MOVE WS-SCH-FEE-CODE(WS-SCH-HIT) TO REG-FEE-CODE.
           MOVE WS-EVT-EVENT TO REG-EVENT.
           MOVE WS-EVT-ITEM-AMT TO REG-ITEM-AMT.
           MOVE WS-FEE-AMT TO REG-FEE-AMT.
           IF WS-FEE-CHARGED
             MOVE 'CHARGED' TO REG-DECISION
           ELSE
             MOVE 'WAIVED ' TO REG-DECISION
           END-IF.
           MOVE WS-WAIVE-REASON TO REG-REASON.
           MOVE WS-EVT-REF TO REG-REF.
           MOVE WS-REG-DETAIL TO REG-LINE.
           WRITE REG-LINE.

       TALLY-BRANCH-DECISION.
           MOVE 'N' TO WS-BRT-FOUND-FLAG.
           MOVE 0 TO WS-BRT-HIT.
           IF WS-BRT-COUNT > 0
             PERFORM MATCH-BRANCH-ENTRY
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT OR WS-BRT-FOUND
           END-IF.
           IF NOT WS-BRT-FOUND
             IF WS-BRT-COUNT < WS-BRT-MAX
               ADD 1 TO WS-BRT-COUNT
               SET WS-BRT-IDX TO WS-BRT-COUNT
               MOVE CUST-BRANCH-CODE TO WS-BRT-BRANCH(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-CHARGED(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-CHG-AMT(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-WAIVED(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-WVD-AMT(WS-BRT-IDX)
               MOVE WS-BRT-COUNT TO WS-BRT-HIT
             END-IF
           END-IF.
           IF WS-BRT-HIT > 0
             SET WS-BRT-IDX TO WS-BRT-HIT
             IF WS-FEE-CHARGED
               ADD 1 TO WS-BRT-CHARGED(WS-BRT-IDX)
               ADD WS-FEE-AMT TO WS-BRT-CHG-AMT(WS-BRT-IDX)
             ELSE
               ADD 1 TO WS-BRT-WAIVED(WS-BRT-IDX)
               ADD WS-FEE-AMT TO WS-BRT-WVD-AMT(WS-BRT-IDX)
             END-IF
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF WS-BRT-BRANCH(WS-BRT-IDX) = CUST-BRANCH-CODE
             SET WS-BRT-FOUND TO TRUE
             SET WS-BRT-HIT TO WS-BRT-IDX
           END-IF.

      * UNLIKE THE MONTH-END SERVICE FEE, EACH 'F' HERE CARRIES ITS
      * PRICED AMOUNT - APPLY-FEE IN CUSTUPDT POSTS AN AMOUNT-BEARING
      * FEE AS CARRIED. THE REFERENCE NAMES THE FEE CODE AND THE
      * ITEM THAT TRIGGERED IT.
       WRITE-GENERATED-BATCH.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO ITEM FEES CHARGED - NO BATCH GENERATED'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANITFE: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'H' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'ITEMFEES' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               PERFORM WRITE-ONE-FEE-RECORD
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'T' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'ITEMFEES' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               CLOSE TRANGEN
             END-IF
           END-IF.

       WRITE-ONE-FEE-RECORD.
           MOVE SPACES TO GEN-RECORD.
           MOVE WS-GEN-ID(WS-GEN-IDX) TO GEN-CUST-ID.
           MOVE 'F' TO GEN-TRAN-TYPE.
           MOVE WS-GEN-AMT(WS-GEN-IDX) TO GEN-AMOUNT.
           MOVE WS-GEN-REF(WS-GEN-IDX) TO GEN-REFERENCE.
           MOVE 'S' TO GEN-CHANNEL.
           WRITE GEN-RECORD.

       WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           STRING 'CHARGED / WAIVED BY BRANCH'
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           IF WS-BRT-COUNT > 0
             PERFORM WRITE-ONE-BRANCH-LINE
               VARYING WS-BRT-LOOP FROM 1 BY 1
               UNTIL WS-BRT-LOOP > WS-BRT-COUNT
           END-IF.

       WRITE-ONE-BRANCH-LINE.
           SET WS-BRT-IDX TO WS-BRT-LOOP.
           MOVE SPACES TO REG-LINE.
           MOVE WS-BRT-CHARGED(WS-BRT-IDX) TO WS-FMT-CNT.
           MOVE WS-BRT-CHG-AMT(WS-BRT-IDX) TO WS-FMT-AMT.
           STRING '  BRANCH ' WS-BRT-BRANCH(WS-BRT-IDX)
                  '  CHARGED: ' WS-FMT-CNT '  ' WS-FMT-AMT
             DELIMITED BY SIZE INTO REG-LINE.
           MOVE WS-BRT-WAIVED(WS-BRT-IDX) TO WS-FMT-CNT.
           MOVE WS-BRT-WVD-AMT(WS-BRT-IDX) TO WS-FMT-AMT.
           STRING '  WAIVED: ' WS-FMT-CNT '  ' WS-FMT-AMT
             DELIMITED BY SIZE INTO REG-LINE(60:).
           WRITE REG-LINE.

       CLEANUP-PARA.
           CLOSE CUSTFILE REGFILE.
           MOVE WS-CHARGED-AMOUNT TO WS-FMT-AMT.
           DISPLAY 'CUSTITFE COMPLETE.'.
           DISPLAY '  FEE EVENTS FOUND:     ' WS-EVENT-COUNT.
           DISPLAY '  FEES CHARGED:         ' WS-CHARGED-COUNT.
           DISPLAY '  AMOUNT CHARGED:       ' WS-FMT-AMT.
           DISPLAY '  FEES WAIVED:          ' WS-WAIVED-COUNT.
           DISPLAY '  HOUSEHOLD WAIVERS:    ' WS-HHLD-WAIVED-COUNT.
           DISPLAY '  WAIVED AT DAILY CAP:  ' WS-CAPPED-COUNT.
           DISPLAY '  NO SCHEDULE ENTRY:    ' WS-NO-RULE-COUNT.
           DISPLAY '  CUSTOMER NOT ON FILE: ' WS-NOT-FOUND-COUNT.
           DISPLAY '  STATEMENTS HELD:      ' WS-STMT-HELD-COUNT.
