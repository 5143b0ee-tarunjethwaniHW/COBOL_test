       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLNBK.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTLNBK - INSTALLMENT LOAN BOOKING AND AMORTIZATION SCHEDULE  *
      * BOOKS EACH APPROVED LOAN ON THE LOANNEW FILE ONTO THE LOANDATA *
      * MASTER (SEE LOANCOPY) AND ITS LOAN_MASTER MIRROR:              *
      *   - BORROWER AND REPAYMENT ACCOUNTS MUST PASS THE CHECK DIGIT  *
      *     AND BE ACTIVE ON CUSTDATA; THE LOAN TAKES THE BORROWER'S   *
      *     BRANCH.                                                    *
      *   - THE LEVEL MONTHLY PAYMENT IS THE STANDARD ANNUITY AMOUNT   *
      *     AT ONE TWELFTH OF THE ANNUAL RATE, ROUNDED TO THE CENT.    *
      *   - THE FULL AMORTIZATION SCHEDULE GOES TO LOAN_SCHEDULE AND   *
      *     IS PRINTED ON LNSCHED: EACH INSTALLMENT'S CONTRACTUAL DUE  *
      *     DATE, THE BUSINESS DAY IT WILL BE COLLECTED ON (CUSTCAL),  *
      *     AND ITS INTEREST/PRINCIPAL SPLIT. THE LAST INSTALLMENT     *
      *     CLEARS THE REMAINING PRINCIPAL. THE SCHEDULE IS THE        *
      *     CONTRACTUAL PROJECTION - ACTUAL PAYMENTS ARE SPLIT BY      *
      *     CUSTLNPA ON DAILY INTEREST, AND THE FINAL INSTALLMENT IS   *
      *     BILLED BY CUSTLNBL AT THE ACTUAL PAYOFF.                   *
      *   - THE PROCEEDS ARE CREDITED TO THE REPAYMENT ACCOUNT BY A    *
      *     CONTROL-TOTALED 'C' BATCH ON TRANLNBK FOR THE NEXT         *
      *     CONCATENATION STEP, AND THE BOOKING IS LOGGED TO           *
      *     LOAN_TRANSACTION ('B') FOR THE CUSTGLEX LOAN ENTRIES.      *
      * A REJECTED APPLICATION IS PRINTED WITH ITS REASON AND BOOKS    *
      * NOTHING. RC 4 - ONE OR MORE APPLICATIONS REJECTED. RC 16 - A   *
      * FILE COULD NOT BE OPENED.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNEWFILE ASSIGN TO 'LOANNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LNEW-STATUS.
           SELECT LOANFILE ASSIGN TO 'LOANDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOAN-ID
             FILE STATUS IS WS-LOAN-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANLNBK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT SCHDFILE ASSIGN TO 'LNSCHED'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SCHD-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LNEWFILE.
       01 LNEW-RECORD.
          05 LNEW-LOAN-ID        PIC X(10).
          05 LNEW-CUST-ID        PIC X(10).
          05 LNEW-REPAY-CUST-ID  PIC X(10).
          05 LNEW-PRINCIPAL      PIC 9(7)V99.
          05 LNEW-RATE           PIC 9(02)V9(04).
          05 LNEW-TERM-MONTHS    PIC 9(03).
          05 LNEW-FIRST-DUE-DATE PIC X(10).

       FD LOANFILE.
       COPY LOANCOPY.

       FD CUSTFILE.
       COPY CUSTCOPY.

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

       FD SCHDFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 SCHD-LINE             PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-LNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-LOAN-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-SCHD-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-BOOKED-COUNT       PIC 9(07) VALUE 0.
       01 WS-BOOKED-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
       01 WS-SQL-ERRORS         PIC 9(07) VALUE 0.
       01 WS-ERROR-MSG          PIC X(50) VALUE SPACES.
       01 WS-BORROWER-BRANCH    PIC X(04) VALUE SPACES.
       01 WS-MAX-RATE           PIC 9(02)V9(04) VALUE 36.0000.
       01 WS-MAX-TERM           PIC 9(03) VALUE 360.

       01 WS-CKDG-WORK-ID       PIC X(10).
       01 WS-CKDG-FUNCTION      PIC X(01) VALUE 'V'.
       01 WS-CKDG-RESULT        PIC X(01).
       01 WS-ACCT-OK-FLAG       PIC X VALUE 'N'.
          88 WS-ACCT-OK         VALUE 'Y'.

      * ANNUITY WORK FIELDS. THE MONTHLY RATE AND GROWTH FACTOR
      * CARRY TWELVE DECIMALS SO A 30-YEAR SCHEDULE STILL LANDS
      * WITHIN A CENT OR TWO OF ZERO BEFORE THE LAST INSTALLMENT
      * SWEEPS UP THE REMAINDER.
       01 WS-MONTH-RATE         PIC 9(01)V9(12) VALUE 0.
       01 WS-GROWTH             PIC 9(09)V9(12) VALUE 0.
       01 WS-PAYMENT            PIC 9(7)V99 VALUE 0.
       01 WS-INST-NO            PIC 9(03) VALUE 0.
       01 WS-SCH-BAL            PIC 9(7)V99 VALUE 0.
       01 WS-SCH-INT            PIC 9(7)V99 VALUE 0.
       01 WS-SCH-PRIN           PIC 9(7)V99 VALUE 0.
       01 WS-SCH-PAY            PIC 9(7)V99 VALUE 0.
       01 WS-SCH-DUE-DATE       PIC X(10) VALUE SPACES.
       01 WS-SCH-COLLECT-DATE   PIC X(10) VALUE SPACES.
       01 WS-TOT-INT            PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PAY            PIC 9(9)V99 VALUE 0.

       01 WS-DATE-YYYY          PIC 9(04).
       01 WS-DATE-MM            PIC 9(02).
       01 WS-DATE-DD            PIC 9(02).
       01 WS-ANCHOR-DD          PIC 9(02).
       01 WS-MONTH-DAYS         PIC 9(02).
       01 WS-LEAP-REM           PIC 9(04).
       01 WS-LEAP-QUOT          PIC 9(04).

       01 WS-GEN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 2000 TIMES.
             10 WS-GEN-IMAGE    PIC X(254).

      * WORK IMAGE OF ONE DISBURSEMENT CREDIT - TRANLNBK IS NOT
      * OPEN UNTIL EVERY LOAN IS BOOKED, SO THE 'H' HEADER CAN
      * CARRY EXACT CONTROL TOTALS.
       01 WS-GEN-WORK.
          05 WS-GEN-CUST-ID     PIC X(10).
          05 WS-GEN-TRAN-TYPE   PIC X(01).
          05 WS-GEN-AMOUNT-W    PIC 9(7)V99.
          05 WS-GEN-REFERENCE   PIC X(20).
          05 WS-GEN-APPROVAL    PIC X(10).
          05 WS-GEN-TO-CUST-ID  PIC X(10).
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

       01 WS-SCH-DETAIL.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 SCH-INST-NO        PIC ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-DUE-DATE       PIC X(10).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-COLLECT-DATE   PIC X(10).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-PAYMENT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-INTEREST       PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SCH-BALANCE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(37) VALUE SPACES.
       01 WS-FMT-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-RATE           PIC Z9.9999.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.

       COPY CALCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM PROCESS-APPLICATIONS UNTIL WS-EOF.
           PERFORM WRITE-GENERATED-BATCH.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT LNEWFILE.
           IF WS-LNEW-STATUS NOT = '00'
             DISPLAY 'CUSTLNBK: NO LOANNEW FILE - NOTHING BOOKED'
             STOP RUN
           END-IF.
           OPEN I-O LOANFILE.
           IF WS-LOAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANDATA: ' WS-LOAN-STATUS
             CLOSE LNEWFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE LNEWFILE LOANFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SCHDFILE.
           IF WS-SCHD-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LNSCHED: ' WS-SCHD-STATUS
             CLOSE LNEWFILE LOANFILE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO SCHD-LINE.
           STRING 'LOAN BOOKING AND AMORTIZATION SCHEDULES - '
                  'BUSINESS DATE ' WS-RUN-DATE
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE SPACES TO SCHD-LINE.
           WRITE SCHD-LINE.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO. WITHOUT A CARD THE CURRENT DATE
      * APPLIES.
       GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE.
           OPEN INPUT RUNDTCTL.
           IF WS-RUNDT-STATUS = '00'
             READ RUNDTCTL INTO RUNDT-RECORD
               AT END CONTINUE
             END-READ
             CLOSE RUNDTCTL
             IF CTL-RUN-DATE NOT = SPACES
               MOVE CTL-RUN-DATE TO WS-RUN-DATE
               DISPLAY 'PROCESSING AS OF BUSINESS DATE ' WS-RUN-DATE
             END-IF
           END-IF.
           IF WS-RUN-DATE = SPACES
             STRING FUNCTION CURRENT-DATE(1:4) '-'
                    FUNCTION CURRENT-DATE(5:2) '-'
                    FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.

       PROCESS-APPLICATIONS.
           READ LNEWFILE INTO LNEW-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             PERFORM BOOK-ONE-LOAN
           END-IF.

      * EVERY EDIT RUNS BEFORE ANYTHING IS WRITTEN, SO A REJECTED
      * APPLICATION LEAVES NO TRACE BUT ITS REJECT LINE.
       BOOK-ONE-LOAN.
           MOVE SPACES TO WS-ERROR-MSG.
           PERFORM EDIT-APPLICATION.
           IF WS-ERROR-MSG NOT = SPACES
             PERFORM WRITE-REJECT-LINE
           ELSE
             PERFORM COMPUTE-LEVEL-PAYMENT
             PERFORM BUILD-LOAN-RECORD
             WRITE LOAN-RECORD
             IF WS-LOAN-STATUS NOT = '00'
               MOVE 'LOANDATA WRITE FAILED' TO WS-ERROR-MSG
               PERFORM WRITE-REJECT-LINE
             ELSE
               PERFORM INSERT-LOAN-MASTER
               PERFORM INSERT-BOOKING-EVENT
               PERFORM WRITE-SCHEDULE-HEADING
               PERFORM BUILD-SCHEDULE
               PERFORM BUILD-DISBURSEMENT-RECORD
               ADD 1 TO WS-BOOKED-COUNT
               ADD LNEW-PRINCIPAL TO WS-BOOKED-AMOUNT
             END-IF
           END-IF.

      * EACH EDIT RUNS ONLY WHILE THE APPLICATION IS STILL CLEAN, SO
      * THE REJECT LINE GIVES THE FIRST REASON FOUND. A FULL
      * DISBURSEMENT TABLE REJECTS THE APPLICATION FOR RESUBMISSION
      * RATHER THAN BOOK A LOAN WHOSE PROCEEDS COULD NOT BE PAID OUT.
       EDIT-APPLICATION.
           IF LNEW-LOAN-ID = SPACES
             MOVE 'NO LOAN ID' TO WS-ERROR-MSG
           END-IF.
           IF WS-ERROR-MSG = SPACES
             MOVE LNEW-LOAN-ID TO LOAN-ID
             READ LOANFILE
               INVALID KEY CONTINUE
             END-READ
             IF WS-LOAN-STATUS = '00'
               MOVE 'LOAN ID ALREADY ON LOANDATA' TO WS-ERROR-MSG
             END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
             EVALUATE TRUE
               WHEN LNEW-PRINCIPAL IS NOT NUMERIC
                    OR LNEW-PRINCIPAL = 0
                 MOVE 'PRINCIPAL MISSING OR NOT NUMERIC' TO
                   WS-ERROR-MSG
               WHEN LNEW-RATE IS NOT NUMERIC
                    OR LNEW-RATE > WS-MAX-RATE
                 MOVE 'RATE NOT NUMERIC OR ABOVE 36 PERCENT' TO
                   WS-ERROR-MSG
               WHEN LNEW-TERM-MONTHS IS NOT NUMERIC
                    OR LNEW-TERM-MONTHS = 0
                    OR LNEW-TERM-MONTHS > WS-MAX-TERM
                 MOVE 'TERM MUST BE 1 TO 360 MONTHS' TO WS-ERROR-MSG
               WHEN LNEW-FIRST-DUE-DATE(5:1) NOT = '-'
                    OR LNEW-FIRST-DUE-DATE(8:1) NOT = '-'
                    OR LNEW-FIRST-DUE-DATE NOT > WS-RUN-DATE
                 MOVE 'FIRST DUE DATE MISSING OR NOT AFTER TODAY' TO
                   WS-ERROR-MSG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           IF WS-ERROR-MSG = SPACES
             MOVE LNEW-CUST-ID TO WS-CKDG-WORK-ID
             PERFORM CHECK-ONE-ACCOUNT
             IF WS-ACCT-OK
               MOVE CUST-BRANCH-CODE TO WS-BORROWER-BRANCH
             ELSE
               MOVE 'BORROWER ACCOUNT INVALID OR NOT ACTIVE' TO
                 WS-ERROR-MSG
             END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
             MOVE LNEW-REPAY-CUST-ID TO WS-CKDG-WORK-ID
             PERFORM CHECK-ONE-ACCOUNT
             IF NOT WS-ACCT-OK
               MOVE 'REPAYMENT ACCOUNT INVALID OR NOT ACTIVE' TO
                 WS-ERROR-MSG
             END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
              AND WS-GEN-COUNT NOT < WS-GEN-MAX
             MOVE 'DISBURSEMENT BATCH FULL - RESUBMIT NEXT RUN' TO
               WS-ERROR-MSG
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-FLAG.
           MOVE 'V' TO WS-CKDG-FUNCTION.
           CALL 'CUSTCKDG' USING WS-CKDG-WORK-ID
                                  WS-CKDG-FUNCTION
                                  WS-CKDG-RESULT.
           IF WS-CKDG-WORK-ID NOT = SPACES AND WS-CKDG-RESULT = 'Y'
             MOVE WS-CKDG-WORK-ID TO CUST-ID
             READ CUSTFILE INTO CUST-RECORD
               INVALID KEY CONTINUE
             END-READ
             IF WS-CUST-STATUS = '00' AND CUST-ACTIVE
               MOVE 'Y' TO WS-ACCT-OK-FLAG
             END-IF
           END-IF.

      * LEVEL PAYMENT = P * R * (1+R)**N / ((1+R)**N - 1) AT THE
      * MONTHLY RATE R, ROUNDED TO THE CENT - THE LAST INSTALLMENT
      * TAKES UP THE ROUNDING. AN INTEREST-FREE LOAN IS STRAIGHT-LINE.
       COMPUTE-LEVEL-PAYMENT.
           COMPUTE WS-MONTH-RATE = LNEW-RATE / 1200.
           IF WS-MONTH-RATE = 0
             DIVIDE LNEW-PRINCIPAL BY LNEW-TERM-MONTHS
               GIVING WS-PAYMENT ROUNDED
           ELSE
             COMPUTE WS-GROWTH =
               (1 + WS-MONTH-RATE) ** LNEW-TERM-MONTHS
             COMPUTE WS-PAYMENT ROUNDED =
               LNEW-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
                 / (WS-GROWTH - 1)
           END-IF.

       BUILD-LOAN-RECORD.
           MOVE SPACES TO LOAN-RECORD.
           MOVE LNEW-LOAN-ID TO LOAN-ID.
           MOVE LNEW-CUST-ID TO LOAN-CUST-ID.
           MOVE LNEW-REPAY-CUST-ID TO LOAN-REPAY-CUST-ID.
           MOVE WS-BORROWER-BRANCH TO LOAN-BRANCH-CODE.
           MOVE 'A' TO LOAN-STATUS.
           MOVE WS-RUN-DATE TO LOAN-OPEN-DATE.
           MOVE LNEW-PRINCIPAL TO LOAN-ORIG-PRINCIPAL.
           MOVE LNEW-PRINCIPAL TO LOAN-PRINCIPAL-BAL.
           MOVE LNEW-RATE TO LOAN-RATE.
           MOVE LNEW-TERM-MONTHS TO LOAN-TERM-MONTHS.
           MOVE WS-PAYMENT TO LOAN-PAYMENT-AMT.
           MOVE LNEW-FIRST-DUE-DATE TO LOAN-FIRST-DUE-DATE.
           MOVE LNEW-FIRST-DUE-DATE TO LOAN-NEXT-DUE-DATE.
           MOVE 1 TO LOAN-NEXT-INST-NO.
           MOVE ZERO TO LOAN-UNPAID-BILLED.
           MOVE WS-RUN-DATE TO LOAN-INT-PAID-TO.
           MOVE ZERO TO LOAN-UNPAID-INT.
           MOVE ZERO TO LOAN-LAST-PAY-AMT.

       INSERT-LOAN-MASTER.
           EXEC SQL
             INSERT INTO LOAN_MASTER
               (LOAN_ID, BORROWER_CUST_ID, REPAY_CUST_ID,
                BRANCH_CODE, LOAN_STATUS, OPEN_DATE,
                ORIG_PRINCIPAL, PRINCIPAL_BAL, INT_RATE,
                TERM_MONTHS, PAYMENT_AMT, NEXT_DUE_DATE,
                UNPAID_BILLED, INT_PAID_TO, UNPAID_INT)
             VALUES
               (:LOAN-ID, :LOAN-CUST-ID, :LOAN-REPAY-CUST-ID,
                :LOAN-BRANCH-CODE, :LOAN-STATUS, :LOAN-OPEN-DATE,
                :LOAN-ORIG-PRINCIPAL, :LOAN-PRINCIPAL-BAL,
                :LOAN-RATE, :LOAN-TERM-MONTHS, :LOAN-PAYMENT-AMT,
                :LOAN-NEXT-DUE-DATE, :LOAN-UNPAID-BILLED,
                :LOAN-INT-PAID-TO, :LOAN-UNPAID-INT)
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-SQL-ERRORS
             DISPLAY 'CUSTLNBK: LOAN_MASTER INSERT FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

      * THE BOOKED PRINCIPAL IS A POSITIVE PRINCIPAL MOVEMENT - THE
      * SIGN CONVENTION CUSTGLEX SUMS FOR LOANS RECEIVABLE.
       INSERT-BOOKING-EVENT.
           EXEC SQL
             INSERT INTO LOAN_TRANSACTION
               (LOAN_ID, EVENT_TYPE, EVENT_DATE, BRANCH_CODE,
                EVENT_AMOUNT, PRIN_AMOUNT, INT_AMOUNT,
                EXCESS_AMOUNT, PRIN_BAL_AFTER, SRC_CUST_ID,
                SRC_TRAN_DATE, SRC_TRAN_SEQ, EVENT_PROGRAM)
             VALUES
               (:LOAN-ID, 'B', :WS-RUN-DATE, :LOAN-BRANCH-CODE,
                :LOAN-ORIG-PRINCIPAL, :LOAN-ORIG-PRINCIPAL, 0,
                0, :LOAN-PRINCIPAL-BAL, :LOAN-REPAY-CUST-ID,
                :WS-RUN-DATE, 0, 'CUSTLNBK')
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-SQL-ERRORS
             DISPLAY 'CUSTLNBK: LOAN_TRANSACTION INSERT FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

       WRITE-SCHEDULE-HEADING.
           MOVE SPACES TO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE LOAN-ORIG-PRINCIPAL TO WS-FMT-AMT.
           MOVE LOAN-RATE TO WS-FMT-RATE.
           MOVE SPACES TO SCHD-LINE.
           STRING 'LOAN ' LOAN-ID ' BORROWER ' LOAN-CUST-ID
                  ' REPAY FROM ' LOAN-REPAY-CUST-ID
                  ' BRANCH ' LOAN-BRANCH-CODE
                  ' PRINCIPAL ' WS-FMT-AMT
                  ' RATE ' WS-FMT-RATE
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE LOAN-PAYMENT-AMT TO WS-FMT-AMT.
           MOVE SPACES TO SCHD-LINE.
           STRING '     TERM ' LOAN-TERM-MONTHS ' MONTHS'
                  '  MONTHLY PAYMENT ' WS-FMT-AMT
                  '  FIRST DUE ' LOAN-FIRST-DUE-DATE
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE SPACES TO SCHD-LINE.
           STRING '    INST   DUE DATE     COLLECTED     '
                  '  PAYMENT       INTEREST      PRINCIPAL    '
                  '    BALANCE'
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.

      * ONE LOAN_SCHEDULE ROW AND ONE PRINT LINE PER INSTALLMENT.
      * DUE DATES KEEP THE FIRST DUE DATE'S DAY OF MONTH, CLAMPED TO
      * A SHORTER MONTH'S LAST DAY; THE COLLECTION DATE IS THE DUE
      * DATE ROLLED TO THE NEXT BUSINESS DAY, AS CUSTLNBL WILL BILL
      * IT.
       BUILD-SCHEDULE.
           MOVE LOAN-PRINCIPAL-BAL TO WS-SCH-BAL.
           MOVE 0 TO WS-TOT-INT WS-TOT-PAY.
           MOVE LOAN-FIRST-DUE-DATE(1:4) TO WS-DATE-YYYY.
           MOVE LOAN-FIRST-DUE-DATE(6:2) TO WS-DATE-MM.
           MOVE LOAN-FIRST-DUE-DATE(9:2) TO WS-ANCHOR-DD.
           PERFORM BUILD-ONE-INSTALLMENT
             VARYING WS-INST-NO FROM 1 BY 1
             UNTIL WS-INST-NO > LOAN-TERM-MONTHS.
           MOVE WS-TOT-PAY TO WS-FMT-AMT.
           MOVE SPACES TO SCHD-LINE.
           STRING '    TOTAL OF PAYMENTS ' WS-FMT-AMT
             DELIMITED BY SIZE INTO SCHD-LINE.
           MOVE WS-TOT-INT TO WS-FMT-AMT.
           STRING '    TOTAL INTEREST ' WS-FMT-AMT
             DELIMITED BY SIZE INTO SCHD-LINE(45:50).
           WRITE SCHD-LINE.

       BUILD-ONE-INSTALLMENT.
           MOVE WS-ANCHOR-DD TO WS-DATE-DD.
           PERFORM GET-DAYS-IN-MONTH.
           IF WS-DATE-DD > WS-MONTH-DAYS
             MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF.
           MOVE SPACES TO WS-SCH-DUE-DATE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE INTO WS-SCH-DUE-DATE.
           MOVE WS-SCH-DUE-DATE TO WS-SCH-COLLECT-DATE.
           MOVE 'N' TO CAL-FUNCTION.
           MOVE WS-SCH-DUE-DATE TO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           IF CAL-YES
             MOVE CAL-DATE-OUT TO WS-SCH-COLLECT-DATE
           END-IF.
           COMPUTE WS-SCH-INT ROUNDED = WS-SCH-BAL * WS-MONTH-RATE.
           IF WS-INST-NO = LOAN-TERM-MONTHS
             MOVE WS-SCH-BAL TO WS-SCH-PRIN
           ELSE
             COMPUTE WS-SCH-PRIN = WS-PAYMENT - WS-SCH-INT
             IF WS-SCH-PRIN > WS-SCH-BAL
               MOVE WS-SCH-BAL TO WS-SCH-PRIN
             END-IF
           END-IF.
           COMPUTE WS-SCH-PAY = WS-SCH-PRIN + WS-SCH-INT.
           SUBTRACT WS-SCH-PRIN FROM WS-SCH-BAL.
           ADD WS-SCH-INT TO WS-TOT-INT.
           ADD WS-SCH-PAY TO WS-TOT-PAY.
           EXEC SQL
             INSERT INTO LOAN_SCHEDULE
               (LOAN_ID, INST_NO, DUE_DATE, COLLECT_DATE,
                PAYMENT_AMT, INTEREST_AMT, PRINCIPAL_AMT,
                BALANCE_AFTER)
             VALUES
               (:LOAN-ID, :WS-INST-NO, :WS-SCH-DUE-DATE,
                :WS-SCH-COLLECT-DATE, :WS-SCH-PAY, :WS-SCH-INT,
                :WS-SCH-PRIN, :WS-SCH-BAL)
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-SQL-ERRORS
           END-IF.
           MOVE WS-INST-NO TO SCH-INST-NO.
           MOVE WS-SCH-DUE-DATE TO SCH-DUE-DATE.
           MOVE WS-SCH-COLLECT-DATE TO SCH-COLLECT-DATE.
           MOVE WS-SCH-PAY TO SCH-PAYMENT.
           MOVE WS-SCH-INT TO SCH-INTEREST.
           MOVE WS-SCH-PRIN TO SCH-PRINCIPAL.
           MOVE WS-SCH-BAL TO SCH-BALANCE.
           MOVE WS-SCH-DETAIL TO SCHD-LINE.
           WRITE SCHD-LINE.
           PERFORM ADVANCE-ONE-MONTH.

       ADVANCE-ONE-MONTH.
           IF WS-DATE-MM = 12
             MOVE 01 TO WS-DATE-MM
             ADD 1 TO WS-DATE-YYYY
           ELSE
             ADD 1 TO WS-DATE-MM
           END-IF.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-DATE-MM
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30 TO WS-MONTH-DAYS
             WHEN 02
               PERFORM GET-FEBRUARY-DAYS
             WHEN OTHER
               MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       GET-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS.
           DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
             MOVE 29 TO WS-MONTH-DAYS
             DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
             IF WS-LEAP-REM = 0
               MOVE 28 TO WS-MONTH-DAYS
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                 MOVE 29 TO WS-MONTH-DAYS
               END-IF
             END-IF
           END-IF.

      * THE PROCEEDS ARE PAID OUT AS A 'C' CREDIT OF THE REPAYMENT
      * ACCOUNT, POSTED THROUGH CUSTUPDT LIKE ANY OTHER SOURCE.
      * EDIT-APPLICATION HAS ALREADY MADE SURE THERE IS ROOM FOR IT.
       BUILD-DISBURSEMENT-RECORD.
           MOVE SPACES TO WS-GEN-WORK.
           MOVE LOAN-REPAY-CUST-ID TO WS-GEN-CUST-ID.
           MOVE 'C' TO WS-GEN-TRAN-TYPE.
           MOVE LOAN-ORIG-PRINCIPAL TO WS-GEN-AMOUNT-W.
           STRING 'LOANDISB ' LOAN-ID
             DELIMITED BY SIZE INTO WS-GEN-REFERENCE.
           MOVE 'S' TO WS-GEN-CHANNEL.
           ADD 1 TO WS-GEN-COUNT.
           ADD WS-GEN-AMOUNT-W TO WS-GEN-AMOUNT.
           MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT).

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE SPACES TO SCHD-LINE.
           STRING 'LOAN ' LNEW-LOAN-ID ' BORROWER ' LNEW-CUST-ID
                  ' REJECTED - ' WS-ERROR-MSG
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.

      * THE BATCH IS ONLY WRITTEN ONCE ALL LOANS ARE BOOKED, SO THE
      * 'H' HEADER CAN CARRY THE EXACT COUNT AND AMOUNT CONTROL
      * TOTALS CUSTUPDT WILL VERIFY.
       WRITE-GENERATED-BATCH.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO LOANS BOOKED - NO DISBURSEMENT BATCH'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANLNBK: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'H' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'LNBKGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               PERFORM WRITE-ONE-GEN-RECORD
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'T' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'LNBKGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               CLOSE TRANGEN
             END-IF
           END-IF.

       WRITE-ONE-GEN-RECORD.
           MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO GEN-RECORD.
           WRITE GEN-RECORD.

       CLEANUP-PARA.
           MOVE SPACES TO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE WS-BOOKED-COUNT TO WS-FMT-CNT.
           MOVE WS-BOOKED-AMOUNT TO WS-FMT-AMT.
           MOVE SPACES TO SCHD-LINE.
           STRING 'LOANS BOOKED ' WS-FMT-CNT
                  '   PRINCIPAL DISBURSED ' WS-FMT-AMT
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.
           MOVE WS-REJECT-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO SCHD-LINE.
           STRING 'APPLICATIONS REJECTED ' WS-FMT-CNT
             DELIMITED BY SIZE INTO SCHD-LINE.
           WRITE SCHD-LINE.
           CLOSE LNEWFILE LOANFILE CUSTFILE SCHDFILE.
           IF (WS-REJECT-COUNT > 0 OR WS-SQL-ERRORS > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTLNBK COMPLETE.'.
           DISPLAY '  APPLICATIONS READ:    ' WS-READ-COUNT.
           DISPLAY '  LOANS BOOKED:         ' WS-BOOKED-COUNT.
           DISPLAY '  PRINCIPAL DISBURSED:  ' WS-BOOKED-AMOUNT.
           DISPLAY '  APPLICATIONS REJECTED:' WS-REJECT-COUNT.
           DISPLAY '  SQL ERRORS:           ' WS-SQL-ERRORS.
