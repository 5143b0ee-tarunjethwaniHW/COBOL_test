       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLNPA.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTLNPA - INSTALLMENT LOAN PAYMENT APPLICATION                *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD RIGHT AFTER CUSTUPDT)    *
      * THAT APPLIES EVERY LOAN PAYMENT POSTED ON THE RUN DATE. A LOAN *
      * PAYMENT IS ANY 'D' DEBIT ON TRANSACTION_LOG WHOSE REFERENCE IS *
      * 'LOANPMT ' AND A LOAN ID - THE CUSTLNBL INSTALLMENT BILLS, AND *
      * ANY EXTRA PAYMENT THE BRANCH KEYS THE SAME WAY. ONLY DEBITS    *
      * THAT ACTUALLY POSTED ARE APPLIED; A BOUNCED BILL NEVER REACHES *
      * THE LOG AND SIMPLY LEAVES THE LOAN PAST DUE.                   *
      * EACH PAYMENT IS SPLIT INTEREST FIRST:                          *
      *   - INTEREST DUE = UNPAID INTEREST CARRIED + SIMPLE DAILY      *
      *     INTEREST (ACTUAL/365) ON THE PRINCIPAL FROM THE            *
      *     INTEREST-PAID-TO DATE TO THE RUN DATE;                     *
      *   - THE PAYMENT COVERS AS MUCH OF THAT AS IT CAN (ANY SHORTFALL*
      *     IS CARRIED AS UNPAID INTEREST), THE REST REDUCES PRINCIPAL *
      *     AND ANYTHING BEYOND THE PRINCIPAL IS AN OVERPAYMENT HELD   *
      *     FOR REFUND.                                                *
      * A LOAN WITH NO PRINCIPAL OR INTEREST LEFT IS MARKED PAID OFF.  *
      * EVERY PAYMENT IS LOGGED TO LOAN_TRANSACTION ('P'), WHICH       *
      * FEEDS THE CUSTGLEX LOAN ENTRIES AND THE STATEMENT LOAN LINES,  *
      * AND CARRIES THE POSTING'S CUSTOMER/DATE/SEQUENCE SO A RERUN    *
      * NEVER APPLIES THE SAME PAYMENT TWICE. A PAYMENT TO A LOAN THAT *
      * IS NOT ON FILE OR NO LONGER ACTIVE IS LOGGED UNAPPLIED ('X')   *
      * AND LISTED ON THE LNPAYRPT REGISTER FOR REFUND.                *
      * RC 4 - UNAPPLIED PAYMENTS, OVERPAYMENTS OR UPDATE FAILURES.    *
      * RC 16 - A FILE COULD NOT BE OPENED.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO 'LOANDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOAN-ID
             FILE STATUS IS WS-LOAN-STATUS.
           SELECT RPTFILE ASSIGN TO 'LNPAYRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANFILE.
       COPY LOANCOPY.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-PAY-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-PAY-EOF         VALUE 'Y'.
       01 WS-PAY-CUST-ID        PIC X(10).
       01 WS-PAY-REF            PIC X(20).
       01 WS-PAY-REF-PARTS REDEFINES WS-PAY-REF.
          05 WS-PAY-REF-TAG     PIC X(08).
          05 WS-PAY-LOAN-ID     PIC X(10).
          05 FILLER             PIC X(02).
       01 WS-PAY-SEQ            PIC S9(9) COMP VALUE 0.
       01 WS-PAY-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-PAY-BRANCH         PIC X(04).

       01 WS-INT-DAYS           PIC S9(9) COMP VALUE 0.
       01 WS-FROM-NUM           PIC 9(08).
       01 WS-TO-NUM             PIC 9(08).
       01 WS-ACCRUED-INT        PIC 9(7)V99 VALUE 0.
       01 WS-INT-DUE            PIC 9(7)V99 VALUE 0.
       01 WS-INT-PART           PIC 9(7)V99 VALUE 0.
       01 WS-PRIN-PART          PIC 9(7)V99 VALUE 0.
       01 WS-EXCESS-PART        PIC 9(9)V99 VALUE 0.
       01 WS-REMAINDER          PIC 9(9)V99 VALUE 0.
       01 WS-PRIN-MOVEMENT      PIC S9(7)V99 VALUE 0.
       01 WS-EVENT-TYPE         PIC X(01) VALUE SPACE.

       01 WS-PAY-COUNT          PIC 9(07) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(07) VALUE 0.
       01 WS-UNAPPLIED-COUNT    PIC 9(07) VALUE 0.
       01 WS-PAIDOFF-COUNT      PIC 9(07) VALUE 0.
       01 WS-EXCESS-COUNT       PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-TOT-RECEIVED       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INTEREST       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PRINCIPAL      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-EXCESS         PIC 9(11)V99 VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-LOAN-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-PAYER          PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-INTEREST       PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-EXCESS         PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-BAL-AFTER      PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-NOTE           PIC X(30).
          05 FILLER             PIC X(04) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM APPLY-POSTED-PAYMENTS.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN I-O LOANFILE.
           IF WS-LOAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANDATA: ' WS-LOAN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LNPAYRPT: ' WS-RPT-STATUS
             CLOSE LOANFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOAN PAYMENT APPLICATION REGISTER - BUSINESS DATE '
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  LOAN ID     PAYER              RECEIVED'
                  '      INTEREST     PRINCIPAL   OVERPAYMENT'
                  '   PRIN BAL AFTER'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

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

      * THE PAYMENT AMOUNT IS THE TRUE BALANCE MOVEMENT OF THE
      * POSTING (OLD MINUS NEW), THE SAME FIGURE CUSTGLEX TAKES OFF
      * THE DEPOSIT LEDGER. POSTINGS ALREADY CARRIED ON
      * LOAN_TRANSACTION BY AN EARLIER RUN ARE SKIPPED.
       APPLY-POSTED-PAYMENTS.
           MOVE 'N' TO WS-PAY-EOF-FLAG.
           EXEC SQL
             DECLARE LNPAYCUR CURSOR FOR
               SELECT T.CUST_ID, T.TRAN_REF, T.TRAN_SEQ,
                      T.OLD_BALANCE - T.NEW_BALANCE, C.BRANCH_CODE
               FROM TRANSACTION_LOG T, CUSTOMER_MASTER C
               WHERE T.CUST_ID = C.CUSTOMER_ID
                 AND T.TRAN_DATE = :WS-RUN-DATE
                 AND T.TRAN_TYPE = 'D'
                 AND SUBSTR(T.TRAN_REF, 1, 8) = 'LOANPMT '
                 AND NOT EXISTS
                   (SELECT 1 FROM LOAN_TRANSACTION L
                    WHERE L.SRC_CUST_ID = T.CUST_ID
                      AND L.SRC_TRAN_DATE = T.TRAN_DATE
                      AND L.SRC_TRAN_SEQ = T.TRAN_SEQ
                      AND L.EVENT_TYPE IN ('P', 'X'))
               ORDER BY T.TRAN_SEQ
           END-EXEC.
           EXEC SQL OPEN LNPAYCUR END-EXEC.
           PERFORM FETCH-PAYMENT.
           PERFORM APPLY-ONE-PAYMENT
             UNTIL WS-PAY-EOF.
           EXEC SQL CLOSE LNPAYCUR END-EXEC.

       FETCH-PAYMENT.
           EXEC SQL
             FETCH LNPAYCUR
             INTO :WS-PAY-CUST-ID, :WS-PAY-REF, :WS-PAY-SEQ,
                  :WS-PAY-AMOUNT, :WS-PAY-BRANCH
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-PAY-EOF TO TRUE
           END-IF.

       APPLY-ONE-PAYMENT.
           ADD 1 TO WS-PAY-COUNT.
           IF WS-PAY-AMOUNT > 0
             PERFORM POST-ONE-PAYMENT
           END-IF.
           PERFORM FETCH-PAYMENT.

       POST-ONE-PAYMENT.
           ADD WS-PAY-AMOUNT TO WS-TOT-RECEIVED.
           MOVE SPACES TO REG-NOTE.
           MOVE WS-PAY-LOAN-ID TO LOAN-ID.
           READ LOANFILE
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-LOAN-STATUS NOT = '00'
               MOVE 'LOAN NOT ON FILE - REFUND' TO REG-NOTE
               PERFORM LOG-UNAPPLIED-PAYMENT
             WHEN NOT LOAN-ACTIVE
               MOVE 'LOAN NOT ACTIVE - REFUND' TO REG-NOTE
               PERFORM LOG-UNAPPLIED-PAYMENT
             WHEN OTHER
               PERFORM APPLY-PAYMENT-TO-LOAN
           END-EVALUATE.

       APPLY-PAYMENT-TO-LOAN.
           PERFORM SPLIT-PAYMENT.
           SUBTRACT WS-PRIN-PART FROM LOAN-PRINCIPAL-BAL.
           IF WS-PAY-AMOUNT < LOAN-UNPAID-BILLED
             SUBTRACT WS-PAY-AMOUNT FROM LOAN-UNPAID-BILLED
           ELSE
             MOVE 0 TO LOAN-UNPAID-BILLED
           END-IF.
           MOVE WS-RUN-DATE TO LOAN-LAST-PAY-DATE.
           MOVE WS-PAY-AMOUNT TO LOAN-LAST-PAY-AMT.
           IF LOAN-PRINCIPAL-BAL = 0 AND LOAN-UNPAID-INT = 0
             MOVE 'P' TO LOAN-STATUS
             MOVE WS-RUN-DATE TO LOAN-PAID-OFF-DATE
             MOVE 0 TO LOAN-UNPAID-BILLED
             ADD 1 TO WS-PAIDOFF-COUNT
             MOVE 'LOAN PAID OFF' TO REG-NOTE
           END-IF.
           IF WS-EXCESS-PART > 0
             ADD 1 TO WS-EXCESS-COUNT
             MOVE 'OVERPAYMENT - REFUND EXCESS' TO REG-NOTE
           END-IF.
           REWRITE LOAN-RECORD.
           IF WS-LOAN-STATUS NOT = '00'
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNPA: REWRITE FAILED FOR ' LOAN-ID
                     ' STATUS ' WS-LOAN-STATUS
             MOVE 'REWRITE FAILED - NOT APPLIED' TO REG-NOTE
             MOVE 0 TO WS-INT-PART WS-PRIN-PART WS-EXCESS-PART
             PERFORM WRITE-REGISTER-LINE
           ELSE
             ADD 1 TO WS-APPLIED-COUNT
             ADD WS-INT-PART TO WS-TOT-INTEREST
             ADD WS-PRIN-PART TO WS-TOT-PRINCIPAL
             ADD WS-EXCESS-PART TO WS-TOT-EXCESS
             PERFORM UPDATE-LOAN-MASTER
             MOVE 'P' TO WS-EVENT-TYPE
             MOVE LOAN-BRANCH-CODE TO WS-PAY-BRANCH
             COMPUTE WS-PRIN-MOVEMENT = 0 - WS-PRIN-PART
             PERFORM LOG-LOAN-EVENT
             PERFORM WRITE-REGISTER-LINE
           END-IF.

      * INTEREST FIRST, ON THE SAME DAILY BASIS CUSTLNBL BILLS THE
      * PAYOFF AND CUSTLNPQ QUOTES IT - KEEP THE THREE IN LOCKSTEP.
       SPLIT-PAYMENT.
           MOVE 0 TO WS-ACCRUED-INT.
           IF WS-RUN-DATE > LOAN-INT-PAID-TO
             STRING LOAN-INT-PAID-TO(1:4) LOAN-INT-PAID-TO(6:2)
                    LOAN-INT-PAID-TO(9:2)
               DELIMITED BY SIZE INTO WS-FROM-NUM
             STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                    WS-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-TO-NUM
             COMPUTE WS-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
             COMPUTE WS-ACCRUED-INT ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-RATE / 100
                 * WS-INT-DAYS / 365
             MOVE WS-RUN-DATE TO LOAN-INT-PAID-TO
           END-IF.
           COMPUTE WS-INT-DUE = LOAN-UNPAID-INT + WS-ACCRUED-INT.
           IF WS-PAY-AMOUNT < WS-INT-DUE
             MOVE WS-PAY-AMOUNT TO WS-INT-PART
           ELSE
             MOVE WS-INT-DUE TO WS-INT-PART
           END-IF.
           COMPUTE LOAN-UNPAID-INT = WS-INT-DUE - WS-INT-PART.
           COMPUTE WS-REMAINDER = WS-PAY-AMOUNT - WS-INT-PART.
           IF WS-REMAINDER > LOAN-PRINCIPAL-BAL
             MOVE LOAN-PRINCIPAL-BAL TO WS-PRIN-PART
           ELSE
             MOVE WS-REMAINDER TO WS-PRIN-PART
           END-IF.
           COMPUTE WS-EXCESS-PART = WS-REMAINDER - WS-PRIN-PART.

      * THE WHOLE PAYMENT IS HELD AS EXCESS AGAINST THE PAYER'S
      * BRANCH, SO CUSTGLEX CAN CARRY IT TO SUSPENSE UNTIL REFUNDED.
       LOG-UNAPPLIED-PAYMENT.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           MOVE 0 TO WS-INT-PART WS-PRIN-PART WS-PRIN-MOVEMENT.
           MOVE WS-PAY-AMOUNT TO WS-EXCESS-PART.
           ADD WS-EXCESS-PART TO WS-TOT-EXCESS.
           MOVE 0 TO LOAN-PRINCIPAL-BAL.
           MOVE WS-PAY-LOAN-ID TO LOAN-ID.
           MOVE 'X' TO WS-EVENT-TYPE.
           PERFORM LOG-LOAN-EVENT.
           PERFORM WRITE-REGISTER-LINE.

       LOG-LOAN-EVENT.
           EXEC SQL
             INSERT INTO LOAN_TRANSACTION
               (LOAN_ID, EVENT_TYPE, EVENT_DATE, BRANCH_CODE,
                EVENT_AMOUNT, PRIN_AMOUNT, INT_AMOUNT,
                EXCESS_AMOUNT, PRIN_BAL_AFTER, SRC_CUST_ID,
                SRC_TRAN_DATE, SRC_TRAN_SEQ, EVENT_PROGRAM)
             VALUES
               (:LOAN-ID, :WS-EVENT-TYPE, :WS-RUN-DATE,
                :WS-PAY-BRANCH, :WS-PAY-AMOUNT, :WS-PRIN-MOVEMENT,
                :WS-INT-PART, :WS-EXCESS-PART, :LOAN-PRINCIPAL-BAL,
                :WS-PAY-CUST-ID, :WS-RUN-DATE, :WS-PAY-SEQ,
                'CUSTLNPA')
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNPA: LOAN_TRANSACTION INSERT FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

       UPDATE-LOAN-MASTER.
           EXEC SQL
             UPDATE LOAN_MASTER
             SET LOAN_STATUS = :LOAN-STATUS,
                 PRINCIPAL_BAL = :LOAN-PRINCIPAL-BAL,
                 UNPAID_BILLED = :LOAN-UNPAID-BILLED,
                 INT_PAID_TO = :LOAN-INT-PAID-TO,
                 UNPAID_INT = :LOAN-UNPAID-INT,
                 LAST_PAY_DATE = :LOAN-LAST-PAY-DATE
             WHERE LOAN_ID = :LOAN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNPA: LOAN_MASTER UPDATE FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-PAY-LOAN-ID TO REG-LOAN-ID.
           MOVE WS-PAY-CUST-ID TO REG-PAYER.
           MOVE WS-PAY-AMOUNT TO REG-AMOUNT.
           MOVE WS-INT-PART TO REG-INTEREST.
           MOVE WS-PRIN-PART TO REG-PRINCIPAL.
           MOVE WS-EXCESS-PART TO REG-EXCESS.
           MOVE LOAN-PRINCIPAL-BAL TO REG-BAL-AFTER.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-FMT-CNT.
           MOVE WS-TOT-RECEIVED TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PAYMENTS APPLIED ' WS-FMT-CNT
                  '   TOTAL RECEIVED ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-INTEREST TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  INTEREST COLLECTED    ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-PRINCIPAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PRINCIPAL REPAID      ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-EXCESS TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  HELD FOR REFUND       ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PAIDOFF-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LOANS PAID OFF   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PAY-COUNT = 0
             MOVE '  NO LOAN PAYMENTS POSTED TODAY' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       CLEANUP-PARA.
           CLOSE LOANFILE RPTFILE.
           IF WS-UNAPPLIED-COUNT > 0 OR WS-EXCESS-COUNT > 0
              OR WS-EXCEPTION-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTLNPA COMPLETE.'.
           DISPLAY '  PAYMENTS FOUND:       ' WS-PAY-COUNT.
           DISPLAY '  PAYMENTS APPLIED:     ' WS-APPLIED-COUNT.
           DISPLAY '  PAYMENTS UNAPPLIED:   ' WS-UNAPPLIED-COUNT.
           DISPLAY '  OVERPAYMENTS:         ' WS-EXCESS-COUNT.
           DISPLAY '  LOANS PAID OFF:       ' WS-PAIDOFF-COUNT.
           DISPLAY '  EXCEPTIONS:           ' WS-EXCEPTION-COUNT.
