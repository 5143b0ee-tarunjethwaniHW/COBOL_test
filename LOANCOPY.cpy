      *================================================================*
      * LOANCOPY - INSTALLMENT LOAN MASTER RECORD (LOANDATA)           *
      * ONE RECORD PER LOAN, KEYED ON LOAN-ID, MIRRORED TO THE         *
      * LOAN_MASTER TABLE. THE BORROWER IS AN EXISTING CUST-ID; EACH   *
      * INSTALLMENT IS COLLECTED AS A DEBIT OF THE NOMINATED           *
      * REPAYMENT CUST-ID. BOOKED BY CUSTLNBK (WHICH ALSO WRITES THE   *
      * LOAN_SCHEDULE AMORTIZATION ROWS), BILLED NIGHTLY BY CUSTLNBL,  *
      * PAID BY CUSTLNPA AND QUOTED FOR PAYOFF BY CUSTLNPQ.            *
      * INTEREST IS SIMPLE DAILY INTEREST, ACTUAL DAYS OVER 365, ON    *
      * THE PRINCIPAL BALANCE FROM LOAN-INT-PAID-TO; INTEREST ALREADY  *
      * EARNED BUT NOT COVERED BY A PAYMENT WAITS IN LOAN-UNPAID-INT.  *
      * LOAN-NEXT-DUE-DATE IS THE CONTRACTUAL DUE DATE - THE DAY OF    *
      * LOAN-FIRST-DUE-DATE IN EACH MONTH, CLAMPED TO MONTH-END. THE   *
      * COLLECTION DATE IS THAT DATE ROLLED TO A BUSINESS DAY.         *
      *================================================================*
       01 LOAN-RECORD.
          05 LOAN-ID               PIC X(10).
          05 LOAN-CUST-ID          PIC X(10).
          05 LOAN-REPAY-CUST-ID    PIC X(10).
          05 LOAN-BRANCH-CODE      PIC X(04).
          05 LOAN-STATUS           PIC X(01).
             88 LOAN-ACTIVE        VALUE 'A'.
             88 LOAN-PAID-OFF      VALUE 'P'.
          05 LOAN-OPEN-DATE        PIC X(10).
          05 LOAN-ORIG-PRINCIPAL   PIC 9(7)V99.
          05 LOAN-PRINCIPAL-BAL    PIC 9(7)V99.
          05 LOAN-RATE             PIC 9(02)V9(04).
          05 LOAN-TERM-MONTHS      PIC 9(03).
          05 LOAN-PAYMENT-AMT      PIC 9(7)V99.
          05 LOAN-FIRST-DUE-DATE   PIC X(10).
          05 LOAN-NEXT-DUE-DATE    PIC X(10).
          05 LOAN-NEXT-INST-NO     PIC 9(03).
      * BILLED BUT NOT YET PAID - RAISED BY EACH BILLING, REDUCED BY
      * EACH PAYMENT APPLIED. NON-ZERO AFTER THE PAYMENT STEP MEANS
      * THE LOAN IS PAST DUE.
          05 LOAN-LAST-BILL-DATE   PIC X(10).
          05 LOAN-UNPAID-BILLED    PIC 9(7)V99.
          05 LOAN-INT-PAID-TO      PIC X(10).
          05 LOAN-UNPAID-INT       PIC 9(7)V99.
          05 LOAN-LAST-PAY-DATE    PIC X(10).
          05 LOAN-LAST-PAY-AMT     PIC 9(7)V99.
          05 LOAN-PAID-OFF-DATE    PIC X(10).
          05 FILLER                PIC X(40).
