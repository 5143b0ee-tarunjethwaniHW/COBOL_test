      *================================================================*
      * CUSTACCR - DAILY INTEREST ACCRUAL ENGINE                       *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD AFTER CUSTUPDT) THAT     *
      * ACCRUES INTEREST ON EVERY OPEN ACCOUNT'S END-OF-DAY BALANCE    *
      * INTO THE ACCRUAL_LEDGER TABLE, SO A CUSTOMER EARNS ON WHAT     *
      * THE MONEY ACTUALLY DID EACH DAY INSTEAD OF ON WHATEVER THE     *
      * BALANCE HAPPENED TO BE WHEN THE 'I' RUN WAS KEYED.             *
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
      * CREDIT INTEREST ACCRUES ON A POSITIVE END-OF-DAY BALANCE;
      * AN OVERDRAWN ACCOUNT EARNS NOTHING AND INSTEAD ACCRUES DEBIT
      * INTEREST AT THE PRODUCT'S DEBIT RATE - THE BANK STOPS
      * LENDING THE OVERRIDE MONEY FOR FREE. A DORMANT ('I') ACCOUNT
      * ACCRUES THE SAME WAY AS AN ACTIVE ONE.
       ACCRUE-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             EVALUATE TRUE
               WHEN (CUST-ACTIVE OR CUST-INACTIVE)
                    AND CUST-BALANCE > 0
                 PERFORM ACCRUE-TODAY
               WHEN (CUST-ACTIVE OR CUST-INACTIVE)
                    AND CUST-BALANCE < 0
                 PERFORM ACCRUE-DEBIT-TODAY
               WHEN OTHER
                 ADD 1 TO WS-SKIP-COUNT

      * ONE DAY OF DEBIT INTEREST ON THE OVERDRAWN AMOUNT, LEDGERED
      * AS AN UNCAPITALIZED 'D' ROW UNTIL THE MONTHLY 'J' BILLING.
      * A PRODUCT WITH NO DEBIT RATE CHARGES NOTHING, AND NEITHER
      * DOES AN ACCOUNT CUSTCOLL HAS CHARGED OFF - THE DEBT IS
      * WRITTEN OFF, SO NO FURTHER INTEREST IS EARNED ON IT.
       ACCRUE-DEBIT-TODAY.
           MOVE 'D' TO WS-ACCR-TYPE.
           PERFORM CHECK-ALREADY-ACCRUED.
             ADD 1 TO WS-ALREADY-COUNT
             GO TO ACCRUE-DEBIT-TODAY-EXIT
           END-IF.
           MOVE 0 TO WS-PRIOR-ROWS.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-PRIOR-ROWS
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
               AND CHGOFF_DATE IS NOT NULL
           END-EXEC.
           IF SQLCODE = 0 AND WS-PRIOR-ROWS > 0
             ADD 1 TO WS-SKIP-COUNT
             GO TO ACCRUE-DEBIT-TODAY-EXIT
           END-IF.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF NOT PCAT-ENTRY-FOUND OR PCAT-DEBIT-PCT = 0
           ELSE
             MOVE 'MONTHLY CAPITALIZATN' TO GEN-REFERENCE
           END-IF.
           MOVE 'S' TO GEN-CHANNEL.
           WRITE GEN-RECORD.
           ADD 1 TO WS-CAP-CUST-COUNT.

