      * BY APPLY-FEE FROM THE CATALOG AT POSTING TIME - AND EVERY      *
      * DECISION LANDS ON THE FEESREG ASSESSMENT REGISTER BY BRANCH,   *
      * PUTTING SERVICE-CHARGE BILLING BACK INSIDE THE AUDIT TRAIL.    *
      * AN ACCOUNT CONVERTED TO ANOTHER PRODUCT DURING THE MONTH IS    *
      * JUDGED ON ITS NEW PRODUCT'S RULES FROM THE CONVERSION DATE.    *
      * A FEECTL CARD WITH 'Y' FORCES A RUN OFF THE MONTH-END, FOR     *
      * RECOVERY AND TESTING.                                          *
      *================================================================*
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
       01 WS-SKIP-COUNT         PIC 9(07) VALUE 0.

       01 WS-MONTH-FROM         PIC X(10) VALUE SPACES.
       01 WS-WINDOW-FROM        PIC X(10) VALUE SPACES.
       01 WS-CONV-DATE          PIC X(10) VALUE SPACES.
       01 WS-MIN-BALANCE        PIC S9(9)V99 VALUE 0.
       01 WS-MIN-ROWS           PIC S9(9) COMP VALUE 0.
       01 WS-DECISION           PIC X(01) VALUE SPACE.
             ADD 1 TO WS-NO-PRODUCT-COUNT
             GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM GET-CONVERSION-DATE.
           PERFORM GET-MONTH-MINIMUM-BALANCE.
           MOVE SPACES TO WS-WAIVE-REASON.
           IF WS-MIN-BALANCE NOT < PCAT-MIN-BAL
       JUDGE-ONE-ACCOUNT-EXIT.
           EXIT.

      * A 'Q' PRODUCT CONVERSION POSTED THIS MONTH STARTS THE NEW
      * PRODUCT'S MEASUREMENT WINDOW ON THE CONVERSION DATE, SO THE
      * BALANCE KEPT UNDER THE OLD PRODUCT IS NOT HELD AGAINST THE
      * NEW PRODUCT'S MINIMUM. THE LATEST CONVERSION GOVERNS.
       GET-CONVERSION-DATE.
           MOVE WS-MONTH-FROM TO WS-WINDOW-FROM.
           MOVE SPACES TO WS-CONV-DATE.
           EXEC SQL
             SELECT COALESCE(MAX(TRAN_DATE), ' ')
             INTO :WS-CONV-DATE
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :CUST-ID
               AND TRAN_TYPE = 'Q'
               AND TRAN_DATE BETWEEN :WS-MONTH-FROM
                                 AND :WS-CURRENT-DATE
           END-EXEC.
           IF SQLCODE = 0 AND WS-CONV-DATE NOT = SPACES
             MOVE WS-CONV-DATE TO WS-WINDOW-FROM
           END-IF.

      * THE MONTH'S MINIMUM BALANCE COMES FROM THE CUSTBHST DAILY
      * SNAPSHOTS - THE TRUE DAY-BY-DAY LOW. A CUSTOMER WITH NO
      * SNAPSHOT HISTORY YET FALLS BACK TO THE LOWEST LOGGED
             INTO :WS-MIN-ROWS, :WS-MIN-BALANCE
             FROM BALANCE_HISTORY
             WHERE CUST_ID = :CUST-ID
               AND BAL_DATE BETWEEN :WS-WINDOW-FROM
                                AND :WS-CURRENT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-MIN-ROWS = 0
               INTO :WS-MIN-ROWS, :WS-MIN-BALANCE
               FROM TRANSACTION_LOG
               WHERE CUST_ID = :CUST-ID
                 AND TRAN_DATE BETWEEN :WS-WINDOW-FROM
                                   AND :WS-CURRENT-DATE
             END-EXEC
             IF SQLCODE NOT = 0 OR WS-MIN-ROWS = 0
           MOVE 'F' TO GEN-TRAN-TYPE.
           MOVE ZERO TO GEN-AMOUNT.
           MOVE 'MONTHLY SERVICE FEE ' TO GEN-REFERENCE.
           MOVE 'S' TO GEN-CHANNEL.
           WRITE GEN-RECORD.

       WRITE-BRANCH-SUMMARY.
