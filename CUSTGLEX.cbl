      * FAILS (RC 16, EMPTY FILE) IF THE JOURNAL DOES NOT NET TO       *
      * ZERO OR ITS NET MOVEMENT DOES NOT TIE TO AN INDEPENDENT SUM    *
      * OF THE RUN DATE'S TRANSACTION_LOG ROWS IT WAS EXTRACTED FROM.  *
      * INSTALLMENT LOAN ACTIVITY IS JOURNALED FROM THE RUN DATE'S     *
      * LOAN_TRANSACTION EVENTS BY THE LOAN'S BRANCH (SOURCE TYPE 'L'):*
      * A BOOKING DEBITS LOANS RECEIVABLE AGAINST CASH CLEARING (THE   *
      * DISBURSEMENT CREDIT TO THE CUSTOMER CLEARS IT); A PAYMENT      *
      * CREDITS LOANS RECEIVABLE WITH THE PRINCIPAL AND LOAN INTEREST  *
      * INCOME WITH THE INTEREST AGAINST CASH CLEARING (THE PAYMENT    *
      * DEBIT TO THE CUSTOMER CLEARS IT); OVERPAYMENTS AND UNAPPLIED   *
      * PAYMENTS GO TO SUSPENSE UNTIL REFUNDED. THE LOANS RECEIVABLE   *
      * MOVEMENT MUST ALSO TIE TO AN INDEPENDENT SUM OF THE RUN DATE'S *
      * LOAN PRINCIPAL EVENTS OR THE FILE IS REJECTED THE SAME WAY.    *
      * A CUSTCOLL CHARGE-OFF ('O') IS AN OVERDRAFT LOSS, AND MONEY    *
      * LATER COLLECTED ON A CHARGED-OFF ACCOUNT ('G') IS RECOVERIES   *
      * INCOME - EACH ON ITS OWN ACCOUNT, NEVER NETTED.                *
      * THE PROCEEDS OF A TERM DEPOSIT BROKEN EARLY ('E') CLEAR        *
      * THROUGH CASH CLEARING AGAINST THE PAYEE'S CREDIT, AND THE      *
      * EARLY-WITHDRAWAL PENALTY ('N') IS PENALTY INCOME.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 WS-SUSP-ACCOUNT       PIC X(08) VALUE 'GL990100'.
       01 WS-WHT-PAY-ACCOUNT    PIC X(08) VALUE 'GL250100'.
       01 WS-INT-INC-ACCOUNT    PIC X(08) VALUE 'GL410200'.
       01 WS-LOAN-REC-ACCOUNT   PIC X(08) VALUE 'GL140100'.
       01 WS-LOAN-INT-ACCOUNT   PIC X(08) VALUE 'GL420100'.
       01 WS-CHGOFF-ACCOUNT     PIC X(08) VALUE 'GL560100'.
       01 WS-RECOVERY-ACCOUNT   PIC X(08) VALUE 'GL430100'.
       01 WS-EWP-INC-ACCOUNT    PIC X(08) VALUE 'GL410300'.

      * INSTALLMENT LOAN EVENT SUMMARY (LOAN_TRANSACTION)
       01 WS-LN-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-LN-EOF          VALUE 'Y'.
       01 WS-LN-EVENT-TYPE      PIC X(01).
       01 WS-LN-PRIN            PIC S9(11)V99.
       01 WS-LN-INT             PIC S9(11)V99.
       01 WS-LN-EXCESS          PIC S9(11)V99.
       01 WS-PAIR-DR-ACCOUNT    PIC X(08) VALUE SPACES.
       01 WS-PAIR-CR-ACCOUNT    PIC X(08) VALUE SPACES.
       01 WS-GL-LOAN-MOVEMENT   PIC S9(13)V99 VALUE 0.
       01 WS-LOAN-LOG-MOVEMENT  PIC S9(13)V99 VALUE 0.

       01 WS-LOG-MOVEMENT       PIC S9(13)V99 VALUE 0.
       01 WS-TIE-DIFF           PIC S9(13)V99 VALUE 0.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM EXTRACT-JOURNAL-ENTRIES.
           PERFORM EXTRACT-LOAN-ENTRIES.
           PERFORM VERIFY-JOURNAL-BALANCE.
           PERFORM CLEANUP-PARA.
           STOP RUN.
             WHEN 'C'
             WHEN 'D'
             WHEN 'M'
             WHEN 'E'
               MOVE WS-CASH-ACCOUNT TO WS-CONTRA-ACCOUNT
             WHEN 'I'
               MOVE WS-INT-EXP-ACCOUNT TO WS-CONTRA-ACCOUNT
      * INCOME, NOT FEE INCOME.
             WHEN 'J'
               MOVE WS-INT-INC-ACCOUNT TO WS-CONTRA-ACCOUNT
      * AN OVERDRAWN BALANCE WRITTEN OFF BY CUSTCOLL IS A LOSS ON
      * OVERDRAFTS; WHAT IS LATER COLLECTED BACK IS A RECOVERY.
             WHEN 'O'
               MOVE WS-CHGOFF-ACCOUNT TO WS-CONTRA-ACCOUNT
             WHEN 'G'
               MOVE WS-RECOVERY-ACCOUNT TO WS-CONTRA-ACCOUNT
      * A PENALTY FOR BREAKING A TERM DEPOSIT EARLY IS INCOME IN ITS
      * OWN RIGHT, KEPT APART FROM THE SERVICE FEES.
             WHEN 'N'
               MOVE WS-EWP-INC-ACCOUNT TO WS-CONTRA-ACCOUNT
             WHEN OTHER
               MOVE WS-SUSP-ACCOUNT TO WS-CONTRA-ACCOUNT
           END-EVALUATE.
           ADD WS-ABS-NET TO WS-TOTAL-CR.
           ADD 1 TO WS-ENTRY-COUNT.

      * ONE SUMMARY ROW PER LOAN BRANCH AND EVENT TYPE. BILLING
      * EVENTS ('N') ARE MEMO ONLY - THE MONEY MOVES WHEN THE
      * PAYMENT POSTS AND CUSTLNPA APPLIES IT.
       EXTRACT-LOAN-ENTRIES.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           EXEC SQL
             DECLARE GLLNCUR CURSOR FOR
               SELECT BRANCH_CODE, EVENT_TYPE,
                      COALESCE(SUM(PRIN_AMOUNT), 0),
                      COALESCE(SUM(INT_AMOUNT), 0),
                      COALESCE(SUM(EXCESS_AMOUNT), 0)
               FROM LOAN_TRANSACTION
               WHERE EVENT_DATE = :WS-RUN-DATE
                 AND EVENT_TYPE IN ('B', 'P', 'X')
               GROUP BY BRANCH_CODE, EVENT_TYPE
               ORDER BY BRANCH_CODE, EVENT_TYPE
           END-EXEC.
           EXEC SQL OPEN GLLNCUR END-EXEC.
           PERFORM FETCH-LOAN-SUMMARY-ROW.
           PERFORM WRITE-LOAN-JOURNAL-ENTRY UNTIL WS-LN-EOF.
           EXEC SQL CLOSE GLLNCUR END-EXEC.

       FETCH-LOAN-SUMMARY-ROW.
           EXEC SQL
             FETCH GLLNCUR
             INTO :WS-SUM-BRANCH, :WS-LN-EVENT-TYPE, :WS-LN-PRIN,
                  :WS-LN-INT, :WS-LN-EXCESS
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-LN-EOF TO TRUE
           END-IF.

      * PRINCIPAL IS SIGNED ON THE EVENT (+ BOOKED, - REPAID), SO ITS
      * SIGN PICKS THE SIDE OF LOANS RECEIVABLE; INTEREST AND EXCESS
      * ARE ALWAYS CASH RECEIVED.
       WRITE-LOAN-JOURNAL-ENTRY.
           MOVE 'L' TO WS-SUM-TYPE.
           ADD WS-LN-PRIN TO WS-GL-LOAN-MOVEMENT.
           IF WS-LN-PRIN > 0
             MOVE WS-LN-PRIN TO WS-ABS-NET
             MOVE WS-LOAN-REC-ACCOUNT TO WS-PAIR-DR-ACCOUNT
             MOVE WS-CASH-ACCOUNT TO WS-PAIR-CR-ACCOUNT
             PERFORM WRITE-GL-PAIR
           END-IF.
           IF WS-LN-PRIN < 0
             COMPUTE WS-ABS-NET = 0 - WS-LN-PRIN
             MOVE WS-CASH-ACCOUNT TO WS-PAIR-DR-ACCOUNT
             MOVE WS-LOAN-REC-ACCOUNT TO WS-PAIR-CR-ACCOUNT
             PERFORM WRITE-GL-PAIR
           END-IF.
           IF WS-LN-INT > 0
             MOVE WS-LN-INT TO WS-ABS-NET
             MOVE WS-CASH-ACCOUNT TO WS-PAIR-DR-ACCOUNT
             MOVE WS-LOAN-INT-ACCOUNT TO WS-PAIR-CR-ACCOUNT
             PERFORM WRITE-GL-PAIR
           END-IF.
           IF WS-LN-EXCESS > 0
             MOVE WS-LN-EXCESS TO WS-ABS-NET
             MOVE WS-CASH-ACCOUNT TO WS-PAIR-DR-ACCOUNT
             MOVE WS-SUSP-ACCOUNT TO WS-PAIR-CR-ACCOUNT
             PERFORM WRITE-GL-PAIR
           END-IF.
           PERFORM FETCH-LOAN-SUMMARY-ROW.

       WRITE-GL-PAIR.
           MOVE WS-RUN-DATE TO GL-RUN-DATE.
           MOVE WS-SUM-BRANCH TO GL-BRANCH.
           MOVE WS-PAIR-DR-ACCOUNT TO GL-ACCOUNT.
           MOVE 'DR' TO GL-DR-CR.
           MOVE WS-ABS-NET TO GL-AMOUNT.
           MOVE WS-SUM-TYPE TO GL-SOURCE-TYPE.
           WRITE GL-RECORD.
           ADD WS-ABS-NET TO WS-TOTAL-DR.
           MOVE WS-PAIR-CR-ACCOUNT TO GL-ACCOUNT.
           MOVE 'CR' TO GL-DR-CR.
           WRITE GL-RECORD.
           ADD WS-ABS-NET TO WS-TOTAL-CR.
           ADD 1 TO WS-ENTRY-COUNT.

      * TWO CHECKS GATE THE FILE: THE JOURNAL ITSELF MUST NET TO
      * ZERO, AND ITS NET MOVEMENT MUST EQUAL AN INDEPENDENT
      * ONE-STATEMENT SUM OF THE SAME RUN-DATE TRANSACTION_LOG ROWS
             DISPLAY '  JOURNAL NET MOVEMENT: ' WS-GL-NET-MOVEMENT
             DISPLAY '  LOG NET MOVEMENT:     ' WS-LOG-MOVEMENT
             PERFORM REJECT-JOURNAL-FILE
           ELSE
             PERFORM TIE-TO-LOAN-LEDGER
           END-IF.

      * THE LOANS RECEIVABLE MOVEMENT JOURNALED MUST EQUAL A ONE-
      * STATEMENT SUM OF THE RUN DATE'S PRINCIPAL EVENTS.
       TIE-TO-LOAN-LEDGER.
           MOVE 0 TO WS-LOAN-LOG-MOVEMENT.
           EXEC SQL
             SELECT COALESCE(SUM(PRIN_AMOUNT), 0)
             INTO :WS-LOAN-LOG-MOVEMENT
             FROM LOAN_TRANSACTION
             WHERE EVENT_DATE = :WS-RUN-DATE
               AND EVENT_TYPE IN ('B', 'P', 'X')
           END-EXEC.
           COMPUTE WS-TIE-DIFF =
             WS-GL-LOAN-MOVEMENT - WS-LOAN-LOG-MOVEMENT.
           IF WS-TIE-DIFF < 0
             COMPUTE WS-TIE-DIFF = 0 - WS-TIE-DIFF
           END-IF.
           IF WS-TIE-DIFF > WS-TIE-TOLERANCE
             DISPLAY 'CUSTGLEX: LOANS RECEIVABLE DOES NOT TIE TO THE '
                     'RUN DATE LOAN_TRANSACTION TOTAL'
             DISPLAY '  JOURNAL LOAN MOVEMENT: ' WS-GL-LOAN-MOVEMENT
             DISPLAY '  LOAN EVENT MOVEMENT:   ' WS-LOAN-LOG-MOVEMENT
             PERFORM REJECT-JOURNAL-FILE
           ELSE
             DISPLAY 'CUSTGLEX: JOURNAL BALANCED AND TIED TO THE '
                     'TRANSACTION LOG'
