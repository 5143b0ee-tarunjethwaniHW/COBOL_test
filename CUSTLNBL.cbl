       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLNBL.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTLNBL - INSTALLMENT LOAN NIGHTLY BILLING                    *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD BETWEEN CUSTMATR AND     *
      * CUSTUPDT) THAT READS THE LOANDATA MASTER AND, FOR EVERY ACTIVE *
      * LOAN WHOSE NEXT INSTALLMENT'S COLLECTION DATE - THE            *
      * CONTRACTUAL DUE DATE ROLLED TO THE NEXT BUSINESS DAY BY        *
      * CUSTCAL - IS ON OR BEFORE THE RUN DATE, EMITS A 'D' DEBIT OF   *
      * THE LOAN'S NOMINATED REPAYMENT ACCOUNT ON A CONTROL-TOTALED    *
      * TRANDATA-FORMAT BATCH (TRANLOAN) FOR THE CONCATENATION STEP.   *
      * THE DEBIT'S REFERENCE IS 'LOANPMT ' AND THE LOAN ID, WHICH IS  *
      * HOW CUSTLNPA FINDS THE POSTED PAYMENT AND APPLIES IT.          *
      *   - A REGULAR INSTALLMENT BILLS THE LEVEL PAYMENT, OR THE      *
      *     PAYOFF AT THE COLLECTION DATE IF THAT IS LESS.             *
      *   - THE LAST SCHEDULED INSTALLMENT, AND ANY INSTALLMENT PAST   *
      *     THE TERM, BILLS THE FULL PAYOFF - SO THE DAILY-INTEREST    *
      *     DIFFERENCE AND ANY MISSED INSTALLMENTS ARE COLLECTED AND   *
      *     THE LOAN CLOSES.                                           *
      * EACH BILLING ADVANCES THE DUE DATE ONE MONTH, RAISES THE       *
      * LOAN'S BILLED-UNPAID AMOUNT, IS LOGGED TO LOAN_TRANSACTION     *
      * ('N') AND IS MIRRORED TO LOAN_MASTER. AN INSTALLMENT MISSED ON *
      * A BROKEN NIGHT IS BILLED LATE RATHER THAN NEVER. A REJECTED    *
      * DEBIT IS NOT RE-PRESENTED - IT STAYS BILLED-UNPAID (PAST DUE)  *
      * UNTIL A PAYMENT COVERS IT OR THE FINAL PAYOFF BILL SWEEPS IT.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO 'LOANDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LOAN-ID
             FILE STATUS IS WS-LOAN-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANLOAN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANFILE.
       COPY LOANCOPY.

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

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS        PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-LOANS-BILLED       PIC 9(07) VALUE 0.
       01 WS-PAYOFF-BILLS       PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-GEN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-LOAN-BILL-COUNT    PIC 9(03) VALUE 0.
       01 WS-PAYOFF-FLAG        PIC X VALUE 'N'.
          88 WS-PAYOFF-BILLED   VALUE 'Y'.
       01 WS-BILL-PAYOFF-FLAG   PIC X VALUE 'N'.
          88 WS-BILL-IS-PAYOFF  VALUE 'Y'.

       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-GEN-FULL-FLAG      PIC X VALUE 'N'.
          88 WS-GEN-FULL        VALUE 'Y'.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 2000 TIMES.
             10 WS-GEN-IMAGE    PIC X(254).

      * WORK IMAGE OF ONE GENERATED TRANSACTION - TRANLOAN IS NOT
      * OPEN UNTIL EVERY DUE INSTALLMENT IS KNOWN, SO THE 'H'
      * HEADER CAN CARRY EXACT CONTROL TOTALS.
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

       01 WS-COLLECT-DATE       PIC X(10) VALUE SPACES.
       01 WS-BILL-AMOUNT        PIC 9(7)V99 VALUE 0.
       01 WS-PAYOFF-AMOUNT      PIC 9(7)V99 VALUE 0.
       01 WS-ACCRUED-INT        PIC 9(7)V99 VALUE 0.
       01 WS-INT-DAYS           PIC S9(9) COMP VALUE 0.
       01 WS-FROM-NUM           PIC 9(08).
       01 WS-TO-NUM             PIC 9(08).

       01 WS-DATE-YYYY          PIC 9(04).
       01 WS-DATE-MM            PIC 9(02).
       01 WS-DATE-DD            PIC 9(02).
       01 WS-MONTH-DAYS         PIC 9(02).
       01 WS-LEAP-REM           PIC 9(04).
       01 WS-LEAP-QUOT          PIC 9(04).

       COPY CALCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM PROCESS-LOANS UNTIL WS-EOF.
           PERFORM WRITE-GENERATED-BATCH.
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

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO INSTEAD OF THE CALENDAR DATE OF
      * THE RERUN. WITHOUT A CARD THE CURRENT DATE APPLIES.
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

       PROCESS-LOANS.
           READ LOANFILE NEXT RECORD INTO LOAN-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF LOAN-ACTIVE AND NOT WS-GEN-FULL
               PERFORM BILL-DUE-INSTALLMENTS
             END-IF
           END-IF.

      * EVERY INSTALLMENT WHOSE COLLECTION DATE HAS ARRIVED IS
      * BILLED, SO A LOAN CAUGHT BY A MISSED NIGHT CATCHES UP IN ONE
      * RUN - UP TO A PAYOFF BILL, WHICH COVERS EVERYTHING OWED. THE
      * MASTER IS REWRITTEN ONCE, AFTER THE LAST BILL.
       BILL-DUE-INSTALLMENTS.
           MOVE 0 TO WS-LOAN-BILL-COUNT.
           MOVE 'N' TO WS-PAYOFF-FLAG.
           PERFORM GET-COLLECTION-DATE.
           PERFORM BILL-ONE-INSTALLMENT
             UNTIL WS-COLLECT-DATE > WS-CURRENT-DATE
                OR WS-GEN-FULL
                OR WS-PAYOFF-BILLED.
           IF WS-LOAN-BILL-COUNT > 0
             ADD 1 TO WS-LOANS-BILLED
             REWRITE LOAN-RECORD
             IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'CUSTLNBL: REWRITE FAILED FOR ' LOAN-ID
                       ' STATUS ' WS-LOAN-STATUS
               ADD 1 TO WS-EXCEPTION-COUNT
             ELSE
               PERFORM UPDATE-LOAN-MASTER
             END-IF
           END-IF.

       GET-COLLECTION-DATE.
           MOVE LOAN-NEXT-DUE-DATE TO WS-COLLECT-DATE.
           MOVE 'N' TO CAL-FUNCTION.
           MOVE LOAN-NEXT-DUE-DATE TO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           IF CAL-YES
             MOVE CAL-DATE-OUT TO WS-COLLECT-DATE
           END-IF.

      * THE LOAN IS ONLY CHANGED ONCE THE DEBIT HAS A PLACE IN THE
      * TABLE - A BILL THE FULL TABLE TURNS AWAY LEAVES NO TRACE, SO
      * THE NEXT RUN BILLS IT ONCE.
       BILL-ONE-INSTALLMENT.
           PERFORM COMPUTE-PAYOFF-AT-COLLECTION.
           MOVE 'N' TO WS-BILL-PAYOFF-FLAG.
           IF LOAN-NEXT-INST-NO NOT < LOAN-TERM-MONTHS
              OR WS-PAYOFF-AMOUNT < LOAN-PAYMENT-AMT
             MOVE WS-PAYOFF-AMOUNT TO WS-BILL-AMOUNT
             SET WS-BILL-IS-PAYOFF TO TRUE
           ELSE
             MOVE LOAN-PAYMENT-AMT TO WS-BILL-AMOUNT
           END-IF.
           PERFORM BUILD-PAYMENT-DEBIT.
           IF NOT WS-GEN-FULL
      * A PAYOFF BILL SUPERSEDES WHATEVER WAS BILLED BEFORE - IT
      * ALREADY INCLUDES EVERY MISSED INSTALLMENT.
             IF WS-BILL-IS-PAYOFF
               MOVE WS-BILL-AMOUNT TO LOAN-UNPAID-BILLED
               SET WS-PAYOFF-BILLED TO TRUE
               ADD 1 TO WS-PAYOFF-BILLS
             ELSE
               ADD WS-BILL-AMOUNT TO LOAN-UNPAID-BILLED
             END-IF
             ADD 1 TO WS-LOAN-BILL-COUNT
             MOVE WS-CURRENT-DATE TO LOAN-LAST-BILL-DATE
             PERFORM LOG-BILLING-EVENT
             PERFORM ROLL-NEXT-DUE-DATE
             ADD 1 TO LOAN-NEXT-INST-NO
             PERFORM GET-COLLECTION-DATE
           END-IF.

      * PAYOFF = PRINCIPAL + INTEREST ALREADY EARNED AND UNPAID +
      * SIMPLE DAILY INTEREST (ACTUAL/365) FROM THE INTEREST-PAID-TO
      * DATE TO THE COLLECTION DATE. CUSTLNPA SPLITS PAYMENTS AND
      * CUSTLNPQ QUOTES PAYOFFS ON THE SAME BASIS - KEEP THE THREE
      * IN LOCKSTEP.
       COMPUTE-PAYOFF-AT-COLLECTION.
           MOVE 0 TO WS-INT-DAYS.
           MOVE 0 TO WS-ACCRUED-INT.
           IF WS-COLLECT-DATE > LOAN-INT-PAID-TO
             STRING LOAN-INT-PAID-TO(1:4) LOAN-INT-PAID-TO(6:2)
                    LOAN-INT-PAID-TO(9:2)
               DELIMITED BY SIZE INTO WS-FROM-NUM
             STRING WS-COLLECT-DATE(1:4) WS-COLLECT-DATE(6:2)
                    WS-COLLECT-DATE(9:2)
               DELIMITED BY SIZE INTO WS-TO-NUM
             COMPUTE WS-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
             COMPUTE WS-ACCRUED-INT ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-RATE / 100
                 * WS-INT-DAYS / 365
           END-IF.
           COMPUTE WS-PAYOFF-AMOUNT =
             LOAN-PRINCIPAL-BAL + LOAN-UNPAID-INT + WS-ACCRUED-INT.

       BUILD-PAYMENT-DEBIT.
           IF WS-GEN-COUNT < WS-GEN-MAX
             MOVE SPACES TO WS-GEN-WORK
             MOVE LOAN-REPAY-CUST-ID TO WS-GEN-CUST-ID
             MOVE 'D' TO WS-GEN-TRAN-TYPE
             MOVE WS-BILL-AMOUNT TO WS-GEN-AMOUNT-W
             STRING 'LOANPMT ' LOAN-ID
               DELIMITED BY SIZE INTO WS-GEN-REFERENCE
             MOVE SPACES TO WS-GEN-EFF-DATE
             MOVE 'S' TO WS-GEN-CHANNEL
             ADD 1 TO WS-GEN-COUNT
             ADD WS-GEN-AMOUNT-W TO WS-GEN-AMOUNT
             MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT)
           ELSE
      * A FULL TABLE LEAVES THIS AND EVERY LATER LOAN'S DUE DATE
      * UNTOUCHED, SO THEY ARE BILLED ON THE NEXT RUN INSTEAD OF
      * BEING SKIPPED PAST THEIR DUE DATES.
             SET WS-GEN-FULL TO TRUE
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNBL: BILLING TABLE FULL - LOAN '
                     LOAN-ID ' AND LATER LOANS HELD FOR NEXT RUN'
           END-IF.

       LOG-BILLING-EVENT.
           EXEC SQL
             INSERT INTO LOAN_TRANSACTION
               (LOAN_ID, EVENT_TYPE, EVENT_DATE, BRANCH_CODE,
                EVENT_AMOUNT, PRIN_AMOUNT, INT_AMOUNT,
                EXCESS_AMOUNT, PRIN_BAL_AFTER, SRC_CUST_ID,
                SRC_TRAN_DATE, SRC_TRAN_SEQ, EVENT_PROGRAM)
             VALUES
               (:LOAN-ID, 'N', :WS-CURRENT-DATE, :LOAN-BRANCH-CODE,
                :WS-BILL-AMOUNT, 0, 0,
                0, :LOAN-PRINCIPAL-BAL, :LOAN-REPAY-CUST-ID,
                :WS-COLLECT-DATE, 0, 'CUSTLNBL')
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNBL: LOAN_TRANSACTION INSERT FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

       UPDATE-LOAN-MASTER.
           EXEC SQL
             UPDATE LOAN_MASTER
             SET NEXT_DUE_DATE = :LOAN-NEXT-DUE-DATE,
                 UNPAID_BILLED = :LOAN-UNPAID-BILLED
             WHERE LOAN_ID = :LOAN-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTLNBL: LOAN_MASTER UPDATE FAILED FOR '
                     LOAN-ID ' SQLCODE ' SQLCODE
           END-IF.

      * ADVANCE THE DUE DATE ONE MONTH, KEEPING THE FIRST DUE DATE'S
      * DAY OF MONTH (CLAMPED TO A SHORTER MONTH'S LAST DAY) SO A
      * LOAN DUE ON THE 31ST DOES NOT DRIFT TO THE 28TH FOR GOOD
      * AFTER FEBRUARY.
       ROLL-NEXT-DUE-DATE.
           MOVE LOAN-NEXT-DUE-DATE(1:4) TO WS-DATE-YYYY.
           MOVE LOAN-NEXT-DUE-DATE(6:2) TO WS-DATE-MM.
           MOVE LOAN-FIRST-DUE-DATE(9:2) TO WS-DATE-DD.
           IF WS-DATE-MM = 12
             MOVE 01 TO WS-DATE-MM
             ADD 1 TO WS-DATE-YYYY
           ELSE
             ADD 1 TO WS-DATE-MM
           END-IF.
           PERFORM GET-DAYS-IN-MONTH.
           IF WS-DATE-DD > WS-MONTH-DAYS
             MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF.
           MOVE SPACES TO LOAN-NEXT-DUE-DATE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE INTO LOAN-NEXT-DUE-DATE.

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

      * THE BATCH IS ONLY WRITTEN ONCE ALL DUE INSTALLMENTS ARE
      * KNOWN, SO THE 'H' HEADER CAN CARRY THE EXACT COUNT AND
      * AMOUNT CONTROL TOTALS CUSTUPDT WILL VERIFY.
       WRITE-GENERATED-BATCH.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO LOAN INSTALLMENTS DUE - NO BATCH GENERATED'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANLOAN: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'H' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'LNBLGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               PERFORM WRITE-ONE-GEN-RECORD
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'T' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'LNBLGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               CLOSE TRANGEN
             END-IF
           END-IF.

       WRITE-ONE-GEN-RECORD.
           MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO GEN-RECORD.
           WRITE GEN-RECORD.

       CLEANUP-PARA.
           CLOSE LOANFILE.
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTLNBL COMPLETE.'.
           DISPLAY '  LOANS READ:           ' WS-READ-COUNT.
           DISPLAY '  LOANS BILLED:         ' WS-LOANS-BILLED.
           DISPLAY '  PAYOFF BILLS:         ' WS-PAYOFF-BILLS.
           DISPLAY '  EXCEPTIONS:           ' WS-EXCEPTION-COUNT.
           DISPLAY '  BATCH RECORDS:        ' WS-GEN-COUNT.
           DISPLAY '  BATCH AMOUNT TOTAL:   ' WS-GEN-AMOUNT.
