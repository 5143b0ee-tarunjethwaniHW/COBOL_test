       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLNPQ.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTLNPQ - INSTALLMENT LOAN PAYOFF QUOTE                       *
      * ON-DEMAND RUN THAT QUOTES THE AMOUNT NEEDED TO CLEAR A LOAN IN *
      * FULL ON A GIVEN GOOD-THROUGH DATE:                             *
      *   PAYOFF = PRINCIPAL BALANCE + UNPAID INTEREST CARRIED +       *
      *            SIMPLE DAILY INTEREST (ACTUAL/365) FROM THE         *
      *            INTEREST-PAID-TO DATE TO THE GOOD-THROUGH DATE      *
      * THE SAME BASIS CUSTLNBL BILLS A FINAL PAYOFF ON AND CUSTLNPA   *
      * APPLIES PAYMENTS ON. THE QUOTE ALSO SHOWS THE PER-DIEM, SO A   *
      * LATE PAYOFF CAN BE ADJUSTED AT THE COUNTER, AND ANY AMOUNT     *
      * ALREADY BILLED BUT NOT YET PAID, WHICH IS PART OF - NOT IN     *
      * ADDITION TO - THE PAYOFF.                                      *
      * REQUESTS COME FROM THE LNPQREQ CARDS (LOAN ID AND AN OPTIONAL  *
      * GOOD-THROUGH DATE - BLANK MEANS THE BUSINESS RUN DATE). WITH   *
      * NO LNPQREQ FILE EVERY ACTIVE LOAN IS QUOTED AS OF THE RUN DATE.*
      * QUOTES ARE PRINTED TO LNPQRPT. NOTHING IS UPDATED.             *
      * RC 4 - A REQUEST WAS REJECTED. RC 16 - LOANDATA OR LNPQRPT     *
      * COULD NOT BE OPENED.                                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO 'LOANDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOAN-ID
             FILE STATUS IS WS-LOAN-STATUS.
           SELECT REQFILE ASSIGN TO 'LNPQREQ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REQ-STATUS.
           SELECT RPTFILE ASSIGN TO 'LNPQRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANFILE.
       COPY LOANCOPY.

       FD REQFILE.
       01 REQ-RECORD.
          05 REQ-LOAN-ID        PIC X(10).
          05 REQ-GOOD-THRU      PIC X(10).
          05 FILLER             PIC X(60).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS        PIC XX VALUE SPACES.
       01 WS-REQ-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-MODE-FLAG          PIC X VALUE 'R'.
          88 WS-REQUEST-MODE    VALUE 'R'.
          88 WS-ALL-LOANS-MODE  VALUE 'A'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.

       01 WS-GOOD-THRU          PIC X(10) VALUE SPACES.
       01 WS-INT-DAYS           PIC S9(9) COMP VALUE 0.
       01 WS-FROM-NUM           PIC 9(08).
       01 WS-TO-NUM             PIC 9(08).
       01 WS-ACCRUED-INT        PIC 9(7)V99 VALUE 0.
       01 WS-PER-DIEM           PIC 9(5)V99 VALUE 0.
       01 WS-PAYOFF-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-REJECT-MSG         PIC X(40) VALUE SPACES.

       01 WS-QUOTE-COUNT        PIC 9(07) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.

       01 WS-QUOTE-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-LOAN-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-BORROWER       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-GOOD-THRU      PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-INTEREST       PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-PAYOFF         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-PER-DIEM       PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-BILLED-UNPAID  PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 QTE-NEXT-DUE       PIC X(10).
          05 FILLER             PIC X(04) VALUE SPACES.

       01 WS-REJECT-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REJ-LOAN-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REJ-GOOD-THRU      PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'REJECTED: '.
          05 REJ-MSG            PIC X(40).
          05 FILLER             PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           IF WS-REQUEST-MODE
             PERFORM READ-REQUEST
             PERFORM QUOTE-REQUESTED-LOAN
               UNTIL WS-EOF
           ELSE
             PERFORM READ-NEXT-LOAN
             PERFORM QUOTE-NEXT-LOAN
               UNTIL WS-EOF
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT LOANFILE.
           IF WS-LOAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANDATA: ' WS-LOAN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LNPQRPT: ' WS-RPT-STATUS
             CLOSE LOANFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      * NO REQUEST FILE - QUOTE THE WHOLE ACTIVE BOOK
           OPEN INPUT REQFILE.
           IF WS-REQ-STATUS NOT = '00'
             SET WS-ALL-LOANS-MODE TO TRUE
             DISPLAY 'NO LNPQREQ FILE - QUOTING ALL ACTIVE LOANS'
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOAN PAYOFF QUOTES - BUSINESS DATE ' WS-RUN-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  LOAN ID     BORROWER    GOOD THRU  '
                  '    PRINCIPAL      INTEREST         PAYOFF'
                  '   PER DIEM  BILLED UNPAID  NEXT DUE'
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

       READ-REQUEST.
           READ REQFILE
             AT END SET WS-EOF TO TRUE
           END-READ.

       QUOTE-REQUESTED-LOAN.
           MOVE SPACES TO WS-REJECT-MSG.
           IF REQ-GOOD-THRU = SPACES
             MOVE WS-RUN-DATE TO WS-GOOD-THRU
           ELSE
             MOVE REQ-GOOD-THRU TO WS-GOOD-THRU
           END-IF.
           EVALUATE TRUE
             WHEN WS-GOOD-THRU(5:1) NOT = '-'
                  OR WS-GOOD-THRU(8:1) NOT = '-'
                  OR WS-GOOD-THRU(1:4) NOT NUMERIC
                  OR WS-GOOD-THRU(6:2) NOT NUMERIC
                  OR WS-GOOD-THRU(9:2) NOT NUMERIC
               MOVE 'GOOD-THROUGH DATE NOT YYYY-MM-DD'
                 TO WS-REJECT-MSG
             WHEN WS-GOOD-THRU < WS-RUN-DATE
               MOVE 'GOOD-THROUGH DATE BEFORE RUN DATE'
                 TO WS-REJECT-MSG
             WHEN OTHER
               PERFORM CHECK-REQUESTED-LOAN
           END-EVALUATE.
           IF WS-REJECT-MSG = SPACES
             PERFORM COMPUTE-PAYOFF-QUOTE
             PERFORM WRITE-QUOTE-LINE
           ELSE
             PERFORM REJECT-QUOTE-REQUEST
           END-IF.
           PERFORM READ-REQUEST.

       CHECK-REQUESTED-LOAN.
           MOVE REQ-LOAN-ID TO LOAN-ID.
           READ LOANFILE
             INVALID KEY CONTINUE
           END-READ.
           IF WS-LOAN-STATUS NOT = '00'
             MOVE 'LOAN NOT ON FILE' TO WS-REJECT-MSG
           ELSE
             IF NOT LOAN-ACTIVE
               MOVE 'LOAN IS NOT ACTIVE' TO WS-REJECT-MSG
             END-IF
           END-IF.

       REJECT-QUOTE-REQUEST.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE REQ-LOAN-ID TO REJ-LOAN-ID.
           MOVE REQ-GOOD-THRU TO REJ-GOOD-THRU.
           MOVE WS-REJECT-MSG TO REJ-MSG.
           MOVE WS-REJECT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       READ-NEXT-LOAN.
           READ LOANFILE NEXT RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.

       QUOTE-NEXT-LOAN.
           IF LOAN-ACTIVE
             MOVE WS-RUN-DATE TO WS-GOOD-THRU
             PERFORM COMPUTE-PAYOFF-QUOTE
             PERFORM WRITE-QUOTE-LINE
           END-IF.
           PERFORM READ-NEXT-LOAN.

      * SAME DAILY-INTEREST BASIS AS THE CUSTLNBL PAYOFF BILL AND THE
      * CUSTLNPA PAYMENT SPLIT - KEEP THE THREE IN LOCKSTEP.
       COMPUTE-PAYOFF-QUOTE.
           MOVE 0 TO WS-INT-DAYS.
           MOVE 0 TO WS-ACCRUED-INT.
           IF WS-GOOD-THRU > LOAN-INT-PAID-TO
             STRING LOAN-INT-PAID-TO(1:4) LOAN-INT-PAID-TO(6:2)
                    LOAN-INT-PAID-TO(9:2)
               DELIMITED BY SIZE INTO WS-FROM-NUM
             STRING WS-GOOD-THRU(1:4) WS-GOOD-THRU(6:2)
                    WS-GOOD-THRU(9:2)
               DELIMITED BY SIZE INTO WS-TO-NUM
             COMPUTE WS-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
             COMPUTE WS-ACCRUED-INT ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-RATE / 100
                 * WS-INT-DAYS / 365
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
             LOAN-PRINCIPAL-BAL * LOAN-RATE / 100 / 365.
           COMPUTE WS-PAYOFF-AMOUNT =
             LOAN-PRINCIPAL-BAL + LOAN-UNPAID-INT + WS-ACCRUED-INT.

       WRITE-QUOTE-LINE.
           ADD 1 TO WS-QUOTE-COUNT.
           MOVE LOAN-ID TO QTE-LOAN-ID.
           MOVE LOAN-CUST-ID TO QTE-BORROWER.
           MOVE WS-GOOD-THRU TO QTE-GOOD-THRU.
           MOVE LOAN-PRINCIPAL-BAL TO QTE-PRINCIPAL.
           COMPUTE QTE-INTEREST = LOAN-UNPAID-INT + WS-ACCRUED-INT.
           MOVE WS-PAYOFF-AMOUNT TO QTE-PAYOFF.
           MOVE WS-PER-DIEM TO QTE-PER-DIEM.
           MOVE LOAN-UNPAID-BILLED TO QTE-BILLED-UNPAID.
           MOVE LOAN-NEXT-DUE-DATE TO QTE-NEXT-DUE.
           MOVE WS-QUOTE-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           IF WS-REQUEST-MODE
             CLOSE REQFILE
           END-IF.
           CLOSE LOANFILE RPTFILE.
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTLNPQ COMPLETE.'.
           DISPLAY '  QUOTES PRODUCED:      ' WS-QUOTE-COUNT.
           DISPLAY '  REQUESTS REJECTED:    ' WS-REJECT-COUNT.
