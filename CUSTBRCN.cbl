       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBRCN.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTBRCN - BRANCH CONSOLIDATION                                *
      * MOVES THE WHOLE BOOK OF A CLOSING BRANCH TO ITS RECEIVING      *
      * BRANCH, DRIVEN BY THE BRCNCTL CARD (CLOSING BRANCH, RECEIVING  *
      * BRANCH, EFFECTIVE DATE). EVERY CUSTOMER ON THE CLOSING BRANCH, *
      * WHATEVER ITS STATUS, HAS CUST-BRANCH-CODE CHANGED IN PLACE     *
      * WITH ITS BEFORE IMAGE JOURNALED TO CUSTJRNL, AND THE SAME      *
      * CHANGE IS MIRRORED TO CUSTOMER_MASTER - SO CUSTGLEX, CUSTTRSY  *
      * AND THE CUSTRPT/CUSTSTMT BRANCH BURSTING ALL FOLLOW THE MOVE   *
      * FROM THE NEXT RUN ON. EVERY LOAN ON LOANDATA WHOSE BORROWER    *
      * HAS MOVED FOLLOWS IT: LOAN-BRANCH-CODE IS CHANGED IN PLACE AND *
      * MIRRORED TO LOAN_MASTER, SO BILLING AND PAYMENT EVENTS POST TO *
      * THE RECEIVING BRANCH FROM THEN ON. THE MOVED BALANCES GO OUT   *
      * ON BRCNGLEX AS CUSTGLEX-STYLE DR/CR PAIRS BETWEEN THE TWO      *
      * BRANCH DEPOSIT ACCOUNTS AND BETWEEN THE TWO BRANCH LOANS       *
      * RECEIVABLE ACCOUNTS, SO EACH BRANCH'S LEDGER STILL AGREES WITH *
      * ITS CUSTOMERS AND LOANS THE DAY AFTER.                         *
      * A FIRST READ-ONLY PASS TAKES THE CLOSING BRANCH'S CUSTOMER     *
      * COUNT AND BALANCE AND ITS LOAN COUNT AND PRINCIPAL AS THE      *
      * CONTROL; THE MOVED-CUSTOMER REGISTER (BRCNRPT) PROVES THE      *
      * MOVED COUNTS, THE MOVED AMOUNTS AND BOTH GL TRANSFERS AGAINST  *
      * IT. A RERUN FINDS NOTHING LEFT TO MOVE.                        *
      * RC 4 - A REWRITE OR CUSTOMER_MASTER UPDATE FAILED. RC 8 - THE  *
      * CONTROL TOTALS DO NOT TIE. RC 16 - BAD CONTROL CARD OR A FILE  *
      * COULD NOT BE OPENED; NOTHING IS MOVED.                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT LOANFILE ASSIGN TO 'LOANDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LOAN-ID
             FILE STATUS IS WS-LOAN-STATUS.
           SELECT BRCNCTL ASSIGN TO 'BRCNCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT GLFILE ASSIGN TO 'BRCNGLEX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GL-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.
           SELECT RPTFILE ASSIGN TO 'BRCNRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD LOANFILE.
       COPY LOANCOPY.

       FD BRCNCTL.
       01 BRCNCTL-RECORD.
          05 CTL-CLOSING-BRANCH PIC X(04).
          05 CTL-RECEIVING-BRANCH PIC X(04).
          05 CTL-EFF-DATE       PIC X(10).

       FD GLFILE.
       01 GL-RECORD.
          05 GL-RUN-DATE        PIC X(10).
          05 GL-BRANCH          PIC X(04).
          05 GL-ACCOUNT         PIC X(08).
          05 GL-DR-CR           PIC X(02).
          05 GL-AMOUNT          PIC 9(11)V99.
          05 GL-SOURCE-TYPE     PIC X(01).

       FD JRNFILE.
       01 JRN-RECORD.
          05 JRN-RUN-DATE       PIC X(10).
          05 JRN-PROGRAM        PIC X(08).
          05 JRN-ACTION         PIC X(01).
          05 JRN-BATCH-ID       PIC X(08).
          05 JRN-CUST-ID        PIC X(10).
          05 JRN-BEFORE-IMAGE   PIC X(300).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-LOAN-STATUS        PIC XX VALUE SPACES.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-GL-STATUS          PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-LOAN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-LOAN-EOF        VALUE 'Y'.
       01 WS-LOAN-BOOK-FLAG     PIC X VALUE 'N'.
          88 WS-LOAN-BOOK       VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-CLOSING-BRANCH     PIC X(04) VALUE SPACES.
       01 WS-RECEIVING-BRANCH   PIC X(04) VALUE SPACES.
       01 WS-EFF-DATE           PIC X(10) VALUE SPACES.

      * THE BRANCH DEPOSIT LIABILITY AND LOANS RECEIVABLE ACCOUNTS
      * CUSTGLEX POSTS CUSTOMER AND LOAN MOVEMENT AGAINST. 'Z' MARKS A
      * CONSOLIDATION TRANSFER ON THE GL SOURCE-TYPE BYTE.
       01 WS-DEPOSIT-ACCOUNT    PIC X(08) VALUE 'GL200100'.
       01 WS-LOAN-REC-ACCOUNT   PIC X(08) VALUE 'GL140100'.
       01 WS-GL-SOURCE          PIC X(01) VALUE 'Z'.
       01 WS-GL-AMOUNT          PIC 9(11)V99 VALUE 0.
       01 WS-GL-TOTAL-DR        PIC 9(13)V99 VALUE 0.
       01 WS-GL-TOTAL-CR        PIC 9(13)V99 VALUE 0.
       01 WS-LGL-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-LGL-TOTAL-DR       PIC 9(13)V99 VALUE 0.
       01 WS-LGL-TOTAL-CR       PIC 9(13)V99 VALUE 0.

      * CONTROL (FIRST PASS) AND MOVED (SECOND PASS) TOTALS.
       01 WS-CTL-COUNT          PIC 9(07) VALUE 0.
       01 WS-CTL-BALANCE        PIC S9(13)V99 VALUE 0.
       01 WS-MOVED-COUNT        PIC 9(07) VALUE 0.
       01 WS-MOVED-BALANCE      PIC S9(13)V99 VALUE 0.
       01 WS-CTL-LOAN-COUNT     PIC 9(07) VALUE 0.
       01 WS-CTL-LOAN-PRIN      PIC S9(13)V99 VALUE 0.
       01 WS-MOVED-LOAN-COUNT   PIC 9(07) VALUE 0.
       01 WS-MOVED-LOAN-PRIN    PIC S9(13)V99 VALUE 0.
       01 WS-LOAN-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.
       01 WS-LEFT-COUNT         PIC S9(9) COMP VALUE 0.
       01 WS-TIE-FLAG           PIC X VALUE 'Y'.
          88 WS-TOTALS-TIE      VALUE 'Y'.
       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-NAME           PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-STATUS         PIC X(01).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACCT-TYPE      PIC X(01).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-NOTE           PIC X(30).
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM TAKE-CONTROL-TOTALS.
           PERFORM OPEN-FOR-UPDATE.
           PERFORM MOVE-ONE-CUSTOMER UNTIL WS-EOF.
           IF WS-MOVED-COUNT = 0
             MOVE '  NO CUSTOMERS ON THE CLOSING BRANCH' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           IF WS-LOAN-BOOK
             PERFORM MOVE-BRANCH-LOANS
           END-IF.
           PERFORM WRITE-GL-TRANSFER.
           PERFORM WRITE-LOAN-GL-TRANSFER.
           PERFORM CHECK-MASTER-MIRROR.
           PERFORM PROVE-CONTROL-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

      * THE CARD IS EDITED BEFORE ANY FILE IS OPENED FOR UPDATE. A
      * BLANK EFFECTIVE DATE MEANS THE BUSINESS RUN DATE; A DATE
      * STILL IN THE FUTURE MOVES NOTHING.
       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT BRCNCTL.
           IF WS-CTL-STATUS NOT = '00'
             DISPLAY 'CUSTBRCN: NO BRCNCTL CARD - NOTHING MOVED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ BRCNCTL INTO BRCNCTL-RECORD
             AT END MOVE SPACES TO BRCNCTL-RECORD
           END-READ.
           CLOSE BRCNCTL.
           MOVE CTL-CLOSING-BRANCH TO WS-CLOSING-BRANCH.
           MOVE CTL-RECEIVING-BRANCH TO WS-RECEIVING-BRANCH.
           MOVE CTL-EFF-DATE TO WS-EFF-DATE.
           IF WS-EFF-DATE = SPACES
             MOVE WS-RUN-DATE TO WS-EFF-DATE
           END-IF.
           IF WS-CLOSING-BRANCH = SPACES
              OR WS-RECEIVING-BRANCH = SPACES
              OR WS-CLOSING-BRANCH = WS-RECEIVING-BRANCH
             DISPLAY 'CUSTBRCN: BRCNCTL NEEDS TWO DIFFERENT BRANCHES'
                     ' - NOTHING MOVED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-EFF-DATE > WS-RUN-DATE
             DISPLAY 'CUSTBRCN: CONSOLIDATION EFFECTIVE ' WS-EFF-DATE
                     ' IS NOT YET DUE - NOTHING MOVED'
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BRCNRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'BRANCH CONSOLIDATION REGISTER - BRANCH '
                  WS-CLOSING-BRANCH ' INTO BRANCH '
                  WS-RECEIVING-BRANCH ' EFFECTIVE ' WS-EFF-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
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

      * READ-ONLY PASS: THE CLOSING BRANCH'S BOOK AS IT STANDS BEFORE
      * ANYTHING IS TOUCHED IS THE CONTROL THE MOVE MUST PROVE TO.
       TAKE-CONTROL-TOTALS.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM COUNT-ONE-CUSTOMER UNTIL WS-EOF.
           CLOSE CUSTFILE.
           OPEN INPUT LOANFILE.
           IF WS-LOAN-STATUS = '00'
             SET WS-LOAN-BOOK TO TRUE
             PERFORM COUNT-ONE-LOAN UNTIL WS-LOAN-EOF
             CLOSE LOANFILE
           ELSE
             DISPLAY 'CUSTBRCN: NO LOANDATA FILE - NO LOANS TO MOVE'
           END-IF.

       COUNT-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             IF CUST-BRANCH-CODE = WS-CLOSING-BRANCH
               ADD 1 TO WS-CTL-COUNT
               ADD CUST-BALANCE TO WS-CTL-BALANCE
             END-IF
           END-IF.

       COUNT-ONE-LOAN.
           READ LOANFILE NEXT RECORD INTO LOAN-RECORD
             AT END SET WS-LOAN-EOF TO TRUE
           END-READ.
           IF NOT WS-LOAN-EOF
             IF LOAN-BRANCH-CODE = WS-CLOSING-BRANCH
               ADD 1 TO WS-CTL-LOAN-COUNT
               ADD LOAN-PRINCIPAL-BAL TO WS-CTL-LOAN-PRIN
             END-IF
           END-IF.

       OPEN-FOR-UPDATE.
           OPEN I-O CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             OPEN OUTPUT JRNFILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTJRNL: ' WS-JRN-STATUS
             CLOSE CUSTFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT GLFILE.
           IF WS-GL-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BRCNGLEX: ' WS-GL-STATUS
             CLOSE CUSTFILE JRNFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       MOVE-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-BRANCH-CODE = WS-CLOSING-BRANCH
               PERFORM MOVE-THIS-CUSTOMER
             END-IF
           END-IF.

       MOVE-THIS-CUSTOMER.
           MOVE CUST-ID TO REG-CUST-ID.
           MOVE CUST-NAME TO REG-NAME.
           MOVE CUST-STATUS TO REG-STATUS.
           MOVE CUST-ACCT-TYPE TO REG-ACCT-TYPE.
           MOVE CUST-BALANCE TO REG-BALANCE.
           MOVE SPACES TO REG-NOTE.
           MOVE CUST-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-RECEIVING-BRANCH TO CUST-BRANCH-CODE.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS = '00'
             ADD 1 TO WS-MOVED-COUNT
             ADD CUST-BALANCE TO WS-MOVED-BALANCE
             EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET BRANCH_CODE = :WS-RECEIVING-BRANCH
               WHERE CUSTOMER_ID = :CUST-ID
             END-EXEC
             IF SQLCODE NOT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'CUSTOMER_MASTER NOT UPDATED' TO REG-NOTE
             END-IF
           ELSE
             DISPLAY 'CUSTBRCN: REWRITE FAILED FOR ' CUST-ID
                     ' STATUS ' WS-CUST-STATUS
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE 'REWRITE FAILED - NOT MOVED' TO REG-NOTE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

      *================================================================*
      * LOANS - A LOAN TAKES ITS BORROWER'S BRANCH AT BOOKING, SO A    *
      * LOAN ON THE CLOSING BRANCH WHOSE BORROWER IS NOW ON THE        *
      * RECEIVING BRANCH MOVES WITH IT. ONE WHOSE BORROWER DID NOT     *
      * MOVE (A FAILED REWRITE, OR A BORROWER NO LONGER ON CUSTDATA)   *
      * IS LEFT WHERE IT IS AND LISTED, AND THE LOAN CONTROL WILL NOT  *
      * TIE.                                                           *
      *================================================================*
       MOVE-BRANCH-LOANS.
           OPEN I-O LOANFILE.
           IF WS-LOAN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LOANDATA: ' WS-LOAN-STATUS
                     ' - NO LOANS MOVED'
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE '  LOANS' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'N' TO WS-LOAN-EOF-FLAG
             PERFORM MOVE-ONE-LOAN UNTIL WS-LOAN-EOF
             CLOSE LOANFILE
           END-IF.

       MOVE-ONE-LOAN.
           READ LOANFILE NEXT RECORD INTO LOAN-RECORD
             AT END SET WS-LOAN-EOF TO TRUE
           END-READ.
           IF NOT WS-LOAN-EOF
             ADD 1 TO WS-LOAN-READ-COUNT
             IF LOAN-BRANCH-CODE = WS-CLOSING-BRANCH
               PERFORM MOVE-THIS-LOAN
             END-IF
           END-IF.

       MOVE-THIS-LOAN.
           MOVE LOAN-ID TO REG-CUST-ID.
           MOVE SPACES TO REG-NAME.
           STRING 'BORROWER ' LOAN-CUST-ID
             DELIMITED BY SIZE INTO REG-NAME.
           MOVE LOAN-STATUS TO REG-STATUS.
           MOVE 'L' TO REG-ACCT-TYPE.
           MOVE LOAN-PRINCIPAL-BAL TO REG-BALANCE.
           MOVE SPACES TO REG-NOTE.
           MOVE LOAN-CUST-ID TO CUST-ID.
           READ CUSTFILE
             KEY IS CUST-ID
           END-READ.
           IF WS-CUST-STATUS = '00'
              AND CUST-BRANCH-CODE = WS-RECEIVING-BRANCH
             PERFORM REPOINT-THIS-LOAN
           ELSE
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE 'BORROWER NOT MOVED - LOAN LEFT' TO REG-NOTE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       REPOINT-THIS-LOAN.
           MOVE WS-RECEIVING-BRANCH TO LOAN-BRANCH-CODE.
           REWRITE LOAN-RECORD.
           IF WS-LOAN-STATUS = '00'
             ADD 1 TO WS-MOVED-LOAN-COUNT
             ADD LOAN-PRINCIPAL-BAL TO WS-MOVED-LOAN-PRIN
             EXEC SQL
               UPDATE LOAN_MASTER
               SET BRANCH_CODE = :WS-RECEIVING-BRANCH
               WHERE LOAN_ID = :LOAN-ID
             END-EXEC
             IF SQLCODE NOT = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'LOAN_MASTER NOT UPDATED' TO REG-NOTE
             END-IF
           ELSE
             DISPLAY 'CUSTBRCN: LOAN REWRITE FAILED FOR ' LOAN-ID
                     ' STATUS ' WS-LOAN-STATUS
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE 'REWRITE FAILED - NOT MOVED' TO REG-NOTE
           END-IF.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTBRCN' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE 'BRCONSOL' TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-REGISTER-LINE.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      * THE MOVED DEPOSITS LEAVE THE CLOSING BRANCH'S LIABILITY AND
      * JOIN THE RECEIVING BRANCH'S. A NET OVERDRAWN BOOK (NEGATIVE
      * TOTAL) MOVES THE OTHER WAY ROUND.
       WRITE-GL-TRANSFER.
           IF WS-MOVED-BALANCE < 0
             COMPUTE WS-GL-AMOUNT = 0 - WS-MOVED-BALANCE
           ELSE
             MOVE WS-MOVED-BALANCE TO WS-GL-AMOUNT
           END-IF.
           IF WS-GL-AMOUNT > 0
             MOVE WS-EFF-DATE TO GL-RUN-DATE
             MOVE WS-DEPOSIT-ACCOUNT TO GL-ACCOUNT
             MOVE WS-GL-AMOUNT TO GL-AMOUNT
             MOVE WS-GL-SOURCE TO GL-SOURCE-TYPE
             MOVE WS-CLOSING-BRANCH TO GL-BRANCH
             IF WS-MOVED-BALANCE > 0
               MOVE 'DR' TO GL-DR-CR
               ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DR
             ELSE
               MOVE 'CR' TO GL-DR-CR
               ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CR
             END-IF
             WRITE GL-RECORD
             MOVE WS-RECEIVING-BRANCH TO GL-BRANCH
             IF WS-MOVED-BALANCE > 0
               MOVE 'CR' TO GL-DR-CR
               ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CR
             ELSE
               MOVE 'DR' TO GL-DR-CR
               ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DR
             END-IF
             WRITE GL-RECORD
           END-IF.

      * THE MOVED PRINCIPAL LEAVES THE CLOSING BRANCH'S LOANS
      * RECEIVABLE (AN ASSET, SO A CREDIT) AND JOINS THE RECEIVING
      * BRANCH'S.
       WRITE-LOAN-GL-TRANSFER.
           MOVE WS-MOVED-LOAN-PRIN TO WS-LGL-AMOUNT.
           IF WS-LGL-AMOUNT > 0
             MOVE WS-EFF-DATE TO GL-RUN-DATE
             MOVE WS-LOAN-REC-ACCOUNT TO GL-ACCOUNT
             MOVE WS-LGL-AMOUNT TO GL-AMOUNT
             MOVE WS-GL-SOURCE TO GL-SOURCE-TYPE
             MOVE WS-CLOSING-BRANCH TO GL-BRANCH
             MOVE 'CR' TO GL-DR-CR
             ADD WS-LGL-AMOUNT TO WS-LGL-TOTAL-CR
             WRITE GL-RECORD
             MOVE WS-RECEIVING-BRANCH TO GL-BRANCH
             MOVE 'DR' TO GL-DR-CR
             ADD WS-LGL-AMOUNT TO WS-LGL-TOTAL-DR
             WRITE GL-RECORD
           END-IF.

      * ANY CUSTOMER_MASTER ROW STILL ON THE CLOSING BRANCH WOULD
      * KEEP FEEDING CUSTGLEX UNDER THE OLD BRANCH.
       CHECK-MASTER-MIRROR.
           MOVE 0 TO WS-LEFT-COUNT.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-LEFT-COUNT
             FROM CUSTOMER_MASTER
             WHERE BRANCH_CODE = :WS-CLOSING-BRANCH
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-LEFT-COUNT
           END-IF.

      * THE MOVED COUNTS AND AMOUNTS MUST EQUAL THE CONTROL PASS, AND
      * EACH GL TRANSFER MUST BALANCE AND CARRY THE MOVED AMOUNT.
       PROVE-CONTROL-TOTALS.
           SET WS-TOTALS-TIE TO TRUE.
           IF WS-MOVED-COUNT NOT = WS-CTL-COUNT
              OR WS-MOVED-BALANCE NOT = WS-CTL-BALANCE
              OR WS-GL-TOTAL-DR NOT = WS-GL-TOTAL-CR
              OR WS-GL-TOTAL-DR NOT = WS-GL-AMOUNT
             MOVE 'N' TO WS-TIE-FLAG
           END-IF.
           IF WS-MOVED-LOAN-COUNT NOT = WS-CTL-LOAN-COUNT
              OR WS-MOVED-LOAN-PRIN NOT = WS-CTL-LOAN-PRIN
              OR WS-LGL-TOTAL-DR NOT = WS-LGL-TOTAL-CR
              OR WS-LGL-TOTAL-DR NOT = WS-LGL-AMOUNT
             MOVE 'N' TO WS-TIE-FLAG
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CTL-COUNT TO WS-FMT-CNT.
           MOVE WS-CTL-BALANCE TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL  - CUSTOMERS ' WS-FMT-CNT
                  '  BALANCE ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MOVED-COUNT TO WS-FMT-CNT.
           MOVE WS-MOVED-BALANCE TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MOVED    - CUSTOMERS ' WS-FMT-CNT
                  '  BALANCE ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-TOTAL-DR TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'GL XFER  - DEBITS    ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-TOTAL-CR TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '           CREDITS   ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CTL-LOAN-COUNT TO WS-FMT-CNT.
           MOVE WS-CTL-LOAN-PRIN TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL  - LOANS     ' WS-FMT-CNT
                  '  PRINCIPAL ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MOVED-LOAN-COUNT TO WS-FMT-CNT.
           MOVE WS-MOVED-LOAN-PRIN TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MOVED    - LOANS     ' WS-FMT-CNT
                  '  PRINCIPAL ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LGL-TOTAL-DR TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOAN GL  - DEBITS    ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LGL-TOTAL-CR TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '           CREDITS   ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-TOTALS-TIE
             MOVE 'CONTROL TOTALS TIE' TO RPT-LINE
           ELSE
             MOVE 'CONTROL TOTALS DO NOT TIE - RECONCILE BEFORE POSTING'
               TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-LEFT-COUNT > 0
             MOVE WS-LEFT-COUNT TO WS-FMT-CNT
             MOVE SPACES TO RPT-LINE
             STRING 'CUSTOMER_MASTER ROWS STILL ON BRANCH '
                    WS-CLOSING-BRANCH ': ' WS-FMT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       CLEANUP-PARA.
           CLOSE CUSTFILE JRNFILE GLFILE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-EXCEPTION-COUNT > 0 OR WS-LEFT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-TOTALS-TIE
             MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTBRCN COMPLETE'.
           DISPLAY '  CLOSING BRANCH:        ' WS-CLOSING-BRANCH.
           DISPLAY '  RECEIVING BRANCH:      ' WS-RECEIVING-BRANCH.
           DISPLAY '  CUSTOMERS READ:        ' WS-READ-COUNT.
           DISPLAY '  CONTROL COUNT:         ' WS-CTL-COUNT.
           DISPLAY '  CUSTOMERS MOVED:       ' WS-MOVED-COUNT.
           DISPLAY '  LOANS READ:            ' WS-LOAN-READ-COUNT.
           DISPLAY '  LOAN CONTROL COUNT:    ' WS-CTL-LOAN-COUNT.
           DISPLAY '  LOANS MOVED:           ' WS-MOVED-LOAN-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED:  ' WS-JRN-COUNT.
           DISPLAY '  EXCEPTIONS:            ' WS-EXCEPTION-COUNT.
           IF WS-TOTALS-TIE
             DISPLAY '  CONTROL TOTALS TIE'
           ELSE
             DISPLAY '  CONTROL TOTALS DO NOT TIE'
           END-IF.
