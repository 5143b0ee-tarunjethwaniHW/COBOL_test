       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDORM.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTDORM - DORMANT-ACCOUNT TRANSITION                          *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD AFTER CUSTCOLL AND       *
      * AHEAD OF CUSTARCH) THAT MOVES AN ACTIVE ACCOUNT TO INACTIVE    *
      * ('I') ONCE IT HAS GONE ITS PRODUCT'S DORMANCY PERIOD - THE     *
      * PRODCAT RETENTION DAYS CUSTVALD'S W002 AND CUSTNOTC'S 'D'      *
      * NOTICE WARN AHEAD OF - WITHOUT ANY CUSTOMER-INITIATED          *
      * ACTIVITY. CUST-LAST-ACTIVITY CANNOT DECIDE THAT, SINCE EVERY   *
      * POSTING MOVES IT; THE TEST IS MADE ON TRANSACTION_LOG INSTEAD: *
      *   - DEPOSITS, WITHDRAWALS, TRANSFERS, TERM BREAKS AND CARD     *
      *     AUTHORIZATION HOLDS COUNT;                                 *
      *   - INTEREST, DEBIT INTEREST, FEES, WITHHOLDING AND ANYTHING   *
      *     ON THE SYSTEM CHANNEL ('S' - STANDING ORDERS, MATURITIES,  *
      *     LOAN BILLING, LEGAL ORDERS) DO NOT.                        *
      * THE PERIOD RUNS FROM THE LATEST OF THE LAST COUNTED ITEM, THE  *
      * OPENING DATE AND THE LAST REACTIVATION. A DATED TERM DEPOSIT   *
      * IS NEVER MADE DORMANT BEFORE ITS MATURITY.                     *
      * EACH MOVE IS JOURNALED: THE BEFORE-IMAGE TO CUSTJRNL (BATCH    *
      * DORMGEN, SO CUSTJRCV CAN BACK IT OUT), CUSTOMER_MASTER IS      *
      * MIRRORED, AND A 'D' ROW GOES ON DORMANCY_AUDIT WITH THE        *
      * BRANCH AND BALANCE FOR THE CUSTDRMR MONTHLY DORMANT BOOK.      *
      * A DORMANT ACCOUNT TAKES SYSTEM ITEMS AND CREDITS BUT REFUSES   *
      * CUSTOMER DEBITS (CUSTUPDT, CUSTAUTH) UNTIL A 'Z' REACTIVATION  *
      * WITH AN IDENTITY-VERIFICATION REFERENCE POSTS VIA CUSTUPDT.    *
      * DORMREG LISTS EVERY ACCOUNT MOVED TONIGHT.                     *
      * RC 4  - THE ACTIVITY TEST OR THE JOURNALING FAILED FOR AN      *
      *         ACCOUNT (LISTED ON DORMREG); THE ACCOUNT IS LEFT AS IT *
      *         WAS AND IS TRIED AGAIN TOMORROW.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT REGFILE ASSIGN TO 'DORMREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD REGFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 REG-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       FD JRNFILE.
       01 JRN-RECORD.
          05 JRN-RUN-DATE       PIC X(10).
          05 JRN-PROGRAM        PIC X(08).
          05 JRN-ACTION         PIC X(01).
          05 JRN-BATCH-ID       PIC X(08).
          05 JRN-CUST-ID        PIC X(10).
          05 JRN-BEFORE-IMAGE   PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-REG-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-TESTED-COUNT       PIC 9(07) VALUE 0.
       01 WS-DORMANT-COUNT      PIC 9(07) VALUE 0.
       01 WS-DORMANT-BAL        PIC S9(11)V99 VALUE 0.
       01 WS-TERM-SKIP-COUNT    PIC 9(07) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(07) VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.

       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.

      * THE DORMANCY PERIOD IN FORCE FOR THE ACCOUNT IN HAND AND THE
      * DATE BEFORE WHICH IT MUST HAVE SEEN NO CUSTOMER ACTIVITY.
       01 WS-DORMANT-DAYS       PIC 9(05) VALUE 365.
       01 WS-DORMANT-DAYS-DFT   PIC 9(05) VALUE 365.
       01 WS-DATE-NUM           PIC 9(08).
       01 WS-RUN-DATE-INT       PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-INT         PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-NUM         PIC 9(08).
       01 WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.

       01 WS-LAST-CUST-ACT      PIC X(10) VALUE SPACES.
       01 WS-LAST-REACT         PIC X(10) VALUE SPACES.
       01 WS-QUIET-SINCE        PIC X(10) VALUE SPACES.
       01 WS-TEST-OK-FLAG       PIC X VALUE 'Y'.
          88 WS-TEST-OK         VALUE 'Y'.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-CUST-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-NAME           PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-BRANCH         PIC X(04).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 RGD-ACCT-TYPE      PIC X(01).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 RGD-QUIET-SINCE    PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-DAYS           PIC ZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RGD-CURRENCY       PIC X(03).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RGD-NOTE           PIC X(36).
       01 WS-REG-HEADING.
          05 FILLER             PIC X(50) VALUE
             '  CUSTOMER    NAME'.
          05 FILLER             PIC X(50) VALUE
             'BRCH  TP  QUIET SINCE  DAYS         BALANCE'.
       01 WS-FMT-BAL            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       COPY PCATCOPY.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM PROCESS-CUSTOMERS UNTIL WS-EOF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE WS-CURRENT-DATE TO PCAT-AS-OF-DATE.
           STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                  WS-CURRENT-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           OPEN I-O CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             OPEN OUTPUT JRNFILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTJRNL: ' WS-JRN-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGFILE.
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DORMREG: ' WS-REG-STATUS
             CLOSE CUSTFILE JRNFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO REG-LINE.
           STRING 'ACCOUNTS MOVED TO DORMANT - ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-REG-HEADING TO REG-LINE.
           WRITE REG-LINE.

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

      * ONLY AN ACTIVE ACCOUNT OPENED BEFORE THE CUTOFF CAN HAVE BEEN
      * QUIET FOR THE WHOLE PERIOD - THE OTHERS NEED NO SQL.
       PROCESS-CUSTOMERS.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-ACTIVE
               IF CUST-MATURITY-DATE NOT = SPACES
                 ADD 1 TO WS-TERM-SKIP-COUNT
               ELSE
                 PERFORM GET-DORMANCY-CUTOFF
                 IF CUST-OPEN-DATE < WS-CUTOFF-DATE
                   PERFORM TEST-ONE-ACCOUNT
                 END-IF
               END-IF
             END-IF
           END-IF.

       GET-DORMANCY-CUTOFF.
           MOVE WS-DORMANT-DAYS-DFT TO WS-DORMANT-DAYS.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF PCAT-ENTRY-FOUND AND PCAT-RETENTION-DAYS > 0
             MOVE PCAT-RETENTION-DAYS TO WS-DORMANT-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-DORMANT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO WS-CUTOFF-NUM.
           MOVE SPACES TO WS-CUTOFF-DATE.
           STRING WS-CUTOFF-NUM(1:4) '-' WS-CUTOFF-NUM(5:2) '-'
                  WS-CUTOFF-NUM(7:2)
             DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

       TEST-ONE-ACCOUNT.
           ADD 1 TO WS-TESTED-COUNT.
           SET WS-TEST-OK TO TRUE.
           PERFORM GET-LAST-CUSTOMER-ACTIVITY.
           PERFORM GET-LAST-REACTIVATION.
           IF NOT WS-TEST-OK
             ADD 1 TO WS-ERROR-COUNT
             MOVE CUST-OPEN-DATE TO WS-QUIET-SINCE
             MOVE 'ACTIVITY TEST FAILED - NOT MOVED' TO RGD-NOTE
             PERFORM WRITE-REGISTER-LINE
           ELSE
             MOVE CUST-OPEN-DATE TO WS-QUIET-SINCE
             IF WS-LAST-CUST-ACT > WS-QUIET-SINCE
               MOVE WS-LAST-CUST-ACT TO WS-QUIET-SINCE
             END-IF
             IF WS-LAST-REACT > WS-QUIET-SINCE
               MOVE WS-LAST-REACT TO WS-QUIET-SINCE
             END-IF
             IF WS-QUIET-SINCE < WS-CUTOFF-DATE
               PERFORM MOVE-TO-DORMANT
             END-IF
           END-IF.

      * THE LAST CUSTOMER-INITIATED ITEM. A ROW LOGGED BEFORE THE
      * CHANNEL WAS CARRIED HAS NONE AND COUNTS AS THE CUSTOMER'S.
       GET-LAST-CUSTOMER-ACTIVITY.
           MOVE SPACES TO WS-LAST-CUST-ACT.
           EXEC SQL
             SELECT COALESCE(MAX(TRAN_DATE), ' ')
             INTO :WS-LAST-CUST-ACT
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :CUST-ID
               AND TRAN_TYPE IN ('C', 'D', 'M', 'E', 'P')
               AND COALESCE(CHANNEL, ' ') <> 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-TEST-OK-FLAG
           END-IF.

      * A REACTIVATION RESTARTS THE PERIOD EVEN IF THE CUSTOMER HAS
      * NOT USED THE ACCOUNT SINCE.
       GET-LAST-REACTIVATION.
           MOVE SPACES TO WS-LAST-REACT.
           EXEC SQL
             SELECT COALESCE(MAX(EVENT_DATE), ' ')
             INTO :WS-LAST-REACT
             FROM DORMANCY_AUDIT
             WHERE CUST_ID = :CUST-ID
               AND EVENT_TYPE = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-TEST-OK-FLAG
           END-IF.

      * THE DORMANCY_AUDIT ROW GOES IN BEFORE THE MASTER IS TOUCHED -
      * A MOVE THAT CANNOT BE RECORDED IS NOT MADE.
       MOVE-TO-DORMANT.
           EXEC SQL
             INSERT INTO DORMANCY_AUDIT
               (CUST_ID, EVENT_DATE, EVENT_TYPE, BRANCH_CODE,
                BALANCE, CURRENCY_CODE, LAST_CUST_ACTIVITY,
                ID_VERIFY_REF, EVENT_PROGRAM)
             VALUES
               (:CUST-ID, :WS-CURRENT-DATE, 'D', :CUST-BRANCH-CODE,
                :CUST-BALANCE, :CUST-CURRENCY-CODE, :WS-QUIET-SINCE,
                ' ', 'CUSTDORM')
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-ERROR-COUNT
             MOVE 'DORMANCY_AUDIT NOT WRITTEN - NOT MOVED' TO RGD-NOTE
             PERFORM WRITE-REGISTER-LINE
           ELSE
             MOVE CUST-RECORD TO WS-JRN-IMAGE
             PERFORM WRITE-JOURNAL-BEFORE-IMAGE
             SET CUST-INACTIVE TO TRUE
             REWRITE CUST-RECORD
             IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTDORM: REWRITE FAILED FOR ' CUST-ID
                       ' STATUS ' WS-CUST-STATUS
               ADD 1 TO WS-ERROR-COUNT
               EXEC SQL
                 DELETE FROM DORMANCY_AUDIT
                 WHERE CUST_ID = :CUST-ID
                   AND EVENT_DATE = :WS-CURRENT-DATE
                   AND EVENT_TYPE = 'D'
               END-EXEC
               MOVE 'MASTER REWRITE FAILED - NOT MOVED' TO RGD-NOTE
               PERFORM WRITE-REGISTER-LINE
             ELSE
               EXEC SQL
                 UPDATE CUSTOMER_MASTER
                 SET ACCT_STATUS = 'I'
                 WHERE CUSTOMER_ID = :CUST-ID
               END-EXEC
               ADD 1 TO WS-DORMANT-COUNT
               ADD CUST-BALANCE TO WS-DORMANT-BAL
               MOVE SPACES TO RGD-NOTE
               PERFORM WRITE-REGISTER-LINE
             END-IF
           END-IF.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-CURRENT-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTDORM' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE 'DORMGEN ' TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-REGISTER-LINE.
           MOVE CUST-ID TO RGD-CUST-ID.
           MOVE CUST-NAME TO RGD-NAME.
           MOVE CUST-BRANCH-CODE TO RGD-BRANCH.
           MOVE CUST-ACCT-TYPE TO RGD-ACCT-TYPE.
           MOVE WS-QUIET-SINCE TO RGD-QUIET-SINCE.
           MOVE WS-DORMANT-DAYS TO RGD-DAYS.
           MOVE CUST-BALANCE TO RGD-BALANCE.
           MOVE CUST-CURRENCY-CODE TO RGD-CURRENCY.
           MOVE WS-REG-DETAIL TO REG-LINE.
           WRITE REG-LINE.

       CLEANUP-PARA.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-DORMANT-BAL TO WS-FMT-BAL.
           MOVE SPACES TO REG-LINE.
           STRING '  ACCOUNTS MOVED: ' WS-DORMANT-COUNT
                  '   BALANCE (ACCOUNT CURRENCY): ' WS-FMT-BAL
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           CLOSE CUSTFILE JRNFILE REGFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-ERROR-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTDORM COMPLETE.'.
           DISPLAY '  CUSTOMERS READ:       ' WS-READ-COUNT.
           DISPLAY '  ACCOUNTS TESTED:      ' WS-TESTED-COUNT.
           DISPLAY '  MOVED TO DORMANT:     ' WS-DORMANT-COUNT.
           DISPLAY '  TERM DEPOSITS SKIPPED:' WS-TERM-SKIP-COUNT.
           DISPLAY '  EXCEPTIONS:           ' WS-ERROR-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED: ' WS-JRN-COUNT.
