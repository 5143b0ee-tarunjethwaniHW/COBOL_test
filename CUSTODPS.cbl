       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODPS.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTODPS - OVERDRAFT-PROTECTION SWEEP                          *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD RIGHT AFTER CUSTUPDT)    *
      * THAT BRINGS OVERDRAWN PROTECTED ACCOUNTS BACK TO ZERO FROM     *
      * THEIR LINKED FUNDING ACCOUNTS ON THE ODPLINK FILE, BEFORE      *
      * CUSTACCR CAN CHARGE DEBIT INTEREST ON THE NEGATIVE BALANCE:    *
      *   - FUNDING ACCOUNTS ARE DRAWN ON IN ASCENDING PRIORITY UNTIL  *
      *     THE SHORTFALL IS COVERED. EACH SWEEP IS ROUNDED UP TO THE  *
      *     LINK'S MINIMUM INCREMENT, BUT NEVER TAKES MORE THAN THE    *
      *     FUNDING ACCOUNT'S AVAILABLE BALANCE (CUST-BALANCE LESS     *
      *     CUST-HOLD-TOTAL) - WHEN IT WOULD, THE LARGEST WHOLE        *
      *     INCREMENT AVAILABLE IS TAKEN AND THE NEXT LINK TRIED       *
      *   - A DEBIT-BLOCKED, FROZEN, INACTIVE OR FOREIGN-CURRENCY      *
      *     FUNDING ACCOUNT IS PASSED OVER; A CREDIT-BLOCKED OR        *
      *     FROZEN PROTECTED ACCOUNT IS NOT SWEPT AT ALL               *
      *   - EACH SWEEP POSTS AS AN 'M' TRANSFER UNDER THE CUSTUPDT     *
      *     TRANSFER DISCIPLINE: CUSTJRNL BEFORE-IMAGES OF BOTH        *
      *     RECORDS, THE PROTECTED-SIDE CREDIT REWRITTEN FIRST AND     *
      *     BACKED OUT IF THE FUNDING-SIDE DEBIT FAILS, AND A 'D'/'C'  *
      *     TRANSACTION_LOG PAIR UNDER AN ODSWEEP REFERENCE. CUSTNOTC  *
      *     READS THE 'C' ROWS TO SEND THE SWEEP NOTICE IN PLACE OF    *
      *     THE OVERDRAFT NOTICE                                       *
      * EVERY SWEEP, PASSED-OVER LINK AND UNCLEARED OVERDRAFT IS       *
      * LISTED ON THE SWEEP REGISTER (ODPSREG).                        *
      * RC 4 - A PROTECTED ACCOUNT WAS NOT ON THE MASTER OR A REWRITE  *
      * FAILED. RC 16 - THE LINK FILE OVERFLOWED THE TABLE; NOTHING IS *
      * SWEPT AND THE STEP CAN BE RERUN ONCE CORRECTED.                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINKFILE ASSIGN TO 'ODPLINK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.
           SELECT RPTFILE ASSIGN TO 'ODPSREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LINKFILE.
       COPY ODPLCOPY.

       FD CUSTFILE.
       COPY CUSTCOPY.

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
       01 WS-LINK-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-LINK-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-LINK-EOF        VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-LINKS-OVERFLOWED VALUE 'Y'.
       01 WS-NO-FUNDER-FLAG     PIC X VALUE 'N'.
          88 WS-NO-FUNDER       VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-LINK-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-SUSPENDED-COUNT    PIC 9(07) VALUE 0.
       01 WS-OVERDRAWN-COUNT    PIC 9(07) VALUE 0.
       01 WS-CLEARED-COUNT      PIC 9(07) VALUE 0.
       01 WS-UNCLEARED-COUNT    PIC 9(07) VALUE 0.
       01 WS-SWEEP-COUNT        PIC 9(07) VALUE 0.
       01 WS-SWEEP-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-PASSED-COUNT       PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.

      * EVERY ACTIVE LINK IS HELD IN STORAGE SO A PROTECTED ACCOUNT'S
      * FUNDING ACCOUNTS CAN BE TAKEN IN PRIORITY ORDER WHATEVER
      * ORDER THE FILE IS KEPT IN.
       01 WS-LNK-SUB            PIC S9(4) COMP VALUE 0.
       01 WS-SCAN-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-BEST-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-BEST-PRIORITY      PIC 9(03) VALUE 0.
       01 WS-LNK-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-LNK-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-LNK-TABLE.
          05 WS-LNK-ENTRY OCCURS 2000 TIMES.
             10 WS-LNK-PROTECTED-ID PIC X(10).
             10 WS-LNK-FUNDING-ID   PIC X(10).
             10 WS-LNK-PRIORITY     PIC 9(02).
             10 WS-LNK-INCREMENT    PIC 9(5)V99.
             10 WS-LNK-DONE-FLAG    PIC X(01).
                88 WS-LNK-DONE      VALUE 'Y'.

       01 WS-PROT-ID            PIC X(10) VALUE SPACES.
       01 WS-PROT-CCY           PIC X(03) VALUE SPACES.
       01 WS-FUND-ID            PIC X(10) VALUE SPACES.
       01 WS-FUND-RECORD        PIC X(300) VALUE SPACES.
       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.
       01 WS-SHORTFALL          PIC S9(7)V99 VALUE 0.
       01 WS-AVAIL-BALANCE      PIC S9(7)V99 VALUE 0.
       01 WS-INCREMENT          PIC 9(5)V99 VALUE 0.
       01 WS-INCR-UNITS         PIC 9(07) VALUE 0.
       01 WS-INCR-REM           PIC 9(5)V99 VALUE 0.
       01 WS-SWEEP-AMT          PIC 9(7)V99 VALUE 0.
       01 WS-PROT-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-PROT-NEW-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-FUND-OLD-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-FUND-NEW-BAL       PIC S9(7)V99 VALUE 0.
       01 WS-SWEEP-REF          PIC X(20) VALUE SPACES.
       01 WS-POSTING-SEQ        PIC S9(9) COMP VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACTION         PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-PROTECTED-ID   PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-FUNDING-ID     PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-PRIORITY       PIC X(02).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NEW-BAL        PIC -Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NOTE           PIC X(30).
          05 FILLER             PIC X(34) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-PROTECTION-LINKS.
      * A TRUNCATED LINK TABLE WOULD LEAVE SOME PROTECTED ACCOUNTS
      * OVERDRAWN WITH FUNDS SITTING IN A LINK NEVER LOADED - NOTHING
      * IS SWEPT FROM A PARTIAL PICTURE.
           IF WS-LINKS-OVERFLOWED
             DISPLAY 'CUSTODPS: ODPLINK EXCEEDS THE LINK TABLE - '
                     'RUN ABANDONED, NOTHING SWEPT'
             CLOSE CUSTFILE JRNFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'PROTECTED ACCOUNTS SWEPT' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM SWEEP-ONE-PROTECTED
             VARYING WS-LNK-SUB FROM 1 BY 1
             UNTIL WS-LNK-SUB > WS-LNK-COUNT.
           IF WS-OVERDRAWN-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ODPSREG: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
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
           PERFORM GET-STARTING-POSTING-SEQ.
           MOVE SPACES TO RPT-LINE.
           STRING 'OVERDRAFT-PROTECTION SWEEP REGISTER - BUSINESS DATE '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO. WITHOUT A CARD THE CURRENT DATE
      * APPLIES.
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

      * SWEEP ROWS FOLLOW CUSTUPDT'S ROWS FOR THE DAY, SO THE
      * WITHIN-DAY SEQUENCE RESUMES AFTER THE HIGHEST ALREADY LOGGED.
       GET-STARTING-POSTING-SEQ.
           MOVE 0 TO WS-POSTING-SEQ.
           EXEC SQL
             SELECT COALESCE(MAX(TRAN_SEQ), 0)
             INTO :WS-POSTING-SEQ
             FROM TRANSACTION_LOG
             WHERE TRAN_DATE = :WS-CURRENT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-POSTING-SEQ
           END-IF.

      * NO LINK FILE SIMPLY MEANS NO ACCOUNT IS PROTECTED TONIGHT.
       LOAD-PROTECTION-LINKS.
           OPEN INPUT LINKFILE.
           IF WS-LINK-STATUS NOT = '00'
             DISPLAY 'CUSTODPS: NO ODPLINK FILE - NO ACCOUNTS '
                     'PROTECTED'
           ELSE
             PERFORM LOAD-ONE-LINK UNTIL WS-LINK-EOF
             CLOSE LINKFILE
           END-IF.

       LOAD-ONE-LINK.
           READ LINKFILE INTO ODPL-RECORD
             AT END SET WS-LINK-EOF TO TRUE
           END-READ.
           IF NOT WS-LINK-EOF
             ADD 1 TO WS-LINK-READ-COUNT
             IF NOT ODPL-ACTIVE
               ADD 1 TO WS-SUSPENDED-COUNT
             ELSE
               IF WS-LNK-COUNT < WS-LNK-MAX
                 ADD 1 TO WS-LNK-COUNT
                 MOVE ODPL-PROTECTED-ID
                   TO WS-LNK-PROTECTED-ID(WS-LNK-COUNT)
                 MOVE ODPL-FUNDING-ID
                   TO WS-LNK-FUNDING-ID(WS-LNK-COUNT)
                 MOVE ODPL-PRIORITY TO WS-LNK-PRIORITY(WS-LNK-COUNT)
                 MOVE ODPL-MIN-INCREMENT
                   TO WS-LNK-INCREMENT(WS-LNK-COUNT)
                 MOVE 'N' TO WS-LNK-DONE-FLAG(WS-LNK-COUNT)
               ELSE
                 SET WS-LINKS-OVERFLOWED TO TRUE
               END-IF
             END-IF
           END-IF.

      * THE FIRST LINK SEEN FOR A PROTECTED ACCOUNT HANDLES THE
      * WHOLE ACCOUNT; EVERY LINK FOR IT IS THEN MARKED DONE SO THE
      * ACCOUNT IS ONLY LOOKED AT ONCE.
       SWEEP-ONE-PROTECTED.
           IF NOT WS-LNK-DONE(WS-LNK-SUB)
             PERFORM CHECK-ONE-PROTECTED
           END-IF.

       CHECK-ONE-PROTECTED.
           MOVE WS-LNK-PROTECTED-ID(WS-LNK-SUB) TO WS-PROT-ID.
           MOVE SPACES TO REG-FUNDING-ID REG-PRIORITY REG-NOTE.
           MOVE WS-PROT-ID TO REG-PROTECTED-ID.
           MOVE 0 TO REG-AMOUNT REG-NEW-BAL.
           MOVE WS-PROT-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'EXCEPTION' TO REG-ACTION
               MOVE 'PROTECTED ACCT NOT ON MASTER' TO REG-NOTE
               PERFORM WRITE-REGISTER-DETAIL
             WHEN NOT CUST-ACTIVE OR CUST-BALANCE NOT < 0
               CONTINUE
             WHEN OTHER
               PERFORM CLEAR-ONE-OVERDRAWN
           END-EVALUATE.
           PERFORM CLOSE-OUT-PROTECTED-LINKS.

       CLEAR-ONE-OVERDRAWN.
           ADD 1 TO WS-OVERDRAWN-COUNT.
           MOVE CUST-BALANCE TO REG-NEW-BAL.
      * THE PROTECTED SIDE OF A SWEEP IS AN INCOMING CREDIT - A
      * FROZEN OR CREDIT-BLOCKED ACCOUNT REFUSES IT.
           IF CUST-FULL-FREEZE OR CUST-CREDIT-BLOCK
             ADD 1 TO WS-UNCLEARED-COUNT
             MOVE 'NOT SWEPT' TO REG-ACTION
             MOVE 'PROTECTED ACCT BLOCKED' TO REG-NOTE
             PERFORM WRITE-REGISTER-DETAIL
           ELSE
             PERFORM SWEEP-THE-SHORTFALL
           END-IF.

       SWEEP-THE-SHORTFALL.
           COMPUTE WS-SHORTFALL = 0 - CUST-BALANCE.
           MOVE CUST-CURRENCY-CODE TO WS-PROT-CCY.
           MOVE SPACES TO WS-SWEEP-REF.
           STRING 'ODSWEEP ' WS-PROT-ID
             DELIMITED BY SIZE INTO WS-SWEEP-REF.
           MOVE 'N' TO WS-NO-FUNDER-FLAG.
           PERFORM SWEEP-FROM-NEXT-FUNDER
             UNTIL WS-SHORTFALL = 0 OR WS-NO-FUNDER.
           IF WS-SHORTFALL = 0
             ADD 1 TO WS-CLEARED-COUNT
           ELSE
             ADD 1 TO WS-UNCLEARED-COUNT
             MOVE SPACES TO REG-FUNDING-ID REG-PRIORITY
             MOVE WS-PROT-ID TO REG-PROTECTED-ID
             MOVE WS-SHORTFALL TO REG-AMOUNT
             COMPUTE REG-NEW-BAL = 0 - WS-SHORTFALL
             MOVE 'STILL SHORT' TO REG-ACTION
             MOVE 'LINKED FUNDS EXHAUSTED' TO REG-NOTE
             PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       CLOSE-OUT-PROTECTED-LINKS.
           PERFORM MARK-ONE-LINK-DONE
             VARYING WS-SCAN-SUB FROM 1 BY 1
             UNTIL WS-SCAN-SUB > WS-LNK-COUNT.

       MARK-ONE-LINK-DONE.
           IF WS-LNK-PROTECTED-ID(WS-SCAN-SUB) = WS-PROT-ID
             MOVE 'Y' TO WS-LNK-DONE-FLAG(WS-SCAN-SUB)
           END-IF.

      * LOWEST PRIORITY NUMBER FIRST; ON A TIE THE LINK EARLIER ON
      * THE FILE WINS.
       SWEEP-FROM-NEXT-FUNDER.
           MOVE 0 TO WS-BEST-SUB.
           MOVE 999 TO WS-BEST-PRIORITY.
           PERFORM PICK-ONE-FUNDER
             VARYING WS-SCAN-SUB FROM 1 BY 1
             UNTIL WS-SCAN-SUB > WS-LNK-COUNT.
           IF WS-BEST-SUB = 0
             SET WS-NO-FUNDER TO TRUE
           ELSE
             MOVE 'Y' TO WS-LNK-DONE-FLAG(WS-BEST-SUB)
             PERFORM TAKE-FROM-FUNDER
           END-IF.

       PICK-ONE-FUNDER.
           IF WS-LNK-PROTECTED-ID(WS-SCAN-SUB) = WS-PROT-ID
              AND NOT WS-LNK-DONE(WS-SCAN-SUB)
              AND WS-LNK-PRIORITY(WS-SCAN-SUB) < WS-BEST-PRIORITY
             MOVE WS-SCAN-SUB TO WS-BEST-SUB
             MOVE WS-LNK-PRIORITY(WS-SCAN-SUB) TO WS-BEST-PRIORITY
           END-IF.

       TAKE-FROM-FUNDER.
           MOVE WS-LNK-FUNDING-ID(WS-BEST-SUB) TO WS-FUND-ID.
           MOVE WS-PROT-ID TO REG-PROTECTED-ID.
           MOVE WS-FUND-ID TO REG-FUNDING-ID.
           MOVE WS-LNK-PRIORITY(WS-BEST-SUB) TO REG-PRIORITY.
           MOVE 0 TO REG-AMOUNT REG-NEW-BAL.
           MOVE SPACES TO REG-NOTE.
           IF WS-FUND-ID = WS-PROT-ID
             MOVE 'FUNDING IS THE PROTECTED ACCT' TO REG-NOTE
           ELSE
             PERFORM CHECK-FUNDING-ACCOUNT
           END-IF.
           IF REG-NOTE = SPACES
             MOVE CUST-RECORD TO WS-FUND-RECORD
             PERFORM POST-THE-SWEEP
           ELSE
             PERFORM PASS-OVER-FUNDER
           END-IF.

      * ANY REASON TO PASS THE LINK OVER COMES BACK IN REG-NOTE.
       CHECK-FUNDING-ACCOUNT.
           MOVE WS-FUND-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-CUST-STATUS NOT = '00'
               MOVE 'FUNDING ACCT NOT ON MASTER' TO REG-NOTE
             WHEN NOT CUST-ACTIVE
               MOVE 'FUNDING ACCT NOT ACTIVE' TO REG-NOTE
             WHEN CUST-DEBIT-BLOCK OR CUST-FULL-FREEZE
               MOVE 'FUNDING ACCT BLOCKED' TO REG-NOTE
             WHEN CUST-CURRENCY-CODE NOT = WS-PROT-CCY
               MOVE 'FUNDING ACCT CURRENCY DIFFERS' TO REG-NOTE
             WHEN OTHER
               COMPUTE WS-AVAIL-BALANCE =
                 CUST-BALANCE - CUST-HOLD-TOTAL
               IF WS-AVAIL-BALANCE NOT > 0
                 MOVE 'NO AVAILABLE BALANCE' TO REG-NOTE
               ELSE
                 PERFORM SIZE-THE-SWEEP
                 IF WS-SWEEP-AMT = 0
                   MOVE 'AVAILABLE BELOW MIN INCREMENT' TO REG-NOTE
                 END-IF
               END-IF
           END-EVALUATE.

       PASS-OVER-FUNDER.
           ADD 1 TO WS-PASSED-COUNT.
           MOVE 'PASSED OVER' TO REG-ACTION.
           PERFORM WRITE-REGISTER-DETAIL.

      * THE SHORTFALL IS ROUNDED UP TO WHOLE INCREMENTS. WHEN THAT
      * WOULD TAKE MORE THAN IS AVAILABLE, THE LARGEST WHOLE NUMBER
      * OF INCREMENTS AVAILABLE IS TAKEN INSTEAD AND THE REST LEFT
      * FOR THE NEXT LINK. A ZERO INCREMENT SWEEPS TO THE CENT.
       SIZE-THE-SWEEP.
           MOVE WS-LNK-INCREMENT(WS-BEST-SUB) TO WS-INCREMENT.
           IF WS-INCREMENT = 0
             IF WS-SHORTFALL > WS-AVAIL-BALANCE
               MOVE WS-AVAIL-BALANCE TO WS-SWEEP-AMT
             ELSE
               MOVE WS-SHORTFALL TO WS-SWEEP-AMT
             END-IF
           ELSE
             DIVIDE WS-SHORTFALL BY WS-INCREMENT
               GIVING WS-INCR-UNITS REMAINDER WS-INCR-REM
             IF WS-INCR-REM > 0
               ADD 1 TO WS-INCR-UNITS
             END-IF
             COMPUTE WS-SWEEP-AMT = WS-INCR-UNITS * WS-INCREMENT
             IF WS-SWEEP-AMT > WS-AVAIL-BALANCE
               DIVIDE WS-AVAIL-BALANCE BY WS-INCREMENT
                 GIVING WS-INCR-UNITS REMAINDER WS-INCR-REM
               COMPUTE WS-SWEEP-AMT = WS-INCR-UNITS * WS-INCREMENT
             END-IF
           END-IF.

      * PROTECTED-SIDE CREDIT FIRST; A FAILED FUNDING-SIDE REWRITE
      * BACKS THE CREDIT OUT, SO NO HALF-POSTED SWEEP CAN SURVIVE.
      * CUST-LAST-ACTIVITY IS LEFT ALONE ON BOTH SIDES - A SWEEP IS
      * THE BANK'S MOVEMENT, NOT THE CUSTOMER'S, AND MUST NOT KEEP AN
      * OTHERWISE IDLE FUNDING ACCOUNT FROM GOING DORMANT.
       POST-THE-SWEEP.
           MOVE WS-PROT-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'PROTECTED ACCT REREAD FAILED' TO REG-NOTE
             PERFORM REPORT-SWEEP-FAILURE
           ELSE
             PERFORM CREDIT-PROTECTED-SIDE
           END-IF.

       CREDIT-PROTECTED-SIDE.
           MOVE CUST-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE CUST-BALANCE TO WS-PROT-OLD-BAL.
           ADD WS-SWEEP-AMT TO CUST-BALANCE.
           MOVE CUST-BALANCE TO WS-PROT-NEW-BAL.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'PROTECTED ACCT REWRITE FAILED' TO REG-NOTE
             PERFORM REPORT-SWEEP-FAILURE
           ELSE
             PERFORM DEBIT-FUNDING-SIDE
           END-IF.

       DEBIT-FUNDING-SIDE.
           MOVE WS-FUND-RECORD TO CUST-RECORD.
           MOVE WS-FUND-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE CUST-BALANCE TO WS-FUND-OLD-BAL.
           SUBTRACT WS-SWEEP-AMT FROM CUST-BALANCE.
           MOVE CUST-BALANCE TO WS-FUND-NEW-BAL.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             PERFORM BACK-OUT-PROTECTED-CREDIT
             MOVE 'FUNDING REWRITE FAILED-BACKED OUT' TO REG-NOTE
             PERFORM REPORT-SWEEP-FAILURE
           ELSE
             PERFORM RECORD-THE-SWEEP
           END-IF.

       RECORD-THE-SWEEP.
           PERFORM LOG-SWEEP-TO-DB.
           ADD 1 TO WS-SWEEP-COUNT.
           ADD WS-SWEEP-AMT TO WS-SWEEP-TOTAL.
           IF WS-SWEEP-AMT < WS-SHORTFALL
             SUBTRACT WS-SWEEP-AMT FROM WS-SHORTFALL
           ELSE
             MOVE 0 TO WS-SHORTFALL
           END-IF.
           MOVE WS-SWEEP-AMT TO REG-AMOUNT.
           MOVE WS-PROT-NEW-BAL TO REG-NEW-BAL.
           MOVE 'SWEPT' TO REG-ACTION.
           MOVE WS-SWEEP-REF TO REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.

       BACK-OUT-PROTECTED-CREDIT.
           MOVE WS-PROT-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS = '00'
             MOVE CUST-RECORD TO WS-JRN-IMAGE
             PERFORM WRITE-JOURNAL-BEFORE-IMAGE
             SUBTRACT WS-SWEEP-AMT FROM CUST-BALANCE
             REWRITE CUST-RECORD
           END-IF.

      * A FAILED POSTING STOPS THE SWEEP FOR THIS PROTECTED ACCOUNT -
      * THE REMAINING LINKS ARE NOT TRIED AGAINST A MASTER RECORD
      * THAT CANNOT BE REWRITTEN.
       REPORT-SWEEP-FAILURE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-SWEEP-AMT TO REG-AMOUNT.
           MOVE 'EXCEPTION' TO REG-ACTION.
           PERFORM WRITE-REGISTER-DETAIL.
           SET WS-NO-FUNDER TO TRUE.

      * BOTH LOG ROWS ARE WRITTEN ONLY AFTER BOTH REWRITES SUCCEEDED.
       LOG-SWEEP-TO-DB.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
             INSERT INTO TRANSACTION_LOG
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:WS-FUND-ID, 'D', :WS-SWEEP-AMT,
                :WS-FUND-OLD-BAL, :WS-FUND-NEW-BAL, ' ',
                :WS-SWEEP-REF, :WS-CURRENT-DATE, :WS-CURRENT-DATE,
                :WS-POSTING-SEQ, 'ODPSGEN ', 'CUSTODPS',
                'S', ' ')
           END-EXEC.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
             INSERT INTO TRANSACTION_LOG
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:WS-PROT-ID, 'C', :WS-SWEEP-AMT,
                :WS-PROT-OLD-BAL, :WS-PROT-NEW-BAL, ' ',
                :WS-SWEEP-REF, :WS-CURRENT-DATE, :WS-CURRENT-DATE,
                :WS-POSTING-SEQ, 'ODPSGEN ', 'CUSTODPS',
                'S', ' ')
           END-EXEC.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-CURRENT-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTODPS' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE 'ODPSGEN ' TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-REGISTER-DETAIL.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OVERDRAWN-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PROTECTED ACCOUNTS OVERDRAWN: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CLEARED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  BROUGHT BACK TO ZERO:         ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-UNCLEARED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LEFT OVERDRAWN:               ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SWEEP-COUNT TO WS-FMT-CNT.
           MOVE WS-SWEEP-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  SWEEPS POSTED:                ' WS-FMT-CNT
                  '  AMOUNT ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PASSED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LINKS PASSED OVER:            ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  EXCEPTIONS:                   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE CUSTFILE JRNFILE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-EXCEPTION-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTODPS COMPLETE.'.
           DISPLAY '  LINKS READ:           ' WS-LINK-READ-COUNT.
           DISPLAY '  LINKS SUSPENDED:      ' WS-SUSPENDED-COUNT.
           DISPLAY '  ACCOUNTS OVERDRAWN:   ' WS-OVERDRAWN-COUNT.
           DISPLAY '  BACK TO ZERO:         ' WS-CLEARED-COUNT.
           DISPLAY '  LEFT OVERDRAWN:       ' WS-UNCLEARED-COUNT.
           DISPLAY '  SWEEPS POSTED:        ' WS-SWEEP-COUNT.
           DISPLAY '  SWEEP AMOUNT TOTAL:   ' WS-SWEEP-TOTAL.
           DISPLAY '  LINKS PASSED OVER:    ' WS-PASSED-COUNT.
           DISPLAY '  EXCEPTIONS:           ' WS-EXCEPTION-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED: ' WS-JRN-COUNT.
