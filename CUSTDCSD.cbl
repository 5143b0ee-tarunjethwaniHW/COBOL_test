       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDCSD.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTDCSD - DECEASED-CUSTOMER ESTATE PROCESSING                 *
      * DRIVEN BY THE BRANCH DEATH-NOTIFICATION FILE (DCSDNOTF): THE   *
      * CUST-ID, WHICH OWNER DIED (SEQUENCE 00 IS THE PRIMARY ON       *
      * CUST-RECORD, ANY OTHER IS A COOWNERS SEQUENCE), THE NAME OF    *
      * THE DECEASED AS NOTIFIED, THE DATE OF DEATH AND THE NOTIFIER.  *
      * THE NAME MUST MATCH THE OWNER OF RECORD, SO A MIS-KEYED ID OR  *
      * A NOTIFICATION ALREADY PROCESSED IS REJECTED, NOT APPLIED. A   *
      * SOLE OWNER'S ACCOUNT ALREADY FROZEN ('F') IS REJECTED AS A     *
      * DUPLICATE, SO A SECOND NOTIFICATION RAISES NO SECOND           *
      * CERTIFICATE OR RETURNS LIST.                                   *
      * A SOLE OWNER'S ACCOUNT PASSES TO THE ESTATE:                   *
      *   - THE ACCOUNT IS FROZEN ('F') AND EVERY OPEN 'P' AUTHORI-    *
      *     ZATION HOLD RELEASED, IN ONE JOURNALED MASTER REWRITE      *
      *   - THE CUSTOMER'S STANDING ORDERS ARE SUSPENDED ON DCSDSTOR,  *
      *     THE FULL ORDER FILE FOR THE OPERATOR TO SWAP IN            *
      *   - EVERY CREDIT POSTED AFTER THE DATE OF DEATH IS FLAGGED ON  *
      *     DCSDRTN FOR THE RETURNS DESK                               *
      *   - AN ESTATE BALANCE CERTIFICATE (DCSDCERT) STATES THE LEDGER *
      *     BALANCE WITH INTEREST ACCRUED ON ACCRUAL_LEDGER TO THE     *
      *     DATE OF DEATH, LESS THE CREDITS TO BE RETURNED             *
      * A JOINT ACCOUNT WITH AN ACTIVE CO-OWNER PASSES BY SURVIVOR-    *
      * SHIP INSTEAD: THE LOWEST-SEQUENCE ACTIVE CO-OWNER BECOMES THE  *
      * PRIMARY OWNER ON CUST-RECORD (BEFORE-IMAGE ON CUSTJRNL, NAME   *
      * AND ADDRESS CHANGE ON ADDRESS_AUDIT), ITS COOWNERS ROW TURNS   *
      * 'P' AND THE DECEASED PRIMARY IS ADDED AS AN 'X' ROW. THE       *
      * DEATH OF A CO-OWNER ONLY MARKS THAT CO-OWNER'S ROW 'X'.        *
      * THE UPDATED CO-OWNER FILE IS WRITTEN TO DCSDCOWN FOR THE SWAP  *
      * IN, AS CUSTCOWN DOES WITH COWNNEW. EVERY NOTIFICATION AND      *
      * ACTION IS LISTED ON THE DCSDRPT REGISTER.                      *
      * RC 4 - A NOTIFICATION WAS REJECTED OR A REWRITE FAILED.        *
      * RC 16 - COOWNERS EXCEEDS ITS TABLE; NOTHING IS APPLIED.        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTFFILE ASSIGN TO 'DCSDNOTF'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-NOTF-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT COWNFILE ASSIGN TO 'COOWNERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COWN-STATUS.
           SELECT COWNNEW ASSIGN TO 'DCSDCOWN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CNEW-STATUS.
           SELECT STORFILE ASSIGN TO 'STORDERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOR-STATUS.
           SELECT STORNEW ASSIGN TO 'DCSDSTOR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SNEW-STATUS.
           SELECT RTNFILE ASSIGN TO 'DCSDRTN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RTN-STATUS.
           SELECT CERTFILE ASSIGN TO 'DCSDCERT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.
           SELECT RPTFILE ASSIGN TO 'DCSDRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTFFILE.
       01 DCSD-RECORD.
          05 DCSD-CUST-ID       PIC X(10).
          05 DCSD-OWNER-SEQ     PIC 9(02).
             88 DCSD-PRIMARY-OWNER VALUE 00.
          05 DCSD-DECEASED-NAME PIC X(30).
          05 DCSD-DEATH-DATE    PIC X(10).
          05 DCSD-NOTIFIER      PIC X(30).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD COWNFILE.
       COPY COWNCOPY.

       FD COWNNEW.
       01 COWNNEW-RECORD        PIC X(190).

       FD STORFILE.
       01 STOR-RECORD.
          05 STO-CUST-ID        PIC X(10).
          05 STO-TRAN-TYPE      PIC X(01).
          05 STO-AMOUNT         PIC 9(7)V99.
          05 STO-FREQUENCY      PIC X(01).
          05 STO-NEXT-RUN       PIC X(10).
          05 STO-REFERENCE      PIC X(20).
          05 STO-STATUS         PIC X(01).
             88 STO-SUSPENDED   VALUE 'S'.
          05 STO-RETRY-COUNT    PIC 9(02).
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD STORNEW.
       01 STORNEW-RECORD        PIC X(103).

      * ONE RECORD PER CREDIT POSTED TO A DECEASED SOLE OWNER'S
      * ACCOUNT AFTER THE DATE OF DEATH, FOR RETURN TO ITS SENDER.
       FD RTNFILE.
       01 RTN-RECORD.
          05 RTN-CUST-ID        PIC X(10).
          05 RTN-DEATH-DATE     PIC X(10).
          05 RTN-TRAN-DATE      PIC X(10).
          05 RTN-TRAN-SEQ       PIC 9(07).
          05 RTN-REFERENCE      PIC X(20).
          05 RTN-AMOUNT         PIC 9(7)V99.
          05 RTN-CHANNEL        PIC X(01).
          05 RTN-BATCH-ID       PIC X(08).
          05 RTN-RUN-DATE       PIC X(10).

       FD CERTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 CERT-LINE             PIC X(132).

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
       01 WS-NOTF-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-COWN-STATUS        PIC XX VALUE SPACES.
       01 WS-CNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-STOR-STATUS        PIC XX VALUE SPACES.
       01 WS-SNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-RTN-STATUS         PIC XX VALUE SPACES.
       01 WS-CERT-STATUS        PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-NOTF-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-NOTF-EOF        VALUE 'Y'.
       01 WS-COWN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-COWN-EOF        VALUE 'Y'.
       01 WS-STOR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STOR-EOF        VALUE 'Y'.
       01 WS-RTN-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-RTN-EOF         VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-NOTF-COUNT         PIC 9(07) VALUE 0.
       01 WS-ESTATE-COUNT       PIC 9(07) VALUE 0.
       01 WS-SURVIVOR-COUNT     PIC 9(07) VALUE 0.
       01 WS-COOWNER-DTH-COUNT  PIC 9(07) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
       01 WS-DUPLICATE-COUNT    PIC 9(07) VALUE 0.
       01 WS-HOLD-REL-COUNT     PIC 9(07) VALUE 0.
       01 WS-ORDER-READ-COUNT   PIC 9(07) VALUE 0.
       01 WS-ORDER-SUSP-COUNT   PIC 9(07) VALUE 0.
       01 WS-RTN-COUNT          PIC 9(07) VALUE 0.
       01 WS-RTN-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.
       01 WS-COWN-WRITE-COUNT   PIC 9(07) VALUE 0.

      * IN-CORE IMAGE OF THE CO-OWNER FILE, REWRITTEN WHOLE TO
      * DCSDCOWN SO A HALF-APPLIED RUN CAN NEVER REACH THE LIVE FILE.
       01 WS-COWN-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-COWN-MAX           PIC S9(4) COMP VALUE 5000.
       01 WS-COWN-TABLE.
          05 WS-COWN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-COWN-IDX.
             10 WS-CWN-CUST-ID  PIC X(10).
             10 WS-CWN-SEQ      PIC 9(02).
             10 WS-CWN-NAME     PIC X(30).
             10 WS-CWN-ADDR     PIC X(147).
             10 WS-CWN-STATUS   PIC X(01).
       01 WS-LOAD-OVF-FLAG      PIC X VALUE 'N'.
          88 WS-LOAD-OVERFLOWED VALUE 'Y'.
       01 WS-COWN-LOOP          PIC S9(4) COMP VALUE 0.
       01 WS-COWN-HIT           PIC S9(4) COMP VALUE 0.
       01 WS-SURVIVOR-HIT       PIC S9(4) COMP VALUE 0.
       01 WS-SURVIVOR-SEQ       PIC 9(02) VALUE 0.
       01 WS-MAX-SEQ            PIC 9(02) VALUE 0.

      * SOLE OWNERS PASSED TO THE ESTATE THIS RUN, WHOSE STANDING
      * ORDERS ARE SUSPENDED ON THE ORDER-FILE PASS.
       01 WS-EST-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-EST-MAX            PIC S9(4) COMP VALUE 500.
       01 WS-EST-TABLE.
          05 WS-EST-CUST-ID OCCURS 500 TIMES
               INDEXED BY WS-EST-IDX PIC X(10).
       01 WS-EST-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-EST-FOUND       VALUE 'Y'.

       01 WS-REJECT-REASON      PIC X(50) VALUE SPACES.
       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.
       01 WS-JRN-BATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-OLD-NAME           PIC X(30) VALUE SPACES.
       01 WS-OLD-ADDR-CONTACT   PIC X(147) VALUE SPACES.

       01 WS-HOLD-RELEASED      PIC S9(7)V99 VALUE 0.
       01 WS-ACCR-CREDIT-RAW    PIC S9(9)V9(6) VALUE 0.
       01 WS-ACCR-DEBIT-RAW     PIC S9(9)V9(6) VALUE 0.
       01 WS-ACCR-CREDIT        PIC S9(7)V99 VALUE 0.
       01 WS-ACCR-DEBIT         PIC S9(7)V99 VALUE 0.
       01 WS-POST-DEATH-CREDITS PIC S9(9)V99 VALUE 0.
       01 WS-POST-DEATH-COUNT   PIC 9(05) VALUE 0.
       01 WS-ESTATE-BALANCE     PIC S9(9)V99 VALUE 0.

       01 WS-RTN-DATE           PIC X(10).
       01 WS-RTN-SEQ            PIC S9(9) COMP.
       01 WS-RTN-REF            PIC X(20).
       01 WS-RTN-AMOUNT         PIC S9(7)V99.
       01 WS-RTN-CHANNEL        PIC X(01).
       01 WS-RTN-BATCH          PIC X(08).

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-SEQ            PIC 9(02).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NAME           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-DEATH-DATE     PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-ACTION         PIC X(20).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NOTE           PIC X(50).
          05 FILLER             PIC X(03) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-COOWNER-FILE.
      * A TRUNCATED DCSDCOWN SWAPPED IN WOULD DROP EVERY CO-OWNER
      * PAST THE TABLE LIMIT, SO AN OVERFLOW STOPS THE RUN BEFORE
      * ANY NOTIFICATION IS APPLIED.
           IF WS-LOAD-OVERFLOWED
             DISPLAY 'CUSTDCSD: COOWNERS EXCEEDS THE TABLE - RUN '
                     'ABANDONED, NOTHING APPLIED'
             CLOSE NOTFFILE CUSTFILE JRNFILE RTNFILE CERTFILE
                   RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PROCESS-NOTIFICATIONS UNTIL WS-NOTF-EOF.
           IF WS-NOTF-COUNT = 0
             MOVE '  NO NOTIFICATIONS' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM SUSPEND-ESTATE-ORDERS.
           PERFORM WRITE-NEW-COOWNER-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           OPEN INPUT NOTFFILE.
           IF WS-NOTF-STATUS NOT = '00'
             DISPLAY 'CUSTDCSD: NO DCSDNOTF FILE - NOTHING TO APPLY'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN I-O CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE NOTFFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             OPEN OUTPUT JRNFILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTJRNL: ' WS-JRN-STATUS
             CLOSE NOTFFILE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RTNFILE.
           IF WS-RTN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DCSDRTN: ' WS-RTN-STATUS
             CLOSE NOTFFILE CUSTFILE JRNFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CERTFILE.
           IF WS-CERT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DCSDCERT: ' WS-CERT-STATUS
             CLOSE NOTFFILE CUSTFILE JRNFILE RTNFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DCSDRPT: ' WS-RPT-STATUS
             CLOSE NOTFFILE CUSTFILE JRNFILE RTNFILE CERTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DECEASED-CUSTOMER REGISTER - ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
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

      * A MISSING CO-OWNER FILE SIMPLY MEANS NO JOINT ACCOUNTS - THE
      * REWRITTEN FILE CARRIES ONLY WHAT THIS RUN ADDS.
       LOAD-COOWNER-FILE.
           MOVE 0 TO WS-COWN-COUNT.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS = '00'
             PERFORM READ-ONE-COOWNER UNTIL WS-COWN-EOF
             CLOSE COWNFILE
           ELSE
             DISPLAY 'NO COOWNERS FILE - EVERY ACCOUNT TREATED AS '
                     'SOLELY OWNED'
           END-IF.

       READ-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-COWN-EOF TO TRUE
           END-READ.
           IF NOT WS-COWN-EOF
             IF WS-COWN-COUNT < WS-COWN-MAX
               ADD 1 TO WS-COWN-COUNT
               SET WS-COWN-IDX TO WS-COWN-COUNT
               MOVE COWN-CUST-ID TO WS-CWN-CUST-ID(WS-COWN-IDX)
               MOVE COWN-SEQ TO WS-CWN-SEQ(WS-COWN-IDX)
               MOVE COWN-NAME TO WS-CWN-NAME(WS-COWN-IDX)
               MOVE COWN-ADDR-CONTACT TO WS-CWN-ADDR(WS-COWN-IDX)
               MOVE COWN-STATUS TO WS-CWN-STATUS(WS-COWN-IDX)
             ELSE
               SET WS-LOAD-OVERFLOWED TO TRUE
             END-IF
           END-IF.

       PROCESS-NOTIFICATIONS.
           READ NOTFFILE INTO DCSD-RECORD
             AT END SET WS-NOTF-EOF TO TRUE
           END-READ.
           IF NOT WS-NOTF-EOF
             ADD 1 TO WS-NOTF-COUNT
             PERFORM APPLY-ONE-NOTIFICATION
           END-IF.

       APPLY-ONE-NOTIFICATION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF DCSD-DEATH-DATE(5:1) NOT = '-'
              OR DCSD-DEATH-DATE > WS-CURRENT-DATE
             MOVE 'DATE OF DEATH MISSING OR IN THE FUTURE' TO
               WS-REJECT-REASON
           ELSE
             MOVE DCSD-CUST-ID TO CUST-ID
             READ CUSTFILE INTO CUST-RECORD
               INVALID KEY CONTINUE
             END-READ
             IF WS-CUST-STATUS NOT = '00'
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
             PERFORM REJECT-NOTIFICATION
           ELSE
             IF DCSD-PRIMARY-OWNER
               PERFORM APPLY-PRIMARY-DEATH
             ELSE
               PERFORM RECORD-COOWNER-DEATH
             END-IF
           END-IF.

      * AN ACCOUNT WITH NO SURVIVOR THAT IS ALREADY FROZEN HAS BEEN
      * PASSED TO THE ESTATE BEFORE - FREEZING IT AGAIN WOULD ONLY
      * REPEAT THE CERTIFICATE AND THE RETURNS LIST.
       APPLY-PRIMARY-DEATH.
           IF DCSD-DECEASED-NAME NOT = CUST-NAME
             MOVE 'NAME DOES NOT MATCH OWNER OF RECORD' TO
               WS-REJECT-REASON
             PERFORM REJECT-NOTIFICATION
           ELSE
             PERFORM FIND-SURVIVING-COOWNER
             IF WS-SURVIVOR-HIT > 0
               PERFORM APPLY-SURVIVORSHIP
             ELSE
               IF CUST-FULL-FREEZE
                 PERFORM REJECT-DUPLICATE
               ELSE
                 PERFORM PASS-TO-ESTATE
               END-IF
             END-IF
           END-IF.

       REJECT-NOTIFICATION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'REJECTED' TO REG-ACTION.
           MOVE WS-REJECT-REASON TO REG-NOTE.
           PERFORM WRITE-REGISTER-LINE.

       REJECT-DUPLICATE.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE 'DUPLICATE' TO REG-ACTION.
           MOVE 'ACCOUNT ALREADY FROZEN - NOTHING APPLIED' TO REG-NOTE.
           PERFORM WRITE-REGISTER-LINE.

      * THE LOWEST-SEQUENCE ACTIVE CO-OWNER SURVIVES TO PRIMARY. THE
      * HIGHEST SEQUENCE IN USE IS NOTED TOO, SO THE DECEASED
      * PRIMARY'S TRAIL ROW TAKES THE NEXT FREE ONE.
       FIND-SURVIVING-COOWNER.
           MOVE 0 TO WS-SURVIVOR-HIT WS-MAX-SEQ.
           MOVE 99 TO WS-SURVIVOR-SEQ.
           IF WS-COWN-COUNT > 0
             PERFORM CHECK-ONE-SURVIVOR
               VARYING WS-COWN-IDX FROM 1 BY 1
               UNTIL WS-COWN-IDX > WS-COWN-COUNT
           END-IF.

       CHECK-ONE-SURVIVOR.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = CUST-ID
             IF WS-CWN-SEQ(WS-COWN-IDX) > WS-MAX-SEQ
               MOVE WS-CWN-SEQ(WS-COWN-IDX) TO WS-MAX-SEQ
             END-IF
             IF WS-CWN-STATUS(WS-COWN-IDX) = 'A'
                AND WS-CWN-SEQ(WS-COWN-IDX) < WS-SURVIVOR-SEQ
               MOVE WS-CWN-SEQ(WS-COWN-IDX) TO WS-SURVIVOR-SEQ
               SET WS-SURVIVOR-HIT TO WS-COWN-IDX
             END-IF
           END-IF.

      * A CO-OWNER'S DEATH LEAVES THE ACCOUNT WITH ITS PRIMARY OWNER;
      * ONLY THE CO-OWNER'S OWN ROW CHANGES.
       RECORD-COOWNER-DEATH.
           MOVE 0 TO WS-COWN-HIT.
           IF WS-COWN-COUNT > 0
             PERFORM MATCH-NOTIFIED-COOWNER
               VARYING WS-COWN-IDX FROM 1 BY 1
               UNTIL WS-COWN-IDX > WS-COWN-COUNT OR WS-COWN-HIT > 0
           END-IF.
           IF WS-COWN-HIT = 0
             MOVE 'NO ACTIVE CO-OWNER OF THAT NAME AND SEQUENCE' TO
               WS-REJECT-REASON
             PERFORM REJECT-NOTIFICATION
           ELSE
             SET WS-COWN-IDX TO WS-COWN-HIT
             MOVE 'X' TO WS-CWN-STATUS(WS-COWN-IDX)
             ADD 1 TO WS-COOWNER-DTH-COUNT
             MOVE 'CO-OWNER DECEASED' TO REG-ACTION
             MOVE 'COOWNERS ROW MARKED DECEASED' TO REG-NOTE
             PERFORM WRITE-REGISTER-LINE
           END-IF.

       MATCH-NOTIFIED-COOWNER.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = DCSD-CUST-ID
              AND WS-CWN-SEQ(WS-COWN-IDX) = DCSD-OWNER-SEQ
              AND WS-CWN-NAME(WS-COWN-IDX) = DCSD-DECEASED-NAME
              AND WS-CWN-STATUS(WS-COWN-IDX) = 'A'
             SET WS-COWN-HIT TO WS-COWN-IDX
           END-IF.

      * SURVIVORSHIP: THE SURVIVING CO-OWNER'S NAME AND ADDRESS MOVE
      * ONTO CUST-RECORD. THE ACCOUNT STAYS OPEN AND UNBLOCKED - THE
      * FUNDS ARE THE SURVIVOR'S, NOT THE ESTATE'S.
       APPLY-SURVIVORSHIP.
           IF WS-COWN-COUNT NOT < WS-COWN-MAX
             MOVE 'CO-OWNER TABLE FULL - RESUBMIT NEXT RUN' TO
               WS-REJECT-REASON
             PERFORM REJECT-NOTIFICATION
           ELSE
             MOVE CUST-NAME TO WS-OLD-NAME
             MOVE CUST-ADDR-CONTACT TO WS-OLD-ADDR-CONTACT
             MOVE 'DCSDSURV' TO WS-JRN-BATCH-ID
             MOVE CUST-RECORD TO WS-JRN-IMAGE
             PERFORM WRITE-JOURNAL-BEFORE-IMAGE
             SET WS-COWN-IDX TO WS-SURVIVOR-HIT
             MOVE WS-CWN-NAME(WS-COWN-IDX) TO CUST-NAME
             MOVE WS-CWN-ADDR(WS-COWN-IDX) TO CUST-ADDR-CONTACT
             REWRITE CUST-RECORD
             IF WS-CUST-STATUS NOT = '00'
               MOVE 'MASTER REWRITE FAILED - SURVIVORSHIP NOT APPLIED'
                 TO WS-REJECT-REASON
               PERFORM REJECT-NOTIFICATION
             ELSE
               PERFORM RECORD-SURVIVORSHIP
             END-IF
           END-IF.

      * THE MASTER NOW NAMES THE SURVIVOR; THE CO-OWNER FILE, THE
      * AUDIT TRAIL AND THE SQL MIRROR FOLLOW IT.
       RECORD-SURVIVORSHIP.
           MOVE 'P' TO WS-CWN-STATUS(WS-COWN-IDX).
           ADD 1 TO WS-COWN-COUNT.
           SET WS-COWN-IDX TO WS-COWN-COUNT.
           MOVE CUST-ID TO WS-CWN-CUST-ID(WS-COWN-IDX).
           COMPUTE WS-CWN-SEQ(WS-COWN-IDX) = WS-MAX-SEQ + 1.
           MOVE WS-OLD-NAME TO WS-CWN-NAME(WS-COWN-IDX).
           MOVE WS-OLD-ADDR-CONTACT TO WS-CWN-ADDR(WS-COWN-IDX).
           MOVE 'X' TO WS-CWN-STATUS(WS-COWN-IDX).
           EXEC SQL
             INSERT INTO ADDRESS_AUDIT
               (CUST_ID, OLD_NAME, NEW_NAME,
                OLD_ADDR_CONTACT, NEW_ADDR_CONTACT,
                CHG_DATE, CHG_PROGRAM)
             VALUES
               (:CUST-ID, :WS-OLD-NAME, :CUST-NAME,
                :WS-OLD-ADDR-CONTACT, :CUST-ADDR-CONTACT,
                :WS-CURRENT-DATE, 'CUSTDCSD')
           END-EXEC.
           EXEC SQL
             UPDATE CUSTOMER_MASTER
             SET CUST_NAME = :CUST-NAME
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           ADD 1 TO WS-SURVIVOR-COUNT.
           MOVE 'SURVIVORSHIP' TO REG-ACTION.
           MOVE SPACES TO REG-NOTE.
           STRING 'PRIMARY NOW ' CUST-NAME
             DELIMITED BY SIZE INTO REG-NOTE.
           PERFORM WRITE-REGISTER-LINE.

      * A SOLE OWNER'S ACCOUNT PASSES TO THE ESTATE. THE FREEZE AND
      * THE HOLD RELEASE GO IN ONE MASTER REWRITE UNDER ONE BEFORE-
      * IMAGE; THE OPEN 'P' ROWS CLOSE AS RELEASED THE SAME WAY THE
      * CUSTUPDT EXPIRY SWEEP CLOSES AN AGED HOLD.
       PASS-TO-ESTATE.
           IF WS-EST-COUNT NOT < WS-EST-MAX
             MOVE 'ESTATE TABLE FULL - RESUBMIT NEXT RUN' TO
               WS-REJECT-REASON
             PERFORM REJECT-NOTIFICATION
           ELSE
             PERFORM FREEZE-ESTATE-ACCOUNT
           END-IF.

       FREEZE-ESTATE-ACCOUNT.
           MOVE 0 TO WS-HOLD-RELEASED.
           EXEC SQL
             SELECT COALESCE(SUM(HOLD_REMAINING), 0)
             INTO :WS-HOLD-RELEASED
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :CUST-ID
               AND TRAN_TYPE = 'P'
               AND HOLD_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-HOLD-RELEASED
           END-IF.
           MOVE 'DCSDFRZ ' TO WS-JRN-BATCH-ID.
           MOVE CUST-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE 'F' TO CUST-BLOCK-CODE.
           IF WS-HOLD-RELEASED > CUST-HOLD-TOTAL
             MOVE 0 TO CUST-HOLD-TOTAL
           ELSE
             SUBTRACT WS-HOLD-RELEASED FROM CUST-HOLD-TOTAL
           END-IF.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'MASTER REWRITE FAILED - ACCOUNT NOT FROZEN' TO
               WS-REJECT-REASON
             PERFORM REJECT-NOTIFICATION
           ELSE
             PERFORM SETTLE-ESTATE-ACCOUNT
           END-IF.

      * THE FREEZE IS ON THE MASTER; RELEASE THE HOLDS BEHIND IT AND
      * RAISE THE RETURNS LIST AND THE CERTIFICATE.
       SETTLE-ESTATE-ACCOUNT.
           IF WS-HOLD-RELEASED > 0
             EXEC SQL
               UPDATE TRANSACTION_LOG
               SET HOLD_STATUS = 'R',
                   HOLD_REMAINING = 0
               WHERE CUST_ID = :CUST-ID
                 AND TRAN_TYPE = 'P'
                 AND HOLD_STATUS = 'O'
             END-EXEC
             ADD 1 TO WS-HOLD-REL-COUNT
           END-IF.
           ADD 1 TO WS-EST-COUNT.
           SET WS-EST-IDX TO WS-EST-COUNT.
           MOVE CUST-ID TO WS-EST-CUST-ID(WS-EST-IDX).
           ADD 1 TO WS-ESTATE-COUNT.
           MOVE 'ESTATE - FROZEN' TO REG-ACTION.
           MOVE SPACES TO REG-NOTE.
           MOVE WS-HOLD-RELEASED TO WS-FMT-AMT.
           STRING 'HOLDS RELEASED ' WS-FMT-AMT
             DELIMITED BY SIZE INTO REG-NOTE.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM FLAG-POST-DEATH-CREDITS.
           PERFORM GET-ACCRUAL-TO-DEATH.
           PERFORM WRITE-ESTATE-CERTIFICATE.

      * EVERY CREDIT POSTED AFTER THE DATE OF DEATH - DIRECT CREDITS
      * AND THE CREDIT LEG OF TRANSFERS ALIKE - GOES TO THE RETURNS
      * DESK. THE ACCOUNT IS FROZEN FROM HERE ON, SO NO LATER CREDIT
      * CAN POST BEHIND THIS LIST.
       FLAG-POST-DEATH-CREDITS.
           MOVE 0 TO WS-POST-DEATH-CREDITS WS-POST-DEATH-COUNT.
           MOVE 'N' TO WS-RTN-EOF-FLAG.
           EXEC SQL
             DECLARE RTNCUR CURSOR FOR
               SELECT TRAN_DATE, TRAN_SEQ, TRAN_REF, TRAN_AMOUNT,
                      COALESCE(CHANNEL, ' '), BATCH_ID
               FROM TRANSACTION_LOG
               WHERE CUST_ID = :CUST-ID
                 AND TRAN_TYPE = 'C'
                 AND TRAN_DATE > :DCSD-DEATH-DATE
               ORDER BY TRAN_DATE, TRAN_SEQ
           END-EXEC.
           EXEC SQL OPEN RTNCUR END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTDCSD: CREDIT CURSOR OPEN FAILED FOR '
                     CUST-ID ' SQLCODE ' SQLCODE
           ELSE
             PERFORM FETCH-POST-DEATH-CREDIT
             PERFORM FLAG-ONE-CREDIT UNTIL WS-RTN-EOF
             EXEC SQL CLOSE RTNCUR END-EXEC
           END-IF.

       FETCH-POST-DEATH-CREDIT.
           EXEC SQL
             FETCH RTNCUR
             INTO :WS-RTN-DATE, :WS-RTN-SEQ, :WS-RTN-REF,
                  :WS-RTN-AMOUNT, :WS-RTN-CHANNEL, :WS-RTN-BATCH
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-RTN-EOF TO TRUE
           END-IF.

       FLAG-ONE-CREDIT.
           MOVE CUST-ID TO RTN-CUST-ID.
           MOVE DCSD-DEATH-DATE TO RTN-DEATH-DATE.
           MOVE WS-RTN-DATE TO RTN-TRAN-DATE.
           MOVE WS-RTN-SEQ TO RTN-TRAN-SEQ.
           MOVE WS-RTN-REF TO RTN-REFERENCE.
           MOVE WS-RTN-AMOUNT TO RTN-AMOUNT.
           MOVE WS-RTN-CHANNEL TO RTN-CHANNEL.
           MOVE WS-RTN-BATCH TO RTN-BATCH-ID.
           MOVE WS-CURRENT-DATE TO RTN-RUN-DATE.
           WRITE RTN-RECORD.
           ADD 1 TO WS-RTN-COUNT WS-POST-DEATH-COUNT.
           ADD WS-RTN-AMOUNT TO WS-RTN-TOTAL WS-POST-DEATH-CREDITS.
           PERFORM FETCH-POST-DEATH-CREDIT.

      * INTEREST BELONGS TO THE ESTATE UP TO THE DATE OF DEATH -
      * CREDIT ACCRUAL NOT YET CAPITALIZED, LESS DEBIT INTEREST NOT
      * YET BILLED.
       GET-ACCRUAL-TO-DEATH.
           MOVE 0 TO WS-ACCR-CREDIT-RAW WS-ACCR-DEBIT-RAW.
           EXEC SQL
             SELECT COALESCE(SUM(ACCR_AMOUNT), 0)
             INTO :WS-ACCR-CREDIT-RAW
             FROM ACCRUAL_LEDGER
             WHERE CUST_ID = :CUST-ID
               AND ACCR_TYPE = 'C'
               AND CAPITALIZED = 'N'
               AND ACCR_DATE <= :DCSD-DEATH-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-ACCR-CREDIT-RAW
           END-IF.
           EXEC SQL
             SELECT COALESCE(SUM(ACCR_AMOUNT), 0)
             INTO :WS-ACCR-DEBIT-RAW
             FROM ACCRUAL_LEDGER
             WHERE CUST_ID = :CUST-ID
               AND ACCR_TYPE = 'D'
               AND CAPITALIZED = 'N'
               AND ACCR_DATE <= :DCSD-DEATH-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-ACCR-DEBIT-RAW
           END-IF.
           COMPUTE WS-ACCR-CREDIT ROUNDED = WS-ACCR-CREDIT-RAW.
           COMPUTE WS-ACCR-DEBIT ROUNDED = WS-ACCR-DEBIT-RAW.
           COMPUTE WS-ESTATE-BALANCE = CUST-BALANCE + WS-ACCR-CREDIT
             - WS-ACCR-DEBIT - WS-POST-DEATH-CREDITS.

       WRITE-ESTATE-CERTIFICATE.
           MOVE SPACES TO CERT-LINE.
           STRING 'ESTATE BALANCE CERTIFICATE - ISSUED '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           STRING '  ACCOUNT:              ' CUST-ID
                  '  BRANCH ' CUST-BRANCH-CODE
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  ACCOUNT HOLDER:       ' CUST-NAME
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  ADDRESS:              ' CUST-ADDR-LINE-1
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '                        ' CUST-ADDR-CITY ' '
                  CUST-ADDR-STATE ' ' CUST-ADDR-ZIP
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  DATE OF DEATH:        ' DCSD-DEATH-DATE
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  NOTIFIED BY:          ' DCSD-NOTIFIER
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE CUST-BALANCE TO WS-FMT-AMT.
           STRING '  LEDGER BALANCE                        '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-ACCR-CREDIT TO WS-FMT-AMT.
           STRING '  PLUS INTEREST ACCRUED TO DATE OF DEATH'
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-ACCR-DEBIT TO WS-FMT-AMT.
           STRING '  LESS DEBIT INTEREST TO DATE OF DEATH  '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-POST-DEATH-CREDITS TO WS-FMT-AMT.
           MOVE WS-POST-DEATH-COUNT TO WS-FMT-CNT.
           STRING '  LESS CREDITS AFTER DEATH - TO RETURN  '
                  WS-FMT-AMT '  (' WS-FMT-CNT ' ITEMS)'
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-ESTATE-BALANCE TO WS-FMT-AMT.
           STRING '  ESTATE BALANCE                        '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-HOLD-RELEASED TO WS-FMT-AMT.
           STRING '  CARD AUTHORIZATION HOLDS RELEASED     '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  THE ACCOUNT IS FROZEN PENDING INSTRUCTIONS FROM '
                  'THE PERSONAL REPRESENTATIVE OF THE ESTATE.'
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.

      * THE ORDER FILE PASSES ONCE, AFTER EVERY NOTIFICATION, AND IS
      * WRITTEN WHOLE TO DCSDSTOR SO THE SWAP-IN IS ALWAYS A COMPLETE
      * FILE. WITH NO ESTATE ACCOUNT THIS RUN NO DCSDSTOR IS WRITTEN
      * AND STORDERS STANDS AS IT IS.
       SUSPEND-ESTATE-ORDERS.
           IF WS-EST-COUNT = 0
             DISPLAY 'NO ESTATE ACCOUNTS - STANDING ORDERS UNCHANGED'
           ELSE
             OPEN INPUT STORFILE
             IF WS-STOR-STATUS NOT = '00'
               DISPLAY 'NO STORDERS FILE - NO ORDERS TO SUSPEND'
             ELSE
               OPEN OUTPUT STORNEW
               IF WS-SNEW-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING DCSDSTOR: ' WS-SNEW-STATUS
                 MOVE 16 TO RETURN-CODE
               ELSE
                 PERFORM COPY-ONE-ORDER UNTIL WS-STOR-EOF
                 CLOSE STORNEW
               END-IF
               CLOSE STORFILE
             END-IF
           END-IF.

       COPY-ONE-ORDER.
           READ STORFILE INTO STOR-RECORD
             AT END SET WS-STOR-EOF TO TRUE
           END-READ.
           IF NOT WS-STOR-EOF
             ADD 1 TO WS-ORDER-READ-COUNT
             IF NOT STO-SUSPENDED
               MOVE 'N' TO WS-EST-FOUND-FLAG
               PERFORM MATCH-ESTATE-ACCOUNT
                 VARYING WS-EST-IDX FROM 1 BY 1
                 UNTIL WS-EST-IDX > WS-EST-COUNT OR WS-EST-FOUND
               IF WS-EST-FOUND
                 MOVE 'S' TO STO-STATUS
                 ADD 1 TO WS-ORDER-SUSP-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING '  ' STO-CUST-ID ' ORDER ' STO-REFERENCE
                        ' SUSPENDED - ESTATE ACCOUNT'
                   DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
               END-IF
             END-IF
             MOVE STOR-RECORD TO STORNEW-RECORD
             WRITE STORNEW-RECORD
           END-IF.

       MATCH-ESTATE-ACCOUNT.
           IF WS-EST-CUST-ID(WS-EST-IDX) = STO-CUST-ID
             SET WS-EST-FOUND TO TRUE
           END-IF.

       WRITE-NEW-COOWNER-FILE.
           OPEN OUTPUT COWNNEW.
           IF WS-CNEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DCSDCOWN: ' WS-CNEW-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-COWN-COUNT > 0
               PERFORM WRITE-ONE-NEW-COOWNER
                 VARYING WS-COWN-LOOP FROM 1 BY 1
                 UNTIL WS-COWN-LOOP > WS-COWN-COUNT
             END-IF
             CLOSE COWNNEW
           END-IF.

       WRITE-ONE-NEW-COOWNER.
           SET WS-COWN-IDX TO WS-COWN-LOOP.
           MOVE WS-CWN-CUST-ID(WS-COWN-IDX) TO COWN-CUST-ID.
           MOVE WS-CWN-SEQ(WS-COWN-IDX) TO COWN-SEQ.
           MOVE WS-CWN-NAME(WS-COWN-IDX) TO COWN-NAME.
           MOVE WS-CWN-ADDR(WS-COWN-IDX) TO COWN-ADDR-CONTACT.
           MOVE WS-CWN-STATUS(WS-COWN-IDX) TO COWN-STATUS.
           MOVE COWN-RECORD TO COWNNEW-RECORD.
           WRITE COWNNEW-RECORD.
           ADD 1 TO WS-COWN-WRITE-COUNT.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-CURRENT-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTDCSD' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE WS-JRN-BATCH-ID TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-REGISTER-LINE.
           MOVE DCSD-CUST-ID TO REG-CUST-ID.
           MOVE DCSD-OWNER-SEQ TO REG-SEQ.
           MOVE DCSD-DECEASED-NAME TO REG-NAME.
           MOVE DCSD-DEATH-DATE TO REG-DEATH-DATE.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NOTF-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOTIFICATIONS READ:      ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ESTATE-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESTATE ACCOUNTS FROZEN:  ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SURVIVOR-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SURVIVORSHIPS APPLIED:   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COOWNER-DTH-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CO-OWNER DEATHS:         ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ORDER-SUSP-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ORDERS SUSPENDED:        ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RTN-COUNT TO WS-FMT-CNT.
           MOVE WS-RTN-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CREDITS FLAGGED:         ' WS-FMT-CNT
                  '  AMOUNT ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REJECT-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOTIFICATIONS REJECTED:  ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  OF WHICH DUPLICATES:   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE NOTFFILE CUSTFILE JRNFILE RTNFILE CERTFILE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTDCSD COMPLETE.'.
           DISPLAY '  NOTIFICATIONS READ:    ' WS-NOTF-COUNT.
           DISPLAY '  ESTATE ACCOUNTS:       ' WS-ESTATE-COUNT.
           DISPLAY '  HOLD SETS RELEASED:    ' WS-HOLD-REL-COUNT.
           DISPLAY '  SURVIVORSHIPS:         ' WS-SURVIVOR-COUNT.
           DISPLAY '  CO-OWNER DEATHS:       ' WS-COOWNER-DTH-COUNT.
           DISPLAY '  ORDERS READ:           ' WS-ORDER-READ-COUNT.
           DISPLAY '  ORDERS SUSPENDED:      ' WS-ORDER-SUSP-COUNT.
           DISPLAY '  CREDITS FLAGGED:       ' WS-RTN-COUNT.
           DISPLAY '  CO-OWNER ROWS WRITTEN: ' WS-COWN-WRITE-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED:  ' WS-JRN-COUNT.
           DISPLAY '  REJECTED:              ' WS-REJECT-COUNT.
           DISPLAY '  DUPLICATES:            ' WS-DUPLICATE-COUNT.
