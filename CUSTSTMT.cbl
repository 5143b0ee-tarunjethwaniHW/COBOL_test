      * MONTH, CLAMPED TO MONTH-END FOR SHORT MONTHS. THE DATE OF     *
      * EACH STATEMENT IS RECORDED BACK ON THE MASTER SO THE NEXT ONE  *
      * STARTS WHERE THIS ONE ENDED.                                   *
      * A CUSTOMER WHO BORROWS ON AN INSTALLMENT LOAN GETS ONE 'L'     *
      * LOAN LINE PER LOAN AHEAD OF THE TRAILER - BALANCE, RATE,       *
      * PAYMENT, NEXT DUE DATE, PRINCIPAL AND INTEREST PAID IN THE     *
      * PERIOD AND ANY AMOUNT PAST DUE.                                *
      * STATEMENT MESSAGES FROM THE STMTMSGS CAMPAIGN FILE (PROMOTIONS,*
      * BRANCH NOTICES, MANDATORY DISCLOSURES) FOLLOW AS 'M' RECORDS   *
      * AHEAD OF THE TRAILER - EVERY CAMPAIGN LIVE ON THE RUN DATE     *
      * WHOSE TARGETING (SEGMENT, PRODUCT, BRANCH, HOUSEHOLD) FITS THE *
      * CUSTOMER, MANDATORY MESSAGES FIRST, THEN BY PRIORITY, UP TO    *
      * FIVE PER STATEMENT. THE STMTMSGR REPORT COUNTS, PER MESSAGE,   *
      * THE STATEMENTS IT WAS DUE ON AND THE STATEMENTS THAT CARRIED   *
      * IT; A MANDATORY MESSAGE THAT MISSED ANY STATEMENT ENDS RC 4.   *
      * A PRINT-DELIVERY CUSTOMER WHOSE ADDRESS CUSTRTML HAS MARKED    *
      * BAD FROM RETURNED MAIL STILL HAS THE STATEMENT CUT, BUT IT     *
      * GOES TO THE HOLDMAIL FILE INSTEAD OF STMTDATA UNTIL A NEW      *
      * ADDRESS IS POSTED AND CUSTSTAR RELEASES IT. A HOUSEHOLD        *
      * STATEMENT IS HELD WHEN THE MEMBER IT IS ADDRESSED TO IS MARKED.*
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT HHSCTL ASSIGN TO 'HHSCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HHSCTL-STATUS.
           SELECT MSGFILE ASSIGN TO 'STMTMSGS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-MSG-STATUS.
           SELECT MSGRPT ASSIGN TO 'STMTMSGR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-MSGR-STATUS.
           SELECT HOLDFILE ASSIGN TO 'HOLDMAIL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
             88 STMT-HEADER       VALUE 'H'.
             88 STMT-JOINT        VALUE 'J'.
             88 STMT-DETAIL       VALUE 'D'.
             88 STMT-LOAN         VALUE 'L'.
             88 STMT-MESSAGE      VALUE 'M'.
             88 STMT-TRAILER      VALUE 'T'.
          05 STMT-CUST-ID         PIC X(10).
          05 STMT-DATA            PIC X(160).
             10 STMT-TRL-OD-DAYS     PIC 9(03).
             10 STMT-TRL-DEBIT-INT   PIC 9(7)V99.
             10 FILLER               PIC X(101).
          05 STMT-LOAN-DATA REDEFINES STMT-DATA.
             10 STMT-LN-LOAN-ID      PIC X(10).
             10 STMT-LN-PRIN-BAL     PIC 9(7)V99.
             10 STMT-LN-RATE         PIC 9(02)V9(04).
             10 STMT-LN-PAYMENT      PIC 9(7)V99.
             10 STMT-LN-NEXT-DUE     PIC X(10).
             10 STMT-LN-PRIN-PAID    PIC 9(7)V99.
             10 STMT-LN-INT-PAID     PIC 9(7)V99.
             10 STMT-LN-PAST-DUE     PIC 9(7)V99.
             10 STMT-LN-STATUS       PIC X(01).
             10 FILLER               PIC X(88).
          05 STMT-MSG-DATA REDEFINES STMT-DATA.
             10 STMT-MSG-ID          PIC X(08).
             10 STMT-MSG-PRIORITY    PIC 9(02).
             10 STMT-MSG-MANDATORY   PIC X(01).
             10 STMT-MSG-TEXT        PIC X(120).
             10 FILLER               PIC X(29).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-HHS-FLAG       PIC X(01).
             88 CTL-HHS-YES     VALUE 'Y'.

      * ONE STATEMENT-MESSAGE CAMPAIGN PER RECORD. A BLANK TARGETING
      * FIELD MATCHES EVERY CUSTOMER; EVERY NON-BLANK ONE MUST MATCH.
      * A BLANK END DATE LEAVES THE CAMPAIGN OPEN-ENDED. PRIORITY 01
      * IS THE HIGHEST.
       FD MSGFILE.
       01 MSGCAMP-RECORD.
          05 CMP-MSG-ID         PIC X(08).
          05 CMP-START-DATE     PIC X(10).
          05 CMP-END-DATE       PIC X(10).
          05 CMP-PRIORITY       PIC 9(02).
          05 CMP-MANDATORY      PIC X(01).
             88 CMP-IS-MANDATORY VALUE 'Y'.
          05 CMP-TGT-SEGMENT    PIC X(01).
          05 CMP-TGT-ACCT-TYPE  PIC X(01).
          05 CMP-TGT-BRANCH     PIC X(04).
          05 CMP-TGT-HOUSEHOLD  PIC X(08).
          05 CMP-TEXT           PIC X(120).

       FD MSGRPT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 MSGR-LINE             PIC X(132).

       FD HOLDFILE.
       COPY HMALCOPY.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-STMT-STATUS        PIC XX VALUE SPACES.
             10 WRK-TRL-OD-DAYS     PIC 9(03).
             10 WRK-TRL-DEBIT-INT   PIC 9(7)V99.
             10 FILLER              PIC X(101).
          05 WRK-LOAN-DATA REDEFINES WRK-DATA.
             10 WRK-LN-LOAN-ID      PIC X(10).
             10 WRK-LN-PRIN-BAL     PIC 9(7)V99.
             10 WRK-LN-RATE         PIC 9(02)V9(04).
             10 WRK-LN-PAYMENT      PIC 9(7)V99.
             10 WRK-LN-NEXT-DUE     PIC X(10).
             10 WRK-LN-PRIN-PAID    PIC 9(7)V99.
             10 WRK-LN-INT-PAID     PIC 9(7)V99.
             10 WRK-LN-PAST-DUE     PIC 9(7)V99.
             10 WRK-LN-STATUS       PIC X(01).
             10 FILLER              PIC X(88).
          05 WRK-MSG-DATA REDEFINES WRK-DATA.
             10 WRK-MSG-ID          PIC X(08).
             10 WRK-MSG-PRIORITY    PIC 9(02).
             10 WRK-MSG-MANDATORY   PIC X(01).
             10 WRK-MSG-TEXT        PIC X(120).
             10 FILLER              PIC X(29).

      * ONE ENTRY PER BRANCH MEMBER OPENED THIS RUN, WRITTEN OUT AS
      * THE DISTRIBUTION MANIFEST AT END OF RUN.
             10 WS-HH-BRANCH    PIC X(04).
             10 WS-HH-MEMBERS   PIC 9(03).
             10 WS-HH-TOTAL     PIC S9(11)V99.
             10 WS-HH-ADDR-CUST PIC X(10).
             10 WS-HH-BAD-ADDR  PIC X(01).
       01 WS-HH-FOUND-FLAG      PIC X VALUE 'N'.
          88 WS-HH-FOUND        VALUE 'Y'.
       01 WS-HH-HIT             PIC S9(4) COMP VALUE 0.
             10 WS-CWN-NAME     PIC X(30).
       01 WS-JOINT-LINE-COUNT   PIC 9(07) VALUE 0.

      * INSTALLMENT LOANS HELD BY THE CUSTOMER - ACTIVE LOANS, PLUS
      * ANY PAID OFF DURING THE PERIOD SO THE FINAL PAYMENT SHOWS.
       01 WS-LN-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-LN-EOF          VALUE 'Y'.
       01 WS-LN-LOAN-ID         PIC X(10).
       01 WS-LN-PRIN-BAL        PIC 9(7)V99.
       01 WS-LN-RATE            PIC 9(02)V9(04).
       01 WS-LN-PAYMENT         PIC 9(7)V99.
       01 WS-LN-NEXT-DUE        PIC X(10).
       01 WS-LN-PAST-DUE        PIC 9(7)V99.
       01 WS-LN-STATUS          PIC X(01).
       01 WS-LN-PRIN-PAID       PIC 9(7)V99 VALUE 0.
       01 WS-LN-INT-PAID        PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-LINE-COUNT    PIC 9(07) VALUE 0.

      * STATEMENT-MESSAGE CAMPAIGNS LIVE ON THE RUN DATE, HELD IN
      * SELECTION ORDER (MANDATORY FIRST, THEN PRIORITY) WITH THE
      * DUE/CARRIED COUNTS THE STMTMSGR REPORT PROVES DELIVERY FROM.
       01 WS-MSG-STATUS         PIC XX VALUE SPACES.
       01 WS-MSGR-STATUS        PIC XX VALUE SPACES.
       01 WS-MSG-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-MSG-EOF         VALUE 'Y'.
       01 WS-CMP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CMP-MAX            PIC S9(4) COMP VALUE 50.
       01 WS-CMP-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-CMP-NEXT           PIC S9(4) COMP VALUE 0.
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 50 TIMES.
             10 WS-CMP-SORT-KEY.
                15 WS-CMP-MAND-KEY PIC X(01).
                15 WS-CMP-PRIORITY PIC 9(02).
             10 WS-CMP-MSG-ID   PIC X(08).
             10 WS-CMP-MANDATORY PIC X(01).
             10 WS-CMP-SEGMENT  PIC X(01).
             10 WS-CMP-ACCT-TYPE PIC X(01).
             10 WS-CMP-BRANCH   PIC X(04).
             10 WS-CMP-HOUSEHOLD PIC X(08).
             10 WS-CMP-TEXT     PIC X(120).
             10 WS-CMP-DUE      PIC 9(07).
             10 WS-CMP-CARRIED  PIC 9(07).
       01 WS-CMP-HOLD           PIC X(160).
       01 WS-CMP-NEED-SEG-FLAG  PIC X VALUE 'N'.
          88 WS-CMP-NEED-SEG    VALUE 'Y'.
       01 WS-CMP-NEED-HH-FLAG   PIC X VALUE 'N'.
          88 WS-CMP-NEED-HH     VALUE 'Y'.
       01 WS-CMP-MATCH-FLAG     PIC X VALUE 'N'.
          88 WS-CMP-MATCHES     VALUE 'Y'.
       01 WS-MSG-SLOTS          PIC S9(4) COMP VALUE 5.
       01 WS-MSG-USED           PIC S9(4) COMP VALUE 0.
       01 WS-MSG-LINE-COUNT     PIC 9(07) VALUE 0.
       01 WS-MSG-SHORT-COUNT    PIC 9(07) VALUE 0.
       01 WS-MAND-SHORT-FLAG    PIC X VALUE 'N'.
          88 WS-MAND-SHORT      VALUE 'Y'.
       01 WS-CUST-SEGMENT       PIC X(01) VALUE SPACE.
       01 WS-CUST-HH-ID         PIC X(08) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-CNT-2          PIC ZZZ,ZZ9.
       01 WS-FMT-CNT-3          PIC ZZZ,ZZ9.

      * RETURNED-MAIL HOLD. THE BAD-ADDRESS MARK IS READ FOR EVERY
      * ACTIVE CUSTOMER (A HOUSEHOLD STATEMENT NEEDS IT WHATEVER THE
      * MEMBER'S OWN DELIVERY PREFERENCE); ONLY PRINT DELIVERY IS
      * HELD, SINCE ELECTRONIC DELIVERY NEVER USES THE ADDRESS.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-HOLD-OPEN-FLAG     PIC X VALUE 'N'.
          88 WS-HOLD-IS-OPEN    VALUE 'Y'.
       01 WS-BAD-ADDR-FLAG      PIC X(01) VALUE SPACE.
       01 WS-MAIL-HOLD-FLAG     PIC X VALUE 'N'.
          88 WS-MAIL-HELD       VALUE 'Y'.
       01 WS-MAIL-CUST-ID       PIC X(10) VALUE SPACES.
       01 WS-HELD-STMT-COUNT    PIC 9(07) VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

           PERFORM GET-RUN-MONTH-DAYS.
           PERFORM LOAD-COOWNER-NAMES.
           PERFORM READ-HOUSEHOLD-CONTROL.
           PERFORM LOAD-STATEMENT-MESSAGES.
           MOVE 0 TO WS-CUST-COUNT WS-STMT-COUNT.

       READ-HOUSEHOLD-CONTROL.
             END-IF
           END-IF.

      * NO CAMPAIGN FILE SIMPLY MEANS NO MESSAGES THIS RUN. ONLY
      * CAMPAIGNS LIVE ON THE RUN DATE ARE KEPT, THEN ORDERED ONCE
      * FOR SELECTION: MANDATORY FIRST, THEN PRIORITY, THEN FILE
      * ORDER.
       LOAD-STATEMENT-MESSAGES.
           MOVE 0 TO WS-CMP-COUNT.
           OPEN INPUT MSGFILE.
           IF WS-MSG-STATUS = '00'
             PERFORM READ-ONE-CAMPAIGN UNTIL WS-MSG-EOF
             CLOSE MSGFILE
             IF WS-CMP-COUNT > 1
               PERFORM ORDER-CAMPAIGN-PASS
                 VARYING WS-CMP-IDX FROM 1 BY 1
                 UNTIL WS-CMP-IDX NOT < WS-CMP-COUNT
             END-IF
             DISPLAY 'STATEMENT MESSAGES LIVE TODAY: ' WS-CMP-COUNT
           ELSE
             DISPLAY 'NO STMTMSGS FILE - STATEMENTS CARRY NO '
                     'MESSAGES'
           END-IF.

       READ-ONE-CAMPAIGN.
           READ MSGFILE INTO MSGCAMP-RECORD
             AT END SET WS-MSG-EOF TO TRUE
           END-READ.
           IF NOT WS-MSG-EOF
              AND CMP-MSG-ID NOT = SPACES
              AND CMP-START-DATE NOT > WS-CURRENT-DATE
              AND (CMP-END-DATE = SPACES
                   OR CMP-END-DATE NOT < WS-CURRENT-DATE)
             IF WS-CMP-COUNT < WS-CMP-MAX
               ADD 1 TO WS-CMP-COUNT
               PERFORM STORE-ONE-CAMPAIGN
             ELSE
               DISPLAY 'CAMPAIGN TABLE FULL - MESSAGE ' CMP-MSG-ID
                       ' NOT LOADED'
               IF CMP-IS-MANDATORY
                 SET WS-MAND-SHORT TO TRUE
               END-IF
             END-IF
           END-IF.

       STORE-ONE-CAMPAIGN.
           IF CMP-IS-MANDATORY
             MOVE 'A' TO WS-CMP-MAND-KEY(WS-CMP-COUNT)
           ELSE
             MOVE 'B' TO WS-CMP-MAND-KEY(WS-CMP-COUNT)
           END-IF.
           IF CMP-PRIORITY IS NUMERIC
             MOVE CMP-PRIORITY TO WS-CMP-PRIORITY(WS-CMP-COUNT)
           ELSE
             MOVE 99 TO WS-CMP-PRIORITY(WS-CMP-COUNT)
           END-IF.
           MOVE CMP-MSG-ID TO WS-CMP-MSG-ID(WS-CMP-COUNT).
           MOVE CMP-MANDATORY TO WS-CMP-MANDATORY(WS-CMP-COUNT).
           MOVE CMP-TGT-SEGMENT TO WS-CMP-SEGMENT(WS-CMP-COUNT).
           MOVE CMP-TGT-ACCT-TYPE TO WS-CMP-ACCT-TYPE(WS-CMP-COUNT).
           MOVE CMP-TGT-BRANCH TO WS-CMP-BRANCH(WS-CMP-COUNT).
           MOVE CMP-TGT-HOUSEHOLD TO WS-CMP-HOUSEHOLD(WS-CMP-COUNT).
           MOVE CMP-TEXT TO WS-CMP-TEXT(WS-CMP-COUNT).
           MOVE 0 TO WS-CMP-DUE(WS-CMP-COUNT).
           MOVE 0 TO WS-CMP-CARRIED(WS-CMP-COUNT).
           IF CMP-TGT-SEGMENT NOT = SPACE
             SET WS-CMP-NEED-SEG TO TRUE
           END-IF.
           IF CMP-TGT-HOUSEHOLD NOT = SPACES
             SET WS-CMP-NEED-HH TO TRUE
           END-IF.

      * ONE BUBBLE PASS; THE STRICT COMPARE KEEPS FILE ORDER AMONG
      * EQUAL KEYS.
       ORDER-CAMPAIGN-PASS.
           PERFORM ORDER-CAMPAIGN-PAIR
             VARYING WS-CMP-NEXT FROM 1 BY 1
             UNTIL WS-CMP-NEXT > WS-CMP-COUNT - WS-CMP-IDX.

       ORDER-CAMPAIGN-PAIR.
           IF WS-CMP-SORT-KEY(WS-CMP-NEXT)
              > WS-CMP-SORT-KEY(WS-CMP-NEXT + 1)
             MOVE WS-CMP-ENTRY(WS-CMP-NEXT) TO WS-CMP-HOLD
             MOVE WS-CMP-ENTRY(WS-CMP-NEXT + 1)
               TO WS-CMP-ENTRY(WS-CMP-NEXT)
             MOVE WS-CMP-HOLD TO WS-CMP-ENTRY(WS-CMP-NEXT + 1)
           END-IF.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO INSTEAD OF THE CALENDAR DATE OF
      * ROUTE ONE BUILT STATEMENT RECORD. WHEN BURSTING, THE TARGET
      * MEMBER FOLLOWS THE CUSTOMER'S BRANCH; MEMBERS ARE OPENED
      * OUTPUT ON FIRST USE AND EXTEND THEREAFTER, AND EACH OPEN IS
      * TRACKED FOR THE DISTRIBUTION MANIFEST. A HELD STATEMENT GOES
      * TO HOLDMAIL INSTEAD.
       WRITE-STMT-RECORD.
           IF WS-MAIL-HELD
             PERFORM WRITE-HOLD-MAIL-RECORD
           ELSE
             PERFORM WRITE-PRINT-STREAM-RECORD
           END-IF.

       WRITE-PRINT-STREAM-RECORD.
           IF WS-BURSTING
             IF CUST-BRANCH-CODE NOT = WS-OPEN-BRANCH
               PERFORM SWITCH-BURST-MEMBER
             WRITE STMT-RECORD
           END-IF.

       WRITE-HOLD-MAIL-RECORD.
           PERFORM OPEN-HOLD-FILE.
           IF WS-HOLD-IS-OPEN
             MOVE SPACES TO HMAL-RECORD
             MOVE WS-MAIL-CUST-ID TO HMAL-CUST-ID
             MOVE 'S' TO HMAL-SOURCE
             MOVE WS-CURRENT-DATE TO HMAL-HELD-DATE
             MOVE 'H' TO HMAL-STATUS
             MOVE WS-STMT-WORK TO HMAL-IMAGE
             WRITE HMAL-RECORD
           END-IF.

      * HOLDMAIL ACCUMULATES ACROSS RUNS UNTIL CUSTSTAR RELEASES IT.
       OPEN-HOLD-FILE.
           IF NOT WS-HOLD-IS-OPEN
             OPEN EXTEND HOLDFILE
             IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLDFILE
             END-IF
             IF WS-HOLD-STATUS = '00'
               SET WS-HOLD-IS-OPEN TO TRUE
             ELSE
               DISPLAY 'ERROR OPENING HOLDMAIL: ' WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

       SWITCH-BURST-MEMBER.
           IF WS-OPEN-BRANCH NOT = LOW-VALUES
             CLOSE BURSTFILE
           IF NOT WS-EOF
             ADD 1 TO WS-CUST-COUNT
             IF CUST-ACTIVE
               PERFORM CHECK-MAIL-HOLD
               IF WS-HHS-WANTED
                 PERFORM COLLECT-HOUSEHOLD-MEMBER
               END-IF
               IF WS-CYCLE-DUE
                 PERFORM WRITE-CUSTOMER-STATEMENT
                 ADD 1 TO WS-STMT-COUNT
                 IF WS-MAIL-HELD
                   ADD 1 TO WS-HELD-STMT-COUNT
                 ELSE
                   IF WS-BURSTING
                     PERFORM COUNT-STATEMENT-FOR-MANIFEST
                   END-IF
                 END-IF
                 PERFORM RECORD-STATEMENT-DATE
               ELSE
             END-IF
           END-IF.

       CHECK-MAIL-HOLD.
           MOVE 'N' TO WS-MAIL-HOLD-FLAG.
           MOVE CUST-ID TO WS-MAIL-CUST-ID.
           MOVE SPACE TO WS-BAD-ADDR-FLAG.
           EXEC SQL
             SELECT COALESCE(MAX(BAD_ADDR_FLAG), ' ')
             INTO :WS-BAD-ADDR-FLAG
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACE TO WS-BAD-ADDR-FLAG
           END-IF.
           IF WS-BAD-ADDR-FLAG = 'Y' AND CUST-DELIV-PRINT
             SET WS-MAIL-HELD TO TRUE
           END-IF.

       COLLECT-HOUSEHOLD-MEMBER.
           MOVE CUST-ID TO HHLK-CUST-ID.
           CALL 'CUSTHHLK' USING HHLK-PARM.
               MOVE CUST-BRANCH-CODE TO WS-HH-BRANCH(WS-HH-IDX)
               MOVE 0 TO WS-HH-MEMBERS(WS-HH-IDX)
               MOVE 0 TO WS-HH-TOTAL(WS-HH-IDX)
               MOVE CUST-ID TO WS-HH-ADDR-CUST(WS-HH-IDX)
               MOVE WS-BAD-ADDR-FLAG TO WS-HH-BAD-ADDR(WS-HH-IDX)
               MOVE WS-HH-COUNT TO WS-HH-HIT
             ELSE
               DISPLAY 'HOUSEHOLD TABLE FULL - NO COMBINED '
           PERFORM WRITE-JOINT-OWNER-LINES.
           MOVE 0 TO WS-TRAN-COUNT.
           PERFORM WRITE-STATEMENT-DETAILS.
           PERFORM WRITE-LOAN-LINES.
           IF WS-CMP-COUNT > 0
             PERFORM WRITE-MESSAGE-LINES
           END-IF.
           PERFORM WRITE-STATEMENT-TRAILER.

      * THE TRUE OPENING BALANCE IS THE OLD_BALANCE OF THE FIRST ROW
           END-IF.
           PERFORM FETCH-STATEMENT-DETAIL.

      * ONE 'L' LINE PER LOAN THE CUSTOMER BORROWS ON. PRINCIPAL AND
      * INTEREST PAID ARE THE PERIOD'S CUSTLNPA PAYMENT EVENTS; PAST
      * DUE IS WHAT HAS BEEN BILLED AND NOT YET PAID.
       WRITE-LOAN-LINES.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           EXEC SQL
             DECLARE STMTLNCUR CURSOR FOR
               SELECT LOAN_ID, PRINCIPAL_BAL, INT_RATE, PAYMENT_AMT,
                      NEXT_DUE_DATE, UNPAID_BILLED, LOAN_STATUS
               FROM LOAN_MASTER
               WHERE BORROWER_CUST_ID = :CUST-ID
                 AND (LOAN_STATUS = 'A'
                  OR (LOAN_STATUS = 'P'
                      AND LAST_PAY_DATE > :WS-PERIOD-FROM))
               ORDER BY LOAN_ID
           END-EXEC.
           EXEC SQL OPEN STMTLNCUR END-EXEC.
           PERFORM FETCH-LOAN-LINE.
           PERFORM WRITE-ONE-LOAN-LINE UNTIL WS-LN-EOF.
           EXEC SQL CLOSE STMTLNCUR END-EXEC.

       FETCH-LOAN-LINE.
           EXEC SQL
             FETCH STMTLNCUR
             INTO :WS-LN-LOAN-ID, :WS-LN-PRIN-BAL, :WS-LN-RATE,
                  :WS-LN-PAYMENT, :WS-LN-NEXT-DUE, :WS-LN-PAST-DUE,
                  :WS-LN-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-LN-EOF TO TRUE
           END-IF.

       WRITE-ONE-LOAN-LINE.
           MOVE 0 TO WS-LN-PRIN-PAID WS-LN-INT-PAID.
           EXEC SQL
             SELECT COALESCE(SUM(0 - PRIN_AMOUNT), 0),
                    COALESCE(SUM(INT_AMOUNT), 0)
             INTO :WS-LN-PRIN-PAID, :WS-LN-INT-PAID
             FROM LOAN_TRANSACTION
             WHERE LOAN_ID = :WS-LN-LOAN-ID
               AND EVENT_TYPE = 'P'
               AND EVENT_DATE > :WS-PERIOD-FROM
               AND EVENT_DATE <= :WS-CURRENT-DATE
           END-EXEC.
           MOVE SPACES TO WS-STMT-WORK.
           MOVE 'L' TO WRK-REC-TYPE.
           MOVE CUST-ID TO WRK-CUST-ID.
           MOVE WS-LN-LOAN-ID TO WRK-LN-LOAN-ID.
           MOVE WS-LN-PRIN-BAL TO WRK-LN-PRIN-BAL.
           MOVE WS-LN-RATE TO WRK-LN-RATE.
           MOVE WS-LN-PAYMENT TO WRK-LN-PAYMENT.
           MOVE WS-LN-NEXT-DUE TO WRK-LN-NEXT-DUE.
           MOVE WS-LN-PRIN-PAID TO WRK-LN-PRIN-PAID.
           MOVE WS-LN-INT-PAID TO WRK-LN-INT-PAID.
           MOVE WS-LN-PAST-DUE TO WRK-LN-PAST-DUE.
           MOVE WS-LN-STATUS TO WRK-LN-STATUS.
           PERFORM WRITE-STMT-RECORD.
           ADD 1 TO WS-LOAN-LINE-COUNT.
           PERFORM FETCH-LOAN-LINE.

      * ONE 'M' RECORD PER CAMPAIGN THAT FITS THE CUSTOMER, IN
      * SELECTION ORDER, UNTIL THE STATEMENT'S MESSAGE SLOTS ARE
      * FULL. A FITTING CAMPAIGN COUNTS AS DUE WHETHER OR NOT IT
      * FOUND A SLOT, SO THE REPORT SHOWS ANY SHORTFALL.
       WRITE-MESSAGE-LINES.
           MOVE SPACE TO WS-CUST-SEGMENT.
           IF WS-CMP-NEED-SEG
             EXEC SQL
               SELECT SEGMENT_CODE
               INTO :WS-CUST-SEGMENT
               FROM CUSTOMER_FLAGS
               WHERE CUSTOMER_ID = :CUST-ID
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SPACE TO WS-CUST-SEGMENT
             END-IF
           END-IF.
           MOVE SPACES TO WS-CUST-HH-ID.
           IF WS-CMP-NEED-HH
             MOVE CUST-ID TO HHLK-CUST-ID
             CALL 'CUSTHHLK' USING HHLK-PARM
             IF HHLK-IN-HOUSEHOLD
               MOVE HHLK-HH-ID TO WS-CUST-HH-ID
             END-IF
           END-IF.
           MOVE 0 TO WS-MSG-USED.
           PERFORM OFFER-ONE-MESSAGE
             VARYING WS-CMP-IDX FROM 1 BY 1
             UNTIL WS-CMP-IDX > WS-CMP-COUNT.

       OFFER-ONE-MESSAGE.
           MOVE 'Y' TO WS-CMP-MATCH-FLAG.
           IF WS-CMP-SEGMENT(WS-CMP-IDX) NOT = SPACE
              AND WS-CMP-SEGMENT(WS-CMP-IDX) NOT = WS-CUST-SEGMENT
             MOVE 'N' TO WS-CMP-MATCH-FLAG
           END-IF.
           IF WS-CMP-ACCT-TYPE(WS-CMP-IDX) NOT = SPACE
              AND WS-CMP-ACCT-TYPE(WS-CMP-IDX) NOT = CUST-ACCT-TYPE
             MOVE 'N' TO WS-CMP-MATCH-FLAG
           END-IF.
           IF WS-CMP-BRANCH(WS-CMP-IDX) NOT = SPACES
              AND WS-CMP-BRANCH(WS-CMP-IDX) NOT = CUST-BRANCH-CODE
             MOVE 'N' TO WS-CMP-MATCH-FLAG
           END-IF.
           IF WS-CMP-HOUSEHOLD(WS-CMP-IDX) NOT = SPACES
              AND WS-CMP-HOUSEHOLD(WS-CMP-IDX) NOT = WS-CUST-HH-ID
             MOVE 'N' TO WS-CMP-MATCH-FLAG
           END-IF.
           IF WS-CMP-MATCHES
             ADD 1 TO WS-CMP-DUE(WS-CMP-IDX)
             IF WS-MSG-USED < WS-MSG-SLOTS
               ADD 1 TO WS-MSG-USED
               ADD 1 TO WS-CMP-CARRIED(WS-CMP-IDX)
               MOVE SPACES TO WS-STMT-WORK
               MOVE 'M' TO WRK-REC-TYPE
               MOVE CUST-ID TO WRK-CUST-ID
               MOVE WS-CMP-MSG-ID(WS-CMP-IDX) TO WRK-MSG-ID
               MOVE WS-CMP-PRIORITY(WS-CMP-IDX) TO WRK-MSG-PRIORITY
               MOVE WS-CMP-MANDATORY(WS-CMP-IDX)
                 TO WRK-MSG-MANDATORY
               MOVE WS-CMP-TEXT(WS-CMP-IDX) TO WRK-MSG-TEXT
               PERFORM WRITE-STMT-RECORD
               ADD 1 TO WS-MSG-LINE-COUNT
             ELSE
               IF WS-CMP-MANDATORY(WS-CMP-IDX) = 'Y'
                 SET WS-MAND-SHORT TO TRUE
               END-IF
             END-IF
           END-IF.

       WRITE-STATEMENT-TRAILER.
           MOVE SPACES TO WS-STMT-WORK.
           MOVE 'T' TO WRK-REC-TYPE.
       WRITE-ONE-HOUSEHOLD.
           SET WS-HH-IDX TO WS-HH-LOOP.
           MOVE WS-HH-BRANCH(WS-HH-IDX) TO CUST-BRANCH-CODE.
           MOVE WS-HH-ADDR-CUST(WS-HH-IDX) TO WS-MAIL-CUST-ID.
           MOVE 'N' TO WS-MAIL-HOLD-FLAG.
           IF WS-HH-BAD-ADDR(WS-HH-IDX) = 'Y'
             SET WS-MAIL-HELD TO TRUE
           END-IF.
           MOVE WS-HH-ADDR(WS-HH-IDX) TO WS-HH-ADDR-WORK.
           MOVE SPACES TO WS-STMT-WORK.
           MOVE 'H' TO WRK-REC-TYPE.
           PERFORM WRITE-STMT-RECORD.
           ADD 1 TO WS-HH-STMT-COUNT.
           ADD 1 TO WS-STMT-COUNT.
           IF WS-MAIL-HELD
             ADD 1 TO WS-HELD-STMT-COUNT
           ELSE
             IF WS-BURSTING
               PERFORM COUNT-STATEMENT-FOR-MANIFEST
             END-IF
           END-IF.

       WRITE-ONE-HH-MEMBER-LINE.
           END-IF.

       CLEANUP-PARA.
           IF WS-CMP-COUNT > 0
             PERFORM WRITE-MESSAGE-REPORT
           END-IF.
           IF WS-BURSTING
             IF WS-OPEN-BRANCH NOT = LOW-VALUES
               CLOSE BURSTFILE
           ELSE
             CLOSE CUSTFILE STMTFILE
           END-IF.
           IF WS-HOLD-IS-OPEN
             CLOSE HOLDFILE
           END-IF.
           DISPLAY 'CUSTSTMT COMPLETE.'.
           DISPLAY '  CUSTOMERS READ:       ' WS-CUST-COUNT.
           DISPLAY '  STATEMENTS WRITTEN:   ' WS-STMT-COUNT.
           DISPLAY '  CYCLE NOT DUE:        ' WS-NOT-DUE-COUNT.
           DISPLAY '  HELD - BAD ADDRESS:   ' WS-HELD-STMT-COUNT.
           DISPLAY '  JOINT OWNER LINES:    ' WS-JOINT-LINE-COUNT.
           DISPLAY '  LOAN LINES:           ' WS-LOAN-LINE-COUNT.
           DISPLAY '  MESSAGE LINES:        ' WS-MSG-LINE-COUNT.
           IF WS-HHS-WANTED
             DISPLAY '  HOUSEHOLD STATEMENTS: ' WS-HH-STMT-COUNT
           END-IF.
           IF WS-MAND-SHORT
             DISPLAY '  MANDATORY MESSAGE NOT CARRIED ON EVERY DUE '
                     'STATEMENT - SEE STMTMSGR'
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REWRITE-ERRORS > 0
             DISPLAY '  DATE REWRITE ERRORS:  ' WS-REWRITE-ERRORS
             MOVE 8 TO RETURN-CODE
           MOVE WS-MANF-CNT(WS-MANF-IDX) TO MANF-STMT-COUNT.
           MOVE WS-CURRENT-DATE TO MANF-RUN-DATE.
           WRITE MANIFEST-RECORD.

      * PROOF OF DELIVERY PER MESSAGE: THE STATEMENTS IT WAS DUE ON
      * AGAINST THE STATEMENTS THAT CARRIED IT. A MANDATORY MESSAGE
      * WITH ANY SHORTFALL IS FLAGGED AND FAILS THE RUN RC 4.
       WRITE-MESSAGE-REPORT.
           OPEN OUTPUT MSGRPT.
           IF WS-MSGR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STMTMSGR: ' WS-MSGR-STATUS
           ELSE
             MOVE SPACES TO MSGR-LINE
             STRING 'STATEMENT MESSAGE DELIVERY REPORT - '
                    WS-CURRENT-DATE
               DELIMITED BY SIZE INTO MSGR-LINE
             WRITE MSGR-LINE
             MOVE SPACES TO MSGR-LINE
             MOVE 'MESSAGE' TO MSGR-LINE(3:7)
             MOVE 'MAND' TO MSGR-LINE(13:4)
             MOVE 'PRI' TO MSGR-LINE(19:3)
             MOVE 'DUE ON' TO MSGR-LINE(27:6)
             MOVE 'CARRIED' TO MSGR-LINE(36:7)
             MOVE 'SHORT' TO MSGR-LINE(46:5)
             WRITE MSGR-LINE
             PERFORM WRITE-ONE-MESSAGE-LINE
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
             MOVE SPACES TO MSGR-LINE
             WRITE MSGR-LINE
             MOVE WS-STMT-COUNT TO WS-FMT-CNT
             MOVE SPACES TO MSGR-LINE
             STRING '  STATEMENTS WRITTEN: ' WS-FMT-CNT
               DELIMITED BY SIZE INTO MSGR-LINE
             WRITE MSGR-LINE
             MOVE SPACES TO MSGR-LINE
             IF WS-MAND-SHORT
               STRING '  MANDATORY DELIVERY: INCOMPLETE'
                 DELIMITED BY SIZE INTO MSGR-LINE
             ELSE
               STRING '  MANDATORY DELIVERY: COMPLETE'
                 DELIMITED BY SIZE INTO MSGR-LINE
             END-IF
             WRITE MSGR-LINE
             CLOSE MSGRPT
           END-IF.

       WRITE-ONE-MESSAGE-LINE.
           MOVE WS-CMP-DUE(WS-CMP-IDX) TO WS-FMT-CNT.
           MOVE WS-CMP-CARRIED(WS-CMP-IDX) TO WS-FMT-CNT-2.
           COMPUTE WS-MSG-SHORT-COUNT = WS-CMP-DUE(WS-CMP-IDX)
                                      - WS-CMP-CARRIED(WS-CMP-IDX).
           MOVE WS-MSG-SHORT-COUNT TO WS-FMT-CNT-3.
           MOVE SPACES TO MSGR-LINE.
           MOVE WS-CMP-MSG-ID(WS-CMP-IDX) TO MSGR-LINE(3:8).
           MOVE WS-CMP-MANDATORY(WS-CMP-IDX) TO MSGR-LINE(14:1).
           MOVE WS-CMP-PRIORITY(WS-CMP-IDX) TO MSGR-LINE(19:2).
           MOVE WS-FMT-CNT TO MSGR-LINE(26:7).
           MOVE WS-FMT-CNT-2 TO MSGR-LINE(36:7).
           MOVE WS-FMT-CNT-3 TO MSGR-LINE(44:7).
           IF WS-CMP-MANDATORY(WS-CMP-IDX) = 'Y'
              AND WS-MSG-SHORT-COUNT > 0
             MOVE '** MANDATORY MESSAGE MISSED STATEMENTS'
               TO MSGR-LINE(54:38)
             SET WS-MAND-SHORT TO TRUE
           END-IF.
           WRITE MSGR-LINE.
