      * NOTICE FOR EACH ONE, SO BRANCH STAFF STOP PHONING CUSTOMERS   *
      * ABOUT OVERDRAFTS WHEN THEY REMEMBER TO. NOTICE TYPES:         *
      *   'O' OVERDRAFT - THE ACCOUNT WENT NEGATIVE TODAY             *
      *       (NEW_BALANCE BELOW ZERO ON A TRANSACTION_LOG ROW) -     *
      *       NOT SENT WHEN CUSTODPS'S SWEEP BROUGHT IT BACK TO ZERO  *
      *   'S' OVERDRAFT-PROTECTION SWEEP - CUSTODPS MOVED FUNDS IN    *
      *       FROM A LINKED ACCOUNT TODAY                             *
      *   'H' HOLD PLACED - 'P' MEMO-POST HOLDS LOGGED TODAY          *
      *   'F' FEE CHARGED - 'F' POSTINGS LOGGED TODAY                 *
      *   'D' DORMANCY WARNING - THIRTY DAYS SHORT OF THE PERIOD      *
      *       WITHOUT CUSTOMER ACTIVITY AFTER WHICH CUSTDORM MAKES    *
      *       THE ACCOUNT DORMANT, SO THE CUSTOMER HEARS FIRST        *
      * EACH TYPE CAN BE SUPPRESSED BY A NOTCCTL RECORD (TYPE + 'Y'). *
      * NOTICES GO TO THE NOTICES PRINT FILE ADDRESSED FROM THE       *
      * CUST-ADDR-CONTACT BLOCK; EVERY NOTICE IS ALSO LOGGED ON THE   *
      * NOTCREG DISPATCH REGISTER. A CUSTOMER WHOSE ADDRESS CUSTRTML  *
      * HAS MARKED BAD FROM RETURNED MAIL IS NOT PRINTED OR           *
      * REGISTERED - THE NOTICE GOES TO THE HOLDMAIL FILE UNTIL A NEW *
      * ADDRESS IS POSTED AND CUSTSTAR RELEASES IT FOR REPRINT.       *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT REGFILE ASSIGN TO 'NOTCREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT HOLDFILE ASSIGN TO 'HOLDMAIL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
          05 REG-AMOUNT         PIC S9(9)V99.
          05 REG-RUN-DATE       PIC X(10).

       FD HOLDFILE.
       COPY HMALCOPY.

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).
       01 WS-SUPPRESS-HOLD      PIC X VALUE 'N'.
       01 WS-SUPPRESS-FEE       PIC X VALUE 'N'.
       01 WS-SUPPRESS-DORM      PIC X VALUE 'N'.
       01 WS-SUPPRESS-SWEEP     PIC X VALUE 'N'.

       01 WS-NOTICE-COUNT       PIC 9(07) VALUE 0.
       01 WS-OD-COUNT           PIC 9(07) VALUE 0.
       01 WS-HOLD-COUNT         PIC 9(07) VALUE 0.
       01 WS-FEE-COUNT          PIC 9(07) VALUE 0.
       01 WS-DORM-COUNT         PIC 9(07) VALUE 0.
       01 WS-SWEEP-COUNT        PIC 9(07) VALUE 0.
       01 WS-NO-MASTER-COUNT    PIC 9(07) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(07) VALUE 0.

      * RETURNED-MAIL HOLD.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-HOLD-OPEN-FLAG     PIC X VALUE 'N'.
          88 WS-HOLD-IS-OPEN    VALUE 'Y'.
       01 WS-BAD-ADDR-FLAG      PIC X(01) VALUE SPACE.

       01 WS-EVT-CUST-ID        PIC X(10).
       01 WS-EVT-AMOUNT         PIC S9(11)V99.
       01 WS-CUTOFF-INT         PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-NUM         PIC 9(08) VALUE 0.
       01 WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.
       01 WS-LAST-CUST-ACT      PIC X(10) VALUE SPACES.
       01 WS-LAST-REACT         PIC X(10) VALUE SPACES.
       01 WS-QUIET-SINCE        PIC X(10) VALUE SPACES.

       COPY PCATCOPY.

           IF WS-SUPPRESS-OD NOT = 'Y'
             PERFORM SCAN-OVERDRAFT-EVENTS
           END-IF.
           IF WS-SUPPRESS-SWEEP NOT = 'Y'
             PERFORM SCAN-SWEEP-EVENTS
           END-IF.
           IF WS-SUPPRESS-HOLD NOT = 'Y'
             PERFORM SCAN-HOLD-EVENTS
           END-IF.
                 MOVE 'Y' TO WS-SUPPRESS-FEE
               WHEN 'D'
                 MOVE 'Y' TO WS-SUPPRESS-DORM
               WHEN 'S'
                 MOVE 'Y' TO WS-SUPPRESS-SWEEP
               WHEN OTHER
                 DISPLAY 'CUSTNOTC: UNKNOWN NOTICE TYPE ON '
                         'NOTCCTL: ' CTL-NOTICE-TYPE
           END-IF.

      * ONE OVERDRAFT NOTICE PER CUSTOMER WHO WENT NEGATIVE TODAY,
      * SHOWING THE DEEPEST BALANCE REACHED. A CUSTOMER WHOSE
      * PROTECTION SWEEP BROUGHT THE ACCOUNT BACK TO ZERO GETS THE
      * SWEEP NOTICE INSTEAD; ONE LEFT SHORT STILL GETS BOTH.
       SCAN-OVERDRAFT-EVENTS.
           MOVE 'O' TO WS-CUR-TYPE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND NEW_BALANCE < 0
                 AND CUST_ID NOT IN
                   (SELECT CUST_ID
                    FROM TRANSACTION_LOG
                    WHERE TRAN_DATE = :WS-CURRENT-DATE
                      AND TRAN_PROGRAM = 'CUSTODPS'
                      AND TRAN_TYPE = 'C'
                      AND NEW_BALANCE >= 0)
               GROUP BY CUST_ID
               ORDER BY CUST_ID
           END-EXEC.
           PERFORM WRITE-ONE-NOTICE.
           PERFORM FETCH-OVERDRAFT-EVENT.

      * ONE SWEEP NOTICE PER PROTECTED ACCOUNT, TOTALING THE 'C'
      * SIDES OF TODAY'S CUSTODPS TRANSFERS INTO IT.
       SCAN-SWEEP-EVENTS.
           MOVE 'S' TO WS-CUR-TYPE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE SWNCUR CURSOR FOR
               SELECT CUST_ID, COUNT(*), SUM(TRAN_AMOUNT)
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND TRAN_PROGRAM = 'CUSTODPS'
                 AND TRAN_TYPE = 'C'
               GROUP BY CUST_ID
               ORDER BY CUST_ID
           END-EXEC.
           EXEC SQL OPEN SWNCUR END-EXEC.
           PERFORM FETCH-SWEEP-EVENT.
           PERFORM NOTIFY-SWEEP UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE SWNCUR END-EXEC.

       FETCH-SWEEP-EVENT.
           EXEC SQL
             FETCH SWNCUR
             INTO :WS-EVT-CUST-ID, :WS-EVT-COUNT, :WS-EVT-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

       NOTIFY-SWEEP.
           MOVE WS-EVT-AMOUNT TO WS-FMT-BAL.
           MOVE SPACES TO WS-BODY-LINE.
           STRING 'OVERDRAFT PROTECTION MOVED ' WS-FMT-BAL
                  ' FROM YOUR LINKED ACCOUNT(S) TODAY.'
             DELIMITED BY SIZE INTO WS-BODY-LINE.
           ADD 1 TO WS-SWEEP-COUNT.
           PERFORM WRITE-ONE-NOTICE.
           PERFORM FETCH-SWEEP-EVENT.

       SCAN-HOLD-EVENTS.
           MOVE 'H' TO WS-CUR-TYPE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM WRITE-ONE-NOTICE.
           PERFORM FETCH-FEE-EVENT.

      * THE PRODUCT'S RETENTION PERIOD LESS THIRTY DAYS, TESTED THE
      * WAY CUSTDORM TESTS IT - FROM THE LATEST OF THE OPENING DATE,
      * THE LAST CUSTOMER-INITIATED ITEM AND THE LAST REACTIVATION.
      * INTEREST, FEES AND SYSTEM-CHANNEL ITEMS MOVE
      * CUST-LAST-ACTIVITY BUT DO NOT PUT DORMANCY OFF, SO THEY DO
      * NOT PUT THE NOTICE OFF EITHER.
       SCAN-DORMANCY-WARNINGS.
           MOVE 'D' TO WS-CUR-TYPE.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
             AT END SET WS-MAST-EOF TO TRUE
           END-READ.
           IF NOT WS-MAST-EOF AND CUST-ACTIVE
              AND CUST-MATURITY-DATE = SPACES
             PERFORM GET-DORMANCY-CUTOFF
             IF CUST-OPEN-DATE < WS-CUTOFF-DATE
               PERFORM GET-QUIET-SINCE
               IF WS-QUIET-SINCE < WS-CUTOFF-DATE
                 MOVE CUST-ID TO WS-EVT-CUST-ID
                 MOVE SPACES TO WS-BODY-LINE
                 STRING 'YOUR ACCOUNT HAS HAD NO ACTIVITY SINCE '
                        WS-QUIET-SINCE
                        ' AND WILL SOON BE TREATED AS DORMANT.'
                   DELIMITED BY SIZE INTO WS-BODY-LINE
                 ADD 1 TO WS-DORM-COUNT
                 MOVE 0 TO WS-EVT-AMOUNT
                 PERFORM WRITE-NOTICE-FROM-MASTER
               END-IF
             END-IF
           END-IF.

      * A FAILED LOOKUP LEAVES THE QUIET DATE AT HIGH-VALUES - NO
      * NOTICE IS BETTER THAN A WRONG ONE.
       GET-QUIET-SINCE.
           MOVE CUST-OPEN-DATE TO WS-QUIET-SINCE.
           EXEC SQL
             SELECT COALESCE(MAX(TRAN_DATE), ' ')
             INTO :WS-LAST-CUST-ACT
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :CUST-ID
               AND TRAN_TYPE IN ('C', 'D', 'M', 'E', 'P')
               AND COALESCE(CHANNEL, ' ') <> 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE HIGH-VALUES TO WS-LAST-CUST-ACT
           END-IF.
           EXEC SQL
             SELECT COALESCE(MAX(EVENT_DATE), ' ')
             INTO :WS-LAST-REACT
             FROM DORMANCY_AUDIT
             WHERE CUST_ID = :CUST-ID
               AND EVENT_TYPE = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE HIGH-VALUES TO WS-LAST-REACT
           END-IF.
           IF WS-LAST-CUST-ACT > WS-QUIET-SINCE
             MOVE WS-LAST-CUST-ACT TO WS-QUIET-SINCE
           END-IF.
           IF WS-LAST-REACT > WS-QUIET-SINCE
             MOVE WS-LAST-REACT TO WS-QUIET-SINCE
           END-IF.

       GET-DORMANCY-CUTOFF.
           MOVE WS-RETENTION-DAYS-DFT TO WS-RETENTION-DAYS.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           END-IF.

       WRITE-NOTICE-FROM-MASTER.
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
           IF WS-BAD-ADDR-FLAG = 'Y'
             PERFORM HOLD-NOTICE
           ELSE
             PERFORM PRINT-NOTICE
           END-IF.

      * THE NOTICE IS HELD AS ITS TYPE, AMOUNT AND WORDING SO THAT
      * CUSTSTAR CAN ADDRESS IT TO THE NEW ADDRESS ON RELEASE.
       HOLD-NOTICE.
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
           IF WS-HOLD-IS-OPEN
             MOVE SPACES TO HMAL-RECORD
             MOVE CUST-ID TO HMAL-CUST-ID
             MOVE 'N' TO HMAL-SOURCE
             MOVE WS-CURRENT-DATE TO HMAL-HELD-DATE
             MOVE 'H' TO HMAL-STATUS
             MOVE WS-CUR-TYPE TO HMAL-NTC-TYPE
             MOVE WS-EVT-AMOUNT TO HMAL-NTC-AMOUNT
             MOVE WS-BODY-LINE TO HMAL-NTC-BODY
             WRITE HMAL-RECORD
             ADD 1 TO WS-HELD-COUNT
           END-IF.

       PRINT-NOTICE.
           MOVE SPACES TO NOTC-LINE.
           STRING 'CUSTOMER NOTICE  TYPE ' WS-CUR-TYPE
                  '  DATE ' WS-CURRENT-DATE

       CLEANUP-PARA.
           CLOSE CUSTFILE NOTCFILE REGFILE.
           IF WS-HOLD-IS-OPEN
             CLOSE HOLDFILE
           END-IF.
           DISPLAY 'CUSTNOTC COMPLETE.'.
           DISPLAY '  NOTICES WRITTEN:      ' WS-NOTICE-COUNT.
           DISPLAY '  HELD - BAD ADDRESS:   ' WS-HELD-COUNT.
           DISPLAY '  OVERDRAFT NOTICES:    ' WS-OD-COUNT.
           DISPLAY '  SWEEP NOTICES:        ' WS-SWEEP-COUNT.
           DISPLAY '  HOLD NOTICES:         ' WS-HOLD-COUNT.
           DISPLAY '  FEE NOTICES:          ' WS-FEE-COUNT.
           DISPLAY '  DORMANCY WARNINGS:    ' WS-DORM-COUNT.
