       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCTRX.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTCTRX - DAILY CURRENCY TRANSACTION REPORT EXTRACT           *
      * RUN ONCE THE BUSINESS DAY'S POSTING IS COMPLETE. TOTALS THE    *
      * DAY'S CASH ITEMS ON TRANSACTION_LOG (CASH_IND 'Y') PER         *
      * CUSTOMER ACROSS EVERY BATCH AND CHANNEL - CASH IN FROM THE     *
      * 'C' ROWS, CASH OUT FROM THE 'D' ROWS, EACH SIDE AGGREGATED ON  *
      * ITS OWN - AND FILES A CTR FOR EVERY CUSTOMER WHOSE CASH IN OR  *
      * CASH OUT EXCEEDS THE REPORTING THRESHOLD. THE THRESHOLD IS IN  *
      * THE BASE CURRENCY, SO A FOREIGN-CURRENCY ACCOUNT'S TOTALS ARE  *
      * CONVERTED AT THE CURRTBL RATE BEFORE THEY ARE TESTED:          *
      *   - THE FILING GOES TO THE CTRXTRCT EXTRACT (CTRXCOPY) WITH    *
      *     THE OWNER OF RECORD AND EVERY ACTIVE CO-OWNER FROM         *
      *     COOWNERS AS A CONDUCTOR, ITS AMOUNTS IN THE BASE CURRENCY  *
      *     WITH THE ACCOUNT-CURRENCY AMOUNTS AND RATE ALONGSIDE       *
      *   - EVERY FILING IS LISTED ON THE CTRXRPT CONTROL REPORT,      *
      *     WHICH CLOSES WITH THE SAME COUNTS AND TOTALS AS THE        *
      *     EXTRACT TRAILER                                            *
      * THE THRESHOLD DEFAULTS TO 10,000.00 AND MAY BE OVERRIDDEN BY   *
      * THE CTRCTL CONTROL CARD.                                       *
      * RC 4 - A CUSTOMER WITH CASH ACTIVITY IS NOT ON THE MASTER, OR  *
      * ITS ACCOUNT CURRENCY HAS NO CURRTBL RATE. ITS CASH CANNOT BE   *
      * VALUED IN THE BASE CURRENCY, SO WHATEVER THE AMOUNT IT IS HELD *
      * OFF THE EXTRACT AND LISTED ON THE REPORT, IN ACCOUNT CURRENCY, *
      * FOR COMPLIANCE TO FILE BY HAND. RC 16 - COOWNERS OVERFLOWED    *
      * THE CO-OWNER TABLE; NOTHING IS FILED, SINCE A FILING MISSING A *
      * CONDUCTOR IS DEFICIENT, AND THE STEP CAN BE RERUN ONCE THE     *
      * TABLE IS ENLARGED.                                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRCTL ASSIGN TO 'CTRCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT COWNFILE ASSIGN TO 'COOWNERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COWN-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT CTRXFILE ASSIGN TO 'CTRXTRCT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTRX-STATUS.
           SELECT RPTFILE ASSIGN TO 'CTRXRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CTRCTL.
       01 CTRCTL-RECORD.
          05 CTL-THRESHOLD      PIC 9(7)V99.

       FD COWNFILE.
       COPY COWNCOPY.

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD CTRXFILE.
       COPY CTRXCOPY.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-COWN-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-CTRX-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-COWN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-COWN-EOF        VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-COWN-OVERFLOWED VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SCAN-EOF        VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-RATE-FOUND      VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-THRESHOLD          PIC 9(7)V99 VALUE 10000.00.

      * EVERY ACTIVE CO-OWNER IS HELD IN STORAGE SO EACH FILING CAN
      * NAME ALL OF ITS CONDUCTORS WHATEVER ORDER COOWNERS IS KEPT IN.
       01 WS-COWN-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-COWN-MAX           PIC S9(4) COMP VALUE 5000.
       01 WS-COWN-TABLE.
          05 WS-COWN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-COWN-IDX.
             10 WS-CWN-CUST-ID  PIC X(10).
             10 WS-CWN-SEQ      PIC 9(02).
             10 WS-CWN-NAME     PIC X(30).
             10 WS-CWN-ADDR     PIC X(147).

       01 WS-HIT-CUST-ID        PIC X(10).
       01 WS-HIT-CASH-IN        PIC S9(11)V99.
       01 WS-HIT-IN-COUNT       PIC S9(9) COMP.
       01 WS-HIT-CASH-OUT       PIC S9(11)V99.
       01 WS-HIT-OUT-COUNT      PIC S9(9) COMP.
       01 WS-BASE-CASH-IN       PIC S9(11)V99.
       01 WS-BASE-CASH-OUT      PIC S9(11)V99.
       01 WS-HOLD-REASON        PIC X(30).

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.
       01 WS-PERSON-COUNT       PIC 9(03) VALUE 0.

       01 WS-FILING-ID.
          05 FILLER             PIC X(03) VALUE 'CTR'.
          05 WS-FILING-DATE     PIC X(08).
          05 WS-FILING-SEQ      PIC 9(05) VALUE 0.

       01 WS-FILED-COUNT        PIC 9(07) VALUE 0.
       01 WS-FILED-PERSONS      PIC 9(07) VALUE 0.
       01 WS-FILED-CASH-IN      PIC 9(13)V99 VALUE 0.
       01 WS-FILED-CASH-OUT     PIC 9(13)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACTION         PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-FILING-ID      PIC X(16).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NAME           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CASH-IN        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-IN-COUNT       PIC ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CASH-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-OUT-COUNT      PIC ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-PERSONS        PIC ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CURRENCY       PIC X(03).
          05 FILLER             PIC X(05) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-COOWNERS.
           IF WS-COWN-OVERFLOWED
             DISPLAY 'CUSTCTRX: COOWNERS EXCEEDS THE CO-OWNER TABLE - '
                     'RUN ABANDONED, NOTHING FILED'
             CLOSE CUSTFILE CTRXFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM WRITE-EXTRACT-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CUSTOMERS OVER THE REPORTING THRESHOLD' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM SCAN-CASH-ACTIVITY.
           IF WS-FILED-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM READ-CTR-CONTROLS.
           PERFORM LOAD-CURRENCY-TABLE.
           STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                  WS-CURRENT-DATE(9:2)
             DELIMITED BY SIZE INTO WS-FILING-DATE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CTRXRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CTRXFILE.
           IF WS-CTRX-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CTRXTRCT: ' WS-CTRX-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE CTRXFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-THRESHOLD TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CURRENCY TRANSACTION REPORT CONTROL - BUSINESS DATE '
                  WS-CURRENT-DATE '  THRESHOLD ' WS-FMT-AMT
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

       READ-CTR-CONTROLS.
           OPEN INPUT CTRCTL.
           IF WS-CTL-STATUS = '00'
             READ CTRCTL INTO CTRCTL-RECORD
               AT END CONTINUE
             END-READ
             CLOSE CTRCTL
             IF CTL-THRESHOLD > 0
               MOVE CTL-THRESHOLD TO WS-THRESHOLD
             END-IF
           ELSE
             DISPLAY 'NO CTRCTL PARM FILE - USING DEFAULT '
                     'REPORTING THRESHOLD'
           END-IF.

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTCTRX: NO CURRTBL PARM FILE - FOREIGN '
                     'CASH CANNOT BE CONVERTED'
           END-IF.

       READ-CURRENCY-RECORD.
           READ CURRFILE INTO CURR-RECORD
             AT END SET WS-CURR-EOF TO TRUE
           END-READ.
           IF NOT WS-CURR-EOF AND WS-RATE-COUNT < 20
             ADD 1 TO WS-RATE-COUNT
             SET WS-RATE-IDX TO WS-RATE-COUNT
             MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-IDX)
             MOVE CURR-RATE TO WS-RATE-VALUE(WS-RATE-IDX)
           END-IF.

      * NO CO-OWNER FILE SIMPLY MEANS EVERY FILING NAMES THE OWNER OF
      * RECORD ONLY.
       LOAD-COOWNERS.
           MOVE 0 TO WS-COWN-COUNT.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS = '00'
             PERFORM READ-ONE-COOWNER UNTIL WS-COWN-EOF
             CLOSE COWNFILE
           ELSE
             DISPLAY 'NO COOWNERS FILE - FILINGS CARRY THE '
                     'PRIMARY OWNER ONLY'
           END-IF.

       READ-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-COWN-EOF TO TRUE
           END-READ.
           IF NOT WS-COWN-EOF AND COWN-ACTIVE
             IF WS-COWN-COUNT < WS-COWN-MAX
               ADD 1 TO WS-COWN-COUNT
               SET WS-COWN-IDX TO WS-COWN-COUNT
               MOVE COWN-CUST-ID TO WS-CWN-CUST-ID(WS-COWN-IDX)
               MOVE COWN-SEQ TO WS-CWN-SEQ(WS-COWN-IDX)
               MOVE COWN-NAME TO WS-CWN-NAME(WS-COWN-IDX)
               MOVE COWN-ADDR-CONTACT TO WS-CWN-ADDR(WS-COWN-IDX)
             ELSE
               SET WS-COWN-OVERFLOWED TO TRUE
               SET WS-COWN-EOF TO TRUE
             END-IF
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CTRX-RECORD.
           SET CTRX-HEADER TO TRUE.
           MOVE WS-CURRENT-DATE TO CTRX-HDR-BUS-DATE.
           MOVE 'CUSTCTRX' TO CTRX-HDR-PROGRAM.
           MOVE WS-THRESHOLD TO CTRX-HDR-THRESHOLD.
           WRITE CTRX-RECORD.

      * ONE ROW PER CUSTOMER WITH CASH ACTIVITY FOR THE BUSINESS DAY,
      * IN ACCOUNT CURRENCY. THE THRESHOLD IS APPLIED HERE ONCE THE
      * TOTALS ARE IN THE BASE CURRENCY, NOT IN THE QUERY. THE TWO
      * SIDES ARE NEVER NETTED - 8,000 IN AND 8,000 OUT FILES NOTHING,
      * 12,000 IN AND 12,000 OUT IS ONE FILING CARRYING BOTH.
       SCAN-CASH-ACTIVITY.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE CTRCUR CURSOR FOR
               SELECT CUST_ID,
                      SUM(CASE WHEN TRAN_TYPE = 'C'
                               THEN TRAN_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN TRAN_TYPE = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TRAN_TYPE = 'D'
                               THEN TRAN_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN TRAN_TYPE = 'D'
                               THEN 1 ELSE 0 END)
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND CASH_IND = 'Y'
                 AND TRAN_TYPE IN ('C', 'D')
               GROUP BY CUST_ID
               ORDER BY CUST_ID
           END-EXEC.
           EXEC SQL OPEN CTRCUR END-EXEC.
           PERFORM FETCH-CASH-HIT.
           PERFORM TEST-ONE-CUSTOMER UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE CTRCUR END-EXEC.

       FETCH-CASH-HIT.
           EXEC SQL
             FETCH CTRCUR
             INTO :WS-HIT-CUST-ID, :WS-HIT-CASH-IN, :WS-HIT-IN-COUNT,
                  :WS-HIT-CASH-OUT, :WS-HIT-OUT-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

      * THE OWNER OF RECORD AND THE ACCOUNT CURRENCY COME FROM THE
      * MASTER. A CUSTOMER NO LONGER THERE CANNOT BE FILED COMPLETE,
      * AND NEITHER IT NOR ONE WHOSE CURRENCY HAS NO RATE CAN BE
      * VALUED AGAINST THE THRESHOLD, SO EITHER IS HELD BACK AND
      * LISTED FOR COMPLIANCE RATHER THAN SENT OR PASSED OVER.
       TEST-ONE-CUSTOMER.
           MOVE WS-HIT-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
             MOVE SPACES TO CUST-CURRENCY-CODE
             MOVE 'NOT ON MASTER - FILE MANUALLY' TO WS-HOLD-REASON
             PERFORM HOLD-ONE-CUSTOMER
           ELSE
             PERFORM CONVERT-CASH-TOTALS
             IF NOT WS-RATE-FOUND
               MOVE 'NO CURRTBL RATE - FILE BY HAND' TO WS-HOLD-REASON
               PERFORM HOLD-ONE-CUSTOMER
             ELSE
               IF WS-BASE-CASH-IN > WS-THRESHOLD
                  OR WS-BASE-CASH-OUT > WS-THRESHOLD
                 PERFORM FILE-ONE-CUSTOMER
               END-IF
             END-IF
           END-IF.
           PERFORM FETCH-CASH-HIT.

       CONVERT-CASH-TOTALS.
           MOVE 1 TO WS-CUR-RATE.
           IF CUST-CURRENCY-CODE = SPACES
             SET WS-RATE-FOUND TO TRUE
           ELSE
             PERFORM FIND-CURRENCY-RATE
           END-IF.
           IF WS-RATE-FOUND
             COMPUTE WS-BASE-CASH-IN ROUNDED =
                 WS-HIT-CASH-IN * WS-CUR-RATE
             COMPUTE WS-BASE-CASH-OUT ROUNDED =
                 WS-HIT-CASH-OUT * WS-CUR-RATE
           END-IF.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           IF WS-RATE-COUNT > 0
             PERFORM MATCH-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
           END-IF.

       MATCH-ONE-RATE.
           IF WS-RATE-CODE(WS-RATE-IDX) = CUST-CURRENCY-CODE
             MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
             SET WS-RATE-FOUND TO TRUE
           END-IF.

       FILE-ONE-CUSTOMER.
           ADD 1 TO WS-FILING-SEQ.
           MOVE SPACES TO WS-REG-DETAIL.
           MOVE WS-FILING-ID TO REG-FILING-ID.
           MOVE WS-HIT-CUST-ID TO REG-CUST-ID.
           MOVE WS-BASE-CASH-IN TO REG-CASH-IN.
           MOVE WS-HIT-IN-COUNT TO REG-IN-COUNT.
           MOVE WS-BASE-CASH-OUT TO REG-CASH-OUT.
           MOVE WS-HIT-OUT-COUNT TO REG-OUT-COUNT.
           PERFORM WRITE-FILING-RECORDS.
           MOVE 'FILED' TO REG-ACTION.
           MOVE CUST-NAME TO REG-NAME.
           MOVE WS-PERSON-COUNT TO REG-PERSONS.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      * A HELD CUSTOMER'S AMOUNTS ARE LISTED AS POSTED, IN ACCOUNT
      * CURRENCY.
       HOLD-ONE-CUSTOMER.
           ADD 1 TO WS-FILING-SEQ.
           MOVE SPACES TO WS-REG-DETAIL.
           MOVE WS-FILING-ID TO REG-FILING-ID.
           MOVE WS-HIT-CUST-ID TO REG-CUST-ID.
           MOVE WS-HIT-CASH-IN TO REG-CASH-IN.
           MOVE WS-HIT-IN-COUNT TO REG-IN-COUNT.
           MOVE WS-HIT-CASH-OUT TO REG-CASH-OUT.
           MOVE WS-HIT-OUT-COUNT TO REG-OUT-COUNT.
           MOVE 'EXCEPTION' TO REG-ACTION.
           MOVE WS-HOLD-REASON TO REG-NAME.
           MOVE ZERO TO REG-PERSONS.
           MOVE CUST-CURRENCY-CODE TO REG-CURRENCY.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-FILING-RECORDS.
           MOVE 1 TO WS-PERSON-COUNT.
           IF WS-COWN-COUNT > 0
             PERFORM COUNT-ONE-CONDUCTOR
               VARYING WS-COWN-IDX FROM 1 BY 1
               UNTIL WS-COWN-IDX > WS-COWN-COUNT
           END-IF.
           MOVE SPACES TO CTRX-RECORD.
           SET CTRX-FILING TO TRUE.
           MOVE WS-FILING-ID TO CTRX-FILING-ID.
           MOVE WS-HIT-CUST-ID TO CTRX-FIL-CUST-ID.
           MOVE WS-CURRENT-DATE TO CTRX-FIL-BUS-DATE.
           MOVE CUST-BRANCH-CODE TO CTRX-FIL-BRANCH.
           MOVE CUST-CURRENCY-CODE TO CTRX-FIL-CURRENCY.
           MOVE WS-BASE-CASH-IN TO CTRX-FIL-CASH-IN.
           MOVE WS-HIT-IN-COUNT TO CTRX-FIL-IN-COUNT.
           MOVE WS-BASE-CASH-OUT TO CTRX-FIL-CASH-OUT.
           MOVE WS-HIT-OUT-COUNT TO CTRX-FIL-OUT-COUNT.
           MOVE WS-HIT-CASH-IN TO CTRX-FIL-ACCT-CASH-IN.
           MOVE WS-HIT-CASH-OUT TO CTRX-FIL-ACCT-CASH-OUT.
           MOVE WS-CUR-RATE TO CTRX-FIL-RATE.
           MOVE WS-PERSON-COUNT TO CTRX-FIL-PERSONS.
           WRITE CTRX-RECORD.
           MOVE SPACES TO CTRX-RECORD.
           SET CTRX-PERSON TO TRUE.
           MOVE WS-FILING-ID TO CTRX-FILING-ID.
           SET CTRX-PER-OWNER TO TRUE.
           MOVE 0 TO CTRX-PER-SEQ.
           MOVE CUST-NAME TO CTRX-PER-NAME.
           MOVE CUST-ADDR-CONTACT TO CTRX-PER-ADDR-CONTACT.
           WRITE CTRX-RECORD.
           IF WS-COWN-COUNT > 0
             PERFORM WRITE-ONE-CONDUCTOR
               VARYING WS-COWN-IDX FROM 1 BY 1
               UNTIL WS-COWN-IDX > WS-COWN-COUNT
           END-IF.
           ADD 1 TO WS-FILED-COUNT.
           ADD WS-PERSON-COUNT TO WS-FILED-PERSONS.
           ADD WS-BASE-CASH-IN TO WS-FILED-CASH-IN.
           ADD WS-BASE-CASH-OUT TO WS-FILED-CASH-OUT.

       COUNT-ONE-CONDUCTOR.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = WS-HIT-CUST-ID
             ADD 1 TO WS-PERSON-COUNT
           END-IF.

       WRITE-ONE-CONDUCTOR.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = WS-HIT-CUST-ID
             MOVE SPACES TO CTRX-RECORD
             SET CTRX-PERSON TO TRUE
             MOVE WS-FILING-ID TO CTRX-FILING-ID
             SET CTRX-PER-JOINT TO TRUE
             MOVE WS-CWN-SEQ(WS-COWN-IDX) TO CTRX-PER-SEQ
             MOVE WS-CWN-NAME(WS-COWN-IDX) TO CTRX-PER-NAME
             MOVE WS-CWN-ADDR(WS-COWN-IDX) TO CTRX-PER-ADDR-CONTACT
             WRITE CTRX-RECORD
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CTRX-RECORD.
           SET CTRX-TRAILER TO TRUE.
           MOVE WS-FILED-COUNT TO CTRX-TRL-FILINGS.
           MOVE WS-FILED-PERSONS TO CTRX-TRL-PERSONS.
           MOVE WS-FILED-CASH-IN TO CTRX-TRL-CASH-IN.
           MOVE WS-FILED-CASH-OUT TO CTRX-TRL-CASH-OUT.
           WRITE CTRX-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FILED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  FILINGS EXTRACTED:            ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FILED-PERSONS TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PERSONS NAMED:                ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FILED-CASH-IN TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CASH IN FILED:                ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FILED-CASH-OUT TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CASH OUT FILED:               ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  HELD FOR MANUAL FILING:       ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE CUSTFILE CTRXFILE RPTFILE.
           IF WS-EXCEPTION-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTCTRX COMPLETE.'.
           DISPLAY '  CO-OWNERS LOADED:     ' WS-COWN-COUNT.
           DISPLAY '  FILINGS EXTRACTED:    ' WS-FILED-COUNT.
           DISPLAY '  PERSONS NAMED:        ' WS-FILED-PERSONS.
           DISPLAY '  CASH IN FILED:        ' WS-FILED-CASH-IN.
           DISPLAY '  CASH OUT FILED:       ' WS-FILED-CASH-OUT.
           DISPLAY '  HELD FOR MANUAL FILE: ' WS-EXCEPTION-COUNT.
