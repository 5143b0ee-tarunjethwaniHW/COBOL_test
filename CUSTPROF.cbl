       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTPROF - CUSTOMER AND HOUSEHOLD PROFITABILITY                *
      * RUN MONTHLY AT MONTH END FOR THE RELATIONSHIP MANAGERS. NOT AN *
      * END-OF-DAY STEP. THE PERIOD IS THE CALENDAR MONTH OF THE       *
      * BUSINESS RUN DATE, FROM THE FIRST THROUGH THE RUN DATE. FOR    *
      * EVERY ACCOUNT NOT CLOSED:                                      *
      *   AVERAGE BALANCE - THE CUSTBHST DAILY SNAPSHOTS ON            *
      *                     BALANCE_HISTORY SUMMED OVER THE PERIOD AND *
      *                     SPREAD OVER ITS DAYS; AN ACCOUNT WITH NO   *
      *                     SNAPSHOTS IS TAKEN AT TODAY'S BALANCE.     *
      *   FTP CREDIT      - THE BALANCE-DAYS AT THE ANNUAL FUNDS-      *
      *                     TRANSFER-PRICING RATE FROM THE FTPRATE     *
      *                     CONTROL FILE (A PER-PRODUCT RATE WHERE ONE *
      *                     IS GIVEN, OTHERWISE THE DEFAULT ROW). AN   *
      *                     OVERDRAWN BALANCE IS CHARGED AT THE SAME   *
      *                     RATE.                                      *
      *   LESS INTEREST PAID ('I'), PLUS DEBIT INTEREST ('J') AND      *
      *   FEES ('F', WITH EARLY-BREAK PENALTIES 'N') LOGGED ON         *
      *   TRANSACTION_LOG IN THE PERIOD.                               *
      * THE RESULT IS THE CUSTOMER'S NET CONTRIBUTION. FIGURES ARE     *
      * CONVERTED TO THE BASE CURRENCY AT THE CURRTBL RATE SO ACCOUNTS *
      * RANK AND ADD UP ACROSS CURRENCIES. HOUSEHOLDS COME FROM        *
      * CUSTHHLK AND ADD UP THEIR MEMBERS. PROFRPT RANKS CUSTOMERS     *
      * WITHIN THEIR CUSTSEGM SEGMENT (CUSTOMER_FLAGS) AND WITHIN      *
      * THEIR BRANCH, THEN RANKS HOUSEHOLDS. PROFCRM CARRIES ONE       *
      * RECORD PER CUSTOMER WITH ITS FIGURES, BOTH RANKS AND ITS       *
      * HOUSEHOLD'S PROFIT AND RANK FOR THE CRM LOAD.                  *
      * RC 4  - A FOREIGN-CURRENCY ACCOUNT HAS NO CURRTBL RATE AND IS  *
      *         LEFT OUT (LISTED ON PROFRPT).                          *
      * RC 16 - NO FTPRATE DEFAULT RATE, OR THE HOUSEHOLD TABLE        *
      *         OVERFLOWED AND THE HOUSEHOLD FIGURES ARE INCOMPLETE.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTPFILE ASSIGN TO 'FTPRATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FTP-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT SORTHH ASSIGN TO 'SORTWK2'.
           SELECT WRKFILE ASSIGN TO 'PROFWRK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WRK-STATUS.
           SELECT RPTFILE ASSIGN TO 'PROFRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT CRMFILE ASSIGN TO 'PROFCRM'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CRM-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ANNUAL FTP RATE IN PERCENT. A BLANK ACCOUNT TYPE IS THE
      * DEFAULT RATE AND MUST BE PRESENT; A ROW FOR A TYPE PRICES
      * THAT PRODUCT'S FUNDS INSTEAD.
       FD FTPFILE.
       01 FTP-RECORD.
          05 FTP-ACCT-TYPE      PIC X(01).
          05 FTP-RATE-PCT       PIC 9(02)V9(04).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

      * ONE RECORD PER CUSTOMER, ALL AMOUNTS IN BASE CURRENCY. THE
      * SEGMENT RANK IS FILLED IN BY THE FIRST SORT'S OUTPUT AND
      * CARRIED THROUGH PROFWRK INTO THE BRANCH SORT.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-SEGMENT        PIC X(01).
          05 SRT-BRANCH         PIC X(04).
          05 SRT-PROFIT         PIC S9(11)V99.
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-CUST-NAME      PIC X(30).
          05 SRT-HH-ID          PIC X(08).
          05 SRT-AVG-BAL        PIC S9(11)V99.
          05 SRT-FTP            PIC S9(11)V99.
          05 SRT-INT-PAID       PIC S9(11)V99.
          05 SRT-DEBIT-INT      PIC S9(11)V99.
          05 SRT-FEES           PIC S9(11)V99.
          05 SRT-SEG-RANK       PIC 9(07).
          05 SRT-BRANCH-RANK    PIC 9(07).

      * ONE RECORD PER HOUSEHOLD, POINTING BACK AT ITS TABLE ENTRY.
       SD SORTHH.
       01 SORTHH-RECORD.
          05 SRH-PROFIT         PIC S9(11)V99.
          05 SRH-HH-ID          PIC X(08).
          05 SRH-HH-SUB         PIC 9(05).

       FD WRKFILE.
       01 WRK-RECORD            PIC X(145).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD CRMFILE.
       01 PCRM-RECORD.
          05 PCRM-CUST-ID       PIC X(10).
          05 PCRM-HH-ID         PIC X(08).
          05 PCRM-BRANCH        PIC X(04).
          05 PCRM-SEGMENT       PIC X(01).
          05 PCRM-PERIOD-FROM   PIC X(10).
          05 PCRM-PERIOD-TO     PIC X(10).
          05 PCRM-AVG-BAL       PIC S9(11)V99.
          05 PCRM-FTP-CREDIT    PIC S9(11)V99.
          05 PCRM-INT-PAID      PIC S9(11)V99.
          05 PCRM-DEBIT-INT     PIC S9(11)V99.
          05 PCRM-FEES          PIC S9(11)V99.
          05 PCRM-PROFIT        PIC S9(11)V99.
          05 PCRM-SEG-RANK      PIC 9(07).
          05 PCRM-BRANCH-RANK   PIC 9(07).
          05 PCRM-HH-PROFIT     PIC S9(11)V99.
          05 PCRM-HH-RANK       PIC 9(07).
          05 PCRM-RUN-DATE      PIC X(10).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FTP-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-WRK-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-CRM-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-FTP-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-FTP-EOF         VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-WRK-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-WRK-EOF         VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.

      * THE PERIOD - FIRST OF THE RUN DATE'S MONTH THROUGH THE RUN
      * DATE.
       01 WS-PERIOD-FROM        PIC X(10) VALUE SPACES.
       01 WS-PERIOD-DAYS        PIC 9(02) VALUE 0.

      * FTP RATES FROM FTPRATE.
       01 WS-FTP-DEFAULT-PCT    PIC 9(02)V9(04) VALUE 0.
       01 WS-FTP-DEFAULT-FLAG   PIC X VALUE 'N'.
          88 WS-FTP-HAS-DEFAULT VALUE 'Y'.
       01 WS-FTP-COUNT          PIC 9(02) VALUE 0.
       01 WS-FTP-TABLE.
          05 WS-FTP-ENTRY OCCURS 20 TIMES INDEXED BY WS-FTP-IDX.
             10 WS-FTP-TYPE     PIC X(01).
             10 WS-FTP-PCT      PIC 9(02)V9(04).
       01 WS-CUR-FTP-PCT        PIC 9(02)V9(04) VALUE 0.

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.
       01 WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-RATE-FOUND      VALUE 'Y'.

      * THE ACCOUNT IN HAND, IN ACCOUNT CURRENCY.
       01 WS-BAL-ROWS           PIC S9(9) COMP VALUE 0.
       01 WS-BAL-SUM            PIC S9(13)V99 VALUE 0.
       01 WS-RAW-INT-PAID       PIC S9(11)V99 VALUE 0.
       01 WS-RAW-DEBIT-INT      PIC S9(11)V99 VALUE 0.
       01 WS-RAW-FEES           PIC S9(11)V99 VALUE 0.
       01 WS-SEGMENT-CODE       PIC X(01) VALUE SPACE.

      * HOUSEHOLD TOTALS, ONE ENTRY PER HOUSEHOLD MET IN THE RUN, AND
      * THE TABLE ENTRIES IN RANK ORDER ONCE THE HOUSEHOLDS ARE SORTED.
       COPY HHLKCOPY.
       01 WS-HH-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-HH-MAX             PIC S9(4) COMP VALUE 2500.
       01 WS-HH-SUB             PIC S9(4) COMP VALUE 0.
       01 WS-HH-HIT             PIC S9(4) COMP VALUE 0.
       01 WS-HH-TABLE.
          05 WS-HH-ENTRY OCCURS 2500 TIMES.
             10 WS-HH-ID        PIC X(08).
             10 WS-HH-MEMBERS   PIC 9(05).
             10 WS-HH-AVG-BAL   PIC S9(11)V99.
             10 WS-HH-FTP       PIC S9(11)V99.
             10 WS-HH-INT-PAID  PIC S9(11)V99.
             10 WS-HH-DEBIT-INT PIC S9(11)V99.
             10 WS-HH-FEES      PIC S9(11)V99.
             10 WS-HH-PROFIT    PIC S9(11)V99.
             10 WS-HH-RANK      PIC 9(07).
       01 WS-HH-ORDER-TABLE.
          05 WS-HH-ORDER        PIC S9(4) COMP OCCURS 2500 TIMES.
       01 WS-HH-RANK-SUB        PIC S9(4) COMP VALUE 0.
       01 WS-MEMBER-EDIT        PIC ZZZZ9.

      * RANKING AND CONTROL-BREAK STATE.
       01 WS-FIRST-REC-FLAG     PIC X VALUE 'Y'.
          88 WS-FIRST-REC       VALUE 'Y'.
       01 WS-PREV-SEGMENT       PIC X(01) VALUE SPACE.
       01 WS-PREV-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-RANK               PIC 9(07) VALUE 0.
       01 WS-SEGMENT-LABEL      PIC X(11) VALUE SPACES.

      * ACCUMULATORS: 1 SEGMENT OR BRANCH GROUP, 2 ALL CUSTOMERS.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 2 TIMES.
             10 WS-ACC-COUNT    PIC 9(07).
             10 WS-ACC-AVG-BAL  PIC S9(13)V99.
             10 WS-ACC-FTP      PIC S9(13)V99.
             10 WS-ACC-INT-PAID PIC S9(13)V99.
             10 WS-ACC-DEBIT-INT PIC S9(13)V99.
             10 WS-ACC-FEES     PIC S9(13)V99.
             10 WS-ACC-PROFIT   PIC S9(13)V99.
       01 WS-ACC-SUB            PIC S9(4) COMP VALUE 0.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(07) VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-HIST-COUNT      PIC 9(07) VALUE 0.
       01 WS-PRICED-COUNT       PIC 9(07) VALUE 0.
       01 WS-IN-HH-COUNT        PIC 9(07) VALUE 0.
       01 WS-CRM-COUNT          PIC 9(07) VALUE 0.

       01 WS-DETAIL-LINE.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-IDENT.
             10 DTL-RANK        PIC ZZZZZZ9.
             10 FILLER          PIC X(01) VALUE SPACE.
             10 DTL-CUST-ID     PIC X(10).
             10 FILLER          PIC X(01) VALUE SPACE.
             10 DTL-NAME        PIC X(18).
             10 FILLER          PIC X(01) VALUE SPACE.
             10 DTL-BRANCH      PIC X(04).
          05 DTL-TOTAL-LABEL REDEFINES DTL-IDENT PIC X(42).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-AVG-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-FTP            PIC Z,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-INT-PAID       PIC Z,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-DEBIT-INT      PIC Z,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-FEES           PIC Z,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-PROFIT         PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COLUMN-HEADING.
          05 FILLER             PIC X(44) VALUE
             '    RANK CUSTOMER   NAME               BRCH'.
          05 FILLER             PIC X(16) VALUE
             '     AVG BALANCE'.
          05 FILLER             PIC X(14) VALUE '    FTP CREDIT'.
          05 FILLER             PIC X(14) VALUE '      INT PAID'.
          05 FILLER             PIC X(14) VALUE '     DEBIT INT'.
          05 FILLER             PIC X(14) VALUE '          FEES'.
          05 FILLER             PIC X(16) VALUE
             '      NET PROFIT'.
       01 WS-HH-COLUMN-HEADING.
          05 FILLER             PIC X(44) VALUE
             '    RANK HOUSEHOLD  MEMBERS'.
          05 FILLER             PIC X(16) VALUE
             '     AVG BALANCE'.
          05 FILLER             PIC X(14) VALUE '    FTP CREDIT'.
          05 FILLER             PIC X(14) VALUE '      INT PAID'.
          05 FILLER             PIC X(14) VALUE '     DEBIT INT'.
          05 FILLER             PIC X(14) VALUE '          FEES'.
          05 FILLER             PIC X(16) VALUE
             '      NET PROFIT'.
       01 WS-PCT-EDIT           PIC Z9.9999.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-SEGMENT
                DESCENDING KEY SRT-PROFIT
                ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-CUSTOMER-PROFITS
             OUTPUT PROCEDURE IS PRINT-SEGMENT-RANKING.
           IF WS-HH-COUNT > 0
             SORT SORTHH
               ON DESCENDING KEY SRH-PROFIT
                  ASCENDING KEY SRH-HH-ID
               INPUT PROCEDURE IS RELEASE-HOUSEHOLD-PROFITS
               OUTPUT PROCEDURE IS RANK-HOUSEHOLDS
           END-IF.
           SORT SORTWK
             ON ASCENDING KEY SRT-BRANCH
                DESCENDING KEY SRT-PROFIT
                ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-FROM-WORK-FILE
             OUTPUT PROCEDURE IS PRINT-BRANCH-RANKING.
           PERFORM PRINT-HOUSEHOLD-RANKING.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTPROF: HOUSEHOLD TABLE FULL AT ' WS-HH-MAX
                     ' ENTRIES - HOUSEHOLD FIGURES ARE INCOMPLETE'
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '*** HOUSEHOLD TABLE FULL - HOUSEHOLD FIGURES ARE '
                    'INCOMPLETE'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-PERIOD-FROM.
           STRING WS-CURRENT-DATE(1:8) '01'
             DELIMITED BY SIZE INTO WS-PERIOD-FROM.
           MOVE WS-CURRENT-DATE(9:2) TO WS-PERIOD-DAYS.
           PERFORM LOAD-FTP-RATES.
           IF NOT WS-FTP-HAS-DEFAULT
             DISPLAY 'CUSTPROF: FTPRATE HAS NO DEFAULT (BLANK-TYPE) '
                     'RATE - RUN STOPPED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-CURRENCY-TABLE.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PROFRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CRMFILE.
           IF WS-CRM-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PROFCRM: ' WS-CRM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT WRKFILE.
           IF WS-WRK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PROFWRK: ' WS-WRK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           PERFORM WRITE-REPORT-HEADING.

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

       LOAD-FTP-RATES.
           MOVE 0 TO WS-FTP-COUNT.
           OPEN INPUT FTPFILE.
           IF WS-FTP-STATUS = '00'
             PERFORM READ-FTP-RECORD UNTIL WS-FTP-EOF
             CLOSE FTPFILE
           ELSE
             DISPLAY 'CUSTPROF: NO FTPRATE CONTROL FILE'
           END-IF.

       READ-FTP-RECORD.
           READ FTPFILE INTO FTP-RECORD
             AT END SET WS-FTP-EOF TO TRUE
           END-READ.
           IF NOT WS-FTP-EOF AND FTP-RATE-PCT IS NUMERIC
             IF FTP-ACCT-TYPE = SPACE
               MOVE FTP-RATE-PCT TO WS-FTP-DEFAULT-PCT
               SET WS-FTP-HAS-DEFAULT TO TRUE
             ELSE
               IF WS-FTP-COUNT < 20
                 ADD 1 TO WS-FTP-COUNT
                 SET WS-FTP-IDX TO WS-FTP-COUNT
                 MOVE FTP-ACCT-TYPE TO WS-FTP-TYPE(WS-FTP-IDX)
                 MOVE FTP-RATE-PCT TO WS-FTP-PCT(WS-FTP-IDX)
               END-IF
             END-IF
           END-IF.

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTPROF: NO CURRTBL PARM FILE - FOREIGN '
                     'ACCOUNTS CANNOT BE CONVERTED'
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

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER AND HOUSEHOLD PROFITABILITY FOR '
                  WS-PERIOD-FROM ' THROUGH ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FTP-DEFAULT-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING '  NET PROFIT = FTP CREDIT - INTEREST PAID + DEBIT '
                  'INTEREST + FEES; DEFAULT FTP RATE ' WS-PCT-EDIT
                  ' PCT A YEAR; AMOUNTS IN BASE CURRENCY'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *================================================================*
      * INPUT PROCEDURE - PRICE EVERY ACCOUNT ON THE MASTER AND        *
      * RELEASE ONE SORT RECORD PER CUSTOMER.                          *
      *================================================================*
       RELEASE-CUSTOMER-PROFITS.
           PERFORM PRICE-ONE-CUSTOMER
             UNTIL WS-EOF.
           CLOSE CUSTFILE.

       PRICE-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
             ELSE
               PERFORM CONVERT-ONE-CUSTOMER
             END-IF
           END-IF.

       CONVERT-ONE-CUSTOMER.
           MOVE 1 TO WS-CUR-RATE.
           IF CUST-CURRENCY-CODE = SPACES
             SET WS-RATE-FOUND TO TRUE
           ELSE
             PERFORM FIND-CURRENCY-RATE
           END-IF.
           IF WS-RATE-FOUND
             PERFORM RELEASE-CUSTOMER-PROFIT
           ELSE
             ADD 1 TO WS-NO-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' CUST-ID ' CURRENCY ' CUST-CURRENCY-CODE
                    ' HAS NO CURRTBL RATE - LEFT OUT OF THE RANKING'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       RELEASE-CUSTOMER-PROFIT.
           PERFORM FIND-FTP-RATE.
           PERFORM GET-PERIOD-BALANCE-DAYS.
           PERFORM GET-PERIOD-INCOME.
           PERFORM GET-SEGMENT-CODE.
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-SEGMENT-CODE TO SRT-SEGMENT.
           MOVE CUST-BRANCH-CODE TO SRT-BRANCH.
           MOVE CUST-ID TO SRT-CUST-ID.
           MOVE CUST-NAME TO SRT-CUST-NAME.
           COMPUTE SRT-AVG-BAL ROUNDED =
             WS-BAL-SUM * WS-CUR-RATE / WS-PERIOD-DAYS.
           COMPUTE SRT-FTP ROUNDED =
             WS-BAL-SUM * WS-CUR-FTP-PCT * WS-CUR-RATE / 36500.
           COMPUTE SRT-INT-PAID ROUNDED =
             WS-RAW-INT-PAID * WS-CUR-RATE.
           COMPUTE SRT-DEBIT-INT ROUNDED =
             WS-RAW-DEBIT-INT * WS-CUR-RATE.
           COMPUTE SRT-FEES ROUNDED = WS-RAW-FEES * WS-CUR-RATE.
           COMPUTE SRT-PROFIT = SRT-FTP - SRT-INT-PAID
             + SRT-DEBIT-INT + SRT-FEES.
           MOVE 0 TO SRT-SEG-RANK SRT-BRANCH-RANK.
           PERFORM ADD-TO-HOUSEHOLD.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-PRICED-COUNT.

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

       FIND-FTP-RATE.
           MOVE WS-FTP-DEFAULT-PCT TO WS-CUR-FTP-PCT.
           IF WS-FTP-COUNT > 0
             PERFORM MATCH-ONE-FTP-RATE
               VARYING WS-FTP-IDX FROM 1 BY 1
               UNTIL WS-FTP-IDX > WS-FTP-COUNT
           END-IF.

       MATCH-ONE-FTP-RATE.
           IF WS-FTP-TYPE(WS-FTP-IDX) = CUST-ACCT-TYPE
             MOVE WS-FTP-PCT(WS-FTP-IDX) TO WS-CUR-FTP-PCT
           END-IF.

      * BALANCE-DAYS FOR THE PERIOD FROM THE CUSTBHST SNAPSHOTS. A DAY
      * WITH NO SNAPSHOT (THE ACCOUNT NOT YET OPEN) CONTRIBUTES
      * NOTHING, SO A MID-MONTH OPENING IS AVERAGED OVER THE WHOLE
      * MONTH LIKE EVERY OTHER ACCOUNT.
       GET-PERIOD-BALANCE-DAYS.
           MOVE 0 TO WS-BAL-ROWS WS-BAL-SUM.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(BALANCE), 0)
             INTO :WS-BAL-ROWS, :WS-BAL-SUM
             FROM BALANCE_HISTORY
             WHERE CUST_ID = :CUST-ID
               AND BAL_DATE BETWEEN :WS-PERIOD-FROM
                                AND :WS-CURRENT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-BAL-ROWS = 0
             COMPUTE WS-BAL-SUM = CUST-BALANCE * WS-PERIOD-DAYS
             ADD 1 TO WS-NO-HIST-COUNT
           END-IF.

       GET-PERIOD-INCOME.
           MOVE 0 TO WS-RAW-INT-PAID WS-RAW-DEBIT-INT WS-RAW-FEES.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN TRAN_TYPE = 'I'
                                      THEN TRAN_AMOUNT ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN TRAN_TYPE = 'J'
                                      THEN TRAN_AMOUNT ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN TRAN_TYPE IN ('F', 'N')
                                      THEN TRAN_AMOUNT ELSE 0 END), 0)
             INTO :WS-RAW-INT-PAID, :WS-RAW-DEBIT-INT, :WS-RAW-FEES
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :CUST-ID
               AND TRAN_TYPE IN ('I', 'J', 'F', 'N')
               AND TRAN_DATE BETWEEN :WS-PERIOD-FROM
                                 AND :WS-CURRENT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-RAW-INT-PAID WS-RAW-DEBIT-INT WS-RAW-FEES
           END-IF.

       GET-SEGMENT-CODE.
           MOVE SPACE TO WS-SEGMENT-CODE.
           EXEC SQL
             SELECT COALESCE(MAX(SEGMENT_CODE), ' ')
             INTO :WS-SEGMENT-CODE
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACE TO WS-SEGMENT-CODE
           END-IF.

      * A HOUSEHOLD MEMBER'S FIGURES ALSO ADD INTO ITS HOUSEHOLD'S
      * ENTRY. ONCE THE TABLE IS FULL A NEW HOUSEHOLD IS NOT TOTALLED
      * AND THE RUN ENDS RC 16.
       ADD-TO-HOUSEHOLD.
           MOVE CUST-ID TO HHLK-CUST-ID.
           CALL 'CUSTHHLK' USING HHLK-PARM.
           IF HHLK-IN-HOUSEHOLD
             PERFORM ADD-TO-HOUSEHOLD-ENTRY
           END-IF.

       ADD-TO-HOUSEHOLD-ENTRY.
           MOVE HHLK-HH-ID TO SRT-HH-ID.
           ADD 1 TO WS-IN-HH-COUNT.
           PERFORM FIND-HOUSEHOLD-ENTRY.
           IF WS-HH-HIT = 0 AND WS-HH-COUNT NOT < WS-HH-MAX
             SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
             IF WS-HH-HIT = 0
               PERFORM OPEN-HOUSEHOLD-ENTRY
             END-IF
             ADD 1 TO WS-HH-MEMBERS(WS-HH-HIT)
             ADD SRT-AVG-BAL TO WS-HH-AVG-BAL(WS-HH-HIT)
             ADD SRT-FTP TO WS-HH-FTP(WS-HH-HIT)
             ADD SRT-INT-PAID TO WS-HH-INT-PAID(WS-HH-HIT)
             ADD SRT-DEBIT-INT TO WS-HH-DEBIT-INT(WS-HH-HIT)
             ADD SRT-FEES TO WS-HH-FEES(WS-HH-HIT)
             ADD SRT-PROFIT TO WS-HH-PROFIT(WS-HH-HIT)
           END-IF.

       OPEN-HOUSEHOLD-ENTRY.
           ADD 1 TO WS-HH-COUNT.
           MOVE WS-HH-COUNT TO WS-HH-HIT.
           MOVE SRT-HH-ID TO WS-HH-ID(WS-HH-HIT).
           MOVE 0 TO WS-HH-MEMBERS(WS-HH-HIT).
           MOVE 0 TO WS-HH-AVG-BAL(WS-HH-HIT).
           MOVE 0 TO WS-HH-FTP(WS-HH-HIT).
           MOVE 0 TO WS-HH-INT-PAID(WS-HH-HIT).
           MOVE 0 TO WS-HH-DEBIT-INT(WS-HH-HIT).
           MOVE 0 TO WS-HH-FEES(WS-HH-HIT).
           MOVE 0 TO WS-HH-PROFIT(WS-HH-HIT).
           MOVE 0 TO WS-HH-RANK(WS-HH-HIT).

      * CALLER SETS SRT-HH-ID; WS-HH-HIT COMES BACK AS THE ENTRY, OR
      * ZERO WHEN THE HOUSEHOLD IS NOT IN THE TABLE.
       FIND-HOUSEHOLD-ENTRY.
           MOVE 0 TO WS-HH-HIT.
           IF WS-HH-COUNT > 0
             PERFORM MATCH-ONE-HOUSEHOLD
               VARYING WS-HH-SUB FROM 1 BY 1
               UNTIL WS-HH-SUB > WS-HH-COUNT OR WS-HH-HIT > 0
           END-IF.

       MATCH-ONE-HOUSEHOLD.
           IF WS-HH-ID(WS-HH-SUB) = SRT-HH-ID
             MOVE WS-HH-SUB TO WS-HH-HIT
           END-IF.

      *================================================================*
      * OUTPUT PROCEDURE - CUSTOMERS RANKED WITHIN SEGMENT. EACH       *
      * RECORD GOES ON TO PROFWRK WITH ITS SEGMENT RANK FOR THE BRANCH *
      * SORT.                                                          *
      *================================================================*
       PRINT-SEGMENT-RANKING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SECTION 1 - CUSTOMERS RANKED WITHIN SEGMENT' TO
             RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'Y' TO WS-FIRST-REC-FLAG.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           PERFORM RETURN-NEXT-CUSTOMER.
           PERFORM RANK-ONE-IN-SEGMENT UNTIL WS-SRT-EOF.
           IF WS-FIRST-REC
             MOVE '  NO CUSTOMERS PRICED' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM PRINT-SEGMENT-TOTAL
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ALL CUSTOMERS' TO DTL-TOTAL-LABEL.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM PRINT-ACCUMULATED-LINE.
           CLOSE WRKFILE.

       RETURN-NEXT-CUSTOMER.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       RANK-ONE-IN-SEGMENT.
           IF WS-FIRST-REC OR SRT-SEGMENT NOT = WS-PREV-SEGMENT
             IF NOT WS-FIRST-REC
               PERFORM PRINT-SEGMENT-TOTAL
             END-IF
             MOVE 'N' TO WS-FIRST-REC-FLAG
             MOVE SRT-SEGMENT TO WS-PREV-SEGMENT
             MOVE 0 TO WS-RANK
             PERFORM SET-SEGMENT-LABEL
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING 'SEGMENT ' WS-SEGMENT-LABEL
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-COLUMN-HEADING TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO SRT-SEG-RANK.
           PERFORM PRINT-CUSTOMER-LINE.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM ADD-CUSTOMER-TO-LEVEL.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM ADD-CUSTOMER-TO-LEVEL.
           MOVE SORT-RECORD TO WRK-RECORD.
           WRITE WRK-RECORD.
           PERFORM RETURN-NEXT-CUSTOMER.

       SET-SEGMENT-LABEL.
           IF SRT-SEGMENT = SPACE
             MOVE 'UNSEGMENTED' TO WS-SEGMENT-LABEL
           ELSE
             MOVE SRT-SEGMENT TO WS-SEGMENT-LABEL
           END-IF.

       PRINT-SEGMENT-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SPACES TO DTL-TOTAL-LABEL.
           STRING '  SEGMENT ' WS-SEGMENT-LABEL ' TOTAL'
             DELIMITED BY SIZE INTO DTL-TOTAL-LABEL.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM PRINT-ACCUMULATED-LINE.
           INITIALIZE WS-ACC-ENTRY(1).

       PRINT-CUSTOMER-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-RANK TO DTL-RANK.
           MOVE SRT-CUST-ID TO DTL-CUST-ID.
           MOVE SRT-CUST-NAME TO DTL-NAME.
           MOVE SRT-BRANCH TO DTL-BRANCH.
           MOVE SRT-AVG-BAL TO DTL-AVG-BAL.
           MOVE SRT-FTP TO DTL-FTP.
           MOVE SRT-INT-PAID TO DTL-INT-PAID.
           MOVE SRT-DEBIT-INT TO DTL-DEBIT-INT.
           MOVE SRT-FEES TO DTL-FEES.
           MOVE SRT-PROFIT TO DTL-PROFIT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       ADD-CUSTOMER-TO-LEVEL.
           ADD 1 TO WS-ACC-COUNT(WS-ACC-SUB).
           ADD SRT-AVG-BAL TO WS-ACC-AVG-BAL(WS-ACC-SUB).
           ADD SRT-FTP TO WS-ACC-FTP(WS-ACC-SUB).
           ADD SRT-INT-PAID TO WS-ACC-INT-PAID(WS-ACC-SUB).
           ADD SRT-DEBIT-INT TO WS-ACC-DEBIT-INT(WS-ACC-SUB).
           ADD SRT-FEES TO WS-ACC-FEES(WS-ACC-SUB).
           ADD SRT-PROFIT TO WS-ACC-PROFIT(WS-ACC-SUB).

      * CALLER HAS PUT THE LABEL IN DTL-TOTAL-LABEL AND SET
      * WS-ACC-SUB.
       PRINT-ACCUMULATED-LINE.
           MOVE WS-ACC-AVG-BAL(WS-ACC-SUB) TO DTL-AVG-BAL.
           MOVE WS-ACC-FTP(WS-ACC-SUB) TO DTL-FTP.
           MOVE WS-ACC-INT-PAID(WS-ACC-SUB) TO DTL-INT-PAID.
           MOVE WS-ACC-DEBIT-INT(WS-ACC-SUB) TO DTL-DEBIT-INT.
           MOVE WS-ACC-FEES(WS-ACC-SUB) TO DTL-FEES.
           MOVE WS-ACC-PROFIT(WS-ACC-SUB) TO DTL-PROFIT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *================================================================*
      * HOUSEHOLD RANKING - SORTED BY PROFIT, EACH TABLE ENTRY TAKES   *
      * ITS RANK AND THE RANK ORDER IS KEPT FOR THE PRINTED SECTION.   *
      *================================================================*
       RELEASE-HOUSEHOLD-PROFITS.
           PERFORM RELEASE-ONE-HOUSEHOLD
             VARYING WS-HH-SUB FROM 1 BY 1
             UNTIL WS-HH-SUB > WS-HH-COUNT.

       RELEASE-ONE-HOUSEHOLD.
           MOVE WS-HH-PROFIT(WS-HH-SUB) TO SRH-PROFIT.
           MOVE WS-HH-ID(WS-HH-SUB) TO SRH-HH-ID.
           MOVE WS-HH-SUB TO SRH-HH-SUB.
           RELEASE SORTHH-RECORD.

       RANK-HOUSEHOLDS.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           PERFORM RETURN-NEXT-HOUSEHOLD.
           PERFORM RANK-ONE-HOUSEHOLD UNTIL WS-SRT-EOF.

       RETURN-NEXT-HOUSEHOLD.
           RETURN SORTHH
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       RANK-ONE-HOUSEHOLD.
           ADD 1 TO WS-RANK.
           MOVE SRH-HH-SUB TO WS-HH-SUB.
           MOVE WS-RANK TO WS-HH-RANK(WS-HH-SUB).
           MOVE WS-HH-SUB TO WS-HH-ORDER(WS-RANK).
           PERFORM RETURN-NEXT-HOUSEHOLD.

      *================================================================*
      * INPUT PROCEDURE - THE SEGMENT-RANKED CUSTOMERS BACK FROM       *
      * PROFWRK FOR THE BRANCH SORT.                                   *
      *================================================================*
       RELEASE-FROM-WORK-FILE.
           OPEN INPUT WRKFILE.
           IF WS-WRK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PROFWRK: ' WS-WRK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM RELEASE-ONE-WORK-RECORD UNTIL WS-WRK-EOF.
           CLOSE WRKFILE.

       RELEASE-ONE-WORK-RECORD.
           READ WRKFILE
             AT END SET WS-WRK-EOF TO TRUE
           END-READ.
           IF NOT WS-WRK-EOF
             MOVE WRK-RECORD TO SORT-RECORD
             RELEASE SORT-RECORD
           END-IF.

      *================================================================*
      * OUTPUT PROCEDURE - CUSTOMERS RANKED WITHIN BRANCH. BOTH RANKS  *
      * ARE NOW KNOWN, SO THIS IS WHERE THE CRM EXTRACT IS WRITTEN.    *
      *================================================================*
       PRINT-BRANCH-RANKING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SECTION 2 - CUSTOMERS RANKED WITHIN BRANCH' TO
             RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'Y' TO WS-FIRST-REC-FLAG.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           INITIALIZE WS-ACC-ENTRY(1).
           PERFORM RETURN-NEXT-CUSTOMER.
           PERFORM RANK-ONE-IN-BRANCH UNTIL WS-SRT-EOF.
           IF WS-FIRST-REC
             MOVE '  NO CUSTOMERS PRICED' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM PRINT-BRANCH-TOTAL
           END-IF.

       RANK-ONE-IN-BRANCH.
           IF WS-FIRST-REC OR SRT-BRANCH NOT = WS-PREV-BRANCH
             IF NOT WS-FIRST-REC
               PERFORM PRINT-BRANCH-TOTAL
             END-IF
             MOVE 'N' TO WS-FIRST-REC-FLAG
             MOVE SRT-BRANCH TO WS-PREV-BRANCH
             MOVE 0 TO WS-RANK
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING 'BRANCH ' SRT-BRANCH
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-COLUMN-HEADING TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO SRT-BRANCH-RANK.
           PERFORM PRINT-CUSTOMER-LINE.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM ADD-CUSTOMER-TO-LEVEL.
           PERFORM WRITE-CRM-RECORD.
           PERFORM RETURN-NEXT-CUSTOMER.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SPACES TO DTL-TOTAL-LABEL.
           STRING '  BRANCH ' WS-PREV-BRANCH ' TOTAL'
             DELIMITED BY SIZE INTO DTL-TOTAL-LABEL.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM PRINT-ACCUMULATED-LINE.
           INITIALIZE WS-ACC-ENTRY(1).

       WRITE-CRM-RECORD.
           MOVE SPACES TO PCRM-RECORD.
           MOVE SRT-CUST-ID TO PCRM-CUST-ID.
           MOVE SRT-HH-ID TO PCRM-HH-ID.
           MOVE SRT-BRANCH TO PCRM-BRANCH.
           MOVE SRT-SEGMENT TO PCRM-SEGMENT.
           MOVE WS-PERIOD-FROM TO PCRM-PERIOD-FROM.
           MOVE WS-CURRENT-DATE TO PCRM-PERIOD-TO.
           MOVE SRT-AVG-BAL TO PCRM-AVG-BAL.
           MOVE SRT-FTP TO PCRM-FTP-CREDIT.
           MOVE SRT-INT-PAID TO PCRM-INT-PAID.
           MOVE SRT-DEBIT-INT TO PCRM-DEBIT-INT.
           MOVE SRT-FEES TO PCRM-FEES.
           MOVE SRT-PROFIT TO PCRM-PROFIT.
           MOVE SRT-SEG-RANK TO PCRM-SEG-RANK.
           MOVE SRT-BRANCH-RANK TO PCRM-BRANCH-RANK.
           MOVE 0 TO PCRM-HH-PROFIT PCRM-HH-RANK.
           IF SRT-HH-ID NOT = SPACES
             PERFORM FIND-HOUSEHOLD-ENTRY
             IF WS-HH-HIT > 0
               MOVE WS-HH-PROFIT(WS-HH-HIT) TO PCRM-HH-PROFIT
               MOVE WS-HH-RANK(WS-HH-HIT) TO PCRM-HH-RANK
             END-IF
           END-IF.
           MOVE WS-CURRENT-DATE TO PCRM-RUN-DATE.
           WRITE PCRM-RECORD.
           ADD 1 TO WS-CRM-COUNT.

      *================================================================*
      * SECTION 3 - HOUSEHOLDS IN RANK ORDER.                          *
      *================================================================*
       PRINT-HOUSEHOLD-RANKING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SECTION 3 - HOUSEHOLDS RANKED BY NET PROFIT' TO
             RPT-LINE.
           WRITE RPT-LINE.
           IF WS-HH-COUNT = 0
             MOVE '  NO HOUSEHOLD MEMBERS PRICED' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             MOVE WS-HH-COLUMN-HEADING TO RPT-LINE
             WRITE RPT-LINE
             PERFORM PRINT-ONE-HOUSEHOLD
               VARYING WS-HH-RANK-SUB FROM 1 BY 1
               UNTIL WS-HH-RANK-SUB > WS-HH-COUNT
           END-IF.

       PRINT-ONE-HOUSEHOLD.
           MOVE WS-HH-ORDER(WS-HH-RANK-SUB) TO WS-HH-SUB.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-HH-RANK(WS-HH-SUB) TO DTL-RANK.
           MOVE WS-HH-ID(WS-HH-SUB) TO DTL-CUST-ID.
           MOVE WS-HH-MEMBERS(WS-HH-SUB) TO WS-MEMBER-EDIT.
           MOVE WS-MEMBER-EDIT TO DTL-NAME.
           MOVE WS-HH-AVG-BAL(WS-HH-SUB) TO DTL-AVG-BAL.
           MOVE WS-HH-FTP(WS-HH-SUB) TO DTL-FTP.
           MOVE WS-HH-INT-PAID(WS-HH-SUB) TO DTL-INT-PAID.
           MOVE WS-HH-DEBIT-INT(WS-HH-SUB) TO DTL-DEBIT-INT.
           MOVE WS-HH-FEES(WS-HH-SUB) TO DTL-FEES.
           MOVE WS-HH-PROFIT(WS-HH-SUB) TO DTL-PROFIT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE RPTFILE CRMFILE.
           DISPLAY 'CUSTPROF COMPLETE.'.
           DISPLAY '  PERIOD:               ' WS-PERIOD-FROM ' TO '
                   WS-CURRENT-DATE.
           DISPLAY '  ACCOUNTS READ:        ' WS-READ-COUNT.
           DISPLAY '  CLOSED SKIPPED:       ' WS-CLOSED-COUNT.
           DISPLAY '  NO CURRTBL RATE:      ' WS-NO-RATE-COUNT.
           DISPLAY '  CUSTOMERS PRICED:     ' WS-PRICED-COUNT.
           DISPLAY '  NO BALANCE HISTORY:   ' WS-NO-HIST-COUNT.
           DISPLAY '  HOUSEHOLD MEMBERS:    ' WS-IN-HH-COUNT.
           DISPLAY '  HOUSEHOLDS RANKED:    ' WS-HH-COUNT.
           DISPLAY '  CRM RECORDS WRITTEN:  ' WS-CRM-COUNT.
