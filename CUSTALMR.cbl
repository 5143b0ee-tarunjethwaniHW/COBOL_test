       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTALMR.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTALMR - DEPOSIT REPRICING GAP AND MATURITY LADDER (ALM)     *
      * RUN MONTHLY, OR ON DEMAND, FOR THE ALCO PACK. NOT AN END-OF-   *
      * DAY STEP. EVERY OPEN ACCOUNT WITH A CREDIT BALANCE ON THE      *
      * MASTER AS OF THE BUSINESS RUN DATE IS PLACED IN A BUCKET:      *
      *   TERM DEPOSITS (A CUST-MATURITY-DATE ON FILE) BY TIME TO      *
      *     MATURITY - 0-1, 1-3, 3-6, 6-12 AND OVER 12 MONTHS, IN      *
      *     CALENDAR MONTHS FROM THE RUN DATE. A DEPOSIT ALREADY PAST  *
      *     MATURITY AND NOT YET HANDLED BY CUSTMATR IS IN 0-1. THE    *
      *     RATE IS THE PRODCAT RATE IN FORCE ON THE DAY THE TERM      *
      *     STARTED, AND THE BALANCE IS SPLIT ROLL/SETTLE BY           *
      *     CUST-MATURITY-DISP.                                        *
      *   DEMAND DEPOSITS BY PRODUCT AND PRODTIER BAND - EACH BAND OF  *
      *     THE BALANCE UP TO ITS TIER CEILING, THE BALANCE ABOVE THE  *
      *     LAST CEILING IN THE LAST BAND, AS CUSTACCR ACCRUES IT. A   *
      *     PRODUCT WITH NO TIERS IS ONE FLAT-RATE BUCKET. THESE       *
      *     BALANCES REPRICE WHENEVER PRODCAT CHANGES.                 *
      * RATES ARE SHOWN ANNUALIZED (THE CATALOG RATE IS PER MONTHLY    *
      * CAPITALIZATION PERIOD). COST OF FUNDS IS THE ANNUAL INTEREST   *
      * THE BUCKET COSTS AT TODAY'S BALANCE AND RATE, AND THE RATE     *
      * SHOWN IS ITS BALANCE-WEIGHTED AVERAGE. AMOUNTS STAY IN THE     *
      * ACCOUNT CURRENCY, SO THE REPORT IS GROUPED BY CURRENCY FIRST,  *
      * THEN BRANCH, WITH AN ALL-BRANCH SUMMARY PER CURRENCY. ALMCSV   *
      * CARRIES THE SAME FIGURES AS A COMMA-SEPARATED EXTRACT.         *
      * RC 16 - THE CURRENCY SUMMARY TABLE OVERFLOWED; THE SUMMARY IS  *
      *         INCOMPLETE.                                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT RPTFILE ASSIGN TO 'ALMRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT CSVFILE ASSIGN TO 'ALMCSV'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CSV-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

      * ONE RECORD PER ACCOUNT PER BUCKET IT HAS MONEY IN. ACCT-FIRST
      * IS SET ON AN ACCOUNT'S FIRST RECORD ONLY, SO TOTALS ABOVE THE
      * BUCKET COUNT EACH ACCOUNT ONCE.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-CURRENCY       PIC X(03).
          05 SRT-BRANCH         PIC X(04).
          05 SRT-SECTION        PIC X(01).
             88 SRT-TERM        VALUE '1'.
             88 SRT-DEMAND      VALUE '2'.
          05 SRT-PRODUCT        PIC X(01).
          05 SRT-BUCKET         PIC 9(01).
          05 SRT-LABEL          PIC X(32).
          05 SRT-CSV-BUCKET     PIC X(06).
          05 SRT-ACCT-FIRST     PIC 9(01).
          05 SRT-BALANCE        PIC 9(11)V99.
          05 SRT-COST           PIC 9(11)V99.
          05 SRT-ROLL           PIC 9(11)V99.
          05 SRT-SETTLE         PIC 9(11)V99.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD CSVFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 CSV-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-CSV-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.

       COPY PCATCOPY.
       01 WS-DEFAULT-INT-PCT    PIC 9(02)V9(04) VALUE 0.5000.
       01 WS-CUR-INT-PCT        PIC 9(02)V9(04) VALUE 0.

      * LADDER BOUNDARIES - THE RUN DATE ADVANCED BY 1, 3, 6 AND 12
      * MONTHS, DAY CLAMPED TO THE END OF A SHORTER MONTH. A TERM
      * MATURING ON OR BEFORE A BOUNDARY FALLS IN THAT BUCKET.
       01 WS-LADDER-MONTH-VALUES.
          05 FILLER             PIC 9(03) VALUE 001.
          05 FILLER             PIC 9(03) VALUE 003.
          05 FILLER             PIC 9(03) VALUE 006.
          05 FILLER             PIC 9(03) VALUE 012.
       01 WS-LADDER-MONTH-TABLE REDEFINES WS-LADDER-MONTH-VALUES.
          05 WS-LADDER-MONTHS   PIC 9(03) OCCURS 4 TIMES.
       01 WS-LADDER-LIMITS.
          05 WS-LADDER-LIMIT    PIC X(10) OCCURS 4 TIMES.
       01 WS-LADDER-LABEL-VALUES.
          05 FILLER             PIC X(38) VALUE
             'MATURING  0 -  1 MONTHS         0-1M  '.
          05 FILLER             PIC X(38) VALUE
             'MATURING  1 -  3 MONTHS         1-3M  '.
          05 FILLER             PIC X(38) VALUE
             'MATURING  3 -  6 MONTHS         3-6M  '.
          05 FILLER             PIC X(38) VALUE
             'MATURING  6 - 12 MONTHS         6-12M '.
          05 FILLER             PIC X(38) VALUE
             'MATURING AFTER 12 MONTHS        12M+  '.
       01 WS-LADDER-LABEL-TABLE REDEFINES WS-LADDER-LABEL-VALUES.
          05 WS-LADDER-LABEL-ENTRY OCCURS 5 TIMES.
             10 WS-LADDER-LABEL PIC X(32).
             10 WS-LADDER-CSV   PIC X(06).
       01 WS-LADDER-SUB         PIC S9(4) COMP VALUE 0.
       01 WS-BUCKET             PIC 9(01) VALUE 0.

       01 WS-DATE-YYYY          PIC 9(04).
       01 WS-DATE-MM            PIC 9(02).
       01 WS-DATE-DD            PIC 9(02).
       01 WS-KEEP-DD            PIC 9(02).
       01 WS-MONTHS-LEFT        PIC 9(03) VALUE 0.
       01 WS-MONTH-DAYS         PIC 9(02).
       01 WS-LEAP-QUOT          PIC 9(04).
       01 WS-LEAP-REM           PIC 9(04).
       01 WS-WORK-DATE          PIC X(10).
       01 WS-TERM-START         PIC X(10).

      * TIER WALK WORK AREAS - SAME BANDING AS CUSTACCR.
       01 WS-TIER-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-TIER-PREV-CEIL     PIC 9(9)V99 VALUE 0.
       01 WS-TIER-BAND          PIC S9(9)V99 VALUE 0.
       01 WS-TIER-RAW           PIC S9(9)V9(4) VALUE 0.
       01 WS-TIER-DIGIT         PIC 9(01) VALUE 0.
       01 WS-CEIL-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

      * THE ACCOUNT IN HAND.
       01 WS-ACCT-FIRST         PIC 9(01) VALUE 0.
       01 WS-ANNUAL-COST        PIC 9(11)V99 VALUE 0.

      * RUNNING TOTALS AT EACH CONTROL LEVEL, ALL IN ONE LAYOUT SO
      * ONE PRINT LINE SERVES THEM ALL:
      *   1 BUCKET   2 SECTION (TERM OR DEMAND)   3 BRANCH
      *   4 CURRENCY TERM   5 CURRENCY DEMAND   6 CURRENCY TOTAL
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 6 TIMES.
             10 WS-ACC-ACCOUNTS PIC 9(07).
             10 WS-ACC-BALANCE  PIC 9(13)V99.
             10 WS-ACC-COST     PIC 9(13)V99.
             10 WS-ACC-ROLL     PIC 9(13)V99.
             10 WS-ACC-SETTLE   PIC 9(13)V99.
       01 WS-ACC-SUB            PIC S9(4) COMP VALUE 0.

      * ALL-BRANCH SUMMARY FOR THE CURRENCY IN HAND, ONE ENTRY PER
      * SECTION, PRODUCT AND BUCKET, SORTED BEFORE IT IS PRINTED.
       01 WS-SUM-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-SUM-MAX            PIC S9(4) COMP VALUE 100.
       01 WS-SUM-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-SUM-TABLE.
          05 WS-SUM-ENTRY OCCURS 100 TIMES INDEXED BY WS-SUM-IDX.
             10 WS-SUM-KEY.
                15 WS-SUM-SECTION PIC X(01).
                15 WS-SUM-PRODUCT PIC X(01).
                15 WS-SUM-BUCKET PIC 9(01).
             10 WS-SUM-LABEL    PIC X(32).
             10 WS-SUM-CSV-BUCKET PIC X(06).
             10 WS-SUM-COUNTS.
                15 WS-SUM-ACCOUNTS PIC 9(07).
                15 WS-SUM-BALANCE PIC 9(13)V99.
                15 WS-SUM-COST  PIC 9(13)V99.
                15 WS-SUM-ROLL  PIC 9(13)V99.
                15 WS-SUM-SETTLE PIC 9(13)V99.
       01 WS-SUM-HOLD           PIC X(108).
       01 WS-SUM-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-SUM-NEXT           PIC S9(4) COMP VALUE 0.
       01 WS-SWAP-FLAG          PIC X VALUE 'N'.
          88 WS-SWAPPED         VALUE 'Y'.
       01 WS-SUM-PREV-SECTION   PIC X(01) VALUE SPACE.

      * CONTROL-BREAK STATE. THE BREAK LEVEL IS THE HIGHEST LEVEL
      * WHOSE KEY CHANGED: 1 BUCKET, 2 SECTION, 3 BRANCH, 4 CURRENCY.
       01 WS-FIRST-REC-FLAG     PIC X VALUE 'Y'.
          88 WS-FIRST-REC       VALUE 'Y'.
       01 WS-BREAK-LEVEL        PIC 9(01) VALUE 0.
       01 WS-PREV-KEY.
          05 WS-PREV-CURRENCY   PIC X(03).
          05 WS-PREV-BRANCH     PIC X(04).
          05 WS-PREV-SECTION    PIC X(01).
          05 WS-PREV-PRODUCT    PIC X(01).
          05 WS-PREV-BUCKET     PIC 9(01).
       01 WS-PREV-LABEL         PIC X(32).
       01 WS-PREV-CSV-BUCKET    PIC X(06).
       01 WS-CCY-DISPLAY        PIC X(04).
       01 WS-CSV-BRANCH         PIC X(04).
       01 WS-CSV-SECTION        PIC X(06).
       01 WS-CSV-PRODUCT        PIC X(01).
       01 WS-CSV-BUCKET         PIC X(06).

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(07) VALUE 0.
       01 WS-NOT-CREDIT-COUNT   PIC 9(07) VALUE 0.
       01 WS-TERM-COUNT         PIC 9(07) VALUE 0.
       01 WS-DEMAND-COUNT       PIC 9(07) VALUE 0.
       01 WS-NO-DISP-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-PCAT-COUNT      PIC 9(07) VALUE 0.
       01 WS-RELEASED-COUNT     PIC 9(07) VALUE 0.
       01 WS-RPT-LINE-COUNT     PIC 9(07) VALUE 0.
       01 WS-CSV-COUNT          PIC 9(07) VALUE 0.

       01 WS-PRT-COUNTS.
          05 WS-PRT-ACCOUNTS    PIC 9(07).
          05 WS-PRT-BALANCE     PIC 9(13)V99.
          05 WS-PRT-COST        PIC 9(13)V99.
          05 WS-PRT-ROLL        PIC 9(13)V99.
          05 WS-PRT-SETTLE      PIC 9(13)V99.
       01 WS-PRT-LABEL          PIC X(32).
       01 WS-PRT-WAVG-PCT       PIC 9(03)V9(04) VALUE 0.

       01 WS-DETAIL-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-LABEL          PIC X(32).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-ACCOUNTS       PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-BALANCE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-WAVG-PCT       PIC ZZ9.9999.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-COST           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-ROLL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 DTL-SETTLE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COLUMN-HEADING.
          05 FILLER             PIC X(34) VALUE
             '  BUCKET'.
          05 FILLER             PIC X(10) VALUE '  ACCOUNTS'.
          05 FILLER             PIC X(19) VALUE
             '            BALANCE'.
          05 FILLER             PIC X(09) VALUE ' WAVG PCT'.
          05 FILLER             PIC X(19) VALUE
             '   ANNUAL COST FUND'.
          05 FILLER             PIC X(19) VALUE
             '       ROLL AT MAT.'.
          05 FILLER             PIC X(19) VALUE
             '     SETTLE AT MAT.'.

       01 WS-CSV-DETAIL.
          05 CSV-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-CURRENCY       PIC X(04).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-BRANCH         PIC X(04).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-SECTION        PIC X(06).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-PRODUCT        PIC X(01).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-BUCKET         PIC X(06).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-ACCOUNTS       PIC 9(07).
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-BALANCE        PIC 9(13).99.
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-WAVG-PCT       PIC 9(03).9999.
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-COST           PIC 9(13).99.
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-ROLL           PIC 9(13).99.
          05 FILLER             PIC X(01) VALUE ','.
          05 CSV-SETTLE         PIC 9(13).99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-CURRENCY SRT-BRANCH SRT-SECTION
                              SRT-PRODUCT SRT-BUCKET
             INPUT PROCEDURE IS RELEASE-DEPOSIT-BUCKETS
             OUTPUT PROCEDURE IS PRINT-DEPOSIT-LADDER.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTALMR: CURRENCY SUMMARY TABLE FULL AT '
                     WS-SUM-MAX ' ENTRIES - SUMMARY IS INCOMPLETE'
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '*** CURRENCY SUMMARY TABLE FULL - SUMMARY IS '
                    'INCOMPLETE'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ALMRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CSVFILE.
           IF WS-CSV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ALMCSV: ' WS-CSV-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM SET-ONE-LADDER-LIMIT
             VARYING WS-LADDER-SUB FROM 1 BY 1 UNTIL WS-LADDER-SUB > 4.
           INITIALIZE WS-ACC-TABLE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-CSV-HEADER.

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

       SET-ONE-LADDER-LIMIT.
           MOVE WS-CURRENT-DATE(1:4) TO WS-DATE-YYYY.
           MOVE WS-CURRENT-DATE(6:2) TO WS-DATE-MM.
           MOVE WS-CURRENT-DATE(9:2) TO WS-DATE-DD.
           MOVE WS-LADDER-MONTHS(WS-LADDER-SUB) TO WS-MONTHS-LEFT.
           PERFORM ADD-ONE-MONTH UNTIL WS-MONTHS-LEFT = 0.
           PERFORM BUILD-CLAMPED-DATE.
           MOVE WS-WORK-DATE TO WS-LADDER-LIMIT(WS-LADDER-SUB).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPOSIT REPRICING GAP AND MATURITY LADDER AS OF '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  RATES ANNUALIZED; COST OF FUNDS IS ONE YEAR OF '
                  'INTEREST AT TODAY''S BALANCE AND RATE; AMOUNTS IN '
                  'ACCOUNT CURRENCY'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  LADDER BOUNDARIES: ' WS-LADDER-LIMIT(1) ' '
                  WS-LADDER-LIMIT(2) ' ' WS-LADDER-LIMIT(3) ' '
                  WS-LADDER-LIMIT(4)
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.

       WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-LINE.
           STRING 'RUN_DATE,CURRENCY,BRANCH,SECTION,PRODUCT,BUCKET,'
                  'ACCOUNTS,BALANCE,WAVG_RATE_PCT,ANNUAL_COST,'
                  'ROLL_BALANCE,SETTLE_BALANCE'
             DELIMITED BY SIZE INTO CSV-LINE.
           WRITE CSV-LINE.

      *================================================================*
      * INPUT PROCEDURE - READ THE MASTER AND RELEASE ONE SORT RECORD  *
      * PER ACCOUNT PER BUCKET.                                        *
      *================================================================*
       RELEASE-DEPOSIT-BUCKETS.
           PERFORM BUCKET-ONE-ACCOUNT
             UNTIL WS-EOF.
           CLOSE CUSTFILE.

       BUCKET-ONE-ACCOUNT.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
      * AN OVERDRAWN OR EMPTY ACCOUNT IS NOT FUNDING - IT IS LEFT OUT
      * OF THE DEPOSIT BOOK AND COUNTED.
             EVALUATE TRUE
               WHEN CUST-CLOSED
                 ADD 1 TO WS-CLOSED-COUNT
               WHEN CUST-BALANCE NOT > 0
                 ADD 1 TO WS-NOT-CREDIT-COUNT
               WHEN OTHER
                 PERFORM RELEASE-ACCOUNT-BUCKET
             END-EVALUATE
           END-IF.

       RELEASE-ACCOUNT-BUCKET.
           MOVE SPACES TO SORT-RECORD.
           MOVE CUST-CURRENCY-CODE TO SRT-CURRENCY.
           MOVE CUST-BRANCH-CODE TO SRT-BRANCH.
           MOVE CUST-ACCT-TYPE TO SRT-PRODUCT.
           MOVE 1 TO WS-ACCT-FIRST.
           IF CUST-MATURITY-DATE NOT = SPACES
             PERFORM BUCKET-TERM-DEPOSIT
           ELSE
             PERFORM BUCKET-DEMAND-DEPOSIT
           END-IF.

      * A TERM DEPOSIT IS ONE RECORD IN ITS LADDER BUCKET. THE RATE
      * IS THE ONE THE DEPOSIT WAS TAKEN AT - PRODCAT AS OF THE TERM
      * START (MATURITY LESS THE TERM), WALKED ACROSS THE TIERS THE
      * SAME WAY THE DAILY ACCRUAL DOES.
       BUCKET-TERM-DEPOSIT.
           ADD 1 TO WS-TERM-COUNT.
           MOVE '1' TO SRT-SECTION.
           MOVE SPACE TO SRT-PRODUCT.
           MOVE 5 TO WS-BUCKET.
           PERFORM FIND-LADDER-BUCKET
             VARYING WS-LADDER-SUB FROM 4 BY -1
             UNTIL WS-LADDER-SUB < 1.
           MOVE WS-BUCKET TO SRT-BUCKET.
           MOVE WS-LADDER-LABEL(WS-BUCKET) TO SRT-LABEL.
           MOVE WS-LADDER-CSV(WS-BUCKET) TO SRT-CSV-BUCKET.
           PERFORM GET-TERM-START-DATE.
           MOVE WS-TERM-START TO PCAT-AS-OF-DATE.
           PERFORM GET-RATE-FOR-ACCT-TYPE.
           PERFORM COMPUTE-TIERED-PERIOD-INT.
           COMPUTE WS-ANNUAL-COST ROUNDED = WS-TIER-RAW * 12.
           MOVE CUST-BALANCE TO SRT-BALANCE.
           MOVE WS-ANNUAL-COST TO SRT-COST.
           MOVE 0 TO SRT-ROLL SRT-SETTLE.
           EVALUATE TRUE
             WHEN CUST-MAT-ROLL
               MOVE CUST-BALANCE TO SRT-ROLL
             WHEN CUST-MAT-SETTLE
               MOVE CUST-BALANCE TO SRT-SETTLE
             WHEN OTHER
               ADD 1 TO WS-NO-DISP-COUNT
           END-EVALUATE.
           PERFORM RELEASE-BUCKET-RECORD.

      * WALKED FROM THE FURTHEST BOUNDARY IN, SO THE LAST HIT IS THE
      * NEAREST BOUNDARY THE MATURITY DATE DOES NOT PASS.
       FIND-LADDER-BUCKET.
           IF CUST-MATURITY-DATE NOT > WS-LADDER-LIMIT(WS-LADDER-SUB)
             MOVE WS-LADDER-SUB TO WS-BUCKET
           END-IF.

       GET-TERM-START-DATE.
           MOVE WS-CURRENT-DATE TO WS-TERM-START.
           IF CUST-TERM-MONTHS IS NUMERIC
             IF CUST-TERM-MONTHS > 0
               MOVE CUST-MATURITY-DATE(1:4) TO WS-DATE-YYYY
               MOVE CUST-MATURITY-DATE(6:2) TO WS-DATE-MM
               MOVE CUST-MATURITY-DATE(9:2) TO WS-DATE-DD
               MOVE CUST-TERM-MONTHS TO WS-MONTHS-LEFT
               PERFORM SUBTRACT-ONE-MONTH UNTIL WS-MONTHS-LEFT = 0
               PERFORM BUILD-CLAMPED-DATE
               MOVE WS-WORK-DATE TO WS-TERM-START
             END-IF
           END-IF.

      * A DEMAND ACCOUNT IS SPLIT ACROSS ITS PRODUCT'S TIER BANDS AT
      * THE CATALOG IN FORCE TODAY - ONE RECORD PER BAND IT REACHES.
       BUCKET-DEMAND-DEPOSIT.
           ADD 1 TO WS-DEMAND-COUNT.
           MOVE '2' TO SRT-SECTION.
           MOVE WS-CURRENT-DATE TO PCAT-AS-OF-DATE.
           PERFORM GET-RATE-FOR-ACCT-TYPE.
           IF NOT PCAT-ENTRY-FOUND OR PCAT-TIER-COUNT = 0
             MOVE 0 TO SRT-BUCKET
             STRING 'TYPE ' CUST-ACCT-TYPE ' FLAT RATE'
               DELIMITED BY SIZE INTO SRT-LABEL
             MOVE 'FLAT' TO SRT-CSV-BUCKET
             MOVE CUST-BALANCE TO SRT-BALANCE
             COMPUTE SRT-COST ROUNDED =
               CUST-BALANCE * WS-CUR-INT-PCT * 12 / 100
             MOVE 0 TO SRT-ROLL SRT-SETTLE
             PERFORM RELEASE-BUCKET-RECORD
           ELSE
             MOVE 0 TO WS-TIER-PREV-CEIL
             PERFORM RELEASE-ONE-TIER-BAND
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > PCAT-TIER-COUNT
           END-IF.

      * THE LAST TIER ALSO TAKES THE BALANCE ABOVE ITS CEILING.
       RELEASE-ONE-TIER-BAND.
           MOVE 0 TO WS-TIER-BAND.
           IF CUST-BALANCE > WS-TIER-PREV-CEIL
             IF CUST-BALANCE < PCAT-TIER-CEILING(WS-TIER-SUB)
                OR WS-TIER-SUB = PCAT-TIER-COUNT
               COMPUTE WS-TIER-BAND =
                 CUST-BALANCE - WS-TIER-PREV-CEIL
             ELSE
               COMPUTE WS-TIER-BAND =
                 PCAT-TIER-CEILING(WS-TIER-SUB)
                   - WS-TIER-PREV-CEIL
             END-IF
           END-IF.
           IF WS-TIER-BAND > 0
             MOVE WS-TIER-SUB TO WS-TIER-DIGIT
             MOVE WS-TIER-DIGIT TO SRT-BUCKET
             MOVE SPACES TO SRT-LABEL SRT-CSV-BUCKET
             IF WS-TIER-SUB = PCAT-TIER-COUNT
               MOVE WS-TIER-PREV-CEIL TO WS-CEIL-EDIT
               STRING 'TYPE ' CUST-ACCT-TYPE ' TIER ' WS-TIER-DIGIT
                      ' OVER' WS-CEIL-EDIT
                 DELIMITED BY SIZE INTO SRT-LABEL
             ELSE
               MOVE PCAT-TIER-CEILING(WS-TIER-SUB) TO WS-CEIL-EDIT
               STRING 'TYPE ' CUST-ACCT-TYPE ' TIER ' WS-TIER-DIGIT
                      ' TO  ' WS-CEIL-EDIT
                 DELIMITED BY SIZE INTO SRT-LABEL
             END-IF
             STRING 'TIER' WS-TIER-DIGIT
               DELIMITED BY SIZE INTO SRT-CSV-BUCKET
             MOVE WS-TIER-BAND TO SRT-BALANCE
             COMPUTE SRT-COST ROUNDED =
               WS-TIER-BAND * PCAT-TIER-PCT(WS-TIER-SUB) * 12 / 100
             MOVE 0 TO SRT-ROLL SRT-SETTLE
             PERFORM RELEASE-BUCKET-RECORD
           END-IF.
           MOVE PCAT-TIER-CEILING(WS-TIER-SUB) TO WS-TIER-PREV-CEIL.

       RELEASE-BUCKET-RECORD.
           MOVE WS-ACCT-FIRST TO SRT-ACCT-FIRST.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 0 TO WS-ACCT-FIRST.

       GET-RATE-FOR-ACCT-TYPE.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF PCAT-ENTRY-FOUND
             MOVE PCAT-INT-PCT TO WS-CUR-INT-PCT
           ELSE
             MOVE WS-DEFAULT-INT-PCT TO WS-CUR-INT-PCT
             ADD 1 TO WS-NO-PCAT-COUNT
           END-IF.

      * FULL-PERIOD INTEREST BAND BY BAND ACROSS THE BALANCE - THE
      * SAME TIER WALK AS CUSTACCR AND APPLY-INTEREST IN CUSTUPDT.
       COMPUTE-TIERED-PERIOD-INT.
           IF NOT PCAT-ENTRY-FOUND OR PCAT-TIER-COUNT = 0
             COMPUTE WS-TIER-RAW =
               CUST-BALANCE * WS-CUR-INT-PCT / 100
           ELSE
             MOVE 0 TO WS-TIER-RAW
             MOVE 0 TO WS-TIER-PREV-CEIL
             PERFORM ACCRUE-ONE-TIER-BAND
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > PCAT-TIER-COUNT
             IF CUST-BALANCE > WS-TIER-PREV-CEIL
               COMPUTE WS-TIER-BAND =
                 CUST-BALANCE - WS-TIER-PREV-CEIL
               COMPUTE WS-TIER-RAW = WS-TIER-RAW
                 + WS-TIER-BAND
                     * PCAT-TIER-PCT(PCAT-TIER-COUNT) / 100
             END-IF
           END-IF.

       ACCRUE-ONE-TIER-BAND.
           IF CUST-BALANCE > WS-TIER-PREV-CEIL
             IF CUST-BALANCE < PCAT-TIER-CEILING(WS-TIER-SUB)
               COMPUTE WS-TIER-BAND =
                 CUST-BALANCE - WS-TIER-PREV-CEIL
             ELSE
               COMPUTE WS-TIER-BAND =
                 PCAT-TIER-CEILING(WS-TIER-SUB)
                   - WS-TIER-PREV-CEIL
             END-IF
             IF WS-TIER-BAND > 0
               COMPUTE WS-TIER-RAW = WS-TIER-RAW
                 + WS-TIER-BAND
                     * PCAT-TIER-PCT(WS-TIER-SUB) / 100
             END-IF
           END-IF.
           MOVE PCAT-TIER-CEILING(WS-TIER-SUB) TO WS-TIER-PREV-CEIL.

      * MONTH ARITHMETIC KEEPS THE DAY OF MONTH AND CLAMPS IT TO THE
      * LAST DAY OF A SHORTER TARGET MONTH - SAME CONVENTION AS THE
      * CUSTMATR TERM ROLL.
       ADD-ONE-MONTH.
           IF WS-DATE-MM = 12
             MOVE 01 TO WS-DATE-MM
             ADD 1 TO WS-DATE-YYYY
           ELSE
             ADD 1 TO WS-DATE-MM
           END-IF.
           SUBTRACT 1 FROM WS-MONTHS-LEFT.

       SUBTRACT-ONE-MONTH.
           IF WS-DATE-MM = 01
             MOVE 12 TO WS-DATE-MM
             SUBTRACT 1 FROM WS-DATE-YYYY
           ELSE
             SUBTRACT 1 FROM WS-DATE-MM
           END-IF.
           SUBTRACT 1 FROM WS-MONTHS-LEFT.

       BUILD-CLAMPED-DATE.
           MOVE WS-DATE-DD TO WS-KEEP-DD.
           PERFORM GET-DAYS-IN-MONTH.
           IF WS-KEEP-DD > WS-MONTH-DAYS
             MOVE WS-MONTH-DAYS TO WS-KEEP-DD
           END-IF.
           MOVE SPACES TO WS-WORK-DATE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-KEEP-DD
             DELIMITED BY SIZE INTO WS-WORK-DATE.

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

      *================================================================*
      * OUTPUT PROCEDURE - CONTROL BREAKS ON CURRENCY, BRANCH, SECTION *
      * AND BUCKET. EACH BUCKET LINE ALSO FEEDS THE CURRENCY SUMMARY.  *
      *================================================================*
       PRINT-DEPOSIT-LADDER.
           PERFORM RETURN-NEXT-BUCKET.
           PERFORM PRINT-ONE-BUCKET-RECORD UNTIL WS-SRT-EOF.
           IF NOT WS-FIRST-REC
             MOVE 4 TO WS-BREAK-LEVEL
             PERFORM CLOSE-CONTROL-GROUPS
           ELSE
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE '  NO DEPOSIT BALANCES ON FILE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       RETURN-NEXT-BUCKET.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-BUCKET-RECORD.
           IF WS-FIRST-REC
             MOVE 4 TO WS-BREAK-LEVEL
             MOVE 'N' TO WS-FIRST-REC-FLAG
           ELSE
             PERFORM SET-BREAK-LEVEL
             PERFORM CLOSE-CONTROL-GROUPS
           END-IF.
           PERFORM OPEN-CONTROL-GROUPS.
           MOVE SRT-CURRENCY TO WS-PREV-CURRENCY.
           MOVE SRT-BRANCH TO WS-PREV-BRANCH.
           MOVE SRT-SECTION TO WS-PREV-SECTION.
           MOVE SRT-PRODUCT TO WS-PREV-PRODUCT.
           MOVE SRT-BUCKET TO WS-PREV-BUCKET.
           MOVE SRT-LABEL TO WS-PREV-LABEL.
           MOVE SRT-CSV-BUCKET TO WS-PREV-CSV-BUCKET.
           ADD 1 TO WS-ACC-ACCOUNTS(1).
           MOVE 1 TO WS-ACC-SUB.
           PERFORM ADD-RECORD-AMOUNTS.
           PERFORM ADD-RECORD-TO-LEVEL
             VARYING WS-ACC-SUB FROM 2 BY 1 UNTIL WS-ACC-SUB > 3.
           IF SRT-TERM
             MOVE 4 TO WS-ACC-SUB
           ELSE
             MOVE 5 TO WS-ACC-SUB
           END-IF.
           PERFORM ADD-RECORD-TO-LEVEL.
           MOVE 6 TO WS-ACC-SUB.
           PERFORM ADD-RECORD-TO-LEVEL.
           PERFORM RETURN-NEXT-BUCKET.

       ADD-RECORD-TO-LEVEL.
           ADD SRT-ACCT-FIRST TO WS-ACC-ACCOUNTS(WS-ACC-SUB).
           PERFORM ADD-RECORD-AMOUNTS.

       ADD-RECORD-AMOUNTS.
           ADD SRT-BALANCE TO WS-ACC-BALANCE(WS-ACC-SUB).
           ADD SRT-COST TO WS-ACC-COST(WS-ACC-SUB).
           ADD SRT-ROLL TO WS-ACC-ROLL(WS-ACC-SUB).
           ADD SRT-SETTLE TO WS-ACC-SETTLE(WS-ACC-SUB).

       SET-BREAK-LEVEL.
           EVALUATE TRUE
             WHEN SRT-CURRENCY NOT = WS-PREV-CURRENCY
               MOVE 4 TO WS-BREAK-LEVEL
             WHEN SRT-BRANCH NOT = WS-PREV-BRANCH
               MOVE 3 TO WS-BREAK-LEVEL
             WHEN SRT-SECTION NOT = WS-PREV-SECTION
               MOVE 2 TO WS-BREAK-LEVEL
             WHEN SRT-PRODUCT NOT = WS-PREV-PRODUCT
               MOVE 1 TO WS-BREAK-LEVEL
             WHEN SRT-BUCKET NOT = WS-PREV-BUCKET
               MOVE 1 TO WS-BREAK-LEVEL
             WHEN OTHER
               MOVE 0 TO WS-BREAK-LEVEL
           END-EVALUATE.

       CLOSE-CONTROL-GROUPS.
           IF WS-BREAK-LEVEL > 0
             PERFORM CLOSE-BUCKET-GROUP
           END-IF.
           IF WS-BREAK-LEVEL > 1
             PERFORM CLOSE-SECTION-GROUP
           END-IF.
           IF WS-BREAK-LEVEL > 2
             PERFORM CLOSE-BRANCH-GROUP
           END-IF.
           IF WS-BREAK-LEVEL > 3
             PERFORM CLOSE-CURRENCY-GROUP
           END-IF.

       OPEN-CONTROL-GROUPS.
           IF WS-BREAK-LEVEL > 3
             IF SRT-CURRENCY = SPACES
               MOVE 'BASE' TO WS-CCY-DISPLAY
             ELSE
               MOVE SRT-CURRENCY TO WS-CCY-DISPLAY
             END-IF
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING 'CURRENCY ' WS-CCY-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             ADD 2 TO WS-RPT-LINE-COUNT
           END-IF.
           IF WS-BREAK-LEVEL > 2
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING ' BRANCH ' SRT-BRANCH '   CURRENCY ' WS-CCY-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             WRITE RPT-LINE FROM WS-COLUMN-HEADING
             ADD 3 TO WS-RPT-LINE-COUNT
           END-IF.
           IF WS-BREAK-LEVEL > 1
             MOVE SPACES TO RPT-LINE
             IF SRT-TERM
               MOVE '  TERM DEPOSIT MATURITY LADDER' TO RPT-LINE
             ELSE
               MOVE '  DEMAND DEPOSITS BY PRODUCT AND RATE TIER'
                 TO RPT-LINE
             END-IF
             WRITE RPT-LINE
             ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.

      * THE BUCKET LINE FOR THE BRANCH, ITS CSV ROW, AND ITS SHARE OF
      * THE CURRENCY SUMMARY.
       CLOSE-BUCKET-GROUP.
           MOVE WS-ACC-ENTRY(1) TO WS-PRT-COUNTS.
           MOVE WS-PREV-LABEL TO WS-PRT-LABEL.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-PREV-BRANCH TO WS-CSV-BRANCH.
           PERFORM SET-CSV-SECTION.
           MOVE WS-PREV-PRODUCT TO WS-CSV-PRODUCT.
           MOVE WS-PREV-CSV-BUCKET TO WS-CSV-BUCKET.
           PERFORM WRITE-CSV-ROW.
           PERFORM ADD-BUCKET-TO-SUMMARY.
           INITIALIZE WS-ACC-ENTRY(1).

       CLOSE-SECTION-GROUP.
           MOVE WS-ACC-ENTRY(2) TO WS-PRT-COUNTS.
           IF WS-PREV-SECTION = '1'
             MOVE '  TERM DEPOSITS TOTAL' TO WS-PRT-LABEL
           ELSE
             MOVE '  DEMAND DEPOSITS TOTAL' TO WS-PRT-LABEL
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-PREV-BRANCH TO WS-CSV-BRANCH.
           PERFORM SET-CSV-SECTION.
           MOVE SPACE TO WS-CSV-PRODUCT.
           MOVE 'TOTAL' TO WS-CSV-BUCKET.
           PERFORM WRITE-CSV-ROW.
           INITIALIZE WS-ACC-ENTRY(2).

       CLOSE-BRANCH-GROUP.
           MOVE WS-ACC-ENTRY(3) TO WS-PRT-COUNTS.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING 'BRANCH ' WS-PREV-BRANCH ' TOTAL'
             DELIMITED BY SIZE INTO WS-PRT-LABEL.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-PREV-BRANCH TO WS-CSV-BRANCH.
           MOVE 'ALL' TO WS-CSV-SECTION.
           MOVE SPACE TO WS-CSV-PRODUCT.
           MOVE 'TOTAL' TO WS-CSV-BUCKET.
           PERFORM WRITE-CSV-ROW.
           INITIALIZE WS-ACC-ENTRY(3).

      * ALL BRANCHES FOR THE CURRENCY: THE SUMMARY IN KEY ORDER, THEN
      * THE TERM, DEMAND AND CURRENCY TOTALS.
       CLOSE-CURRENCY-GROUP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING ' ALL BRANCHES   CURRENCY ' WS-CCY-DISPLAY
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-HEADING.
           ADD 3 TO WS-RPT-LINE-COUNT.
           PERFORM SORT-SUMMARY-TABLE.
           MOVE SPACE TO WS-SUM-PREV-SECTION.
           PERFORM WRITE-ONE-SUMMARY-ENTRY
             VARYING WS-SUM-IDX FROM 1 BY 1
             UNTIL WS-SUM-IDX > WS-SUM-COUNT.
           MOVE 'ALL' TO WS-CSV-BRANCH.
           MOVE SPACE TO WS-CSV-PRODUCT.
           MOVE 'TOTAL' TO WS-CSV-BUCKET.
           IF WS-ACC-ACCOUNTS(4) > 0
             MOVE WS-ACC-ENTRY(4) TO WS-PRT-COUNTS
             MOVE '  TERM DEPOSITS TOTAL' TO WS-PRT-LABEL
             PERFORM WRITE-DETAIL-LINE
             MOVE 'TERM' TO WS-CSV-SECTION
             PERFORM WRITE-CSV-ROW
           END-IF.
           IF WS-ACC-ACCOUNTS(5) > 0
             MOVE WS-ACC-ENTRY(5) TO WS-PRT-COUNTS
             MOVE '  DEMAND DEPOSITS TOTAL' TO WS-PRT-LABEL
             PERFORM WRITE-DETAIL-LINE
             MOVE 'DEMAND' TO WS-CSV-SECTION
             PERFORM WRITE-CSV-ROW
           END-IF.
           MOVE WS-ACC-ENTRY(6) TO WS-PRT-COUNTS.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING 'CURRENCY ' WS-CCY-DISPLAY ' TOTAL'
             DELIMITED BY SIZE INTO WS-PRT-LABEL.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'ALL' TO WS-CSV-SECTION.
           PERFORM WRITE-CSV-ROW.
           INITIALIZE WS-ACC-ENTRY(4) WS-ACC-ENTRY(5)
                      WS-ACC-ENTRY(6).
           MOVE 0 TO WS-SUM-COUNT.

       WRITE-ONE-SUMMARY-ENTRY.
           IF WS-SUM-SECTION(WS-SUM-IDX) NOT = WS-SUM-PREV-SECTION
             MOVE SPACES TO RPT-LINE
             IF WS-SUM-SECTION(WS-SUM-IDX) = '1'
               MOVE '  TERM DEPOSIT MATURITY LADDER' TO RPT-LINE
             ELSE
               MOVE '  DEMAND DEPOSITS BY PRODUCT AND RATE TIER'
                 TO RPT-LINE
             END-IF
             WRITE RPT-LINE
             ADD 1 TO WS-RPT-LINE-COUNT
             MOVE WS-SUM-SECTION(WS-SUM-IDX) TO WS-SUM-PREV-SECTION
           END-IF.
           MOVE WS-SUM-COUNTS(WS-SUM-IDX) TO WS-PRT-COUNTS.
           MOVE WS-SUM-LABEL(WS-SUM-IDX) TO WS-PRT-LABEL.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'ALL' TO WS-CSV-BRANCH.
           IF WS-SUM-SECTION(WS-SUM-IDX) = '1'
             MOVE 'TERM' TO WS-CSV-SECTION
           ELSE
             MOVE 'DEMAND' TO WS-CSV-SECTION
           END-IF.
           MOVE WS-SUM-PRODUCT(WS-SUM-IDX) TO WS-CSV-PRODUCT.
           MOVE WS-SUM-CSV-BUCKET(WS-SUM-IDX) TO WS-CSV-BUCKET.
           PERFORM WRITE-CSV-ROW.

       SET-CSV-SECTION.
           IF WS-PREV-SECTION = '1'
             MOVE 'TERM' TO WS-CSV-SECTION
           ELSE
             MOVE 'DEMAND' TO WS-CSV-SECTION
           END-IF.

       ADD-BUCKET-TO-SUMMARY.
           MOVE 0 TO WS-SUM-HIT.
           PERFORM FIND-SUMMARY-ENTRY
             VARYING WS-SUM-IDX FROM 1 BY 1
             UNTIL WS-SUM-IDX > WS-SUM-COUNT OR WS-SUM-HIT > 0.
           IF WS-SUM-HIT = 0 AND WS-SUM-COUNT NOT < WS-SUM-MAX
             SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
             IF WS-SUM-HIT = 0
               PERFORM ADD-SUMMARY-ENTRY
             END-IF
             SET WS-SUM-IDX TO WS-SUM-HIT
             ADD WS-ACC-ACCOUNTS(1) TO WS-SUM-ACCOUNTS(WS-SUM-IDX)
             ADD WS-ACC-BALANCE(1) TO WS-SUM-BALANCE(WS-SUM-IDX)
             ADD WS-ACC-COST(1) TO WS-SUM-COST(WS-SUM-IDX)
             ADD WS-ACC-ROLL(1) TO WS-SUM-ROLL(WS-SUM-IDX)
             ADD WS-ACC-SETTLE(1) TO WS-SUM-SETTLE(WS-SUM-IDX)
           END-IF.

       ADD-SUMMARY-ENTRY.
           ADD 1 TO WS-SUM-COUNT.
           MOVE WS-SUM-COUNT TO WS-SUM-HIT.
           SET WS-SUM-IDX TO WS-SUM-HIT.
           MOVE WS-PREV-SECTION TO WS-SUM-SECTION(WS-SUM-IDX).
           MOVE WS-PREV-PRODUCT TO WS-SUM-PRODUCT(WS-SUM-IDX).
           MOVE WS-PREV-BUCKET TO WS-SUM-BUCKET(WS-SUM-IDX).
           MOVE WS-PREV-LABEL TO WS-SUM-LABEL(WS-SUM-IDX).
           MOVE WS-PREV-CSV-BUCKET TO WS-SUM-CSV-BUCKET(WS-SUM-IDX).
           INITIALIZE WS-SUM-COUNTS(WS-SUM-IDX).

       FIND-SUMMARY-ENTRY.
           IF WS-SUM-SECTION(WS-SUM-IDX) = WS-PREV-SECTION
              AND WS-SUM-PRODUCT(WS-SUM-IDX) = WS-PREV-PRODUCT
              AND WS-SUM-BUCKET(WS-SUM-IDX) = WS-PREV-BUCKET
             SET WS-SUM-HIT TO WS-SUM-IDX
           END-IF.

      * SIMPLE EXCHANGE SORT - THE TABLE HOLDS A FEW DOZEN ENTRIES.
       SORT-SUMMARY-TABLE.
           MOVE 'Y' TO WS-SWAP-FLAG.
           PERFORM SORT-SUMMARY-PASS UNTIL NOT WS-SWAPPED.

       SORT-SUMMARY-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM COMPARE-SUMMARY-PAIR
             VARYING WS-SUM-LOOP FROM 1 BY 1
             UNTIL WS-SUM-LOOP NOT < WS-SUM-COUNT.

       COMPARE-SUMMARY-PAIR.
           COMPUTE WS-SUM-NEXT = WS-SUM-LOOP + 1.
           IF WS-SUM-KEY(WS-SUM-LOOP) > WS-SUM-KEY(WS-SUM-NEXT)
             MOVE WS-SUM-ENTRY(WS-SUM-LOOP) TO WS-SUM-HOLD
             MOVE WS-SUM-ENTRY(WS-SUM-NEXT)
               TO WS-SUM-ENTRY(WS-SUM-LOOP)
             MOVE WS-SUM-HOLD TO WS-SUM-ENTRY(WS-SUM-NEXT)
             MOVE 'Y' TO WS-SWAP-FLAG
           END-IF.

       WRITE-DETAIL-LINE.
           PERFORM COMPUTE-WAVG-RATE.
           MOVE WS-PRT-LABEL TO DTL-LABEL.
           MOVE WS-PRT-ACCOUNTS TO DTL-ACCOUNTS.
           MOVE WS-PRT-BALANCE TO DTL-BALANCE.
           MOVE WS-PRT-WAVG-PCT TO DTL-WAVG-PCT.
           MOVE WS-PRT-COST TO DTL-COST.
           MOVE WS-PRT-ROLL TO DTL-ROLL.
           MOVE WS-PRT-SETTLE TO DTL-SETTLE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       COMPUTE-WAVG-RATE.
           IF WS-PRT-BALANCE > 0
             COMPUTE WS-PRT-WAVG-PCT ROUNDED =
               WS-PRT-COST * 100 / WS-PRT-BALANCE
           ELSE
             MOVE 0 TO WS-PRT-WAVG-PCT
           END-IF.

       WRITE-CSV-ROW.
           PERFORM COMPUTE-WAVG-RATE.
           MOVE WS-CURRENT-DATE TO CSV-RUN-DATE.
           MOVE WS-CCY-DISPLAY TO CSV-CURRENCY.
           MOVE WS-CSV-BRANCH TO CSV-BRANCH.
           MOVE WS-CSV-SECTION TO CSV-SECTION.
           MOVE WS-CSV-PRODUCT TO CSV-PRODUCT.
           MOVE WS-CSV-BUCKET TO CSV-BUCKET.
           MOVE WS-PRT-ACCOUNTS TO CSV-ACCOUNTS.
           MOVE WS-PRT-BALANCE TO CSV-BALANCE.
           MOVE WS-PRT-WAVG-PCT TO CSV-WAVG-PCT.
           MOVE WS-PRT-COST TO CSV-COST.
           MOVE WS-PRT-ROLL TO CSV-ROLL.
           MOVE WS-PRT-SETTLE TO CSV-SETTLE.
           WRITE CSV-LINE FROM WS-CSV-DETAIL.
           ADD 1 TO WS-CSV-COUNT.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           CLOSE CSVFILE.
           DISPLAY 'CUSTALMR COMPLETE.'.
           DISPLAY '  AS-OF DATE:           ' WS-CURRENT-DATE.
           DISPLAY '  ACCOUNTS READ:        ' WS-READ-COUNT.
           DISPLAY '  CLOSED, LEFT OUT:     ' WS-CLOSED-COUNT.
           DISPLAY '  NO CREDIT BALANCE:    ' WS-NOT-CREDIT-COUNT.
           DISPLAY '  TERM DEPOSITS:        ' WS-TERM-COUNT.
           DISPLAY '  DEMAND DEPOSITS:      ' WS-DEMAND-COUNT.
           DISPLAY '  TERM, NO DISPOSITION: ' WS-NO-DISP-COUNT.
           DISPLAY '  NO CATALOG, DEFAULT:  ' WS-NO-PCAT-COUNT.
           DISPLAY '  BUCKET RECORDS:       ' WS-RELEASED-COUNT.
           DISPLAY '  REPORT LINES:         ' WS-RPT-LINE-COUNT.
           DISPLAY '  CSV ROWS:             ' WS-CSV-COUNT.
