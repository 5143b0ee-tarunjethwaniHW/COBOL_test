       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRTNT.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTRTNT - ADVANCE NOTICE OF RATE AND FEE CHANGES              *
      * PRODCAT AND PRODTIER ROWS ARE KEYED WEEKS BEFORE THEY TAKE     *
      * EFFECT; THIS DAILY RUN FINDS EVERY PRODUCT WHOSE ROWS BECOME   *
      * EFFECTIVE WITHIN THE NOTICE PERIOD (RTNCTL CARD, DEFAULT 30    *
      * DAYS) AND TELLS EACH ACTIVE ACCOUNT OF THAT CUST-ACCT-TYPE     *
      * WHAT CHANGES FOR IT. OLD TERMS ARE THE CATALOG AS OF THE DAY   *
      * BEFORE THE EFFECTIVE DATE, NEW TERMS AS OF THE EFFECTIVE DATE, *
      * BOTH THROUGH CUSTPCAT, SO THE NOTICE QUOTES EXACTLY WHAT THE   *
      * POSTING PROGRAMS WILL APPLY. EACH NOTICE CARRIES THE RATE AT   *
      * THE CUSTOMER'S CURRENT BALANCE TIER AND THE ESTIMATED MONTHLY  *
      * EFFECT AT THAT BALANCE - INTEREST BY THE SAME TIER WALK        *
      * CUSTACCR ACCRUES WITH, OVERDRAFT INTEREST ON A NEGATIVE        *
      * BALANCE, AND THE SERVICE FEE WHERE THE BALANCE IS BELOW THE    *
      * PRODUCT MINIMUM.                                               *
      * NOTICES GO TO RTNOTICE IN THE CUSTNOTC LAYOUT (TYPE 'R') AND   *
      * ON THE RTNOTREG REGISTER. RATE_NOTICE_LOG HOLDS ONE ROW PER    *
      * CUSTOMER AND CHANGE, SO NO CHANGE IS NOTICED TWICE - A CHANGE  *
      * KEYED INSIDE THE PERIOD IS NOTICED ON THE NEXT RUN AND FLAGGED *
      * SHORT NOTICE. A CUSTOMER WHOSE ADDRESS IS MARKED BAD IS        *
      * SKIPPED AND NOT LOGGED (THE NOTICE WOULD NOT FIT ONE HOLDMAIL  *
      * RECORD), SO THE NOTICE GOES OUT ON THE FIRST RUN AFTER THE     *
      * ADDRESS IS CORRECTED WHILE THE CHANGE IS STILL AHEAD.          *
      * A CATALOG CHANGE THAT MOVES NO RATE OR FEE TERM (E.G.          *
      * RETENTION DAYS) SENDS NOTHING. THE RTNOTRPT SUMMARY GIVES      *
      * FINANCE THE ESTIMATED MONTHLY INTEREST-EXPENSE AND FEE-INCOME  *
      * IMPACT OF EACH CHANGE BY PRODUCT.                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT PRODFILE ASSIGN TO 'PRODCAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
           SELECT TIERFILE ASSIGN TO 'PRODTIER'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-TIER-STATUS.
           SELECT RTNCTL ASSIGN TO 'RTNCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT NOTCFILE ASSIGN TO 'RTNOTICE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-NOTC-STATUS.
           SELECT REGFILE ASSIGN TO 'RTNOTREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT RPTFILE ASSIGN TO 'RTNOTRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

      * ONLY THE TYPE AND EFFECTIVE DATE ARE TAKEN FROM THE CATALOG
      * FILES HERE; THE TERMS THEMSELVES COME BACK FROM CUSTPCAT.
       FD PRODFILE.
       01 PROD-RECORD.
          05 PROD-ACCT-TYPE        PIC X(01).
          05 PROD-EFF-DATE         PIC X(10).
          05 FILLER                PIC X(66).

       FD TIERFILE.
       01 TIER-RECORD.
          05 TIER-ACCT-TYPE        PIC X(01).
          05 TIER-EFF-DATE         PIC X(10).
          05 FILLER                PIC X(18).

       FD RTNCTL.
       01 RTNCTL-RECORD.
          05 RTNCTL-NOTICE-DAYS PIC 9(03).

       FD NOTCFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 NOTC-LINE             PIC X(132).

       FD REGFILE.
       01 REG-RECORD.
          05 REG-CUST-ID        PIC X(10).
          05 REG-NOTICE-TYPE    PIC X(01).
          05 REG-AMOUNT         PIC S9(9)V99.
          05 REG-RUN-DATE       PIC X(10).
          05 REG-ACCT-TYPE      PIC X(01).
          05 REG-EFF-DATE       PIC X(10).
          05 REG-OLD-INT-PCT    PIC 9(02)V9(04).
          05 REG-NEW-INT-PCT    PIC 9(02)V9(04).
          05 REG-OLD-FEE-AMT    PIC 9(05)V99.
          05 REG-NEW-FEE-AMT    PIC 9(05)V99.
          05 REG-SHORT-NOTICE   PIC X(01).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-PROD-STATUS        PIC XX VALUE SPACES.
       01 WS-TIER-STATUS        PIC XX VALUE SPACES.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-NOTC-STATUS        PIC XX VALUE SPACES.
       01 WS-REG-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-PROD-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-PROD-EOF        VALUE 'Y'.
       01 WS-TIER-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-TIER-EOF        VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10) VALUE SPACES.

       01 WS-NOTICE-DAYS        PIC 9(03) VALUE 30.
       01 WS-SHORT-DAYS         PIC 9(03) VALUE 0.
       01 WS-HORIZON-DATE       PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM           PIC 9(08).
       01 WS-RUN-DATE-INT       PIC S9(9) COMP VALUE 0.
       01 WS-WORK-INT           PIC S9(9) COMP VALUE 0.
       01 WS-WORK-NUM           PIC 9(08) VALUE 0.
       01 WS-WORK-DATE          PIC X(10) VALUE SPACES.

      * ONE ENTRY PER PRODUCT AND EFFECTIVE DATE FALLING IN THE
      * NOTICE PERIOD, WHETHER THE PRODCAT ROW, THE PRODTIER SET, OR
      * BOTH CHANGE THAT DAY.
       01 WS-CHG-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CHG-MAX            PIC S9(4) COMP VALUE 50.
       01 WS-CHG-TABLE.
          05 WS-CHG-ENTRY OCCURS 50 TIMES INDEXED BY WS-CHG-IDX.
             10 WS-CHG-TYPE        PIC X(01).
             10 WS-CHG-EFF-DATE    PIC X(10).
             10 WS-CHG-OLD-DATE    PIC X(10).
             10 WS-CHG-SHORT       PIC X(01).
             10 WS-CHG-STATE       PIC X(01).
                88 WS-CHG-NOTIFY      VALUE 'Y'.
                88 WS-CHG-NO-TERMS    VALUE 'N'.
                88 WS-CHG-NEW-PRODUCT VALUE 'X'.
             10 WS-CHG-CR-MOVED    PIC X(01).
             10 WS-CHG-DR-MOVED    PIC X(01).
             10 WS-CHG-FEE-MOVED   PIC X(01).
             10 WS-CHG-NOTICES     PIC 9(07).
             10 WS-CHG-ALREADY     PIC 9(07).
             10 WS-CHG-INT-EXP     PIC S9(11)V99.
             10 WS-CHG-DR-INC      PIC S9(11)V99.
             10 WS-CHG-FEE-INC     PIC S9(11)V99.
       01 WS-CHG-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-CHG-FOUND       VALUE 'Y'.
       01 WS-FIND-TYPE          PIC X(01).
       01 WS-FIND-DATE          PIC X(10).
       01 WS-FIND-SHORT         PIC X(01).

      * THE OLD TERMS, HELD WHILE CUSTPCAT IS ASKED FOR THE NEW.
       01 WS-OLD-TERMS.
          05 WS-OLD-FOUND       PIC X(01).
          05 WS-OLD-MIN-BAL     PIC 9(05)V99.
          05 WS-OLD-INT-PCT     PIC 9(02)V9(04).
          05 WS-OLD-FEE-AMT     PIC 9(05)V99.
          05 WS-OLD-DEBIT-PCT   PIC 9(02)V9(04).
          05 WS-OLD-TIER-COUNT  PIC 9(02).
          05 WS-OLD-TIER-ENTRY OCCURS 5 TIMES.
             10 WS-OLD-TIER-CEIL PIC 9(9)V99.
             10 WS-OLD-TIER-PCT  PIC 9(02)V9(04).
       01 WS-TIER-SUB           PIC S9(4) COMP VALUE 0.

      * ONE ACCOUNT'S MONTHLY FIGURES UNDER ONE SET OF TERMS.
       01 WS-TIER-PREV-CEIL     PIC 9(9)V99 VALUE 0.
       01 WS-TIER-BAND          PIC S9(9)V99 VALUE 0.
       01 WS-TIER-RAW           PIC S9(9)V9(4) VALUE 0.
       01 WS-TRM-RATE           PIC 9(02)V9(04) VALUE 0.
       01 WS-TRM-CR-INT         PIC S9(9)V99 VALUE 0.
       01 WS-TRM-DR-INT         PIC S9(9)V99 VALUE 0.
       01 WS-TRM-FEE            PIC S9(7)V99 VALUE 0.
       01 WS-OLD-RATE           PIC 9(02)V9(04) VALUE 0.
       01 WS-OLD-CR-INT         PIC S9(9)V99 VALUE 0.
       01 WS-OLD-DR-INT         PIC S9(9)V99 VALUE 0.
       01 WS-OLD-FEE            PIC S9(7)V99 VALUE 0.
       01 WS-IMPACT             PIC S9(9)V99 VALUE 0.
       01 WS-PRIOR-ROWS         PIC S9(9) COMP VALUE 0.
       01 WS-BAD-ADDR-FLAG      PIC X(01) VALUE SPACE.

       01 WS-BODY-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-BODY-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-BODY-TABLE.
          05 WS-BODY-LINE OCCURS 6 TIMES PIC X(90).

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-NOTICE-COUNT       PIC 9(07) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(07) VALUE 0.
       01 WS-SHORT-COUNT        PIC 9(07) VALUE 0.
       01 WS-BAD-ADDR-COUNT     PIC 9(07) VALUE 0.
       01 WS-TOT-INT-EXP        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DR-INC         PIC S9(11)V99 VALUE 0.
       01 WS-TOT-FEE-INC        PIC S9(11)V99 VALUE 0.

       01 WS-FMT-BAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMT            PIC -ZZZ,ZZ9.99.
       01 WS-FMT-OLD-AMT        PIC ZZ,ZZ9.99.
       01 WS-FMT-NEW-AMT        PIC ZZ,ZZ9.99.
       01 WS-FMT-MIN-BAL        PIC ZZ,ZZ9.99.
       01 WS-FMT-OLD-PCT        PIC Z9.9999.
       01 WS-FMT-NEW-PCT        PIC Z9.9999.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-DAYS           PIC ZZ9.

       01 WS-SUM-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-TYPE           PIC X(01).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 SUM-EFF-DATE       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-NOTICES        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-ALREADY        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-INT-EXP        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-DR-INC         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-FEE-INC        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-NOTE           PIC X(26).

       COPY PCATCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM FIND-CATALOG-CHANGES.
           IF WS-CHG-COUNT > 0
             PERFORM PRICE-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
             PERFORM NOTIFY-ONE-CUSTOMER UNTIL WS-EOF
           END-IF.
           PERFORM WRITE-PRODUCT-SUMMARY.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                  WS-CURRENT-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           OPEN INPUT RTNCTL.
           IF WS-CTL-STATUS = '00'
             READ RTNCTL
               AT END MOVE ZEROS TO RTNCTL-RECORD
             END-READ
             CLOSE RTNCTL
             IF RTNCTL-NOTICE-DAYS IS NUMERIC
                AND RTNCTL-NOTICE-DAYS > 0
               MOVE RTNCTL-NOTICE-DAYS TO WS-NOTICE-DAYS
             END-IF
           END-IF.
           COMPUTE WS-WORK-INT = WS-RUN-DATE-INT + WS-NOTICE-DAYS.
           PERFORM FORMAT-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-HORIZON-DATE.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT NOTCFILE.
           IF WS-NOTC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RTNOTICE: ' WS-NOTC-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGFILE.
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RTNOTREG: ' WS-REG-STATUS
             CLOSE CUSTFILE NOTCFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RTNOTRPT: ' WS-RPT-STATUS
             CLOSE CUSTFILE NOTCFILE REGFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

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

       FORMAT-WORK-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-NUM.
           MOVE SPACES TO WS-WORK-DATE.
           STRING WS-WORK-NUM(1:4) '-' WS-WORK-NUM(5:2) '-'
                  WS-WORK-NUM(7:2)
             DELIMITED BY SIZE INTO WS-WORK-DATE.

      * A CHANGE IS IN THE PERIOD WHEN IT TAKES EFFECT AFTER TODAY
      * AND NO LATER THAN TODAY PLUS THE NOTICE DAYS.
       FIND-CATALOG-CHANGES.
           OPEN INPUT PRODFILE.
           IF WS-PROD-STATUS = '00'
             PERFORM READ-ONE-PRODUCT UNTIL WS-PROD-EOF
             CLOSE PRODFILE
           ELSE
             DISPLAY 'CUSTRTNT: NO PRODCAT FILE - NOTHING TO NOTICE'
           END-IF.
           OPEN INPUT TIERFILE.
           IF WS-TIER-STATUS = '00'
             PERFORM READ-ONE-TIER UNTIL WS-TIER-EOF
             CLOSE TIERFILE
           END-IF.

       READ-ONE-PRODUCT.
           READ PRODFILE INTO PROD-RECORD
             AT END SET WS-PROD-EOF TO TRUE
           END-READ.
           IF NOT WS-PROD-EOF
              AND PROD-EFF-DATE > WS-CURRENT-DATE
              AND PROD-EFF-DATE NOT > WS-HORIZON-DATE
             MOVE PROD-ACCT-TYPE TO WS-FIND-TYPE
             MOVE PROD-EFF-DATE TO WS-FIND-DATE
             PERFORM ADD-CATALOG-CHANGE
           END-IF.

       READ-ONE-TIER.
           READ TIERFILE INTO TIER-RECORD
             AT END SET WS-TIER-EOF TO TRUE
           END-READ.
           IF NOT WS-TIER-EOF
              AND TIER-EFF-DATE > WS-CURRENT-DATE
              AND TIER-EFF-DATE NOT > WS-HORIZON-DATE
             MOVE TIER-ACCT-TYPE TO WS-FIND-TYPE
             MOVE TIER-EFF-DATE TO WS-FIND-DATE
             PERFORM ADD-CATALOG-CHANGE
           END-IF.

       ADD-CATALOG-CHANGE.
           MOVE 'N' TO WS-CHG-FOUND-FLAG.
           IF WS-CHG-COUNT > 0
             PERFORM MATCH-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT OR WS-CHG-FOUND
           END-IF.
           IF NOT WS-CHG-FOUND
             IF WS-CHG-COUNT < WS-CHG-MAX
               ADD 1 TO WS-CHG-COUNT
               SET WS-CHG-IDX TO WS-CHG-COUNT
               MOVE WS-FIND-TYPE TO WS-CHG-TYPE(WS-CHG-IDX)
               MOVE WS-FIND-DATE TO WS-CHG-EFF-DATE(WS-CHG-IDX)
             ELSE
               DISPLAY 'CUSTRTNT: MORE THAN 50 CATALOG CHANGES IN '
                       'THE PERIOD - ' WS-FIND-TYPE ' '
                       WS-FIND-DATE ' LEFT FOR A LATER RUN'
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       MATCH-ONE-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) = WS-FIND-TYPE
              AND WS-CHG-EFF-DATE(WS-CHG-IDX) = WS-FIND-DATE
             SET WS-CHG-FOUND TO TRUE
           END-IF.

      * SETTLES, ONCE PER CHANGE, WHETHER ANY RATE OR FEE TERM MOVES
      * AND WHICH ONES, SO EACH NOTICE QUOTES ONLY WHAT CHANGES. A
      * PRODUCT WITH NO CATALOG TERMS BEFORE THE DATE IS A LAUNCH,
      * NOT A CHANGE - ITS ACCOUNTS ARE STILL ON LEGACY PRICING.
       PRICE-ONE-CHANGE.
           MOVE 'N' TO WS-CHG-SHORT(WS-CHG-IDX)
                       WS-CHG-CR-MOVED(WS-CHG-IDX)
                       WS-CHG-DR-MOVED(WS-CHG-IDX)
                       WS-CHG-FEE-MOVED(WS-CHG-IDX).
           MOVE 0 TO WS-CHG-NOTICES(WS-CHG-IDX)
                     WS-CHG-ALREADY(WS-CHG-IDX)
                     WS-CHG-INT-EXP(WS-CHG-IDX)
                     WS-CHG-DR-INC(WS-CHG-IDX)
                     WS-CHG-FEE-INC(WS-CHG-IDX).
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO WS-WORK-DATE.
           STRING WS-WORK-DATE(1:4) WS-WORK-DATE(6:2)
                  WS-WORK-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-WORK-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-SHORT-DAYS = WS-WORK-INT - WS-RUN-DATE-INT.
           IF WS-SHORT-DAYS < WS-NOTICE-DAYS
             MOVE 'Y' TO WS-CHG-SHORT(WS-CHG-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-WORK-INT.
           PERFORM FORMAT-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-CHG-OLD-DATE(WS-CHG-IDX).
           MOVE WS-CHG-TYPE(WS-CHG-IDX) TO PCAT-ACCT-TYPE.
           PERFORM GET-OLD-TERMS.
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO PCAT-AS-OF-DATE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF WS-OLD-FOUND NOT = 'Y' OR NOT PCAT-ENTRY-FOUND
             SET WS-CHG-NEW-PRODUCT(WS-CHG-IDX) TO TRUE
           ELSE
             IF PCAT-INT-PCT NOT = WS-OLD-INT-PCT
                OR PCAT-TIER-COUNT NOT = WS-OLD-TIER-COUNT
               MOVE 'Y' TO WS-CHG-CR-MOVED(WS-CHG-IDX)
             END-IF
             PERFORM COMPARE-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > PCAT-TIER-COUNT
                  OR WS-TIER-SUB > WS-OLD-TIER-COUNT
             IF PCAT-DEBIT-PCT NOT = WS-OLD-DEBIT-PCT
               MOVE 'Y' TO WS-CHG-DR-MOVED(WS-CHG-IDX)
             END-IF
             IF PCAT-FEE-AMT NOT = WS-OLD-FEE-AMT
                OR PCAT-MIN-BAL NOT = WS-OLD-MIN-BAL
               MOVE 'Y' TO WS-CHG-FEE-MOVED(WS-CHG-IDX)
             END-IF
             IF WS-CHG-CR-MOVED(WS-CHG-IDX) = 'Y'
                OR WS-CHG-DR-MOVED(WS-CHG-IDX) = 'Y'
                OR WS-CHG-FEE-MOVED(WS-CHG-IDX) = 'Y'
               SET WS-CHG-NOTIFY(WS-CHG-IDX) TO TRUE
             ELSE
               SET WS-CHG-NO-TERMS(WS-CHG-IDX) TO TRUE
             END-IF
           END-IF.

       COMPARE-ONE-TIER.
           IF PCAT-TIER-CEILING(WS-TIER-SUB)
                NOT = WS-OLD-TIER-CEIL(WS-TIER-SUB)
              OR PCAT-TIER-PCT(WS-TIER-SUB)
                NOT = WS-OLD-TIER-PCT(WS-TIER-SUB)
             MOVE 'Y' TO WS-CHG-CR-MOVED(WS-CHG-IDX)
           END-IF.

      * CALLER SETS PCAT-ACCT-TYPE; THE TERMS IN FORCE THE DAY
      * BEFORE THE CHANGE ARE KEPT IN WS-OLD-TERMS.
       GET-OLD-TERMS.
           MOVE WS-CHG-OLD-DATE(WS-CHG-IDX) TO PCAT-AS-OF-DATE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           MOVE PCAT-FOUND TO WS-OLD-FOUND.
           MOVE PCAT-MIN-BAL TO WS-OLD-MIN-BAL.
           MOVE PCAT-INT-PCT TO WS-OLD-INT-PCT.
           MOVE PCAT-FEE-AMT TO WS-OLD-FEE-AMT.
           MOVE PCAT-DEBIT-PCT TO WS-OLD-DEBIT-PCT.
           MOVE PCAT-TIER-COUNT TO WS-OLD-TIER-COUNT.
           PERFORM SAVE-ONE-TIER
             VARYING WS-TIER-SUB FROM 1 BY 1
             UNTIL WS-TIER-SUB > 5.

       SAVE-ONE-TIER.
           IF WS-TIER-SUB > PCAT-TIER-COUNT
             MOVE 0 TO WS-OLD-TIER-CEIL(WS-TIER-SUB)
                       WS-OLD-TIER-PCT(WS-TIER-SUB)
           ELSE
             MOVE PCAT-TIER-CEILING(WS-TIER-SUB)
               TO WS-OLD-TIER-CEIL(WS-TIER-SUB)
             MOVE PCAT-TIER-PCT(WS-TIER-SUB)
               TO WS-OLD-TIER-PCT(WS-TIER-SUB)
           END-IF.

       NOTIFY-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-ACTIVE
               PERFORM NOTIFY-ONE-CHANGE
                 VARYING WS-CHG-IDX FROM 1 BY 1
                 UNTIL WS-CHG-IDX > WS-CHG-COUNT
             END-IF
           END-IF.

       NOTIFY-ONE-CHANGE.
           IF WS-CHG-TYPE(WS-CHG-IDX) = CUST-ACCT-TYPE
              AND WS-CHG-NOTIFY(WS-CHG-IDX)
             MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO WS-FIND-DATE
             MOVE WS-CHG-SHORT(WS-CHG-IDX) TO WS-FIND-SHORT
             MOVE 0 TO WS-PRIOR-ROWS
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PRIOR-ROWS
               FROM RATE_NOTICE_LOG
               WHERE CUST_ID = :CUST-ID
                 AND ACCT_TYPE = :CUST-ACCT-TYPE
                 AND EFF_DATE = :WS-FIND-DATE
             END-EXEC
             IF WS-PRIOR-ROWS > 0
               ADD 1 TO WS-ALREADY-COUNT
               ADD 1 TO WS-CHG-ALREADY(WS-CHG-IDX)
             ELSE
               PERFORM CHECK-BAD-ADDRESS
               IF WS-BAD-ADDR-FLAG = 'Y'
                 ADD 1 TO WS-BAD-ADDR-COUNT
               ELSE
                 PERFORM PRICE-CUSTOMER-CHANGE
                 PERFORM BUILD-NOTICE-BODY
                 PERFORM WRITE-RATE-NOTICE
                 PERFORM LOG-RATE-NOTICE
               END-IF
             END-IF
           END-IF.

      * RETURNED MAIL (CUSTRTML) MARKS THE ADDRESS BAD UNTIL A 'U'
      * ADDRESS CHANGE CLEARS IT.
       CHECK-BAD-ADDRESS.
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

      * THE CUSTOMER'S OLD AND NEW MONTH AT TODAY'S BALANCE. THE
      * IMPACT IS SIGNED FROM THE CUSTOMER'S SIDE - MORE INTEREST
      * EARNED IS POSITIVE, MORE INTEREST OR FEES PAID NEGATIVE.
       PRICE-CUSTOMER-CHANGE.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           PERFORM GET-OLD-TERMS.
           PERFORM COMPUTE-MONTHLY-TERMS.
           MOVE WS-TRM-RATE TO WS-OLD-RATE.
           MOVE WS-TRM-CR-INT TO WS-OLD-CR-INT.
           MOVE WS-TRM-DR-INT TO WS-OLD-DR-INT.
           MOVE WS-TRM-FEE TO WS-OLD-FEE.
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO PCAT-AS-OF-DATE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           PERFORM COMPUTE-MONTHLY-TERMS.
           COMPUTE WS-IMPACT =
               (WS-TRM-CR-INT - WS-OLD-CR-INT)
             - (WS-TRM-DR-INT - WS-OLD-DR-INT)
             - (WS-TRM-FEE - WS-OLD-FEE).
           ADD WS-TRM-CR-INT TO WS-CHG-INT-EXP(WS-CHG-IDX).
           SUBTRACT WS-OLD-CR-INT FROM WS-CHG-INT-EXP(WS-CHG-IDX).
           ADD WS-TRM-DR-INT TO WS-CHG-DR-INC(WS-CHG-IDX).
           SUBTRACT WS-OLD-DR-INT FROM WS-CHG-DR-INC(WS-CHG-IDX).
           ADD WS-TRM-FEE TO WS-CHG-FEE-INC(WS-CHG-IDX).
           SUBTRACT WS-OLD-FEE FROM WS-CHG-FEE-INC(WS-CHG-IDX).

      * ONE MONTH UNDER THE TERMS NOW IN PCAT-PARM: THE RATE OF THE
      * TIER THE BALANCE REACHES, CREDIT INTEREST BY THE CUSTACCR
      * TIER WALK, DEBIT INTEREST ON AN OVERDRAWN BALANCE, AND THE
      * SERVICE FEE WHEN THE BALANCE SITS BELOW THE MINIMUM.
       COMPUTE-MONTHLY-TERMS.
           MOVE 0 TO WS-TRM-CR-INT WS-TRM-DR-INT WS-TRM-FEE.
           MOVE PCAT-INT-PCT TO WS-TRM-RATE.
           IF PCAT-TIER-COUNT > 0
             MOVE PCAT-TIER-PCT(PCAT-TIER-COUNT) TO WS-TRM-RATE
             PERFORM FIND-BALANCE-TIER
               VARYING WS-TIER-SUB FROM PCAT-TIER-COUNT BY -1
               UNTIL WS-TIER-SUB < 1
           END-IF.
           IF CUST-BALANCE > 0
             PERFORM COMPUTE-TIERED-PERIOD-INT
             COMPUTE WS-TRM-CR-INT ROUNDED = WS-TIER-RAW
           END-IF.
           IF CUST-BALANCE < 0
             COMPUTE WS-TRM-DR-INT ROUNDED =
               (0 - CUST-BALANCE) * PCAT-DEBIT-PCT / 100
           END-IF.
           IF CUST-BALANCE < PCAT-MIN-BAL
             MOVE PCAT-FEE-AMT TO WS-TRM-FEE
           END-IF.

       FIND-BALANCE-TIER.
           IF CUST-BALANCE NOT > PCAT-TIER-CEILING(WS-TIER-SUB)
             MOVE PCAT-TIER-PCT(WS-TIER-SUB) TO WS-TRM-RATE
           END-IF.

      * FULL-PERIOD INTEREST BAND BY BAND ACROSS THE BALANCE (SAME
      * TIER WALK AS CUSTACCR AND APPLY-INTEREST IN CUSTUPDT).
       COMPUTE-TIERED-PERIOD-INT.
           IF PCAT-TIER-COUNT = 0
             COMPUTE WS-TIER-RAW =
               CUST-BALANCE * PCAT-INT-PCT / 100
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
           MOVE PCAT-TIER-CEILING(WS-TIER-SUB)
             TO WS-TIER-PREV-CEIL.

      * PCAT-PARM STILL HOLDS THE NEW TERMS HERE.
       BUILD-NOTICE-BODY.
           MOVE SPACES TO WS-BODY-TABLE.
           MOVE 1 TO WS-BODY-COUNT.
           STRING 'WE ARE CHANGING THE TERMS OF YOUR ACCOUNT WITH '
                  'EFFECT FROM ' WS-CHG-EFF-DATE(WS-CHG-IDX) '.'
             DELIMITED BY SIZE INTO WS-BODY-LINE(1).
           IF WS-CHG-CR-MOVED(WS-CHG-IDX) = 'Y'
             ADD 1 TO WS-BODY-COUNT
             MOVE WS-OLD-RATE TO WS-FMT-OLD-PCT
             MOVE WS-TRM-RATE TO WS-FMT-NEW-PCT
             STRING 'INTEREST RATE AT YOUR BALANCE: ' WS-FMT-OLD-PCT
                    ' PCT NOW, ' WS-FMT-NEW-PCT
                    ' PCT FROM THAT DATE.'
               DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF.
           IF WS-CHG-DR-MOVED(WS-CHG-IDX) = 'Y'
             ADD 1 TO WS-BODY-COUNT
             MOVE WS-OLD-DEBIT-PCT TO WS-FMT-OLD-PCT
             MOVE PCAT-DEBIT-PCT TO WS-FMT-NEW-PCT
             STRING 'OVERDRAFT INTEREST RATE: ' WS-FMT-OLD-PCT
                    ' PCT NOW, ' WS-FMT-NEW-PCT
                    ' PCT FROM THAT DATE.'
               DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF.
           IF WS-CHG-FEE-MOVED(WS-CHG-IDX) = 'Y'
             ADD 1 TO WS-BODY-COUNT
             MOVE WS-OLD-FEE-AMT TO WS-FMT-OLD-AMT
             MOVE PCAT-FEE-AMT TO WS-FMT-NEW-AMT
             STRING 'MONTHLY SERVICE FEE: ' WS-FMT-OLD-AMT
                    ' NOW, ' WS-FMT-NEW-AMT ' FROM THAT DATE,'
               DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-COUNT)
             ADD 1 TO WS-BODY-COUNT
             MOVE PCAT-MIN-BAL TO WS-FMT-MIN-BAL
             STRING 'WAIVED WHEN YOUR BALANCE STAYS AT '
                    WS-FMT-MIN-BAL ' OR MORE.'
               DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF.
           ADD 1 TO WS-BODY-COUNT.
           MOVE WS-IMPACT TO WS-FMT-AMT.
           MOVE CUST-BALANCE TO WS-FMT-BAL.
           STRING 'ESTIMATED MONTHLY EFFECT AT YOUR BALANCE OF '
                  WS-FMT-BAL ': ' WS-FMT-AMT
             DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-COUNT).

      * SAME ADDRESSED LAYOUT AS CUSTNOTC'S NOTICES, SO THE MAIL
      * ROOM HANDLES BOTH FILES THE SAME WAY.
       WRITE-RATE-NOTICE.
           MOVE SPACES TO NOTC-LINE.
           STRING 'CUSTOMER NOTICE  TYPE R  DATE ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO NOTC-LINE.
           WRITE NOTC-LINE.
           MOVE SPACES TO NOTC-LINE.
           STRING '   ' CUST-NAME '   ACCOUNT ' CUST-ID
             DELIMITED BY SIZE INTO NOTC-LINE.
           WRITE NOTC-LINE.
           MOVE SPACES TO NOTC-LINE.
           STRING '   ' CUST-ADDR-LINE-1
             DELIMITED BY SIZE INTO NOTC-LINE.
           WRITE NOTC-LINE.
           IF CUST-ADDR-LINE-2 NOT = SPACES
             MOVE SPACES TO NOTC-LINE
             STRING '   ' CUST-ADDR-LINE-2
               DELIMITED BY SIZE INTO NOTC-LINE
             WRITE NOTC-LINE
           END-IF.
           MOVE SPACES TO NOTC-LINE.
           STRING '   ' CUST-ADDR-CITY ' ' CUST-ADDR-STATE ' '
                  CUST-ADDR-ZIP
             DELIMITED BY SIZE INTO NOTC-LINE.
           WRITE NOTC-LINE.
           MOVE SPACES TO NOTC-LINE.
           WRITE NOTC-LINE.
           PERFORM WRITE-ONE-BODY-LINE
             VARYING WS-BODY-SUB FROM 1 BY 1
             UNTIL WS-BODY-SUB > WS-BODY-COUNT.
           MOVE SPACES TO NOTC-LINE.
           MOVE ALL '-' TO NOTC-LINE.
           WRITE NOTC-LINE.
           ADD 1 TO WS-NOTICE-COUNT.
           ADD 1 TO WS-CHG-NOTICES(WS-CHG-IDX).
           IF WS-CHG-SHORT(WS-CHG-IDX) = 'Y'
             ADD 1 TO WS-SHORT-COUNT
           END-IF.
           MOVE CUST-ID TO REG-CUST-ID.
           MOVE 'R' TO REG-NOTICE-TYPE.
           MOVE WS-IMPACT TO REG-AMOUNT.
           MOVE WS-CURRENT-DATE TO REG-RUN-DATE.
           MOVE CUST-ACCT-TYPE TO REG-ACCT-TYPE.
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO REG-EFF-DATE.
           MOVE WS-OLD-RATE TO REG-OLD-INT-PCT.
           MOVE WS-TRM-RATE TO REG-NEW-INT-PCT.
           MOVE WS-OLD-FEE-AMT TO REG-OLD-FEE-AMT.
           MOVE PCAT-FEE-AMT TO REG-NEW-FEE-AMT.
           MOVE WS-CHG-SHORT(WS-CHG-IDX) TO REG-SHORT-NOTICE.
           WRITE REG-RECORD.

       WRITE-ONE-BODY-LINE.
           MOVE SPACES TO NOTC-LINE.
           STRING '   ' WS-BODY-LINE(WS-BODY-SUB)
             DELIMITED BY SIZE INTO NOTC-LINE.
           WRITE NOTC-LINE.

       LOG-RATE-NOTICE.
           EXEC SQL
             INSERT INTO RATE_NOTICE_LOG
               (CUST_ID, ACCT_TYPE, EFF_DATE, NOTICE_DATE,
                OLD_INT_PCT, NEW_INT_PCT, OLD_FEE_AMT, NEW_FEE_AMT,
                EST_MONTHLY_IMPACT, SHORT_NOTICE, LOGGED_BY)
             VALUES
               (:CUST-ID, :CUST-ACCT-TYPE,
                :WS-FIND-DATE, :WS-CURRENT-DATE,
                :WS-OLD-RATE, :WS-TRM-RATE, :WS-OLD-FEE-AMT,
                :PCAT-FEE-AMT, :WS-IMPACT,
                :WS-FIND-SHORT, 'CUSTRTNT')
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTRTNT: RATE_NOTICE_LOG INSERT FAILED FOR '
                     CUST-ID ' SQLCODE ' SQLCODE
             MOVE 4 TO RETURN-CODE
           END-IF.

      * FINANCE'S VIEW: PER PRODUCT AND EFFECTIVE DATE, THE CHANGE IN
      * A MONTH'S INTEREST EXPENSE, DEBIT INTEREST INCOME AND FEE
      * INCOME ACROSS THE ACCOUNTS NOTICED TODAY.
       WRITE-PRODUCT-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NOTICE-DAYS TO WS-FMT-DAYS.
           STRING 'RATE AND FEE CHANGE NOTICES - ' WS-CURRENT-DATE
                  ' - CHANGES EFFECTIVE WITHIN ' WS-FMT-DAYS ' DAYS'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  TYPE  EFFECTIVE   NOTICES  ALREADY'
                  '     INT EXPENSE CHG   DR INT INCOME CHG'
                  '      FEE INCOME CHG'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CHG-COUNT > 0
             PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-SUM-DETAIL.
           MOVE 'ALL PRODUCTS' TO WS-SUM-DETAIL(3:12).
           MOVE WS-NOTICE-COUNT TO SUM-NOTICES.
           MOVE WS-ALREADY-COUNT TO SUM-ALREADY.
           MOVE WS-TOT-INT-EXP TO SUM-INT-EXP.
           MOVE WS-TOT-DR-INC TO SUM-DR-INC.
           MOVE WS-TOT-FEE-INC TO SUM-FEE-INC.
           MOVE WS-SUM-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BAD-ADDR-COUNT > 0
             MOVE WS-BAD-ADDR-COUNT TO WS-FMT-CNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' WS-FMT-CNT ' NOTICES NOT SENT - ADDRESS '
                    'MARKED BAD; SENT ONCE THE ADDRESS IS CORRECTED'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING '  ESTIMATES ARE ONE MONTH AT EACH ACCOUNT''S '
                  'CURRENT BALANCE; POSITIVE IS MORE EXPENSE OR '
                  'MORE INCOME.'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-SUMMARY-LINE.
           MOVE WS-CHG-TYPE(WS-CHG-IDX) TO SUM-TYPE.
           MOVE WS-CHG-EFF-DATE(WS-CHG-IDX) TO SUM-EFF-DATE.
           MOVE WS-CHG-NOTICES(WS-CHG-IDX) TO SUM-NOTICES.
           MOVE WS-CHG-ALREADY(WS-CHG-IDX) TO SUM-ALREADY.
           MOVE WS-CHG-INT-EXP(WS-CHG-IDX) TO SUM-INT-EXP.
           MOVE WS-CHG-DR-INC(WS-CHG-IDX) TO SUM-DR-INC.
           MOVE WS-CHG-FEE-INC(WS-CHG-IDX) TO SUM-FEE-INC.
           EVALUATE TRUE
             WHEN WS-CHG-NEW-PRODUCT(WS-CHG-IDX)
               MOVE 'NEW PRODUCT - NO NOTICE' TO SUM-NOTE
             WHEN WS-CHG-NO-TERMS(WS-CHG-IDX)
               MOVE 'NO RATE OR FEE CHANGE' TO SUM-NOTE
             WHEN WS-CHG-SHORT(WS-CHG-IDX) = 'Y'
               MOVE 'SHORT NOTICE' TO SUM-NOTE
             WHEN OTHER
               MOVE SPACES TO SUM-NOTE
           END-EVALUATE.
           MOVE WS-SUM-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-CHG-INT-EXP(WS-CHG-IDX) TO WS-TOT-INT-EXP.
           ADD WS-CHG-DR-INC(WS-CHG-IDX) TO WS-TOT-DR-INC.
           ADD WS-CHG-FEE-INC(WS-CHG-IDX) TO WS-TOT-FEE-INC.

       CLEANUP-PARA.
           CLOSE CUSTFILE NOTCFILE REGFILE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY 'CUSTRTNT COMPLETE.'.
           DISPLAY '  NOTICE PERIOD ENDS:   ' WS-HORIZON-DATE.
           DISPLAY '  CATALOG CHANGES:      ' WS-CHG-COUNT.
           DISPLAY '  ACCOUNTS READ:        ' WS-READ-COUNT.
           DISPLAY '  NOTICES WRITTEN:      ' WS-NOTICE-COUNT.
           DISPLAY '  SHORT NOTICE:         ' WS-SHORT-COUNT.
           DISPLAY '  ALREADY NOTICED:      ' WS-ALREADY-COUNT.
           DISPLAY '  BAD ADDRESS SKIPPED:  ' WS-BAD-ADDR-COUNT.
