       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDINS.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTDINS - DEPOSIT INSURANCE COVERAGE BY OWNER AND CATEGORY    *
      * RUN ON DEMAND (AND FOR EACH REGULATORY AS-OF DATE) TO STATE    *
      * EVERY DEPOSITOR'S INSURED AND UNINSURED AMOUNTS. COVERAGE IS   *
      * PER OWNER PER OWNERSHIP CATEGORY, NOT PER ACCOUNT, SO THE RUN  *
      * GATHERS EVERY ACCOUNT ACROSS CUST-IDS:                         *
      *   CATEGORY - THE OWNRCAT PARAMETER FILE NAMES A CATEGORY FOR   *
      *              ANY CUST-ID THAT IS NOT PLAIN PERSONAL OWNERSHIP  *
      *              (RETIREMENT, TRUST, BUSINESS AND SO ON). OTHER    *
      *              ACCOUNTS ARE 'JNT' WHEN COOWNERS CARRIES AN       *
      *              ACTIVE CO-OWNER, OTHERWISE 'SGL'.                 *
      *   AMOUNT   - CUST-BALANCE (A DEBIT BALANCE COUNTS AS NIL) PLUS *
      *              UNCAPITALIZED CREDIT INTEREST ON ACCRUAL_LEDGER,  *
      *              CONVERTED TO THE BASE CURRENCY AT THE CURRTBL     *
      *              RATE.                                             *
      *   OWNERS   - A JOINT ACCOUNT IS SPLIT EQUALLY BETWEEN THE      *
      *              PRIMARY OWNER AND EACH ACTIVE CO-OWNER. THE       *
      *              MASTER CARRIES NO TAXPAYER NUMBER, SO AN OWNER    *
      *              IS KNOWN ACROSS CUST-IDS BY NAME AND ZIP CODE.    *
      * THE SHARES ARE SORTED BY OWNER AND CATEGORY, EACH OWNER'S      *
      * CATEGORY TOTAL IS INSURED UP TO THE DINSCTL COVERAGE LIMIT     *
      * (DEFAULT 250,000.00), AND THE INSURED AMOUNT IS SPREAD BACK    *
      * OVER THE ACCOUNTS PRO RATA. THE REGULATORY DEPOSITOR FILE      *
      * (DINSDEP) CARRIES ONE 'A' LINE PER ACCOUNT SHARE AND ONE 'S'   *
      * SUMMARY PER OWNER AND CATEGORY BETWEEN A HEADER AND A          *
      * CONTROL-TOTAL TRAILER. DINSRPT SUMMARIZES INSURED AGAINST      *
      * UNINSURED DEPOSITS BY BRANCH AND BY CATEGORY.                  *
      * RC 4  - A FOREIGN-CURRENCY ACCOUNT HAS NO CURRTBL RATE AND IS  *
      *         LEFT OUT (LISTED ON DINSRPT).                          *
      * RC 16 - A TABLE OVERFLOWED; THE FILE IS INCOMPLETE AND MUST    *
      *         NOT BE FILED.                                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DINSCTL ASSIGN TO 'DINSCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT COWNFILE ASSIGN TO 'COOWNERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COWN-STATUS.
           SELECT OWNRFILE ASSIGN TO 'OWNRCAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OWNR-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT DEPFILE ASSIGN TO 'DINSDEP'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DEP-STATUS.
           SELECT RPTFILE ASSIGN TO 'DINSRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DINSCTL.
       01 DINSCTL-RECORD.
          05 CTL-COVERAGE-LIMIT PIC 9(9)V99.

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD COWNFILE.
       COPY COWNCOPY.

      * ONE RECORD PER CUST-ID HELD IN A CATEGORY OTHER THAN PLAIN
      * SINGLE OR JOINT OWNERSHIP. THE CODE IS REPORTED AS GIVEN.
       FD OWNRFILE.
       01 OWNR-RECORD.
          05 OWNR-CUST-ID       PIC X(10).
          05 OWNR-CATEGORY      PIC X(03).

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-DEPOSITOR-KEY.
             10 SRT-DEP-NAME    PIC X(30).
             10 SRT-DEP-ZIP     PIC X(10).
          05 SRT-CATEGORY       PIC X(03).
          05 SRT-BRANCH         PIC X(04).
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-CURRENCY       PIC X(03).
          05 SRT-OWNER-COUNT    PIC 9(02).
          05 SRT-PRINCIPAL      PIC S9(11)V99.
          05 SRT-INTEREST       PIC S9(11)V99.
          05 SRT-ADDR-CONTACT   PIC X(147).

       FD DEPFILE.
       01 DEP-RECORD.
          05 DEP-REC-TYPE       PIC X(01).
             88 DEP-HEADER      VALUE 'H'.
             88 DEP-ACCOUNT     VALUE 'A'.
             88 DEP-SUMMARY     VALUE 'S'.
             88 DEP-TRAILER     VALUE 'T'.
          05 DEP-DEPOSITOR-KEY.
             10 DEP-DEP-NAME    PIC X(30).
             10 DEP-DEP-ZIP     PIC X(10).
          05 DEP-CATEGORY       PIC X(03).
          05 DEP-DETAIL         PIC X(225).
      * 'A' - ONE OWNER'S SHARE OF ONE ACCOUNT, IN BASE CURRENCY.
          05 DEP-ACCT-DETAIL REDEFINES DEP-DETAIL.
             10 DEPA-CUST-ID    PIC X(10).
             10 DEPA-BRANCH     PIC X(04).
             10 DEPA-CURRENCY   PIC X(03).
             10 DEPA-OWNER-COUNT PIC 9(02).
             10 DEPA-PRINCIPAL  PIC S9(11)V99.
             10 DEPA-INTEREST   PIC S9(11)V99.
             10 DEPA-SHARE      PIC S9(11)V99.
             10 DEPA-INSURED    PIC S9(11)V99.
             10 DEPA-UNINSURED  PIC S9(11)V99.
             10 FILLER          PIC X(141).
      * 'S' - THE OWNER'S TOTAL IN THE CATEGORY AGAINST THE LIMIT.
          05 DEP-SUMM-DETAIL REDEFINES DEP-DETAIL.
             10 DEPS-ADDR-CONTACT PIC X(147).
             10 DEPS-ACCT-COUNT PIC 9(05).
             10 DEPS-TOTAL      PIC S9(11)V99.
             10 DEPS-INSURED    PIC S9(11)V99.
             10 DEPS-UNINSURED  PIC S9(11)V99.
             10 FILLER          PIC X(34).
       01 DEP-CTL-RECORD REDEFINES DEP-RECORD.
          05 DEPC-REC-TYPE      PIC X(01).
          05 DEPC-AS-OF-DATE    PIC X(10).
          05 DEPC-LIMIT         PIC 9(9)V99.
          05 DEPC-STAMP         PIC X(14).
          05 DEPC-OWNER-COUNT   PIC 9(09).
          05 DEPC-LINE-COUNT    PIC 9(09).
          05 DEPC-TOTAL         PIC S9(13)V99.
          05 DEPC-INSURED       PIC S9(13)V99.
          05 DEPC-UNINSURED     PIC S9(13)V99.
          05 FILLER             PIC X(170).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-COWN-STATUS        PIC XX VALUE SPACES.
       01 WS-OWNR-STATUS        PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-DEP-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-COWN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-COWN-EOF        VALUE 'Y'.
       01 WS-OWNR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-OWNR-EOF        VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OVERFLOW-NOTE      PIC X(40) VALUE SPACES.

       01 WS-COVERAGE-LIMIT     PIC 9(9)V99 VALUE 250000.00.

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.

      * ACTIVE CO-OWNERS OF RECORD.
       01 WS-COWN-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-COWN-MAX           PIC S9(4) COMP VALUE 5000.
       01 WS-COWN-TABLE.
          05 WS-COWN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-COWN-IDX.
             10 WS-CWN-CUST-ID  PIC X(10).
             10 WS-CWN-NAME     PIC X(30).
             10 WS-CWN-ADDR-CONTACT PIC X(147).
             10 WS-CWN-ADDR-PARTS REDEFINES WS-CWN-ADDR-CONTACT.
                15 FILLER       PIC X(82).
                15 WS-CWN-ZIP   PIC X(10).
                15 FILLER       PIC X(55).

      * CATEGORY ASSIGNMENTS FROM OWNRCAT.
       01 WS-OWNR-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-OWNR-MAX           PIC S9(4) COMP VALUE 5000.
       01 WS-OWNR-TABLE.
          05 WS-OWNR-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-OWNR-IDX.
             10 WS-OWN-CUST-ID  PIC X(10).
             10 WS-OWN-CATEGORY PIC X(03).

      * THE ACCOUNT IN HAND AND ITS OWNERS.
       01 WS-ACCT-CATEGORY      PIC X(03) VALUE SPACES.
       01 WS-ACCT-PRINCIPAL     PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-INTEREST      PIC S9(11)V99 VALUE 0.
       01 WS-ACCR-CREDIT-RAW    PIC S9(9)V9(6) VALUE 0.
       01 WS-OWNER-COUNT        PIC 9(02) VALUE 0.
       01 WS-ACCT-COWN-COUNT    PIC S9(4) COMP VALUE 0.
       01 WS-ACCT-COWN-MAX      PIC S9(4) COMP VALUE 20.
       01 WS-ACCT-COWN-TABLE.
          05 WS-ACCT-COWN-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-ACO-IDX.
             10 WS-ACO-COWN-SUB PIC S9(4) COMP.
       01 WS-SHARE-PRINCIPAL    PIC S9(11)V99 VALUE 0.
       01 WS-SHARE-INTEREST     PIC S9(11)V99 VALUE 0.
       01 WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-RATE-FOUND      VALUE 'Y'.
       01 WS-OWNR-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-OWNR-FOUND      VALUE 'Y'.

      * ONE OWNER'S ACCOUNTS IN ONE CATEGORY, HELD UNTIL THE BREAK SO
      * THE INSURED AMOUNT CAN BE SPREAD BACK OVER THEM.
       01 WS-GRP-KEY.
          05 WS-GRP-DEPOSITOR-KEY PIC X(40).
          05 WS-GRP-CATEGORY    PIC X(03).
       01 WS-SRT-KEY.
          05 WS-SRT-DEPOSITOR-KEY PIC X(40).
          05 WS-SRT-CATEGORY    PIC X(03).
       01 WS-GRP-ADDR-CONTACT   PIC X(147).
       01 WS-GRP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-GRP-MAX            PIC S9(4) COMP VALUE 500.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 500 TIMES INDEXED BY WS-GRP-IDX.
             10 WS-GRP-CUST-ID  PIC X(10).
             10 WS-GRP-BRANCH   PIC X(04).
             10 WS-GRP-CURRENCY PIC X(03).
             10 WS-GRP-OWNERS   PIC 9(02).
             10 WS-GRP-PRINCIPAL PIC S9(11)V99.
             10 WS-GRP-INTEREST PIC S9(11)V99.
       01 WS-GRP-TOTAL          PIC S9(13)V99 VALUE 0.
       01 WS-GRP-INSURED        PIC S9(13)V99 VALUE 0.
       01 WS-GRP-UNINSURED      PIC S9(13)V99 VALUE 0.
       01 WS-GRP-INS-LEFT       PIC S9(13)V99 VALUE 0.
       01 WS-LINE-SHARE         PIC S9(13)V99 VALUE 0.
       01 WS-LINE-INSURED       PIC S9(13)V99 VALUE 0.
       01 WS-LINE-UNINSURED     PIC S9(13)V99 VALUE 0.

      * INSURED AGAINST UNINSURED BY BRANCH.
       01 WS-BR-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-BR-MAX             PIC S9(4) COMP VALUE 500.
       01 WS-BR-HIT             PIC S9(4) COMP VALUE 0.
       01 WS-BR-TABLE.
          05 WS-BR-ENTRY OCCURS 500 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-CODE      PIC X(04).
             10 WS-BR-ACCTS     PIC 9(07).
             10 WS-BR-TOTAL     PIC S9(13)V99.
             10 WS-BR-INSURED   PIC S9(13)V99.
             10 WS-BR-UNINSURED PIC S9(13)V99.
       01 WS-BR-FOUND-FLAG      PIC X VALUE 'N'.
          88 WS-BR-FOUND        VALUE 'Y'.
       01 WS-FIND-BRANCH        PIC X(04) VALUE SPACES.

      * AND BY OWNERSHIP CATEGORY.
       01 WS-CAT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CAT-MAX            PIC S9(4) COMP VALUE 30.
       01 WS-CAT-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 30 TIMES INDEXED BY WS-CAT-IDX.
             10 WS-CAT-CODE     PIC X(03).
             10 WS-CAT-OWNERS   PIC 9(07).
             10 WS-CAT-TOTAL    PIC S9(13)V99.
             10 WS-CAT-INSURED  PIC S9(13)V99.
             10 WS-CAT-UNINSURED PIC S9(13)V99.
       01 WS-CAT-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-CAT-FOUND       VALUE 'Y'.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-ACCT-COUNT         PIC 9(07) VALUE 0.
       01 WS-JOINT-COUNT        PIC 9(07) VALUE 0.
       01 WS-NIL-COUNT          PIC 9(07) VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(07) VALUE 0.
       01 WS-SHARE-COUNT        PIC 9(07) VALUE 0.
       01 WS-DEP-OWNER-COUNT    PIC 9(09) VALUE 0.
       01 WS-DEP-LINE-COUNT     PIC 9(09) VALUE 0.
       01 WS-TOT-DEPOSITS       PIC S9(13)V99 VALUE 0.
       01 WS-TOT-INSURED        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-UNINSURED      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-ACCTS          PIC 9(07) VALUE 0.
       01 WS-TOT-OWNERS         PIC 9(07) VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-BR-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 BRD-BRANCH         PIC X(06).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 BRD-COUNT          PIC ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 BRD-TOTAL          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 BRD-INSURED        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 BRD-UNINSURED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BR-HEADING.
          05 FILLER             PIC X(10) VALUE '  BRANCH  '.
          05 FILLER             PIC X(07) VALUE 'ACCTS  '.
          05 FILLER             PIC X(19) VALUE
             '          DEPOSITS '.
          05 FILLER             PIC X(19) VALUE
             '           INSURED '.
          05 FILLER             PIC X(19) VALUE
             '         UNINSURED '.
       01 WS-CAT-HEADING.
          05 FILLER             PIC X(10) VALUE '  CATEGORY'.
          05 FILLER             PIC X(07) VALUE ' OWNERS'.
          05 FILLER             PIC X(19) VALUE
             '          DEPOSITS '.
          05 FILLER             PIC X(19) VALUE
             '           INSURED '.
          05 FILLER             PIC X(19) VALUE
             '         UNINSURED '.
       01 WS-FMT-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-DEPOSITOR-KEY SRT-CATEGORY
                              SRT-BRANCH SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-OWNER-SHARES
             OUTPUT PROCEDURE IS APPLY-COVERAGE-LIMIT.
           PERFORM WRITE-DEP-TRAILER.
           PERFORM WRITE-BRANCH-SUMMARY.
           PERFORM WRITE-CATEGORY-SUMMARY.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTDINS: ' WS-OVERFLOW-NOTE
                     ' - DINSDEP IS INCOMPLETE, DO NOT FILE'
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '*** ' WS-OVERFLOW-NOTE
                    ' - DINSDEP IS INCOMPLETE, DO NOT FILE'
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN INPUT DINSCTL.
           IF WS-CTL-STATUS = '00'
             READ DINSCTL INTO DINSCTL-RECORD
               AT END MOVE SPACES TO DINSCTL-RECORD
             END-READ
             CLOSE DINSCTL
             IF CTL-COVERAGE-LIMIT IS NUMERIC
               IF CTL-COVERAGE-LIMIT > 0
                 MOVE CTL-COVERAGE-LIMIT TO WS-COVERAGE-LIMIT
               END-IF
             END-IF
           END-IF.
           PERFORM LOAD-CURRENCY-TABLE.
           PERFORM LOAD-COOWNER-TABLE.
           PERFORM LOAD-CATEGORY-TABLE.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTDINS: ' WS-OVERFLOW-NOTE
                     ' - NO COVERAGE CALCULATED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DEPFILE.
           IF WS-DEP-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DINSDEP: ' WS-DEP-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING DINSRPT: ' WS-RPT-STATUS
             CLOSE CUSTFILE DEPFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-COVERAGE-LIMIT TO WS-FMT-LIMIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPOSIT INSURANCE COVERAGE AS OF ' WS-CURRENT-DATE
                  ' - LIMIT ' WS-FMT-LIMIT
                  ' PER OWNER PER CATEGORY'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO DEP-RECORD.
           MOVE 'H' TO DEPC-REC-TYPE.
           MOVE WS-CURRENT-DATE TO DEPC-AS-OF-DATE.
           MOVE WS-COVERAGE-LIMIT TO DEPC-LIMIT.
           MOVE WS-RUN-STAMP TO DEPC-STAMP.
           MOVE 0 TO DEPC-OWNER-COUNT DEPC-LINE-COUNT DEPC-TOTAL
                     DEPC-INSURED DEPC-UNINSURED.
           WRITE DEP-RECORD.

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

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTDINS: NO CURRTBL PARM FILE - FOREIGN '
                     'BALANCES CANNOT BE CONVERTED'
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

       LOAD-COOWNER-TABLE.
           MOVE 0 TO WS-COWN-COUNT.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS = '00'
             PERFORM READ-ONE-COOWNER UNTIL WS-COWN-EOF
             CLOSE COWNFILE
           ELSE
             DISPLAY 'CUSTDINS: NO COOWNERS FILE - EVERY ACCOUNT '
                     'TREATED AS SINGLE OWNERSHIP'
           END-IF.

      * ONLY AN ACTIVE CO-OWNER SHARES THE ACCOUNT. A PROMOTED ROW
      * IS NOW THE PRIMARY OWNER ON CUST-RECORD AND IS NOT COUNTED
      * TWICE; REMOVED AND DECEASED OWNERS HOLD NO SHARE.
       READ-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-COWN-EOF TO TRUE
           END-READ.
           IF NOT WS-COWN-EOF AND COWN-ACTIVE
             IF WS-COWN-COUNT < WS-COWN-MAX
               ADD 1 TO WS-COWN-COUNT
               SET WS-COWN-IDX TO WS-COWN-COUNT
               MOVE COWN-CUST-ID TO WS-CWN-CUST-ID(WS-COWN-IDX)
               MOVE COWN-NAME TO WS-CWN-NAME(WS-COWN-IDX)
               MOVE COWN-ADDR-CONTACT
                 TO WS-CWN-ADDR-CONTACT(WS-COWN-IDX)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 5000 ACTIVE CO-OWNERS'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

       LOAD-CATEGORY-TABLE.
           MOVE 0 TO WS-OWNR-COUNT.
           OPEN INPUT OWNRFILE.
           IF WS-OWNR-STATUS = '00'
             PERFORM READ-ONE-CATEGORY UNTIL WS-OWNR-EOF
             CLOSE OWNRFILE
           ELSE
             DISPLAY 'CUSTDINS: NO OWNRCAT FILE - SINGLE AND JOINT '
                     'CATEGORIES ONLY'
           END-IF.

       READ-ONE-CATEGORY.
           READ OWNRFILE INTO OWNR-RECORD
             AT END SET WS-OWNR-EOF TO TRUE
           END-READ.
           IF NOT WS-OWNR-EOF AND OWNR-CATEGORY NOT = SPACES
             IF WS-OWNR-COUNT < WS-OWNR-MAX
               ADD 1 TO WS-OWNR-COUNT
               SET WS-OWNR-IDX TO WS-OWNR-COUNT
               MOVE OWNR-CUST-ID TO WS-OWN-CUST-ID(WS-OWNR-IDX)
               MOVE OWNR-CATEGORY TO WS-OWN-CATEGORY(WS-OWNR-IDX)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 5000 OWNRCAT ENTRIES'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

      *================================================================*
      * OWNER SHARES - EVERY ACCOUNT WITH A DEPOSIT TO INSURE IS       *
      * VALUED IN THE BASE CURRENCY, GIVEN ITS OWNERSHIP CATEGORY AND  *
      * SPLIT INTO ONE SHARE PER OWNER FOR THE SORT. EVERY STATUS      *
      * COUNTS: A CLOSED ACCOUNT STILL HOLDING FUNDS IS STILL OWED.    *
      *================================================================*
       RELEASE-OWNER-SHARES.
           PERFORM VALUE-ONE-ACCOUNT
             UNTIL WS-EOF.
           CLOSE CUSTFILE.

       VALUE-ONE-ACCOUNT.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             MOVE 1 TO WS-CUR-RATE
             IF CUST-CURRENCY-CODE = SPACES
               SET WS-RATE-FOUND TO TRUE
             ELSE
               PERFORM FIND-CURRENCY-RATE
             END-IF
             IF WS-RATE-FOUND
               PERFORM VALUE-ACCOUNT-DEPOSIT
             ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  ' CUST-ID ' CURRENCY ' CUST-CURRENCY-CODE
                      ' HAS NO CURRTBL RATE - LEFT OUT OF COVERAGE'
                 DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
             END-IF
           END-IF.

       VALUE-ACCOUNT-DEPOSIT.
           MOVE 0 TO WS-ACCR-CREDIT-RAW.
           EXEC SQL
             SELECT COALESCE(SUM(ACCR_AMOUNT), 0)
             INTO :WS-ACCR-CREDIT-RAW
             FROM ACCRUAL_LEDGER
             WHERE CUST_ID = :CUST-ID
               AND ACCR_TYPE = 'C'
               AND CAPITALIZED = 'N'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-ACCR-CREDIT-RAW
           END-IF.
           MOVE 0 TO WS-ACCT-PRINCIPAL.
           IF CUST-BALANCE > 0
             COMPUTE WS-ACCT-PRINCIPAL ROUNDED =
                 CUST-BALANCE * WS-CUR-RATE
           END-IF.
           COMPUTE WS-ACCT-INTEREST ROUNDED =
               WS-ACCR-CREDIT-RAW * WS-CUR-RATE.
           IF WS-ACCT-INTEREST < 0
             MOVE 0 TO WS-ACCT-INTEREST
           END-IF.
           IF WS-ACCT-PRINCIPAL + WS-ACCT-INTEREST = 0
             ADD 1 TO WS-NIL-COUNT
           ELSE
             PERFORM RELEASE-ACCOUNT-SHARES
           END-IF.

       RELEASE-ACCOUNT-SHARES.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE CUST-BRANCH-CODE TO WS-FIND-BRANCH.
           PERFORM FIND-OR-ADD-BRANCH.
           IF WS-BR-HIT > 0
             SET WS-BR-IDX TO WS-BR-HIT
             ADD 1 TO WS-BR-ACCTS(WS-BR-IDX)
           END-IF.
           PERFORM FIND-OWNERSHIP-CATEGORY.
           MOVE 1 TO WS-OWNER-COUNT.
           IF WS-ACCT-CATEGORY = 'JNT'
             ADD WS-ACCT-COWN-COUNT TO WS-OWNER-COUNT
             ADD 1 TO WS-JOINT-COUNT
           END-IF.
      * EQUAL SHARES; THE PRIMARY OWNER TAKES ANY ODD CENTS.
           COMPUTE WS-SHARE-PRINCIPAL =
               WS-ACCT-PRINCIPAL / WS-OWNER-COUNT.
           COMPUTE WS-SHARE-INTEREST =
               WS-ACCT-INTEREST / WS-OWNER-COUNT.
           MOVE SPACES TO SORT-RECORD.
           MOVE CUST-NAME TO SRT-DEP-NAME.
           MOVE CUST-ADDR-ZIP TO SRT-DEP-ZIP.
           MOVE CUST-ADDR-CONTACT TO SRT-ADDR-CONTACT.
           COMPUTE SRT-PRINCIPAL = WS-ACCT-PRINCIPAL
               - WS-SHARE-PRINCIPAL * (WS-OWNER-COUNT - 1).
           COMPUTE SRT-INTEREST = WS-ACCT-INTEREST
               - WS-SHARE-INTEREST * (WS-OWNER-COUNT - 1).
           PERFORM RELEASE-ONE-SHARE.
           IF WS-ACCT-CATEGORY = 'JNT'
             PERFORM RELEASE-COOWNER-SHARE
               VARYING WS-ACO-IDX FROM 1 BY 1
               UNTIL WS-ACO-IDX > WS-ACCT-COWN-COUNT
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

      * AN OWNRCAT ASSIGNMENT WINS; OTHERWISE THE CO-OWNER FILE
      * DECIDES BETWEEN JOINT AND SINGLE. THE ACCOUNT'S ACTIVE
      * CO-OWNERS ARE NOTED EITHER WAY.
       FIND-OWNERSHIP-CATEGORY.
           MOVE 0 TO WS-ACCT-COWN-COUNT.
           IF WS-COWN-COUNT > 0
             PERFORM NOTE-ONE-COOWNER
               VARYING WS-COWN-IDX FROM 1 BY 1
               UNTIL WS-COWN-IDX > WS-COWN-COUNT
           END-IF.
           MOVE 'N' TO WS-OWNR-FOUND-FLAG.
           IF WS-OWNR-COUNT > 0
             PERFORM MATCH-ONE-CATEGORY
               VARYING WS-OWNR-IDX FROM 1 BY 1
               UNTIL WS-OWNR-IDX > WS-OWNR-COUNT OR WS-OWNR-FOUND
           END-IF.
           IF NOT WS-OWNR-FOUND
             IF WS-ACCT-COWN-COUNT > 0
               MOVE 'JNT' TO WS-ACCT-CATEGORY
             ELSE
               MOVE 'SGL' TO WS-ACCT-CATEGORY
             END-IF
           END-IF.

       NOTE-ONE-COOWNER.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = CUST-ID
             IF WS-ACCT-COWN-COUNT < WS-ACCT-COWN-MAX
               ADD 1 TO WS-ACCT-COWN-COUNT
               SET WS-ACO-IDX TO WS-ACCT-COWN-COUNT
               SET WS-ACO-COWN-SUB(WS-ACO-IDX) TO WS-COWN-IDX
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 20 CO-OWNERS ON ONE ACCOUNT'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

       MATCH-ONE-CATEGORY.
           IF WS-OWN-CUST-ID(WS-OWNR-IDX) = CUST-ID
             MOVE WS-OWN-CATEGORY(WS-OWNR-IDX) TO WS-ACCT-CATEGORY
             SET WS-OWNR-FOUND TO TRUE
           END-IF.

       RELEASE-COOWNER-SHARE.
           SET WS-COWN-IDX TO WS-ACO-COWN-SUB(WS-ACO-IDX).
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-CWN-NAME(WS-COWN-IDX) TO SRT-DEP-NAME.
           MOVE WS-CWN-ZIP(WS-COWN-IDX) TO SRT-DEP-ZIP.
           MOVE WS-CWN-ADDR-CONTACT(WS-COWN-IDX) TO SRT-ADDR-CONTACT.
           MOVE WS-SHARE-PRINCIPAL TO SRT-PRINCIPAL.
           MOVE WS-SHARE-INTEREST TO SRT-INTEREST.
           PERFORM RELEASE-ONE-SHARE.

       RELEASE-ONE-SHARE.
           MOVE WS-ACCT-CATEGORY TO SRT-CATEGORY.
           MOVE CUST-BRANCH-CODE TO SRT-BRANCH.
           MOVE CUST-ID TO SRT-CUST-ID.
           MOVE CUST-CURRENCY-CODE TO SRT-CURRENCY.
           MOVE WS-OWNER-COUNT TO SRT-OWNER-COUNT.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-SHARE-COUNT.

       FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-FLAG.
           MOVE 0 TO WS-BR-HIT.
           IF WS-BR-COUNT > 0
             PERFORM MATCH-ONE-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND
           END-IF.
           IF NOT WS-BR-FOUND
             IF WS-BR-COUNT < WS-BR-MAX
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               MOVE 0 TO WS-BR-ACCTS(WS-BR-IDX)
                         WS-BR-TOTAL(WS-BR-IDX)
                         WS-BR-INSURED(WS-BR-IDX)
                         WS-BR-UNINSURED(WS-BR-IDX)
               MOVE WS-BR-COUNT TO WS-BR-HIT
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 500 BRANCHES' TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

       MATCH-ONE-BRANCH.
           IF WS-BR-CODE(WS-BR-IDX) = WS-FIND-BRANCH
             SET WS-BR-FOUND TO TRUE
             SET WS-BR-HIT TO WS-BR-IDX
           END-IF.

      *================================================================*
      * COVERAGE - THE SORTED SHARES ARRIVE GROUPED BY OWNER AND       *
      * CATEGORY. AT EACH BREAK THE GROUP TOTAL IS INSURED UP TO THE   *
      * LIMIT AND THE INSURED AMOUNT IS SPREAD OVER THE GROUP'S        *
      * ACCOUNTS IN PROPORTION TO THEIR SHARES, THE LAST ACCOUNT       *
      * TAKING THE ROUNDING, SO THE BRANCH FIGURES ADD BACK EXACTLY.   *
      *================================================================*
       APPLY-COVERAGE-LIMIT.
           PERFORM RETURN-NEXT-SHARE.
           PERFORM COVER-ONE-GROUP UNTIL WS-SRT-EOF.

       RETURN-NEXT-SHARE.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
           IF NOT WS-SRT-EOF
             MOVE SRT-DEPOSITOR-KEY TO WS-SRT-DEPOSITOR-KEY
             MOVE SRT-CATEGORY TO WS-SRT-CATEGORY
           END-IF.

       COVER-ONE-GROUP.
           MOVE WS-SRT-KEY TO WS-GRP-KEY.
           MOVE SRT-ADDR-CONTACT TO WS-GRP-ADDR-CONTACT.
           MOVE 0 TO WS-GRP-COUNT WS-GRP-TOTAL.
           PERFORM COLLECT-ONE-SHARE
             UNTIL WS-SRT-EOF OR WS-SRT-KEY NOT = WS-GRP-KEY.
           IF WS-GRP-TOTAL > WS-COVERAGE-LIMIT
             MOVE WS-COVERAGE-LIMIT TO WS-GRP-INSURED
           ELSE
             MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
           END-IF.
           COMPUTE WS-GRP-UNINSURED = WS-GRP-TOTAL - WS-GRP-INSURED.
           MOVE WS-GRP-INSURED TO WS-GRP-INS-LEFT.
           PERFORM WRITE-ONE-ACCOUNT-LINE
             VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           MOVE SPACES TO DEP-RECORD.
           MOVE 'S' TO DEP-REC-TYPE.
           MOVE WS-GRP-DEPOSITOR-KEY TO DEP-DEPOSITOR-KEY.
           MOVE WS-GRP-CATEGORY TO DEP-CATEGORY.
           MOVE WS-GRP-ADDR-CONTACT TO DEPS-ADDR-CONTACT.
           MOVE WS-GRP-COUNT TO DEPS-ACCT-COUNT.
           MOVE WS-GRP-TOTAL TO DEPS-TOTAL.
           MOVE WS-GRP-INSURED TO DEPS-INSURED.
           MOVE WS-GRP-UNINSURED TO DEPS-UNINSURED.
           WRITE DEP-RECORD.
           ADD 1 TO WS-DEP-OWNER-COUNT.
           ADD WS-GRP-TOTAL TO WS-TOT-DEPOSITS.
           ADD WS-GRP-INSURED TO WS-TOT-INSURED.
           ADD WS-GRP-UNINSURED TO WS-TOT-UNINSURED.
           PERFORM FIND-OR-ADD-CATEGORY.
           IF WS-CAT-HIT > 0
             SET WS-CAT-IDX TO WS-CAT-HIT
             ADD 1 TO WS-CAT-OWNERS(WS-CAT-IDX)
             ADD WS-GRP-TOTAL TO WS-CAT-TOTAL(WS-CAT-IDX)
             ADD WS-GRP-INSURED TO WS-CAT-INSURED(WS-CAT-IDX)
             ADD WS-GRP-UNINSURED TO WS-CAT-UNINSURED(WS-CAT-IDX)
           END-IF.

      * AN OWNER WITH MORE ACCOUNTS IN ONE CATEGORY THAN THE TABLE
      * HOLDS STOPS THE FILE BEING FILED; THE EXCESS SHARES STILL
      * COUNT IN THE OWNER'S TOTAL BUT CANNOT BE ALLOCATED.
       COLLECT-ONE-SHARE.
           ADD SRT-PRINCIPAL SRT-INTEREST TO WS-GRP-TOTAL.
           IF WS-GRP-COUNT < WS-GRP-MAX
             ADD 1 TO WS-GRP-COUNT
             SET WS-GRP-IDX TO WS-GRP-COUNT
             MOVE SRT-CUST-ID TO WS-GRP-CUST-ID(WS-GRP-IDX)
             MOVE SRT-BRANCH TO WS-GRP-BRANCH(WS-GRP-IDX)
             MOVE SRT-CURRENCY TO WS-GRP-CURRENCY(WS-GRP-IDX)
             MOVE SRT-OWNER-COUNT TO WS-GRP-OWNERS(WS-GRP-IDX)
             MOVE SRT-PRINCIPAL TO WS-GRP-PRINCIPAL(WS-GRP-IDX)
             MOVE SRT-INTEREST TO WS-GRP-INTEREST(WS-GRP-IDX)
           ELSE
             SET WS-TABLE-OVERFLOWED TO TRUE
             MOVE 'MORE THAN 500 ACCOUNTS FOR ONE OWNER'
               TO WS-OVERFLOW-NOTE
           END-IF.
           PERFORM RETURN-NEXT-SHARE.

       WRITE-ONE-ACCOUNT-LINE.
           COMPUTE WS-LINE-SHARE = WS-GRP-PRINCIPAL(WS-GRP-IDX)
               + WS-GRP-INTEREST(WS-GRP-IDX).
           IF WS-GRP-IDX = WS-GRP-COUNT OR WS-GRP-TOTAL = 0
             MOVE WS-GRP-INS-LEFT TO WS-LINE-INSURED
           ELSE
             COMPUTE WS-LINE-INSURED ROUNDED =
                 WS-LINE-SHARE * WS-GRP-INSURED / WS-GRP-TOTAL
             SUBTRACT WS-LINE-INSURED FROM WS-GRP-INS-LEFT
           END-IF.
           COMPUTE WS-LINE-UNINSURED = WS-LINE-SHARE - WS-LINE-INSURED.
           MOVE SPACES TO DEP-RECORD.
           MOVE 'A' TO DEP-REC-TYPE.
           MOVE WS-GRP-DEPOSITOR-KEY TO DEP-DEPOSITOR-KEY.
           MOVE WS-GRP-CATEGORY TO DEP-CATEGORY.
           MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO DEPA-CUST-ID.
           MOVE WS-GRP-BRANCH(WS-GRP-IDX) TO DEPA-BRANCH.
           MOVE WS-GRP-CURRENCY(WS-GRP-IDX) TO DEPA-CURRENCY.
           MOVE WS-GRP-OWNERS(WS-GRP-IDX) TO DEPA-OWNER-COUNT.
           MOVE WS-GRP-PRINCIPAL(WS-GRP-IDX) TO DEPA-PRINCIPAL.
           MOVE WS-GRP-INTEREST(WS-GRP-IDX) TO DEPA-INTEREST.
           MOVE WS-LINE-SHARE TO DEPA-SHARE.
           MOVE WS-LINE-INSURED TO DEPA-INSURED.
           MOVE WS-LINE-UNINSURED TO DEPA-UNINSURED.
           WRITE DEP-RECORD.
           ADD 1 TO WS-DEP-LINE-COUNT.
           MOVE WS-GRP-BRANCH(WS-GRP-IDX) TO WS-FIND-BRANCH.
           PERFORM FIND-OR-ADD-BRANCH.
           IF WS-BR-HIT > 0
             SET WS-BR-IDX TO WS-BR-HIT
             ADD WS-LINE-SHARE TO WS-BR-TOTAL(WS-BR-IDX)
             ADD WS-LINE-INSURED TO WS-BR-INSURED(WS-BR-IDX)
             ADD WS-LINE-UNINSURED TO WS-BR-UNINSURED(WS-BR-IDX)
           END-IF.

       FIND-OR-ADD-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND-FLAG.
           MOVE 0 TO WS-CAT-HIT.
           IF WS-CAT-COUNT > 0
             PERFORM MATCH-ONE-CATEGORY-TOTAL
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-FOUND
           END-IF.
           IF NOT WS-CAT-FOUND
             IF WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               MOVE WS-GRP-CATEGORY TO WS-CAT-CODE(WS-CAT-IDX)
               MOVE 0 TO WS-CAT-OWNERS(WS-CAT-IDX)
                         WS-CAT-TOTAL(WS-CAT-IDX)
                         WS-CAT-INSURED(WS-CAT-IDX)
                         WS-CAT-UNINSURED(WS-CAT-IDX)
               MOVE WS-CAT-COUNT TO WS-CAT-HIT
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 30 OWNERSHIP CATEGORIES'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

       MATCH-ONE-CATEGORY-TOTAL.
           IF WS-CAT-CODE(WS-CAT-IDX) = WS-GRP-CATEGORY
             SET WS-CAT-FOUND TO TRUE
             SET WS-CAT-HIT TO WS-CAT-IDX
           END-IF.

       WRITE-DEP-TRAILER.
           MOVE SPACES TO DEP-RECORD.
           MOVE 'T' TO DEPC-REC-TYPE.
           MOVE WS-CURRENT-DATE TO DEPC-AS-OF-DATE.
           MOVE WS-COVERAGE-LIMIT TO DEPC-LIMIT.
           MOVE WS-RUN-STAMP TO DEPC-STAMP.
           MOVE WS-DEP-OWNER-COUNT TO DEPC-OWNER-COUNT.
           MOVE WS-DEP-LINE-COUNT TO DEPC-LINE-COUNT.
           MOVE WS-TOT-DEPOSITS TO DEPC-TOTAL.
           MOVE WS-TOT-INSURED TO DEPC-INSURED.
           MOVE WS-TOT-UNINSURED TO DEPC-UNINSURED.
           WRITE DEP-RECORD.
           CLOSE DEPFILE.

       WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'INSURED VERSUS UNINSURED DEPOSITS BY BRANCH'
             TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BR-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TOT-ACCTS.
           IF WS-BR-COUNT > 0
             PERFORM WRITE-ONE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF.
           MOVE 'TOTAL' TO BRD-BRANCH.
           MOVE WS-TOT-ACCTS TO BRD-COUNT.
           MOVE WS-TOT-DEPOSITS TO BRD-TOTAL.
           MOVE WS-TOT-INSURED TO BRD-INSURED.
           MOVE WS-TOT-UNINSURED TO BRD-UNINSURED.
           MOVE WS-BR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-BRANCH-LINE.
           MOVE WS-BR-CODE(WS-BR-IDX) TO BRD-BRANCH.
           MOVE WS-BR-ACCTS(WS-BR-IDX) TO BRD-COUNT.
           MOVE WS-BR-TOTAL(WS-BR-IDX) TO BRD-TOTAL.
           MOVE WS-BR-INSURED(WS-BR-IDX) TO BRD-INSURED.
           MOVE WS-BR-UNINSURED(WS-BR-IDX) TO BRD-UNINSURED.
           MOVE WS-BR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-BR-ACCTS(WS-BR-IDX) TO WS-TOT-ACCTS.

       WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'INSURED VERSUS UNINSURED DEPOSITS BY OWNERSHIP '
             TO RPT-LINE.
           MOVE 'CATEGORY' TO RPT-LINE(48:8).
           WRITE RPT-LINE.
           MOVE WS-CAT-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TOT-OWNERS.
           IF WS-CAT-COUNT > 0
             PERFORM WRITE-ONE-CATEGORY-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           END-IF.
           MOVE 'TOTAL' TO BRD-BRANCH.
           MOVE WS-TOT-OWNERS TO BRD-COUNT.
           MOVE WS-TOT-DEPOSITS TO BRD-TOTAL.
           MOVE WS-TOT-INSURED TO BRD-INSURED.
           MOVE WS-TOT-UNINSURED TO BRD-UNINSURED.
           MOVE WS-BR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-CATEGORY-LINE.
           MOVE WS-CAT-CODE(WS-CAT-IDX) TO BRD-BRANCH.
           MOVE WS-CAT-OWNERS(WS-CAT-IDX) TO BRD-COUNT.
           MOVE WS-CAT-TOTAL(WS-CAT-IDX) TO BRD-TOTAL.
           MOVE WS-CAT-INSURED(WS-CAT-IDX) TO BRD-INSURED.
           MOVE WS-CAT-UNINSURED(WS-CAT-IDX) TO BRD-UNINSURED.
           MOVE WS-BR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-CAT-OWNERS(WS-CAT-IDX) TO WS-TOT-OWNERS.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           DISPLAY 'CUSTDINS COMPLETE.'.
           DISPLAY '  ACCOUNTS READ:        ' WS-READ-COUNT.
           DISPLAY '  ACCOUNTS COVERED:     ' WS-ACCT-COUNT.
           DISPLAY '  JOINT ACCOUNTS:       ' WS-JOINT-COUNT.
           DISPLAY '  NIL DEPOSIT:          ' WS-NIL-COUNT.
           DISPLAY '  NO CURRTBL RATE:      ' WS-NO-RATE-COUNT.
           DISPLAY '  OWNER SHARES:         ' WS-SHARE-COUNT.
           DISPLAY '  OWNER/CATEGORY TOTALS:' WS-DEP-OWNER-COUNT.
           DISPLAY '  TOTAL DEPOSITS:       ' WS-TOT-DEPOSITS.
           DISPLAY '  INSURED:              ' WS-TOT-INSURED.
           DISPLAY '  UNINSURED:            ' WS-TOT-UNINSURED.
