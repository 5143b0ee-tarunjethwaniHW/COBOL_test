       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLEVY.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTLEVY - COURT GARNISHMENT AND TAX LEVY PROCESSING           *
      * RUNS NIGHTLY AHEAD OF CUSTUPDT. A LEGAL ORDER NO LONGER        *
      * FREEZES THE ACCOUNT: IT ATTACHES THE STATED AMOUNT AND NO      *
      * MORE, AND EXEMPT BENEFIT PAYMENTS STAY WITH THE CUSTOMER.      *
      *   - SERVICE: EACH NEW ORDER ON THE LEVYSERV FEED (CUSTOMER,    *
      *     ISSUING AUTHORITY, AMOUNT, SERVED DATE) IS MATCHED TO THE  *
      *     ACCOUNT. THE PROTECTED AMOUNT IS THE SUM OF BENEFIT        *
      *     CREDITS (ACH ORIGINATORS LISTED ON BENEPAYR) POSTED IN THE *
      *     LOOKBACK WINDOW BEFORE THE SERVED DATE, LIMITED TO THE     *
      *     AVAILABLE BALANCE. WHAT IS LEFT, UP TO THE ORDER AMOUNT,   *
      *     IS HELD BY A 'P' HOLD THROUGH CUST-HOLD-TOTAL              *
      *   - RELEASE: AN 'R' ON THE FEED FROM THE ISSUING AUTHORITY     *
      *     RELEASES THE ORDER'S HOLD WITH A 'V'                       *
      *   - REMITTANCE: ONCE THE LEGAL WAITING PERIOD FROM THE SERVED  *
      *     DATE HAS RUN, THE FUNDS STILL HELD ARE DEBITED WITH A 'D'  *
      *     CARRYING THE HOLD'S REFERENCE, SO THE DEBIT MATURES THE    *
      *     HOLD. THE NEXT RUN CONFIRMS THE DEBIT ON TRANSACTION_LOG,  *
      *     CLOSES THE ORDER AND PRINTS THE REMITTANCE ADVICE THE      *
      *     PAYMENT TO THE AUTHORITY GOES OUT UNDER                    *
      * HOLDS AND RELEASES GO OUT AS BATCH LEVYHOLD, REMITTANCE DEBITS *
      * AS BATCH LEVYRMIT, BOTH CONTROL-TOTALED ON TRANLEVY. CUSTUPDT  *
      * POSTS THEM PAST ACCOUNT BLOCKS, STOP PAYMENTS, DUAL CONTROL    *
      * AND VELOCITY LIMITS, AND NEVER EXPIRES A LEVYHOLD HOLD.        *
      * CUSTOMER NOTICES GO TO LEVYCNTC, AUTHORITY ANSWERS, RELEASE    *
      * ACKNOWLEDGEMENTS AND REMITTANCE ADVICES TO LEVYANTC. THE       *
      * ORDER MASTER REWRITES TO LEVYNEW, SWAPPED IN FOR LEVYORDS AS   *
      * WITH STORDNEW, AND LEVYRPT LISTS TONIGHT'S ACTIVITY AND THE    *
      * OPEN-ORDERS REGISTER.                                          *
      * RC 4  - A FEED RECORD WAS REJECTED, OR A HOLD OR REMITTANCE    *
      *         DID NOT POST AS EXPECTED.                              *
      * RC 8  - A TRANSACTION_LOG LOOKUP FAILED; THE ORDER CONCERNED   *
      *         IS LEFT AS IT WAS FOR THE NEXT RUN.                    *
      * RC 16 - A TABLE OVERFLOWED; NO BATCH OR LEVYNEW IS WRITTEN     *
      *         AND THE STEP CAN BE RERUN ONCE CORRECTED.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVYCTL ASSIGN TO 'LEVYCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT BENEFILE ASSIGN TO 'BENEPAYR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BENE-STATUS.
           SELECT ORDFILE ASSIGN TO 'LEVYORDS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ORD-STATUS.
           SELECT ORDNEW ASSIGN TO 'LEVYNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.
           SELECT SERVFILE ASSIGN TO 'LEVYSERV'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SERV-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANLEVY'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT CNTCFILE ASSIGN TO 'LEVYCNTC'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CNTC-STATUS.
           SELECT ANTCFILE ASSIGN TO 'LEVYANTC'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ANTC-STATUS.
           SELECT RPTFILE ASSIGN TO 'LEVYRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * OPTIONAL. A ZERO OR MISSING FIELD TAKES THE DEFAULT: 60 DAYS
      * OF BENEFIT LOOKBACK, 30 DAYS' WAIT ON A COURT GARNISHMENT, 21
      * ON A TAX LEVY, AND CLOSED ORDERS KEPT ON THE MASTER FOR 365
      * DAYS AFTER THEY CLOSE.
       FD LEVYCTL.
       01 LEVYCTL-RECORD.
          05 CTL-LOOKBACK-DAYS  PIC 9(03).
          05 CTL-GARN-WAIT-DAYS PIC 9(03).
          05 CTL-LEVY-WAIT-DAYS PIC 9(03).
          05 CTL-RETAIN-DAYS    PIC 9(04).

      * ONE RECORD PER ACH ORIGINATOR WHOSE CREDITS ARE EXEMPT
      * BENEFIT PAYMENTS (SOCIAL SECURITY, VETERANS, RAILROAD
      * RETIREMENT AND SIMILAR). CUSTACHI POSTS EACH ORIGINATOR'S
      * CREDITS UNDER ITS ORIGINATOR ID AS THE BATCH ID.
       FD BENEFILE.
       01 BENE-RECORD.
          05 BEN-ORIGINATOR-ID  PIC X(08).
          05 BEN-DESCRIPTION    PIC X(30).

       FD ORDFILE.
       01 ORD-RECORD            PIC X(222).

       FD ORDNEW.
       01 ORDNEW-RECORD         PIC X(222).

      * THE SERVED-ORDER FEED FROM LEGAL PROCESSING: 'N' A NEWLY
      * SERVED ORDER, 'R' A RELEASE FROM THE AUTHORITY THAT ISSUED
      * IT (ONLY THE ORDER ID AND AUTHORITY ARE NEEDED ON A RELEASE).
       FD SERVFILE.
       01 SERV-RECORD.
          05 SRV-ACTION         PIC X(01).
             88 SRV-NEW-ORDER   VALUE 'N'.
             88 SRV-RELEASE     VALUE 'R'.
          05 SRV-ORDER-ID       PIC X(12).
          05 SRV-CUST-ID        PIC X(10).
          05 SRV-ORDER-TYPE     PIC X(01).
             88 SRV-GARNISHMENT VALUE 'G'.
             88 SRV-TAX-LEVY    VALUE 'L'.
          05 SRV-AUTHORITY      PIC X(08).
          05 SRV-AUTH-NAME      PIC X(30).
          05 SRV-AUTH-ADDR-1    PIC X(30).
          05 SRV-AUTH-ADDR-2    PIC X(30).
          05 SRV-ORDER-AMOUNT   PIC 9(9)V99.
          05 SRV-SERVED-DATE    PIC X(10).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD TRANGEN.
       01 GEN-RECORD.
          05 GEN-CUST-ID        PIC X(10).
          05 GEN-TRAN-TYPE      PIC X(01).
          05 GEN-AMOUNT         PIC 9(7)V99.
          05 GEN-REFERENCE      PIC X(20).
          05 GEN-APPROVAL-CODE  PIC X(10).
          05 GEN-TO-CUST-ID     PIC X(10).
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 CTL-REC-TYPE       PIC X(01).
          05 CTL-COUNT          PIC 9(07).
          05 CTL-AMOUNT         PIC 9(11)V99.
          05 CTL-BATCH-ID       PIC X(08).
          05 FILLER             PIC X(215).

       FD CNTCFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 CNTC-LINE             PIC X(132).

       FD ANTCFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 ANTC-LINE             PIC X(132).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-BENE-STATUS        PIC XX VALUE SPACES.
       01 WS-ORD-STATUS         PIC XX VALUE SPACES.
       01 WS-NEW-STATUS         PIC XX VALUE SPACES.
       01 WS-SERV-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-CNTC-STATUS        PIC XX VALUE SPACES.
       01 WS-ANTC-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-BEN-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-BEN-EOF         VALUE 'Y'.
       01 WS-SERV-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SERV-EOF        VALUE 'Y'.
       01 WS-CRD-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-CRD-EOF         VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OVERFLOW-NOTE      PIC X(40) VALUE SPACES.
       01 WS-SQL-OK-FLAG        PIC X VALUE 'Y'.
          88 WS-SQL-OK          VALUE 'Y'.
       01 WS-CUST-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-CUST-FOUND      VALUE 'Y'.

      * THE PARAMETERS IN FORCE, FROM LEVYCTL OR THE DEFAULTS.
       01 WS-LOOKBACK-DAYS      PIC 9(03) VALUE 060.
       01 WS-GARN-WAIT-DAYS     PIC 9(03) VALUE 030.
       01 WS-LEVY-WAIT-DAYS     PIC 9(03) VALUE 021.
       01 WS-RETAIN-DAYS        PIC 9(04) VALUE 0365.
       01 WS-PURGE-BEFORE       PIC X(10) VALUE SPACES.

      * DATE ARITHMETIC - WS-CALC-DATE MOVED BY WS-CALC-DAYS (EITHER
      * SIGN) INTO WS-CALC-RESULT.
       01 WS-CALC-DATE          PIC X(10) VALUE SPACES.
       01 WS-CALC-DAYS          PIC S9(05) VALUE 0.
       01 WS-CALC-RESULT        PIC X(10) VALUE SPACES.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY         PIC 9(04).
          05 WS-DW-MM           PIC 9(02).
          05 WS-DW-DD           PIC 9(02).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(08).
       01 WS-DATE-INT           PIC S9(9) COMP VALUE 0.

      * THE BENEFIT PAYERS.
       01 WS-BEN-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-BEN-MAX            PIC S9(4) COMP VALUE 200.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 200 TIMES INDEXED BY WS-BEN-IDX.
             10 WS-BEN-ORIG-ID  PIC X(08).
       01 WS-BEN-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-BEN-FOUND       VALUE 'Y'.

      * THE ORDER MASTER HELD IN CORE. EVERY ORDER EVER SERVED STAYS
      * ON IT UNTIL IT HAS BEEN CLOSED FOR THE RETENTION PERIOD. THE
      * AMOUNT HELD TONIGHT IS KEPT BESIDE THE IMAGE: THAT HOLD HAS
      * NOT POSTED YET, SO IT IS NOT IN CUST-HOLD-TOTAL FOR A SECOND
      * ORDER ON THE SAME ACCOUNT AND CANNOT BE REMITTED BEFORE IT
      * POSTS.
       01 WS-ORD-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-ORD-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-ORD-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-ORD-TABLE.
          05 WS-ORD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ORD-IDX.
             10 WS-ORD-IMAGE.
                15 WS-ORD-ORDER-ID PIC X(12).
                15 WS-ORD-CUST-ID PIC X(10).
                15 FILLER       PIC X(200).
             10 WS-ORD-TONIGHT-HELD PIC 9(7)V99.
       01 WS-ORD-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-ORD-FOUND       VALUE 'Y'.
       01 WS-FIND-ORDER-ID      PIC X(12) VALUE SPACES.

      * ONE LEGAL ORDER - THE LEVYORDS / LEVYNEW RECORD.
       01 LEVY-ORDER-RECORD.
          05 LVY-ORDER-ID       PIC X(12).
          05 LVY-CUST-ID        PIC X(10).
          05 LVY-ORDER-TYPE     PIC X(01).
             88 LVY-GARNISHMENT VALUE 'G'.
             88 LVY-TAX-LEVY    VALUE 'L'.
          05 LVY-AUTHORITY      PIC X(08).
          05 LVY-AUTH-NAME      PIC X(30).
          05 LVY-AUTH-ADDR-1    PIC X(30).
          05 LVY-AUTH-ADDR-2    PIC X(30).
          05 LVY-ORDER-AMOUNT   PIC 9(9)V99.
          05 LVY-SERVED-DATE    PIC X(10).
          05 LVY-RECEIVED-DATE  PIC X(10).
          05 LVY-PROTECTED      PIC 9(9)V99.
          05 LVY-HELD-AMOUNT    PIC 9(7)V99.
          05 LVY-REMIT-DUE      PIC X(10).
          05 LVY-REMITTED       PIC 9(7)V99.
          05 LVY-STATUS         PIC X(01).
             88 LVY-HELD        VALUE 'H'.
             88 LVY-REMIT-SENT  VALUE 'S'.
             88 LVY-REMIT-DONE  VALUE 'C'.
             88 LVY-NOTHING-HELD VALUE 'Z'.
             88 LVY-RELEASED    VALUE 'R'.
             88 LVY-NO-ACCOUNT  VALUE 'X'.
             88 LVY-OPEN        VALUES 'H' 'S'.
          05 LVY-STATUS-DATE    PIC X(10).
          05 LVY-REFERENCE      PIC X(20).

      * THE ORDER IN HAND.
       01 WS-BENEFIT-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-TONIGHT-HELD       PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE          PIC S9(9)V99 VALUE 0.
       01 WS-ATTACHABLE         PIC S9(9)V99 VALUE 0.
       01 WS-RELEASE-AMT        PIC 9(7)V99 VALUE 0.
       01 WS-LOOKBACK-START     PIC X(10) VALUE SPACES.
       01 WS-CRD-BATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-CRD-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-OPEN          PIC S9(9)V99 VALUE 0.
       01 WS-RMT-POSTED         PIC S9(9)V99 VALUE 0.
       01 WS-RMT-ROWS           PIC S9(9) COMP VALUE 0.
       01 WS-ORDER-TYPE-TEXT    PIC X(24) VALUE SPACES.
       01 WS-STATUS-TEXT        PIC X(20) VALUE SPACES.
       01 WS-ACT-TEXT           PIC X(60) VALUE SPACES.
       01 WS-ACT-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-NTC-TITLE          PIC X(50) VALUE SPACES.

      * THE ITEMS GENERATED TONIGHT, WRITTEN ONCE EVERY ORDER IS
      * SETTLED SO EACH BATCH HEADER CARRIES ITS EXACT TOTALS.
       01 WS-GEN-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 5000 TIMES.
             10 WS-GEN-BATCH-ID PIC X(08).
             10 WS-GEN-IMAGE    PIC X(254).
       01 WS-WRT-BATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-WRT-COUNT          PIC 9(07) VALUE 0.
       01 WS-WRT-AMOUNT         PIC 9(11)V99 VALUE 0.

       01 WS-GEN-WORK.
          05 WS-GEN-CUST-ID     PIC X(10).
          05 WS-GEN-TRAN-TYPE   PIC X(01).
          05 WS-GEN-AMOUNT      PIC 9(7)V99.
          05 WS-GEN-REFERENCE   PIC X(20).
          05 WS-GEN-APPROVAL    PIC X(10).
          05 WS-GEN-TO-CUST-ID  PIC X(10).
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).
       01 WS-GEN-WORK-BATCH     PIC X(08) VALUE SPACES.

       01 WS-NTC-ADDR-CONTACT.
          05 WS-NTC-ADDR-LINE-1 PIC X(30).
          05 WS-NTC-ADDR-LINE-2 PIC X(30).
          05 WS-NTC-ADDR-CITY   PIC X(20).
          05 WS-NTC-ADDR-STATE  PIC X(02).
          05 WS-NTC-ADDR-ZIP    PIC X(10).
          05 FILLER             PIC X(55).

       01 WS-ORDERS-LOADED      PIC 9(07) VALUE 0.
       01 WS-SERV-READ          PIC 9(07) VALUE 0.
       01 WS-NEW-HELD-COUNT     PIC 9(07) VALUE 0.
       01 WS-NEW-HELD-AMT       PIC 9(11)V99 VALUE 0.
       01 WS-NOTHING-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-ACCT-COUNT      PIC 9(07) VALUE 0.
       01 WS-PROTECTED-AMT      PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
       01 WS-RELEASE-COUNT      PIC 9(07) VALUE 0.
       01 WS-RELEASE-TOT        PIC 9(11)V99 VALUE 0.
       01 WS-REMIT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REMIT-AMT          PIC 9(11)V99 VALUE 0.
       01 WS-CONFIRM-COUNT      PIC 9(07) VALUE 0.
       01 WS-CONFIRM-AMT        PIC 9(11)V99 VALUE 0.
       01 WS-REISSUE-COUNT      PIC 9(07) VALUE 0.
       01 WS-EXC-COUNT          PIC 9(07) VALUE 0.
       01 WS-SQL-ERR-COUNT      PIC 9(07) VALUE 0.
       01 WS-PURGE-COUNT        PIC 9(07) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(07) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(07) VALUE 0.
       01 WS-OPEN-HELD-AMT      PIC 9(11)V99 VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       COPY CALCOPY.

       01 WS-FMT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMOUNT-2       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-COUNT          PIC ZZZ,ZZ9.

       01 WS-ACT-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 ACT-ORDER-ID       PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 ACT-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 ACT-TYPE           PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 ACT-AUTHORITY      PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 ACT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 ACT-TEXT           PIC X(60).
       01 WS-ACT-HEADING.
          05 FILLER             PIC X(15) VALUE '  ORDER ID     '.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER             PIC X(02) VALUE 'T '.
          05 FILLER             PIC X(09) VALUE 'AUTHORTY '.
          05 FILLER             PIC X(15) VALUE '        AMOUNT '.
          05 FILLER             PIC X(06) VALUE 'ACTION'.

       01 WS-OPN-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 OPN-ORDER-ID       PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-TYPE           PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-AUTHORITY      PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-SERVED         PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-ORDER-AMT      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-PROTECTED      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-HELD           PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-REMIT-DUE      PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 OPN-STATUS         PIC X(20).
       01 WS-OPN-HEADING.
          05 FILLER             PIC X(15) VALUE '  ORDER ID     '.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER             PIC X(02) VALUE 'T '.
          05 FILLER             PIC X(09) VALUE 'AUTHORTY '.
          05 FILLER             PIC X(11) VALUE 'SERVED     '.
          05 FILLER             PIC X(15) VALUE '  ORDER AMOUNT '.
          05 FILLER             PIC X(15) VALUE '     PROTECTED '.
          05 FILLER             PIC X(13) VALUE '        HELD '.
          05 FILLER             PIC X(11) VALUE 'REMIT DUE  '.
          05 FILLER             PIC X(06) VALUE 'STATUS'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-BENEFIT-PAYERS.
           PERFORM LOAD-ORDER-MASTER.
           IF WS-TABLE-OVERFLOWED
             PERFORM ABANDON-RUN
           END-IF.
           PERFORM OPEN-RUN-FILES.
           PERFORM CONFIRM-REMITTANCES.
           PERFORM PROCESS-SERVED-ORDERS.
           PERFORM SCHEDULE-REMITTANCES.
           IF WS-TABLE-OVERFLOWED
             PERFORM ABANDON-RUN
           END-IF.
           PERFORM WRITE-LEVY-BATCHES.
           PERFORM WRITE-NEW-ORDER-MASTER.
           PERFORM WRITE-OPEN-ORDERS-REGISTER.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM READ-LEVY-CONTROL.
           MOVE WS-CURRENT-DATE TO WS-CALC-DATE.
           COMPUTE WS-CALC-DAYS = 0 - WS-RETAIN-DAYS.
           PERFORM SHIFT-CALC-DATE.
           MOVE WS-CALC-RESULT TO WS-PURGE-BEFORE.

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

       READ-LEVY-CONTROL.
           OPEN INPUT LEVYCTL.
           IF WS-CTL-STATUS = '00'
             MOVE ZEROS TO LEVYCTL-RECORD
             READ LEVYCTL INTO LEVYCTL-RECORD
               AT END CONTINUE
             END-READ
             CLOSE LEVYCTL
             IF CTL-LOOKBACK-DAYS IS NUMERIC
                AND CTL-LOOKBACK-DAYS > 0
               MOVE CTL-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
             END-IF
             IF CTL-GARN-WAIT-DAYS IS NUMERIC
                AND CTL-GARN-WAIT-DAYS > 0
               MOVE CTL-GARN-WAIT-DAYS TO WS-GARN-WAIT-DAYS
             END-IF
             IF CTL-LEVY-WAIT-DAYS IS NUMERIC
                AND CTL-LEVY-WAIT-DAYS > 0
               MOVE CTL-LEVY-WAIT-DAYS TO WS-LEVY-WAIT-DAYS
             END-IF
             IF CTL-RETAIN-DAYS IS NUMERIC
                AND CTL-RETAIN-DAYS > 0
               MOVE CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
             END-IF
           END-IF.
           DISPLAY 'BENEFIT LOOKBACK DAYS: ' WS-LOOKBACK-DAYS
                   '  WAIT DAYS GARNISHMENT: ' WS-GARN-WAIT-DAYS
                   '  TAX LEVY: ' WS-LEVY-WAIT-DAYS.

      * NO BENEFIT PAYER LIST MEANS NOTHING CAN BE PROTECTED - THE
      * RUN GOES AHEAD BUT SAYS SO, SINCE EVERY ORDER WILL THEN HOLD
      * BENEFIT MONEY IT SHOULD HAVE LEFT ALONE.
       LOAD-BENEFIT-PAYERS.
           MOVE 0 TO WS-BEN-COUNT.
           OPEN INPUT BENEFILE.
           IF WS-BENE-STATUS NOT = '00'
             DISPLAY 'WARNING: NO BENEPAYR FILE - NO BENEFIT '
                     'CREDITS WILL BE PROTECTED'
           ELSE
             MOVE 'N' TO WS-BEN-EOF-FLAG
             PERFORM LOAD-ONE-BENEFIT-PAYER UNTIL WS-BEN-EOF
             CLOSE BENEFILE
           END-IF.

       LOAD-ONE-BENEFIT-PAYER.
           READ BENEFILE INTO BENE-RECORD
             AT END SET WS-BEN-EOF TO TRUE
           END-READ.
           IF NOT WS-BEN-EOF AND BEN-ORIGINATOR-ID NOT = SPACES
             IF WS-BEN-COUNT < WS-BEN-MAX
               ADD 1 TO WS-BEN-COUNT
               MOVE BEN-ORIGINATOR-ID TO WS-BEN-ORIG-ID(WS-BEN-COUNT)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'BENEFIT PAYER TABLE FULL' TO WS-OVERFLOW-NOTE
               SET WS-BEN-EOF TO TRUE
             END-IF
           END-IF.

      * NO LEVYORDS FILE IS AN EMPTY MASTER - THE FIRST NIGHT.
       LOAD-ORDER-MASTER.
           MOVE 0 TO WS-ORD-COUNT.
           OPEN INPUT ORDFILE.
           IF WS-ORD-STATUS NOT = '00'
             DISPLAY 'NO LEVYORDS FILE - STARTING AN EMPTY ORDER '
                     'MASTER'
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM LOAD-ONE-ORDER UNTIL WS-EOF
             CLOSE ORDFILE
           END-IF.
           MOVE WS-ORD-COUNT TO WS-ORDERS-LOADED.

       LOAD-ONE-ORDER.
           READ ORDFILE
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             IF WS-ORD-COUNT < WS-ORD-MAX
               ADD 1 TO WS-ORD-COUNT
               MOVE ORD-RECORD TO WS-ORD-IMAGE(WS-ORD-COUNT)
               MOVE 0 TO WS-ORD-TONIGHT-HELD(WS-ORD-COUNT)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'ORDER MASTER TABLE FULL' TO WS-OVERFLOW-NOTE
               SET WS-EOF TO TRUE
             END-IF
           END-IF.

       OPEN-RUN-FILES.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CNTCFILE.
           IF WS-CNTC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LEVYCNTC: ' WS-CNTC-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ANTCFILE.
           IF WS-ANTC-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LEVYANTC: ' WS-ANTC-STATUS
             CLOSE CUSTFILE CNTCFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LEVYRPT: ' WS-RPT-STATUS
             CLOSE CUSTFILE CNTCFILE ANTCFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTLEVY - GARNISHMENT AND LEVY REGISTER'
                  '                    RUN DATE ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TONIGHT''S ACTIVITY' TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-ACT-HEADING.

      * A TABLE OVERFLOW LEAVES THE NIGHT'S WORK INCOMPLETE. NOTHING
      * IS WRITTEN THAT CUSTUPDT OR THE SWAP-IN WOULD PICK UP, SO
      * THE STEP IS SIMPLY RERUN ONCE THE TABLE IS ENLARGED.
       ABANDON-RUN.
           DISPLAY 'CUSTLEVY: ' WS-OVERFLOW-NOTE
                   ' - NO BATCH OR LEVYNEW WRITTEN'.
           IF WS-RPT-STATUS = '00'
             CLOSE CUSTFILE CNTCFILE ANTCFILE RPTFILE
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *================================================================*
      * LAST NIGHT'S REMITTANCE DEBITS - A DEBIT THAT POSTED CLOSES    *
      * ITS ORDER AND RELEASES THE REMITTANCE ADVICE; ONE THAT DID NOT *
      * PUTS THE ORDER BACK TO HELD SO IT IS ISSUED AGAIN TONIGHT.     *
      *================================================================*
       CONFIRM-REMITTANCES.
           PERFORM CONFIRM-ONE-REMITTANCE
             VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-ORD-COUNT.

       CONFIRM-ONE-REMITTANCE.
           MOVE WS-ORD-IMAGE(WS-ORD-IDX) TO LEVY-ORDER-RECORD.
           IF LVY-REMIT-SENT
             PERFORM CHECK-REMITTANCE-POSTED
           END-IF.

       CHECK-REMITTANCE-POSTED.
           MOVE 0 TO WS-RMT-POSTED.
           MOVE 0 TO WS-RMT-ROWS.
           EXEC SQL
             SELECT COALESCE(SUM(TRAN_AMOUNT), 0), COUNT(*)
             INTO :WS-RMT-POSTED, :WS-RMT-ROWS
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :LVY-CUST-ID
               AND TRAN_REF = :LVY-REFERENCE
               AND TRAN_TYPE = 'D'
               AND BATCH_ID = 'LEVYRMIT'
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-SQL-ERR-COUNT
             MOVE 'REMITTANCE LOOKUP FAILED - LEFT FOR NEXT RUN'
               TO WS-ACT-TEXT
             MOVE LVY-REMITTED TO WS-ACT-AMOUNT
             PERFORM WRITE-ACTIVITY-LINE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM RECORD-REMITTANCE-OUTCOME
           END-IF.

       RECORD-REMITTANCE-OUTCOME.
           IF WS-RMT-ROWS > 0
             MOVE 'C' TO LVY-STATUS
             MOVE WS-CURRENT-DATE TO LVY-STATUS-DATE
             MOVE WS-RMT-POSTED TO LVY-REMITTED
             ADD 1 TO WS-CONFIRM-COUNT
             ADD LVY-REMITTED TO WS-CONFIRM-AMT
             MOVE 'REMITTANCE POSTED - ORDER CLOSED, ADVICE ISSUED'
               TO WS-ACT-TEXT
             MOVE LVY-REMITTED TO WS-ACT-AMOUNT
             PERFORM WRITE-ACTIVITY-LINE
             PERFORM READ-ORDER-CUSTOMER
             PERFORM WRITE-REMITTANCE-ADVICE
             IF WS-CUST-FOUND
               PERFORM WRITE-REMIT-CUSTOMER-NOTICE
             END-IF
           ELSE
             MOVE 'H' TO LVY-STATUS
             MOVE WS-CURRENT-DATE TO LVY-STATUS-DATE
             ADD 1 TO WS-REISSUE-COUNT
             MOVE 'REMITTANCE DEBIT DID NOT POST - REISSUED TONIGHT'
               TO WS-ACT-TEXT
             MOVE LVY-REMITTED TO WS-ACT-AMOUNT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE LEVY-ORDER-RECORD TO WS-ORD-IMAGE(WS-ORD-IDX).

      *================================================================*
      * TONIGHT'S SERVED-ORDER FEED. NO LEVYSERV FILE MEANS NOTHING    *
      * WAS SERVED OR RELEASED TODAY.                                  *
      *================================================================*
       PROCESS-SERVED-ORDERS.
           OPEN INPUT SERVFILE.
           IF WS-SERV-STATUS NOT = '00'
             DISPLAY 'NO LEVYSERV FILE - NO ORDERS SERVED TODAY'
           ELSE
             MOVE 'N' TO WS-SERV-EOF-FLAG
             PERFORM PROCESS-ONE-SERVED-ORDER
               UNTIL WS-SERV-EOF OR WS-TABLE-OVERFLOWED
             CLOSE SERVFILE
           END-IF.

       PROCESS-ONE-SERVED-ORDER.
           READ SERVFILE INTO SERV-RECORD
             AT END SET WS-SERV-EOF TO TRUE
           END-READ.
           IF NOT WS-SERV-EOF
             ADD 1 TO WS-SERV-READ
             EVALUATE TRUE
               WHEN SRV-NEW-ORDER
                 PERFORM ATTACH-NEW-ORDER
               WHEN SRV-RELEASE
                 PERFORM RELEASE-ORDER
               WHEN OTHER
                 MOVE 'UNKNOWN ACTION ON FEED - NOT PROCESSED'
                   TO WS-ACT-TEXT
                 PERFORM REJECT-FEED-RECORD
             END-EVALUATE
           END-IF.

      * A NEWLY SERVED ORDER. THE PROTECTED AMOUNT AND THE AMOUNT HELD
      * ARE FIXED ONCE, AT SERVICE; FUNDS ARRIVING AFTERWARDS ARE NOT
      * CAUGHT BY THE ORDER.
       ATTACH-NEW-ORDER.
           MOVE SPACES TO WS-ACT-TEXT.
           MOVE SRV-SERVED-DATE TO WS-CALC-DATE.
           PERFORM SPLIT-CALC-DATE.
           MOVE SRV-ORDER-ID TO WS-FIND-ORDER-ID.
           PERFORM FIND-ORDER.
           EVALUATE TRUE
             WHEN SRV-ORDER-ID = SPACES OR SRV-CUST-ID = SPACES
               MOVE 'ORDER ID OR CUSTOMER MISSING - NOT PROCESSED'
                 TO WS-ACT-TEXT
             WHEN NOT SRV-GARNISHMENT AND NOT SRV-TAX-LEVY
               MOVE 'ORDER TYPE NOT G OR L - NOT PROCESSED'
                 TO WS-ACT-TEXT
             WHEN SRV-ORDER-AMOUNT NOT NUMERIC
                  OR SRV-ORDER-AMOUNT = 0
               MOVE 'ORDER AMOUNT MISSING - NOT PROCESSED'
                 TO WS-ACT-TEXT
             WHEN WS-DATE-NUM NOT NUMERIC
                  OR SRV-SERVED-DATE > WS-CURRENT-DATE
               MOVE 'SERVED DATE INVALID OR FUTURE - NOT PROCESSED'
                 TO WS-ACT-TEXT
             WHEN WS-ORD-FOUND
               MOVE 'ORDER ALREADY ON FILE - DUPLICATE NOT PROCESSED'
                 TO WS-ACT-TEXT
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WS-ACT-TEXT NOT = SPACES
               PERFORM REJECT-FEED-RECORD
             WHEN WS-ORD-COUNT NOT < WS-ORD-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'ORDER MASTER TABLE FULL' TO WS-OVERFLOW-NOTE
             WHEN OTHER
               PERFORM BUILD-NEW-ORDER
           END-EVALUATE.

       BUILD-NEW-ORDER.
           MOVE SPACES TO LEVY-ORDER-RECORD.
           MOVE SRV-ORDER-ID TO LVY-ORDER-ID.
           MOVE SRV-CUST-ID TO LVY-CUST-ID.
           MOVE SRV-ORDER-TYPE TO LVY-ORDER-TYPE.
           MOVE SRV-AUTHORITY TO LVY-AUTHORITY.
           MOVE SRV-AUTH-NAME TO LVY-AUTH-NAME.
           MOVE SRV-AUTH-ADDR-1 TO LVY-AUTH-ADDR-1.
           MOVE SRV-AUTH-ADDR-2 TO LVY-AUTH-ADDR-2.
           MOVE SRV-ORDER-AMOUNT TO LVY-ORDER-AMOUNT.
           MOVE SRV-SERVED-DATE TO LVY-SERVED-DATE.
           MOVE WS-CURRENT-DATE TO LVY-RECEIVED-DATE.
           MOVE 0 TO LVY-PROTECTED LVY-HELD-AMOUNT LVY-REMITTED.
           MOVE WS-CURRENT-DATE TO LVY-STATUS-DATE.
           STRING 'LEVY' LVY-ORDER-ID
             DELIMITED BY SIZE INTO LVY-REFERENCE.
           PERFORM READ-ORDER-CUSTOMER.
           IF NOT WS-CUST-FOUND OR CUST-CLOSED
             MOVE 'X' TO LVY-STATUS
             ADD 1 TO WS-NO-ACCT-COUNT
             MOVE 'NO OPEN ACCOUNT - ORDER ANSWERED, NOTHING HELD'
               TO WS-ACT-TEXT
             PERFORM FILE-NEW-ORDER
           ELSE
             PERFORM COMPUTE-PROTECTED-AMOUNT
             IF NOT WS-SQL-OK
               MOVE 'BENEFIT LOOKUP FAILED - RESUBMIT THE ORDER'
                 TO WS-ACT-TEXT
               PERFORM REJECT-FEED-RECORD
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               PERFORM SETTLE-ATTACHABLE-AMOUNT
               PERFORM FILE-NEW-ORDER
             END-IF
           END-IF.

       FILE-NEW-ORDER.
           ADD 1 TO WS-ORD-COUNT.
           MOVE LEVY-ORDER-RECORD TO WS-ORD-IMAGE(WS-ORD-COUNT).
           MOVE LVY-HELD-AMOUNT TO WS-ORD-TONIGHT-HELD(WS-ORD-COUNT).
           MOVE LVY-ORDER-AMOUNT TO WS-ACT-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINE.
           PERFORM WRITE-SERVICE-ANSWER.
           IF WS-CUST-FOUND AND NOT CUST-CLOSED
             PERFORM WRITE-SERVICE-CUSTOMER-NOTICE
           END-IF.

      * AVAILABLE FUNDS ARE THE LEDGER BALANCE LESS HOLDS ALREADY ON
      * THE ACCOUNT AND LESS WHAT AN EARLIER ORDER HELD TONIGHT. THE
      * PROTECTED BENEFIT MONEY COMES OFF THE TOP; THE REST IS HELD
      * UP TO THE ORDER AMOUNT.
       SETTLE-ATTACHABLE-AMOUNT.
           PERFORM ADD-TONIGHTS-HOLDS.
           COMPUTE WS-AVAILABLE =
             CUST-BALANCE - CUST-HOLD-TOTAL - WS-TONIGHT-HELD.
           IF WS-AVAILABLE < 0
             MOVE 0 TO WS-AVAILABLE
           END-IF.
           IF WS-BENEFIT-TOTAL > WS-AVAILABLE
             MOVE WS-AVAILABLE TO LVY-PROTECTED
           ELSE
             MOVE WS-BENEFIT-TOTAL TO LVY-PROTECTED
           END-IF.
           ADD LVY-PROTECTED TO WS-PROTECTED-AMT.
           COMPUTE WS-ATTACHABLE = WS-AVAILABLE - LVY-PROTECTED.
           IF WS-ATTACHABLE > LVY-ORDER-AMOUNT
             MOVE LVY-ORDER-AMOUNT TO WS-ATTACHABLE
           END-IF.
           PERFORM SET-REMIT-DUE-DATE.
           IF WS-ATTACHABLE > 0
             MOVE 'H' TO LVY-STATUS
             MOVE WS-ATTACHABLE TO LVY-HELD-AMOUNT
             ADD 1 TO WS-NEW-HELD-COUNT
             ADD LVY-HELD-AMOUNT TO WS-NEW-HELD-AMT
             MOVE 'P' TO WS-GEN-TRAN-TYPE
             MOVE LVY-HELD-AMOUNT TO WS-GEN-AMOUNT
             MOVE 'LEVYHOLD' TO WS-GEN-WORK-BATCH
             PERFORM ADD-GENERATED-ITEM
             MOVE 'SERVED - FUNDS HELD PENDING THE WAITING PERIOD'
               TO WS-ACT-TEXT
           ELSE
             MOVE 'Z' TO LVY-STATUS
             ADD 1 TO WS-NOTHING-COUNT
             MOVE 'SERVED - NO ATTACHABLE FUNDS, ORDER ANSWERED'
               TO WS-ACT-TEXT
           END-IF.

      * BENEFIT CREDITS POSTED FROM THE START OF THE LOOKBACK WINDOW
      * UP TO AND INCLUDING THE SERVED DATE.
       COMPUTE-PROTECTED-AMOUNT.
           MOVE 'Y' TO WS-SQL-OK-FLAG.
           MOVE 0 TO WS-BENEFIT-TOTAL.
           IF WS-BEN-COUNT > 0
             PERFORM SUM-BENEFIT-CREDITS
           END-IF.

       SUM-BENEFIT-CREDITS.
           MOVE LVY-SERVED-DATE TO WS-CALC-DATE.
           COMPUTE WS-CALC-DAYS = 0 - WS-LOOKBACK-DAYS.
           PERFORM SHIFT-CALC-DATE.
           MOVE WS-CALC-RESULT TO WS-LOOKBACK-START.
           MOVE 'N' TO WS-CRD-EOF-FLAG.
           EXEC SQL
             DECLARE BENECUR CURSOR FOR
               SELECT COALESCE(BATCH_ID, ' '), TRAN_AMOUNT
               FROM TRANSACTION_LOG
               WHERE CUST_ID = :LVY-CUST-ID
                 AND TRAN_TYPE = 'C'
                 AND TRAN_DATE >= :WS-LOOKBACK-START
                 AND TRAN_DATE <= :LVY-SERVED-DATE
           END-EXEC.
           EXEC SQL OPEN BENECUR END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-SQL-OK-FLAG
             ADD 1 TO WS-SQL-ERR-COUNT
           ELSE
             PERFORM FETCH-BENEFIT-CREDIT
             PERFORM ADD-BENEFIT-CREDIT UNTIL WS-CRD-EOF
             EXEC SQL CLOSE BENECUR END-EXEC
           END-IF.

       FETCH-BENEFIT-CREDIT.
           EXEC SQL
             FETCH BENECUR
             INTO :WS-CRD-BATCH-ID, :WS-CRD-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-CRD-EOF TO TRUE
             IF SQLCODE NOT = 100
               MOVE 'N' TO WS-SQL-OK-FLAG
               ADD 1 TO WS-SQL-ERR-COUNT
             END-IF
           END-IF.

       ADD-BENEFIT-CREDIT.
           MOVE 'N' TO WS-BEN-FOUND-FLAG.
           PERFORM MATCH-ONE-BENEFIT-PAYER
             VARYING WS-BEN-IDX FROM 1 BY 1
             UNTIL WS-BEN-IDX > WS-BEN-COUNT OR WS-BEN-FOUND.
           IF WS-BEN-FOUND AND WS-CRD-AMOUNT > 0
             ADD WS-CRD-AMOUNT TO WS-BENEFIT-TOTAL
           END-IF.
           PERFORM FETCH-BENEFIT-CREDIT.

       MATCH-ONE-BENEFIT-PAYER.
           IF WS-BEN-ORIG-ID(WS-BEN-IDX) = WS-CRD-BATCH-ID
             SET WS-BEN-FOUND TO TRUE
           END-IF.

       ADD-TONIGHTS-HOLDS.
           MOVE 0 TO WS-TONIGHT-HELD.
           PERFORM ADD-ONE-TONIGHT-HOLD
             VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-ORD-COUNT.

       ADD-ONE-TONIGHT-HOLD.
           IF WS-ORD-CUST-ID(WS-ORD-IDX) = LVY-CUST-ID
             ADD WS-ORD-TONIGHT-HELD(WS-ORD-IDX) TO WS-TONIGHT-HELD
           END-IF.

      * THE FUNDS GO TO THE AUTHORITY ON THE FIRST BUSINESS DAY ONCE
      * THE ORDER TYPE'S WAITING PERIOD FROM THE SERVED DATE HAS RUN.
       SET-REMIT-DUE-DATE.
           MOVE LVY-SERVED-DATE TO WS-CALC-DATE.
           IF LVY-TAX-LEVY
             MOVE WS-LEVY-WAIT-DAYS TO WS-CALC-DAYS
           ELSE
             MOVE WS-GARN-WAIT-DAYS TO WS-CALC-DAYS
           END-IF.
           PERFORM SHIFT-CALC-DATE.
           MOVE WS-CALC-RESULT TO LVY-REMIT-DUE.
           MOVE 'N' TO CAL-FUNCTION.
           MOVE LVY-REMIT-DUE TO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           IF CAL-YES
             MOVE CAL-DATE-OUT TO LVY-REMIT-DUE
           END-IF.

      * A RELEASE FROM THE AUTHORITY THAT ISSUED THE ORDER. FUNDS
      * HELD TONIGHT ARE RELEASED BY THE SAME BATCH, BEHIND THE HOLD.
       RELEASE-ORDER.
           MOVE SRV-ORDER-ID TO WS-FIND-ORDER-ID.
           PERFORM FIND-ORDER.
           IF NOT WS-ORD-FOUND
             MOVE 'RELEASE FOR AN ORDER NOT ON FILE - NOT PROCESSED'
               TO WS-ACT-TEXT
             PERFORM REJECT-FEED-RECORD
           ELSE
             PERFORM CHECK-ORDER-RELEASE
           END-IF.

       CHECK-ORDER-RELEASE.
           MOVE WS-ORD-IMAGE(WS-ORD-HIT) TO LEVY-ORDER-RECORD.
           EVALUATE TRUE
             WHEN SRV-AUTHORITY NOT = LVY-AUTHORITY
               MOVE 'RELEASE NOT FROM ISSUING AUTHORITY - NOT APPLIED'
                 TO WS-ACT-TEXT
               PERFORM REJECT-FEED-RECORD
             WHEN NOT LVY-HELD
               IF LVY-REMIT-SENT OR LVY-REMIT-DONE
                 MOVE 'FUNDS ALREADY REMITTED - RELEASE NOT APPLIED'
                   TO WS-ACT-TEXT
               ELSE
                 MOVE 'ORDER NOT OPEN - RELEASE NOT APPLIED'
                   TO WS-ACT-TEXT
               END-IF
               PERFORM REJECT-FEED-RECORD
             WHEN OTHER
               PERFORM RELEASE-HELD-ORDER
           END-EVALUATE.

       RELEASE-HELD-ORDER.
           IF WS-ORD-TONIGHT-HELD(WS-ORD-HIT) > 0
             MOVE WS-ORD-TONIGHT-HELD(WS-ORD-HIT) TO WS-RELEASE-AMT
             PERFORM APPLY-ORDER-RELEASE
           ELSE
             PERFORM GET-OPEN-HOLD-AMOUNT
             IF NOT WS-SQL-OK
               MOVE 'HOLD LOOKUP FAILED - RESUBMIT THE RELEASE'
                 TO WS-ACT-TEXT
               PERFORM REJECT-FEED-RECORD
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             ELSE
               MOVE WS-HOLD-OPEN TO WS-RELEASE-AMT
               PERFORM APPLY-ORDER-RELEASE
             END-IF
           END-IF.

       APPLY-ORDER-RELEASE.
           IF WS-RELEASE-AMT > 0
             MOVE 'V' TO WS-GEN-TRAN-TYPE
             MOVE WS-RELEASE-AMT TO WS-GEN-AMOUNT
             MOVE 'LEVYHOLD' TO WS-GEN-WORK-BATCH
             PERFORM ADD-GENERATED-ITEM
           END-IF.
           MOVE 'R' TO LVY-STATUS.
           MOVE WS-CURRENT-DATE TO LVY-STATUS-DATE.
           MOVE 0 TO WS-ORD-TONIGHT-HELD(WS-ORD-HIT).
           MOVE LEVY-ORDER-RECORD TO WS-ORD-IMAGE(WS-ORD-HIT).
           ADD 1 TO WS-RELEASE-COUNT.
           ADD WS-RELEASE-AMT TO WS-RELEASE-TOT.
           MOVE 'RELEASED BY THE AUTHORITY - HELD FUNDS RETURNED'
             TO WS-ACT-TEXT.
           MOVE WS-RELEASE-AMT TO WS-ACT-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINE.
           PERFORM READ-ORDER-CUSTOMER.
           PERFORM WRITE-RELEASE-ACKNOWLEDGEMENT.
           IF WS-CUST-FOUND
             PERFORM WRITE-RELEASE-CUSTOMER-NOTICE
           END-IF.

       FIND-ORDER.
           MOVE 'N' TO WS-ORD-FOUND-FLAG.
           MOVE 0 TO WS-ORD-HIT.
           PERFORM MATCH-ONE-ORDER
             VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-ORD-COUNT OR WS-ORD-FOUND.

       MATCH-ONE-ORDER.
           IF WS-ORD-ORDER-ID(WS-ORD-IDX) = WS-FIND-ORDER-ID
             SET WS-ORD-FOUND TO TRUE
             SET WS-ORD-HIT TO WS-ORD-IDX
           END-IF.

      *================================================================*
      * REMITTANCE - A HELD ORDER PAST ITS DUE DATE IS DEBITED FOR     *
      * WHATEVER ITS HOLD STILL HAS OPEN ON TRANSACTION_LOG. AN ORDER  *
      * HELD TONIGHT WAITS FOR ITS HOLD TO POST.                       *
      *================================================================*
       SCHEDULE-REMITTANCES.
           PERFORM SCHEDULE-ONE-REMITTANCE
             VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-ORD-COUNT OR WS-TABLE-OVERFLOWED.

       SCHEDULE-ONE-REMITTANCE.
           MOVE WS-ORD-IMAGE(WS-ORD-IDX) TO LEVY-ORDER-RECORD.
           IF LVY-HELD
              AND LVY-REMIT-DUE NOT > WS-CURRENT-DATE
              AND WS-ORD-TONIGHT-HELD(WS-ORD-IDX) = 0
             PERFORM REMIT-ONE-ORDER
           END-IF.

       REMIT-ONE-ORDER.
           PERFORM GET-OPEN-HOLD-AMOUNT.
           EVALUATE TRUE
             WHEN NOT WS-SQL-OK
               MOVE 'HOLD LOOKUP FAILED - REMITTANCE LEFT FOR NEXT RUN'
                 TO WS-ACT-TEXT
               MOVE LVY-HELD-AMOUNT TO WS-ACT-AMOUNT
               PERFORM WRITE-ACTIVITY-LINE
               IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
               END-IF
             WHEN WS-HOLD-OPEN NOT > 0
               MOVE 'NO OPEN HOLD ON THE LOG - NOT REMITTED'
                 TO WS-ACT-TEXT
               MOVE LVY-HELD-AMOUNT TO WS-ACT-AMOUNT
               PERFORM WRITE-EXCEPTION-LINE
             WHEN OTHER
               PERFORM ISSUE-REMITTANCE-DEBIT
           END-EVALUATE.

       ISSUE-REMITTANCE-DEBIT.
           MOVE 'D' TO WS-GEN-TRAN-TYPE.
           MOVE WS-HOLD-OPEN TO WS-GEN-AMOUNT.
           MOVE 'LEVYRMIT' TO WS-GEN-WORK-BATCH.
           PERFORM ADD-GENERATED-ITEM.
           MOVE 'S' TO LVY-STATUS.
           MOVE WS-CURRENT-DATE TO LVY-STATUS-DATE.
           MOVE WS-HOLD-OPEN TO LVY-REMITTED.
           MOVE LEVY-ORDER-RECORD TO WS-ORD-IMAGE(WS-ORD-IDX).
           ADD 1 TO WS-REMIT-COUNT.
           ADD LVY-REMITTED TO WS-REMIT-AMT.
           MOVE 'WAITING PERIOD OVER - REMITTANCE DEBIT ISSUED'
             TO WS-ACT-TEXT.
           MOVE LVY-REMITTED TO WS-ACT-AMOUNT.
           PERFORM WRITE-ACTIVITY-LINE.

      * WHAT THE ORDER'S HOLD STILL HAS OPEN - THE SAME FIGURE
      * CUSTUPDT MATURES WHEN THE REMITTANCE DEBIT POSTS.
       GET-OPEN-HOLD-AMOUNT.
           MOVE 'Y' TO WS-SQL-OK-FLAG.
           MOVE 0 TO WS-HOLD-OPEN.
           EXEC SQL
             SELECT COALESCE(SUM(HOLD_REMAINING), 0)
             INTO :WS-HOLD-OPEN
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :LVY-CUST-ID
               AND TRAN_REF = :LVY-REFERENCE
               AND TRAN_TYPE = 'P'
               AND HOLD_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-SQL-OK-FLAG
             ADD 1 TO WS-SQL-ERR-COUNT
             MOVE 0 TO WS-HOLD-OPEN
           END-IF.

      * THE CALLER SETS THE TYPE, AMOUNT AND BATCH; EVERYTHING ELSE
      * COMES FROM THE ORDER IN HAND.
       ADD-GENERATED-ITEM.
           IF WS-GEN-COUNT NOT < WS-GEN-MAX
             SET WS-TABLE-OVERFLOWED TO TRUE
             MOVE 'GENERATED ITEM TABLE FULL' TO WS-OVERFLOW-NOTE
           ELSE
             MOVE LVY-CUST-ID TO WS-GEN-CUST-ID
             MOVE LVY-REFERENCE TO WS-GEN-REFERENCE
             MOVE SPACES TO WS-GEN-APPROVAL
             MOVE SPACES TO WS-GEN-TO-CUST-ID
             MOVE SPACES TO WS-GEN-EFF-DATE
             MOVE SPACES TO WS-GEN-RESUBMIT
             MOVE SPACES TO WS-GEN-CURRENCY
             MOVE SPACES TO WS-GEN-DETAIL
             MOVE 'S' TO WS-GEN-CHANNEL
             MOVE SPACES TO WS-GEN-CASH-IND
             ADD 1 TO WS-GEN-COUNT
             MOVE WS-GEN-WORK-BATCH TO WS-GEN-BATCH-ID(WS-GEN-COUNT)
             MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT)
           END-IF.

       READ-ORDER-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG.
           MOVE LVY-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS = '00'
             SET WS-CUST-FOUND TO TRUE
           END-IF.

      *================================================================*
      * DATE ARITHMETIC                                                *
      *================================================================*
       SPLIT-CALC-DATE.
           MOVE WS-CALC-DATE(1:4) TO WS-DATE-WORK(1:4).
           MOVE WS-CALC-DATE(6:2) TO WS-DATE-WORK(5:2).
           MOVE WS-CALC-DATE(9:2) TO WS-DATE-WORK(7:2).

       SHIFT-CALC-DATE.
           PERFORM SPLIT-CALC-DATE.
           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-CALC-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE SPACES TO WS-CALC-RESULT.
           STRING WS-DW-YYYY '-' WS-DW-MM '-' WS-DW-DD
             DELIMITED BY SIZE INTO WS-CALC-RESULT.

      *================================================================*
      * OUTPUT - BATCHES, ORDER MASTER AND REGISTER                    *
      *================================================================*
       WRITE-LEVY-BATCHES.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO HOLDS, RELEASES OR REMITTANCES - NO BATCH '
                     'GENERATED'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANLEVY: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE 'LEVYHOLD' TO WS-WRT-BATCH-ID
               PERFORM WRITE-ONE-LEVY-BATCH
               MOVE 'LEVYRMIT' TO WS-WRT-BATCH-ID
               PERFORM WRITE-ONE-LEVY-BATCH
               CLOSE TRANGEN
             END-IF
           END-IF.

      * ONE 'H'/'T' BRACKETED BATCH PER BATCH ID, SKIPPED WHEN IT
      * HAS NO ITEMS TONIGHT.
       WRITE-ONE-LEVY-BATCH.
           MOVE 0 TO WS-WRT-COUNT WS-WRT-AMOUNT.
           PERFORM TOTAL-ONE-BATCH-ITEM
             VARYING WS-GEN-IDX FROM 1 BY 1
             UNTIL WS-GEN-IDX > WS-GEN-COUNT.
           IF WS-WRT-COUNT > 0
             MOVE SPACES TO GEN-RECORD
             MOVE SPACES TO CTL-FILLER-1
             MOVE 'H' TO CTL-REC-TYPE
             MOVE WS-WRT-COUNT TO CTL-COUNT
             MOVE WS-WRT-AMOUNT TO CTL-AMOUNT
             MOVE WS-WRT-BATCH-ID TO CTL-BATCH-ID
             WRITE GEN-RECORD
             PERFORM WRITE-ONE-BATCH-ITEM
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
             MOVE SPACES TO GEN-RECORD
             MOVE SPACES TO CTL-FILLER-1
             MOVE 'T' TO CTL-REC-TYPE
             MOVE WS-WRT-COUNT TO CTL-COUNT
             MOVE WS-WRT-AMOUNT TO CTL-AMOUNT
             MOVE WS-WRT-BATCH-ID TO CTL-BATCH-ID
             WRITE GEN-RECORD
           END-IF.

       TOTAL-ONE-BATCH-ITEM.
           IF WS-GEN-BATCH-ID(WS-GEN-IDX) = WS-WRT-BATCH-ID
             MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO WS-GEN-WORK
             ADD 1 TO WS-WRT-COUNT
             ADD WS-GEN-AMOUNT TO WS-WRT-AMOUNT
           END-IF.

       WRITE-ONE-BATCH-ITEM.
           IF WS-GEN-BATCH-ID(WS-GEN-IDX) = WS-WRT-BATCH-ID
             MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO GEN-RECORD
             WRITE GEN-RECORD
           END-IF.

      * CLOSED ORDERS DROP OFF THE MASTER ONCE THEY HAVE BEEN CLOSED
      * FOR THE RETENTION PERIOD; OPEN ORDERS ALWAYS CARRY FORWARD.
       WRITE-NEW-ORDER-MASTER.
           OPEN OUTPUT ORDNEW.
           IF WS-NEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING LEVYNEW: ' WS-NEW-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM WRITE-ONE-NEW-ORDER
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-ORD-COUNT
             CLOSE ORDNEW
           END-IF.

       WRITE-ONE-NEW-ORDER.
           MOVE WS-ORD-IMAGE(WS-ORD-IDX) TO LEVY-ORDER-RECORD.
           IF NOT LVY-OPEN
              AND LVY-STATUS-DATE < WS-PURGE-BEFORE
             ADD 1 TO WS-PURGE-COUNT
           ELSE
             WRITE ORDNEW-RECORD FROM LEVY-ORDER-RECORD
             ADD 1 TO WS-NEW-COUNT
           END-IF.

       WRITE-OPEN-ORDERS-REGISTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'OPEN-ORDERS REGISTER' TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-OPN-HEADING.
           PERFORM LIST-ONE-OPEN-ORDER
             VARYING WS-ORD-IDX FROM 1 BY 1
             UNTIL WS-ORD-IDX > WS-ORD-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-COUNT TO WS-FMT-COUNT.
           MOVE WS-OPEN-HELD-AMT TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  OPEN ORDERS: ' WS-FMT-COUNT
                  '     FUNDS HELD UNDER OPEN ORDERS: ' WS-FMT-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NEW-HELD-COUNT TO WS-FMT-COUNT.
           MOVE WS-NEW-HELD-AMT TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ORDERS HELD TONIGHT: ' WS-FMT-COUNT
                  '     AMOUNT HELD: ' WS-FMT-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REMIT-COUNT TO WS-FMT-COUNT.
           MOVE WS-REMIT-AMT TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  REMITTANCES ISSUED: ' WS-FMT-COUNT
                  '     AMOUNT: ' WS-FMT-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CONFIRM-COUNT TO WS-FMT-COUNT.
           MOVE WS-CONFIRM-AMT TO WS-FMT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  REMITTANCES CONFIRMED: ' WS-FMT-COUNT
                  '     AMOUNT DUE TO AUTHORITIES: ' WS-FMT-TOTAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXC-COUNT TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  EXCEPTIONS: ' WS-FMT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       LIST-ONE-OPEN-ORDER.
           MOVE WS-ORD-IMAGE(WS-ORD-IDX) TO LEVY-ORDER-RECORD.
           IF LVY-OPEN
             ADD 1 TO WS-OPEN-COUNT
             ADD LVY-HELD-AMOUNT TO WS-OPEN-HELD-AMT
             PERFORM SET-STATUS-TEXT
             MOVE LVY-ORDER-ID TO OPN-ORDER-ID
             MOVE LVY-CUST-ID TO OPN-CUST-ID
             MOVE LVY-ORDER-TYPE TO OPN-TYPE
             MOVE LVY-AUTHORITY TO OPN-AUTHORITY
             MOVE LVY-SERVED-DATE TO OPN-SERVED
             MOVE LVY-ORDER-AMOUNT TO OPN-ORDER-AMT
             MOVE LVY-PROTECTED TO OPN-PROTECTED
             MOVE LVY-HELD-AMOUNT TO OPN-HELD
             MOVE LVY-REMIT-DUE TO OPN-REMIT-DUE
             MOVE WS-STATUS-TEXT TO OPN-STATUS
             WRITE RPT-LINE FROM WS-OPN-LINE
           END-IF.

       SET-STATUS-TEXT.
           EVALUATE TRUE
             WHEN LVY-HELD
               MOVE 'HELD - IN WAITING' TO WS-STATUS-TEXT
             WHEN LVY-REMIT-SENT
               MOVE 'REMITTANCE SENT' TO WS-STATUS-TEXT
             WHEN LVY-REMIT-DONE
               MOVE 'REMITTED - CLOSED' TO WS-STATUS-TEXT
             WHEN LVY-NOTHING-HELD
               MOVE 'NOTHING HELD-CLOSED' TO WS-STATUS-TEXT
             WHEN LVY-RELEASED
               MOVE 'RELEASED' TO WS-STATUS-TEXT
             WHEN LVY-NO-ACCOUNT
               MOVE 'NO ACCOUNT' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
           END-EVALUATE.

       SET-ORDER-TYPE-TEXT.
           IF LVY-TAX-LEVY
             MOVE 'TAX LEVY' TO WS-ORDER-TYPE-TEXT
           ELSE
             MOVE 'COURT GARNISHMENT ORDER' TO WS-ORDER-TYPE-TEXT
           END-IF.

      * THE AMOUNT SHOWN ON AN ACTIVITY LINE IS PASSED IN
      * WS-ACT-AMOUNT BY THE CALLER.
       WRITE-ACTIVITY-LINE.
           MOVE LVY-ORDER-ID TO ACT-ORDER-ID.
           MOVE LVY-CUST-ID TO ACT-CUST-ID.
           MOVE LVY-ORDER-TYPE TO ACT-TYPE.
           MOVE LVY-AUTHORITY TO ACT-AUTHORITY.
           MOVE WS-ACT-AMOUNT TO ACT-AMOUNT.
           MOVE WS-ACT-TEXT TO ACT-TEXT.
           WRITE RPT-LINE FROM WS-ACT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXC-COUNT.
           PERFORM WRITE-ACTIVITY-LINE.
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

      * A FEED RECORD THAT CANNOT BE APPLIED IS LISTED AS KEYED.
       REJECT-FEED-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SRV-ORDER-ID TO ACT-ORDER-ID.
           MOVE SRV-CUST-ID TO ACT-CUST-ID.
           MOVE SRV-ORDER-TYPE TO ACT-TYPE.
           MOVE SRV-AUTHORITY TO ACT-AUTHORITY.
           IF SRV-ORDER-AMOUNT IS NUMERIC
             MOVE SRV-ORDER-AMOUNT TO ACT-AMOUNT
           ELSE
             MOVE 0 TO ACT-AMOUNT
           END-IF.
           MOVE WS-ACT-TEXT TO ACT-TEXT.
           WRITE RPT-LINE FROM WS-ACT-LINE.
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================*
      * CUSTOMER NOTICES (LEVYCNTC) - ADDRESSED FROM THE MASTER        *
      *================================================================*
       WRITE-CUSTOMER-NOTICE-HEAD.
           MOVE CUST-ADDR-CONTACT TO WS-NTC-ADDR-CONTACT.
           MOVE SPACES TO CNTC-LINE.
           STRING WS-NTC-TITLE '          DATE ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           STRING '   ' CUST-NAME
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           STRING '   ' WS-NTC-ADDR-LINE-1
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           IF WS-NTC-ADDR-LINE-2 NOT = SPACES
             MOVE SPACES TO CNTC-LINE
             STRING '   ' WS-NTC-ADDR-LINE-2
               DELIMITED BY SIZE INTO CNTC-LINE
             WRITE CNTC-LINE
           END-IF.
           MOVE SPACES TO CNTC-LINE.
           STRING '   ' WS-NTC-ADDR-CITY ' ' WS-NTC-ADDR-STATE ' '
                  WS-NTC-ADDR-ZIP
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           WRITE CNTC-LINE.
           PERFORM SET-ORDER-TYPE-TEXT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   ACCOUNT ' LVY-CUST-ID '   ' WS-ORDER-TYPE-TEXT
                  ' ' LVY-ORDER-ID '   ISSUED BY ' LVY-AUTH-NAME
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           WRITE CNTC-LINE.

       WRITE-SERVICE-CUSTOMER-NOTICE.
           MOVE 'NOTICE OF LEGAL ORDER AGAINST YOUR ACCOUNT'
             TO WS-NTC-TITLE.
           PERFORM WRITE-CUSTOMER-NOTICE-HEAD.
           MOVE LVY-ORDER-AMOUNT TO WS-FMT-AMOUNT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   THE ORDER ABOVE, SERVED ON US ON '
                  LVY-SERVED-DATE ', CLAIMS ' WS-FMT-AMOUNT
                  ' FROM YOUR ACCOUNT.'
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE LVY-PROTECTED TO WS-FMT-AMOUNT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   PROTECTED BENEFIT PAYMENTS LEFT AVAILABLE TO '
                  'YOU:  ' WS-FMT-AMOUNT
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE LVY-HELD-AMOUNT TO WS-FMT-AMOUNT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   AMOUNT HELD UNDER THE ORDER:                   '
                  '  ' WS-FMT-AMOUNT
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE SPACES TO CNTC-LINE.
           IF LVY-HELD
             STRING '   UNLESS THE ORDER IS RELEASED, THE HELD FUNDS '
                    'WILL BE PAID TO THE ISSUING AUTHORITY ON OR '
                    'AFTER ' LVY-REMIT-DUE '.'
               DELIMITED BY SIZE INTO CNTC-LINE
             WRITE CNTC-LINE
             MOVE SPACES TO CNTC-LINE
             STRING '   IF YOU BELIEVE THE FUNDS ARE EXEMPT, CONTACT '
                    'THE ISSUING AUTHORITY BEFORE THAT DATE.'
               DELIMITED BY SIZE INTO CNTC-LINE
           ELSE
             STRING '   NO FUNDS COULD BE HELD UNDER THE ORDER. YOUR '
                    'ACCOUNT REMAINS AVAILABLE TO YOU.'
               DELIMITED BY SIZE INTO CNTC-LINE
           END-IF.
           WRITE CNTC-LINE.
           MOVE ALL '-' TO CNTC-LINE.
           WRITE CNTC-LINE.

       WRITE-RELEASE-CUSTOMER-NOTICE.
           MOVE 'RELEASE OF LEGAL ORDER AGAINST YOUR ACCOUNT'
             TO WS-NTC-TITLE.
           PERFORM WRITE-CUSTOMER-NOTICE-HEAD.
           MOVE WS-RELEASE-AMT TO WS-FMT-AMOUNT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   THE ISSUING AUTHORITY HAS RELEASED THE ORDER. '
                  'THE HELD FUNDS OF ' WS-FMT-AMOUNT
                  ' ARE AVAILABLE TO YOU AGAIN.'
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE ALL '-' TO CNTC-LINE.
           WRITE CNTC-LINE.

       WRITE-REMIT-CUSTOMER-NOTICE.
           MOVE 'PAYMENT UNDER LEGAL ORDER FROM YOUR ACCOUNT'
             TO WS-NTC-TITLE.
           PERFORM WRITE-CUSTOMER-NOTICE-HEAD.
           MOVE LVY-REMITTED TO WS-FMT-AMOUNT.
           MOVE SPACES TO CNTC-LINE.
           STRING '   THE HELD FUNDS OF ' WS-FMT-AMOUNT
                  ' HAVE BEEN DEBITED FROM YOUR ACCOUNT AND PAID TO '
                  'THE ISSUING AUTHORITY.'
             DELIMITED BY SIZE INTO CNTC-LINE.
           WRITE CNTC-LINE.
           MOVE ALL '-' TO CNTC-LINE.
           WRITE CNTC-LINE.

      *================================================================*
      * AUTHORITY NOTICES (LEVYANTC) - ADDRESSED FROM THE ORDER        *
      *================================================================*
       WRITE-AUTHORITY-NOTICE-HEAD.
           MOVE SPACES TO ANTC-LINE.
           STRING WS-NTC-TITLE '          DATE ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           STRING '   ' LVY-AUTH-NAME '   (' LVY-AUTHORITY ')'
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           STRING '   ' LVY-AUTH-ADDR-1
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           STRING '   ' LVY-AUTH-ADDR-2
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           WRITE ANTC-LINE.
           PERFORM SET-ORDER-TYPE-TEXT.
           MOVE SPACES TO ANTC-LINE.
           STRING '   RE: ' WS-ORDER-TYPE-TEXT ' ' LVY-ORDER-ID
                  '   SERVED ' LVY-SERVED-DATE '   ACCOUNT '
                  LVY-CUST-ID
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           IF WS-CUST-FOUND
             MOVE SPACES TO ANTC-LINE
             STRING '       ACCOUNT HOLDER ' CUST-NAME
               DELIMITED BY SIZE INTO ANTC-LINE
             WRITE ANTC-LINE
           END-IF.
           MOVE SPACES TO ANTC-LINE.
           WRITE ANTC-LINE.

       WRITE-SERVICE-ANSWER.
           MOVE 'ANSWER TO LEGAL ORDER' TO WS-NTC-TITLE.
           PERFORM WRITE-AUTHORITY-NOTICE-HEAD.
           MOVE LVY-ORDER-AMOUNT TO WS-FMT-AMOUNT.
           MOVE SPACES TO ANTC-LINE.
           STRING '   AMOUNT OF THE ORDER:                '
                  WS-FMT-AMOUNT
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           IF LVY-NO-ACCOUNT
             STRING '   WE HOLD NO OPEN ACCOUNT MATCHING THE ORDER. '
                    'NO FUNDS HAVE BEEN HELD.'
               DELIMITED BY SIZE INTO ANTC-LINE
             WRITE ANTC-LINE
           ELSE
             MOVE LVY-PROTECTED TO WS-FMT-AMOUNT
             STRING '   PROTECTED BENEFIT PAYMENTS EXCLUDED:'
                    WS-FMT-AMOUNT
               DELIMITED BY SIZE INTO ANTC-LINE
             WRITE ANTC-LINE
             MOVE LVY-HELD-AMOUNT TO WS-FMT-AMOUNT
             MOVE SPACES TO ANTC-LINE
             STRING '   FUNDS HELD UNDER THE ORDER:         '
                    WS-FMT-AMOUNT
               DELIMITED BY SIZE INTO ANTC-LINE
             WRITE ANTC-LINE
             MOVE SPACES TO ANTC-LINE
             IF LVY-HELD
               STRING '   THE HELD FUNDS WILL BE REMITTED ON OR AFTER '
                      LVY-REMIT-DUE ' UNLESS THE ORDER IS RELEASED '
                      'BEFORE THEN.'
                 DELIMITED BY SIZE INTO ANTC-LINE
             ELSE
               STRING '   THE ACCOUNT HELD NO FUNDS THAT COULD BE '
                      'ATTACHED UNDER THE ORDER.'
                 DELIMITED BY SIZE INTO ANTC-LINE
             END-IF
             WRITE ANTC-LINE
           END-IF.
           MOVE ALL '-' TO ANTC-LINE.
           WRITE ANTC-LINE.

       WRITE-RELEASE-ACKNOWLEDGEMENT.
           MOVE 'ACKNOWLEDGEMENT OF RELEASE' TO WS-NTC-TITLE.
           PERFORM WRITE-AUTHORITY-NOTICE-HEAD.
           MOVE WS-RELEASE-AMT TO WS-FMT-AMOUNT.
           MOVE SPACES TO ANTC-LINE.
           STRING '   YOUR RELEASE OF THE ORDER HAS BEEN APPLIED. '
                  'FUNDS OF ' WS-FMT-AMOUNT
                  ' HAVE BEEN RETURNED TO THE ACCOUNT HOLDER.'
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE ALL '-' TO ANTC-LINE.
           WRITE ANTC-LINE.

       WRITE-REMITTANCE-ADVICE.
           MOVE 'REMITTANCE ADVICE' TO WS-NTC-TITLE.
           PERFORM WRITE-AUTHORITY-NOTICE-HEAD.
           MOVE LVY-HELD-AMOUNT TO WS-FMT-AMOUNT.
           MOVE LVY-REMITTED TO WS-FMT-AMOUNT-2.
           MOVE SPACES TO ANTC-LINE.
           STRING '   FUNDS HELD UNDER THE ORDER:         '
                  WS-FMT-AMOUNT
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           STRING '   AMOUNT REMITTED TO YOU:             '
                  WS-FMT-AMOUNT-2 '   REFERENCE ' LVY-REFERENCE
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE SPACES TO ANTC-LINE.
           STRING '   THIS REMITTANCE SATISFIES OUR OBLIGATION UNDER '
                  'THE ORDER. THE ORDER IS CLOSED ON OUR RECORDS.'
             DELIMITED BY SIZE INTO ANTC-LINE.
           WRITE ANTC-LINE.
           MOVE ALL '-' TO ANTC-LINE.
           WRITE ANTC-LINE.

       CLEANUP-PARA.
           CLOSE CUSTFILE CNTCFILE ANTCFILE RPTFILE.
           DISPLAY 'CUSTLEVY COMPLETE.'.
           DISPLAY '  ORDERS ON MASTER:       ' WS-ORDERS-LOADED.
           DISPLAY '  FEED RECORDS READ:      ' WS-SERV-READ.
           DISPLAY '  ORDERS HELD:            ' WS-NEW-HELD-COUNT.
           DISPLAY '  AMOUNT HELD:            ' WS-NEW-HELD-AMT.
           DISPLAY '  BENEFITS PROTECTED:     ' WS-PROTECTED-AMT.
           DISPLAY '  NOTHING ATTACHABLE:     ' WS-NOTHING-COUNT.
           DISPLAY '  NO ACCOUNT:             ' WS-NO-ACCT-COUNT.
           DISPLAY '  RELEASES:               ' WS-RELEASE-COUNT.
           DISPLAY '  AMOUNT RELEASED:        ' WS-RELEASE-TOT.
           DISPLAY '  REMITTANCES ISSUED:     ' WS-REMIT-COUNT.
           DISPLAY '  AMOUNT REMITTED:        ' WS-REMIT-AMT.
           DISPLAY '  REMITTANCES CONFIRMED:  ' WS-CONFIRM-COUNT.
           DISPLAY '  REMITTANCES REISSUED:   ' WS-REISSUE-COUNT.
           DISPLAY '  FEED RECORDS REJECTED:  ' WS-REJECT-COUNT.
           DISPLAY '  LOOKUP FAILURES:        ' WS-SQL-ERR-COUNT.
           DISPLAY '  CLOSED ORDERS PURGED:   ' WS-PURGE-COUNT.
           DISPLAY '  ORDERS WRITTEN:         ' WS-NEW-COUNT.
