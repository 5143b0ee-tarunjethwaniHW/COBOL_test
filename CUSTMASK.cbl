       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTMASK - MASKED TEST-DATA EXTRACT                            *
      * BUILDS THE TEST-REGION REFRESH WITHOUT PUTTING A REAL NAME,    *
      * ADDRESS, PHONE OR EMAIL IN FRONT OF ANYONE. CUSTDATA,          *
      * COOWNERS, HOUSHOLD, STORDERS AND A DATE RANGE OF               *
      * TRANSACTION_LOG ARE COPIED WITH:                               *
      *   - EVERY CUST-ID SCRAMBLED BY A KEYED, ONE-TO-ONE DIGIT       *
      *     CHAIN - THE SAME CUSTOMER MASKS THE SAME WAY IN EVERY      *
      *     FILE, SO HOUSEHOLDS, CO-OWNERS, STANDING ORDERS, MERGE     *
      *     TRAILS, SETTLEMENT ACCOUNTS AND HISTORY STILL JOIN UP. A   *
      *     NUMERIC ID GETS A FRESH CUSTCKDG CHECK DIGIT; A            *
      *     GRANDFATHERED ID STAYS NON-NUMERIC                         *
      *   - NAMES, ADDRESS LINES, CITY, ZIP, PHONE AND PAYEE DETAILS   *
      *     SCRAMBLED CHARACTER BY CHARACTER, KEEPING THEIR SHAPE;     *
      *     EMAIL REPLACED WITH A DEAD ADDRESS BUILT FROM THE MASKED   *
      *     ID; A CUST-ID EMBEDDED IN A REFERENCE MASKED AS AN ID      *
      *   - BALANCES, AMOUNTS, DATES, ACCOUNT TYPES, BRANCH CODES,     *
      *     STATE AND EVERY STATUS CARRIED THROUGH UNTOUCHED           *
      * THE MASKCTL CARD GIVES THE TEST DATASET PREFIX, THE MASKING    *
      * KEY (NEVER PRINTED) AND THE TRANSACTION_LOG DATE RANGE. THE    *
      * RUN REFUSES A BLANK PREFIX OR ONE NAMING A PRODUCTION          *
      * QUALIFIER BEFORE ANY OUTPUT IS OPENED. MASKCERT CERTIFIES      *
      * RECORD COUNTS AND AMOUNT TOTALS IN AGAINST OUT FOR EVERY FILE  *
      * AND THAT EVERY MASKED NUMERIC ID PASSES ITS CHECK DIGIT. THE   *
      * MASTER GOES OUT FLAT FOR THE SORT AND RELOAD STEP, AS FROM     *
      * CUSTCKMG.                                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKCTL ASSIGN TO 'MASKCTL'
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
           SELECT HHLDFILE ASSIGN TO 'HOUSHOLD'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HHLD-STATUS.
           SELECT STORFILE ASSIGN TO 'STORDERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOR-STATUS.
           SELECT MCUSTOUT ASSIGN TO WS-OUT-CUST-DSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT MCOWNOUT ASSIGN TO WS-OUT-COWN-DSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT MHHLDOUT ASSIGN TO WS-OUT-HHLD-DSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT MSTOROUT ASSIGN TO WS-OUT-STOR-DSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT MTLOGOUT ASSIGN TO WS-OUT-TLOG-DSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT CERTFILE ASSIGN TO 'MASKCERT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MASKCTL.
       01 MASKCTL-RECORD.
          05 CTL-TARGET-PREFIX  PIC X(20).
          05 CTL-MASK-KEY       PIC X(09).
          05 CTL-TLOG-FROM      PIC X(10).
          05 CTL-TLOG-TO        PIC X(10).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD COWNFILE.
       COPY COWNCOPY.

       FD HHLDFILE.
       COPY HHLDCOPY.

       FD STORFILE.
       01 STOR-RECORD.
          05 STO-CUST-ID        PIC X(10).
          05 STO-TRAN-TYPE      PIC X(01).
          05 STO-AMOUNT         PIC 9(7)V99.
          05 STO-FREQUENCY      PIC X(01).
          05 STO-NEXT-RUN       PIC X(10).
          05 STO-REFERENCE      PIC X(20).
          05 STO-STATUS         PIC X(01).
          05 STO-RETRY-COUNT    PIC 9(02).
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD MCUSTOUT.
       01 MCUST-RECORD          PIC X(296).

       FD MCOWNOUT.
       01 MCOWN-RECORD          PIC X(190).

       FD MHHLDOUT.
       01 MHHLD-RECORD          PIC X(19).

       FD MSTOROUT.
       01 MSTOR-RECORD          PIC X(103).

      * ONE TRANSACTION_LOG ROW, COLUMN FOR COLUMN, FOR THE TEST
      * REGION'S TABLE LOAD.
       FD MTLOGOUT.
       01 MTL-RECORD.
          05 MTL-CUST-ID        PIC X(10).
          05 MTL-TRAN-TYPE      PIC X(01).
          05 MTL-TRAN-AMOUNT    PIC S9(7)V99.
          05 MTL-OLD-BALANCE    PIC S9(7)V99.
          05 MTL-NEW-BALANCE    PIC S9(7)V99.
          05 MTL-OVERRIDE-CODE  PIC X(10).
          05 MTL-TRAN-REF       PIC X(20).
          05 MTL-TRAN-DATE      PIC X(10).
          05 MTL-EFF-DATE       PIC X(10).
          05 MTL-TRAN-SEQ       PIC 9(09).
          05 MTL-BATCH-ID       PIC X(08).
          05 MTL-HOLD-STATUS    PIC X(01).
          05 MTL-HOLD-REMAINING PIC S9(7)V99.
          05 MTL-TRAN-PROGRAM   PIC X(08).
          05 MTL-CHANNEL        PIC X(01).
          05 MTL-CASH-IND       PIC X(01).
          05 MTL-ORIG-CURRENCY  PIC X(03).
          05 MTL-ORIG-AMOUNT    PIC S9(7)V99.

       FD CERTFILE
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
       01 WS-HHLD-STATUS        PIC XX VALUE SPACES.
       01 WS-STOR-STATUS        PIC XX VALUE SPACES.
       01 WS-OUT-STATUS         PIC XX VALUE SPACES.
       01 WS-CERT-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.

      * OUTPUT DATASET NAMES - THE MASKCTL PREFIX FOLLOWED BY THE
      * PRODUCTION FILE NAME.
       01 WS-OUT-CUST-DSN       PIC X(40) VALUE SPACES.
       01 WS-OUT-COWN-DSN       PIC X(40) VALUE SPACES.
       01 WS-OUT-HHLD-DSN       PIC X(40) VALUE SPACES.
       01 WS-OUT-STOR-DSN       PIC X(40) VALUE SPACES.
       01 WS-OUT-TLOG-DSN       PIC X(40) VALUE SPACES.
       01 WS-FIRST-QUALIFIER    PIC X(20) VALUE SPACES.
       01 WS-PROD-HITS          PIC 9(04) VALUE 0.

      * THE MASKING KEY, ONE DIGIT PER PAYLOAD POSITION.
       01 WS-KEY-DIGITS         PIC X(09) VALUE SPACES.
       01 WS-KEY-TABLE REDEFINES WS-KEY-DIGITS.
          05 WS-KEY-D           PIC 9(01) OCCURS 9 TIMES.

       01 WS-TLOG-FROM          PIC X(10) VALUE SPACES.
       01 WS-TLOG-TO            PIC X(10) VALUE SPACES.
       01 WS-TLOG-DAYS-BACK     PIC 9(03) VALUE 90.
       01 WS-DATE-NUM           PIC 9(08) VALUE 0.
       01 WS-DATE-INT           PIC S9(9) COMP VALUE 0.
       01 WS-DATE-WORK          PIC 9(08) VALUE 0.
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(08).

      * MASKING WORK AREAS.
       01 WS-ID-IN              PIC X(10) VALUE SPACES.
       01 WS-ID-OUT             PIC X(10) VALUE SPACES.
       01 WS-ID-OUT-DIGITS REDEFINES WS-ID-OUT.
          05 WS-ID-DIGIT        PIC 9(01) OCCURS 10 TIMES.
       01 WS-MASK-AREA          PIC X(40) VALUE SPACES.
       01 WS-MASK-LEN           PIC S9(4) COMP VALUE 0.
       01 WS-MPOS               PIC S9(4) COMP VALUE 0.
       01 WS-KPOS               PIC S9(4) COMP VALUE 0.
       01 WS-RPOS               PIC S9(4) COMP VALUE 0.
       01 WS-CH                 PIC X(01) VALUE SPACE.
       01 WS-CH-DIGIT REDEFINES WS-CH PIC 9(01).
       01 WS-CH-IDX             PIC 9(02) VALUE 0.
       01 WS-PREV               PIC 9(02) VALUE 0.
       01 WS-NEW                PIC 9(02) VALUE 0.
       01 WS-SUM                PIC 9(03) VALUE 0.
       01 WS-QUOT               PIC 9(03) VALUE 0.
       01 WS-UPPER              PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER              PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       01 WS-REF-WORK           PIC X(20) VALUE SPACES.
       01 WS-EMAIL-SUFFIX       PIC X(02) VALUE SPACES.
       01 WS-ADDR-WORK.
          05 WS-AW-LINE-1       PIC X(30).
          05 WS-AW-LINE-2       PIC X(30).
          05 WS-AW-CITY         PIC X(20).
          05 WS-AW-STATE        PIC X(02).
          05 WS-AW-ZIP          PIC X(10).
          05 WS-AW-PHONE        PIC X(15).
          05 WS-AW-EMAIL        PIC X(40).

       01 WS-CKDG-FUNCTION      PIC X(01) VALUE 'G'.
       01 WS-CKDG-RESULT        PIC X(01) VALUE 'Y'.
       01 WS-IDS-MASKED         PIC 9(07) VALUE 0.
       01 WS-CKDG-FAIL-COUNT    PIC 9(07) VALUE 0.

      * ONE FETCHED TRANSACTION_LOG ROW.
       01 WS-TLOG-ROW.
          05 TLG-CUST-ID        PIC X(10).
          05 TLG-TRAN-TYPE      PIC X(01).
          05 TLG-TRAN-AMOUNT    PIC S9(7)V99.
          05 TLG-OLD-BALANCE    PIC S9(7)V99.
          05 TLG-NEW-BALANCE    PIC S9(7)V99.
          05 TLG-OVERRIDE-CODE  PIC X(10).
          05 TLG-TRAN-REF       PIC X(20).
          05 TLG-TRAN-DATE      PIC X(10).
          05 TLG-EFF-DATE       PIC X(10).
          05 TLG-TRAN-SEQ       PIC S9(9) COMP.
          05 TLG-BATCH-ID       PIC X(08).
          05 TLG-HOLD-STATUS    PIC X(01).
          05 TLG-HOLD-REMAINING PIC S9(7)V99.
          05 TLG-TRAN-PROGRAM   PIC X(08).
          05 TLG-CHANNEL        PIC X(01).
          05 TLG-CASH-IND       PIC X(01).
          05 TLG-ORIG-CURRENCY  PIC X(03).
          05 TLG-ORIG-AMOUNT    PIC S9(7)V99.

      * CERTIFICATE TALLIES, ONE ENTRY PER FILE IN EXTRACT ORDER.
       01 WS-FILE-NO            PIC S9(4) COMP VALUE 0.
       01 WS-FILE-MAX           PIC S9(4) COMP VALUE 5.
       01 WS-FILE-LOOP          PIC S9(4) COMP VALUE 0.
       01 WS-CERT-NAME-LIST.
          05 FILLER             PIC X(08) VALUE 'CUSTDATA'.
          05 FILLER             PIC X(08) VALUE 'COOWNERS'.
          05 FILLER             PIC X(08) VALUE 'HOUSHOLD'.
          05 FILLER             PIC X(08) VALUE 'STORDERS'.
          05 FILLER             PIC X(08) VALUE 'TRANLOG '.
       01 WS-CERT-NAME-TABLE REDEFINES WS-CERT-NAME-LIST.
          05 WS-CN-NAME         PIC X(08) OCCURS 5 TIMES.
       01 WS-CERT-TALLY-TABLE.
          05 WS-CERT-TALLY OCCURS 5 TIMES.
             10 WS-CT-STATE     PIC X(01).
                88 WS-CT-DONE       VALUE 'D'.
                88 WS-CT-ABSENT     VALUE 'N'.
                88 WS-CT-FAILED     VALUE 'F'.
             10 WS-CT-DSN       PIC X(40).
             10 WS-CT-IN        PIC 9(09).
             10 WS-CT-OUT       PIC 9(09).
             10 WS-CT-AMT-IN    PIC S9(13)V99.
             10 WS-CT-AMT-OUT   PIC S9(13)V99.
       01 WS-CERTIFIED-FLAG     PIC X VALUE 'Y'.
          88 WS-CERTIFIED       VALUE 'Y'.

       01 WS-CERT-HEADING-1.
          05 FILLER             PIC X(44) VALUE
             'CUSTMASK - MASKED TEST-DATA CERTIFICATE     '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 HDG-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(22) VALUE
             '  TRANSACTION_LOG FROM'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 HDG-TLOG-FROM      PIC X(10).
          05 FILLER             PIC X(04) VALUE ' TO '.
          05 HDG-TLOG-TO        PIC X(10).
          05 FILLER             PIC X(21) VALUE SPACES.

       01 WS-CERT-COLUMNS.
          05 FILLER             PIC X(10) VALUE 'FILE'.
          05 FILLER             PIC X(42) VALUE 'OUTPUT DATASET'.
          05 FILLER             PIC X(10) VALUE '  RECS IN'.
          05 FILLER             PIC X(10) VALUE ' RECS OUT'.
          05 FILLER             PIC X(19) VALUE
             '         AMOUNT IN'.
          05 FILLER             PIC X(19) VALUE
             '        AMOUNT OUT'.
          05 FILLER             PIC X(22) VALUE '  RESULT'.

       01 WS-CERT-DETAIL.
          05 CRT-FILE           PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 CRT-DSN            PIC X(40).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 CRT-IN             PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 CRT-OUT            PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 CRT-AMT-IN         PIC -(13)9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 CRT-AMT-OUT        PIC -(13)9.99.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 CRT-RESULT         PIC X(20).

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM EXTRACT-CUSTOMER-MASTER.
           PERFORM EXTRACT-COOWNERS.
           PERFORM EXTRACT-HOUSEHOLDS.
           PERFORM EXTRACT-STANDING-ORDERS.
           PERFORM EXTRACT-TRANSACTION-LOG.
           PERFORM WRITE-CERTIFICATE.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT MASKCTL.
           IF WS-CTL-STATUS NOT = '00'
             DISPLAY 'CUSTMASK: NO MASKCTL CARD - TARGET PREFIX AND '
                     'MASKING KEY ARE REQUIRED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO MASKCTL-RECORD.
           READ MASKCTL INTO MASKCTL-RECORD
             AT END CONTINUE
           END-READ.
           CLOSE MASKCTL.
           PERFORM CHECK-TARGET-NOT-PRODUCTION.
           IF CTL-MASK-KEY NOT NUMERIC OR CTL-MASK-KEY = '000000000'
             DISPLAY 'CUSTMASK: MASKING KEY MUST BE NINE DIGITS, '
                     'NOT ALL ZERO'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE CTL-MASK-KEY TO WS-KEY-DIGITS.
           PERFORM SET-TLOG-DATE-RANGE.
           PERFORM CLEAR-ONE-CERT-TALLY
             VARYING WS-FILE-LOOP FROM 1 BY 1
             UNTIL WS-FILE-LOOP > WS-FILE-MAX.
           PERFORM BUILD-OUTPUT-DSN-NAMES.
           OPEN OUTPUT CERTFILE.
           IF WS-CERT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING MASKCERT: ' WS-CERT-STATUS
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

      * EVERY OUTPUT IS NAMED FROM THE MASKCTL PREFIX, SO THE PREFIX
      * IS ALL THAT STANDS BETWEEN THIS RUN AND THE PRODUCTION FILES.
      * A BLANK PREFIX WOULD WRITE OVER THE PRODUCTION NAMES
      * THEMSELVES; ONE WHOSE FIRST QUALIFIER, OR ANY LATER ONE,
      * STARTS PROD OR PRD POINTS AT A PRODUCTION CATALOG. EITHER
      * STOPS THE RUN BEFORE A SINGLE OUTPUT IS OPENED.
       CHECK-TARGET-NOT-PRODUCTION.
           IF CTL-TARGET-PREFIX = SPACES
             DISPLAY 'CUSTMASK: NO TARGET PREFIX ON MASKCTL - '
                     'OUTPUT WOULD OVERWRITE PRODUCTION - REFUSED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO WS-FIRST-QUALIFIER.
           UNSTRING CTL-TARGET-PREFIX DELIMITED BY '.'
             INTO WS-FIRST-QUALIFIER.
           MOVE 0 TO WS-PROD-HITS.
           INSPECT CTL-TARGET-PREFIX TALLYING WS-PROD-HITS
             FOR ALL '.PROD' ALL '.PRD'.
           IF WS-FIRST-QUALIFIER(1:4) = 'PROD'
              OR WS-FIRST-QUALIFIER(1:3) = 'PRD'
              OR WS-PROD-HITS > 0
             DISPLAY 'CUSTMASK: TARGET PREFIX ' CTL-TARGET-PREFIX
                     ' NAMES A PRODUCTION QUALIFIER - REFUSED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      * TRANSACTION_LOG RANGE FROM THE CARD; WITHOUT ONE, THE LAST
      * NINETY DAYS TO THE RUN DATE.
       SET-TLOG-DATE-RANGE.
           MOVE CTL-TLOG-TO TO WS-TLOG-TO.
           IF WS-TLOG-TO = SPACES
             MOVE WS-CURRENT-DATE TO WS-TLOG-TO
           END-IF.
           MOVE CTL-TLOG-FROM TO WS-TLOG-FROM.
           IF WS-TLOG-FROM = SPACES
             STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                    WS-CURRENT-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-WORK-X
             MOVE WS-DATE-WORK TO WS-DATE-NUM
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-TLOG-DAYS-BACK
             COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             STRING WS-DATE-WORK-X(1:4) '-' WS-DATE-WORK-X(5:2) '-'
                    WS-DATE-WORK-X(7:2)
               DELIMITED BY SIZE INTO WS-TLOG-FROM
           END-IF.

       CLEAR-ONE-CERT-TALLY.
           MOVE 'N' TO WS-CT-STATE(WS-FILE-LOOP).
           MOVE SPACES TO WS-CT-DSN(WS-FILE-LOOP).
           MOVE 0 TO WS-CT-IN(WS-FILE-LOOP)
                     WS-CT-OUT(WS-FILE-LOOP)
                     WS-CT-AMT-IN(WS-FILE-LOOP)
                     WS-CT-AMT-OUT(WS-FILE-LOOP).

       BUILD-OUTPUT-DSN-NAMES.
           STRING CTL-TARGET-PREFIX DELIMITED BY SPACE
                  'CUSTDATA' DELIMITED BY SIZE
             INTO WS-OUT-CUST-DSN.
           STRING CTL-TARGET-PREFIX DELIMITED BY SPACE
                  'COOWNERS' DELIMITED BY SIZE
             INTO WS-OUT-COWN-DSN.
           STRING CTL-TARGET-PREFIX DELIMITED BY SPACE
                  'HOUSHOLD' DELIMITED BY SIZE
             INTO WS-OUT-HHLD-DSN.
           STRING CTL-TARGET-PREFIX DELIMITED BY SPACE
                  'STORDERS' DELIMITED BY SIZE
             INTO WS-OUT-STOR-DSN.
           STRING CTL-TARGET-PREFIX DELIMITED BY SPACE
                  'TRANLOG' DELIMITED BY SIZE
             INTO WS-OUT-TLOG-DSN.
           MOVE WS-OUT-CUST-DSN TO WS-CT-DSN(1).
           MOVE WS-OUT-COWN-DSN TO WS-CT-DSN(2).
           MOVE WS-OUT-HHLD-DSN TO WS-CT-DSN(3).
           MOVE WS-OUT-STOR-DSN TO WS-CT-DSN(4).
           MOVE WS-OUT-TLOG-DSN TO WS-CT-DSN(5).

      *================================================================*
      * CUST-ID MASK. A NUMERIC ID'S NINE PAYLOAD DIGITS ARE CHAINED   *
      * FORWARD AND THEN BACKWARD THROUGH THE KEY (EACH DIGIT PLUS ITS *
      * KEY DIGIT PLUS THE DIGIT BEFORE IT, MOD 10), SO EVERY PAYLOAD  *
      * DIGIT MOVES EVERY OUTPUT DIGIT YET NO TWO IDS CAN COLLIDE, AND *
      * THE CHECK DIGIT IS THEN GENERATED AFRESH. A GRANDFATHERED ID   *
      * GOES THROUGH THE TEXT MASK, WHICH KEEPS IT NON-NUMERIC.        *
      *================================================================*
       MASK-CUST-ID.
           MOVE WS-ID-IN TO WS-ID-OUT.
           IF WS-ID-IN NOT = SPACES
             ADD 1 TO WS-IDS-MASKED
             IF WS-ID-IN IS NUMERIC
               MOVE WS-KEY-D(9) TO WS-PREV
               PERFORM MASK-ID-FORWARD
                 VARYING WS-MPOS FROM 1 BY 1 UNTIL WS-MPOS > 9
               MOVE WS-KEY-D(1) TO WS-PREV
               PERFORM MASK-ID-BACKWARD
                 VARYING WS-MPOS FROM 9 BY -1 UNTIL WS-MPOS < 1
               MOVE 'G' TO WS-CKDG-FUNCTION
               CALL 'CUSTCKDG' USING WS-ID-OUT
                                      WS-CKDG-FUNCTION
                                      WS-CKDG-RESULT
               MOVE 'V' TO WS-CKDG-FUNCTION
               CALL 'CUSTCKDG' USING WS-ID-OUT
                                      WS-CKDG-FUNCTION
                                      WS-CKDG-RESULT
               IF WS-CKDG-RESULT NOT = 'Y'
                 ADD 1 TO WS-CKDG-FAIL-COUNT
               END-IF
             ELSE
               MOVE WS-ID-IN TO WS-MASK-AREA
               MOVE 10 TO WS-MASK-LEN
               PERFORM MASK-TEXT
               MOVE WS-MASK-AREA(1:10) TO WS-ID-OUT
             END-IF
           END-IF.

       MASK-ID-FORWARD.
           COMPUTE WS-SUM = WS-ID-DIGIT(WS-MPOS) + WS-KEY-D(WS-MPOS)
                          + WS-PREV.
           DIVIDE WS-SUM BY 10 GIVING WS-QUOT REMAINDER WS-NEW.
           MOVE WS-NEW TO WS-ID-DIGIT(WS-MPOS) WS-PREV.

       MASK-ID-BACKWARD.
           COMPUTE WS-KPOS = 10 - WS-MPOS.
           COMPUTE WS-SUM = WS-ID-DIGIT(WS-MPOS) + WS-KEY-D(WS-KPOS)
                          + WS-PREV.
           DIVIDE WS-SUM BY 10 GIVING WS-QUOT REMAINDER WS-NEW.
           MOVE WS-NEW TO WS-ID-DIGIT(WS-MPOS) WS-PREV.

      *================================================================*
      * TEXT MASK OVER WS-MASK-AREA(1:WS-MASK-LEN). EACH LETTER OR     *
      * DIGIT IS SHIFTED WITHIN ITS OWN CLASS BY THE KEY DIGIT FOR ITS *
      * POSITION PLUS THE PREVIOUS MASKED VALUE; SPACES AND            *
      * PUNCTUATION STAY PUT, SO THE FIELD KEEPS ITS SHAPE AND THE     *
      * SAME VALUE ALWAYS MASKS THE SAME WAY.                          *
      *================================================================*
       MASK-TEXT.
           MOVE WS-KEY-D(9) TO WS-PREV.
           PERFORM MASK-ONE-CHAR
             VARYING WS-MPOS FROM 1 BY 1
             UNTIL WS-MPOS > WS-MASK-LEN.

       MASK-ONE-CHAR.
           MOVE WS-MASK-AREA(WS-MPOS:1) TO WS-CH.
           DIVIDE WS-MPOS BY 9 GIVING WS-QUOT REMAINDER WS-KPOS.
           ADD 1 TO WS-KPOS.
           EVALUATE TRUE
             WHEN WS-CH IS NUMERIC
               COMPUTE WS-SUM = WS-CH-DIGIT + WS-KEY-D(WS-KPOS)
                              + WS-PREV
               DIVIDE WS-SUM BY 10 GIVING WS-QUOT REMAINDER WS-NEW
               MOVE WS-NEW TO WS-CH-DIGIT WS-PREV
               MOVE WS-CH TO WS-MASK-AREA(WS-MPOS:1)
             WHEN WS-CH = SPACE
               CONTINUE
             WHEN WS-CH IS ALPHABETIC-UPPER
               MOVE 0 TO WS-CH-IDX
               INSPECT WS-UPPER TALLYING WS-CH-IDX
                 FOR CHARACTERS BEFORE INITIAL WS-CH
               COMPUTE WS-SUM = WS-CH-IDX + WS-KEY-D(WS-KPOS)
                              + WS-PREV
               DIVIDE WS-SUM BY 26 GIVING WS-QUOT REMAINDER WS-NEW
               MOVE WS-NEW TO WS-PREV
               MOVE WS-UPPER(WS-NEW + 1:1) TO WS-MASK-AREA(WS-MPOS:1)
             WHEN WS-CH IS ALPHABETIC-LOWER
               MOVE 0 TO WS-CH-IDX
               INSPECT WS-LOWER TALLYING WS-CH-IDX
                 FOR CHARACTERS BEFORE INITIAL WS-CH
               COMPUTE WS-SUM = WS-CH-IDX + WS-KEY-D(WS-KPOS)
                              + WS-PREV
               DIVIDE WS-SUM BY 26 GIVING WS-QUOT REMAINDER WS-NEW
               MOVE WS-NEW TO WS-PREV
               MOVE WS-LOWER(WS-NEW + 1:1) TO WS-MASK-AREA(WS-MPOS:1)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * THE ADDRESS AND CONTACT BLOCK IN WS-ADDR-WORK. STATE IS KEPT
      * (JURISDICTION LOGIC READS IT); EMAIL BECOMES A DEAD ADDRESS
      * MADE FROM THE MASKED ID ALREADY IN WS-ID-OUT, SO IT STAYS
      * UNIQUE PER OWNER.
       MASK-ADDRESS-BLOCK.
           MOVE WS-AW-LINE-1 TO WS-MASK-AREA.
           MOVE 30 TO WS-MASK-LEN.
           PERFORM MASK-TEXT.
           MOVE WS-MASK-AREA(1:30) TO WS-AW-LINE-1.
           MOVE WS-AW-LINE-2 TO WS-MASK-AREA.
           PERFORM MASK-TEXT.
           MOVE WS-MASK-AREA(1:30) TO WS-AW-LINE-2.
           MOVE WS-AW-CITY TO WS-MASK-AREA.
           MOVE 20 TO WS-MASK-LEN.
           PERFORM MASK-TEXT.
           MOVE WS-MASK-AREA(1:20) TO WS-AW-CITY.
           MOVE WS-AW-ZIP TO WS-MASK-AREA.
           MOVE 10 TO WS-MASK-LEN.
           PERFORM MASK-TEXT.
           MOVE WS-MASK-AREA(1:10) TO WS-AW-ZIP.
           MOVE WS-AW-PHONE TO WS-MASK-AREA.
           MOVE 15 TO WS-MASK-LEN.
           PERFORM MASK-TEXT.
           MOVE WS-MASK-AREA(1:15) TO WS-AW-PHONE.
           IF WS-AW-EMAIL NOT = SPACES
             MOVE SPACES TO WS-AW-EMAIL
             STRING 'C' WS-ID-OUT WS-EMAIL-SUFFIX DELIMITED BY SPACE
                    '@MASKED.INVALID' DELIMITED BY SIZE
               INTO WS-AW-EMAIL
           END-IF.

      * A TEN-DIGIT RUN INSIDE A FREE-TEXT REFERENCE IS A CUST-ID
      * (E.G. THE CUSTMRGE 'MERGE' REFERENCE) AND IS MASKED AS ONE,
      * SO THE REFERENCE STILL NAMES THE RIGHT MASKED CUSTOMER.
       MASK-EMBEDDED-IDS.
           PERFORM SCAN-REF-FOR-ID
             VARYING WS-RPOS FROM 1 BY 1 UNTIL WS-RPOS > 11.

       SCAN-REF-FOR-ID.
           IF WS-REF-WORK(WS-RPOS:10) IS NUMERIC
             MOVE WS-REF-WORK(WS-RPOS:10) TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO WS-REF-WORK(WS-RPOS:10)
             ADD 9 TO WS-RPOS
           END-IF.

      *================================================================*
      * CUSTDATA - EVERY RECORD, IN KEY ORDER OF THE ORIGINAL IDS.     *
      *================================================================*
       EXTRACT-CUSTOMER-MASTER.
           MOVE 1 TO WS-FILE-NO.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM MASK-CUSTOMER-MASTER-FILE
           END-IF.

       MASK-CUSTOMER-MASTER-FILE.
           OPEN OUTPUT MCUSTOUT.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-OUT-CUST-DSN ': '
                     WS-OUT-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-CT-DONE(WS-FILE-NO) TO TRUE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM MASK-ONE-CUSTOMER UNTIL WS-EOF
             CLOSE CUSTFILE MCUSTOUT
           END-IF.

       MASK-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-CT-IN(WS-FILE-NO)
             ADD CUST-BALANCE TO WS-CT-AMT-IN(WS-FILE-NO)
             MOVE CUST-SETTLE-CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO CUST-SETTLE-CUST-ID
             MOVE CUST-XREF-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO CUST-XREF-ID
             MOVE CUST-NAME TO WS-MASK-AREA
             MOVE 30 TO WS-MASK-LEN
             PERFORM MASK-TEXT
             MOVE WS-MASK-AREA(1:30) TO CUST-NAME
             MOVE CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO CUST-ID
             MOVE CUST-ADDR-CONTACT TO WS-ADDR-WORK
             MOVE SPACES TO WS-EMAIL-SUFFIX
             PERFORM MASK-ADDRESS-BLOCK
             MOVE WS-ADDR-WORK TO CUST-ADDR-CONTACT
             MOVE CUST-RECORD TO MCUST-RECORD
             WRITE MCUST-RECORD
             IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-CT-OUT(WS-FILE-NO)
               ADD CUST-BALANCE TO WS-CT-AMT-OUT(WS-FILE-NO)
             END-IF
           END-IF.

      *================================================================*
      * COOWNERS - THE OWNER KEY, THE CO-OWNER'S OWN NAME AND CONTACT. *
      *================================================================*
       EXTRACT-COOWNERS.
           MOVE 2 TO WS-FILE-NO.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS NOT = '00'
             DISPLAY 'NO COOWNERS FILE - NOT EXTRACTED'
           ELSE
             PERFORM MASK-COOWNERS-FILE
           END-IF.

       MASK-COOWNERS-FILE.
           OPEN OUTPUT MCOWNOUT.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-OUT-COWN-DSN ': '
                     WS-OUT-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             CLOSE COWNFILE
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-CT-DONE(WS-FILE-NO) TO TRUE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM MASK-ONE-COOWNER UNTIL WS-EOF
             CLOSE COWNFILE MCOWNOUT
           END-IF.

       MASK-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-CT-IN(WS-FILE-NO)
             MOVE COWN-NAME TO WS-MASK-AREA
             MOVE 30 TO WS-MASK-LEN
             PERFORM MASK-TEXT
             MOVE WS-MASK-AREA(1:30) TO COWN-NAME
             MOVE COWN-CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO COWN-CUST-ID
             MOVE COWN-ADDR-CONTACT TO WS-ADDR-WORK
             MOVE COWN-SEQ TO WS-EMAIL-SUFFIX
             PERFORM MASK-ADDRESS-BLOCK
             MOVE WS-ADDR-WORK TO COWN-ADDR-CONTACT
             MOVE COWN-RECORD TO MCOWN-RECORD
             WRITE MCOWN-RECORD
             IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-CT-OUT(WS-FILE-NO)
             END-IF
           END-IF.

      *================================================================*
      * HOUSHOLD - MEMBER CUST-IDS; THE HOUSEHOLD ID ITSELF IS AN      *
      * INTERNAL NUMBER AND IS KEPT.                                   *
      *================================================================*
       EXTRACT-HOUSEHOLDS.
           MOVE 3 TO WS-FILE-NO.
           OPEN INPUT HHLDFILE.
           IF WS-HHLD-STATUS NOT = '00'
             DISPLAY 'NO HOUSHOLD FILE - NOT EXTRACTED'
           ELSE
             PERFORM MASK-HOUSEHOLDS-FILE
           END-IF.

       MASK-HOUSEHOLDS-FILE.
           OPEN OUTPUT MHHLDOUT.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-OUT-HHLD-DSN ': '
                     WS-OUT-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             CLOSE HHLDFILE
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-CT-DONE(WS-FILE-NO) TO TRUE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM MASK-ONE-MEMBERSHIP UNTIL WS-EOF
             CLOSE HHLDFILE MHHLDOUT
           END-IF.

       MASK-ONE-MEMBERSHIP.
           READ HHLDFILE INTO HHLD-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-CT-IN(WS-FILE-NO)
             MOVE HHLD-CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO HHLD-CUST-ID
             MOVE HHLD-RECORD TO MHHLD-RECORD
             WRITE MHHLD-RECORD
             IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-CT-OUT(WS-FILE-NO)
             END-IF
           END-IF.

      *================================================================*
      * STORDERS - THE SETTLING CUST-ID, ANY ID IN THE REFERENCE, AND  *
      * THE EXTERNAL PAYEE'S ACCOUNT NUMBER AND NAME. THE PAYEE        *
      * ROUTING NUMBER IDENTIFIES A BANK, NOT A PERSON, AND IS KEPT.   *
      *================================================================*
       EXTRACT-STANDING-ORDERS.
           MOVE 4 TO WS-FILE-NO.
           OPEN INPUT STORFILE.
           IF WS-STOR-STATUS NOT = '00'
             DISPLAY 'NO STORDERS FILE - NOT EXTRACTED'
           ELSE
             PERFORM MASK-STANDING-ORDERS-FILE
           END-IF.

       MASK-STANDING-ORDERS-FILE.
           OPEN OUTPUT MSTOROUT.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-OUT-STOR-DSN ': '
                     WS-OUT-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             CLOSE STORFILE
             MOVE 16 TO RETURN-CODE
           ELSE
             SET WS-CT-DONE(WS-FILE-NO) TO TRUE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM MASK-ONE-STANDING-ORDER UNTIL WS-EOF
             CLOSE STORFILE MSTOROUT
           END-IF.

       MASK-ONE-STANDING-ORDER.
           READ STORFILE INTO STOR-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-CT-IN(WS-FILE-NO)
             ADD STO-AMOUNT TO WS-CT-AMT-IN(WS-FILE-NO)
             MOVE STO-CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO STO-CUST-ID
             MOVE STO-REFERENCE TO WS-REF-WORK
             PERFORM MASK-EMBEDDED-IDS
             MOVE WS-REF-WORK TO STO-REFERENCE
             MOVE STO-PAYEE-ACCOUNT TO WS-MASK-AREA
             MOVE 17 TO WS-MASK-LEN
             PERFORM MASK-TEXT
             MOVE WS-MASK-AREA(1:17) TO STO-PAYEE-ACCOUNT
             MOVE STO-PAYEE-NAME TO WS-MASK-AREA
             MOVE 22 TO WS-MASK-LEN
             PERFORM MASK-TEXT
             MOVE WS-MASK-AREA(1:22) TO STO-PAYEE-NAME
             MOVE STOR-RECORD TO MSTOR-RECORD
             WRITE MSTOR-RECORD
             IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-CT-OUT(WS-FILE-NO)
               ADD STO-AMOUNT TO WS-CT-AMT-OUT(WS-FILE-NO)
             END-IF
           END-IF.

      *================================================================*
      * TRANSACTION_LOG - EVERY ROW IN THE DATE RANGE. THE CUST-ID AND *
      * ANY ID INSIDE THE REFERENCE ARE MASKED; AMOUNTS, BALANCES,     *
      * DATES AND SEQUENCES ARE NOT.                                   *
      *================================================================*
       EXTRACT-TRANSACTION-LOG.
           MOVE 5 TO WS-FILE-NO.
           OPEN OUTPUT MTLOGOUT.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-OUT-TLOG-DSN ': '
                     WS-OUT-STATUS
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM MASK-TRANSACTION-LOG-ROWS
           END-IF.

       MASK-TRANSACTION-LOG-ROWS.
           EXEC SQL
             DECLARE MASKTLCUR CURSOR FOR
               SELECT CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                      OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                      TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                      BATCH_ID, COALESCE(HOLD_STATUS, ' '),
                      COALESCE(HOLD_REMAINING, 0), TRAN_PROGRAM,
                      CHANNEL, CASH_IND, COALESCE(ORIG_CURRENCY, ' '),
                      COALESCE(ORIG_AMOUNT, 0)
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE >= :WS-TLOG-FROM
                 AND TRAN_DATE <= :WS-TLOG-TO
               ORDER BY TRAN_DATE, TRAN_SEQ
           END-EXEC.
           EXEC SQL OPEN MASKTLCUR END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTMASK: TRANSACTION_LOG CURSOR FAILED, '
                     'SQLCODE ' SQLCODE
             SET WS-CT-FAILED(WS-FILE-NO) TO TRUE
             CLOSE MTLOGOUT
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             SET WS-CT-DONE(WS-FILE-NO) TO TRUE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM MASK-ONE-LOG-ROW UNTIL WS-EOF
             EXEC SQL CLOSE MASKTLCUR END-EXEC
             CLOSE MTLOGOUT
           END-IF.

       MASK-ONE-LOG-ROW.
           EXEC SQL
             FETCH MASKTLCUR
             INTO :TLG-CUST-ID, :TLG-TRAN-TYPE, :TLG-TRAN-AMOUNT,
                  :TLG-OLD-BALANCE, :TLG-NEW-BALANCE,
                  :TLG-OVERRIDE-CODE, :TLG-TRAN-REF,
                  :TLG-TRAN-DATE, :TLG-EFF-DATE, :TLG-TRAN-SEQ,
                  :TLG-BATCH-ID, :TLG-HOLD-STATUS,
                  :TLG-HOLD-REMAINING, :TLG-TRAN-PROGRAM,
                  :TLG-CHANNEL, :TLG-CASH-IND, :TLG-ORIG-CURRENCY,
                  :TLG-ORIG-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-EOF TO TRUE
           ELSE
             ADD 1 TO WS-CT-IN(WS-FILE-NO)
             ADD TLG-TRAN-AMOUNT TO WS-CT-AMT-IN(WS-FILE-NO)
             MOVE TLG-CUST-ID TO WS-ID-IN
             PERFORM MASK-CUST-ID
             MOVE WS-ID-OUT TO MTL-CUST-ID
             MOVE TLG-TRAN-REF TO WS-REF-WORK
             PERFORM MASK-EMBEDDED-IDS
             MOVE WS-REF-WORK TO MTL-TRAN-REF
             MOVE TLG-TRAN-TYPE TO MTL-TRAN-TYPE
             MOVE TLG-TRAN-AMOUNT TO MTL-TRAN-AMOUNT
             MOVE TLG-OLD-BALANCE TO MTL-OLD-BALANCE
             MOVE TLG-NEW-BALANCE TO MTL-NEW-BALANCE
             MOVE TLG-OVERRIDE-CODE TO MTL-OVERRIDE-CODE
             MOVE TLG-TRAN-DATE TO MTL-TRAN-DATE
             MOVE TLG-EFF-DATE TO MTL-EFF-DATE
             MOVE TLG-TRAN-SEQ TO MTL-TRAN-SEQ
             MOVE TLG-BATCH-ID TO MTL-BATCH-ID
             MOVE TLG-HOLD-STATUS TO MTL-HOLD-STATUS
             MOVE TLG-HOLD-REMAINING TO MTL-HOLD-REMAINING
             MOVE TLG-TRAN-PROGRAM TO MTL-TRAN-PROGRAM
             MOVE TLG-CHANNEL TO MTL-CHANNEL
             MOVE TLG-CASH-IND TO MTL-CASH-IND
             MOVE TLG-ORIG-CURRENCY TO MTL-ORIG-CURRENCY
             MOVE TLG-ORIG-AMOUNT TO MTL-ORIG-AMOUNT
             WRITE MTL-RECORD
             IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-CT-OUT(WS-FILE-NO)
               ADD MTL-TRAN-AMOUNT TO WS-CT-AMT-OUT(WS-FILE-NO)
             END-IF
           END-IF.

      *================================================================*
      * CERTIFICATE - COUNTS AND AMOUNT TOTALS IN AGAINST OUT FOR      *
      * EVERY FILE, AND THE CHECK-DIGIT PROOF OVER EVERY MASKED ID.    *
      * ANY MISMATCH, FAILED EXTRACT OR BAD CHECK DIGIT WITHHOLDS THE  *
      * CERTIFICATE (RC 8) - THE REFRESH IS NOT TO BE LOADED.          *
      *================================================================*
       WRITE-CERTIFICATE.
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-TLOG-FROM TO HDG-TLOG-FROM.
           MOVE WS-TLOG-TO TO HDG-TLOG-TO.
           WRITE RPT-LINE FROM WS-CERT-HEADING-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-CERT-COLUMNS.
           PERFORM WRITE-ONE-CERT-LINE
             VARYING WS-FILE-LOOP FROM 1 BY 1
             UNTIL WS-FILE-LOOP > WS-FILE-MAX.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUST-IDS MASKED: ' WS-IDS-MASKED
                  '   MASKED NUMERIC IDS FAILING CHECK DIGIT: '
                  WS-CKDG-FAIL-COUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CKDG-FAIL-COUNT > 0
             MOVE 'N' TO WS-CERTIFIED-FLAG
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF WS-CERTIFIED
             STRING 'CERTIFIED - RECORD COUNTS AND AMOUNT TOTALS '
                    'UNCHANGED, ALL MASKED IDS VALID'
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             MOVE 'NOT CERTIFIED - DO NOT LOAD THIS REFRESH'
               TO RPT-LINE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           WRITE RPT-LINE.

       WRITE-ONE-CERT-LINE.
           MOVE WS-CN-NAME(WS-FILE-LOOP) TO CRT-FILE.
           MOVE WS-CT-DSN(WS-FILE-LOOP) TO CRT-DSN.
           MOVE WS-CT-IN(WS-FILE-LOOP) TO CRT-IN.
           MOVE WS-CT-OUT(WS-FILE-LOOP) TO CRT-OUT.
           MOVE WS-CT-AMT-IN(WS-FILE-LOOP) TO CRT-AMT-IN.
           MOVE WS-CT-AMT-OUT(WS-FILE-LOOP) TO CRT-AMT-OUT.
           EVALUATE TRUE
             WHEN WS-CT-ABSENT(WS-FILE-LOOP)
               MOVE 'NO INPUT FILE' TO CRT-RESULT
             WHEN WS-CT-FAILED(WS-FILE-LOOP)
               MOVE 'EXTRACT FAILED' TO CRT-RESULT
               MOVE 'N' TO WS-CERTIFIED-FLAG
             WHEN WS-CT-IN(WS-FILE-LOOP) NOT = WS-CT-OUT(WS-FILE-LOOP)
               MOVE 'COUNT MISMATCH' TO CRT-RESULT
               MOVE 'N' TO WS-CERTIFIED-FLAG
             WHEN WS-CT-AMT-IN(WS-FILE-LOOP)
                  NOT = WS-CT-AMT-OUT(WS-FILE-LOOP)
               MOVE 'AMOUNT MISMATCH' TO CRT-RESULT
               MOVE 'N' TO WS-CERTIFIED-FLAG
             WHEN OTHER
               MOVE 'UNCHANGED' TO CRT-RESULT
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-CERT-DETAIL.

       CLEANUP-PARA.
           CLOSE CERTFILE.
           DISPLAY 'CUSTMASK COMPLETE'.
           DISPLAY '  CUSTOMERS MASKED:     ' WS-CT-OUT(1).
           DISPLAY '  CO-OWNERS MASKED:     ' WS-CT-OUT(2).
           DISPLAY '  MEMBERSHIPS MASKED:   ' WS-CT-OUT(3).
           DISPLAY '  STANDING ORDERS:      ' WS-CT-OUT(4).
           DISPLAY '  LOG ROWS MASKED:      ' WS-CT-OUT(5).
           DISPLAY '  CHECK-DIGIT FAILURES: ' WS-CKDG-FAIL-COUNT.
