       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTLOF.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTTLOF - TRANSACTION_LOG HISTORY OFFLOAD                     *
      * MONTHLY HOUSEKEEPING RUN. TRANSACTION_LOG ROWS DATED BEFORE    *
      * THE FIRST OF THE MONTH THE TLOFCTL CARD'S KEEP-MONTHS AGO      *
      * MOVE OUT OF THE TABLE INTO YEAR-PARTITIONED SEQUENTIAL FILES,  *
      * TRANHIST.YYYY BY THE YEAR OF TRAN_DATE, IN THE STYLE OF        *
      * ARCHDATA.YYYY. THE NIGHTLY SCANS (CUSTSTMT, CUSTSAMN,          *
      * CUSTSEGM, CUSTFEES) ONLY EVER LOOK INSIDE THE ONLINE WINDOW;   *
      * CUSTASRC, CUSTINQR, CUSTTAXR AND CUSTDSPT READ THE YEAR FILES  *
      * AS WELL WHEN ASKED FOR A DATE BEFORE IT (SEE TLSTCOPY).        *
      * ROWS THAT ALWAYS STAY ONLINE:                                  *
      *   - EVERY ROW OF A CUSTOMER ON THE LEGALHLD LIST;              *
      *   - OPEN AUTHORIZATION HOLDS (HOLD_STATUS 'O'), WHICH CUSTUPDT *
      *     AND CUSTHOLD STILL SETTLE AND EXPIRE.                      *
      * KEEP-MONTHS MAY NOT GO BELOW A FLOOR TAKEN FROM THE LONGEST    *
      * RETENTION DAYS ON PRODCAT (365 WHEN PRODCAT IS ABSENT, AS IN   *
      * CUSTDORM AND CUSTNOTC), SINCE THEY MEASURE THE DORMANCY        *
      * PERIOD FROM THE LAST CUSTOMER ITEM ONLINE: THE DAYS OVER 30,   *
      * ROUNDED UP, PLUS ONE MONTH.                                    *
      * EACH YEAR IS ONE UNIT OF WORK: THE ROWS ARE WRITTEN TO THE     *
      * TLOFWORK FILE AND DELETED FROM THE TABLE, THE COUNT AND        *
      * AMOUNT REMOVED (THE TABLE BEFORE LESS THE TABLE AFTER) MUST    *
      * EQUAL THE COUNT AND AMOUNT WRITTEN, AND ONLY THEN IS THE WORK  *
      * FILE SORTED ONTO THE END OF TRANHIST.YYYY AND THE DELETES      *
      * COMMITTED. TLOFRPT CARRIES THE PROOF FOR EVERY YEAR, AND       *
      * TLOFSTAT IS REWRITTEN WITH THE NEW ONLINE WINDOW.              *
      * A 'Y' DRY-RUN FLAG ON THE CARD COUNTS WHAT WOULD MOVE AND      *
      * CHANGES NOTHING.                                               *
      * RC 8  - KEEP-MONTHS BELOW THE MINIMUM; NOTHING WAS MOVED.      *
      * RC 16 - A PROOF OR FILE FAILURE. THE FAILING YEAR IS ROLLED    *
      *         BACK AND THE RUN STOPS; YEARS ALREADY PROVED STAY      *
      *         COMMITTED. IF TLOFRPT SAYS A YEAR FILE WAS PARTLY      *
      *         EXTENDED, RESTORE IT FROM THE PRE-RUN BACKUP BEFORE    *
      *         THE RERUN.                                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLOFCTL ASSIGN TO 'TLOFCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT PRODFILE ASSIGN TO 'PRODCAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PROD-STATUS.
           SELECT LEGALHLD ASSIGN TO 'LEGALHLD'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HLD-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT WORKFILE ASSIGN TO 'TLOFWORK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT STATFILE ASSIGN TO 'TLOFSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT RPTFILE ASSIGN TO 'TLOFRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
       FD TLOFCTL.
       01 TLOFCTL-RECORD.
          05 CTL-KEEP-MONTHS    PIC 9(03).
          05 CTL-DRY-RUN        PIC X(01).

      * ONLY THE RETENTION DAYS ARE USED HERE; THE LAYOUT IS THE ONE
      * CUSTPCAT LOADS.
       FD PRODFILE.
       01 PROD-RECORD.
          05 PROD-ACCT-TYPE        PIC X(01).
          05 PROD-EFF-DATE         PIC X(10).
          05 PROD-MIN-BAL          PIC 9(05)V99.
          05 PROD-RETENTION-DAYS   PIC 9(05).
          05 PROD-HV-LIMIT         PIC 9(07)V99.
          05 PROD-INT-PCT          PIC 9(02)V9(04).
          05 PROD-FEE-AMT          PIC 9(05)V99.
          05 PROD-DEBIT-PCT        PIC 9(02)V9(04).
          05 PROD-MAX-DAY-DEBITS   PIC 9(03).
          05 PROD-MAX-DAY-DR-AMT   PIC 9(9)V99.
          05 PROD-EW-PEN-BASIS     PIC X(01).
          05 PROD-EW-PEN-DAYS      PIC 9(03).
          05 PROD-EW-PEN-PCT       PIC 9(02)V99.
          05 PROD-EW-MAX-INVADE-PCT PIC 9(02)V99.

       FD LEGALHLD.
       01 LEGALHLD-RECORD.
          05 HLD-CUST-ID        PIC X(10).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       FD WORKFILE.
       01 WORK-RECORD           PIC X(200).

       FD HISTFILE.
       01 HIST-RECORD           PIC X(200).

       FD STATFILE.
       COPY TLSTCOPY.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

      * THE YEAR FILE IS KEPT IN TRAN_DATE ORDER, SO THE READERS SEE
      * A YEAR THE WAY THE ONLINE CURSORS WOULD HAVE SHOWN IT.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-CUST-ID        PIC X(10).
          05 FILLER             PIC X(64).
          05 SRT-TRAN-DATE      PIC X(10).
          05 FILLER             PIC X(10).
          05 SRT-TRAN-SEQ       PIC S9(9).
          05 FILLER             PIC X(97).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-PROD-STATUS        PIC XX VALUE SPACES.
       01 WS-HLD-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-WORK-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10) VALUE SPACES.

       01 WS-PROD-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-PROD-EOF        VALUE 'Y'.
       01 WS-HLD-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-HLD-EOF         VALUE 'Y'.
       01 WS-TLG-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-TLG-EOF         VALUE 'Y'.
       01 WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-WORK-EOF        VALUE 'Y'.
       01 WS-DRY-RUN-FLAG       PIC X VALUE 'N'.
          88 WS-DRY-RUN         VALUE 'Y'.
       01 WS-ROW-ERROR-FLAG     PIC X VALUE 'N'.
          88 WS-ROW-ERROR       VALUE 'Y'.
       01 WS-STOP-FLAG          PIC X VALUE 'N'.
          88 WS-RUN-STOPPED     VALUE 'Y'.

      * THE ONLINE WINDOW. THE MINIMUM IS SET FROM THE LONGEST
      * RETENTION PERIOD SO EVERY DORMANCY TEST STILL FINDS THE LAST
      * CUSTOMER ITEM ONLINE.
       01 WS-KEEP-MONTHS        PIC 9(03) VALUE 036.
       01 WS-MIN-KEEP-MONTHS    PIC 9(04) VALUE 0.
       01 WS-LONGEST-RET-DAYS   PIC 9(05) VALUE 365.
       01 WS-RUN-YEAR           PIC 9(04) VALUE 0.
       01 WS-RUN-MONTH          PIC 9(02) VALUE 0.
       01 WS-MONTH-INDEX        PIC S9(7) COMP VALUE 0.
       01 WS-BND-YEAR           PIC 9(04) VALUE 0.
       01 WS-BND-MONTH-REM      PIC S9(4) COMP VALUE 0.
       01 WS-BND-MONTH          PIC 9(02) VALUE 0.
       01 WS-BOUNDARY-DATE      PIC X(10) VALUE SPACES.
       01 WS-OLDEST-ONLINE      PIC X(10) VALUE SPACES.

       01 WS-FIRST-YEAR         PIC 9(04) VALUE 0.
       01 WS-LAST-YEAR          PIC 9(04) VALUE 0.
       01 WS-CUR-YEAR           PIC 9(04) VALUE 0.
       01 WS-CUR-YEAR-X         PIC X(04) VALUE SPACES.
       01 WS-YR-FROM            PIC X(10) VALUE SPACES.
       01 WS-YR-TO              PIC X(10) VALUE SPACES.

       01 WS-HOLD-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-HOLD-MAX           PIC S9(4) COMP VALUE 1000.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 1000 TIMES
               INDEXED BY WS-HOLD-IDX.
             10 WS-HOLD-ID      PIC X(10).
       01 WS-ON-HOLD-FLAG       PIC X VALUE 'N'.
          88 WS-ON-HOLD         VALUE 'Y'.

      * ONE YEAR'S PROOF. BEFORE AND AFTER ARE COUNTED ON THE SAME
      * PREDICATE AS THE CURSOR, SO LEGAL-HOLD ROWS APPEAR IN BOTH
      * AND DROP OUT OF THE DIFFERENCE.
       01 WS-SQL-ROWS           PIC S9(9) COMP VALUE 0.
       01 WS-SQL-AMOUNT         PIC S9(13)V99 VALUE 0.
       01 WS-BEFORE-ROWS        PIC 9(09) VALUE 0.
       01 WS-BEFORE-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-AFTER-ROWS         PIC 9(09) VALUE 0.
       01 WS-AFTER-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-REMOVED-ROWS       PIC S9(09) VALUE 0.
       01 WS-REMOVED-AMOUNT     PIC S9(13)V99 VALUE 0.
       01 WS-YR-WRITTEN         PIC 9(09) VALUE 0.
       01 WS-YR-WRITTEN-AMT     PIC S9(13)V99 VALUE 0.
       01 WS-YR-HELD            PIC 9(09) VALUE 0.
       01 WS-YR-APPENDED        PIC 9(09) VALUE 0.
       01 WS-YR-RESULT          PIC X(40) VALUE SPACES.

       01 WS-TOT-WRITTEN        PIC 9(09) VALUE 0.
       01 WS-TOT-WRITTEN-AMT    PIC S9(13)V99 VALUE 0.
       01 WS-TOT-HELD           PIC 9(09) VALUE 0.
       01 WS-YEAR-DONE-COUNT    PIC 9(03) VALUE 0.

      * TLOFSTAT AS FOUND AND AS IT WILL BE REWRITTEN.
       01 WS-PRIOR-ONLINE-FROM  PIC X(10) VALUE SPACES.
       01 WS-PRIOR-OLDEST       PIC X(04) VALUE SPACES.
       01 WS-PRIOR-NEWEST       PIC X(04) VALUE SPACES.
       01 WS-NEW-ONLINE-FROM    PIC X(10) VALUE SPACES.
       01 WS-NEW-OLDEST         PIC X(04) VALUE SPACES.
       01 WS-NEW-NEWEST         PIC X(04) VALUE SPACES.

       01 WS-FMT-CNT-1          PIC ZZZ,ZZZ,ZZ9.
       01 WS-FMT-CNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-FMT-AMT-1          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMT-2          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-MONTHS         PIC ZZ9.

       COPY TLHCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM FIND-YEAR-RANGE.
           IF WS-FIRST-YEAR > 0
             PERFORM OFFLOAD-ONE-YEAR
               VARYING WS-CUR-YEAR FROM WS-FIRST-YEAR BY 1
               UNTIL WS-CUR-YEAR > WS-LAST-YEAR OR WS-RUN-STOPPED
           END-IF.
           IF NOT WS-DRY-RUN
             PERFORM WRITE-OFFLOAD-STATUS
           END-IF.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           OPEN INPUT TLOFCTL.
           IF WS-CTL-STATUS = '00'
             READ TLOFCTL INTO TLOFCTL-RECORD
               AT END MOVE SPACES TO TLOFCTL-RECORD
             END-READ
             CLOSE TLOFCTL
             IF CTL-KEEP-MONTHS IS NUMERIC AND CTL-KEEP-MONTHS > 0
               MOVE CTL-KEEP-MONTHS TO WS-KEEP-MONTHS
             END-IF
             IF CTL-DRY-RUN = 'Y'
               SET WS-DRY-RUN TO TRUE
             END-IF
           ELSE
             DISPLAY 'NO TLOFCTL CARD - KEEPING THE DEFAULT '
                     WS-KEEP-MONTHS ' MONTHS ONLINE'
           END-IF.
           PERFORM GET-MIN-KEEP-MONTHS.
           IF WS-KEEP-MONTHS < WS-MIN-KEEP-MONTHS
             DISPLAY 'CUSTTLOF: KEEP-MONTHS ' WS-KEEP-MONTHS
                     ' IS BELOW THE MINIMUM OF ' WS-MIN-KEEP-MONTHS
                     ' FOR A RETENTION PERIOD OF '
                     WS-LONGEST-RET-DAYS ' DAYS - NOTHING OFFLOADED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM COMPUTE-BOUNDARY-DATE.
           PERFORM LOAD-LEGAL-HOLD-LIST.
           PERFORM READ-PRIOR-STATUS.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING TLOFRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

      * A PRODUCT WITH NO PRODCAT RETENTION DAYS USES THE 365-DAY
      * DEFAULT, SO THE FLOOR NEVER DROPS BELOW THAT PERIOD.
       GET-MIN-KEEP-MONTHS.
           OPEN INPUT PRODFILE.
           IF WS-PROD-STATUS = '00'
             PERFORM READ-PRODUCT-RETENTION UNTIL WS-PROD-EOF
             CLOSE PRODFILE
           ELSE
             DISPLAY 'NO PRODCAT FILE - MINIMUM KEEP BASED ON THE '
                     'DEFAULT ' WS-LONGEST-RET-DAYS ' DAY RETENTION'
           END-IF.
           DIVIDE 30 INTO WS-LONGEST-RET-DAYS
             GIVING WS-MIN-KEEP-MONTHS.
           IF WS-MIN-KEEP-MONTHS * 30 < WS-LONGEST-RET-DAYS
             ADD 1 TO WS-MIN-KEEP-MONTHS
           END-IF.
           ADD 1 TO WS-MIN-KEEP-MONTHS.

       READ-PRODUCT-RETENTION.
           READ PRODFILE INTO PROD-RECORD
             AT END SET WS-PROD-EOF TO TRUE
           END-READ.
           IF NOT WS-PROD-EOF
             IF PROD-RETENTION-DAYS IS NUMERIC
               AND PROD-RETENTION-DAYS > WS-LONGEST-RET-DAYS
               MOVE PROD-RETENTION-DAYS TO WS-LONGEST-RET-DAYS
             END-IF
           END-IF.

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

      * THE WINDOW ALWAYS STARTS ON THE FIRST OF A MONTH, SO A
      * MONTH'S ROWS LEAVE THE TABLE TOGETHER.
       COMPUTE-BOUNDARY-DATE.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YEAR.
           MOVE WS-CURRENT-DATE(6:2) TO WS-RUN-MONTH.
           COMPUTE WS-MONTH-INDEX =
             WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1 - WS-KEEP-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12
             GIVING WS-BND-YEAR REMAINDER WS-BND-MONTH-REM.
           COMPUTE WS-BND-MONTH = WS-BND-MONTH-REM + 1.
           MOVE SPACES TO WS-BOUNDARY-DATE.
           STRING WS-BND-YEAR '-' WS-BND-MONTH '-01'
             DELIMITED BY SIZE INTO WS-BOUNDARY-DATE.

       LOAD-LEGAL-HOLD-LIST.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT LEGALHLD.
           IF WS-HLD-STATUS = '00'
             PERFORM READ-LEGAL-HOLD UNTIL WS-HLD-EOF
             CLOSE LEGALHLD
           ELSE
             DISPLAY 'NO LEGALHLD EXCLUSION LIST - NO CUSTOMERS '
                     'ARE ON LEGAL HOLD THIS RUN'
           END-IF.

       READ-LEGAL-HOLD.
           READ LEGALHLD INTO LEGALHLD-RECORD
             AT END SET WS-HLD-EOF TO TRUE
           END-READ.
           IF NOT WS-HLD-EOF AND WS-HOLD-COUNT < WS-HOLD-MAX
             ADD 1 TO WS-HOLD-COUNT
             SET WS-HOLD-IDX TO WS-HOLD-COUNT
             MOVE HLD-CUST-ID TO WS-HOLD-ID(WS-HOLD-IDX)
           END-IF.

       READ-PRIOR-STATUS.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             MOVE TLST-ONLINE-FROM TO WS-PRIOR-ONLINE-FROM
             MOVE TLST-OLDEST-YEAR TO WS-PRIOR-OLDEST
             MOVE TLST-NEWEST-YEAR TO WS-PRIOR-NEWEST
             CLOSE STATFILE
           END-IF.
           MOVE WS-PRIOR-OLDEST TO WS-NEW-OLDEST.
           MOVE WS-PRIOR-NEWEST TO WS-NEW-NEWEST.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSACTION_LOG HISTORY OFFLOAD - RUN DATE '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-KEEP-MONTHS TO WS-FMT-MONTHS.
           MOVE SPACES TO RPT-LINE.
           STRING '  KEEPING ' WS-FMT-MONTHS
                  ' MONTHS ONLINE - ROWS DATED BEFORE '
                  WS-BOUNDARY-DATE ' ARE OFFLOADED'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DRY-RUN
             MOVE SPACES TO RPT-LINE
             STRING '  *** DRY RUN - NOTHING WAS MOVED ***'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      * THE OLDEST ROW STILL ONLINE THAT COULD MOVE DECIDES THE FIRST
      * YEAR; THE LAST IS THE YEAR OF THE DAY BEFORE THE BOUNDARY.
       FIND-YEAR-RANGE.
           MOVE SPACES TO WS-OLDEST-ONLINE.
           EXEC SQL
             SELECT COALESCE(MIN(TRAN_DATE), ' ')
             INTO :WS-OLDEST-ONLINE
             FROM TRANSACTION_LOG
             WHERE TRAN_DATE < :WS-BOUNDARY-DATE
               AND COALESCE(HOLD_STATUS, ' ') <> 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTTLOF: TRANSACTION_LOG NOT READABLE - '
                     'SQLCODE ' SQLCODE
             MOVE 16 TO RETURN-CODE
             SET WS-RUN-STOPPED TO TRUE
             MOVE 0 TO WS-FIRST-YEAR
           ELSE
             IF WS-OLDEST-ONLINE = SPACES
               DISPLAY 'CUSTTLOF: NO ROWS OLDER THAN '
                       WS-BOUNDARY-DATE ' - NOTHING TO OFFLOAD'
               MOVE 0 TO WS-FIRST-YEAR
             ELSE
               MOVE WS-OLDEST-ONLINE(1:4) TO WS-FIRST-YEAR
               MOVE WS-BND-YEAR TO WS-LAST-YEAR
               IF WS-BND-MONTH = 1
                 SUBTRACT 1 FROM WS-LAST-YEAR
               END-IF
             END-IF
           END-IF.

      *================================================================*
      * ONE YEAR, ONE UNIT OF WORK: MOVE TO TLOFWORK AND DELETE,       *
      * PROVE, SORT ONTO TRANHIST.YYYY, COMMIT.                        *
      *================================================================*
       OFFLOAD-ONE-YEAR.
           MOVE WS-CUR-YEAR TO WS-CUR-YEAR-X.
           MOVE SPACES TO WS-YR-FROM WS-YR-TO WS-HIST-FILENAME.
           STRING WS-CUR-YEAR-X '-01-01' DELIMITED BY SIZE
             INTO WS-YR-FROM.
           STRING WS-CUR-YEAR-X '-12-31' DELIMITED BY SIZE
             INTO WS-YR-TO.
           STRING 'TRANHIST.' WS-CUR-YEAR-X
             DELIMITED BY SIZE INTO WS-HIST-FILENAME.
           MOVE 0 TO WS-YR-WRITTEN WS-YR-WRITTEN-AMT WS-YR-HELD
                     WS-YR-APPENDED.
           MOVE 'N' TO WS-ROW-ERROR-FLAG.
           PERFORM COUNT-YEAR-ROWS.
           MOVE WS-SQL-ROWS TO WS-BEFORE-ROWS.
           MOVE WS-SQL-AMOUNT TO WS-BEFORE-AMOUNT.
           EVALUATE TRUE
             WHEN WS-ROW-ERROR
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-STOPPED TO TRUE
             WHEN WS-BEFORE-ROWS = 0
               CONTINUE
             WHEN OTHER
               PERFORM OFFLOAD-YEAR-ROWS
           END-EVALUATE.

       OFFLOAD-YEAR-ROWS.
           IF NOT WS-DRY-RUN
             OPEN OUTPUT WORKFILE
             IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TLOFWORK: ' WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-STOPPED TO TRUE
             END-IF
           END-IF.
           IF NOT WS-RUN-STOPPED
             PERFORM EXTRACT-YEAR-ROWS
           END-IF.

       EXTRACT-YEAR-ROWS.
           MOVE 'N' TO WS-TLG-EOF-FLAG.
           EXEC SQL
             DECLARE TLOFCUR CURSOR FOR
               SELECT CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                      COALESCE(OLD_BALANCE, 0),
                      COALESCE(NEW_BALANCE, 0),
                      COALESCE(OVERRIDE_CODE, ' '),
                      COALESCE(TRAN_REF, ' '), TRAN_DATE,
                      COALESCE(EFF_DATE, ' '),
                      COALESCE(TRAN_SEQ, 0),
                      COALESCE(BATCH_ID, ' '),
                      COALESCE(HOLD_STATUS, ' '),
                      COALESCE(HOLD_REMAINING, 0),
                      COALESCE(TRAN_PROGRAM, ' '),
                      COALESCE(CHANNEL, ' '),
                      COALESCE(CASH_IND, ' '),
                      COALESCE(ORIG_CURRENCY, ' '),
                      COALESCE(ORIG_AMOUNT, 0)
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE BETWEEN :WS-YR-FROM AND :WS-YR-TO
                 AND TRAN_DATE < :WS-BOUNDARY-DATE
                 AND COALESCE(HOLD_STATUS, ' ') <> 'O'
               FOR UPDATE
           END-EXEC.
           EXEC SQL OPEN TLOFCUR END-EXEC.
           PERFORM FETCH-ONE-ROW.
           PERFORM MOVE-ONE-ROW UNTIL WS-TLG-EOF.
           EXEC SQL CLOSE TLOFCUR END-EXEC.
           ADD WS-YR-HELD TO WS-TOT-HELD.
           IF WS-DRY-RUN
             MOVE 'DRY RUN - WOULD OFFLOAD' TO WS-YR-RESULT
             MOVE WS-BEFORE-ROWS TO WS-AFTER-ROWS
             MOVE WS-BEFORE-AMOUNT TO WS-AFTER-AMOUNT
             MOVE 0 TO WS-REMOVED-ROWS WS-REMOVED-AMOUNT
             ADD WS-YR-WRITTEN TO WS-TOT-WRITTEN
             ADD WS-YR-WRITTEN-AMT TO WS-TOT-WRITTEN-AMT
             PERFORM WRITE-YEAR-PROOF
           ELSE
             CLOSE WORKFILE
             PERFORM PROVE-YEAR-OFFLOAD
           END-IF.

      * REMOVED (BEFORE MINUS AFTER) MUST EQUAL WHAT WENT TO THE WORK
      * FILE, IN ROWS AND IN AMOUNT, BEFORE THE YEAR FILE IS TOUCHED.
       PROVE-YEAR-OFFLOAD.
           IF NOT WS-ROW-ERROR
             PERFORM COUNT-YEAR-ROWS
             MOVE WS-SQL-ROWS TO WS-AFTER-ROWS
             MOVE WS-SQL-AMOUNT TO WS-AFTER-AMOUNT
           END-IF.
           IF NOT WS-ROW-ERROR
             COMPUTE WS-REMOVED-ROWS = WS-BEFORE-ROWS - WS-AFTER-ROWS
             COMPUTE WS-REMOVED-AMOUNT =
               WS-BEFORE-AMOUNT - WS-AFTER-AMOUNT
           END-IF.
           EVALUATE TRUE
             WHEN WS-ROW-ERROR
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'FAILED - ROLLED BACK' TO WS-YR-RESULT
               PERFORM STOP-AT-THIS-YEAR
             WHEN WS-REMOVED-ROWS NOT = WS-YR-WRITTEN
                  OR WS-REMOVED-AMOUNT NOT = WS-YR-WRITTEN-AMT
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'PROOF FAILED - ROLLED BACK' TO WS-YR-RESULT
               PERFORM STOP-AT-THIS-YEAR
             WHEN WS-YR-WRITTEN = 0
               MOVE 'PROVED - ALL ROWS ON LEGAL HOLD' TO WS-YR-RESULT
               PERFORM WRITE-YEAR-PROOF
             WHEN OTHER
               PERFORM COMMIT-YEAR-OFFLOAD
           END-EVALUATE.

       COMMIT-YEAR-OFFLOAD.
           PERFORM APPEND-WORK-TO-HISTORY.
           IF WS-YR-APPENDED NOT = WS-YR-WRITTEN
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'FILE PARTLY EXTENDED - RESTORE IT'
               TO WS-YR-RESULT
             PERFORM STOP-AT-THIS-YEAR
           ELSE
             PERFORM RECORD-YEAR-COMMITTED
           END-IF.

       RECORD-YEAR-COMMITTED.
           EXEC SQL COMMIT END-EXEC.
           MOVE 'PROVED AND COMMITTED' TO WS-YR-RESULT.
           PERFORM WRITE-YEAR-PROOF.
           ADD 1 TO WS-YEAR-DONE-COUNT.
           ADD WS-YR-WRITTEN TO WS-TOT-WRITTEN.
           ADD WS-YR-WRITTEN-AMT TO WS-TOT-WRITTEN-AMT.
           IF WS-NEW-OLDEST = SPACES OR WS-CUR-YEAR-X < WS-NEW-OLDEST
             MOVE WS-CUR-YEAR-X TO WS-NEW-OLDEST
           END-IF.
           IF WS-NEW-NEWEST = SPACES OR WS-CUR-YEAR-X > WS-NEW-NEWEST
             MOVE WS-CUR-YEAR-X TO WS-NEW-NEWEST
           END-IF.

       COUNT-YEAR-ROWS.
           MOVE 0 TO WS-SQL-ROWS WS-SQL-AMOUNT.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(TRAN_AMOUNT), 0)
             INTO :WS-SQL-ROWS, :WS-SQL-AMOUNT
             FROM TRANSACTION_LOG
             WHERE TRAN_DATE BETWEEN :WS-YR-FROM AND :WS-YR-TO
               AND TRAN_DATE < :WS-BOUNDARY-DATE
               AND COALESCE(HOLD_STATUS, ' ') <> 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTTLOF: COUNT FAILED FOR ' WS-CUR-YEAR-X
                     ' - SQLCODE ' SQLCODE
             SET WS-ROW-ERROR TO TRUE
           END-IF.

       FETCH-ONE-ROW.
           MOVE SPACES TO TLH-RECORD.
           EXEC SQL
             FETCH TLOFCUR
             INTO :TLH-CUST-ID, :TLH-TRAN-TYPE, :TLH-TRAN-AMOUNT,
                  :TLH-OLD-BALANCE, :TLH-NEW-BALANCE,
                  :TLH-OVERRIDE-CODE, :TLH-TRAN-REF,
                  :TLH-TRAN-DATE, :TLH-EFF-DATE, :TLH-TRAN-SEQ,
                  :TLH-BATCH-ID, :TLH-HOLD-STATUS,
                  :TLH-HOLD-REMAINING, :TLH-TRAN-PROGRAM,
                  :TLH-CHANNEL, :TLH-CASH-IND,
                  :TLH-ORIG-CURRENCY, :TLH-ORIG-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-TLG-EOF TO TRUE
           END-IF.

      * A LEGAL-HOLD CUSTOMER'S ROW IS LEFT WHERE IT IS. ANY OTHER ROW
      * IS WRITTEN FIRST AND ONLY THEN DELETED, SO A FAILURE BETWEEN
      * THE TWO LEAVES IT ONLINE AFTER THE ROLLBACK.
       MOVE-ONE-ROW.
           PERFORM CHECK-LEGAL-HOLD.
           IF WS-ON-HOLD
             ADD 1 TO WS-YR-HELD
           ELSE
             ADD 1 TO WS-YR-WRITTEN
             ADD TLH-TRAN-AMOUNT TO WS-YR-WRITTEN-AMT
             IF NOT WS-DRY-RUN
               PERFORM WRITE-AND-DELETE-ROW
             END-IF
           END-IF.
           IF WS-ROW-ERROR
             SET WS-TLG-EOF TO TRUE
           ELSE
             PERFORM FETCH-ONE-ROW
           END-IF.

       WRITE-AND-DELETE-ROW.
           MOVE WS-CURRENT-DATE TO TLH-OFFLOAD-DATE.
           WRITE WORK-RECORD FROM TLH-RECORD.
           IF WS-WORK-STATUS NOT = '00'
             DISPLAY 'CUSTTLOF: TLOFWORK WRITE FAILED - STATUS '
                     WS-WORK-STATUS
             SET WS-ROW-ERROR TO TRUE
           ELSE
             EXEC SQL
               DELETE FROM TRANSACTION_LOG
               WHERE CURRENT OF TLOFCUR
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY 'CUSTTLOF: DELETE FAILED FOR ' TLH-CUST-ID
                       ' ' TLH-TRAN-REF ' - SQLCODE ' SQLCODE
               SET WS-ROW-ERROR TO TRUE
             END-IF
           END-IF.

       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-ON-HOLD-FLAG.
           IF WS-HOLD-COUNT > 0
             PERFORM MATCH-LEGAL-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-ON-HOLD
           END-IF.

       MATCH-LEGAL-HOLD.
           IF WS-HOLD-ID(WS-HOLD-IDX) = TLH-CUST-ID
             SET WS-ON-HOLD TO TRUE
           END-IF.

      * THE PROVED WORK FILE GOES ONTO THE END OF THE YEAR FILE IN
      * TRAN_DATE ORDER. A NEW YEAR STARTS ITS FILE.
       APPEND-WORK-TO-HISTORY.
           SORT SORTWK
             ON ASCENDING KEY SRT-TRAN-DATE
                ASCENDING KEY SRT-CUST-ID
                ASCENDING KEY SRT-TRAN-SEQ
             USING WORKFILE
             OUTPUT PROCEDURE IS WRITE-SORTED-HISTORY.

       WRITE-SORTED-HISTORY.
           OPEN EXTEND HISTFILE.
           IF WS-HIST-STATUS NOT = '00'
             OPEN OUTPUT HISTFILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ' WS-HIST-FILENAME ': '
                     WS-HIST-STATUS
           ELSE
             MOVE 'N' TO WS-WORK-EOF-FLAG
             PERFORM RETURN-ONE-HISTORY-ROW UNTIL WS-WORK-EOF
             CLOSE HISTFILE
           END-IF.

       RETURN-ONE-HISTORY-ROW.
           RETURN SORTWK INTO TLH-RECORD
             AT END SET WS-WORK-EOF TO TRUE
           END-RETURN.
           IF NOT WS-WORK-EOF
             WRITE HIST-RECORD FROM TLH-RECORD
             IF WS-HIST-STATUS = '00'
               ADD 1 TO WS-YR-APPENDED
             ELSE
               DISPLAY 'CUSTTLOF: ' WS-HIST-FILENAME
                       ' WRITE FAILED - STATUS ' WS-HIST-STATUS
               SET WS-WORK-EOF TO TRUE
             END-IF
           END-IF.

      * THE ONLINE WINDOW NOW STARTS AT THE FAILING YEAR - EVERY YEAR
      * BEFORE IT WAS PROVED AND COMMITTED, AND THE FAILING YEAR'S
      * ROWS ARE ALL BACK ONLINE.
       STOP-AT-THIS-YEAR.
           PERFORM WRITE-YEAR-PROOF.
           MOVE 16 TO RETURN-CODE.
           SET WS-RUN-STOPPED TO TRUE.
           DISPLAY 'CUSTTLOF: ' WS-HIST-FILENAME ' ' WS-YR-RESULT.
           IF WS-YR-APPENDED > 0
             DISPLAY 'CUSTTLOF: RESTORE ' WS-HIST-FILENAME
                     ' FROM THE PRE-RUN BACKUP BEFORE THE RERUN'
           END-IF.
           MOVE WS-YR-FROM TO WS-NEW-ONLINE-FROM.

       WRITE-YEAR-PROOF.
           MOVE SPACES TO RPT-LINE.
           STRING '  ' WS-HIST-FILENAME '  ' WS-YR-RESULT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BEFORE-ROWS TO WS-FMT-CNT-1.
           MOVE WS-BEFORE-AMOUNT TO WS-FMT-AMT-1.
           MOVE WS-AFTER-ROWS TO WS-FMT-CNT-2.
           MOVE WS-AFTER-AMOUNT TO WS-FMT-AMT-2.
           MOVE SPACES TO RPT-LINE.
           STRING '    ONLINE BEFORE  ' WS-FMT-CNT-1 ' ' WS-FMT-AMT-1
                  '    AFTER  ' WS-FMT-CNT-2 ' ' WS-FMT-AMT-2
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REMOVED-ROWS TO WS-FMT-CNT-1.
           MOVE WS-REMOVED-AMOUNT TO WS-FMT-AMT-1.
           MOVE WS-YR-WRITTEN TO WS-FMT-CNT-2.
           MOVE WS-YR-WRITTEN-AMT TO WS-FMT-AMT-2.
           MOVE SPACES TO RPT-LINE.
           STRING '    REMOVED        ' WS-FMT-CNT-1 ' ' WS-FMT-AMT-1
                  '    WRITTEN' WS-FMT-CNT-2 ' ' WS-FMT-AMT-2
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-YR-HELD TO WS-FMT-CNT-1.
           MOVE WS-YR-APPENDED TO WS-FMT-CNT-2.
           MOVE SPACES TO RPT-LINE.
           STRING '    LEGAL HOLD KEPT' WS-FMT-CNT-1
                  '    ROWS ADDED TO YEAR FILE ' WS-FMT-CNT-2
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * THE WINDOW NEVER MOVES BACKWARDS: A LONGER KEEP-MONTHS THAN
      * LAST TIME DOES NOT BRING OFFLOADED ROWS BACK ONLINE.
       WRITE-OFFLOAD-STATUS.
           IF NOT WS-RUN-STOPPED
             MOVE WS-BOUNDARY-DATE TO WS-NEW-ONLINE-FROM
           END-IF.
           IF WS-NEW-ONLINE-FROM = SPACES
              OR WS-NEW-ONLINE-FROM < WS-PRIOR-ONLINE-FROM
             MOVE WS-PRIOR-ONLINE-FROM TO WS-NEW-ONLINE-FROM
           END-IF.
           IF WS-YEAR-DONE-COUNT > 0
              OR WS-PRIOR-ONLINE-FROM NOT = SPACES
             OPEN OUTPUT STATFILE
             IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TLOFSTAT: ' WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO TLST-RECORD
               MOVE WS-NEW-ONLINE-FROM TO TLST-ONLINE-FROM
               MOVE WS-NEW-OLDEST TO TLST-OLDEST-YEAR
               MOVE WS-NEW-NEWEST TO TLST-NEWEST-YEAR
               MOVE WS-CURRENT-DATE TO TLST-RUN-DATE
               MOVE WS-KEEP-MONTHS TO TLST-KEEP-MONTHS
               WRITE TLST-RECORD
               CLOSE STATFILE
             END-IF
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-WRITTEN TO WS-FMT-CNT-1.
           MOVE WS-TOT-WRITTEN-AMT TO WS-FMT-AMT-1.
           MOVE SPACES TO RPT-LINE.
           IF WS-DRY-RUN
             STRING '  TOTAL ROWS THAT WOULD MOVE: ' WS-FMT-CNT-1
                    ' ' WS-FMT-AMT-1
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING '  TOTAL ROWS OFFLOADED:       ' WS-FMT-CNT-1
                    ' ' WS-FMT-AMT-1
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE WS-TOT-HELD TO WS-FMT-CNT-1.
           MOVE SPACES TO RPT-LINE.
           STRING '  LEGAL HOLD ROWS KEPT:       ' WS-FMT-CNT-1
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-DRY-RUN
             STRING '  ONLINE WINDOW UNCHANGED'
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING '  ONLINE FROM ' WS-NEW-ONLINE-FROM
                    '   HISTORY YEARS ' WS-NEW-OLDEST
                    ' THROUGH ' WS-NEW-NEWEST
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-RUN-STOPPED
             MOVE SPACES TO RPT-LINE
             STRING '  *** RUN STOPPED - SEE THE FAILING YEAR ABOVE ***'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           IF WS-DRY-RUN
             DISPLAY 'CUSTTLOF DRY RUN COMPLETE - NOTHING MOVED.'
           ELSE
             DISPLAY 'CUSTTLOF COMPLETE.'
           END-IF.
           DISPLAY '  ONLINE FROM:         ' WS-NEW-ONLINE-FROM.
           DISPLAY '  YEARS COMMITTED:     ' WS-YEAR-DONE-COUNT.
           DISPLAY '  ROWS OFFLOADED:      ' WS-TOT-WRITTEN.
           DISPLAY '  LEGAL HOLD ROWS KEPT:' WS-TOT-HELD.
