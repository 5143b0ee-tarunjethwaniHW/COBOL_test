       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRTML.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTRTML - RETURNED-MAIL INTAKE AND BRANCH CONTACT WORKLIST    *
      * RUN DAILY ONCE THE MAILROOM HAS KEYED THE DAY'S UNDELIVERABLE  *
      * RETURNS ONTO RTNMAIL, AHEAD OF THE EVENING CYCLE. EACH RETURN  *
      * MARKS THE CUSTOMER'S ADDRESS BAD ON CUSTOMER_FLAGS WITH THE    *
      * RETURN DATE. WHILE THE MARK STANDS, CUSTSTMT AND CUSTNOTC      *
      * WRITE THE CUSTOMER'S STATEMENTS AND NOTICES TO THE HOLDMAIL    *
      * FILE INSTEAD OF THE PRINT STREAM. THE MARK CLEARS WHEN A 'U'   *
      * ADDRESS CHANGE POSTS IN CUSTUPDT, AND CUSTSTAR'S 'H' FUNCTION  *
      * THEN RELEASES THE HELD MAIL FOR REPRINT.                       *
      * A RETURN IS NOT MARKED WHEN:                                   *
      *   - THE CUSTOMER IS NOT ON THE MASTER OR THE ACCOUNT IS CLOSED *
      *   - THE ADDRESS WAS CHANGED AFTER THE ITEM WAS MAILED (THE     *
      *     ITEM WENT TO THE OLD ADDRESS; THE NEW ONE IS UNTESTED)     *
      *   - THE ADDRESS IS ALREADY MARKED (THE FIRST RETURN DATE IS    *
      *     KEPT)                                                      *
      * EVERY RETURN AND ITS OUTCOME IS LISTED ON RTMLREG. RTMLWORK IS *
      * THE BRANCH WORKLIST - EVERY CUSTOMER NOW MARKED, BY BRANCH,    *
      * WITH THE PHONE AND E-MAIL TO REACH THEM ON AND THE DAYS SINCE  *
      * THE MAIL CAME BACK; TODAY'S NEW MARKS ARE FLAGGED.             *
      * RC 4  - A RETURN COULD NOT BE MATCHED TO A CUSTOMER OR THE     *
      *         MARK COULD NOT BE RECORDED.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNFILE ASSIGN TO 'RTNMAIL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RTN-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT REGFILE ASSIGN TO 'RTMLREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT WORKFILE ASSIGN TO 'RTMLWORK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER RETURNED ITEM. THE MAILED DATE IS THE DATE ON
      * THE STATEMENT OR NOTICE; A BLANK RETURN DATE MEANS TODAY.
       FD RTNFILE.
       01 RTN-RECORD.
          05 RTN-CUST-ID        PIC X(10).
          05 RTN-ITEM-TYPE      PIC X(01).
             88 RTN-STATEMENT   VALUE 'S'.
             88 RTN-NOTICE      VALUE 'N'.
          05 RTN-MAILED-DATE    PIC X(10).
          05 RTN-RETURN-DATE    PIC X(10).
          05 RTN-REASON         PIC X(02).

       FD CUSTFILE.
       COPY CUSTCOPY.

       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-BRANCH         PIC X(04).
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-CUST-NAME      PIC X(30).
          05 SRT-PHONE          PIC X(15).
          05 SRT-EMAIL          PIC X(40).
          05 SRT-BAD-DATE       PIC X(10).
          05 SRT-REASON         PIC X(02).
          05 SRT-DAYS           PIC 9(05).
          05 SRT-NEW-FLAG       PIC X(01).

       FD REGFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 REG-LINE              PIC X(132).

       FD WORKFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 WORK-LINE             PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-REG-STATUS         PIC XX VALUE SPACES.
       01 WS-WORK-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-RTN-OPEN-FLAG      PIC X VALUE 'N'.
          88 WS-RTN-OPEN        VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SCAN-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.

       01 WS-RETURN-DATE        PIC X(10) VALUE SPACES.
       01 WS-CUR-FLAG           PIC X(01) VALUE SPACE.
       01 WS-LAST-ADDR-CHG      PIC X(10) VALUE SPACES.
       01 WS-OUTCOME            PIC X(30) VALUE SPACES.

       01 WS-RTN-COUNT          PIC 9(07) VALUE 0.
       01 WS-MARKED-COUNT       PIC 9(07) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(07) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-MASTER-COUNT    PIC 9(07) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(07) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(07) VALUE 0.
       01 WS-WORKLIST-COUNT     PIC 9(07) VALUE 0.

      * A CUSTOMER MARKED BAD, FETCHED FOR THE WORKLIST.
       01 WS-BAD-CUST-ID        PIC X(10).
       01 WS-BAD-DATE           PIC X(10).
       01 WS-BAD-REASON         PIC X(02).
       01 WS-BAD-MARKED         PIC X(10).

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-RUN-DATE-INT       PIC S9(9) COMP VALUE 0.
       01 WS-BAD-DATE-INT       PIC S9(9) COMP VALUE 0.
       01 WS-DAYS-MARKED        PIC S9(9) COMP VALUE 0.

       01 WS-FIRST-REC-FLAG     PIC X VALUE 'Y'.
          88 WS-FIRST-REC       VALUE 'Y'.
       01 WS-PREV-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-BRANCH-COUNT       PIC 9(05) VALUE 0.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.

       01 WS-WORK-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-NEW            PIC X(03).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WKD-CUST-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-NAME           PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-BAD-DATE       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-DAYS           PIC ZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-REASON         PIC X(02).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-PHONE          PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WKD-EMAIL          PIC X(40).
       01 WS-WORK-HEADING.
          05 FILLER             PIC X(50) VALUE
             '      CUSTOMER    NAME'.
          05 FILLER             PIC X(40) VALUE
             'RETURNED     DAYS  RS  PHONE'.
          05 FILLER             PIC X(06) VALUE 'E-MAIL'.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           IF WS-RTN-OPEN
             PERFORM PROCESS-ONE-RETURN
               UNTIL WS-EOF
             CLOSE RTNFILE
           END-IF.
           SORT SORTWK
             ON ASCENDING KEY SRT-BRANCH
                ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-MARKED-CUSTOMERS
             OUTPUT PROCEDURE IS PRINT-BRANCH-WORKLIST.
           IF WS-NO-MASTER-COUNT > 0 OR WS-ERROR-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                  WS-CURRENT-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGFILE.
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RTMLREG: ' WS-REG-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT WORKFILE.
           IF WS-WORK-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RTMLWORK: ' WS-WORK-STATUS
             CLOSE CUSTFILE REGFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO REG-LINE.
           STRING 'RETURNED-MAIL INTAKE REGISTER - ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
      * NO RETURNS TODAY IS NORMAL - THE WORKLIST STILL GOES OUT.
           OPEN INPUT RTNFILE.
           IF WS-RTN-STATUS = '00'
             SET WS-RTN-OPEN TO TRUE
           ELSE
             DISPLAY 'CUSTRTML: NO RTNMAIL RETURNS TODAY'
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

      *================================================================*
      * ONE RETURNED ITEM - MATCH IT, DECIDE, MARK AND REGISTER IT.    *
      *================================================================*
       PROCESS-ONE-RETURN.
           READ RTNFILE INTO RTN-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             PERFORM JUDGE-ONE-RETURN
           END-IF.

       JUDGE-ONE-RETURN.
           ADD 1 TO WS-RTN-COUNT.
           MOVE RTN-RETURN-DATE TO WS-RETURN-DATE.
           IF WS-RETURN-DATE = SPACES
             MOVE WS-CURRENT-DATE TO WS-RETURN-DATE
           END-IF.
           MOVE RTN-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE 'NOT ON MASTER - CHECK ITEM' TO WS-OUTCOME
               PERFORM WRITE-REGISTER-LINE
             WHEN CUST-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'ACCOUNT CLOSED - NOT MARKED' TO WS-OUTCOME
               PERFORM WRITE-REGISTER-LINE
             WHEN OTHER
               PERFORM CHECK-RETURN-STILL-DUE
           END-EVALUATE.

      * A MARK ALREADY STANDING, OR AN ADDRESS CHANGED SINCE THE ITEM
      * WAS MAILED, LEAVES THE FLAGS AS THEY ARE.
       CHECK-RETURN-STILL-DUE.
           PERFORM GET-CURRENT-MARK.
           MOVE SPACES TO WS-LAST-ADDR-CHG.
           IF WS-CUR-FLAG NOT = 'Y' AND RTN-MAILED-DATE NOT = SPACES
             PERFORM GET-LAST-ADDRESS-CHANGE
           END-IF.
           EVALUATE TRUE
             WHEN WS-CUR-FLAG = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY MARKED' TO WS-OUTCOME
               PERFORM WRITE-REGISTER-LINE
             WHEN RTN-MAILED-DATE NOT = SPACES
                  AND WS-LAST-ADDR-CHG > RTN-MAILED-DATE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'ADDRESS CHANGED SINCE MAILING' TO WS-OUTCOME
               PERFORM WRITE-REGISTER-LINE
             WHEN OTHER
               PERFORM MARK-ADDRESS-BAD
           END-EVALUATE.

       MARK-ADDRESS-BAD.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET BAD_ADDR_FLAG = 'Y',
                 BAD_ADDR_DATE = :WS-RETURN-DATE,
                 BAD_ADDR_REASON = :RTN-REASON,
                 BAD_ADDR_MARKED = :WS-CURRENT-DATE,
                 BAD_ADDR_CLEARED = NULL
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             ADD 1 TO WS-ERROR-COUNT
             MOVE 'MARK NOT RECORDED' TO WS-OUTCOME
             DISPLAY 'CUSTRTML: MARK NOT RECORDED FOR ' CUST-ID
                     ' SQLCODE ' SQLCODE
           ELSE
             ADD 1 TO WS-MARKED-COUNT
             MOVE 'ADDRESS MARKED BAD' TO WS-OUTCOME
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       GET-CURRENT-MARK.
           MOVE SPACE TO WS-CUR-FLAG.
           EXEC SQL
             SELECT COALESCE(MAX(BAD_ADDR_FLAG), ' ')
             INTO :WS-CUR-FLAG
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACE TO WS-CUR-FLAG
           END-IF.

      * THE LATEST CHANGE OF ADDRESS FROM THE CUSTUPDT AUDIT TRAIL.
      * AN ITEM MAILED THE SAME DAY AS THE CHANGE WENT TO THE NEW
      * ADDRESS, SINCE STATEMENTS AND NOTICES RUN AFTER POSTING.
       GET-LAST-ADDRESS-CHANGE.
           MOVE SPACES TO WS-LAST-ADDR-CHG.
           EXEC SQL
             SELECT COALESCE(MAX(CHG_DATE), ' ')
             INTO :WS-LAST-ADDR-CHG
             FROM ADDRESS_AUDIT
             WHERE CUST_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-LAST-ADDR-CHG
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-LINE.
           STRING '  ' RTN-CUST-ID '  ITEM ' RTN-ITEM-TYPE
                  '  MAILED ' RTN-MAILED-DATE
                  '  RETURNED ' WS-RETURN-DATE
                  '  REASON ' RTN-REASON '  ' WS-OUTCOME
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.

      *================================================================*
      * INPUT PROCEDURE - EVERY CUSTOMER WHOSE ADDRESS IS NOW MARKED.  *
      *================================================================*
       RELEASE-MARKED-CUSTOMERS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE BADCUR CURSOR FOR
               SELECT CUSTOMER_ID, BAD_ADDR_DATE,
                      COALESCE(BAD_ADDR_REASON, ' '),
                      COALESCE(BAD_ADDR_MARKED, ' ')
               FROM CUSTOMER_FLAGS
               WHERE BAD_ADDR_FLAG = 'Y'
               ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL OPEN BADCUR END-EXEC.
           PERFORM FETCH-MARKED-CUSTOMER.
           PERFORM RELEASE-ONE-MARKED UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE BADCUR END-EXEC.

       FETCH-MARKED-CUSTOMER.
           EXEC SQL
             FETCH BADCUR
             INTO :WS-BAD-CUST-ID, :WS-BAD-DATE, :WS-BAD-REASON,
                  :WS-BAD-MARKED
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

      * A MARKED CUSTOMER SINCE CLOSED OR PURGED NEEDS NO CONTACT.
       RELEASE-ONE-MARKED.
           MOVE WS-BAD-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS = '00' AND NOT CUST-CLOSED
             MOVE SPACES TO SORT-RECORD
             MOVE CUST-BRANCH-CODE TO SRT-BRANCH
             MOVE CUST-ID TO SRT-CUST-ID
             MOVE CUST-NAME TO SRT-CUST-NAME
             MOVE CUST-PHONE TO SRT-PHONE
             MOVE CUST-EMAIL TO SRT-EMAIL
             MOVE WS-BAD-DATE TO SRT-BAD-DATE
             MOVE WS-BAD-REASON TO SRT-REASON
             PERFORM GET-DAYS-MARKED
             MOVE WS-DAYS-MARKED TO SRT-DAYS
             IF WS-BAD-MARKED = WS-CURRENT-DATE
               MOVE 'Y' TO SRT-NEW-FLAG
             ELSE
               MOVE 'N' TO SRT-NEW-FLAG
             END-IF
             RELEASE SORT-RECORD
           END-IF.
           PERFORM FETCH-MARKED-CUSTOMER.

       GET-DAYS-MARKED.
           MOVE 0 TO WS-DAYS-MARKED.
           IF WS-BAD-DATE(5:1) = '-' AND WS-BAD-DATE(8:1) = '-'
             STRING WS-BAD-DATE(1:4) WS-BAD-DATE(6:2)
                    WS-BAD-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
             IF WS-DATE-NUM IS NUMERIC
               COMPUTE WS-BAD-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-MARKED =
                 WS-RUN-DATE-INT - WS-BAD-DATE-INT
               IF WS-DAYS-MARKED < 0
                 MOVE 0 TO WS-DAYS-MARKED
               END-IF
             END-IF
           END-IF.

      *================================================================*
      * OUTPUT PROCEDURE - THE WORKLIST, ONE SECTION PER BRANCH.       *
      *================================================================*
       PRINT-BRANCH-WORKLIST.
           MOVE SPACES TO WORK-LINE.
           STRING 'RETURNED-MAIL CONTACT WORKLIST - ' WS-CURRENT-DATE
                  '  (MAIL HELD UNTIL A NEW ADDRESS IS POSTED)'
             DELIMITED BY SIZE INTO WORK-LINE.
           WRITE WORK-LINE.
           MOVE 'Y' TO WS-FIRST-REC-FLAG.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           PERFORM RETURN-NEXT-MARKED.
           PERFORM LIST-ONE-MARKED UNTIL WS-SRT-EOF.
           IF WS-FIRST-REC
             MOVE SPACES TO WORK-LINE
             WRITE WORK-LINE
             MOVE '  NO ADDRESSES MARKED BAD' TO WORK-LINE
             WRITE WORK-LINE
           ELSE
             PERFORM PRINT-BRANCH-COUNT
           END-IF.

       RETURN-NEXT-MARKED.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       LIST-ONE-MARKED.
           IF WS-FIRST-REC OR SRT-BRANCH NOT = WS-PREV-BRANCH
             IF NOT WS-FIRST-REC
               PERFORM PRINT-BRANCH-COUNT
             END-IF
             MOVE 'N' TO WS-FIRST-REC-FLAG
             MOVE SRT-BRANCH TO WS-PREV-BRANCH
             MOVE 0 TO WS-BRANCH-COUNT
             MOVE SPACES TO WORK-LINE
             WRITE WORK-LINE
             MOVE SPACES TO WORK-LINE
             STRING 'BRANCH ' SRT-BRANCH
               DELIMITED BY SIZE INTO WORK-LINE
             WRITE WORK-LINE
             MOVE WS-WORK-HEADING TO WORK-LINE
             WRITE WORK-LINE
           END-IF.
           MOVE SPACES TO WKD-NEW.
           IF SRT-NEW-FLAG = 'Y'
             MOVE 'NEW' TO WKD-NEW
           END-IF.
           MOVE SRT-CUST-ID TO WKD-CUST-ID.
           MOVE SRT-CUST-NAME TO WKD-NAME.
           MOVE SRT-BAD-DATE TO WKD-BAD-DATE.
           MOVE SRT-DAYS TO WKD-DAYS.
           MOVE SRT-REASON TO WKD-REASON.
           MOVE SRT-PHONE TO WKD-PHONE.
           MOVE SRT-EMAIL TO WKD-EMAIL.
           MOVE WS-WORK-DETAIL TO WORK-LINE.
           WRITE WORK-LINE.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD 1 TO WS-WORKLIST-COUNT.
           PERFORM RETURN-NEXT-MARKED.

       PRINT-BRANCH-COUNT.
           MOVE WS-BRANCH-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO WORK-LINE.
           STRING '  BRANCH ' WS-PREV-BRANCH ' CUSTOMERS TO CONTACT: '
                  WS-FMT-CNT
             DELIMITED BY SIZE INTO WORK-LINE.
           WRITE WORK-LINE.

       CLEANUP-PARA.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-RTN-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO REG-LINE.
           STRING '  RETURNS READ: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-MARKED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO REG-LINE.
           STRING '  ADDRESSES MARKED BAD: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO REG-LINE.
           WRITE REG-LINE.
           CLOSE CUSTFILE REGFILE WORKFILE.
           DISPLAY 'CUSTRTML COMPLETE.'.
           DISPLAY '  RETURNS READ:         ' WS-RTN-COUNT.
           DISPLAY '  ADDRESSES MARKED:     ' WS-MARKED-COUNT.
           DISPLAY '  ALREADY MARKED:       ' WS-ALREADY-COUNT.
           DISPLAY '  CHANGED SINCE MAILED: ' WS-CHANGED-COUNT.
           DISPLAY '  ACCOUNT CLOSED:       ' WS-CLOSED-COUNT.
           DISPLAY '  NOT ON MASTER:        ' WS-NO-MASTER-COUNT.
           DISPLAY '  MARK ERRORS:          ' WS-ERROR-COUNT.
           DISPLAY '  ON BRANCH WORKLIST:   ' WS-WORKLIST-COUNT.
