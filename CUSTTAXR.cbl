      * PLUS A CONTROL REPORT (TAXRPT) WHOSE GRAND TOTAL IS PROVED     *
      * AGAINST AN INDEPENDENT SINGLE-STATEMENT SUM OF THE SAME LOG    *
      * ROWS - THE FIGURE THE GL CARRIES AS INTEREST EXPENSE.          *
      * A PRIOR TAX YEAR THAT CUSTTLOF HAS PARTLY OR WHOLLY MOVED OFF  *
      * THE TABLE (TLOFSTAT) IS READ FROM BOTH PLACES: THE ONLINE      *
      * PER-CUSTOMER SUMS AND THE TRANHIST.YYYY ROWS ARE SORTED        *
      * TOGETHER BY CUSTOMER, AND THE CONTROL TOTAL ADDS THE YEAR      *
      * FILE'S 'I' ROWS TO THE ONLINE SUM.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT STATFILE ASSIGN TO 'TLOFSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD STATFILE.
       COPY TLSTCOPY.

       FD HISTFILE.
       COPY TLHCOPY.

       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-INT-AMOUNT     PIC S9(09)V99.
          05 SRT-WHT-AMOUNT     PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-EXT-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.

      * SET WHEN SOME OF THE TAX YEAR'S ROWS HAVE BEEN OFFLOADED.
       01 WS-HISTORY-FLAG       PIC X VALUE 'N'.
          88 WS-READ-HISTORY    VALUE 'Y'.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-FIRST-SRT-FLAG     PIC X VALUE 'Y'.
          88 WS-FIRST-SRT       VALUE 'Y'.
       01 WS-HIST-ROWS          PIC 9(07) VALUE 0.
       01 WS-HIST-CONTROL-TOTAL PIC S9(11)V99 VALUE 0.

       01 WS-TAX-YEAR           PIC X(04) VALUE SPACES.
       01 WS-MIN-THRESHOLD      PIC 9(05)V99 VALUE 10.00.
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           IF WS-READ-HISTORY
             PERFORM EXTRACT-WITH-HISTORY
           ELSE
             PERFORM EXTRACT-INTEREST-TOTALS
           END-IF.
           PERFORM WRITE-CONTROL-REPORT.
           PERFORM CLEANUP-PARA.
           STOP RUN.
             INTO WS-YEAR-FROM.
           STRING WS-TAX-YEAR '-12-31' DELIMITED BY SIZE
             INTO WS-YEAR-TO.
           PERFORM CHECK-OFFLOADED-HISTORY.
           OPEN OUTPUT TAXEXTR.
           IF WS-EXT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING TAXEXTR: ' WS-EXT-STATUS
             STOP RUN
           END-IF.

      * THE TAX YEAR NEEDS ITS TRANHIST FILE WHEN IT STARTS BEFORE THE
      * ONLINE WINDOW AND FALLS WITHIN THE OFFLOADED YEARS.
       CHECK-OFFLOADED-HISTORY.
           MOVE 'N' TO WS-HISTORY-FLAG.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             CLOSE STATFILE
             IF TLST-ONLINE-FROM NOT = SPACES
                AND WS-YEAR-FROM < TLST-ONLINE-FROM
                AND WS-TAX-YEAR NOT < TLST-OLDEST-YEAR
                AND WS-TAX-YEAR NOT > TLST-NEWEST-YEAR
               SET WS-READ-HISTORY TO TRUE
               MOVE SPACES TO WS-HIST-FILENAME
               STRING 'TRANHIST.' WS-TAX-YEAR
                 DELIMITED BY SIZE INTO WS-HIST-FILENAME
               DISPLAY 'CUSTTAXR: TAX YEAR INCLUDES OFFLOADED '
                       'HISTORY - READING ' WS-HIST-FILENAME
             END-IF
           END-IF.

      * GROSS 'I' INTEREST AND 'W' BACKUP WITHHOLDING COME BACK AS
      * SEPARATE FIGURES PER CUSTOMER - THE AUTHORITY WANTS BOTH.
       EXTRACT-INTEREST-TOTALS.
           END-IF.

       PROCESS-ONE-CUSTOMER.
           PERFORM TOTAL-ONE-CUSTOMER.
           PERFORM FETCH-INTEREST-ROW.

       TOTAL-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-SEEN.
           ADD WS-INT-AMOUNT TO WS-GRAND-TOTAL.
           ADD WS-WHT-AMOUNT TO WS-WHT-GRAND-TOTAL.
           ELSE
             PERFORM WRITE-ONE-TAX-RECORD
           END-IF.

      *================================================================*
      * OFFLOADED TAX YEAR: ONLINE SUMS AND YEAR-FILE ROWS SORTED      *
      * TOGETHER BY CUSTOMER, THEN TOTALED AS ABOVE.                   *
      *================================================================*
       EXTRACT-WITH-HISTORY.
           SORT SORTWK
             ON ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-INTEREST-ITEMS
             OUTPUT PROCEDURE IS TOTAL-SORTED-CUSTOMERS.

       RELEASE-INTEREST-ITEMS.
           MOVE 'N' TO WS-INT-EOF-FLAG.
           EXEC SQL OPEN TAXCUR END-EXEC.
           PERFORM FETCH-INTEREST-ROW.
           PERFORM RELEASE-ONLINE-CUSTOMER UNTIL WS-INT-EOF.
           EXEC SQL CLOSE TAXCUR END-EXEC.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             PERFORM RELEASE-HISTORY-ROW UNTIL WS-HIST-EOF
             CLOSE HISTFILE
           ELSE
             DISPLAY 'CUSTTAXR: ' WS-HIST-FILENAME ' NOT AVAILABLE - '
                     'STATUS ' WS-HIST-STATUS
                     ' - OFFLOADED INTEREST IS MISSING'
             MOVE 16 TO RETURN-CODE
           END-IF.

       RELEASE-ONLINE-CUSTOMER.
           MOVE WS-INT-CUST-ID TO SRT-CUST-ID.
           MOVE WS-INT-AMOUNT TO SRT-INT-AMOUNT.
           MOVE WS-WHT-AMOUNT TO SRT-WHT-AMOUNT.
           RELEASE SORT-RECORD.
           PERFORM FETCH-INTEREST-ROW.

       RELEASE-HISTORY-ROW.
           READ HISTFILE
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
              AND TLH-TRAN-DATE NOT < WS-YEAR-FROM
              AND TLH-TRAN-DATE NOT > WS-YEAR-TO
             IF TLH-TRAN-TYPE = 'I' OR TLH-TRAN-TYPE = 'W'
               ADD 1 TO WS-HIST-ROWS
               MOVE TLH-CUST-ID TO SRT-CUST-ID
               MOVE 0 TO SRT-INT-AMOUNT SRT-WHT-AMOUNT
               IF TLH-TRAN-TYPE = 'I'
                 MOVE TLH-TRAN-AMOUNT TO SRT-INT-AMOUNT
                 ADD TLH-TRAN-AMOUNT TO WS-HIST-CONTROL-TOTAL
               ELSE
                 MOVE TLH-TRAN-AMOUNT TO SRT-WHT-AMOUNT
               END-IF
               RELEASE SORT-RECORD
             END-IF
           END-IF.

       TOTAL-SORTED-CUSTOMERS.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           MOVE 'Y' TO WS-FIRST-SRT-FLAG.
           PERFORM RETURN-INTEREST-ITEM.
           PERFORM ADD-ONE-INTEREST-ITEM UNTIL WS-SRT-EOF.
           IF NOT WS-FIRST-SRT
             PERFORM TOTAL-ONE-CUSTOMER
           END-IF.

       RETURN-INTEREST-ITEM.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       ADD-ONE-INTEREST-ITEM.
           IF WS-FIRST-SRT OR SRT-CUST-ID NOT = WS-INT-CUST-ID
             IF NOT WS-FIRST-SRT
               PERFORM TOTAL-ONE-CUSTOMER
             END-IF
             MOVE 'N' TO WS-FIRST-SRT-FLAG
             MOVE SRT-CUST-ID TO WS-INT-CUST-ID
             MOVE 0 TO WS-INT-AMOUNT WS-WHT-AMOUNT
           END-IF.
           ADD SRT-INT-AMOUNT TO WS-INT-AMOUNT.
           ADD SRT-WHT-AMOUNT TO WS-WHT-AMOUNT.
           PERFORM RETURN-INTEREST-ITEM.

       WRITE-ONE-TAX-RECORD.
           MOVE WS-INT-CUST-ID TO CUST-ID.
             WHERE TRAN_TYPE = 'I'
               AND TRAN_DATE BETWEEN :WS-YEAR-FROM AND :WS-YEAR-TO
           END-EXEC.
           ADD WS-HIST-CONTROL-TOTAL TO WS-CONTROL-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'INTEREST-PAID TAX REPORTING CONTROL - TAX YEAR '
                  WS-TAX-YEAR DELIMITED BY SIZE INTO RPT-LINE.
           STRING '  GL INTEREST EXPENSE TOTAL:  ' WS-FMT-BAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-READ-HISTORY
             MOVE WS-HIST-CONTROL-TOTAL TO WS-FMT-BAL
             MOVE SPACES TO RPT-LINE
             STRING '    OF WHICH FROM ' WS-HIST-FILENAME(1:13)
                    ': ' WS-FMT-BAL
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-HIST-ROWS TO WS-FMT-CNT
             MOVE SPACES TO RPT-LINE
             STRING '    OFFLOADED ROWS READ:      ' WS-FMT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           COMPUTE WS-TIE-DIFF = WS-GRAND-TOTAL - WS-CONTROL-TOTAL.
           MOVE SPACES TO RPT-LINE.
           IF WS-TIE-DIFF = 0
