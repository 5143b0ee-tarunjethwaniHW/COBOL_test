      * HOUSEHOLD POSITION, THE OPEN 'P' HOLDS, THE LAST N             *
      * TRANSACTIONS IN TRAN_SEQ ORDER, THE CUSTSEGM SEGMENT AND      *
      * FLAGS FROM CUSTOMER_FLAGS, AND ANY HELDITEM WATCHLIST ROWS.   *
      * THE TRANSACTION LIST COMES FROM THE ONLINE TABLE; A HISTORY-   *
      * FROM DATE ON THE CARD THAT IS OLDER THAN THE ONLINE WINDOW     *
      * (TLOFSTAT) CONTINUES IT BACK THROUGH THE TRANHIST.YYYY FILES   *
      * TO THAT DATE WHEN THE TABLE RUNS OUT BEFORE N ARE SHOWN.       *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RPTFILE ASSIGN TO 'INQRRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT STATFILE ASSIGN TO 'TLOFSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
       01 INQRCTL-RECORD.
          05 CTL-CUST-ID        PIC X(10).
          05 CTL-LAST-N         PIC 9(03).
          05 CTL-HIST-FROM      PIC X(10).

       FD CUSTFILE.
       COPY CUSTCOPY.
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD STATFILE.
       COPY TLSTCOPY.

       FD HISTFILE.
       COPY TLHCOPY.

      * OFFLOADED ROWS COME BACK NEWEST FIRST, LIKE THE ONLINE CURSOR.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-TRAN-DATE      PIC X(10).
          05 SRT-TRAN-SEQ       PIC S9(9).
          05 SRT-TRAN-TYPE      PIC X(01).
          05 SRT-TRAN-AMOUNT    PIC 9(9)V99.
          05 SRT-TRAN-REF       PIC X(20).
          05 SRT-NEW-BAL        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-HELD-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-HELD-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HELD-EOF        VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-TRN-NEW-BAL        PIC S9(9)V99.
       01 WS-TRN-SHOWN          PIC 9(03) VALUE 0.

      * THE OFFLOADED YEARS TO READ FOR A HISTORY-FROM DATE BEFORE THE
      * ONLINE WINDOW.
       01 WS-HIST-YEAR-LOW      PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-HIGH     PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR          PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-X        PIC X(04) VALUE SPACES.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.

       01 WS-SEG-CODE           PIC X(01) VALUE SPACE.
       01 WS-SEG-SCORE          PIC S9(03) VALUE 0.
       01 WS-SEG-DATE           PIC X(10) VALUE SPACES.
           PERFORM REPORT-ONE-TRANSACTION
             UNTIL WS-TRN-EOF OR WS-TRN-SHOWN NOT < WS-LAST-N.
           EXEC SQL CLOSE INQTCUR END-EXEC.
           IF WS-TRN-SHOWN < WS-LAST-N AND CTL-HIST-FROM NOT = SPACES
             PERFORM CHECK-OFFLOADED-HISTORY
             IF WS-HIST-YEAR-LOW > 0
               SORT SORTWK
                 ON DESCENDING KEY SRT-TRAN-DATE
                    DESCENDING KEY SRT-TRAN-SEQ
                 INPUT PROCEDURE IS RELEASE-OFFLOADED-ITEMS
                 OUTPUT PROCEDURE IS REPORT-OFFLOADED-ITEMS
             END-IF
           END-IF.
           IF WS-TRN-SHOWN = 0
             STRING '    (NONE)' DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF.

       REPORT-ONE-TRANSACTION.
           PERFORM PRINT-ONE-TRANSACTION.
           PERFORM FETCH-ONE-TRANSACTION.

       PRINT-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-SHOWN.
           MOVE WS-TRN-AMOUNT TO WS-FMT-AMT.
           MOVE WS-TRN-NEW-BAL TO WS-FMT-BAL.
                  WS-FMT-AMT '  ' WS-TRN-REF '  BAL ' WS-FMT-BAL
             DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * THE YEAR FILES ARE READ ONLY FOR YEARS CUSTTLOF HAS OFFLOADED
      * AND NOT BEFORE THE YEAR OF THE HISTORY-FROM DATE.
       CHECK-OFFLOADED-HISTORY.
           MOVE 0 TO WS-HIST-YEAR-LOW WS-HIST-YEAR-HIGH.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             CLOSE STATFILE
             IF TLST-ONLINE-FROM NOT = SPACES
                AND TLST-OLDEST-YEAR NOT = SPACES
                AND CTL-HIST-FROM < TLST-ONLINE-FROM
               MOVE TLST-NEWEST-YEAR TO WS-HIST-YEAR-HIGH
               IF CTL-HIST-FROM(1:4) > TLST-OLDEST-YEAR
                 MOVE CTL-HIST-FROM(1:4) TO WS-HIST-YEAR-LOW
               ELSE
                 MOVE TLST-OLDEST-YEAR TO WS-HIST-YEAR-LOW
               END-IF
               IF WS-HIST-YEAR-LOW > WS-HIST-YEAR-HIGH
                 MOVE 0 TO WS-HIST-YEAR-LOW
               END-IF
             END-IF
           END-IF.

       RELEASE-OFFLOADED-ITEMS.
           PERFORM RELEASE-ONE-HISTORY-YEAR
             VARYING WS-HIST-YEAR FROM WS-HIST-YEAR-LOW BY 1
             UNTIL WS-HIST-YEAR > WS-HIST-YEAR-HIGH.

       RELEASE-ONE-HISTORY-YEAR.
           MOVE WS-HIST-YEAR TO WS-HIST-YEAR-X.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING 'TRANHIST.' WS-HIST-YEAR-X
             DELIMITED BY SIZE INTO WS-HIST-FILENAME.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             PERFORM RELEASE-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
             CLOSE HISTFILE
           ELSE
             DISPLAY 'CUSTINQR: NO ' WS-HIST-FILENAME
                     ' - YEAR SKIPPED'
           END-IF.

       RELEASE-ONE-HISTORY-ROW.
           READ HISTFILE
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
              AND TLH-TRAN-DATE NOT < CTL-HIST-FROM
             IF TLH-CUST-ID = CUST-ID
                OR (WS-MERGED-FROM NOT = SPACES
                    AND TLH-CUST-ID = WS-MERGED-FROM)
               MOVE TLH-TRAN-DATE TO SRT-TRAN-DATE
               MOVE TLH-TRAN-SEQ TO SRT-TRAN-SEQ
               MOVE TLH-TRAN-TYPE TO SRT-TRAN-TYPE
               MOVE TLH-TRAN-AMOUNT TO SRT-TRAN-AMOUNT
               MOVE TLH-TRAN-REF TO SRT-TRAN-REF
               MOVE TLH-NEW-BALANCE TO SRT-NEW-BAL
               RELEASE SORT-RECORD
             END-IF
           END-IF.

       REPORT-OFFLOADED-ITEMS.
           MOVE 'N' TO WS-SRT-EOF-FLAG.
           PERFORM RETURN-OFFLOADED-ITEM.
           IF NOT WS-SRT-EOF
             STRING '    -- OFFLOADED HISTORY --'
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF.
           PERFORM REPORT-ONE-OFFLOADED-ITEM
             UNTIL WS-SRT-EOF OR WS-TRN-SHOWN NOT < WS-LAST-N.

       RETURN-OFFLOADED-ITEM.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       REPORT-ONE-OFFLOADED-ITEM.
           MOVE SRT-TRAN-DATE TO WS-TRN-DATE.
           MOVE SRT-TRAN-TYPE TO WS-TRN-TYPE.
           MOVE SRT-TRAN-AMOUNT TO WS-TRN-AMOUNT.
           MOVE SRT-TRAN-REF TO WS-TRN-REF.
           MOVE SRT-NEW-BAL TO WS-TRN-NEW-BAL.
           PERFORM PRINT-ONE-TRANSACTION.
           PERFORM RETURN-OFFLOADED-ITEM.

       REPORT-SEGMENT-AND-FLAGS.
           MOVE 0 TO WS-FLAGS-FOUND.
