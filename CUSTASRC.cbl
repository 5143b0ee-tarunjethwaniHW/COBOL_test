      * BALANCE, LAST ACTIVITY), FOLLOWED BY THE CUSTOMER'S COMPLETE  *
      * ARCHIVE_AUDIT EVENT HISTORY - ARCHIVES, REHYDRATES AND        *
      * ESCHEAT MARKS - SO A SUBPOENA RESPONSE IS MINUTES, NOT DAYS.  *
      * AN ID SEARCH ALSO LISTS THE CUSTOMER'S POSTINGS DATED IN THE  *
      * YEAR RANGE: THE TRANHIST.YYYY FILES CUSTTLOF OFFLOADED FOR    *
      * YEARS BEFORE THE ONLINE WINDOW (TLOFSTAT), THEN THE ROWS      *
      * STILL ON TRANSACTION_LOG.                                     *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT ASRCRPT ASSIGN TO 'ASRCRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT STATFILE ASSIGN TO 'TLOFSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD STATFILE.
       COPY TLSTCOPY.

       FD HISTFILE.
       COPY TLHCOPY.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-ARCH-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.

       01 WS-ARCH-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-ARCH-EOF        VALUE 'Y'.
       01 WS-EVT-BY             PIC X(20).

       01 WS-FMT-BAL            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMT            PIC -ZZZ,ZZZ,ZZ9.99.

      * POSTINGS FOR AN ID SEARCH - OFFLOADED YEAR FILES, THEN ONLINE.
       01 WS-TXN-FROM           PIC X(10) VALUE SPACES.
       01 WS-TXN-TO             PIC X(10) VALUE SPACES.
       01 WS-TXN-COUNT          PIC 9(07) VALUE 0.
       01 WS-TXN-CUST-ID        PIC X(10) VALUE SPACES.
       01 WS-TXN-DATE           PIC X(10).
       01 WS-TXN-TYPE           PIC X(01).
       01 WS-TXN-AMOUNT         PIC S9(9)V99.
       01 WS-TXN-REF            PIC X(20).
       01 WS-TXN-NEW-BAL        PIC S9(9)V99.
       01 WS-TXN-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-TXN-EOF         VALUE 'Y'.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-HIST-YEAR-LOW      PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-HIGH     PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR          PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-X        PIC X(04) VALUE SPACES.
       01 WS-ALIAS-LOOP         PIC S9(4) COMP VALUE 0.

      * AN ID SEARCH FOLLOWS THE CUSTMRGE CROSS-REFERENCE IN BOTH
      * DIRECTIONS, SO A SUBPOENA FOR EITHER HALF OF A MERGED PAIR
             VARYING WS-CUR-YEAR FROM WS-YEAR-LOW BY 1
             UNTIL WS-CUR-YEAR > WS-YEAR-HIGH.
           PERFORM REPORT-EVENT-HISTORIES.
           IF CTL-BY-ID
             PERFORM REPORT-TRANSACTION-HISTORY
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

           WRITE RPT-LINE.
           PERFORM FETCH-ONE-EVENT.

      *================================================================*
      * POSTINGS IN THE YEAR RANGE FOR EVERY MERGED IDENTITY           *
      *================================================================*
       REPORT-TRANSACTION-HISTORY.
           MOVE SPACES TO WS-TXN-FROM WS-TXN-TO.
           STRING CTL-YEAR-LOW '-01-01' DELIMITED BY SIZE
             INTO WS-TXN-FROM.
           STRING CTL-YEAR-HIGH '-12-31' DELIMITED BY SIZE
             INTO WS-TXN-TO.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSACTION HISTORY ' WS-TXN-FROM
                  ' THROUGH ' WS-TXN-TO
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM CHECK-OFFLOADED-YEARS.
           IF WS-HIST-YEAR-LOW > 0
             PERFORM SEARCH-ONE-HISTORY-YEAR
               VARYING WS-HIST-YEAR FROM WS-HIST-YEAR-LOW BY 1
               UNTIL WS-HIST-YEAR > WS-HIST-YEAR-HIGH
           END-IF.
           PERFORM REPORT-ONLINE-POSTINGS
             VARYING WS-ALIAS-LOOP FROM 1 BY 1
             UNTIL WS-ALIAS-LOOP > WS-ALIAS-COUNT.
           IF WS-TXN-COUNT = 0
             MOVE SPACES TO RPT-LINE
             STRING '  (NONE)' DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

      * ONLY YEARS CUSTTLOF HAS OFFLOADED, AND ONLY WHEN THE RANGE
      * STARTS BEFORE THE ONLINE WINDOW, HAVE A YEAR FILE TO READ.
       CHECK-OFFLOADED-YEARS.
           MOVE 0 TO WS-HIST-YEAR-LOW WS-HIST-YEAR-HIGH.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             CLOSE STATFILE
             IF TLST-OLDEST-YEAR NOT = SPACES
                AND WS-TXN-FROM < TLST-ONLINE-FROM
               MOVE WS-YEAR-LOW TO WS-HIST-YEAR-LOW
               IF CTL-YEAR-LOW < TLST-OLDEST-YEAR
                 MOVE TLST-OLDEST-YEAR TO WS-HIST-YEAR-LOW
               END-IF
               MOVE WS-YEAR-HIGH TO WS-HIST-YEAR-HIGH
               IF CTL-YEAR-HIGH > TLST-NEWEST-YEAR
                 MOVE TLST-NEWEST-YEAR TO WS-HIST-YEAR-HIGH
               END-IF
               IF WS-HIST-YEAR-LOW > WS-HIST-YEAR-HIGH
                 MOVE 0 TO WS-HIST-YEAR-LOW
               END-IF
             END-IF
           END-IF.

       SEARCH-ONE-HISTORY-YEAR.
           MOVE WS-HIST-YEAR TO WS-HIST-YEAR-X.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING 'TRANHIST.' WS-HIST-YEAR-X
             DELIMITED BY SIZE INTO WS-HIST-FILENAME.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             ADD 1 TO WS-FILE-COUNT
             PERFORM SEARCH-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
             CLOSE HISTFILE
           ELSE
             DISPLAY 'CUSTASRC: NO ' WS-HIST-FILENAME
                     ' - YEAR SKIPPED'
           END-IF.

       SEARCH-ONE-HISTORY-ROW.
           READ HISTFILE
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
             MOVE 'N' TO WS-MATCH-FLAG
             PERFORM MATCH-HISTORY-ALIAS
               VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                 OR WS-MATCHED
             IF WS-MATCHED
               MOVE TLH-CUST-ID TO WS-TXN-CUST-ID
               MOVE TLH-TRAN-DATE TO WS-TXN-DATE
               MOVE TLH-TRAN-TYPE TO WS-TXN-TYPE
               MOVE TLH-TRAN-AMOUNT TO WS-TXN-AMOUNT
               MOVE TLH-TRAN-REF TO WS-TXN-REF
               MOVE TLH-NEW-BALANCE TO WS-TXN-NEW-BAL
               PERFORM WRITE-POSTING-LINE
             END-IF
           END-IF.

       MATCH-HISTORY-ALIAS.
           IF TLH-CUST-ID = WS-ALIAS-ID(WS-ALIAS-IDX)
             SET WS-MATCHED TO TRUE
           END-IF.

       REPORT-ONLINE-POSTINGS.
           SET WS-ALIAS-IDX TO WS-ALIAS-LOOP.
           MOVE WS-ALIAS-ID(WS-ALIAS-IDX) TO WS-TXN-CUST-ID.
           MOVE 'N' TO WS-TXN-EOF-FLAG.
           EXEC SQL
             DECLARE ASRTCUR CURSOR FOR
               SELECT TRAN_DATE, TRAN_TYPE, TRAN_AMOUNT,
                      COALESCE(TRAN_REF, ' '),
                      COALESCE(NEW_BALANCE, 0)
               FROM TRANSACTION_LOG
               WHERE CUST_ID = :WS-TXN-CUST-ID
                 AND TRAN_DATE BETWEEN :WS-TXN-FROM AND :WS-TXN-TO
               ORDER BY TRAN_DATE, TRAN_SEQ
           END-EXEC.
           EXEC SQL OPEN ASRTCUR END-EXEC.
           PERFORM FETCH-ONE-POSTING.
           PERFORM REPORT-ONE-POSTING UNTIL WS-TXN-EOF.
           EXEC SQL CLOSE ASRTCUR END-EXEC.

       FETCH-ONE-POSTING.
           EXEC SQL
             FETCH ASRTCUR
             INTO :WS-TXN-DATE, :WS-TXN-TYPE, :WS-TXN-AMOUNT,
                  :WS-TXN-REF, :WS-TXN-NEW-BAL
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-TXN-EOF TO TRUE
           END-IF.

       REPORT-ONE-POSTING.
           PERFORM WRITE-POSTING-LINE.
           PERFORM FETCH-ONE-POSTING.

       WRITE-POSTING-LINE.
           ADD 1 TO WS-TXN-COUNT.
           MOVE WS-TXN-AMOUNT TO WS-FMT-AMT.
           MOVE WS-TXN-NEW-BAL TO WS-FMT-BAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ' WS-TXN-DATE
                  '  CUST ' WS-TXN-CUST-ID
                  '  ' WS-TXN-TYPE
                  '  ' WS-FMT-AMT
                  '  ' WS-TXN-REF
                  '  BAL ' WS-FMT-BAL
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'PARTITIONS SEARCHED: ' WS-FILE-COUNT
                  '  RECORDS READ: ' WS-READ-COUNT
                  '  HITS: ' WS-HIT-COUNT
                  '  POSTINGS: ' WS-TXN-COUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE ASRCRPT.
           DISPLAY 'CUSTASRC COMPLETE.'.
           DISPLAY '  PARTITIONS SEARCHED: ' WS-FILE-COUNT.
           DISPLAY '  ARCHIVE HITS:        ' WS-HIT-COUNT.
           DISPLAY '  POSTINGS LISTED:     ' WS-TXN-COUNT.
