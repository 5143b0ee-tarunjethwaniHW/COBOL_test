      *         THE RESPONSE DEADLINE, ON DSPTRPT                     *
      * THE FULL FILE REWRITES TO DSPTNEW FOR THE SWAP-IN; A CLOSED   *
      * CASE KEEPS ITS ROW AS THE AUDIT TRAIL.                        *
      * A POSTING OLDER THAN THE ONLINE WINDOW IS FOUND IN THE        *
      * TRANHIST.YYYY FILES CUSTTLOF WROTE (TLOFSTAT): THE YEAR OF    *
      * THE POSTING DATE ON THE CARD, OR EVERY OFFLOADED YEAR, NEWEST *
      * FIRST, WHEN THE CARD CARRIES NO DATE.                         *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RPTFILE ASSIGN TO 'DSPTRPT'
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
          05 CTL-DISPOSITION    PIC X(01).
             88 CTL-DISP-CUSTOMER VALUE 'C'.
             88 CTL-DISP-DENIED   VALUE 'D'.
          05 CTL-TRAN-DATE      PIC X(10).

       FD DSPTFILE.
       01 DSP-RECORD.
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD STATFILE.
       COPY TLSTCOPY.

       FD HISTFILE.
       COPY TLHCOPY.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-DSP-STATUS         PIC XX VALUE SPACES.
       01 WS-NEW-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-DSP-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-DSP-EOF         VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-ORIG-ROWS          PIC S9(9) COMP VALUE 0.
       01 WS-ORIG-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-ORIG-TYPE          PIC X(01) VALUE SPACE.

      * OFFLOADED YEARS TO SEARCH WHEN THE POSTING IS NO LONGER ONLINE.
       01 WS-HIST-YEAR-LOW      PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-HIGH     PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR          PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-X        PIC X(04) VALUE SPACES.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-CASE-REF           PIC X(20) VALUE SPACES.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-GEN-TYPE           PIC X(01) VALUE SPACE.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-ORIG-ROWS
           END-IF.
           IF WS-ORIG-ROWS = 0
             PERFORM FIND-OFFLOADED-POSTING
           END-IF.

       FIND-OFFLOADED-POSTING.
           MOVE 0 TO WS-HIST-YEAR-LOW WS-HIST-YEAR-HIGH.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             CLOSE STATFILE
             IF TLST-OLDEST-YEAR NOT = SPACES
               MOVE TLST-OLDEST-YEAR TO WS-HIST-YEAR-LOW
               MOVE TLST-NEWEST-YEAR TO WS-HIST-YEAR-HIGH
               IF CTL-TRAN-DATE NOT = SPACES
                 IF CTL-TRAN-DATE < TLST-ONLINE-FROM
                    AND CTL-TRAN-DATE(1:4) NOT < TLST-OLDEST-YEAR
                    AND CTL-TRAN-DATE(1:4) NOT > TLST-NEWEST-YEAR
                   MOVE CTL-TRAN-DATE(1:4) TO WS-HIST-YEAR-LOW
                   MOVE CTL-TRAN-DATE(1:4) TO WS-HIST-YEAR-HIGH
                 ELSE
                   MOVE 0 TO WS-HIST-YEAR-LOW WS-HIST-YEAR-HIGH
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-HIST-YEAR-LOW > 0
             PERFORM SEARCH-ONE-HISTORY-YEAR
               VARYING WS-HIST-YEAR FROM WS-HIST-YEAR-HIGH BY -1
               UNTIL WS-HIST-YEAR < WS-HIST-YEAR-LOW
                 OR WS-ORIG-ROWS > 0
           END-IF.

       SEARCH-ONE-HISTORY-YEAR.
           MOVE WS-HIST-YEAR TO WS-HIST-YEAR-X.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING 'TRANHIST.' WS-HIST-YEAR-X
             DELIMITED BY SIZE INTO WS-HIST-FILENAME.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             PERFORM MATCH-ONE-HISTORY-ROW
               UNTIL WS-HIST-EOF OR WS-ORIG-ROWS > 0
             CLOSE HISTFILE
           ELSE
             DISPLAY 'CUSTDSPT: NO ' WS-HIST-FILENAME
                     ' - YEAR NOT SEARCHED'
           END-IF.

       MATCH-ONE-HISTORY-ROW.
           READ HISTFILE
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
              AND TLH-CUST-ID = CTL-CUST-ID
              AND TLH-TRAN-REF = CTL-TRAN-REF
              AND TLH-TRAN-SEQ = CTL-TRAN-SEQ
             MOVE 1 TO WS-ORIG-ROWS
             MOVE TLH-TRAN-AMOUNT TO WS-ORIG-AMOUNT
             MOVE TLH-TRAN-TYPE TO WS-ORIG-TYPE
             DISPLAY 'CUSTDSPT: POSTING FOUND IN ' WS-HIST-FILENAME
           END-IF.

       FIND-OPEN-CASE.
           MOVE 'N' TO WS-DSP-FOUND-FLAG.
           MOVE WS-GEN-TYPE TO GEN-TRAN-TYPE.
           MOVE WS-GEN-ITEM-AMT TO GEN-AMOUNT.
           MOVE WS-CASE-REF TO GEN-REFERENCE.
           MOVE 'S' TO GEN-CHANNEL.
           WRITE GEN-RECORD.
           MOVE SPACES TO GEN-RECORD.
           MOVE SPACES TO CTL-FILLER-1.
