      * AND TRANSACTION_LOG. CUSTOMERS ON THE LEGALHLD LEGAL-HOLD      *
      * LIST ARE NEVER PURGED - THEIR RECORDS ARE CARRIED TO AN        *
      * ARCHKEEP.YYYY FILE BEFORE THE OLD PARTITION IS DESTROYED.      *
      * THE PURGED CUSTOMERS' ROWS ARE ALSO REMOVED FROM EVERY         *
      * TRANHIST.YYYY HISTORY FILE CUSTTLOF HAS WRITTEN (THE YEARS ON  *
      * TLOFSTAT): EACH FILE IS COPIED TO TLPGWORK WITHOUT THEM, A     *
      * LEGAL-HOLD CUSTOMER'S ROWS ALWAYS CARRIED OVER, AND THE COPY   *
      * IS WRITTEN BACK OVER THE YEAR FILE.                            *
      * EVERY RUN PRODUCES A DESTRUCTION CERTIFICATE (PURGCERT):       *
      * WHAT WAS PURGED, UNDER WHICH POLICY, WHEN, AND BY WHICH RUN,   *
      * FOR THE COMPLIANCE FILE.                                       *
           SELECT CERTFILE ASSIGN TO 'PURGCERT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS.
           SELECT STATFILE ASSIGN TO 'TLOFSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT WORKFILE ASSIGN TO 'TLPGWORK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
          BLOCK CONTAINS 0 RECORDS.
       01 CERT-LINE             PIC X(132).

       FD STATFILE.
       COPY TLSTCOPY.

       FD HISTFILE.
       COPY TLHCOPY.

       FD WORKFILE.
       01 WORK-RECORD           PIC X(200).

      * THE CUSTOMERS PURGED THIS RUN, IN KEY ORDER FOR THE TABLE.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-CUST-ID        PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-HLD-STATUS         PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS        PIC XX VALUE SPACES.
       01 WS-KEEP-STATUS        PIC XX VALUE SPACES.
       01 WS-CERT-STATUS        PIC XX VALUE SPACES.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-WORK-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-HIST-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-KEEP-FILENAME      PIC X(20) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.
          88 WS-HLD-EOF         VALUE 'Y'.
       01 WS-ARCH-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-ARCH-EOF        VALUE 'Y'.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-WORK-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.

       01 WS-POLICY-ID          PIC X(08) VALUE SPACES.
       01 WS-HORIZON-YEARS      PIC 9(02) VALUE 07.
       01 WS-YEAR-PURGED        PIC 9(07) VALUE 0.
       01 WS-YEAR-HELD          PIC 9(07) VALUE 0.

      * THE PURGED CUSTOMERS, ONE ENTRY EACH HOWEVER MANY PARTITIONS
      * THEY WERE IN. A FULL TABLE LEAVES THE HISTORY FILES UNTOUCHED
      * RATHER THAN SCRUBBED FOR ONLY SOME OF THE CUSTOMERS.
       01 WS-PURGED-COUNT       PIC S9(8) COMP VALUE 0.
       01 WS-PURGED-MAX         PIC S9(8) COMP VALUE 50000.
       01 WS-PURGED-TABLE.
          05 WS-PURGED-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-PURGED-COUNT
               ASCENDING KEY IS WS-PURGED-ID
               INDEXED BY WS-PURGED-IDX.
             10 WS-PURGED-ID    PIC X(10).
       01 WS-PURGED-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 WS-PURGED-OVERFLOW VALUE 'Y'.
       01 WS-WAS-PURGED-FLAG    PIC X VALUE 'N'.
          88 WS-WAS-PURGED      VALUE 'Y'.

      * THE TRANHIST YEARS ON TLOFSTAT, AND ONE YEAR FILE'S COUNTS.
       01 WS-HIST-YEAR-LOW      PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-HIGH     PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR          PIC 9(04) VALUE 0.
       01 WS-HIST-YEAR-X        PIC X(04) VALUE SPACES.
       01 WS-HIST-READ          PIC 9(09) VALUE 0.
       01 WS-HIST-REMOVED       PIC 9(09) VALUE 0.
       01 WS-HIST-KEPT          PIC 9(09) VALUE 0.
       01 WS-HIST-HELD          PIC 9(09) VALUE 0.
       01 WS-HIST-COPIED        PIC 9(09) VALUE 0.
       01 WS-HIST-FILE-COUNT    PIC 9(03) VALUE 0.
       01 WS-HIST-TOT-REMOVED   PIC 9(09) VALUE 0.

       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-BIG-CNT        PIC ZZZ,ZZZ,ZZ9.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS PURGE-ARCHIVE-PARTITIONS
             OUTPUT PROCEDURE IS LOAD-PURGED-TABLE.
           IF WS-PURGED-COUNT > 0
             PERFORM SCRUB-HISTORY-FILES
           END-IF.
           PERFORM WRITE-CERTIFICATE-TRAILER.
           PERFORM CLEANUP-PARA.
           STOP RUN.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.

      * EVERY PURGED ARCHIVE RECORD RELEASES ITS CUSTOMER TO THE SORT,
      * SO THE HISTORY FILES CAN BE SCRUBBED OF THE SAME CUSTOMERS.
       PURGE-ARCHIVE-PARTITIONS.
           PERFORM PURGE-ONE-YEAR
             VARYING WS-CUR-YEAR FROM WS-SCAN-FROM-YEAR BY 1
             UNTIL WS-CUR-YEAR > WS-HORIZON-YEAR.

       PURGE-ONE-YEAR.
           MOVE WS-CUR-YEAR TO WS-CUR-YEAR-X.
           MOVE SPACES TO WS-ARCH-FILENAME.
             ELSE
               ADD 1 TO WS-YEAR-PURGED
               ADD 1 TO WS-REC-PURGED-COUNT
               MOVE ARCH-CUST-ID TO SRT-CUST-ID
               RELEASE SORT-RECORD
               IF NOT CTL-DRY-RUN-YES
                 PERFORM PURGE-DB-TRAIL
               END-IF
             WRITE CERT-LINE
           END-IF.

      *================================================================*
      * HISTORY FILES - THE PURGED CUSTOMERS ARE LOADED ONCE, WITHOUT  *
      * DUPLICATES, AND EACH TRANHIST YEAR ON TLOFSTAT IS COPIED       *
      * WITHOUT THEIR ROWS. A YEAR WITH NOTHING TO REMOVE, OR A DRY    *
      * RUN, LEAVES THE FILE AS IT IS.                                 *
      *================================================================*
       LOAD-PURGED-TABLE.
           MOVE 0 TO WS-PURGED-COUNT.
           PERFORM RETURN-PURGED-CUSTOMER.
           PERFORM TABLE-PURGED-CUSTOMER UNTIL WS-SRT-EOF.

       RETURN-PURGED-CUSTOMER.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       TABLE-PURGED-CUSTOMER.
           IF WS-PURGED-COUNT = 0
              OR SRT-CUST-ID NOT = WS-PURGED-ID(WS-PURGED-COUNT)
             IF WS-PURGED-COUNT < WS-PURGED-MAX
               ADD 1 TO WS-PURGED-COUNT
               MOVE SRT-CUST-ID TO WS-PURGED-ID(WS-PURGED-COUNT)
             ELSE
               SET WS-PURGED-OVERFLOW TO TRUE
             END-IF
           END-IF.
           PERFORM RETURN-PURGED-CUSTOMER.

       SCRUB-HISTORY-FILES.
           MOVE 0 TO WS-HIST-YEAR-LOW WS-HIST-YEAR-HIGH.
           OPEN INPUT STATFILE.
           IF WS-STAT-STATUS = '00'
             READ STATFILE
               AT END MOVE SPACES TO TLST-RECORD
             END-READ
             CLOSE STATFILE
             IF TLST-OLDEST-YEAR IS NUMERIC
                AND TLST-NEWEST-YEAR IS NUMERIC
               MOVE TLST-OLDEST-YEAR TO WS-HIST-YEAR-LOW
               MOVE TLST-NEWEST-YEAR TO WS-HIST-YEAR-HIGH
             END-IF
           END-IF.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           EVALUATE TRUE
             WHEN WS-PURGED-OVERFLOW
               MOVE SPACES TO CERT-LINE
               STRING '  *** MORE THAN 50000 CUSTOMERS PURGED - '
                      'TRANHIST FILES NOT SCRUBBED, RERUN TO COMPLETE'
                 DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               MOVE 8 TO RETURN-CODE
             WHEN WS-HIST-YEAR-LOW = 0
               MOVE SPACES TO CERT-LINE
               STRING '  NO TRANHIST HISTORY FILES ON TLOFSTAT'
                 DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
             WHEN OTHER
               PERFORM SCRUB-ONE-HISTORY-YEAR
                 VARYING WS-HIST-YEAR FROM WS-HIST-YEAR-LOW BY 1
                 UNTIL WS-HIST-YEAR > WS-HIST-YEAR-HIGH
           END-EVALUATE.

       SCRUB-ONE-HISTORY-YEAR.
           MOVE WS-HIST-YEAR TO WS-HIST-YEAR-X.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING 'TRANHIST.' WS-HIST-YEAR-X
             DELIMITED BY SIZE INTO WS-HIST-FILENAME.
           MOVE 0 TO WS-HIST-READ WS-HIST-REMOVED WS-HIST-KEPT
                     WS-HIST-HELD.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             OPEN OUTPUT WORKFILE
             IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TLPGWORK: ' WS-WORK-STATUS
               CLOSE HISTFILE CERTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM COPY-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
             CLOSE HISTFILE WORKFILE
             ADD 1 TO WS-HIST-FILE-COUNT
             ADD WS-HIST-REMOVED TO WS-HIST-TOT-REMOVED
             IF WS-HIST-REMOVED > 0 AND NOT CTL-DRY-RUN-YES
               PERFORM REPLACE-HISTORY-FILE
             END-IF
             PERFORM WRITE-HISTORY-CERT-LINE
           END-IF.

       COPY-ONE-HISTORY-ROW.
           READ HISTFILE
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
             ADD 1 TO WS-HIST-READ
             PERFORM CHECK-HISTORY-HOLD
             IF WS-ON-HOLD
               ADD 1 TO WS-HIST-HELD
               ADD 1 TO WS-HIST-KEPT
               WRITE WORK-RECORD FROM TLH-RECORD
             ELSE
               PERFORM CHECK-PURGED-CUSTOMER
               IF WS-WAS-PURGED
                 ADD 1 TO WS-HIST-REMOVED
               ELSE
                 ADD 1 TO WS-HIST-KEPT
                 WRITE WORK-RECORD FROM TLH-RECORD
               END-IF
             END-IF
           END-IF.

       CHECK-HISTORY-HOLD.
           MOVE 'N' TO WS-ON-HOLD-FLAG.
           IF WS-HOLD-COUNT > 0
             PERFORM MATCH-HISTORY-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-ON-HOLD
           END-IF.

       MATCH-HISTORY-HOLD.
           IF WS-HOLD-ID(WS-HOLD-IDX) = TLH-CUST-ID
             SET WS-ON-HOLD TO TRUE
           END-IF.

       CHECK-PURGED-CUSTOMER.
           MOVE 'N' TO WS-WAS-PURGED-FLAG.
           SEARCH ALL WS-PURGED-ENTRY
             AT END CONTINUE
             WHEN WS-PURGED-ID(WS-PURGED-IDX) = TLH-CUST-ID
               SET WS-WAS-PURGED TO TRUE
           END-SEARCH.

      * THE SCRUBBED COPY REPLACES THE YEAR FILE. THE COPY-BACK COUNT
      * MUST EQUAL THE ROWS KEPT; IF IT DOES NOT, TLPGWORK STILL HOLDS
      * THE WHOLE SCRUBBED YEAR TO RESTORE FROM.
       REPLACE-HISTORY-FILE.
           MOVE 0 TO WS-HIST-COPIED.
           MOVE 'N' TO WS-WORK-EOF-FLAG.
           OPEN INPUT WORKFILE.
           OPEN OUTPUT HISTFILE.
           IF WS-WORK-STATUS NOT = '00' OR WS-HIST-STATUS NOT = '00'
             DISPLAY 'ERROR REPLACING ' WS-HIST-FILENAME ': '
                     WS-WORK-STATUS ' ' WS-HIST-STATUS
                     ' - RESTORE IT FROM TLPGWORK'
             CLOSE CERTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPY-BACK-ONE-ROW UNTIL WS-WORK-EOF.
           CLOSE WORKFILE HISTFILE.
           IF WS-HIST-COPIED NOT = WS-HIST-KEPT
             DISPLAY 'CUSTPURG: ' WS-HIST-FILENAME ' REWRITTEN WITH '
                     WS-HIST-COPIED ' ROWS, EXPECTED ' WS-HIST-KEPT
                     ' - RESTORE IT FROM TLPGWORK'
             MOVE SPACES TO CERT-LINE
             STRING '  *** ' WS-HIST-FILENAME ' COPY-BACK SHORT - '
                    'RESTORE FROM TLPGWORK'
               DELIMITED BY SIZE INTO CERT-LINE
             WRITE CERT-LINE
             CLOSE CERTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       COPY-BACK-ONE-ROW.
           READ WORKFILE
             AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           IF NOT WS-WORK-EOF
             WRITE TLH-RECORD FROM WORK-RECORD
             ADD 1 TO WS-HIST-COPIED
           END-IF.

       WRITE-HISTORY-CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-HIST-REMOVED TO WS-FMT-BIG-CNT.
           STRING '  HISTORY ' WS-HIST-FILENAME
                  '  ROWS DESTROYED: ' WS-FMT-BIG-CNT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           IF WS-HIST-HELD > 0
             MOVE SPACES TO CERT-LINE
             MOVE WS-HIST-HELD TO WS-FMT-BIG-CNT
             STRING '    LEGAL HOLD ROWS CARRIED OVER: ' WS-FMT-BIG-CNT
               DELIMITED BY SIZE INTO CERT-LINE
             WRITE CERT-LINE
           END-IF.

       WRITE-CERTIFICATE-TRAILER.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE WS-HIST-TOT-REMOVED TO WS-FMT-BIG-CNT.
           STRING '  TOTAL HISTORY ROWS DESTROYED: ' WS-FMT-BIG-CNT
             DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING '  DESTROYED UNDER POLICY ' WS-POLICY-ID
                  ' BY CUSTPURG RUN ' WS-RUN-STAMP
             DELIMITED BY SIZE INTO CERT-LINE.
           DISPLAY '  RECORDS DESTROYED:     ' WS-REC-PURGED-COUNT.
           DISPLAY '  LEGAL HOLDS HONORED:   ' WS-REC-HELD-COUNT.
           DISPLAY '  REHYDRATED KEPT:       ' WS-REHYD-KEPT-COUNT.
           DISPLAY '  CUSTOMERS PURGED:      ' WS-PURGED-COUNT.
           DISPLAY '  HISTORY FILES READ:    ' WS-HIST-FILE-COUNT.
           DISPLAY '  HISTORY ROWS DESTROYED:' WS-HIST-TOT-REMOVED.
