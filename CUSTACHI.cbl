      * SAFETY NET ON THE POSTING SIDE.                                *
      * CLEARING TRANSACTION CODES: '22' CREDITS THE ACCOUNT, '27'     *
      * DEBITS IT. RETURN REASONS: R02 UNKNOWN TRANSACTION CODE, R03   *
      * NO ACCOUNT ON THE MASTER, R04 INVALID ACCOUNT NUMBER, R08      *
      * PAYMENT STOPPED (A '27' DEBIT MATCHING A CUSTSTOP STOP ON      *
      * STOPPAY - THE HIT IS ALSO LOGGED ON STOPHITS FOR THE BRANCH    *
      * REGISTER), R99 NOT PROCESSED THIS RUN (CAPACITY) - RESUBMIT    *
      * THE ENTRY.                                                     *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT STOPFILE ASSIGN TO 'STOPPAY'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOP-STATUS.
           SELECT HITFILE ASSIGN TO 'STOPHITS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       FD STOPFILE.
       COPY STOPCOPY.

       FD HITFILE.
       COPY STPHCOPY.

       WORKING-STORAGE SECTION.
       01 WS-ACH-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-CKDG-RESULT        PIC X(01) VALUE 'Y'.
       01 WS-CKDG-WORK-ID       PIC X(10) VALUE SPACES.

      * ACTIVE STOP-PAYMENT INSTRUCTIONS STILL INSIDE THEIR EXPIRY
      * DATE. A '27' DEBIT THAT MATCHES ONE GOES BACK AS R08.
       01 WS-STOP-STATUS        PIC XX VALUE SPACES.
       01 WS-HIT-STATUS         PIC XX VALUE SPACES.
       01 WS-STOP-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STOP-EOF        VALUE 'Y'.
       01 WS-HIT-OPEN-FLAG      PIC X VALUE 'N'.
          88 WS-HIT-IS-OPEN     VALUE 'Y'.
       01 WS-STOP-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-STOP-MAX           PIC S9(4) COMP VALUE 2000.
       01 WS-STOP-TABLE.
          05 WS-STOP-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-SPY-IDX.
             10 WS-SPY-CUST-ID  PIC X(10).
             10 WS-SPY-SEQ      PIC 9(02).
             10 WS-SPY-TYPE     PIC X(01).
             10 WS-SPY-KEY      PIC X(20).
             10 WS-SPY-LOW      PIC 9(7)V99.
             10 WS-SPY-HIGH     PIC 9(7)V99.
             10 WS-SPY-BRANCH   PIC X(04).
       01 WS-STOP-MATCH-FLAG    PIC X VALUE 'N'.
          88 WS-STOP-MATCHED    VALUE 'Y'.
       01 WS-STOP-HIT           PIC S9(4) COMP VALUE 0.
       01 WS-STOP-HIT-COUNT     PIC 9(07) VALUE 0.

      * ONE ENTRY PER ORIGINATOR SEEN ON THE FILE. ITEMS CARRY THEIR
      * ORIGINATOR ENTRY NUMBER, SO THE FILE MAY ARRIVE IN ANY ORDER
      * AND STILL COME OUT AS ONE CLEAN BATCH PER ORIGINATOR.
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM LOAD-STOP-PAYMENTS.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           END-IF.

       LOAD-STOP-PAYMENTS.
           MOVE 0 TO WS-STOP-COUNT.
           OPEN INPUT STOPFILE.
           IF WS-STOP-STATUS = '00'
             PERFORM READ-ONE-STOP-PAYMENT UNTIL WS-STOP-EOF
             CLOSE STOPFILE
           ELSE
             DISPLAY 'NO STOPPAY FILE - NO STOP PAYMENTS ENFORCED '
                     'THIS RUN'
           END-IF.

       READ-ONE-STOP-PAYMENT.
           READ STOPFILE INTO STOP-RECORD
             AT END SET WS-STOP-EOF TO TRUE
           END-READ.
           IF NOT WS-STOP-EOF AND STOP-ACTIVE
              AND STOP-EXPIRY-DATE NOT < WS-CURRENT-DATE
             IF WS-STOP-COUNT < WS-STOP-MAX
               ADD 1 TO WS-STOP-COUNT
               SET WS-SPY-IDX TO WS-STOP-COUNT
               MOVE STOP-CUST-ID TO WS-SPY-CUST-ID(WS-SPY-IDX)
               MOVE STOP-SEQ TO WS-SPY-SEQ(WS-SPY-IDX)
               MOVE STOP-MATCH-TYPE TO WS-SPY-TYPE(WS-SPY-IDX)
               MOVE STOP-MATCH-KEY TO WS-SPY-KEY(WS-SPY-IDX)
               MOVE STOP-AMOUNT-LOW TO WS-SPY-LOW(WS-SPY-IDX)
               MOVE STOP-AMOUNT-HIGH TO WS-SPY-HIGH(WS-SPY-IDX)
               MOVE STOP-BRANCH-CODE TO WS-SPY-BRANCH(WS-SPY-IDX)
             ELSE
               DISPLAY 'CUSTACHI: STOP TABLE FULL - STOP NOT '
                       'ENFORCED FOR ' STOP-CUST-ID
             END-IF
           END-IF.

       TRANSLATE-ONE-ENTRY.
           READ ACHIN INTO ACH-RECORD
             AT END SET WS-EOF TO TRUE
               MOVE 'R03' TO WS-RETURN-REASON
             END-IF
           END-IF.
           IF WS-RETURN-REASON = SPACES AND WS-MAPPED-TYPE = 'D'
              AND WS-STOP-COUNT > 0
             PERFORM CHECK-STOP-PAYMENT
             IF WS-STOP-MATCHED
               MOVE 'R08' TO WS-RETURN-REASON
             END-IF
           END-IF.

      * THE SAME MATCH CUSTUPDT APPLIES AT POSTING: THE ENTRY'S TRACE
      * NUMBER (ITS TRANDATA REFERENCE) OR ITS ORIGINATOR, PLUS AN
      * EXACT AMOUNT, A RANGE, OR (BOTH ZERO) ANY AMOUNT.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCH-FLAG.
           PERFORM MATCH-ONE-STOP-PAYMENT
             VARYING WS-SPY-IDX FROM 1 BY 1
             UNTIL WS-SPY-IDX > WS-STOP-COUNT OR WS-STOP-MATCHED.
           IF WS-STOP-MATCHED
             ADD 1 TO WS-STOP-HIT-COUNT
             PERFORM LOG-STOP-PAYMENT-HIT
           END-IF.

       MATCH-ONE-STOP-PAYMENT.
           IF WS-SPY-CUST-ID(WS-SPY-IDX) = ACH-CUST-ID
              AND ((WS-SPY-TYPE(WS-SPY-IDX) = 'R'
                    AND WS-SPY-KEY(WS-SPY-IDX) = ACH-TRACE-NUMBER)
                OR (WS-SPY-TYPE(WS-SPY-IDX) = 'O'
                    AND WS-SPY-KEY(WS-SPY-IDX) = ACH-ORIGINATOR-ID))
              AND ((WS-SPY-LOW(WS-SPY-IDX) = 0
                    AND WS-SPY-HIGH(WS-SPY-IDX) = 0)
                OR (ACH-AMOUNT NOT < WS-SPY-LOW(WS-SPY-IDX)
                    AND ACH-AMOUNT NOT > WS-SPY-HIGH(WS-SPY-IDX)))
             SET WS-STOP-MATCHED TO TRUE
             SET WS-STOP-HIT TO WS-SPY-IDX
           END-IF.

       LOG-STOP-PAYMENT-HIT.
           IF NOT WS-HIT-IS-OPEN
             OPEN EXTEND HITFILE
             IF WS-HIT-STATUS NOT = '00'
               OPEN OUTPUT HITFILE
             END-IF
             IF WS-HIT-STATUS = '00'
               SET WS-HIT-IS-OPEN TO TRUE
             ELSE
               DISPLAY 'ERROR OPENING STOPHITS: ' WS-HIT-STATUS
             END-IF
           END-IF.
           IF WS-HIT-IS-OPEN
             SET WS-SPY-IDX TO WS-STOP-HIT
             MOVE WS-SPY-SEQ(WS-SPY-IDX) TO STPH-SEQ
             MOVE WS-SPY-TYPE(WS-SPY-IDX) TO STPH-MATCH-TYPE
             MOVE WS-SPY-KEY(WS-SPY-IDX) TO STPH-MATCH-KEY
             MOVE WS-SPY-BRANCH(WS-SPY-IDX) TO STPH-BRANCH-CODE
             MOVE WS-CURRENT-DATE TO STPH-DATE
             MOVE 'H' TO STPH-EVENT
             MOVE 'CUSTACHI' TO STPH-SOURCE
             MOVE ACH-CUST-ID TO STPH-CUST-ID
             MOVE ACH-TRACE-NUMBER TO STPH-REFERENCE
             MOVE ACH-AMOUNT TO STPH-AMOUNT
             WRITE STPH-RECORD
           END-IF.

       CHECK-CUSTOMER-EXISTS.
           MOVE 0 TO WS-DB-CUST-COUNT.
           MOVE ACH-AMOUNT TO WS-GEN-AMOUNT-W.
           MOVE ACH-TRACE-NUMBER TO WS-GEN-REFERENCE.
           MOVE ACH-EFF-DATE TO WS-GEN-EFF-DATE.
           MOVE 'H' TO WS-GEN-CHANNEL.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-CUR-ORIG TO WS-ITEM-ORIG(WS-ITEM-COUNT).
           MOVE WS-GEN-WORK TO WS-ITEM-IMAGE(WS-ITEM-COUNT).

       CLEANUP-PARA.
           CLOSE ACHIN RETFILE.
           IF WS-HIT-IS-OPEN
             CLOSE HITFILE
           END-IF.
           DISPLAY 'CUSTACHI COMPLETE.'.
           DISPLAY '  CLEARING ENTRIES READ: ' WS-READ-COUNT.
           DISPLAY '  ENTRIES TRANSLATED:    ' WS-ACCEPT-COUNT.
           DISPLAY '  ENTRIES RETURNED:      ' WS-RETURN-COUNT.
           DISPLAY '  STOPPED PAYMENTS (R08):' WS-STOP-HIT-COUNT.
           DISPLAY '  BATCHES GENERATED:     ' WS-BATCHES-WRITTEN.
