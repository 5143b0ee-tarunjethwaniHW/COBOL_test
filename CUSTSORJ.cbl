      * THIS IS SEPARATE WORK FROM THE CUSTRPRX REPAIR DESK, WHICH    *
      * HANDLES KEYED ITEMS - ONLY 'H' BATCH REJECTS AND ITEMS WHOSE  *
      * REFERENCE MATCHES A STANDING ORDER ARE TOUCHED HERE.          *
      * AN EXTERNAL-PAYEE ('X') ORDER ALSO BOUNCES WHEN THE PAYEE'S   *
      * BANK RETURNS THE CLEARING PAYMENT: CUSTACHO WRITES THOSE      *
      * RETURNS TO ACHORJ IN THE ERRDATA LAYOUT AND THEY ARE JUDGED   *
      * HERE EXACTLY LIKE POSTING REJECTS. AN 'X' RETRY IS ALSO       *
      * WRITTEN TO ORIGSORJ SO CUSTACHO ORIGINATES IT AGAIN ONCE ITS  *
      * DEBIT HAS POSTED.                                             *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT ACHRJFILE ASSIGN TO 'ACHORJ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ACHRJ-STATUS.
           SELECT OPNDFILE ASSIGN TO 'ORIGSORJ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OPND-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ERR-EFF-DATE       PIC X(10).
          05 ERR-RESUBMIT       PIC X(01).
          05 ERR-CURRENCY       PIC X(03).
          05 ERR-CHANNEL        PIC X(01).
          05 ERR-CASH-IND       PIC X(01).

       FD STORFILE.
       01 STOR-RECORD.
          05 STO-CUST-ID        PIC X(10).
          05 STO-TRAN-TYPE      PIC X(01).
             88 STO-EXTERNAL-PAYMENT VALUE 'X'.
          05 STO-AMOUNT         PIC 9(7)V99.
          05 STO-FREQUENCY      PIC X(01).
          05 STO-NEXT-RUN       PIC X(10).
          05 STO-STATUS         PIC X(01).
             88 STO-SUSPENDED   VALUE 'S'.
          05 STO-RETRY-COUNT    PIC 9(02).
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD SORJNEW.
       01 SORJNEW-RECORD        PIC X(103).

       FD SORJCTL.
       01 SORJCTL-RECORD.
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

       FD ACHRJFILE.
       01 ACHRJ-RECORD          PIC X(136).

       FD OPNDFILE.
       COPY OPNDCOPY.

       WORKING-STORAGE SECTION.
       01 WS-ERR-STATUS         PIC XX VALUE SPACES.
       01 WS-STOR-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTF-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-ACHRJ-STATUS       PIC XX VALUE SPACES.
       01 WS-OPND-STATUS        PIC XX VALUE SPACES.
       01 WS-ERR-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-ERR-EOF         VALUE 'Y'.
       01 WS-ACHRJ-EOF-FLAG     PIC X VALUE 'N'.
          88 WS-ACHRJ-EOF       VALUE 'Y'.
       01 WS-STOR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STOR-EOF        VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-SUSPEND-COUNT      PIC 9(07) VALUE 0.
       01 WS-RESET-COUNT        PIC 9(07) VALUE 0.
       01 WS-NOMATCH-COUNT      PIC 9(07) VALUE 0.
       01 WS-ACH-RETURN-COUNT   PIC 9(07) VALUE 0.
       01 WS-REORIGINATE-COUNT  PIC 9(07) VALUE 0.

      * TONIGHT'S REJECTED REFERENCES, LOADED UP FRONT SO THE ORDER
      * FILE PASS CAN MATCH EACH ORDER AGAINST THEM.
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPNDFILE.
           IF WS-OPND-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORIGSORJ: ' WS-OPND-STATUS
             CLOSE STORFILE SORJNEW CUSTFILE NOTFFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM READ-RETRY-LIMIT.
           MOVE SPACES TO RPT-LINE.
             PERFORM LOAD-ONE-REJECT UNTIL WS-ERR-EOF
             CLOSE ERRFILE
           END-IF.
           OPEN INPUT ACHRJFILE.
           IF WS-ACHRJ-STATUS = '00'
             PERFORM LOAD-ONE-ACH-RETURN UNTIL WS-ACHRJ-EOF
             CLOSE ACHRJFILE
           END-IF.

       LOAD-ONE-REJECT.
           READ ERRFILE INTO ERR-RECORD
             END-IF
           END-IF.

      * CLEARING RETURNS OF ORIGINATED PAYMENTS ARRIVE IN THE ERRDATA
      * LAYOUT, SO THEY JOIN TONIGHT'S REJECTS AS ONE MORE BOUNCE.
       LOAD-ONE-ACH-RETURN.
           READ ACHRJFILE INTO ERR-RECORD
             AT END SET WS-ACHRJ-EOF TO TRUE
           END-READ.
           IF NOT WS-ACHRJ-EOF
             ADD 1 TO WS-ACH-RETURN-COUNT
             IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               SET WS-REJ-IDX TO WS-REJ-COUNT
               MOVE ERR-CUST-ID TO WS-REJ-CUST-ID(WS-REJ-IDX)
               MOVE ERR-REFERENCE TO WS-REJ-REF(WS-REJ-IDX)
               MOVE ERR-TRAN-TYPE TO WS-REJ-TYPE(WS-REJ-IDX)
               MOVE ERR-AMOUNT TO WS-REJ-AMOUNT(WS-REJ-IDX)
             ELSE
               DISPLAY 'CUSTSORJ: REJECT TABLE FULL - ACH RETURN '
                       'IGNORED FOR ' ERR-CUST-ID
             END-IF
           END-IF.

       PROCESS-ORDERS.
           READ STORFILE INTO STOR-RECORD
             AT END SET WS-STOR-EOF TO TRUE
           MOVE WS-REJ-AMOUNT(WS-REJ-IDX) TO WS-GEN-AMOUNT-W.
           MOVE STO-REFERENCE TO WS-GEN-REFERENCE.
           MOVE 'R' TO WS-GEN-RESUBMIT.
           MOVE 'S' TO WS-GEN-CHANNEL.
           ADD 1 TO WS-GEN-COUNT.
           ADD WS-GEN-AMOUNT-W TO WS-GEN-AMOUNT.
           MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT).
           IF STO-EXTERNAL-PAYMENT
             PERFORM WRITE-ORIGINATION-PENDING
           END-IF.
       BUILD-RETRY-ITEM-EXIT.
           EXIT.

       WRITE-ORIGINATION-PENDING.
           ADD 1 TO WS-REORIGINATE-COUNT.
           MOVE STO-CUST-ID TO OPND-CUST-ID.
           MOVE STO-REFERENCE TO OPND-REFERENCE.
           MOVE WS-GEN-AMOUNT-W TO OPND-AMOUNT.
           MOVE STO-PAYEE-ROUTING TO OPND-PAYEE-ROUTING.
           MOVE STO-PAYEE-ACCOUNT TO OPND-PAYEE-ACCOUNT.
           MOVE STO-PAYEE-ACCT-TYPE TO OPND-PAYEE-ACCT-TYPE.
           MOVE STO-PAYEE-NAME TO OPND-PAYEE-NAME.
           MOVE WS-CURRENT-DATE TO OPND-DUE-DATE.
           MOVE 'SORJGEN ' TO OPND-SOURCE.
           WRITE OPND-RECORD.

       NOTIFY-SUSPENDED-CUSTOMER.
           SET WS-REJ-IDX TO WS-REJ-HIT.
           MOVE STO-CUST-ID TO CUST-ID.
           WRITE GEN-RECORD.

       CLEANUP-PARA.
           CLOSE STORFILE SORJNEW CUSTFILE NOTFFILE RPTFILE
                 OPNDFILE.
           DISPLAY 'CUSTSORJ COMPLETE.'.
           DISPLAY '  ITEM REJECTS LOADED:  ' WS-ERR-READ-COUNT.
           DISPLAY '  ACH RETURNS LOADED:   ' WS-ACH-RETURN-COUNT.
           DISPLAY '  ORDERS READ:          ' WS-ORDER-READ-COUNT.
           DISPLAY '  ITEMS RETRIED:        ' WS-RETRY-COUNT.
           DISPLAY '  RETRIES TO ORIGINATE: ' WS-REORIGINATE-COUNT.
           DISPLAY '  ORDERS SUSPENDED:     ' WS-SUSPEND-COUNT.
           DISPLAY '  RETRY COUNTS RESET:   ' WS-RESET-COUNT.
           DISPLAY '  RETRY BATCH TOTAL:    ' WS-GEN-AMOUNT.
