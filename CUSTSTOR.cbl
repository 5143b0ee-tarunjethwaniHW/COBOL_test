      * EACH SELECTED                                                  *
      * ORDER'S NEXT-RUN DATE IS ROLLED FORWARD BY ITS FREQUENCY AND   *
      * THE FULL ORDER FILE IS REWRITTEN TO STORDNEW.                  *
      * AN 'X' ORDER PAYS AN EXTERNAL PAYEE AT ANOTHER BANK: ITS ITEM  *
      * GOES ON THE BATCH AS A 'D' DEBIT OF THE CUSTOMER AND IS ALSO   *
      * WRITTEN TO ORIGSTOR, FROM WHICH CUSTACHO ORIGINATES THE        *
      * CLEARING PAYMENT ONCE CUSTUPDT HAS POSTED THE DEBIT. AN 'X'    *
      * ORDER WITHOUT A PAYEE ROUTING NUMBER AND ACCOUNT IS HELD (NOT  *
      * GENERATED, NEXT-RUN DATE UNCHANGED) UNTIL THE BRANCH FIXES IT. *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT OPNDFILE ASSIGN TO 'ORIGSTOR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OPND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 STOR-RECORD.
          05 STO-CUST-ID        PIC X(10).
          05 STO-TRAN-TYPE      PIC X(01).
             88 STO-EXTERNAL-PAYMENT VALUE 'X'.
          05 STO-AMOUNT         PIC 9(7)V99.
          05 STO-FREQUENCY      PIC X(01).
             88 STO-FREQ-DAILY    VALUE 'D'.
          05 STO-STATUS         PIC X(01).
             88 STO-SUSPENDED   VALUE 'S'.
          05 STO-RETRY-COUNT    PIC 9(02).
      * EXTERNAL PAYEE ('X' ORDERS ONLY): RECEIVING BANK ROUTING
      * NUMBER, ACCOUNT AT THAT BANK, ITS TYPE ('C' CHECKING, 'S'
      * SAVINGS) AND THE PAYEE NAME CARRIED ON THE CLEARING ENTRY.
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD STORNEW.
       01 STORNEW-RECORD.
          05 NEW-REFERENCE      PIC X(20).
          05 NEW-STATUS         PIC X(01).
          05 NEW-RETRY-COUNT    PIC 9(02).
          05 NEW-PAYEE-ROUTING  PIC X(09).
          05 NEW-PAYEE-ACCOUNT  PIC X(17).
          05 NEW-PAYEE-ACCT-TYPE PIC X(01).
          05 NEW-PAYEE-NAME     PIC X(22).

       FD TRANGEN.
       01 GEN-RECORD.
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

       FD OPNDFILE.
       COPY OPNDCOPY.

       WORKING-STORAGE SECTION.
       01 WS-STOR-STATUS        PIC XX VALUE SPACES.
       01 WS-NEW-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-OPND-STATUS        PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-DUE-COUNT          PIC 9(07) VALUE 0.
       01 WS-DUE-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-SUSPENDED-COUNT    PIC 9(07) VALUE 0.
       01 WS-EXTERNAL-COUNT     PIC 9(07) VALUE 0.
       01 WS-PAYEE-HELD-COUNT   PIC 9(07) VALUE 0.

       01 WS-DUE-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-DUE-MAX            PIC S9(4) COMP VALUE 2000.
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

       01 WS-DATE-YYYY          PIC 9(04).
       01 WS-DATE-MM            PIC 9(02).
             CLOSE STORFILE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPNDFILE.
           IF WS-OPND-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORIGSTOR: ' WS-OPND-STATUS
             CLOSE STORFILE STORNEW
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE 0 TO WS-READ-COUNT WS-DUE-COUNT WS-DUE-AMOUNT
                      WS-DUE-IDX.
               ADD 1 TO WS-SUSPENDED-COUNT
             ELSE
               IF STO-NEXT-RUN NOT > WS-CURRENT-DATE
      * AN EXTERNAL ORDER THAT CANNOT BE ORIGINATED MUST NOT DEBIT
      * THE CUSTOMER - IT WAITS, LIKE A TABLE-FULL ORDER, UNTIL THE
      * PAYEE DETAILS ARE ON FILE.
                 IF STO-EXTERNAL-PAYMENT
                    AND (STO-PAYEE-ROUTING = SPACES
                      OR STO-PAYEE-ACCOUNT = SPACES)
                   ADD 1 TO WS-PAYEE-HELD-COUNT
                   DISPLAY 'EXTERNAL ORDER HAS NO PAYEE ACCOUNT - '
                           'HELD: ' STO-CUST-ID ' ' STO-REFERENCE
                 ELSE
                   IF WS-DUE-COUNT < WS-DUE-MAX
                     PERFORM SELECT-DUE-ORDER
                     PERFORM ROLL-NEXT-RUN-DATE
                   ELSE
      * A FULL TABLE LEAVES THE ORDER'S NEXT-RUN DATE UNTOUCHED SO
      * THE ORDER IS PICKED UP AGAIN ON THE NEXT RUN INSTEAD OF
      * BEING SILENTLY SKIPPED PAST ITS DUE DATE.
                     DISPLAY 'STANDING-ORDER TABLE FULL - ORDER '
                             'HELD FOR NEXT RUN: ' STO-CUST-ID
                   END-IF
                 END-IF
               END-IF
             END-IF
           MOVE SPACES TO WS-GEN-RESUBMIT.
           MOVE SPACES TO WS-GEN-CURRENCY.
           MOVE SPACES TO WS-GEN-DETAIL.
           MOVE 'S' TO WS-GEN-CHANNEL.
           MOVE SPACES TO WS-GEN-CASH-IND.
           IF STO-EXTERNAL-PAYMENT
             MOVE 'D' TO WS-GEN-TRAN-TYPE
             PERFORM WRITE-ORIGINATION-PENDING
           END-IF.
           MOVE WS-GEN-WORK TO WS-DUE-IMAGE(WS-DUE-COUNT).

       WRITE-ORIGINATION-PENDING.
           ADD 1 TO WS-EXTERNAL-COUNT.
           MOVE STO-CUST-ID TO OPND-CUST-ID.
           MOVE STO-REFERENCE TO OPND-REFERENCE.
           MOVE STO-AMOUNT TO OPND-AMOUNT.
           MOVE STO-PAYEE-ROUTING TO OPND-PAYEE-ROUTING.
           MOVE STO-PAYEE-ACCOUNT TO OPND-PAYEE-ACCOUNT.
           MOVE STO-PAYEE-ACCT-TYPE TO OPND-PAYEE-ACCT-TYPE.
           MOVE STO-PAYEE-NAME TO OPND-PAYEE-NAME.
           MOVE WS-CURRENT-DATE TO OPND-DUE-DATE.
           MOVE 'STORDGEN' TO OPND-SOURCE.
           WRITE OPND-RECORD.

      * ROLL THE ORDER'S NEXT-RUN DATE FORWARD BY ONE FREQUENCY
      * PERIOD. DAILY AND WEEKLY ORDERS ROLL THROUGH THE DAY-NUMBER
      * FUNCTIONS; MONTHLY ORDERS KEEP THEIR DAY OF MONTH, CLAMPED TO
           ELSE
             MOVE ZERO TO NEW-RETRY-COUNT
           END-IF.
           MOVE STO-PAYEE-ROUTING TO NEW-PAYEE-ROUTING.
           MOVE STO-PAYEE-ACCOUNT TO NEW-PAYEE-ACCOUNT.
           MOVE STO-PAYEE-ACCT-TYPE TO NEW-PAYEE-ACCT-TYPE.
           MOVE STO-PAYEE-NAME TO NEW-PAYEE-NAME.
           WRITE STORNEW-RECORD.

      * THE BATCH IS ONLY WRITTEN ONCE ALL DUE ORDERS ARE KNOWN, SO
           WRITE GEN-RECORD.

       CLEANUP-PARA.
           CLOSE STORFILE STORNEW OPNDFILE.
           DISPLAY 'CUSTSTOR COMPLETE.'.
           DISPLAY '  ORDERS READ:          ' WS-READ-COUNT.
           DISPLAY '  ORDERS DUE:           ' WS-DUE-COUNT.
           DISPLAY '  ORDERS SUSPENDED:     ' WS-SUSPENDED-COUNT.
           DISPLAY '  EXTERNAL PAYMENTS:    ' WS-EXTERNAL-COUNT.
           DISPLAY '  HELD - NO PAYEE:      ' WS-PAYEE-HELD-COUNT.
           DISPLAY '  BATCH AMOUNT TOTAL:   ' WS-DUE-AMOUNT.
