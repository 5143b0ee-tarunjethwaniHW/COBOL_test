          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
             PERFORM WRITE-DECLINE-RESPONSE
             GO TO JUDGE-ONE-APPROVAL-EXIT
           END-IF.
      * A DORMANT ACCOUNT TAKES NO CARD SPENDING UNTIL THE BRANCH
      * HAS REACTIVATED IT - THE CARDHOLDER IS TOLD WHY.
           IF CUST-INACTIVE
             MOVE 'ACCOUNT DORMANT - REACTIVATION REQUIRED' TO
               WS-DECLINE-REASON
             PERFORM WRITE-DECLINE-RESPONSE
             GO TO JUDGE-ONE-APPROVAL-EXIT
           END-IF.
           IF NOT CUST-ACTIVE
             MOVE 'ACCOUNT IS NOT ACTIVE' TO WS-DECLINE-REASON
             PERFORM WRITE-DECLINE-RESPONSE
           MOVE 'P' TO WS-GEN-TRAN-TYPE.
           MOVE AUTH-AMOUNT TO WS-GEN-AMOUNT-W.
           MOVE AUTH-REFERENCE TO WS-GEN-REFERENCE.
           MOVE 'A' TO WS-GEN-CHANNEL.
           PERFORM STORE-GENERATED-RECORD.

       BUILD-RELEASE-RECORD.
           MOVE 'V' TO WS-GEN-TRAN-TYPE.
           MOVE AUTH-AMOUNT TO WS-GEN-AMOUNT-W.
           MOVE AUTH-REFERENCE TO WS-GEN-REFERENCE.
           MOVE 'A' TO WS-GEN-CHANNEL.
           PERFORM STORE-GENERATED-RECORD.

       STORE-GENERATED-RECORD.
