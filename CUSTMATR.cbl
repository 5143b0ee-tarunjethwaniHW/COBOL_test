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

       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.

           STRING 'MATURITY ' CUST-MATURITY-DATE
             DELIMITED BY SIZE INTO WS-GEN-REFERENCE.
           MOVE SPACES TO WS-GEN-EFF-DATE.
           MOVE 'S' TO WS-GEN-CHANNEL.
           PERFORM STORE-GENERATED-RECORD.

       BUILD-TRANSFER-RECORD.
             DELIMITED BY SIZE INTO WS-GEN-REFERENCE.
           MOVE CUST-SETTLE-CUST-ID TO WS-GEN-TO-CUST-ID.
           MOVE SPACES TO WS-GEN-EFF-DATE.
           MOVE 'S' TO WS-GEN-CHANNEL.
           PERFORM STORE-GENERATED-RECORD.

       STORE-GENERATED-RECORD.
