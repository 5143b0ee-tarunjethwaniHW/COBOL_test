             10 PEND-EFF-DATE      PIC X(10).
             10 PEND-RESUBMIT      PIC X(01).
             10 PEND-CURRENCY      PIC X(03).
             10 PEND-DETAIL        PIC X(178).
             10 PEND-CHANNEL       PIC X(01).
             10 PEND-CASH-IND      PIC X(01).
          05 PEND-DATE          PIC X(10).
          05 PEND-BATCH         PIC X(08).
          05 PEND-REASON        PIC X(20).
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
