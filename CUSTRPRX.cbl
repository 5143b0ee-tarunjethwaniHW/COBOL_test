          05 ERR-EFF-DATE       PIC X(10).
          05 ERR-RESUBMIT       PIC X(01).
          05 ERR-CURRENCY       PIC X(03).
          05 ERR-CHANNEL        PIC X(01).
          05 ERR-CASH-IND       PIC X(01).

       FD RPRCTL.
       01 RPRCTL-RECORD.
          05 OUT-EFF-DATE       PIC X(10).
          05 OUT-RESUBMIT-FLAG  PIC X(01).
          05 OUT-CURRENCY       PIC X(03).
          05 OUT-DETAIL-AREA    PIC X(178).
          05 OUT-CHANNEL        PIC X(01).
          05 OUT-CASH-IND       PIC X(01).

       01 OUT-CTL-RECORD REDEFINES OUT-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 WS-OUT-EFF-DATE    PIC X(10).
          05 WS-OUT-RESUBMIT    PIC X(01).
          05 WS-OUT-CURRENCY    PIC X(03).
          05 WS-OUT-DETAIL      PIC X(178).
          05 WS-OUT-CHANNEL     PIC X(01).
          05 WS-OUT-CASH-IND    PIC X(01).

       01 WS-BATCH-ID           PIC X(08) VALUE SPACES.

             MOVE 'R' TO WS-OUT-RESUBMIT
             MOVE ERR-CURRENCY TO WS-OUT-CURRENCY
             MOVE SPACES TO WS-OUT-DETAIL
             MOVE ERR-CHANNEL TO WS-OUT-CHANNEL
             MOVE ERR-CASH-IND TO WS-OUT-CASH-IND
             IF WS-RPR-FOUND
               EVALUATE WS-RPR-ACTION(WS-RPR-HIT)
                 WHEN 'I'
