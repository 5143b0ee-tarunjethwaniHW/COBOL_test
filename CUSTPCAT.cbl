          05 PROD-DEBIT-PCT        PIC 9(02)V9(04).
          05 PROD-MAX-DAY-DEBITS   PIC 9(03).
          05 PROD-MAX-DAY-DR-AMT   PIC 9(9)V99.
          05 PROD-EW-PEN-BASIS     PIC X(01).
          05 PROD-EW-PEN-DAYS      PIC 9(03).
          05 PROD-EW-PEN-PCT       PIC 9(02)V99.
          05 PROD-EW-MAX-INVADE-PCT PIC 9(02)V99.

       FD TIERFILE.
       01 TIER-RECORD.
             10 WS-PRD-DEBIT-PCT   PIC 9(02)V9(04).
             10 WS-PRD-MAX-DEBITS  PIC 9(03).
             10 WS-PRD-MAX-DR-AMT  PIC 9(9)V99.
             10 WS-PRD-EW-BASIS    PIC X(01).
             10 WS-PRD-EW-DAYS     PIC 9(03).
             10 WS-PRD-EW-PCT      PIC 9(02)V99.
             10 WS-PRD-EW-INVADE   PIC 9(02)V99.
       01 WS-BEST-EFF-DATE      PIC X(10) VALUE SPACES.
       01 WS-BEST-IDX           PIC S9(4) COMP VALUE 0.

           MOVE 0 TO PCAT-DEBIT-PCT.
           MOVE 0 TO PCAT-MAX-DAY-DEBITS.
           MOVE 0 TO PCAT-MAX-DAY-DR-AMT.
           MOVE SPACE TO PCAT-EW-PEN-BASIS.
           MOVE 0 TO PCAT-EW-PEN-DAYS.
           MOVE 0 TO PCAT-EW-PEN-PCT.
           MOVE 0 TO PCAT-EW-MAX-INVADE-PCT.
           IF WS-LOADED
             PERFORM FIND-BEST-ENTRY
           END-IF.
               TO WS-PRD-MAX-DEBITS(WS-PROD-IDX)
             MOVE PROD-MAX-DAY-DR-AMT
               TO WS-PRD-MAX-DR-AMT(WS-PROD-IDX)
             PERFORM LOAD-EARLY-WITHDRAWAL-TERMS
           END-IF.

      * A CATALOG ROW WRITTEN BEFORE THE EARLY-WITHDRAWAL TERMS WERE
      * ADDED CARRIES NONE - ITS PRODUCT CHARGES NO BREAK PENALTY.
       LOAD-EARLY-WITHDRAWAL-TERMS.
           IF PROD-EW-PEN-BASIS = 'D' OR PROD-EW-PEN-BASIS = 'P'
             MOVE PROD-EW-PEN-BASIS TO WS-PRD-EW-BASIS(WS-PROD-IDX)
           ELSE
             MOVE SPACE TO WS-PRD-EW-BASIS(WS-PROD-IDX)
           END-IF.
           IF PROD-EW-PEN-DAYS IS NUMERIC
             MOVE PROD-EW-PEN-DAYS TO WS-PRD-EW-DAYS(WS-PROD-IDX)
           ELSE
             MOVE 0 TO WS-PRD-EW-DAYS(WS-PROD-IDX)
           END-IF.
           IF PROD-EW-PEN-PCT IS NUMERIC
             MOVE PROD-EW-PEN-PCT TO WS-PRD-EW-PCT(WS-PROD-IDX)
           ELSE
             MOVE 0 TO WS-PRD-EW-PCT(WS-PROD-IDX)
           END-IF.
           IF PROD-EW-MAX-INVADE-PCT IS NUMERIC
             MOVE PROD-EW-MAX-INVADE-PCT
               TO WS-PRD-EW-INVADE(WS-PROD-IDX)
           ELSE
             MOVE 0 TO WS-PRD-EW-INVADE(WS-PROD-IDX)
           END-IF.

      * THE WINNING ENTRY FOR A TYPE IS THE ONE WITH THE LATEST
               TO PCAT-MAX-DAY-DEBITS
             MOVE WS-PRD-MAX-DR-AMT(WS-PROD-IDX)
               TO PCAT-MAX-DAY-DR-AMT
             MOVE WS-PRD-EW-BASIS(WS-PROD-IDX) TO PCAT-EW-PEN-BASIS
             MOVE WS-PRD-EW-DAYS(WS-PROD-IDX) TO PCAT-EW-PEN-DAYS
             MOVE WS-PRD-EW-PCT(WS-PROD-IDX) TO PCAT-EW-PEN-PCT
             MOVE WS-PRD-EW-INVADE(WS-PROD-IDX)
               TO PCAT-EW-MAX-INVADE-PCT
             PERFORM FIND-BEST-TIER-SET
           END-IF.

