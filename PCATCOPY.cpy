      * ENTRY OVERRIDES THE PRODUCT FIGURES.
          05 PCAT-MAX-DAY-DEBITS   PIC 9(03).
          05 PCAT-MAX-DAY-DR-AMT   PIC 9(9)V99.
      * EARLY-WITHDRAWAL PENALTY ON A TERM DEPOSIT BROKEN BEFORE
      * MATURITY (THE 'E' BREAK IN CUSTUPDT), TAKEN FROM THE ENTRY THE
      * TERM WAS OPENED UNDER. BASIS 'D' FORFEITS PCAT-EW-PEN-DAYS
      * DAYS OF INTEREST ON THE PRINCIPAL AT THE PRODUCT RATE; 'P'
      * CHARGES PCAT-EW-PEN-PCT PERCENT OF THE PRINCIPAL; SPACE
      * CHARGES NOTHING. THE PENALTY COMES OUT OF THE INTEREST PAID
      * ON THE BREAK FIRST AND MAY INVADE NO MORE THAN
      * PCAT-EW-MAX-INVADE-PCT PERCENT OF THE PRINCIPAL - ZERO MEANS
      * THE PRINCIPAL IS NEVER INVADED.
          05 PCAT-EW-PEN-BASIS     PIC X(01).
             88 PCAT-EW-PEN-BY-DAYS VALUE 'D'.
             88 PCAT-EW-PEN-BY-PCT VALUE 'P'.
          05 PCAT-EW-PEN-DAYS      PIC 9(03).
          05 PCAT-EW-PEN-PCT       PIC 9(02)V99.
          05 PCAT-EW-MAX-INVADE-PCT PIC 9(02)V99.
      * BALANCE-TIERED RATES FROM THE PRODTIER FILE. A TIER COUNT OF
      * ZERO MEANS THE PRODUCT PAYS THE FLAT PCAT-INT-PCT ON THE
      * WHOLE BALANCE. OTHERWISE EACH BAND OF THE BALANCE UP TO ITS
