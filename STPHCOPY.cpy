      *================================================================*
      * STPHCOPY - STOP-PAYMENT EVENT RECORD LAYOUT (STOPHITS)         *
      * ONE RECORD PER DEBIT REFUSED UNDER A STOP ('H', WRITTEN BY     *
      * CUSTUPDT AND CUSTACHI) AND PER STOP THAT LAPSED AT ITS EXPIRY  *
      * DATE ('X', WRITTEN BY CUSTSTOP). CUSTSTOP'S REGISTER FUNCTION  *
      * PRINTS THE BUSINESS DATE'S EVENTS BY BRANCH.                   *
      *================================================================*
       01 STPH-RECORD.
          05 STPH-DATE            PIC X(10).
          05 STPH-EVENT           PIC X(01).
             88 STPH-HIT          VALUE 'H'.
             88 STPH-EXPIRY       VALUE 'X'.
          05 STPH-SOURCE          PIC X(08).
          05 STPH-BRANCH-CODE     PIC X(04).
          05 STPH-CUST-ID         PIC X(10).
          05 STPH-SEQ             PIC 9(02).
          05 STPH-MATCH-TYPE      PIC X(01).
          05 STPH-MATCH-KEY       PIC X(20).
          05 STPH-REFERENCE       PIC X(20).
          05 STPH-AMOUNT          PIC 9(7)V99.
