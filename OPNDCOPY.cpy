      *================================================================*
      * OPNDCOPY - ORIGINATION-PENDING RECORD LAYOUT                   *
      * ONE RECORD PER EXTERNAL-PAYEE STANDING-ORDER ITEM WHOSE DEBIT  *
      * HAS GONE OUT ON A TRANDATA BATCH AND WHOSE PAYMENT STILL HAS   *
      * TO BE SENT TO THE CLEARING HOUSE. CUSTSTOR WRITES TODAY'S DUE  *
      * ITEMS (ORIGSTOR) AND CUSTSORJ WRITES THE RETRIES IT SENDS OUT  *
      * FOR THE NEXT BUSINESS DAY (ORIGSORJ). CUSTACHO READS BOTH      *
      * AFTER POSTING AND ORIGINATES ONLY THE ITEMS WHOSE DEBIT HAS    *
      * POSTED; AN ITEM WHOSE DEBIT IS STILL QUEUED FOR APPROVAL IS    *
      * CARRIED ON ACHOCARY IN THIS SAME LAYOUT. OPND-SOURCE IS THE    *
      * BATCH ID THE DEBIT WENT OUT ON.                                *
      *================================================================*
       01 OPND-RECORD.
          05 OPND-CUST-ID         PIC X(10).
          05 OPND-REFERENCE       PIC X(20).
          05 OPND-AMOUNT          PIC 9(7)V99.
          05 OPND-PAYEE-ROUTING   PIC X(09).
          05 OPND-PAYEE-ACCOUNT   PIC X(17).
          05 OPND-PAYEE-ACCT-TYPE PIC X(01).
             88 OPND-PAYEE-CHECKING VALUE 'C'.
             88 OPND-PAYEE-SAVINGS  VALUE 'S'.
          05 OPND-PAYEE-NAME      PIC X(22).
          05 OPND-DUE-DATE        PIC X(10).
          05 OPND-SOURCE          PIC X(08).
