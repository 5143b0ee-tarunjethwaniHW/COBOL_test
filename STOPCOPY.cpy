      *================================================================*
      * STOPCOPY - STOP-PAYMENT INSTRUCTION RECORD LAYOUT              *
      * ONE RECORD PER STOP A CUSTOMER HAS PLACED AT THE BRANCH. THE   *
      * STOP NAMES EITHER THE ITEM'S REFERENCE ('R' - THE TRANDATA     *
      * REFERENCE, WHICH FOR A CLEARING ENTRY IS ITS TRACE NUMBER) OR  *
      * THE ORIGINATOR ('O' - THE CLEARING ORIGINATOR ID, WHICH IS     *
      * ALSO THE BATCH ID OF THE ORIGINATOR'S BATCH IN CUSTUPDT), AND  *
      * AN AMOUNT: LOW = HIGH STOPS ONE EXACT AMOUNT, LOW < HIGH STOPS *
      * A RANGE, AND BOTH ZERO STOPS ANY AMOUNT. A STOP IS ENFORCED    *
      * THROUGH ITS EXPIRY DATE INCLUSIVE. SHARED BY CUSTSTOP          *
      * (MAINTENANCE FEED, EXPIRY AND DAILY REGISTER), CUSTUPDT        *
      * (POSTING) AND CUSTACHI (CLEARING INTAKE). AN EXPIRED ('X') OR  *
      * CANCELLED ('D') STOP KEEPS ITS ROW AS THE TRAIL - NOTHING IS   *
      * EVER DELETED FROM THE FILE.                                    *
      *================================================================*
       01 STOP-RECORD.
          05 STOP-CUST-ID         PIC X(10).
          05 STOP-SEQ             PIC 9(02).
          05 STOP-MATCH-TYPE      PIC X(01).
             88 STOP-BY-REFERENCE  VALUE 'R'.
             88 STOP-BY-ORIGINATOR VALUE 'O'.
          05 STOP-MATCH-KEY       PIC X(20).
          05 STOP-AMOUNT-LOW      PIC 9(7)V99.
          05 STOP-AMOUNT-HIGH     PIC 9(7)V99.
          05 STOP-EXPIRY-DATE     PIC X(10).
          05 STOP-PLACED-DATE     PIC X(10).
          05 STOP-BRANCH-CODE     PIC X(04).
          05 STOP-STATUS          PIC X(01).
             88 STOP-ACTIVE       VALUE 'A'.
             88 STOP-EXPIRED      VALUE 'X'.
             88 STOP-CANCELLED    VALUE 'D'.
