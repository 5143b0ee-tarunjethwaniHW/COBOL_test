      *================================================================*
      * ODPLCOPY - OVERDRAFT-PROTECTION LINK RECORD LAYOUT             *
      * ONE RECORD PER FUNDING ACCOUNT STANDING BEHIND A PROTECTED     *
      * ACCOUNT. A PROTECTED ACCOUNT MAY HAVE SEVERAL FUNDING          *
      * ACCOUNTS; CUSTODPS DRAWS ON THEM IN ASCENDING ODPL-PRIORITY    *
      * ORDER UNTIL THE PROTECTED ACCOUNT IS BACK TO ZERO. EACH SWEEP  *
      * IS TAKEN IN WHOLE MULTIPLES OF ODPL-MIN-INCREMENT (ZERO MEANS  *
      * THE EXACT SHORTFALL). A SUSPENDED ('S') LINK STAYS ON FILE     *
      * BUT IS NOT DRAWN ON.                                           *
      *================================================================*
       01 ODPL-RECORD.
          05 ODPL-PROTECTED-ID    PIC X(10).
          05 ODPL-FUNDING-ID      PIC X(10).
          05 ODPL-PRIORITY        PIC 9(02).
          05 ODPL-MIN-INCREMENT   PIC 9(5)V99.
          05 ODPL-STATUS          PIC X(01).
             88 ODPL-ACTIVE       VALUE 'A'.
             88 ODPL-SUSPENDED    VALUE 'S'.
          05 ODPL-LINKED-DATE     PIC X(10).
