      *================================================================*
      * HMALCOPY - HOLD-MAIL RECORD LAYOUT (HOLDMAIL)                  *
      * WHILE A CUSTOMER'S ADDRESS IS MARKED BAD (CUSTRTML, RETURNED   *
      * MAIL) CUSTSTMT AND CUSTNOTC WRITE THE CUSTOMER'S STATEMENTS    *
      * AND NOTICES HERE INSTEAD OF THE PRINT STREAM. A STATEMENT      *
      * RECORD CARRIES THE STMTDATA IMAGE UNCHANGED; A NOTICE CARRIES  *
      * ITS TYPE, AMOUNT AND BODY SO IT CAN BE RE-ADDRESSED. ONCE A    *
      * 'U' ADDRESS CHANGE CLEARS THE MARK, CUSTSTAR'S 'H' FUNCTION    *
      * RELEASES THE ITEMS FOR REPRINT TO THE NEW ADDRESS AND MARKS    *
      * THEM RELEASED - NOTHING IS EVER DELETED.                       *
      *================================================================*
       01 HMAL-RECORD.
          05 HMAL-CUST-ID         PIC X(10).
          05 HMAL-SOURCE          PIC X(01).
             88 HMAL-FROM-STMT    VALUE 'S'.
             88 HMAL-FROM-NOTICE  VALUE 'N'.
          05 HMAL-HELD-DATE       PIC X(10).
          05 HMAL-STATUS          PIC X(01).
             88 HMAL-HELD         VALUE 'H'.
             88 HMAL-RELEASED     VALUE 'R'.
          05 HMAL-RELEASE-DATE    PIC X(10).
          05 HMAL-IMAGE           PIC X(171).
          05 HMAL-NOTICE REDEFINES HMAL-IMAGE.
             10 HMAL-NTC-TYPE     PIC X(01).
             10 HMAL-NTC-AMOUNT   PIC S9(9)V99.
             10 HMAL-NTC-BODY     PIC X(90).
             10 FILLER            PIC X(69).
