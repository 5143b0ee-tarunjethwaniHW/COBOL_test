      * RECORDS EVERY GROUP AND ITS CHANNEL, AND THE RUN FAILS RC 8   *
      * IF THE HEADER COUNT DOES NOT EQUAL PRINT PLUS ELECTRONIC -    *
      * PROOF THAT EVERY STATEMENT WENT TO EXACTLY ONE CHANNEL.       *
      * STATEMENT MESSAGE ('M') RECORDS TRAVEL WITH THEIR GROUP, SO   *
      * THE ELECTRONIC EXTRACT CARRIES THE SAME MESSAGES AS PAPER;    *
      * THE MESSAGES ROUTED TO EACH CHANNEL ARE COUNTED.              *
      *================================================================*

       ENVIRONMENT DIVISION.
             88 STMT-HEADER       VALUE 'H'.
             88 STMT-JOINT        VALUE 'J'.
             88 STMT-DETAIL       VALUE 'D'.
             88 STMT-MESSAGE      VALUE 'M'.
             88 STMT-TRAILER      VALUE 'T'.
          05 STMT-CUST-ID         PIC X(10).
          05 STMT-DATA            PIC X(160).
       01 WS-PRINT-COUNT        PIC 9(07) VALUE 0.
       01 WS-ELEC-COUNT         PIC 9(07) VALUE 0.
       01 WS-ORPHAN-COUNT       PIC 9(07) VALUE 0.
       01 WS-PRINT-MSG-COUNT    PIC 9(07) VALUE 0.
       01 WS-ELEC-MSG-COUNT     PIC 9(07) VALUE 0.

      * THE CHANNEL CHOSEN AT THE 'H' CARRIES THE WHOLE GROUP -
      * EVERY J/D/T THAT FOLLOWS GOES WHERE ITS HEADER WENT.
           IF WS-CHANNEL-ELEC
             MOVE STMT-RECORD TO ELEC-RECORD
             WRITE ELEC-RECORD
             IF STMT-MESSAGE
               ADD 1 TO WS-ELEC-MSG-COUNT
             END-IF
           ELSE
             MOVE STMT-RECORD TO PRNT-RECORD
             WRITE PRNT-RECORD
             IF STMT-MESSAGE
               ADD 1 TO WS-PRINT-MSG-COUNT
             END-IF
           END-IF.

      * EVERY HEADER MUST HAVE GONE TO EXACTLY ONE CHANNEL.
           DISPLAY '  ROUTED TO PRINT:      ' WS-PRINT-COUNT.
           DISPLAY '  ROUTED TO ELECTRONIC: ' WS-ELEC-COUNT.
           DISPLAY '  ORPHAN RECORDS:       ' WS-ORPHAN-COUNT.
           DISPLAY '  MESSAGES TO PRINT:    ' WS-PRINT-MSG-COUNT.
           DISPLAY '  MESSAGES ELECTRONIC:  ' WS-ELEC-MSG-COUNT.
