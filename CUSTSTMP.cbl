      * CONTROL REPORT (STMPCTLR) PROVES EVERY 'H' PRODUCED A         *
      * STATEMENT AND EVERY STATEMENT'S DETAIL COUNT MATCHES ITS 'T'  *
      * TRAILER - ANY DISCREPANCY FAILS THE RUN WITH RC 8.            *
      * 'L' RECORDS (ONE PER INSTALLMENT LOAN THE CUSTOMER BORROWS ON) *
      * PRINT AS A LOAN SUMMARY BLOCK AHEAD OF THE CLOSING BRACKET.    *
      * 'M' RECORDS (CAMPAIGN MESSAGES AND DISCLOSURES SELECTED BY     *
      * CUSTSTMT) ARE HELD UNTIL THE TRAILER AND PRINT AS AN           *
      * IMPORTANT-INFORMATION BLOCK BELOW THE CLOSING BALANCE.         *
      *================================================================*

       ENVIRONMENT DIVISION.
             88 STMT-HEADER       VALUE 'H'.
             88 STMT-JOINT        VALUE 'J'.
             88 STMT-DETAIL       VALUE 'D'.
             88 STMT-LOAN         VALUE 'L'.
             88 STMT-MESSAGE      VALUE 'M'.
             88 STMT-TRAILER      VALUE 'T'.
          05 STMT-CUST-ID         PIC X(10).
          05 STMT-DATA            PIC X(160).
             10 STMT-TRL-OD-DAYS     PIC 9(03).
             10 STMT-TRL-DEBIT-INT   PIC 9(7)V99.
             10 FILLER               PIC X(101).
          05 STMT-LOAN-DATA REDEFINES STMT-DATA.
             10 STMT-LN-LOAN-ID      PIC X(10).
             10 STMT-LN-PRIN-BAL     PIC 9(7)V99.
             10 STMT-LN-RATE         PIC 9(02)V9(04).
             10 STMT-LN-PAYMENT      PIC 9(7)V99.
             10 STMT-LN-NEXT-DUE     PIC X(10).
             10 STMT-LN-PRIN-PAID    PIC 9(7)V99.
             10 STMT-LN-INT-PAID     PIC 9(7)V99.
             10 STMT-LN-PAST-DUE     PIC 9(7)V99.
             10 STMT-LN-STATUS       PIC X(01).
             10 FILLER               PIC X(88).
          05 STMT-MSG-DATA REDEFINES STMT-DATA.
             10 STMT-MSG-ID          PIC X(08).
             10 STMT-MSG-PRIORITY    PIC 9(02).
             10 STMT-MSG-MANDATORY   PIC X(01).
             10 STMT-MSG-TEXT        PIC X(120).
             10 FILLER               PIC X(29).

       FD PRTFILE
          RECORDING MODE IS F
       01 WS-COUNT-BREAKS       PIC 9(07) VALUE 0.
       01 WS-NO-TRAILER-COUNT   PIC 9(07) VALUE 0.
       01 WS-ORPHAN-COUNT       PIC 9(07) VALUE 0.
       01 WS-MSG-PRINT-COUNT    PIC 9(07) VALUE 0.

      * MESSAGES FOR THE STATEMENT IN PROGRESS, HELD FOR PRINTING
      * BELOW THE CLOSING BALANCE.
       01 WS-MSG-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-MSG-MAX            PIC S9(4) COMP VALUE 10.
       01 WS-MSG-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-MSG-TABLE.
          05 WS-MSG-TEXT OCCURS 10 TIMES PIC X(120).

       01 WS-TRAN-DESC          PIC X(22) VALUE SPACES.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-BAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-RATE           PIC Z9.9999.

       01 WS-STMT-HEADER-1.
          05 FILLER             PIC X(01) VALUE SPACES.
                 PERFORM PRINT-JOINT-OWNER-LINE
               WHEN STMT-DETAIL
                 PERFORM PRINT-DETAIL-LINE
               WHEN STMT-LOAN
                 PERFORM PRINT-LOAN-LINE
               WHEN STMT-MESSAGE
                 PERFORM HOLD-MESSAGE-LINE
               WHEN STMT-TRAILER
                 PERFORM FINISH-STATEMENT
               WHEN OTHER
           MOVE STMT-HDR-CUST-NAME TO WS-CUR-CUST-NAME.
           MOVE STMT-HDR-STMT-DATE TO WS-CUR-STMT-DATE.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-MSG-COUNT.
           MOVE 0 TO WS-PAGE-NUM.
           PERFORM PRINT-STATEMENT-HEADER.
           PERFORM PRINT-MAILING-BLOCK.
             PERFORM WRITE-PRINT-LINE
           END-IF.

      * A LOAN LINE IS NOT A TRANSACTION AND DOES NOT COUNT TOWARD
      * THE TRAILER'S DETAIL COUNT.
       PRINT-LOAN-LINE.
           IF NOT WS-IN-STATEMENT
             ADD 1 TO WS-ORPHAN-COUNT
           ELSE
             MOVE STMT-LN-PRIN-BAL TO WS-FMT-AMT
             MOVE STMT-LN-RATE TO WS-FMT-RATE
             MOVE SPACES TO PRT-LINE
             STRING '   LOAN ' STMT-LN-LOAN-ID
                    '  BALANCE ' WS-FMT-AMT
                    '  RATE ' WS-FMT-RATE '%'
               DELIMITED BY SIZE INTO PRT-LINE
             PERFORM WRITE-PRINT-LINE
             MOVE SPACES TO PRT-LINE
             IF STMT-LN-STATUS = 'P'
               STRING '        PAID IN FULL - THANK YOU'
                 DELIMITED BY SIZE INTO PRT-LINE
             ELSE
               MOVE STMT-LN-PAYMENT TO WS-FMT-AMT
               STRING '        PAYMENT ' WS-FMT-AMT
                      '  NEXT DUE ' STMT-LN-NEXT-DUE
                 DELIMITED BY SIZE INTO PRT-LINE
             END-IF
             PERFORM WRITE-PRINT-LINE
             MOVE STMT-LN-PRIN-PAID TO WS-FMT-AMT
             MOVE STMT-LN-INT-PAID TO WS-FMT-AMT-2
             MOVE SPACES TO PRT-LINE
             STRING '        PAID THIS PERIOD - PRINCIPAL ' WS-FMT-AMT
                    '  INTEREST ' WS-FMT-AMT-2
               DELIMITED BY SIZE INTO PRT-LINE
             PERFORM WRITE-PRINT-LINE
             IF STMT-LN-PAST-DUE > 0
               MOVE STMT-LN-PAST-DUE TO WS-FMT-AMT
               MOVE SPACES TO PRT-LINE
               STRING '        AMOUNT PAST DUE ' WS-FMT-AMT
                 DELIMITED BY SIZE INTO PRT-LINE
               PERFORM WRITE-PRINT-LINE
             END-IF
           END-IF.

      * A MESSAGE IS NOT A TRANSACTION EITHER; IT WAITS FOR THE
      * TRAILER SO THE FIGURES PRINT FIRST.
       HOLD-MESSAGE-LINE.
           IF NOT WS-IN-STATEMENT
             ADD 1 TO WS-ORPHAN-COUNT
           ELSE
             IF WS-MSG-COUNT < WS-MSG-MAX
               ADD 1 TO WS-MSG-COUNT
               MOVE STMT-MSG-TEXT TO WS-MSG-TEXT(WS-MSG-COUNT)
             ELSE
               ADD 1 TO WS-ORPHAN-COUNT
             END-IF
           END-IF.

       PRINT-MESSAGE-BLOCK.
           MOVE SPACES TO PRT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '   IMPORTANT INFORMATION'
             DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM PRINT-ONE-MESSAGE
             VARYING WS-MSG-IDX FROM 1 BY 1
             UNTIL WS-MSG-IDX > WS-MSG-COUNT.

       PRINT-ONE-MESSAGE.
           MOVE SPACES TO PRT-LINE.
           STRING '   ' WS-MSG-TEXT(WS-MSG-IDX)
             DELIMITED BY SIZE INTO PRT-LINE.
           PERFORM WRITE-PRINT-LINE.
           ADD 1 TO WS-MSG-PRINT-COUNT.

       MAP-TRAN-DESCRIPTION.
           EVALUATE STMT-DTL-TRAN-TYPE
             WHEN 'C'
               MOVE 'TAX WITHHELD' TO WS-TRAN-DESC
             WHEN 'J'
               MOVE 'OVERDRAFT INTEREST' TO WS-TRAN-DESC
             WHEN 'O'
               MOVE 'OVERDRAFT CHARGED OFF' TO WS-TRAN-DESC
             WHEN 'G'
               MOVE 'CHARGE-OFF RECOVERY' TO WS-TRAN-DESC
             WHEN 'E'
               MOVE 'TERM DEPOSIT BROKEN' TO WS-TRAN-DESC
             WHEN 'N'
               MOVE 'EARLY BREAK PENALTY' TO WS-TRAN-DESC
             WHEN 'Q'
               MOVE 'PRODUCT CONVERSION' TO WS-TRAN-DESC
             WHEN 'K'
               MOVE 'TERMS CHANGE' TO WS-TRAN-DESC
             WHEN 'Z'
               MOVE 'ACCOUNT REACTIVATED' TO WS-TRAN-DESC
             WHEN OTHER
               MOVE 'OTHER TRANSACTION' TO WS-TRAN-DESC
           END-EVALUATE.
             STRING '   [ CLOSING BALANCE ' WS-FMT-BAL ' ]'
               DELIMITED BY SIZE INTO PRT-LINE
             PERFORM WRITE-PRINT-LINE
             IF WS-MSG-COUNT > 0
               PERFORM PRINT-MESSAGE-BLOCK
             END-IF
             ADD 1 TO WS-STMT-DONE-COUNT
             IF WS-DETAIL-COUNT NOT = STMT-TRL-TRAN-COUNT
               ADD 1 TO WS-COUNT-BREAKS
           STRING '  ORPHAN RECORDS:             ' WS-FMT-CNT
             DELIMITED BY SIZE INTO CTLR-LINE.
           WRITE CTLR-LINE.
           MOVE WS-MSG-PRINT-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO CTLR-LINE.
           STRING '  STATEMENT MESSAGES PRINTED: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO CTLR-LINE.
           WRITE CTLR-LINE.
           IF WS-HDR-COUNT = WS-STMT-DONE-COUNT
              AND WS-COUNT-BREAKS = 0
              AND WS-NO-TRAILER-COUNT = 0
