      *================================================================*
      * CUSTEOD - NIGHTLY BATCH CYCLE ORCHESTRATOR                     *
      * RUNS THE CYCLE AS NAMED STEPS IN THE FIXED ORDER               *
      *   CUSTGLPF, CUSTRECN, CUSTPROC, CUSTPMRG, CUSTMATR, CUSTLNBL,  *
      *   CUSTLEVY, CUSTUPDT, CUSTLNPA, CUSTODPS, CUSTACHO, CUSTACCR,  *
      *   CUSTSTMT, CUSTITFE, CUSTBHST, CUSTCOLL, CUSTDORM, CUSTARCH,  *
      *   CUSTHVNT                                                     *
      * AND IS INVOKED AROUND EACH STEP BY THE SCHEDULER:              *
      *   EODCTL 'N' - OPEN A NEW CYCLE (ALL STEPS PENDING)            *
      *   EODCTL 'S' - START A STEP: REFUSED (RC 8) UNLESS EVERY       *
      * SO EACH ACCOUNT ACCRUES ON ITS TRUE END-OF-DAY BALANCE AND
      * THE STATEMENT TRAILER SHOWS ACCRUAL THROUGH TONIGHT.
      * CUSTBHST SNAPS EVERY CLOSING BALANCE AFTER STATEMENTS AND
      * BEFORE THE ARCHIVER CAN REMOVE ANYONE. CUSTACHO ORIGINATES
      * EXTERNAL PAYMENTS ONLY ONCE CUSTUPDT HAS POSTED THEIR DEBITS.
      * CUSTODPS SWEEPS OVERDRAWN PROTECTED ACCOUNTS RIGHT AFTER
      * POSTING, SO CUSTACCR NEVER ACCRUES DEBIT INTEREST ON AN
      * OVERDRAFT THE CUSTOMER'S OWN LINKED FUNDS COULD COVER.
      * CUSTLNBL PUTS THE DAY'S LOAN INSTALLMENT DEBITS ON TRANDATA
      * AHEAD OF POSTING, AND CUSTLNPA APPLIES THE ONES THAT POSTED
      * TO THE LOANS RIGHT AFTER, SO STATEMENTS AND THE GL EXTRACT
      * SEE TONIGHT'S LOAN PAYMENTS.
      * CUSTCOLL AGES OVERDRAWN ACCOUNTS FROM BALANCE_HISTORY, SO IT
      * FOLLOWS CUSTBHST; ITS CHARGE-OFF AND RECOVERY BATCH POSTS ON
      * THE NEXT CYCLE.
      * CUSTGLPF RUNS FIRST, WHILE CUSTDATA STILL STANDS AT THE CLOSE
      * THE GL'S TRIAL BALANCE FEED WAS CUT FROM; A BREAK STOPS THE
      * CYCLE BEFORE ANOTHER NIGHT IS POSTED ON TOP OF IT.
      * CUSTITFE FOLLOWS CUSTSTMT SO TONIGHT'S PAPER STATEMENTS ARE
      * KNOWN WHEN THE ITEM FEES ARE PRICED; ITS FEE BATCH POSTS ON
      * THE NEXT CYCLE.
      * CUSTLEVY PUTS THE DAY'S GARNISHMENT AND LEVY HOLDS, RELEASES
      * AND REMITTANCE DEBITS ON TRANDATA AHEAD OF POSTING, SO A
      * SERVED ORDER ATTACHES THE FUNDS THE SAME NIGHT.
      * CUSTDORM JUDGES DORMANCY ONCE TONIGHT'S POSTINGS ARE LOGGED,
      * AND AHEAD OF CUSTARCH, WHICH ARCHIVES A DORMANT ACCOUNT ONLY
      * AFTER IT HAS STAYED DORMANT FOR ITS RETENTION PERIOD.
       01 WS-STEP-MAX           PIC S9(4) COMP VALUE 19.
       01 WS-STEP-NAMES.
          05 FILLER             PIC X(08) VALUE 'CUSTGLPF'.
          05 FILLER             PIC X(08) VALUE 'CUSTRECN'.
          05 FILLER             PIC X(08) VALUE 'CUSTPROC'.
          05 FILLER             PIC X(08) VALUE 'CUSTPMRG'.
          05 FILLER             PIC X(08) VALUE 'CUSTMATR'.
          05 FILLER             PIC X(08) VALUE 'CUSTLNBL'.
          05 FILLER             PIC X(08) VALUE 'CUSTLEVY'.
          05 FILLER             PIC X(08) VALUE 'CUSTUPDT'.
          05 FILLER             PIC X(08) VALUE 'CUSTLNPA'.
          05 FILLER             PIC X(08) VALUE 'CUSTODPS'.
          05 FILLER             PIC X(08) VALUE 'CUSTACHO'.
          05 FILLER             PIC X(08) VALUE 'CUSTACCR'.
          05 FILLER             PIC X(08) VALUE 'CUSTSTMT'.
          05 FILLER             PIC X(08) VALUE 'CUSTITFE'.
          05 FILLER             PIC X(08) VALUE 'CUSTBHST'.
          05 FILLER             PIC X(08) VALUE 'CUSTCOLL'.
          05 FILLER             PIC X(08) VALUE 'CUSTDORM'.
          05 FILLER             PIC X(08) VALUE 'CUSTARCH'.
          05 FILLER             PIC X(08) VALUE 'CUSTHVNT'.
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME OCCURS 19 TIMES PIC X(08).

       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 19 TIMES INDEXED BY WS-STEP-IDX.
             10 WS-STP-NAME        PIC X(08).
             10 WS-STP-STATUS      PIC X(01).
                88 WS-STP-PENDING  VALUE 'P'.
