          05 STO-STATUS         PIC X(01).
             88 STO-SUSPENDED   VALUE 'S'.
          05 STO-RETRY-COUNT    PIC 9(02).
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD CUSTFILE.
       COPY CUSTCOPY.
