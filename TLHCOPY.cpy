      *================================================================*
      * TLHCOPY - TRANSACTION HISTORY RECORD LAYOUT (TRANHIST.YYYY)    *
      * ONE TRANSACTION_LOG ROW AS CUSTTLOF OFFLOADS IT: EVERY COLUMN  *
      * CARRIED UNCHANGED, PLUS THE DATE IT LEFT THE ONLINE TABLE. A   *
      * ROW LIVES EITHER ONLINE OR IN EXACTLY ONE YEAR FILE (THE YEAR  *
      * OF ITS TRAN_DATE), NEVER BOTH, SO A READER MAY ADD THE TWO     *
      * SOURCES TOGETHER WITHOUT DOUBLE COUNTING.                      *
      *================================================================*
       01 TLH-RECORD.
          05 TLH-CUST-ID          PIC X(10).
          05 TLH-TRAN-TYPE        PIC X(01).
          05 TLH-TRAN-AMOUNT      PIC S9(9)V99.
          05 TLH-OLD-BALANCE      PIC S9(9)V99.
          05 TLH-NEW-BALANCE      PIC S9(9)V99.
          05 TLH-OVERRIDE-CODE    PIC X(10).
          05 TLH-TRAN-REF         PIC X(20).
          05 TLH-TRAN-DATE        PIC X(10).
          05 TLH-EFF-DATE         PIC X(10).
          05 TLH-TRAN-SEQ         PIC S9(9).
          05 TLH-BATCH-ID         PIC X(08).
          05 TLH-HOLD-STATUS      PIC X(01).
          05 TLH-HOLD-REMAINING   PIC S9(9)V99.
          05 TLH-TRAN-PROGRAM     PIC X(08).
          05 TLH-CHANNEL          PIC X(01).
          05 TLH-CASH-IND         PIC X(01).
          05 TLH-ORIG-CURRENCY    PIC X(03).
          05 TLH-ORIG-AMOUNT      PIC S9(9)V99.
          05 TLH-OFFLOAD-DATE     PIC X(10).
          05 FILLER               PIC X(43).
