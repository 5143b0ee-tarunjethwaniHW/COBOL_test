      *================================================================*
      * TLSTCOPY - TRANSACTION HISTORY OFFLOAD STATUS (TLOFSTAT)       *
      * ONE RECORD, REWRITTEN BY EVERY CUSTTLOF RUN THAT MOVES ROWS.   *
      * TRANSACTION_LOG HOLDS EVERY ROW DATED ON OR AFTER              *
      * TLST-ONLINE-FROM (PLUS THE LEGAL-HOLD AND OPEN-HOLD ROWS       *
      * OLDER THAN THAT, WHICH ARE NEVER MOVED); OLDER ROWS ARE IN     *
      * TRANHIST.YYYY FOR THE YEARS TLST-OLDEST-YEAR THROUGH           *
      * TLST-NEWEST-YEAR. A READER ASKED FOR A DATE BEFORE             *
      * TLST-ONLINE-FROM READS THOSE YEAR FILES AS WELL AS THE TABLE.  *
      * NO TLOFSTAT MEANS NOTHING HAS EVER BEEN OFFLOADED.             *
      *================================================================*
       01 TLST-RECORD.
          05 TLST-ONLINE-FROM     PIC X(10).
          05 TLST-OLDEST-YEAR     PIC X(04).
          05 TLST-NEWEST-YEAR     PIC X(04).
          05 TLST-RUN-DATE        PIC X(10).
          05 TLST-KEEP-MONTHS     PIC 9(03).
          05 FILLER               PIC X(49).
