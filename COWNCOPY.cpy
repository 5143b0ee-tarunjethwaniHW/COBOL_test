      * (STATEMENT HEADER CO-OWNER LINES) AND CUSTESCH (OWNER          *
      * NOTIFICATIONS TO EVERY OWNER OF RECORD). A REMOVED CO-OWNER    *
      * KEEPS ITS ROW WITH STATUS 'D' AS THE REVIEW TRAIL - NOTHING    *
      * IS EVER DELETED FROM THE FILE. CUSTDCSD LEAVES THE DEATH OF AN *
      * OWNER ON THE SAME TRAIL: A DECEASED OWNER'S ROW TAKES STATUS   *
      * 'X' (A DECEASED PRIMARY IS ADDED AS A NEW ROW), AND THE        *
      * SURVIVING CO-OWNER PROMOTED TO PRIMARY KEEPS ITS ROW AS 'P'.   *
      *================================================================*
       01 COWN-RECORD.
          05 COWN-CUST-ID         PIC X(10).
          05 COWN-STATUS          PIC X(01).
             88 COWN-ACTIVE       VALUE 'A'.
             88 COWN-REMOVED      VALUE 'D'.
             88 COWN-PROMOTED     VALUE 'P'.
             88 COWN-DECEASED     VALUE 'X'.
