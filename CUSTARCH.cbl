      * (NO ACTIVITY IN LAST 365 DAYS), MOVES THEM TO AN ARCHIVE      *
      * FILE, DELETES FROM ACTIVE DB2 TABLES, AND CALLS CUSTRPT FOR   *
      * AN ARCHIVE SUMMARY REPORT.                                     *
      * A DORMANT ('I') ACCOUNT IS ARCHIVED ONLY ONCE IT HAS STAYED    *
      * DORMANT FOR A FURTHER RETENTION PERIOD SINCE CUSTDORM MOVED    *
      * IT, SO THE CUSTOMER HAS THAT LONG TO REACTIVATE IT.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-JRN-ACTION         PIC X(01) VALUE SPACE.
       01 WS-CUTOFF-DATE        PIC X(10).
       01 WS-DORMANT-SINCE      PIC X(10).
       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-ARCH-COUNT         PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(07) VALUE 0.
             IF WS-FILTER-PASS
               EVALUATE TRUE
                 WHEN CUST-INACTIVE
                   PERFORM GET-CUTOFF-DATE-FOR-TYPE
                   PERFORM GET-DORMANT-SINCE
                   IF WS-DORMANT-SINCE < WS-CUTOFF-DATE
                     PERFORM ARCHIVE-CUSTOMER
                   ELSE
                     ADD 1 TO WS-SKIP-COUNT
                   END-IF
                 WHEN CUST-CLOSED
                   PERFORM ARCHIVE-CUSTOMER
                 WHEN CUST-ACTIVE
             END-IF
           END-IF.

      * THE DATE CUSTDORM LAST MOVED THE ACCOUNT TO DORMANT. AN 'I'
      * ACCOUNT WITH NO DORMANCY_AUDIT ROW WENT INACTIVE BEFORE
      * CUSTDORM EXISTED AND QUALIFIES AT ONCE (SPACES); IF THE
      * LOOKUP FAILS THE HIGH-VALUES KEEP THE ACCOUNT FOR TOMORROW.
       GET-DORMANT-SINCE.
           MOVE HIGH-VALUES TO WS-DORMANT-SINCE.
           EXEC SQL
             SELECT COALESCE(MAX(EVENT_DATE), ' ')
             INTO :WS-DORMANT-SINCE
             FROM DORMANCY_AUDIT
             WHERE CUST_ID = :CUST-ID
               AND EVENT_TYPE = 'D'
           END-EXEC.

       CHECK-ARCHIVE-FILTER.
           SET WS-FILTER-PASS TO TRUE.
           IF CTL-FILTER-ACCT-TYPE NOT = SPACES
                :CUST-BRANCH-CODE, :WS-CURRENT-DATE, :ARCH-REASON,
                'CUSTARCH')
           END-EXEC.
      * ARCHIVING TAKES THE ACCOUNT OUT OF THE DORMANT BOOK.
           IF CUST-INACTIVE
             EXEC SQL
               INSERT INTO DORMANCY_AUDIT
                 (CUST_ID, EVENT_DATE, EVENT_TYPE, BRANCH_CODE,
                  BALANCE, CURRENCY_CODE, LAST_CUST_ACTIVITY,
                  ID_VERIFY_REF, EVENT_PROGRAM)
               VALUES
                 (:CUST-ID, :WS-CURRENT-DATE, 'A', :CUST-BRANCH-CODE,
                  :CUST-BALANCE, :CUST-CURRENCY-CODE, ' ',
                  ' ', 'CUSTARCH')
             END-EXEC
           END-IF.
           EXEC SQL
             DELETE FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
