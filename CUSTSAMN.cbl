      * NIGHTLY SURVEILLANCE OVER A ROLLING TRANSACTION_LOG WINDOW.   *
      * THREE PATTERNS ARE SCANNED, EACH TUNABLE FROM THE SAMNCTL      *
      * CONTROL CARD:                                                  *
      *   'S' STRUCTURING - REPEATED CASH DEPOSITS OR WITHDRAWALS      *
      *       JUST UNDER THE REPORTING THRESHOLD (WITHIN THE           *
      *       CONFIGURED PERCENTAGE BELOW IT)                          *
      *   'V' VELOCITY - WINDOW TRANSACTION COUNT A MULTIPLE OF THE    *
      *       CUSTOMER'S OWN PRIOR-PERIOD COUNT                        *
      *   'T' PASS-THROUGH - CREDITS IN AND A NEAR-EQUAL VOLUME OF     *
                  WS-DATE-WORK(7:2)
             DELIMITED BY SIZE INTO WS-PRIOR-FROM.

      * PATTERN 'S': THREE OR MORE CASH ITEMS IN THE WINDOW, EACH
      * JUST UNDER THE REPORTING THRESHOLD. ONLY CASH COUNTS - THE
      * CURRENCY TRANSACTION REPORT IS WHAT A STRUCTURER IS DODGING -
      * AND DEPOSITS COUNT AS WELL AS WITHDRAWALS.
       SCAN-STRUCTURING.
           MOVE 'S' TO WS-CUR-PATTERN.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
             DECLARE STRCUR CURSOR FOR
               SELECT CUST_ID, COUNT(*), SUM(TRAN_AMOUNT)
               FROM TRANSACTION_LOG
               WHERE TRAN_TYPE IN ('C', 'D')
                 AND CASH_IND = 'Y'
                 AND TRAN_DATE BETWEEN :WS-WINDOW-FROM
                                   AND :WS-RUN-DATE
                 AND TRAN_AMOUNT >= :WS-NEAR-FLOOR
