               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:CTL-LOSING-ID, 'D', :WS-MERGE-BALANCE,
                :WS-MERGE-BALANCE, 0, ' ',
                :WS-MERGE-REF, :WS-CURRENT-DATE, :WS-CURRENT-DATE,
                :WS-POSTING-SEQ, 'MRGEGEN ', 'CUSTMRGE',
                'S', ' ')
           END-EXEC.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:CTL-SURVIVING-ID, 'C', :WS-MERGE-BALANCE,
                :WS-SURV-OLD-BAL, :WS-SURV-NEW-BAL, ' ',
                :WS-MERGE-REF, :WS-CURRENT-DATE, :WS-CURRENT-DATE,
                :WS-POSTING-SEQ, 'MRGEGEN ', 'CUSTMRGE',
                'S', ' ')
           END-EXEC.
           EXEC SQL
             INSERT INTO MERGE_XREF
