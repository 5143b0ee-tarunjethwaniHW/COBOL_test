      * RECORD; 'R' AND 'D' IMAGES ROLL BACK BY REWRITING (OR          *
      * RE-ADDING) THE SAVED IMAGE. A DRY-RUN FLAG REPORTS WITHOUT     *
      * TOUCHING THE MASTER.                                           *
      * CUSTUPDT'S 'K' CHECKPOINT MARKERS CARRY NO IMAGE AND ARE       *
      * PASSED OVER.                                                   *
      *================================================================*

       ENVIRONMENT DIVISION.

       CHECK-JOURNAL-QUALIFIES.
           EVALUATE TRUE
             WHEN JRN-ACTION = 'K'
               CONTINUE
             WHEN CTL-MODE-BATCH
               IF JRN-BATCH-ID = CTL-BATCH-ID
                 PERFORM SELECT-JOURNAL-IMAGE
