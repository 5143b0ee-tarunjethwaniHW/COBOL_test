       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCOLL.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTCOLL - OVERDRAWN-ACCOUNT COLLECTIONS AGING AND CHARGE-OFF  *
      * NIGHTLY STEP (SCHEDULED UNDER CUSTEOD AFTER CUSTBHST, SO       *
      * TONIGHT'S BALANCE IS ALREADY ON BALANCE_HISTORY). EVERY ACTIVE *
      * OR DORMANT ACCOUNT WITH A NEGATIVE CUST-BALANCE IS AGED: THE   *
      * DAYS CONTINUOUSLY OVERDRAWN RUN FROM THE FIRST NEGATIVE        *
      * SNAPSHOT AFTER THE LAST NON-NEGATIVE ONE, AND FALL IN THE      *
      * 1-30, 31-60, 61-90 OR 90+ BUCKET. THE AGE IS STORED ON         *
      * CUSTOMER_FLAGS.                                                *
      *   BLOCK AGE     - A COLLECTIONS DEBIT BLOCK GOES ON THE MASTER *
      *                   (A CREDIT-BLOCKED ACCOUNT IS FROZEN),        *
      *                   JOURNALED TO CUSTJRNL. A BLOCK ALREADY IN    *
      *                   PLACE IS LEFT ALONE AND NOT CLAIMED.         *
      *   CHARGE-OFF AGE - THE OVERDRAWN BALANCE IS WRITTEN OFF BY AN  *
      *                   'O' ITEM ON A CONTROL-TOTALED TRANDATA-      *
      *                   FORMAT BATCH (TRANCOLL) FOR THE NEXT CYCLE'S *
      *                   CONCATENATION STEP, AND THE DEBIT INTEREST   *
      *                   ACCRUED BUT NOT YET BILLED IS WRITTEN OFF    *
      *                   WITH IT ('W' ON ACCRUAL_LEDGER). CUSTACCR    *
      *                   ACCRUES NO DEBIT INTEREST ON A CHARGED-OFF   *
      *                   ACCOUNT. A CHARGE-OFF NOT YET POSTED IS      *
      *                   RE-PRESENTED EACH NIGHT, AND CANCELLED IF    *
      *                   THE ACCOUNT COMES BACK IN CREDIT FIRST.      *
      * AN ACCOUNT BACK IN CREDIT BEFORE CHARGE-OFF IS CURED: ITS AGE  *
      * IS CLEARED AND ITS BLOCK LIFTED, UNLESS SOMEONE HAS CHANGED    *
      * THE BLOCK SINCE. A CHARGED-OFF ACCOUNT KEEPS ITS BLOCK.        *
      * MONEY LATER CREDITED TO A CHARGED-OFF ACCOUNT IS A RECOVERY,   *
      * UP TO THE AMOUNT WRITTEN OFF: IT IS RECORDED ON COLL_RECOVERY, *
      * COLLECTED BACK OFF THE ACCOUNT BY A 'G' ITEM ON THE SAME BATCH *
      * AND LISTED ON ITS OWN REPORT (COLLRCOV). ANY EXCESS STAYS WITH *
      * THE CUSTOMER.                                                  *
      * COLLRPT LISTS TONIGHT'S ACTIONS, THEN THE COLLECTIONS          *
      * WORKLIST BY BRANCH, OLDEST FIRST, WITH BUCKET TOTALS.          *
      * THE AGES COME FROM THE OPTIONAL COLLCTL CARD (DEFAULTS 30 AND  *
      * 60 DAYS). RC 4 - A REWRITE, UPDATE OR BATCH ITEM FAILED.       *
      * RC 16 - A FILE COULD NOT BE OPENED.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT COLLCTL ASSIGN TO 'COLLCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANCOLL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.
           SELECT RPTFILE ASSIGN TO 'COLLRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RCVFILE ASSIGN TO 'COLLRCOV'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RCV-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD COLLCTL.
       01 COLLCTL-RECORD.
          05 COLLCTL-BLOCK-DAYS  PIC 9(03).
          05 COLLCTL-CHGOFF-DAYS PIC 9(03).

       FD TRANGEN.
       01 GEN-RECORD.
          05 GEN-CUST-ID        PIC X(10).
          05 GEN-TRAN-TYPE      PIC X(01).
          05 GEN-AMOUNT         PIC 9(7)V99.
          05 GEN-REFERENCE      PIC X(20).
          05 GEN-APPROVAL-CODE  PIC X(10).
          05 GEN-TO-CUST-ID     PIC X(10).
          05 GEN-EFF-DATE       PIC X(10).
          05 GEN-RESUBMIT-FLAG  PIC X(01).
          05 GEN-CURRENCY       PIC X(03).
          05 GEN-DETAIL-AREA    PIC X(178).
          05 GEN-CHANNEL        PIC X(01).
          05 GEN-CASH-IND       PIC X(01).

       01 GEN-CTL-RECORD REDEFINES GEN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 CTL-REC-TYPE       PIC X(01).
          05 CTL-COUNT          PIC 9(07).
          05 CTL-AMOUNT         PIC 9(11)V99.
          05 CTL-BATCH-ID       PIC X(08).
          05 FILLER             PIC X(215).

       FD JRNFILE.
       01 JRN-RECORD.
          05 JRN-RUN-DATE       PIC X(10).
          05 JRN-PROGRAM        PIC X(08).
          05 JRN-ACTION         PIC X(01).
          05 JRN-BATCH-ID       PIC X(08).
          05 JRN-CUST-ID        PIC X(10).
          05 JRN-BEFORE-IMAGE   PIC X(300).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RCVFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RCV-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RCV-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CRD-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-CRD-EOF         VALUE 'Y'.
       01 WS-REC-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-REC-EOF         VALUE 'Y'.
       01 WS-WRK-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-WRK-EOF         VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-RUN-DATE-INT       PIC S9(9) COMP.

      * COLLECTIONS AGES, OVERRIDDEN BY THE COLLCTL CARD.
       01 WS-BLOCK-DAYS         PIC S9(5) VALUE 30.
       01 WS-CHGOFF-DAYS        PIC S9(5) VALUE 60.

      * THE CUSTOMER'S CUSTOMER_FLAGS ROW AS IT STOOD BEFORE TONIGHT.
       01 WS-FLG-OD-SINCE       PIC X(10) VALUE SPACES.
       01 WS-FLG-BLOCK-DATE     PIC X(10) VALUE SPACES.
       01 WS-FLG-BLOCK-PRIOR    PIC X(01) VALUE SPACE.
       01 WS-FLG-CHGOFF-DATE    PIC X(10) VALUE SPACES.
       01 WS-FLG-CHGOFF-POSTED  PIC X(10) VALUE SPACES.

       01 WS-LAST-GOOD-DATE     PIC X(10) VALUE SPACES.
       01 WS-OD-SINCE           PIC X(10) VALUE SPACES.
       01 WS-OD-DAYS            PIC S9(5) VALUE 0.
       01 WS-OD-BUCKET          PIC X(01) VALUE SPACE.
          88 WS-BUCKET-1-30     VALUE '1'.
          88 WS-BUCKET-31-60    VALUE '2'.
          88 WS-BUCKET-61-90    VALUE '3'.
          88 WS-BUCKET-OVER-90  VALUE '4'.
       01 WS-OD-AMOUNT          PIC S9(7)V99 VALUE 0.
       01 WS-BLOCK-PRIOR        PIC X(01) VALUE SPACE.
       01 WS-BLOCK-SET-CODE     PIC X(01) VALUE SPACE.
       01 WS-NEW-BLOCK-CODE     PIC X(01) VALUE SPACE.
       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.
       01 WS-ACTION             PIC X(14) VALUE SPACES.
       01 WS-NOTE               PIC X(30) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-OVERDRAWN-COUNT    PIC 9(07) VALUE 0.
       01 WS-BLOCKED-COUNT      PIC 9(07) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(07) VALUE 0.
       01 WS-CHGOFF-COUNT       PIC 9(07) VALUE 0.
       01 WS-CHGOFF-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-REPRESENT-COUNT    PIC 9(07) VALUE 0.
       01 WS-CANCEL-COUNT       PIC 9(07) VALUE 0.
       01 WS-CURED-COUNT        PIC 9(07) VALUE 0.
       01 WS-LIFTED-COUNT       PIC 9(07) VALUE 0.
       01 WS-RECOVERY-COUNT     PIC 9(07) VALUE 0.
       01 WS-RECOVERY-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.

       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 2000 TIMES.
             10 WS-GEN-IMAGE    PIC X(254).

      * WORK IMAGE OF ONE GENERATED TRANSACTION - TRANCOLL IS NOT
      * OPEN UNTIL EVERY CHARGE-OFF AND RECOVERY IS KNOWN, SO THE 'H'
      * HEADER CAN CARRY EXACT CONTROL TOTALS.
       01 WS-GEN-WORK.
          05 WS-GEN-CUST-ID     PIC X(10).
          05 WS-GEN-TRAN-TYPE   PIC X(01).
          05 WS-GEN-AMOUNT-W    PIC 9(7)V99.
          05 WS-GEN-REFERENCE   PIC X(20).
          05 WS-GEN-APPROVAL    PIC X(10).
          05 WS-GEN-TO-CUST-ID  PIC X(10).
          05 WS-GEN-EFF-DATE    PIC X(10).
          05 WS-GEN-RESUBMIT    PIC X(01).
          05 WS-GEN-CURRENCY    PIC X(03).
          05 WS-GEN-DETAIL      PIC X(178).
          05 WS-GEN-CHANNEL     PIC X(01).
          05 WS-GEN-CASH-IND    PIC X(01).

      * CREDIT POSTED TO A CHARGED-OFF ACCOUNT SINCE THE WRITE-OFF.
       01 WS-CRD-CUST-ID        PIC X(10).
       01 WS-CRD-TRAN-DATE      PIC X(10).
       01 WS-CRD-TRAN-SEQ       PIC S9(9) COMP.
       01 WS-CRD-AMOUNT         PIC S9(7)V99.
       01 WS-CRD-REMAINING      PIC S9(7)V99.
       01 WS-CRD-BRANCH         PIC X(04).
       01 WS-PREV-CRD-CUST-ID   PIC X(10) VALUE SPACES.
       01 WS-RCV-REMAINING      PIC S9(7)V99 VALUE 0.
       01 WS-RCV-AMOUNT         PIC S9(7)V99 VALUE 0.

      * RECOVERY RECORDED FOR TONIGHT, FOR THE 'G' ITEMS AND COLLRCOV.
       01 WS-REC-CUST-ID        PIC X(10).
       01 WS-REC-NAME           PIC X(30).
       01 WS-REC-BRANCH         PIC X(04).
       01 WS-REC-TRAN-DATE      PIC X(10).
       01 WS-REC-TRAN-SEQ       PIC S9(9) COMP.
       01 WS-REC-CREDIT         PIC S9(7)V99.
       01 WS-REC-RECOVERED      PIC S9(7)V99.

      * WORKLIST ROW, BRANCH BREAK AND BUCKET TOTALS.
       01 WS-WRK-BRANCH         PIC X(04).
       01 WS-WRK-CUST-ID        PIC X(10).
       01 WS-WRK-NAME           PIC X(30).
       01 WS-WRK-BALANCE        PIC S9(7)V99.
       01 WS-WRK-DAYS           PIC S9(5).
       01 WS-WRK-BUCKET         PIC X(01).
       01 WS-WRK-SINCE          PIC X(10).
       01 WS-WRK-BLOCK-DATE     PIC X(10).
       01 WS-WRK-CHGOFF-DATE    PIC X(10).
       01 WS-PREV-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-BRANCH-COUNT       PIC 9(07) VALUE 0.
       01 WS-BRANCH-AMOUNT      PIC S9(11)V99 VALUE 0.
       01 WS-BKT-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-BUCKET-TABLE.
          05 WS-BKT-ENTRY OCCURS 4 TIMES.
             10 WS-BKT-COUNT    PIC 9(07).
             10 WS-BKT-AMOUNT   PIC S9(11)V99.
       01 WS-BUCKET-NAMES.
          05 FILLER             PIC X(05) VALUE '1-30 '.
          05 FILLER             PIC X(05) VALUE '31-60'.
          05 FILLER             PIC X(05) VALUE '61-90'.
          05 FILLER             PIC X(05) VALUE '90+  '.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          05 WS-BKT-NAME        PIC X(05) OCCURS 4 TIMES.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACTION         PIC X(14).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NAME           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-BRANCH         PIC X(04).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-BALANCE        PIC -Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-DAYS           PIC ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-BUCKET         PIC X(05).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-SINCE          PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NOTE           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.

       01 WS-RCV-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 RCV-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-NAME           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-BRANCH         PIC X(04).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-TRAN-DATE      PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-TRAN-SEQ       PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 RCV-RECOVERED      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'COLLECTIONS ACTIONS' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM AGE-ONE-CUSTOMER UNTIL WS-EOF.
           IF WS-BLOCKED-COUNT = 0 AND WS-CHGOFF-COUNT = 0
              AND WS-REPRESENT-COUNT = 0 AND WS-CANCEL-COUNT = 0
              AND WS-CURED-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM RECORD-RECOVERIES.
           PERFORM REPORT-RECOVERIES.
           PERFORM WRITE-COLLECTIONS-WORKLIST.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-GENERATED-BATCH.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
             TO WS-RUN-DATE-INT.
           PERFORM LOAD-COLLECTION-AGES.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING COLLRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RCVFILE.
           IF WS-RCV-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING COLLRCOV: ' WS-RCV-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN I-O CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE RCVFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             OPEN OUTPUT JRNFILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTJRNL: ' WS-JRN-STATUS
             CLOSE CUSTFILE RPTFILE RCVFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'OVERDRAWN ACCOUNT COLLECTIONS - BUSINESS DATE '
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BLOCK-DAYS TO WS-FMT-CNT.
           STRING 'BLOCK AT ' WS-FMT-CNT ' DAYS OVERDRAWN'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CHGOFF-DAYS TO WS-FMT-CNT.
           STRING 'CHARGE OFF AT ' WS-FMT-CNT ' DAYS OVERDRAWN'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RCV-LINE.
           STRING 'CHARGED-OFF ACCOUNT RECOVERIES - BUSINESS DATE '
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO RCV-LINE.
           WRITE RCV-LINE.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO. WITHOUT A CARD THE CURRENT DATE
      * APPLIES.
       GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE.
           OPEN INPUT RUNDTCTL.
           IF WS-RUNDT-STATUS = '00'
             READ RUNDTCTL INTO RUNDT-RECORD
               AT END CONTINUE
             END-READ
             CLOSE RUNDTCTL
             IF CTL-RUN-DATE NOT = SPACES
               MOVE CTL-RUN-DATE TO WS-RUN-DATE
               DISPLAY 'PROCESSING AS OF BUSINESS DATE ' WS-RUN-DATE
             END-IF
           END-IF.
           IF WS-RUN-DATE = SPACES
             STRING FUNCTION CURRENT-DATE(1:4) '-'
                    FUNCTION CURRENT-DATE(5:2) '-'
                    FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.

      * WITHOUT A COLLCTL CARD THE STANDARD AGES APPLY. A ZERO AGE
      * ON THE CARD KEEPS THAT AGE'S DEFAULT, AND A BLOCK AGE PAST
      * THE CHARGE-OFF AGE IS PULLED BACK TO IT.
       LOAD-COLLECTION-AGES.
           OPEN INPUT COLLCTL.
           IF WS-CTL-STATUS = '00'
             READ COLLCTL
               AT END MOVE ZEROS TO COLLCTL-RECORD
             END-READ
             CLOSE COLLCTL
             IF COLLCTL-BLOCK-DAYS IS NUMERIC
                AND COLLCTL-BLOCK-DAYS > 0
               MOVE COLLCTL-BLOCK-DAYS TO WS-BLOCK-DAYS
             END-IF
             IF COLLCTL-CHGOFF-DAYS IS NUMERIC
                AND COLLCTL-CHGOFF-DAYS > 0
               MOVE COLLCTL-CHGOFF-DAYS TO WS-CHGOFF-DAYS
             END-IF
           ELSE
             DISPLAY 'NO COLLCTL CARD - STANDARD COLLECTIONS AGES'
           END-IF.
           IF WS-BLOCK-DAYS > WS-CHGOFF-DAYS
             MOVE WS-CHGOFF-DAYS TO WS-BLOCK-DAYS
           END-IF.

       AGE-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
      * A DORMANT ACCOUNT LEFT OVERDRAWN STILL OWES THE BANK.
             IF CUST-ACTIVE OR CUST-INACTIVE
               PERFORM FETCH-COLLECTION-FLAGS
               PERFORM APPLY-COLLECTIONS
             END-IF
           END-IF.

       FETCH-COLLECTION-FLAGS.
           EXEC SQL
             SELECT COALESCE(COLL_OD_SINCE, ' '),
                    COALESCE(COLL_BLOCK_DATE, ' '),
                    COALESCE(COLL_BLOCK_PRIOR, ' '),
                    COALESCE(CHGOFF_DATE, ' '),
                    COALESCE(CHGOFF_POSTED, ' ')
             INTO :WS-FLG-OD-SINCE, :WS-FLG-BLOCK-DATE,
                  :WS-FLG-BLOCK-PRIOR, :WS-FLG-CHGOFF-DATE,
                  :WS-FLG-CHGOFF-POSTED
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-FLG-OD-SINCE WS-FLG-BLOCK-DATE
                            WS-FLG-BLOCK-PRIOR WS-FLG-CHGOFF-DATE
                            WS-FLG-CHGOFF-POSTED
           END-IF.

      * A WRITTEN-OFF ACCOUNT IS OUT OF AGING FOR GOOD - ITS BLOCK
      * STAYS, AND WHAT IT RECEIVES IS HANDLED AS RECOVERIES. A
      * CHARGE-OFF STILL WAITING TO POST IS RE-PRESENTED WHILE THE
      * ACCOUNT IS OVERDRAWN, AND CANCELLED ONCE IT IS NOT.
       APPLY-COLLECTIONS.
           EVALUATE TRUE
             WHEN WS-FLG-CHGOFF-POSTED NOT = SPACES
               CONTINUE
             WHEN CUST-BALANCE NOT < 0
               IF WS-FLG-CHGOFF-DATE NOT = SPACES
                 PERFORM CANCEL-CHARGE-OFF
               END-IF
               IF WS-FLG-OD-SINCE NOT = SPACES
                  OR WS-FLG-BLOCK-DATE NOT = SPACES
                 PERFORM CURE-OVERDRAWN-ACCOUNT
               END-IF
             WHEN OTHER
               PERFORM AGE-OVERDRAWN-ACCOUNT
           END-EVALUATE.

       AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-OVERDRAWN-COUNT.
           COMPUTE WS-OD-AMOUNT = 0 - CUST-BALANCE.
           PERFORM COMPUTE-OVERDRAWN-AGE.
           PERFORM RECORD-OVERDRAWN-AGE.
      * A CHARGE-OFF ALREADY DECIDED TONIGHT IS A RERUN, AND GOES ON
      * THE REPLACEMENT BATCH AS BEFORE.
           IF WS-FLG-CHGOFF-DATE NOT = SPACES
             PERFORM BUILD-CHARGE-OFF-ITEM
             IF WS-FLG-CHGOFF-DATE < WS-RUN-DATE
               ADD 1 TO WS-REPRESENT-COUNT
               MOVE 'CHGOFF REPRES' TO WS-ACTION
               STRING 'CHARGED OFF ' WS-FLG-CHGOFF-DATE
                      ' - NOT POSTED'
                 DELIMITED BY SIZE INTO WS-NOTE
             ELSE
               ADD 1 TO WS-CHGOFF-COUNT
               ADD WS-OD-AMOUNT TO WS-CHGOFF-TOTAL
               MOVE 'CHARGED OFF' TO WS-ACTION
             END-IF
             PERFORM WRITE-ACTION-LINE
           ELSE
             IF WS-OD-DAYS NOT < WS-CHGOFF-DAYS
               PERFORM SET-COLLECTIONS-BLOCK
               PERFORM CHARGE-OFF-ACCOUNT
             ELSE
               IF WS-OD-DAYS NOT < WS-BLOCK-DAYS
                 PERFORM SET-COLLECTIONS-BLOCK
               END-IF
             END-IF
           END-IF.

      * THE OVERDRAWN RUN STARTS AT THE FIRST NEGATIVE SNAPSHOT AFTER
      * THE LAST NON-NEGATIVE ONE. WITH NO NEGATIVE SNAPSHOT ON FILE
      * (A NIGHT WITHOUT CUSTBHST) THE RUN STARTS TODAY. THE RUN
      * DATE ITSELF COUNTS AS DAY ONE.
       COMPUTE-OVERDRAWN-AGE.
           MOVE SPACES TO WS-LAST-GOOD-DATE WS-OD-SINCE.
           EXEC SQL
             SELECT COALESCE(MAX(BAL_DATE), ' ')
             INTO :WS-LAST-GOOD-DATE
             FROM BALANCE_HISTORY
             WHERE CUST_ID = :CUST-ID
               AND BAL_DATE <= :WS-RUN-DATE
               AND BALANCE >= 0
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-LAST-GOOD-DATE
           END-IF.
           EXEC SQL
             SELECT COALESCE(MIN(BAL_DATE), ' ')
             INTO :WS-OD-SINCE
             FROM BALANCE_HISTORY
             WHERE CUST_ID = :CUST-ID
               AND BAL_DATE > :WS-LAST-GOOD-DATE
               AND BAL_DATE <= :WS-RUN-DATE
               AND BALANCE < 0
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OD-SINCE(5:1) NOT = '-'
             MOVE WS-RUN-DATE TO WS-OD-SINCE
           END-IF.
           STRING WS-OD-SINCE(1:4) WS-OD-SINCE(6:2) WS-OD-SINCE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-OD-DAYS = WS-RUN-DATE-INT
             - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           EVALUATE TRUE
             WHEN WS-OD-DAYS > 90
               SET WS-BUCKET-OVER-90 TO TRUE
             WHEN WS-OD-DAYS > 60
               SET WS-BUCKET-61-90 TO TRUE
             WHEN WS-OD-DAYS > 30
               SET WS-BUCKET-31-60 TO TRUE
             WHEN OTHER
               SET WS-BUCKET-1-30 TO TRUE
           END-EVALUATE.

       RECORD-OVERDRAWN-AGE.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET COLL_OD_SINCE = :WS-OD-SINCE,
                 COLL_DAYS = :WS-OD-DAYS,
                 COLL_BUCKET = :WS-OD-BUCKET,
                 COLL_BALANCE = :CUST-BALANCE,
                 COLL_DATE = :WS-RUN-DATE
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: AGE NOT RECORDED FOR ' CUST-ID
                     ' SQLCODE ' SQLCODE
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      * A DEBIT BLOCK OR FREEZE ALREADY IN PLACE (FROM A COURT ORDER,
      * A KYC REVIEW OR AN EARLIER NIGHT) IS LEFT ALONE AND NOT
      * CLAIMED, SO THIS PROGRAM NEVER LIFTS A BLOCK IT DID NOT SET.
      * A CREDIT-BLOCKED ACCOUNT GAINS THE DEBIT SIDE AS A FREEZE.
       SET-COLLECTIONS-BLOCK.
           EVALUATE TRUE
             WHEN WS-FLG-BLOCK-DATE NOT = SPACES
               CONTINUE
             WHEN CUST-DEBIT-BLOCK OR CUST-FULL-FREEZE
               ADD 1 TO WS-ALREADY-COUNT
             WHEN OTHER
               PERFORM PLACE-COLLECTIONS-BLOCK
           END-EVALUATE.

       PLACE-COLLECTIONS-BLOCK.
           IF CUST-CREDIT-BLOCK
             MOVE 'C' TO WS-BLOCK-PRIOR
             MOVE 'F' TO WS-BLOCK-SET-CODE
           ELSE
             MOVE SPACE TO WS-BLOCK-PRIOR
             MOVE 'D' TO WS-BLOCK-SET-CODE
           END-IF.
           MOVE WS-BLOCK-SET-CODE TO WS-NEW-BLOCK-CODE.
           PERFORM REWRITE-MASTER-RECORD.
           IF WS-CUST-STATUS = '00'
             EXEC SQL
               UPDATE CUSTOMER_FLAGS
               SET COLL_BLOCK_DATE = :WS-RUN-DATE,
                   COLL_BLOCK_PRIOR = :WS-BLOCK-PRIOR
               WHERE CUSTOMER_ID = :CUST-ID
             END-EXEC
             MOVE WS-RUN-DATE TO WS-FLG-BLOCK-DATE
             ADD 1 TO WS-BLOCKED-COUNT
             MOVE 'COLL BLOCK' TO WS-ACTION
             MOVE SPACES TO WS-NOTE
             PERFORM WRITE-ACTION-LINE
           END-IF.

      * THE CHARGE-OFF IS DECIDED HERE AND POSTED BY CUSTUPDT FROM
      * THE GENERATED BATCH, WHICH RECORDS WHAT ACTUALLY POSTED.
      * DEBIT INTEREST ACCRUED BUT NOT YET BILLED IS WRITTEN OFF
      * WITH THE BALANCE, STAMPED WITH THE CHARGE-OFF DATE SO A
      * CANCELLED CHARGE-OFF CAN PUT IT BACK.
       CHARGE-OFF-ACCOUNT.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET CHGOFF_DATE = :WS-RUN-DATE,
                 CHGOFF_AMT = :WS-OD-AMOUNT,
                 CHGOFF_RECOVERED = 0,
                 CHGOFF_POSTED = NULL,
                 CHGOFF_SEQ = NULL
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: CHARGE-OFF NOT RECORDED FOR ' CUST-ID
                     ' SQLCODE ' SQLCODE
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             EXEC SQL
               UPDATE ACCRUAL_LEDGER
               SET CAPITALIZED = 'W',
                   CAP_DATE = :WS-RUN-DATE
               WHERE CUST_ID = :CUST-ID
                 AND ACCR_TYPE = 'D'
                 AND CAPITALIZED = 'N'
             END-EXEC
             MOVE WS-RUN-DATE TO WS-FLG-CHGOFF-DATE
             PERFORM BUILD-CHARGE-OFF-ITEM
             ADD 1 TO WS-CHGOFF-COUNT
             ADD WS-OD-AMOUNT TO WS-CHGOFF-TOTAL
             MOVE 'CHARGED OFF' TO WS-ACTION
             MOVE SPACES TO WS-NOTE
             PERFORM WRITE-ACTION-LINE
           END-IF.

       BUILD-CHARGE-OFF-ITEM.
           MOVE SPACES TO WS-GEN-WORK.
           MOVE CUST-ID TO WS-GEN-CUST-ID.
           MOVE 'O' TO WS-GEN-TRAN-TYPE.
           MOVE WS-OD-AMOUNT TO WS-GEN-AMOUNT-W.
           MOVE 'OD CHARGE-OFF' TO WS-GEN-REFERENCE.
           PERFORM ADD-GENERATED-ITEM.

      * THE ACCOUNT CAME BACK IN CREDIT BEFORE THE WRITE-OFF POSTED.
      * THE WRITTEN-OFF DEBIT INTEREST GOES BACK TO UNBILLED.
       CANCEL-CHARGE-OFF.
           EXEC SQL
             UPDATE ACCRUAL_LEDGER
             SET CAPITALIZED = 'N',
                 CAP_DATE = NULL
             WHERE CUST_ID = :CUST-ID
               AND ACCR_TYPE = 'D'
               AND CAPITALIZED = 'W'
               AND CAP_DATE = :WS-FLG-CHGOFF-DATE
           END-EXEC.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET CHGOFF_DATE = NULL,
                 CHGOFF_AMT = NULL,
                 CHGOFF_RECOVERED = NULL
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE 'CHGOFF CANCEL' TO WS-ACTION.
           STRING 'CHARGED OFF ' WS-FLG-CHGOFF-DATE ' - NOW IN CREDIT'
             DELIMITED BY SIZE INTO WS-NOTE.
           MOVE 0 TO WS-OD-DAYS.
           MOVE SPACE TO WS-OD-BUCKET.
           PERFORM WRITE-ACTION-LINE.

      * BACK IN CREDIT: THE AGE IS CLEARED AND A BLOCK THIS PROGRAM
      * SET IS LIFTED. THE MASTER GOES BACK TO THE CODE IT HAD BEFORE
      * ONLY IF IT STILL CARRIES THE CODE SET HERE - A BLOCK CHANGED
      * SINCE STANDS. EITHER WAY THE CLAIM IS RELEASED.
       CURE-OVERDRAWN-ACCOUNT.
           MOVE 'CURED' TO WS-ACTION.
           MOVE SPACES TO WS-NOTE.
           IF WS-FLG-BLOCK-DATE NOT = SPACES
             IF WS-FLG-BLOCK-PRIOR = 'C'
               MOVE 'F' TO WS-BLOCK-SET-CODE
             ELSE
               MOVE 'D' TO WS-BLOCK-SET-CODE
             END-IF
             IF CUST-BLOCK-CODE = WS-BLOCK-SET-CODE
               MOVE WS-FLG-BLOCK-PRIOR TO WS-NEW-BLOCK-CODE
               PERFORM REWRITE-MASTER-RECORD
               IF WS-CUST-STATUS = '00'
                 ADD 1 TO WS-LIFTED-COUNT
                 MOVE 'BLOCK LIFTED' TO WS-NOTE
               END-IF
             ELSE
               MOVE 'BLOCK CHANGED SINCE - NOT LIFTED' TO WS-NOTE
             END-IF
           END-IF.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET COLL_OD_SINCE = NULL,
                 COLL_DAYS = NULL,
                 COLL_BUCKET = NULL,
                 COLL_BALANCE = NULL,
                 COLL_DATE = NULL,
                 COLL_BLOCK_DATE = NULL,
                 COLL_BLOCK_PRIOR = NULL
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           ADD 1 TO WS-CURED-COUNT.
           MOVE 0 TO WS-OD-DAYS.
           MOVE SPACE TO WS-OD-BUCKET.
           MOVE WS-FLG-OD-SINCE TO WS-OD-SINCE.
           PERFORM WRITE-ACTION-LINE.

       REWRITE-MASTER-RECORD.
           MOVE CUST-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-NEW-BLOCK-CODE TO CUST-BLOCK-CODE.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'CUSTCOLL: REWRITE FAILED FOR ' CUST-ID
                     ' STATUS ' WS-CUST-STATUS
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTCOLL' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE 'COLLBLK ' TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-ACTION-LINE.
           MOVE WS-ACTION TO REG-ACTION.
           MOVE CUST-ID TO REG-CUST-ID.
           MOVE CUST-NAME TO REG-NAME.
           MOVE CUST-BRANCH-CODE TO REG-BRANCH.
           MOVE CUST-BALANCE TO REG-BALANCE.
           MOVE WS-OD-DAYS TO REG-DAYS.
           MOVE SPACES TO REG-BUCKET.
           IF WS-OD-BUCKET >= '1' AND WS-OD-BUCKET <= '4'
             MOVE WS-OD-BUCKET TO WS-BKT-IDX
             MOVE WS-BKT-NAME(WS-BKT-IDX) TO REG-BUCKET
           END-IF.
           MOVE WS-OD-SINCE TO REG-SINCE.
           MOVE WS-NOTE TO REG-NOTE.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-NOTE.

      * EVERY CREDIT POSTED TO A CHARGED-OFF ACCOUNT AFTER THE
      * WRITE-OFF ITSELF IS A RECOVERY, UNTIL THE AMOUNT WRITTEN OFF
      * HAS COME BACK. A CREDIT ALREADY ON COLL_RECOVERY IS NOT TAKEN
      * AGAIN, SO A RERUN OR A MISSED NIGHT NEITHER DOUBLES NOR LOSES
      * ONE. REVERSALS CORRECT AN ERROR AND ARE NOT RECOVERIES.
       RECORD-RECOVERIES.
           EXEC SQL
             DECLARE CRDCUR CURSOR FOR
             SELECT T.CUST_ID, T.TRAN_DATE, T.TRAN_SEQ,
                    T.NEW_BALANCE - T.OLD_BALANCE,
                    F.CHGOFF_AMT - COALESCE(F.CHGOFF_RECOVERED, 0),
                    C.BRANCH_CODE
             FROM TRANSACTION_LOG T, CUSTOMER_FLAGS F,
                  CUSTOMER_MASTER C
             WHERE F.CUSTOMER_ID = T.CUST_ID
               AND C.CUSTOMER_ID = T.CUST_ID
               AND F.CHGOFF_POSTED IS NOT NULL
               AND T.TRAN_DATE <= :WS-RUN-DATE
               AND (T.TRAN_DATE > F.CHGOFF_POSTED
                    OR (T.TRAN_DATE = F.CHGOFF_POSTED
                        AND T.TRAN_SEQ > F.CHGOFF_SEQ))
               AND T.NEW_BALANCE > T.OLD_BALANCE
               AND T.TRAN_TYPE NOT IN ('O', 'R')
               AND NOT EXISTS
                   (SELECT 1 FROM COLL_RECOVERY R
                    WHERE R.CUST_ID = T.CUST_ID
                      AND R.TRAN_DATE = T.TRAN_DATE
                      AND R.TRAN_SEQ = T.TRAN_SEQ)
             ORDER BY T.CUST_ID, T.TRAN_DATE, T.TRAN_SEQ
           END-EXEC.
           EXEC SQL
             OPEN CRDCUR
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: RECOVERY CURSOR OPEN FAILED SQLCODE '
                     SQLCODE
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             PERFORM RECORD-ONE-RECOVERY UNTIL WS-CRD-EOF
             EXEC SQL
               CLOSE CRDCUR
             END-EXEC
           END-IF.

      * THE REMAINING AMOUNT IS READ ONCE PER CUSTOMER AND RUN DOWN
      * HERE, SINCE THE CURSOR DOES NOT SEE THE UPDATES MADE AS IT
      * GOES.
       RECORD-ONE-RECOVERY.
           EXEC SQL
             FETCH CRDCUR
             INTO :WS-CRD-CUST-ID, :WS-CRD-TRAN-DATE,
                  :WS-CRD-TRAN-SEQ, :WS-CRD-AMOUNT,
                  :WS-CRD-REMAINING, :WS-CRD-BRANCH
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-CRD-EOF TO TRUE
           ELSE
             IF WS-CRD-CUST-ID NOT = WS-PREV-CRD-CUST-ID
               MOVE WS-CRD-CUST-ID TO WS-PREV-CRD-CUST-ID
               MOVE WS-CRD-REMAINING TO WS-RCV-REMAINING
             END-IF
             IF WS-RCV-REMAINING > 0
               MOVE WS-CRD-AMOUNT TO WS-RCV-AMOUNT
               IF WS-RCV-AMOUNT > WS-RCV-REMAINING
                 MOVE WS-RCV-REMAINING TO WS-RCV-AMOUNT
               END-IF
               PERFORM INSERT-RECOVERY-ROW
             END-IF
           END-IF.

       INSERT-RECOVERY-ROW.
           EXEC SQL
             INSERT INTO COLL_RECOVERY
               (CUST_ID, TRAN_DATE, TRAN_SEQ, CREDIT_AMT,
                RECOVERED_AMT, BRANCH_CODE, RECOVERY_DATE,
                LOGGED_BY)
             VALUES
               (:WS-CRD-CUST-ID, :WS-CRD-TRAN-DATE,
                :WS-CRD-TRAN-SEQ, :WS-CRD-AMOUNT, :WS-RCV-AMOUNT,
                :WS-CRD-BRANCH, :WS-RUN-DATE, 'CUSTCOLL')
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: RECOVERY NOT RECORDED FOR '
                     WS-CRD-CUST-ID ' SQLCODE ' SQLCODE
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             EXEC SQL
               UPDATE CUSTOMER_FLAGS
               SET CHGOFF_RECOVERED =
                     COALESCE(CHGOFF_RECOVERED, 0) + :WS-RCV-AMOUNT
               WHERE CUSTOMER_ID = :WS-CRD-CUST-ID
             END-EXEC
             SUBTRACT WS-RCV-AMOUNT FROM WS-RCV-REMAINING
           END-IF.

      * EVERY RECOVERY RECORDED FOR THIS BUSINESS DATE - INCLUDING
      * ANY RECORDED BY AN EARLIER RUN OF THE SAME NIGHT, SO A RERUN
      * STILL PUTS THEM ON THE BATCH IT REPLACES - IS COLLECTED BY A
      * 'G' ITEM AND LISTED ON COLLRCOV.
       REPORT-RECOVERIES.
           MOVE SPACES TO RCV-LINE.
           WRITE RCV-LINE.
           MOVE '  CUST-ID    NAME                           BRANCH'
             TO RCV-LINE.
           MOVE 'CREDITED   TRAN SEQ         CREDIT      RECOVERED'
             TO RCV-LINE(60:50).
           WRITE RCV-LINE.
           EXEC SQL
             DECLARE RECCUR CURSOR FOR
             SELECT R.CUST_ID, C.CUST_NAME, R.BRANCH_CODE,
                    R.TRAN_DATE, R.TRAN_SEQ, R.CREDIT_AMT,
                    R.RECOVERED_AMT
             FROM COLL_RECOVERY R, CUSTOMER_MASTER C
             WHERE C.CUSTOMER_ID = R.CUST_ID
               AND R.RECOVERY_DATE = :WS-RUN-DATE
             ORDER BY R.BRANCH_CODE, R.CUST_ID, R.TRAN_DATE,
                      R.TRAN_SEQ
           END-EXEC.
           EXEC SQL
             OPEN RECCUR
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: RECOVERY REPORT CURSOR OPEN FAILED '
                     'SQLCODE ' SQLCODE
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE '  RECOVERIES NOT AVAILABLE' TO RCV-LINE
             WRITE RCV-LINE
           ELSE
             PERFORM REPORT-ONE-RECOVERY UNTIL WS-REC-EOF
             EXEC SQL
               CLOSE RECCUR
             END-EXEC
             IF WS-RECOVERY-COUNT = 0
               MOVE '  NONE' TO RCV-LINE
               WRITE RCV-LINE
             END-IF
           END-IF.
           MOVE SPACES TO RCV-LINE.
           WRITE RCV-LINE.
           MOVE WS-RECOVERY-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RCV-LINE.
           STRING 'RECOVERIES:              ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RCV-LINE.
           WRITE RCV-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RCV-LINE.
           STRING 'CREDITS RECEIVED:     ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RCV-LINE.
           WRITE RCV-LINE.
           MOVE WS-RECOVERY-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RCV-LINE.
           STRING 'AMOUNT RECOVERED:     ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RCV-LINE.
           WRITE RCV-LINE.

       REPORT-ONE-RECOVERY.
           EXEC SQL
             FETCH RECCUR
             INTO :WS-REC-CUST-ID, :WS-REC-NAME, :WS-REC-BRANCH,
                  :WS-REC-TRAN-DATE, :WS-REC-TRAN-SEQ,
                  :WS-REC-CREDIT, :WS-REC-RECOVERED
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-REC-EOF TO TRUE
           ELSE
             ADD 1 TO WS-RECOVERY-COUNT
             ADD WS-REC-CREDIT TO WS-CREDIT-TOTAL
             ADD WS-REC-RECOVERED TO WS-RECOVERY-TOTAL
             MOVE SPACES TO WS-GEN-WORK
             MOVE WS-REC-CUST-ID TO WS-GEN-CUST-ID
             MOVE 'G' TO WS-GEN-TRAN-TYPE
             MOVE WS-REC-RECOVERED TO WS-GEN-AMOUNT-W
             MOVE 'OD RECOVERY' TO WS-GEN-REFERENCE
             PERFORM ADD-GENERATED-ITEM
             MOVE WS-REC-CUST-ID TO RCV-CUST-ID
             MOVE WS-REC-NAME TO RCV-NAME
             MOVE WS-REC-BRANCH TO RCV-BRANCH
             MOVE WS-REC-TRAN-DATE TO RCV-TRAN-DATE
             MOVE WS-REC-TRAN-SEQ TO RCV-TRAN-SEQ
             MOVE WS-REC-CREDIT TO RCV-CREDIT
             MOVE WS-REC-RECOVERED TO RCV-RECOVERED
             MOVE WS-RCV-DETAIL TO RCV-LINE
             WRITE RCV-LINE
           END-IF.

      * AN ITEM THAT DOES NOT FIT IS NOT LOST - A CHARGE-OFF IS
      * RE-PRESENTED NEXT NIGHT, BUT A RECOVERY MUST BE COLLECTED BY
      * HAND, SO BOTH ARE REPORTED AS EXCEPTIONS.
       ADD-GENERATED-ITEM.
           IF WS-GEN-COUNT < WS-GEN-MAX
             MOVE 'S' TO WS-GEN-CHANNEL
             ADD 1 TO WS-GEN-COUNT
             ADD WS-GEN-AMOUNT-W TO WS-GEN-AMOUNT
             MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT)
           ELSE
             ADD 1 TO WS-EXCEPTION-COUNT
             DISPLAY 'CUSTCOLL: BATCH TABLE FULL - ' WS-GEN-TRAN-TYPE
                     ' ITEM FOR ' WS-GEN-CUST-ID ' NOT GENERATED'
           END-IF.

      * EVERY ACCOUNT AGED TONIGHT, BRANCH BY BRANCH, LONGEST
      * OVERDRAWN FIRST. ONLY ROWS AGED TONIGHT ARE TAKEN, SO AN
      * ACCOUNT CLOSED SINCE DOES NOT LINGER.
       WRITE-COLLECTIONS-WORKLIST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'COLLECTIONS WORKLIST BY BRANCH' TO RPT-LINE.
           WRITE RPT-LINE.
           INITIALIZE WS-BUCKET-TABLE.
           EXEC SQL
             DECLARE WRKCUR CURSOR FOR
             SELECT C.BRANCH_CODE, F.CUSTOMER_ID, C.CUST_NAME,
                    F.COLL_BALANCE, F.COLL_DAYS, F.COLL_BUCKET,
                    F.COLL_OD_SINCE,
                    COALESCE(F.COLL_BLOCK_DATE, ' '),
                    COALESCE(F.CHGOFF_DATE, ' ')
             FROM CUSTOMER_FLAGS F, CUSTOMER_MASTER C
             WHERE F.CUSTOMER_ID = C.CUSTOMER_ID
               AND F.COLL_DATE = :WS-RUN-DATE
             ORDER BY C.BRANCH_CODE, F.COLL_DAYS DESC,
                      F.CUSTOMER_ID
           END-EXEC.
           EXEC SQL
             OPEN WRKCUR
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTCOLL: WORKLIST CURSOR OPEN FAILED SQLCODE '
                     SQLCODE
             MOVE '  WORKLIST NOT AVAILABLE' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM WRITE-ONE-WORKLIST-LINE UNTIL WS-WRK-EOF
             EXEC SQL
               CLOSE WRKCUR
             END-EXEC
             IF WS-PREV-BRANCH = SPACES
               MOVE '  NONE' TO RPT-LINE
               WRITE RPT-LINE
             ELSE
               PERFORM WRITE-BRANCH-TOTAL
             END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'OVERDRAWN BALANCES BY AGE' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-BUCKET-TOTAL
             VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4.

       WRITE-ONE-WORKLIST-LINE.
           EXEC SQL
             FETCH WRKCUR
             INTO :WS-WRK-BRANCH, :WS-WRK-CUST-ID, :WS-WRK-NAME,
                  :WS-WRK-BALANCE, :WS-WRK-DAYS, :WS-WRK-BUCKET,
                  :WS-WRK-SINCE, :WS-WRK-BLOCK-DATE,
                  :WS-WRK-CHGOFF-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-WRK-EOF TO TRUE
           ELSE
             IF WS-WRK-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                 PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-WRK-BRANCH TO WS-PREV-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT WS-BRANCH-AMOUNT
               MOVE SPACES TO RPT-LINE
               STRING ' BRANCH ' WS-WRK-BRANCH
                 DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
             END-IF
             ADD 1 TO WS-BRANCH-COUNT
             ADD WS-WRK-BALANCE TO WS-BRANCH-AMOUNT
             MOVE SPACES TO REG-BUCKET
             IF WS-WRK-BUCKET >= '1' AND WS-WRK-BUCKET <= '4'
               MOVE WS-WRK-BUCKET TO WS-BKT-IDX
               MOVE WS-BKT-NAME(WS-BKT-IDX) TO REG-BUCKET
               ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX)
               ADD WS-WRK-BALANCE TO WS-BKT-AMOUNT(WS-BKT-IDX)
             END-IF
             MOVE SPACES TO REG-NOTE
             EVALUATE TRUE
               WHEN WS-WRK-CHGOFF-DATE NOT = SPACES
                 MOVE 'CHARGED OFF' TO REG-ACTION
                 STRING 'CHARGED OFF ' WS-WRK-CHGOFF-DATE
                   DELIMITED BY SIZE INTO REG-NOTE
               WHEN WS-WRK-BLOCK-DATE NOT = SPACES
                 MOVE 'BLOCKED' TO REG-ACTION
                 STRING 'BLOCKED ' WS-WRK-BLOCK-DATE
                   DELIMITED BY SIZE INTO REG-NOTE
               WHEN OTHER
                 MOVE 'OVERDRAWN' TO REG-ACTION
             END-EVALUATE
             MOVE WS-WRK-CUST-ID TO REG-CUST-ID
             MOVE WS-WRK-NAME TO REG-NAME
             MOVE WS-WRK-BRANCH TO REG-BRANCH
             MOVE WS-WRK-BALANCE TO REG-BALANCE
             MOVE WS-WRK-DAYS TO REG-DAYS
             MOVE WS-WRK-SINCE TO REG-SINCE
             MOVE WS-REG-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT TO WS-FMT-CNT.
           MOVE WS-BRANCH-AMOUNT TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '   BRANCH ' WS-PREV-BRANCH ' OVERDRAWN ACCOUNTS: '
                  WS-FMT-CNT '  BALANCE: ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-BUCKET-TOTAL.
           MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-FMT-CNT.
           MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING '  ' WS-BKT-NAME(WS-BKT-IDX) ' DAYS   ACCOUNTS: '
                  WS-FMT-CNT '  BALANCE: ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OVERDRAWN-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS OVERDRAWN:      ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BLOCKED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'COLLECTIONS BLOCKS SET:  ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHGOFF-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGED OFF:             ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHGOFF-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT CHARGED OFF:   ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REPRESENT-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGE-OFFS RE-PRESENTED:' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CANCEL-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGE-OFFS CANCELLED:   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CURED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS CURED:          ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIFTED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'COLLECTIONS BLOCKS LIFTED:' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RECOVERY-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RECOVERIES (SEE COLLRCOV):' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'EXCEPTIONS:              ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * THE BATCH IS ONLY WRITTEN ONCE EVERY ITEM IS KNOWN, SO THE
      * 'H' HEADER CAN CARRY THE EXACT COUNT AND AMOUNT CONTROL
      * TOTALS CUSTUPDT WILL VERIFY.
       WRITE-GENERATED-BATCH.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO CHARGE-OFFS OR RECOVERIES - NO BATCH '
                     'GENERATED'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANCOLL: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'H' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'COLLGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               PERFORM WRITE-ONE-GEN-RECORD
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'T' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'COLLGEN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               CLOSE TRANGEN
             END-IF
           END-IF.

       WRITE-ONE-GEN-RECORD.
           MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO GEN-RECORD.
           WRITE GEN-RECORD.

       CLEANUP-PARA.
           CLOSE CUSTFILE JRNFILE RPTFILE RCVFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTCOLL COMPLETE'.
           DISPLAY '  CUSTOMERS READ:        ' WS-READ-COUNT.
           DISPLAY '  ACCOUNTS OVERDRAWN:    ' WS-OVERDRAWN-COUNT.
           DISPLAY '  BLOCKS SET:            ' WS-BLOCKED-COUNT.
           DISPLAY '  ALREADY BLOCKED:       ' WS-ALREADY-COUNT.
           DISPLAY '  CHARGED OFF:           ' WS-CHGOFF-COUNT.
           DISPLAY '  RE-PRESENTED:          ' WS-REPRESENT-COUNT.
           DISPLAY '  CANCELLED:             ' WS-CANCEL-COUNT.
           DISPLAY '  CURED:                 ' WS-CURED-COUNT.
           DISPLAY '  BLOCKS LIFTED:         ' WS-LIFTED-COUNT.
           DISPLAY '  RECOVERIES:            ' WS-RECOVERY-COUNT.
           DISPLAY '  EXCEPTIONS:            ' WS-EXCEPTION-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED:  ' WS-JRN-COUNT.
           DISPLAY '  BATCH RECORDS:         ' WS-GEN-COUNT.
           DISPLAY '  BATCH AMOUNT TOTAL:    ' WS-GEN-AMOUNT.
