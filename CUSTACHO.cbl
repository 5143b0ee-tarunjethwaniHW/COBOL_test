       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACHO.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTACHO - OUTBOUND ACH ORIGINATION AND RETURN MATCHING        *
      * RUNS AFTER CUSTUPDT AND BEFORE CUSTSORJ. PAYS THE EXTERNAL     *
      * PAYEES OF 'X' STANDING ORDERS WHOSE CUSTOMER DEBIT HAS POSTED: *
      *   - RETURNS: EACH ENTRY ON THE CLEARING HOUSE'S RETURN FILE    *
      *     (ACHORTN) IS MATCHED BY TRACE NUMBER TO THE ORIGINATION    *
      *     HISTORY (ACHOHIST). A MATCHED RETURN CREDITS THE CUSTOMER  *
      *     BACK ON A CONTROL-TOTALED TRANDATA BATCH (ACHORTN, ON      *
      *     TRANACHO) AND IS WRITTEN TO ACHORJ IN THE ERRDATA LAYOUT,  *
      *     WHERE CUSTSORJ PICKS IT UP FOR THE SAME RETRY/SUSPEND      *
      *     HANDLING AS A POSTING BOUNCE                               *
      *   - ORIGINATION: EACH PENDING ITEM (ORIGSTOR FROM CUSTSTOR,    *
      *     ORIGSORJ FROM LAST NIGHT'S CUSTSORJ RETRIES, ACHOCARY      *
      *     CARRIED FROM EARLIER NIGHTS) WHOSE DEBIT IS NOT ON         *
      *     TONIGHT'S ERRDATA AND HAS POSTED TO TRANSACTION_LOG IS     *
      *     GIVEN A TRACE NUMBER AND WRITTEN TO THE OUTBOUND CLEARING  *
      *     FILE (ACHOUT) BETWEEN AN 'H' HEADER AND 'T' TRAILER        *
      *     CARRYING THE ENTRY COUNT, AMOUNT AND ROUTING HASH. A       *
      *     BOUNCED DEBIT IS NOT SENT - CUSTSORJ RETRIES IT. A DEBIT   *
      *     NOT YET POSTED (HELD ON PENDAPPR FOR DUAL CONTROL OR       *
      *     VELOCITY REVIEW) IS CARRIED TO ACHOCNEW FOR THE SWAP-IN    *
      *     AND SENT THE NIGHT ITS DEBIT POSTS, ON ITS OWN BATCH OR    *
      *     CUSTAPRV'S APRVGEN; AFTER 30 DAYS IT IS DROPPED. A POSTED  *
      *     DEBIT FUNDS ONE PAYMENT ONLY - IT MUST BE DATED AFTER THE  *
      *     LAST PAYMENT SENT FOR THE SAME CUSTOMER AND REFERENCE.     *
      *     A PAYEE WHOSE ROUTING NUMBER FAILS ITS CHECK DIGIT IS NOT  *
      *     SENT EITHER: THE DEBIT IS CREDITED BACK AND THE ITEM GOES  *
      *     TO ACHORJ LIKE A RETURN                                    *
      * TRACE NUMBERS ARE THE ACHOCTL ORIGINATING ROUTING PREFIX PLUS  *
      * A SEVEN-DIGIT SEQUENCE CONTINUING FROM THE HIGHEST ON THE      *
      * HISTORY. THE HISTORY REWRITES TO ACHOHNEW FOR THE SWAP-IN,     *
      * KEEPING 90 DAYS - THE LONGEST WINDOW A RETURN CAN ARRIVE IN.   *
      * EVERY RETURN, ORIGINATION AND REFUSAL IS LISTED ON THE         *
      * ORIGINATION REGISTER (ACHOREG).                                *
      * RC 4 - A RETURN DID NOT MATCH THE HISTORY OR WAS A DUPLICATE.  *
      * RC 8 - A TRANSACTION_LOG LOOKUP FAILED; THE ITEM WAS CARRIED.  *
      * RC 16 - NO ACHOCTL CARD, OR A TABLE OVERFLOWED; NOTHING IS     *
      * WRITTEN AND THE STEP CAN BE RERUN ONCE CORRECTED.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGCTL ASSIGN TO 'ACHOCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT OPNDFILE ASSIGN TO 'ORIGSTOR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OPND-STATUS.
           SELECT OPNDRTRY ASSIGN TO 'ORIGSORJ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RTRY-STATUS.
           SELECT ERRFILE ASSIGN TO 'ERRDATA'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ERR-STATUS.
           SELECT CARYFILE ASSIGN TO 'ACHOCARY'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CARY-STATUS.
           SELECT CARYNEW ASSIGN TO 'ACHOCNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CNEW-STATUS.
           SELECT HISTFILE ASSIGN TO 'ACHOHIST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTNEW ASSIGN TO 'ACHOHNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HNEW-STATUS.
           SELECT RTNFILE ASSIGN TO 'ACHORTN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RTN-STATUS.
           SELECT OUTFILE ASSIGN TO 'ACHOUT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-OUT-STATUS.
           SELECT TRANGEN ASSIGN TO 'TRANACHO'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
           SELECT ACHRJFILE ASSIGN TO 'ACHORJ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ACHRJ-STATUS.
           SELECT RPTFILE ASSIGN TO 'ACHOREG'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORIGCTL.
       01 ORIGCTL-RECORD.
          05 CTL-ODFI-ROUTING   PIC X(08).
          05 CTL-COMPANY-ID     PIC X(10).
          05 CTL-COMPANY-NAME   PIC X(16).

       FD OPNDFILE.
       COPY OPNDCOPY.

       FD OPNDRTRY.
       01 OPNDRTRY-RECORD       PIC X(106).

       FD CARYFILE.
       01 CARY-RECORD           PIC X(106).

       FD CARYNEW.
       01 CARYNEW-RECORD        PIC X(106).

       FD ERRFILE.
       01 ERR-RECORD.
          05 ERR-CUST-ID        PIC X(10).
          05 ERR-TRAN-TYPE      PIC X(01).
          05 ERR-AMOUNT         PIC 9(7)V99.
          05 ERR-REASON         PIC X(60).
          05 ERR-DATE           PIC X(10).
          05 ERR-REFERENCE      PIC X(20).
          05 ERR-TO-CUST-ID     PIC X(10).
          05 ERR-EFF-DATE       PIC X(10).
          05 ERR-RESUBMIT       PIC X(01).
          05 ERR-CURRENCY       PIC X(03).
          05 ERR-CHANNEL        PIC X(01).
          05 ERR-CASH-IND       PIC X(01).

       FD HISTFILE.
       01 HIST-RECORD.
          05 HIST-TRACE-NUMBER  PIC X(15).
          05 HIST-CUST-ID       PIC X(10).
          05 HIST-REFERENCE     PIC X(20).
          05 HIST-AMOUNT        PIC 9(7)V99.
          05 HIST-PAYEE-ROUTING PIC X(09).
          05 HIST-PAYEE-ACCOUNT PIC X(17).
          05 HIST-PAYEE-NAME    PIC X(22).
          05 HIST-ORIG-DATE     PIC X(10).
          05 HIST-EFF-DATE      PIC X(10).
          05 HIST-STATUS        PIC X(01).
             88 HIST-ORIGINATED VALUE 'O'.
             88 HIST-RETURNED   VALUE 'R'.
          05 HIST-RETURN-CODE   PIC X(03).
          05 HIST-RETURN-DATE   PIC X(10).

       FD HISTNEW.
       01 HISTNEW-RECORD        PIC X(136).

      * CLEARING HOUSE RETURN OF A PAYMENT WE ORIGINATED.
       FD RTNFILE.
       01 RTN-RECORD.
          05 RTN-TRACE-NUMBER   PIC X(15).
          05 RTN-RETURN-CODE    PIC X(03).
          05 RTN-AMOUNT         PIC 9(7)V99.
          05 RTN-RETURN-DATE    PIC X(10).

      * OUTBOUND CLEARING FILE: 'H' BATCH HEADER, ONE 'E' ENTRY PER
      * PAYMENT, 'T' BATCH TRAILER. TRAN CODE '22' CREDITS A PAYEE
      * CHECKING ACCOUNT, '32' A SAVINGS ACCOUNT.
       FD OUTFILE.
       01 OUT-RECORD.
          05 OUT-REC-TYPE       PIC X(01).
          05 OUT-ORIGINATOR-ID  PIC X(08).
          05 OUT-TRAN-CODE      PIC X(02).
          05 OUT-PAYEE-ROUTING  PIC X(09).
          05 OUT-PAYEE-ACCOUNT  PIC X(17).
          05 OUT-AMOUNT         PIC 9(7)V99.
          05 OUT-TRACE-NUMBER   PIC X(15).
          05 OUT-EFF-DATE       PIC X(10).
          05 OUT-PAYEE-NAME     PIC X(22).
          05 OUT-CUST-ID        PIC X(10).

       01 OUT-CTL-RECORD REDEFINES OUT-RECORD.
          05 OUT-CTL-REC-TYPE   PIC X(01).
          05 OUT-CTL-ORIGINATOR PIC X(08).
          05 OUT-CTL-COMPANY-ID PIC X(10).
          05 OUT-CTL-COMPANY-NAME PIC X(16).
          05 OUT-CTL-COUNT      PIC 9(07).
          05 OUT-CTL-AMOUNT     PIC 9(11)V99.
          05 OUT-CTL-HASH       PIC 9(10).
          05 OUT-CTL-FILE-DATE  PIC X(10).
          05 OUT-CTL-BATCH-ID   PIC X(08).
          05 FILLER             PIC X(20).

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

       FD ACHRJFILE.
       01 ACHRJ-RECORD          PIC X(136).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-OPND-STATUS        PIC XX VALUE SPACES.
       01 WS-RTRY-STATUS        PIC XX VALUE SPACES.
       01 WS-CARY-STATUS        PIC XX VALUE SPACES.
       01 WS-CNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-ERR-STATUS         PIC XX VALUE SPACES.
       01 WS-HIST-STATUS        PIC XX VALUE SPACES.
       01 WS-HNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-RTN-STATUS         PIC XX VALUE SPACES.
       01 WS-OUT-STATUS         PIC XX VALUE SPACES.
       01 WS-GEN-STATUS         PIC XX VALUE SPACES.
       01 WS-ACHRJ-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-OPND-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-OPND-EOF        VALUE 'Y'.
       01 WS-RTRY-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-RTRY-EOF        VALUE 'Y'.
       01 WS-CARY-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CARY-EOF        VALUE 'Y'.
       01 WS-CNEW-OPEN-FLAG     PIC X VALUE 'N'.
          88 WS-CNEW-IS-OPEN    VALUE 'Y'.
       01 WS-ERR-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-ERR-EOF         VALUE 'Y'.
       01 WS-HIST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-RTN-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-RTN-EOF         VALUE 'Y'.
       01 WS-ACHRJ-OPEN-FLAG    PIC X VALUE 'N'.
          88 WS-ACHRJ-IS-OPEN   VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-EFF-DATE           PIC X(10).
       01 WS-ERROR-MSG          PIC X(60) VALUE SPACES.

       01 WS-PENDING-READ-COUNT PIC 9(07) VALUE 0.
       01 WS-ORIG-COUNT         PIC 9(07) VALUE 0.
       01 WS-ORIG-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-ORIG-HASH          PIC 9(10) VALUE 0.
       01 WS-BOUNCED-COUNT      PIC 9(07) VALUE 0.
       01 WS-BAD-PAYEE-COUNT    PIC 9(07) VALUE 0.
       01 WS-CARRIED-COUNT      PIC 9(07) VALUE 0.
       01 WS-DROPPED-COUNT      PIC 9(07) VALUE 0.
       01 WS-SQL-ERR-COUNT      PIC 9(07) VALUE 0.
       01 WS-RETURN-READ-COUNT  PIC 9(07) VALUE 0.
       01 WS-RETURN-COUNT       PIC 9(07) VALUE 0.
       01 WS-RETURN-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(07) VALUE 0.
       01 WS-DUPLICATE-COUNT    PIC 9(07) VALUE 0.
       01 WS-HIST-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-HIST-WRITE-COUNT   PIC 9(07) VALUE 0.
       01 WS-HIST-AGED-COUNT    PIC 9(07) VALUE 0.

      * TONIGHT'S REJECTED DEBITS - A PENDING ITEM WHOSE DEBIT IS
      * HERE NEVER POSTED AND MUST NOT BE PAID OUT.
       01 WS-REJ-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-REJ-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-REJ-TABLE.
          05 WS-REJ-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-REJ-IDX.
             10 WS-REJ-CUST-ID  PIC X(10).
             10 WS-REJ-REF      PIC X(20).
       01 WS-REJ-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-REJ-FOUND       VALUE 'Y'.

      * THE CUSTOMER DEBIT BEHIND A PENDING ITEM, AS POSTED TO
      * TRANSACTION_LOG. WS-LAST-SENT-DATE IS THE LATEST ORIGINATION
      * ON THE HISTORY FOR THE SAME CUSTOMER AND REFERENCE - A DEBIT
      * ON OR BEFORE IT HAS ALREADY PAID FOR THAT PAYMENT.
       01 WS-DEBIT-ROWS         PIC S9(9) COMP VALUE 0.
       01 WS-LAST-SENT-DATE     PIC X(10) VALUE SPACES.
       01 WS-CARRY-DAYS         PIC S9(4) COMP VALUE 30.
       01 WS-DUE-INTEGER        PIC S9(9) COMP VALUE 0.
       01 WS-TODAY-INTEGER      PIC S9(9) COMP VALUE 0.

      * PENDING ITEMS FROM BOTH SOURCES, HELD SO THE WHOLE RUN CAN
      * BE ABANDONED BEFORE ANYTHING IS WRITTEN IF THEY DO NOT FIT.
       01 WS-PND-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-PND-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-PND-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-PND-TABLE.
          05 WS-PND-ENTRY OCCURS 2000 TIMES.
             10 WS-PND-IMAGE    PIC X(106).

      * ORIGINATION HISTORY, SAME LAYOUT AS HIST-RECORD, PLUS
      * TONIGHT'S NEW ORIGINATIONS.
       01 WS-HST-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-HST-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-HST-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-HST-TABLE.
          05 WS-HST-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-HST-IDX.
             10 WS-HST-TRACE    PIC X(15).
             10 WS-HST-CUST-ID  PIC X(10).
             10 WS-HST-REF      PIC X(20).
             10 WS-HST-AMOUNT   PIC 9(7)V99.
             10 WS-HST-ROUTING  PIC X(09).
             10 WS-HST-ACCOUNT  PIC X(17).
             10 WS-HST-NAME     PIC X(22).
             10 WS-HST-ORIG-DATE PIC X(10).
             10 WS-HST-EFF-DATE PIC X(10).
             10 WS-HST-STATUS   PIC X(01).
             10 WS-HST-RTN-CODE PIC X(03).
             10 WS-HST-RTN-DATE PIC X(10).
       01 WS-HST-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-HST-FOUND       VALUE 'Y'.
       01 WS-HST-HIT            PIC S9(4) COMP VALUE 0.

      * TODAY'S OUTBOUND ENTRIES, WRITTEN ONCE THE TRAILER TOTALS
      * ARE KNOWN.
       01 WS-OUT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-OUT-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-OUT-TABLE.
          05 WS-OUT-ENTRY OCCURS 2000 TIMES.
             10 WS-OUT-IMAGE    PIC X(103).

      * CREDIT-BACK ITEMS FOR THE ACHORTN TRANDATA BATCH.
       01 WS-GEN-COUNT          PIC 9(07) VALUE 0.
       01 WS-GEN-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-GEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-GEN-MAX            PIC S9(4) COMP VALUE 4000.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 4000 TIMES.
             10 WS-GEN-IMAGE    PIC X(254).

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

       01 WS-LAST-TRACE-SEQ     PIC 9(07) VALUE 0.
       01 WS-TRACE-SEQ-W        PIC 9(07) VALUE 0.
       01 WS-NEW-TRACE          PIC X(15) VALUE SPACES.

      * ROUTING-NUMBER CHECK DIGIT: 3-7-1 WEIGHTS OVER THE NINE
      * DIGITS MUST SUM TO A MULTIPLE OF TEN.
       01 WS-ROUTING-WORK       PIC X(09).
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
          05 WS-RT-DIGIT        PIC 9(01) OCCURS 9 TIMES.
       01 WS-ROUTING-PREFIX REDEFINES WS-ROUTING-WORK.
          05 WS-RT-FIRST-8      PIC 9(08).
          05 FILLER             PIC X(01).
       01 WS-RT-SUM             PIC 9(04) VALUE 0.
       01 WS-RT-QUOT            PIC 9(04) VALUE 0.
       01 WS-RT-REM             PIC 9(02) VALUE 0.
       01 WS-ROUTING-OK-FLAG    PIC X VALUE 'N'.
          88 WS-ROUTING-OK      VALUE 'Y'.

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-DATE-INTEGER       PIC S9(9) COMP.
       01 WS-CUTOFF-INTEGER     PIC S9(9) COMP.
       01 WS-RETAIN-DAYS        PIC S9(4) COMP VALUE 90.

       COPY CALCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACTION         PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-TRACE          PIC X(15).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-REFERENCE      PIC X(20).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-ROUTING        PIC X(09).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-ACCOUNT        PIC X(17).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NOTE           PIC X(20).
          05 FILLER             PIC X(07) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-ORIGINATION-HISTORY.
           PERFORM LOAD-PENDING-ITEMS.
      * NOTHING MAY BE WRITTEN FROM A PARTIAL PICTURE: A TRUNCATED
      * HISTORY WOULD LOSE TRACES STILL OPEN TO RETURN, AND A
      * TRUNCATED PENDING LIST WOULD LEAVE POSTED DEBITS UNPAID.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTACHO: HISTORY OR PENDING ITEMS EXCEED THE '
                     'TABLE - RUN ABANDONED, NOTHING WRITTEN'
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-TONIGHTS-REJECTS.
           PERFORM PROCESS-CLEARING-RETURNS.
           PERFORM ORIGINATE-PENDING-ITEMS.
           PERFORM WRITE-OUTBOUND-FILE.
           PERFORM WRITE-CREDIT-BACK-BATCH.
           PERFORM WRITE-NEW-HISTORY.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           OPEN INPUT ORIGCTL.
           IF WS-CTL-STATUS NOT = '00'
             DISPLAY 'CUSTACHO: NO ACHOCTL CARD - ORIGINATION '
                     'CANNOT RUN'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ ORIGCTL INTO ORIGCTL-RECORD
             AT END MOVE SPACES TO ORIGCTL-RECORD
           END-READ.
           CLOSE ORIGCTL.
           IF CTL-ODFI-ROUTING IS NOT NUMERIC
             DISPLAY 'CUSTACHO: ACHOCTL ORIGINATING ROUTING PREFIX '
                     'NOT NUMERIC: ' CTL-ODFI-ROUTING
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACHOREG: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM GET-EFFECTIVE-ENTRY-DATE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACH ORIGINATION REGISTER - BUSINESS DATE '
                  WS-CURRENT-DATE '  EFFECTIVE ' WS-EFF-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      * THE BUSINESS RUN DATE COMES FROM THE RUNDATE CONTROL CARD
      * WHEN ONE IS SUPPLIED, SO A RECOVERY RERUN PROCESSES AS THE
      * BUSINESS DATE IT BELONGS TO. WITHOUT A CARD THE CURRENT DATE
      * APPLIES.
       GET-BUSINESS-RUN-DATE.
           MOVE SPACES TO WS-CURRENT-DATE.
           OPEN INPUT RUNDTCTL.
           IF WS-RUNDT-STATUS = '00'
             READ RUNDTCTL INTO RUNDT-RECORD
               AT END CONTINUE
             END-READ
             CLOSE RUNDTCTL
             IF CTL-RUN-DATE NOT = SPACES
               MOVE CTL-RUN-DATE TO WS-CURRENT-DATE
               DISPLAY 'PROCESSING AS OF BUSINESS DATE '
                       WS-CURRENT-DATE
             END-IF
           END-IF.
           IF WS-CURRENT-DATE = SPACES
             STRING FUNCTION CURRENT-DATE(1:4) '-'
                    FUNCTION CURRENT-DATE(5:2) '-'
                    FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           END-IF.

      * PAYMENTS SETTLE ON THE NEXT BUSINESS DAY AFTER THE RUN DATE.
       GET-EFFECTIVE-ENTRY-DATE.
           STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                  WS-CURRENT-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + 1.
           COMPUTE WS-CUTOFF-INTEGER =
             WS-DATE-INTEGER - 1 - WS-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
             TO WS-DATE-NUM.
           MOVE SPACES TO WS-EFF-DATE.
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
             DELIMITED BY SIZE INTO WS-EFF-DATE.
           MOVE 'N' TO CAL-FUNCTION.
           MOVE WS-EFF-DATE TO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           IF CAL-YES
             MOVE CAL-DATE-OUT TO WS-EFF-DATE
           END-IF.

      * A MISSING HISTORY IS A VALID FIRST RUN.
       LOAD-ORIGINATION-HISTORY.
           MOVE 0 TO WS-HST-COUNT.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '00'
             PERFORM READ-ONE-HISTORY UNTIL WS-HIST-EOF
             CLOSE HISTFILE
           ELSE
             DISPLAY 'NO ACHOHIST FILE - STARTING AN EMPTY '
                     'ORIGINATION HISTORY'
           END-IF.

       READ-ONE-HISTORY.
           READ HISTFILE INTO HIST-RECORD
             AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF
             ADD 1 TO WS-HIST-READ-COUNT
             IF WS-HST-COUNT < WS-HST-MAX
               ADD 1 TO WS-HST-COUNT
               SET WS-HST-IDX TO WS-HST-COUNT
               MOVE HIST-RECORD TO WS-HST-ENTRY(WS-HST-IDX)
               IF HIST-TRACE-NUMBER(1:8) = CTL-ODFI-ROUTING
                  AND HIST-TRACE-NUMBER(9:7) IS NUMERIC
                 MOVE HIST-TRACE-NUMBER(9:7) TO WS-TRACE-SEQ-W
                 IF WS-TRACE-SEQ-W > WS-LAST-TRACE-SEQ
                   MOVE WS-TRACE-SEQ-W TO WS-LAST-TRACE-SEQ
                 END-IF
               END-IF
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
             END-IF
           END-IF.

       LOAD-PENDING-ITEMS.
           OPEN INPUT OPNDFILE.
           IF WS-OPND-STATUS = '00'
             PERFORM READ-ONE-PENDING UNTIL WS-OPND-EOF
             CLOSE OPNDFILE
           ELSE
             DISPLAY 'NO ORIGSTOR FILE - NO STANDING-ORDER PAYMENTS '
                     'TO ORIGINATE'
           END-IF.
           OPEN INPUT OPNDRTRY.
           IF WS-RTRY-STATUS = '00'
             PERFORM READ-ONE-RETRY-PENDING UNTIL WS-RTRY-EOF
             CLOSE OPNDRTRY
           END-IF.
           OPEN INPUT CARYFILE.
           IF WS-CARY-STATUS = '00'
             PERFORM READ-ONE-CARRIED-PENDING UNTIL WS-CARY-EOF
             CLOSE CARYFILE
           END-IF.
      * EVERY ITEM ORIGINATED TONIGHT JOINS THE HISTORY, SO THE
      * HISTORY TABLE MUST HAVE ROOM FOR ALL OF THEM.
           IF WS-HST-COUNT + WS-PND-COUNT > WS-HST-MAX
             SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       READ-ONE-PENDING.
           READ OPNDFILE INTO OPND-RECORD
             AT END SET WS-OPND-EOF TO TRUE
           END-READ.
           IF NOT WS-OPND-EOF
             PERFORM HOLD-ONE-PENDING
           END-IF.

       READ-ONE-RETRY-PENDING.
           READ OPNDRTRY INTO OPND-RECORD
             AT END SET WS-RTRY-EOF TO TRUE
           END-READ.
           IF NOT WS-RTRY-EOF
             PERFORM HOLD-ONE-PENDING
           END-IF.

       READ-ONE-CARRIED-PENDING.
           READ CARYFILE INTO OPND-RECORD
             AT END SET WS-CARY-EOF TO TRUE
           END-READ.
           IF NOT WS-CARY-EOF
             PERFORM HOLD-ONE-PENDING
           END-IF.

       HOLD-ONE-PENDING.
           ADD 1 TO WS-PENDING-READ-COUNT.
           IF WS-PND-COUNT < WS-PND-MAX
             ADD 1 TO WS-PND-COUNT
             MOVE OPND-RECORD TO WS-PND-IMAGE(WS-PND-COUNT)
           ELSE
             SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

      * BATCH-LEVEL 'H' ROWS CARRY NO CUSTOMER - EVERY ITEM OF A
      * FAILED BATCH IS ALSO REJECTED ON ITS OWN ROW.
       LOAD-TONIGHTS-REJECTS.
           OPEN INPUT ERRFILE.
           IF WS-ERR-STATUS NOT = '00'
             DISPLAY 'NO ERRDATA FILE - EVERY PENDING DEBIT TAKEN '
                     'AS POSTED'
           ELSE
             PERFORM LOAD-ONE-REJECT UNTIL WS-ERR-EOF
             CLOSE ERRFILE
           END-IF.

       LOAD-ONE-REJECT.
           READ ERRFILE INTO ERR-RECORD
             AT END SET WS-ERR-EOF TO TRUE
           END-READ.
           IF NOT WS-ERR-EOF AND ERR-TRAN-TYPE = 'D'
             IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               SET WS-REJ-IDX TO WS-REJ-COUNT
               MOVE ERR-CUST-ID TO WS-REJ-CUST-ID(WS-REJ-IDX)
               MOVE ERR-REFERENCE TO WS-REJ-REF(WS-REJ-IDX)
             ELSE
               DISPLAY 'CUSTACHO: REJECT TABLE FULL - REJECT '
                       'IGNORED FOR ' ERR-CUST-ID
             END-IF
           END-IF.

       PROCESS-CLEARING-RETURNS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'RETURNS RECEIVED' TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT RTNFILE.
           IF WS-RTN-STATUS = '00'
             PERFORM APPLY-ONE-RETURN UNTIL WS-RTN-EOF
             CLOSE RTNFILE
           ELSE
             DISPLAY 'NO ACHORTN FILE - NO RETURNS TODAY'
           END-IF.
           IF WS-RETURN-READ-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       APPLY-ONE-RETURN.
           READ RTNFILE INTO RTN-RECORD
             AT END SET WS-RTN-EOF TO TRUE
           END-READ.
           IF NOT WS-RTN-EOF
             PERFORM MATCH-ONE-RETURN
           END-IF.

       MATCH-ONE-RETURN.
           ADD 1 TO WS-RETURN-READ-COUNT.
           MOVE SPACES TO REG-TRACE REG-CUST-ID REG-REFERENCE
                          REG-ROUTING REG-ACCOUNT REG-NOTE.
           MOVE RTN-TRACE-NUMBER TO REG-TRACE.
           MOVE RTN-AMOUNT TO REG-AMOUNT.
           PERFORM FIND-HISTORY-ENTRY.
           IF NOT WS-HST-FOUND
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE 'UNMATCHED' TO REG-ACTION
             MOVE RTN-RETURN-CODE TO REG-NOTE
             PERFORM WRITE-REGISTER-DETAIL
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM JUDGE-MATCHED-RETURN
           END-IF.

       JUDGE-MATCHED-RETURN.
           SET WS-HST-IDX TO WS-HST-HIT.
           MOVE WS-HST-CUST-ID(WS-HST-IDX) TO REG-CUST-ID.
           MOVE WS-HST-REF(WS-HST-IDX) TO REG-REFERENCE.
           MOVE WS-HST-ROUTING(WS-HST-IDX) TO REG-ROUTING.
           MOVE WS-HST-ACCOUNT(WS-HST-IDX) TO REG-ACCOUNT.
           EVALUATE TRUE
             WHEN WS-HST-STATUS(WS-HST-IDX) = 'R'
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'DUPLICATE' TO REG-ACTION
               STRING 'ALREADY ' WS-HST-RTN-CODE(WS-HST-IDX)
                 DELIMITED BY SIZE INTO REG-NOTE
               PERFORM WRITE-REGISTER-DETAIL
               MOVE 4 TO RETURN-CODE
             WHEN WS-GEN-COUNT NOT < WS-GEN-MAX
               MOVE 'NOT CREDITED' TO REG-ACTION
               MOVE 'TABLE FULL - REFEED' TO REG-NOTE
               PERFORM WRITE-REGISTER-DETAIL
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               PERFORM CREDIT-BACK-RETURN
           END-EVALUATE.

       CREDIT-BACK-RETURN.
           MOVE 'R' TO WS-HST-STATUS(WS-HST-IDX).
           MOVE RTN-RETURN-CODE TO WS-HST-RTN-CODE(WS-HST-IDX).
           MOVE WS-CURRENT-DATE TO WS-HST-RTN-DATE(WS-HST-IDX).
           ADD 1 TO WS-RETURN-COUNT.
           ADD WS-HST-AMOUNT(WS-HST-IDX) TO WS-RETURN-AMOUNT.
           MOVE WS-HST-AMOUNT(WS-HST-IDX) TO REG-AMOUNT.
           MOVE 'RETURNED' TO REG-ACTION.
           MOVE RTN-RETURN-CODE TO REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.
           MOVE WS-HST-CUST-ID(WS-HST-IDX) TO WS-GEN-CUST-ID.
           MOVE WS-HST-TRACE(WS-HST-IDX) TO WS-GEN-REFERENCE.
           MOVE WS-HST-AMOUNT(WS-HST-IDX) TO WS-GEN-AMOUNT-W.
           PERFORM BUILD-CREDIT-BACK-ITEM.
           MOVE SPACES TO WS-ERROR-MSG.
           STRING 'ACH RETURN ' RTN-RETURN-CODE
                  ' - PAYMENT RETURNED BY PAYEE BANK'
             DELIMITED BY SIZE INTO WS-ERROR-MSG.
           MOVE WS-HST-REF(WS-HST-IDX) TO ERR-REFERENCE.
           PERFORM WRITE-BOUNCE-RECORD.

       FIND-HISTORY-ENTRY.
           MOVE 'N' TO WS-HST-FOUND-FLAG.
           MOVE 0 TO WS-HST-HIT.
           IF WS-HST-COUNT > 0
             PERFORM MATCH-HISTORY-ENTRY
               VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HST-COUNT OR WS-HST-FOUND
           END-IF.

       MATCH-HISTORY-ENTRY.
           IF WS-HST-TRACE(WS-HST-IDX) = RTN-TRACE-NUMBER
             SET WS-HST-FOUND TO TRUE
             SET WS-HST-HIT TO WS-HST-IDX
           END-IF.

      * THE CREDIT-BACK REFERENCE IS THE TRACE NUMBER, SO THE
      * CUSTOMER'S STATEMENT TIES THE CREDIT TO THE RETURNED PAYMENT.
       BUILD-CREDIT-BACK-ITEM.
           MOVE 'C' TO WS-GEN-TRAN-TYPE.
           MOVE SPACES TO WS-GEN-APPROVAL WS-GEN-TO-CUST-ID
                          WS-GEN-EFF-DATE WS-GEN-RESUBMIT
                          WS-GEN-CURRENCY WS-GEN-DETAIL
                          WS-GEN-CASH-IND.
           MOVE 'H' TO WS-GEN-CHANNEL.
           ADD 1 TO WS-GEN-COUNT.
           ADD WS-GEN-AMOUNT-W TO WS-GEN-AMOUNT.
           MOVE WS-GEN-WORK TO WS-GEN-IMAGE(WS-GEN-COUNT).

      * A BOUNCE GOES TO ACHORJ AS A 'D' REJECT OF THE ORDER'S OWN
      * REFERENCE - THE ROW CUSTSORJ MATCHES TO THE STANDING ORDER.
       WRITE-BOUNCE-RECORD.
           IF NOT WS-ACHRJ-IS-OPEN
             OPEN OUTPUT ACHRJFILE
             IF WS-ACHRJ-STATUS = '00'
               SET WS-ACHRJ-IS-OPEN TO TRUE
             ELSE
               DISPLAY 'ERROR OPENING ACHORJ: ' WS-ACHRJ-STATUS
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.
           IF WS-ACHRJ-IS-OPEN
             MOVE WS-GEN-CUST-ID TO ERR-CUST-ID
             MOVE 'D' TO ERR-TRAN-TYPE
             MOVE WS-GEN-AMOUNT-W TO ERR-AMOUNT
             MOVE WS-ERROR-MSG TO ERR-REASON
             MOVE WS-CURRENT-DATE TO ERR-DATE
             MOVE SPACES TO ERR-TO-CUST-ID ERR-EFF-DATE
                            ERR-RESUBMIT ERR-CURRENCY
             MOVE 'H' TO ERR-CHANNEL
             MOVE SPACE TO ERR-CASH-IND
             MOVE ERR-RECORD TO ACHRJ-RECORD
             WRITE ACHRJ-RECORD
           END-IF.

       ORIGINATE-PENDING-ITEMS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'PAYMENTS ORIGINATED' TO RPT-LINE.
           WRITE RPT-LINE.
      * ACHOCNEW IS ALWAYS WRITTEN, EMPTY OR NOT, SO THE SWAP-IN
      * NEVER BRINGS BACK ITEMS ALREADY SETTLED TONIGHT.
           OPEN OUTPUT CARYNEW.
           IF WS-CNEW-STATUS = '00'
             SET WS-CNEW-IS-OPEN TO TRUE
           ELSE
             DISPLAY 'ERROR OPENING ACHOCNEW: ' WS-CNEW-STATUS
             MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-PND-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM ORIGINATE-ONE-ITEM
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
           END-IF.
           IF WS-CNEW-IS-OPEN
             CLOSE CARYNEW
           END-IF.

       ORIGINATE-ONE-ITEM.
           MOVE WS-PND-IMAGE(WS-PND-IDX) TO OPND-RECORD.
           MOVE SPACES TO REG-TRACE REG-NOTE.
           MOVE OPND-CUST-ID TO REG-CUST-ID.
           MOVE OPND-REFERENCE TO REG-REFERENCE.
           MOVE OPND-PAYEE-ROUTING TO REG-ROUTING.
           MOVE OPND-PAYEE-ACCOUNT TO REG-ACCOUNT.
           MOVE OPND-AMOUNT TO REG-AMOUNT.
           PERFORM FIND-TONIGHTS-REJECT.
           IF WS-REJ-FOUND
             ADD 1 TO WS-BOUNCED-COUNT
             MOVE 'NOT SENT' TO REG-ACTION
             MOVE 'DEBIT DID NOT POST' TO REG-NOTE
             PERFORM WRITE-REGISTER-DETAIL
           ELSE
             PERFORM FIND-POSTED-DEBIT
             IF WS-DEBIT-ROWS > 0
               PERFORM PAY-POSTED-ITEM
             ELSE
               PERFORM CARRY-UNPOSTED-ITEM
             END-IF
           END-IF.

       PAY-POSTED-ITEM.
           MOVE OPND-PAYEE-ROUTING TO WS-ROUTING-WORK.
           PERFORM VALIDATE-PAYEE-ROUTING.
           IF NOT WS-ROUTING-OK OR OPND-PAYEE-ACCOUNT = SPACES
             PERFORM REFUSE-BAD-PAYEE
           ELSE
             PERFORM SEND-ONE-ITEM
           END-IF.

      * THE DEBIT POSTS UNDER THE BATCH THE ITEM WENT OUT ON OR, ONCE
      * A SUPERVISOR HAS RELEASED IT FROM PENDAPPR, UNDER APRVGEN -
      * IN BOTH CASES WITH THE ORDER'S OWN REFERENCE.
       FIND-POSTED-DEBIT.
           PERFORM FIND-LAST-SENT-DATE.
           MOVE 0 TO WS-DEBIT-ROWS.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-DEBIT-ROWS
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :OPND-CUST-ID
               AND TRAN_REF = :OPND-REFERENCE
               AND TRAN_TYPE = 'D'
               AND BATCH_ID IN (:OPND-SOURCE, 'APRVGEN ')
               AND TRAN_DATE >= :OPND-DUE-DATE
               AND TRAN_DATE <= :WS-CURRENT-DATE
               AND TRAN_DATE > :WS-LAST-SENT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTACHO: TRANSACTION_LOG LOOKUP FAILED FOR '
                     OPND-CUST-ID ' ' OPND-REFERENCE
                     ', SQLCODE ' SQLCODE
             ADD 1 TO WS-SQL-ERR-COUNT
             MOVE 0 TO WS-DEBIT-ROWS
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       FIND-LAST-SENT-DATE.
           MOVE '0001-01-01' TO WS-LAST-SENT-DATE.
           IF WS-HST-COUNT > 0
             PERFORM CHECK-ONE-SENT-DATE
               VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HST-COUNT
           END-IF.

       CHECK-ONE-SENT-DATE.
           IF WS-HST-CUST-ID(WS-HST-IDX) = OPND-CUST-ID
              AND WS-HST-REF(WS-HST-IDX) = OPND-REFERENCE
              AND WS-HST-ORIG-DATE(WS-HST-IDX) > WS-LAST-SENT-DATE
             MOVE WS-HST-ORIG-DATE(WS-HST-IDX) TO WS-LAST-SENT-DATE
           END-IF.

      * NOTHING HAS LEFT THE CUSTOMER'S ACCOUNT, SO NOTHING IS PAID.
      * THE ITEM WAITS ON ACHOCNEW FOR ITS DEBIT UNTIL IT IS 30 DAYS
      * PAST ITS DUE DATE - BY THEN THE QUEUED DEBIT HAS BEEN REFUSED.
       CARRY-UNPOSTED-ITEM.
           MOVE 0 TO WS-DUE-INTEGER.
           IF OPND-DUE-DATE(1:4) IS NUMERIC
              AND OPND-DUE-DATE(6:2) IS NUMERIC
              AND OPND-DUE-DATE(9:2) IS NUMERIC
             STRING OPND-DUE-DATE(1:4) OPND-DUE-DATE(6:2)
                    OPND-DUE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
             COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           MOVE 'NOT SENT' TO REG-ACTION.
           IF WS-TODAY-INTEGER - WS-DUE-INTEGER > WS-CARRY-DAYS
             ADD 1 TO WS-DROPPED-COUNT
             MOVE 'NO DEBIT - DROPPED' TO REG-NOTE
           ELSE
             IF WS-CNEW-IS-OPEN
               MOVE OPND-RECORD TO CARYNEW-RECORD
               WRITE CARYNEW-RECORD
             END-IF
             ADD 1 TO WS-CARRIED-COUNT
             MOVE 'CARRIED - NOT POSTED' TO REG-NOTE
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       SEND-ONE-ITEM.
           PERFORM ASSIGN-TRACE-NUMBER.
           MOVE WS-NEW-TRACE TO REG-TRACE.
           ADD 1 TO WS-ORIG-COUNT.
           ADD OPND-AMOUNT TO WS-ORIG-AMOUNT.
           ADD WS-RT-FIRST-8 TO WS-ORIG-HASH.
           MOVE SPACES TO OUT-RECORD.
           MOVE 'E' TO OUT-REC-TYPE.
           MOVE CTL-ODFI-ROUTING TO OUT-ORIGINATOR-ID.
           IF OPND-PAYEE-SAVINGS
             MOVE '32' TO OUT-TRAN-CODE
           ELSE
             MOVE '22' TO OUT-TRAN-CODE
           END-IF.
           MOVE OPND-PAYEE-ROUTING TO OUT-PAYEE-ROUTING.
           MOVE OPND-PAYEE-ACCOUNT TO OUT-PAYEE-ACCOUNT.
           MOVE OPND-AMOUNT TO OUT-AMOUNT.
           MOVE WS-NEW-TRACE TO OUT-TRACE-NUMBER.
           MOVE WS-EFF-DATE TO OUT-EFF-DATE.
           MOVE OPND-PAYEE-NAME TO OUT-PAYEE-NAME.
           MOVE OPND-CUST-ID TO OUT-CUST-ID.
           ADD 1 TO WS-OUT-COUNT.
           MOVE OUT-RECORD TO WS-OUT-IMAGE(WS-OUT-COUNT).
           ADD 1 TO WS-HST-COUNT.
           SET WS-HST-IDX TO WS-HST-COUNT.
           MOVE WS-NEW-TRACE TO WS-HST-TRACE(WS-HST-IDX).
           MOVE OPND-CUST-ID TO WS-HST-CUST-ID(WS-HST-IDX).
           MOVE OPND-REFERENCE TO WS-HST-REF(WS-HST-IDX).
           MOVE OPND-AMOUNT TO WS-HST-AMOUNT(WS-HST-IDX).
           MOVE OPND-PAYEE-ROUTING TO WS-HST-ROUTING(WS-HST-IDX).
           MOVE OPND-PAYEE-ACCOUNT TO WS-HST-ACCOUNT(WS-HST-IDX).
           MOVE OPND-PAYEE-NAME TO WS-HST-NAME(WS-HST-IDX).
           MOVE WS-CURRENT-DATE TO WS-HST-ORIG-DATE(WS-HST-IDX).
           MOVE WS-EFF-DATE TO WS-HST-EFF-DATE(WS-HST-IDX).
           MOVE 'O' TO WS-HST-STATUS(WS-HST-IDX).
           MOVE SPACES TO WS-HST-RTN-CODE(WS-HST-IDX).
           MOVE SPACES TO WS-HST-RTN-DATE(WS-HST-IDX).
           MOVE 'ORIGINATED' TO REG-ACTION.
           MOVE OPND-SOURCE TO REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.

       FIND-TONIGHTS-REJECT.
           MOVE 'N' TO WS-REJ-FOUND-FLAG.
           IF WS-REJ-COUNT > 0
             PERFORM MATCH-ONE-REJECT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT OR WS-REJ-FOUND
           END-IF.

       MATCH-ONE-REJECT.
           IF WS-REJ-CUST-ID(WS-REJ-IDX) = OPND-CUST-ID
              AND WS-REJ-REF(WS-REJ-IDX) = OPND-REFERENCE
             SET WS-REJ-FOUND TO TRUE
           END-IF.

       VALIDATE-PAYEE-ROUTING.
           MOVE 'N' TO WS-ROUTING-OK-FLAG.
           IF WS-ROUTING-WORK IS NUMERIC
             COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
             + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
             +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9))
             DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
               REMAINDER WS-RT-REM
             IF WS-RT-REM = 0 AND WS-RT-SUM > 0
               SET WS-ROUTING-OK TO TRUE
             END-IF
           END-IF.

      * THE CUSTOMER HAS ALREADY BEEN DEBITED FOR A PAYMENT THAT
      * CANNOT BE SENT: CREDIT IT BACK AND LET CUSTSORJ COUNT THE
      * BOUNCE SO THE BRANCH HEARS ABOUT THE BAD PAYEE DETAILS.
       REFUSE-BAD-PAYEE.
           IF WS-GEN-COUNT NOT < WS-GEN-MAX
             MOVE 'NOT SENT' TO REG-ACTION
             MOVE 'NO CREDIT - TBL FULL' TO REG-NOTE
             PERFORM WRITE-REGISTER-DETAIL
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM CREDIT-BACK-BAD-PAYEE
           END-IF.

       CREDIT-BACK-BAD-PAYEE.
           ADD 1 TO WS-BAD-PAYEE-COUNT.
           MOVE 'NOT SENT' TO REG-ACTION.
           MOVE 'BAD PAYEE - CREDITED' TO REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.
           MOVE OPND-CUST-ID TO WS-GEN-CUST-ID.
           MOVE OPND-REFERENCE TO WS-GEN-REFERENCE.
           MOVE OPND-AMOUNT TO WS-GEN-AMOUNT-W.
           PERFORM BUILD-CREDIT-BACK-ITEM.
           MOVE 'PAYEE ROUTING/ACCOUNT INVALID - PAYMENT NOT ORIGINATED'
             TO WS-ERROR-MSG.
           MOVE OPND-REFERENCE TO ERR-REFERENCE.
           PERFORM WRITE-BOUNCE-RECORD.

       ASSIGN-TRACE-NUMBER.
           IF WS-LAST-TRACE-SEQ = 9999999
             MOVE 0 TO WS-LAST-TRACE-SEQ
           END-IF.
           ADD 1 TO WS-LAST-TRACE-SEQ.
           MOVE SPACES TO WS-NEW-TRACE.
           STRING CTL-ODFI-ROUTING WS-LAST-TRACE-SEQ
             DELIMITED BY SIZE INTO WS-NEW-TRACE.

      * THE FILE IS ONLY WRITTEN ONCE EVERY ENTRY IS KNOWN, SO THE
      * 'H' HEADER CAN CARRY THE SAME TOTALS AS THE 'T' TRAILER.
       WRITE-OUTBOUND-FILE.
           IF WS-OUT-COUNT = 0
             DISPLAY 'NO PAYMENTS TO ORIGINATE - NO ACHOUT FILE'
           ELSE
             OPEN OUTPUT OUTFILE
             IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHOUT: ' WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO OUT-RECORD
               MOVE 'H' TO OUT-CTL-REC-TYPE
               PERFORM BUILD-OUTBOUND-CONTROL
               WRITE OUT-RECORD
               PERFORM WRITE-ONE-OUTBOUND-ENTRY
                 VARYING WS-OUT-IDX FROM 1 BY 1
                 UNTIL WS-OUT-IDX > WS-OUT-COUNT
               MOVE SPACES TO OUT-RECORD
               MOVE 'T' TO OUT-CTL-REC-TYPE
               PERFORM BUILD-OUTBOUND-CONTROL
               WRITE OUT-RECORD
               CLOSE OUTFILE
             END-IF
           END-IF.

       BUILD-OUTBOUND-CONTROL.
           MOVE CTL-ODFI-ROUTING TO OUT-CTL-ORIGINATOR.
           MOVE CTL-COMPANY-ID TO OUT-CTL-COMPANY-ID.
           MOVE CTL-COMPANY-NAME TO OUT-CTL-COMPANY-NAME.
           MOVE WS-ORIG-COUNT TO OUT-CTL-COUNT.
           MOVE WS-ORIG-AMOUNT TO OUT-CTL-AMOUNT.
           MOVE WS-ORIG-HASH TO OUT-CTL-HASH.
           MOVE WS-CURRENT-DATE TO OUT-CTL-FILE-DATE.
           MOVE 'ACHOGEN ' TO OUT-CTL-BATCH-ID.

       WRITE-ONE-OUTBOUND-ENTRY.
           MOVE WS-OUT-IMAGE(WS-OUT-IDX) TO OUT-RECORD.
           WRITE OUT-RECORD.

       WRITE-CREDIT-BACK-BATCH.
           IF WS-GEN-COUNT = 0
             DISPLAY 'NO CREDIT-BACKS DUE - NO BATCH GENERATED'
           ELSE
             OPEN OUTPUT TRANGEN
             IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANACHO: ' WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'H' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'ACHORTN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               PERFORM WRITE-ONE-CREDIT-BACK
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO GEN-RECORD
               MOVE SPACES TO CTL-FILLER-1
               MOVE 'T' TO CTL-REC-TYPE
               MOVE WS-GEN-COUNT TO CTL-COUNT
               MOVE WS-GEN-AMOUNT TO CTL-AMOUNT
               MOVE 'ACHORTN ' TO CTL-BATCH-ID
               WRITE GEN-RECORD
               CLOSE TRANGEN
             END-IF
           END-IF.

       WRITE-ONE-CREDIT-BACK.
           MOVE WS-GEN-IMAGE(WS-GEN-IDX) TO GEN-RECORD.
           WRITE GEN-RECORD.

      * ENTRIES ORIGINATED MORE THAN 90 DAYS AGO CAN NO LONGER BE
      * RETURNED AND AGE OFF THE HISTORY HERE.
       WRITE-NEW-HISTORY.
           OPEN OUTPUT HISTNEW.
           IF WS-HNEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ACHOHNEW: ' WS-HNEW-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-HST-COUNT > 0
               PERFORM WRITE-ONE-HISTORY
                 VARYING WS-HST-LOOP FROM 1 BY 1
                 UNTIL WS-HST-LOOP > WS-HST-COUNT
             END-IF
             CLOSE HISTNEW
           END-IF.

       WRITE-ONE-HISTORY.
           SET WS-HST-IDX TO WS-HST-LOOP.
           MOVE WS-HST-ENTRY(WS-HST-IDX) TO HIST-RECORD.
           MOVE 0 TO WS-DATE-INTEGER.
           IF HIST-ORIG-DATE(1:4) IS NUMERIC
              AND HIST-ORIG-DATE(6:2) IS NUMERIC
              AND HIST-ORIG-DATE(9:2) IS NUMERIC
             STRING HIST-ORIG-DATE(1:4) HIST-ORIG-DATE(6:2)
                    HIST-ORIG-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
             COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           IF WS-DATE-INTEGER > 0
              AND WS-DATE-INTEGER < WS-CUTOFF-INTEGER
             ADD 1 TO WS-HIST-AGED-COUNT
           ELSE
             MOVE HIST-RECORD TO HISTNEW-RECORD
             WRITE HISTNEW-RECORD
             ADD 1 TO WS-HIST-WRITE-COUNT
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ORIG-COUNT TO WS-FMT-CNT.
           MOVE WS-ORIG-AMOUNT TO WS-FMT-AMT.
           STRING 'ORIGINATED:      ' WS-FMT-CNT '  AMOUNT '
                  WS-FMT-AMT '  HASH ' WS-ORIG-HASH
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BOUNCED-COUNT TO WS-FMT-CNT.
           STRING 'DEBIT NOT POSTED:' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-BAD-PAYEE-COUNT TO WS-FMT-CNT.
           STRING '  BAD PAYEE CREDITED BACK: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE(30:).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CARRIED-COUNT TO WS-FMT-CNT.
           STRING 'DEBIT PENDING:   ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-DROPPED-COUNT TO WS-FMT-CNT.
           STRING '  DROPPED, NO DEBIT:       ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE(30:).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RETURN-COUNT TO WS-FMT-CNT.
           MOVE WS-RETURN-AMOUNT TO WS-FMT-AMT.
           STRING 'RETURNS MATCHED: ' WS-FMT-CNT '  AMOUNT '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-FMT-CNT.
           STRING 'RETURNS UNMATCHED:' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-FMT-CNT.
           STRING '  DUPLICATE RETURNS: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE(30:).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-GEN-COUNT TO WS-FMT-CNT.
           MOVE WS-GEN-AMOUNT TO WS-FMT-AMT.
           STRING 'CREDIT-BACK BATCH:' WS-FMT-CNT '  AMOUNT '
                  WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           IF WS-ACHRJ-IS-OPEN
             CLOSE ACHRJFILE
           END-IF.
           DISPLAY 'CUSTACHO COMPLETE.'.
           DISPLAY '  PENDING ITEMS READ:   ' WS-PENDING-READ-COUNT.
           DISPLAY '  PAYMENTS ORIGINATED:  ' WS-ORIG-COUNT.
           DISPLAY '  ORIGINATED AMOUNT:    ' WS-ORIG-AMOUNT.
           DISPLAY '  DEBIT NOT POSTED:     ' WS-BOUNCED-COUNT.
           DISPLAY '  BAD PAYEE REFUSED:    ' WS-BAD-PAYEE-COUNT.
           DISPLAY '  CARRIED TO ACHOCNEW:  ' WS-CARRIED-COUNT.
           DISPLAY '  DROPPED, NO DEBIT:    ' WS-DROPPED-COUNT.
           DISPLAY '  LOOKUPS FAILED:       ' WS-SQL-ERR-COUNT.
           DISPLAY '  RETURNS READ:         ' WS-RETURN-READ-COUNT.
           DISPLAY '  RETURNS MATCHED:      ' WS-RETURN-COUNT.
           DISPLAY '  RETURNS UNMATCHED:    ' WS-UNMATCHED-COUNT.
           DISPLAY '  DUPLICATE RETURNS:    ' WS-DUPLICATE-COUNT.
           DISPLAY '  CREDIT-BACK TOTAL:    ' WS-GEN-AMOUNT.
           DISPLAY '  HISTORY WRITTEN:      ' WS-HIST-WRITE-COUNT.
           DISPLAY '  HISTORY AGED OFF:     ' WS-HIST-AGED-COUNT.
