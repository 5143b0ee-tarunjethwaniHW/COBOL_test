       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAVPB.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTAVPB - INTRADAY AVAILABLE-BALANCE PUBLISH                  *
      * RUN AFTER EVERY INTRADAY CUSTUPDT AND CUSTAUTH CYCLE SO THE    *
      * DIGITAL CHANNELS AND THE ATM/POS SWITCH SEE TODAY'S SPENDABLE  *
      * POSITION RATHER THAN LAST NIGHT'S LEDGER. FOR EACH CUSTOMER    *
      * WHOSE POSITION HAS MOVED SINCE THE LAST PUBLISH IT WRITES TO   *
      * AVBALPUB:                                                      *
      *   LEDGER BALANCE  - CUST-BALANCE                               *
      *   HOLDS           - CUST-HOLD-TOTAL                            *
      *   PENDING         - DEBIT-DIRECTION ITEMS WAITING IN PENDAPPR  *
      *                     FOR A DUAL-CONTROL DECISION, PLUS (ON THE  *
      *                     RUN AFTER CUSTAUTH) THE UNPOSTED AUTHGEN   *
      *                     HOLDS AND RELEASES ON TRANAUTH             *
      *                     A PENDAPPR ITEM IN ANOTHER CURRENCY IS     *
      *                     CONVERTED AT THE CURRTBL CROSS RATE, AS    *
      *                     CUSTUPDT WILL POST IT; ONE WITH NO RATE IS *
      *                     LEFT OUT AND REPORTED (RC 4)               *
      *   AVAILABLE       - LEDGER LESS HOLDS LESS PENDING             *
      *   OD HEADROOM     - WHAT IS LEFT OF THE CUST-OD-LIMIT FACILITY *
      *   BLOCK CODE, CURRENCY AND ACCOUNT STATUS                      *
      * "MOVED" IS DECIDED AGAINST THE PUBSNAP SNAPSHOT OF WHAT WAS    *
      * LAST PUBLISHED; A CUSTOMER NO LONGER ON THE MASTER IS SENT AS  *
      * AN 'X' REMOVAL. THE NEW SNAPSHOT GOES TO PUBSNEW AND THE       *
      * SCHEDULER SWAPS IT IN AS PUBSNAP BEFORE THE NEXT PUBLISH.      *
      * EVERY FILE CARRIES THE NEXT NUMBER FROM THE PUBSEQ CONTROL     *
      * FILE ON ITS HEADER, EVERY DETAIL AND ITS TRAILER, AND THE      *
      * TRAILER HOLDS THE DETAIL COUNT AND A LEDGER HASH TOTAL, SO A   *
      * CHANNEL CAN DETECT A GAP, A REPLAY OR A SHORT FILE. PUBSEQ IS  *
      * ONLY ADVANCED ONCE THE FILE IS COMPLETE.                       *
      * AN 'F' ON THE AVPBCTL CARD (THE WEEKLY FULL REFRESH), OR A     *
      * MISSING PUBSNAP, PUBLISHES EVERY CUSTOMER ON THE MASTER.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVPBCTL ASSIGN TO 'AVPBCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT PENDFILE ASSIGN TO 'PENDAPPR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PEND-STATUS.
           SELECT AUTHFILE ASSIGN TO 'TRANAUTH'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-AUTH-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT SNAPFILE ASSIGN TO 'PUBSNAP'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPNEW ASSIGN TO 'PUBSNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SNEW-STATUS.
           SELECT PUBFILE ASSIGN TO 'AVBALPUB'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PUB-STATUS.
           SELECT PUBSEQ ASSIGN TO 'PUBSEQ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SEQ-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CTL-PUB-MODE 'F' IS THE WEEKLY FULL REFRESH; ANYTHING ELSE
      * PUBLISHES CHANGES ONLY. CTL-CYCLE NAMES THE CYCLE JUST RUN
      * AND IS CARRIED ON THE HEADER; 'CUSTAUTH' ALSO TELLS THE RUN
      * THAT TRANAUTH HOLDS A BATCH CUSTUPDT HAS NOT YET POSTED.
       FD AVPBCTL.
       01 AVPBCTL-RECORD.
          05 CTL-PUB-MODE       PIC X(01).
          05 CTL-CYCLE          PIC X(08).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD PENDFILE.
       01 PEND-RECORD.
          05 PEND-TRAN-IMAGE.
             10 PEND-CUST-ID    PIC X(10).
             10 PEND-TRAN-TYPE  PIC X(01).
                88 PEND-DEBIT-DIRECTION VALUES 'D' 'M' 'F' 'J'.
             10 PEND-AMOUNT     PIC 9(7)V99.
             10 FILLER          PIC X(51).
             10 PEND-CURRENCY   PIC X(03).
             10 FILLER          PIC X(180).
          05 PEND-DATE          PIC X(10).
          05 PEND-BATCH         PIC X(08).
          05 PEND-REASON        PIC X(20).

       FD AUTHFILE.
       01 AUTH-GEN-RECORD.
          05 AGEN-CUST-ID       PIC X(10).
          05 AGEN-TRAN-TYPE     PIC X(01).
             88 AGEN-HOLD       VALUE 'P'.
             88 AGEN-HOLD-REL   VALUE 'V'.
          05 AGEN-AMOUNT        PIC 9(7)V99.
          05 FILLER             PIC X(234).

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

      * SRT-CURRENCY IS THE ITEM'S OWN CURRENCY; SPACES MEANS THE
      * ACCOUNT'S CURRENCY.
       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-AMOUNT         PIC S9(9)V99.
          05 SRT-CURRENCY       PIC X(03).

      * ONE ENTRY PER CUSTOMER, IN KEY ORDER, AS LAST PUBLISHED.
       FD SNAPFILE.
       01 SNAP-RECORD.
          05 SNAP-CUST-ID       PIC X(10).
          05 SNAP-IMAGE         PIC X(43).

       FD SNAPNEW.
       01 SNAPNEW-RECORD        PIC X(53).

       FD PUBFILE.
       01 PUB-RECORD.
          05 PUB-REC-TYPE       PIC X(01).
             88 PUB-HEADER      VALUE 'H'.
             88 PUB-DETAIL      VALUE 'D'.
             88 PUB-TRAILER     VALUE 'T'.
          05 PUB-SEQ            PIC 9(09).
          05 PUB-CUST-ID        PIC X(10).
      * 'N' NEW TO THE CHANNELS, 'C' CHANGED, 'F' FULL-REFRESH
      * IMAGE, 'X' NO LONGER ON THE MASTER - REMOVE IT.
          05 PUB-ACTION         PIC X(01).
          05 PUB-LEDGER         PIC S9(7)V99.
          05 PUB-HOLD           PIC S9(7)V99.
          05 PUB-PENDING        PIC S9(9)V99.
          05 PUB-AVAILABLE      PIC S9(9)V99.
          05 PUB-OD-LIMIT       PIC S9(7)V99.
          05 PUB-OD-HEADROOM    PIC S9(7)V99.
          05 PUB-BLOCK-CODE     PIC X(01).
          05 PUB-CURRENCY       PIC X(03).
          05 PUB-ACCT-STATUS    PIC X(01).
          05 FILLER             PIC X(16).
       01 PUB-HEADER-RECORD REDEFINES PUB-RECORD.
          05 PUBH-REC-TYPE      PIC X(01).
          05 PUBH-SEQ           PIC 9(09).
          05 PUBH-MODE          PIC X(01).
          05 PUBH-BUS-DATE      PIC X(10).
          05 PUBH-STAMP         PIC X(14).
          05 PUBH-PREV-SEQ      PIC 9(09).
          05 PUBH-CYCLE         PIC X(08).
          05 FILLER             PIC X(48).
       01 PUB-TRAILER-RECORD REDEFINES PUB-RECORD.
          05 PUBT-REC-TYPE      PIC X(01).
          05 PUBT-SEQ           PIC 9(09).
          05 PUBT-COUNT         PIC 9(09).
          05 PUBT-HASH-TOTAL    PIC S9(13)V99.
          05 FILLER             PIC X(66).

       FD PUBSEQ.
       01 PUBSEQ-RECORD.
          05 PUBSEQ-LAST        PIC 9(09).
          05 PUBSEQ-DATE        PIC X(10).
          05 PUBSEQ-STAMP       PIC X(14).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-PEND-STATUS        PIC XX VALUE SPACES.
       01 WS-AUTH-STATUS        PIC XX VALUE SPACES.
       01 WS-SNAP-STATUS        PIC XX VALUE SPACES.
       01 WS-SNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-PUB-STATUS         PIC XX VALUE SPACES.
       01 WS-SEQ-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-RUN-STAMP          PIC X(14) VALUE SPACES.

       01 WS-PUB-MODE           PIC X(01) VALUE 'I'.
          88 WS-FULL-REFRESH    VALUE 'F'.
       01 WS-CYCLE              PIC X(08) VALUE SPACES.
       01 WS-AUTH-RUN-FLAG      PIC X VALUE 'N'.
          88 WS-AUTH-RUN        VALUE 'Y'.
       01 WS-PREV-SEQ           PIC 9(09) VALUE 0.
       01 WS-PUB-SEQ            PIC 9(09) VALUE 0.

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CUST-EOF        VALUE 'Y'.
       01 WS-SNAP-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SNAP-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-SNAP-OPEN-FLAG     PIC X VALUE 'N'.
          88 WS-SNAP-IS-OPEN    VALUE 'Y'.
       01 WS-PND-PRIMED-FLAG    PIC X VALUE 'N'.
          88 WS-PND-PRIMED      VALUE 'Y'.

      * MERGE KEYS. EACH GOES TO HIGH-VALUES AT END OF ITS FILE.
       01 WS-CUST-KEY           PIC X(10) VALUE SPACES.
       01 WS-SNAP-KEY           PIC X(10) VALUE SPACES.
       01 WS-PND-KEY            PIC X(10) VALUE SPACES.
       01 WS-LOW-KEY            PIC X(10) VALUE SPACES.
       01 WS-PND-AMOUNT         PIC S9(9)V99 VALUE 0.

      * DAILY RATES TO THE BASE CURRENCY FROM CURRTBL.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-CURR-COUNT         PIC 9(02) VALUE 0.
       01 WS-CURR-TABLE.
          05 WS-CURR-ENTRY OCCURS 20 TIMES INDEXED BY WS-CURR-IDX.
             10 WS-CURR-CODE       PIC X(03).
             10 WS-CURR-RATE       PIC 9(03)V9(06).
       01 WS-CVT-CCY            PIC X(03) VALUE SPACES.
       01 WS-CVT-RATE           PIC 9(03)V9(06) VALUE 1.
       01 WS-CVT-RATE-FROM      PIC 9(03)V9(06) VALUE 1.
       01 WS-CVT-RATE-TO        PIC 9(03)V9(06) VALUE 1.
       01 WS-CVT-OK-FLAG        PIC X VALUE 'Y'.
          88 WS-CVT-OK          VALUE 'Y'.
       01 WS-CVT-AMOUNT         PIC S9(9)V99 VALUE 0.

      * THE CUSTOMER'S POSITION THIS RUN, LAID OUT AS A SNAPSHOT
      * ENTRY SO IT COMPARES DIRECTLY WITH THE LAST ONE PUBLISHED.
       01 WS-CUR-SNAP.
          05 WS-CUR-CUST-ID     PIC X(10).
          05 WS-CUR-IMAGE.
             10 WS-CUR-LEDGER   PIC S9(7)V99.
             10 WS-CUR-HOLD     PIC S9(7)V99.
             10 WS-CUR-PENDING  PIC S9(9)V99.
             10 WS-CUR-OD-LIMIT PIC S9(7)V99.
             10 WS-CUR-BLOCK    PIC X(01).
             10 WS-CUR-CURRENCY PIC X(03).
             10 WS-CUR-STATUS   PIC X(01).
       01 WS-OLD-SNAP.
          05 WS-OLD-CUST-ID     PIC X(10).
          05 WS-OLD-IMAGE.
             10 WS-OLD-LEDGER   PIC S9(7)V99.
             10 WS-OLD-HOLD     PIC S9(7)V99.
             10 WS-OLD-PENDING  PIC S9(9)V99.
             10 WS-OLD-OD-LIMIT PIC S9(7)V99.
             10 WS-OLD-BLOCK    PIC X(01).
             10 WS-OLD-CURRENCY PIC X(03).
             10 WS-OLD-STATUS   PIC X(01).

       01 WS-AVAILABLE          PIC S9(9)V99 VALUE 0.
       01 WS-HEADROOM           PIC S9(9)V99 VALUE 0.
       01 WS-ACTION             PIC X(01) VALUE SPACE.

       01 WS-PEND-READ          PIC 9(07) VALUE 0.
       01 WS-PEND-USED          PIC 9(07) VALUE 0.
       01 WS-AUTH-READ          PIC 9(07) VALUE 0.
       01 WS-AUTH-USED          PIC 9(07) VALUE 0.
       01 WS-PND-ORPHAN         PIC 9(07) VALUE 0.
       01 WS-PND-CONVERTED      PIC 9(07) VALUE 0.
       01 WS-PND-NO-RATE        PIC 9(07) VALUE 0.
       01 WS-CUST-READ          PIC 9(07) VALUE 0.
       01 WS-SNAP-READ          PIC 9(07) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(07) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(07) VALUE 0.
       01 WS-FULL-COUNT         PIC 9(07) VALUE 0.
       01 WS-REMOVED-COUNT      PIC 9(07) VALUE 0.
       01 WS-UNCHANGED-COUNT    PIC 9(07) VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(09) VALUE 0.
       01 WS-HASH-TOTAL         PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           SORT SORTWK
             ON ASCENDING KEY SRT-CUST-ID
             INPUT PROCEDURE IS RELEASE-PENDING-ITEMS
             OUTPUT PROCEDURE IS PUBLISH-POSITIONS.
           PERFORM WRITE-PUB-TRAILER.
           PERFORM SAVE-PUBLISH-SEQUENCE.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN INPUT AVPBCTL.
           IF WS-CTL-STATUS = '00'
             READ AVPBCTL INTO AVPBCTL-RECORD
               AT END MOVE SPACES TO AVPBCTL-RECORD
             END-READ
             CLOSE AVPBCTL
             IF CTL-PUB-MODE = 'F'
               MOVE 'F' TO WS-PUB-MODE
             END-IF
             MOVE CTL-CYCLE TO WS-CYCLE
             IF CTL-CYCLE = 'CUSTAUTH'
               SET WS-AUTH-RUN TO TRUE
             END-IF
           END-IF.
           OPEN INPUT PUBSEQ.
           IF WS-SEQ-STATUS = '00'
             READ PUBSEQ INTO PUBSEQ-RECORD
               AT END MOVE 0 TO PUBSEQ-LAST
             END-READ
             CLOSE PUBSEQ
             MOVE PUBSEQ-LAST TO WS-PREV-SEQ
           ELSE
             DISPLAY 'NO PUBSEQ CONTROL FILE - NUMBERING STARTS AT 1'
           END-IF.
           ADD 1 TO WS-PREV-SEQ GIVING WS-PUB-SEQ.
           PERFORM LOAD-CURRENCY-TABLE.
           OPEN INPUT SNAPFILE.
           IF WS-SNAP-STATUS = '00'
             SET WS-SNAP-IS-OPEN TO TRUE
           ELSE
             IF NOT WS-FULL-REFRESH
               DISPLAY 'CUSTAVPB: NO PUBSNAP SNAPSHOT - '
                       'PUBLISHING A FULL REFRESH'
               MOVE 'F' TO WS-PUB-MODE
             END-IF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SNAPNEW.
           IF WS-SNEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PUBSNEW: ' WS-SNEW-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT PUBFILE.
           IF WS-PUB-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING AVBALPUB: ' WS-PUB-STATUS
             CLOSE CUSTFILE SNAPNEW
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'H' TO PUBH-REC-TYPE.
           MOVE WS-PUB-SEQ TO PUBH-SEQ.
           MOVE WS-PUB-MODE TO PUBH-MODE.
           MOVE WS-CURRENT-DATE TO PUBH-BUS-DATE.
           MOVE WS-RUN-STAMP TO PUBH-STAMP.
           MOVE WS-PREV-SEQ TO PUBH-PREV-SEQ.
           MOVE WS-CYCLE TO PUBH-CYCLE.
           WRITE PUB-RECORD.

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

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-CURR-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'NO CURRTBL PARM FILE - ONLY ACCOUNT-CURRENCY '
                     'PENDING ITEMS WILL COUNT'
           END-IF.

       READ-CURRENCY-RECORD.
           READ CURRFILE INTO CURR-RECORD
             AT END SET WS-CURR-EOF TO TRUE
           END-READ.
           IF NOT WS-CURR-EOF AND WS-CURR-COUNT < 20
             ADD 1 TO WS-CURR-COUNT
             SET WS-CURR-IDX TO WS-CURR-COUNT
             MOVE CURR-CODE TO WS-CURR-CODE(WS-CURR-IDX)
             MOVE CURR-RATE TO WS-CURR-RATE(WS-CURR-IDX)
           END-IF.

      *================================================================*
      * PENDING ITEMS - EVERY DEBIT-DIRECTION ITEM STILL QUEUED IN     *
      * PENDAPPR IS MONEY THE CUSTOMER CANNOT SPEND, SO IT IS SORTED   *
      * INTO CUST-ID ORDER ALONGSIDE THE MASTER. ON THE RUN AFTER      *
      * CUSTAUTH THE AUTHGEN BATCH ON TRANAUTH HAS NOT YET POSTED: ITS *
      * 'P' HOLDS COUNT AS PENDING AND ITS 'V' RELEASES AS PENDING     *
      * RELIEF. ONCE CUSTUPDT POSTS THE BATCH THE SAME AMOUNTS SIT IN  *
      * CUST-HOLD-TOTAL, SO TRANAUTH IS NOT READ ON OTHER CYCLES.      *
      * THE ACCOUNT'S CURRENCY IS ONLY KNOWN ONCE THE MASTER RECORD IS *
      * IN HAND, SO A FOREIGN-CURRENCY ITEM CARRIES ITS CURRENCY       *
      * THROUGH THE SORT AND IS CONVERTED WHEN IT IS SUMMED.           *
      *================================================================*
       RELEASE-PENDING-ITEMS.
           OPEN INPUT PENDFILE.
           IF WS-PEND-STATUS = '00'
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM RELEASE-ONE-PENDAPPR-ITEM UNTIL WS-EOF
             CLOSE PENDFILE
           ELSE
             DISPLAY 'NO PENDAPPR QUEUE - NO DUAL-CONTROL ITEMS'
           END-IF.
           IF WS-AUTH-RUN
             OPEN INPUT AUTHFILE
             IF WS-AUTH-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM RELEASE-ONE-AUTHGEN-ITEM UNTIL WS-EOF
               CLOSE AUTHFILE
             ELSE
               DISPLAY 'NO TRANAUTH BATCH - NO UNPOSTED AUTHORIZATIONS'
             END-IF
           END-IF.

       RELEASE-ONE-PENDAPPR-ITEM.
           READ PENDFILE
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-PEND-READ
             IF PEND-DEBIT-DIRECTION
               MOVE PEND-CUST-ID TO SRT-CUST-ID
               MOVE PEND-AMOUNT TO SRT-AMOUNT
               MOVE PEND-CURRENCY TO SRT-CURRENCY
               RELEASE SORT-RECORD
               ADD 1 TO WS-PEND-USED
             END-IF
           END-IF.

       RELEASE-ONE-AUTHGEN-ITEM.
           READ AUTHFILE
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-AUTH-READ
             IF AGEN-HOLD
               MOVE AGEN-CUST-ID TO SRT-CUST-ID
               MOVE AGEN-AMOUNT TO SRT-AMOUNT
               MOVE SPACES TO SRT-CURRENCY
               RELEASE SORT-RECORD
               ADD 1 TO WS-AUTH-USED
             END-IF
             IF AGEN-HOLD-REL
               MOVE AGEN-CUST-ID TO SRT-CUST-ID
               COMPUTE SRT-AMOUNT = 0 - AGEN-AMOUNT
               MOVE SPACES TO SRT-CURRENCY
               RELEASE SORT-RECORD
               ADD 1 TO WS-AUTH-USED
             END-IF
           END-IF.

      *================================================================*
      * PUBLISH - THE MASTER, THE LAST SNAPSHOT AND THE SORTED PENDING *
      * ITEMS ARE MATCHED ON CUST-ID. A CUSTOMER ON THE MASTER IS      *
      * PUBLISHED WHEN IT IS NEW, WHEN ANY PUBLISHED FIGURE HAS MOVED, *
      * OR ON A FULL REFRESH, AND ALWAYS GOES TO THE NEW SNAPSHOT. A   *
      * SNAPSHOT ENTRY WITH NO MASTER RECORD (ARCHIVED OR PURGED) IS   *
      * PUBLISHED AS A REMOVAL AND DROPPED. PENDING ITEMS FOR AN ID    *
      * NOT ON THE MASTER ARE COUNTED AND IGNORED.                     *
      *================================================================*
       PUBLISH-POSITIONS.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-NEXT-SNAPSHOT.
           PERFORM RETURN-NEXT-PENDING.
           PERFORM MATCH-ONE-KEY
             UNTIL WS-CUST-KEY = HIGH-VALUES
               AND WS-SNAP-KEY = HIGH-VALUES.
           PERFORM SKIP-ORPHAN-PENDING
             UNTIL WS-PND-KEY = HIGH-VALUES.
           IF WS-SNAP-IS-OPEN
             CLOSE SNAPFILE
           END-IF.
           CLOSE CUSTFILE SNAPNEW.

       MATCH-ONE-KEY.
           IF WS-CUST-KEY < WS-SNAP-KEY
             MOVE WS-CUST-KEY TO WS-LOW-KEY
           ELSE
             MOVE WS-SNAP-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-CUST-KEY = WS-LOW-KEY
             PERFORM PUBLISH-ONE-CUSTOMER
             IF WS-SNAP-KEY = WS-LOW-KEY
               PERFORM READ-NEXT-SNAPSHOT
             END-IF
             PERFORM READ-NEXT-CUSTOMER
           ELSE
             PERFORM PUBLISH-REMOVAL
             PERFORM READ-NEXT-SNAPSHOT
           END-IF.

       READ-NEXT-CUSTOMER.
           IF WS-CUST-EOF
             MOVE HIGH-VALUES TO WS-CUST-KEY
           ELSE
             READ CUSTFILE NEXT RECORD INTO CUST-RECORD
               AT END SET WS-CUST-EOF TO TRUE
             END-READ
             IF WS-CUST-EOF
               MOVE HIGH-VALUES TO WS-CUST-KEY
             ELSE
               ADD 1 TO WS-CUST-READ
               MOVE CUST-ID TO WS-CUST-KEY
             END-IF
           END-IF.

      * ON A FULL REFRESH THE OLD SNAPSHOT IS NOT NEEDED - EVERY
      * MASTER RECORD IS PUBLISHED AND THE CHANNELS REPLACE THEIR
      * WHOLE COPY - SO IT IS TREATED AS EMPTY.
       READ-NEXT-SNAPSHOT.
           IF WS-SNAP-EOF OR NOT WS-SNAP-IS-OPEN OR WS-FULL-REFRESH
             MOVE HIGH-VALUES TO WS-SNAP-KEY
           ELSE
             READ SNAPFILE INTO WS-OLD-SNAP
               AT END SET WS-SNAP-EOF TO TRUE
             END-READ
             IF WS-SNAP-EOF
               MOVE HIGH-VALUES TO WS-SNAP-KEY
             ELSE
               ADD 1 TO WS-SNAP-READ
               MOVE WS-OLD-CUST-ID TO WS-SNAP-KEY
             END-IF
           END-IF.

      * POSITIONS ON THE NEXT CUSTOMER'S PENDING ITEMS: WS-PND-KEY
      * NAMES THE CUST-ID AND ITS FIRST ITEM IS IN SORT-RECORD. THE
      * ITEMS ARE SUMMED ONLY ONCE THAT CUSTOMER'S MASTER RECORD IS
      * IN HAND, SINCE A FOREIGN ITEM CONVERTS TO ITS CURRENCY.
       RETURN-NEXT-PENDING.
           IF NOT WS-PND-PRIMED
             PERFORM RETURN-SORTED-ITEM
             SET WS-PND-PRIMED TO TRUE
           END-IF.
           IF WS-SRT-EOF
             MOVE HIGH-VALUES TO WS-PND-KEY
           ELSE
             MOVE SRT-CUST-ID TO WS-PND-KEY
           END-IF.

       ADD-SORTED-ITEM.
           IF SRT-CURRENCY = SPACES
              OR SRT-CURRENCY = CUST-CURRENCY-CODE
             ADD SRT-AMOUNT TO WS-PND-AMOUNT
           ELSE
             PERFORM CONVERT-PENDING-ITEM
           END-IF.
           PERFORM RETURN-SORTED-ITEM.

      * THE ITEM CURRENCY TO THE ACCOUNT CURRENCY THROUGH THE BASE,
      * THE SAME CROSS RATE CUSTUPDT APPLIES WHEN IT POSTS THE ITEM.
      * WITHOUT A RATE FOR EITHER SIDE THE ITEM IS NOT GUESSED AT.
       CONVERT-PENDING-ITEM.
           MOVE 'Y' TO WS-CVT-OK-FLAG.
           MOVE SRT-CURRENCY TO WS-CVT-CCY.
           PERFORM GET-CURRENCY-RATE.
           MOVE WS-CVT-RATE TO WS-CVT-RATE-FROM.
           IF WS-CVT-OK
             MOVE CUST-CURRENCY-CODE TO WS-CVT-CCY
             PERFORM GET-CURRENCY-RATE
             MOVE WS-CVT-RATE TO WS-CVT-RATE-TO
           END-IF.
           IF WS-CVT-OK
             COMPUTE WS-CVT-AMOUNT ROUNDED =
               SRT-AMOUNT * WS-CVT-RATE-FROM / WS-CVT-RATE-TO
             ADD WS-CVT-AMOUNT TO WS-PND-AMOUNT
             ADD 1 TO WS-PND-CONVERTED
           ELSE
             ADD 1 TO WS-PND-NO-RATE
             DISPLAY 'CUSTAVPB: PENDING ITEM FOR ' SRT-CUST-ID
                     ' IN ' SRT-CURRENCY ' - NO CURRTBL RATE TO '
                     CUST-CURRENCY-CODE ', LEFT OUT OF PENDING'
           END-IF.

      * SPACES IS THE BASE CURRENCY ITSELF (RATE 1); AN UNLISTED
      * CODE FAILS THE LOOKUP.
       GET-CURRENCY-RATE.
           MOVE 1 TO WS-CVT-RATE.
           IF WS-CVT-CCY NOT = SPACES
             MOVE 'N' TO WS-CVT-OK-FLAG
             PERFORM LOOKUP-CURRENCY-ENTRY
               VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURR-COUNT OR WS-CVT-OK
           END-IF.

       LOOKUP-CURRENCY-ENTRY.
           IF WS-CURR-CODE(WS-CURR-IDX) = WS-CVT-CCY
             MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CVT-RATE
             MOVE 'Y' TO WS-CVT-OK-FLAG
           END-IF.

       RETURN-SORTED-ITEM.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       PUBLISH-ONE-CUSTOMER.
           PERFORM SKIP-ORPHAN-PENDING
             UNTIL WS-PND-KEY NOT < WS-CUST-KEY.
           MOVE CUST-ID TO WS-CUR-CUST-ID.
           MOVE CUST-BALANCE TO WS-CUR-LEDGER.
           MOVE CUST-HOLD-TOTAL TO WS-CUR-HOLD.
           MOVE 0 TO WS-CUR-PENDING.
           IF WS-PND-KEY = WS-CUST-KEY
             MOVE 0 TO WS-PND-AMOUNT
             PERFORM ADD-SORTED-ITEM
               UNTIL WS-SRT-EOF OR SRT-CUST-ID NOT = WS-PND-KEY
             MOVE WS-PND-AMOUNT TO WS-CUR-PENDING
             PERFORM RETURN-NEXT-PENDING
           END-IF.
           MOVE CUST-OD-LIMIT TO WS-CUR-OD-LIMIT.
           MOVE CUST-BLOCK-CODE TO WS-CUR-BLOCK.
           MOVE CUST-CURRENCY-CODE TO WS-CUR-CURRENCY.
           MOVE CUST-STATUS TO WS-CUR-STATUS.
           MOVE WS-CUR-SNAP TO SNAPNEW-RECORD.
           WRITE SNAPNEW-RECORD.
           MOVE SPACE TO WS-ACTION.
           IF WS-FULL-REFRESH
             MOVE 'F' TO WS-ACTION
             ADD 1 TO WS-FULL-COUNT
           ELSE
             IF WS-SNAP-KEY NOT = WS-CUST-KEY
               MOVE 'N' TO WS-ACTION
               ADD 1 TO WS-NEW-COUNT
             ELSE
               IF WS-CUR-IMAGE = WS-OLD-IMAGE
                 ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                 MOVE 'C' TO WS-ACTION
                 ADD 1 TO WS-CHANGED-COUNT
               END-IF
             END-IF
           END-IF.
           IF WS-ACTION NOT = SPACE
             PERFORM WRITE-PUB-DETAIL
           END-IF.

       WRITE-PUB-DETAIL.
           COMPUTE WS-AVAILABLE =
               WS-CUR-LEDGER - WS-CUR-HOLD - WS-CUR-PENDING.
      * OD HEADROOM IS THE UNUSED PART OF THE NEGOTIATED FACILITY:
      * ALL OF IT WHILE AVAILABLE FUNDS ARE IN CREDIT, LESS THE
      * DEFICIT ONCE THEY ARE NOT, AND NEVER BELOW ZERO.
           MOVE 0 TO WS-HEADROOM.
           IF WS-CUR-OD-LIMIT > 0
             IF WS-AVAILABLE NOT < 0
               MOVE WS-CUR-OD-LIMIT TO WS-HEADROOM
             ELSE
               COMPUTE WS-HEADROOM = WS-CUR-OD-LIMIT + WS-AVAILABLE
               IF WS-HEADROOM < 0
                 MOVE 0 TO WS-HEADROOM
               END-IF
             END-IF
           END-IF.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'D' TO PUB-REC-TYPE.
           MOVE WS-PUB-SEQ TO PUB-SEQ.
           MOVE WS-CUR-CUST-ID TO PUB-CUST-ID.
           MOVE WS-ACTION TO PUB-ACTION.
           MOVE WS-CUR-LEDGER TO PUB-LEDGER.
           MOVE WS-CUR-HOLD TO PUB-HOLD.
           MOVE WS-CUR-PENDING TO PUB-PENDING.
           MOVE WS-AVAILABLE TO PUB-AVAILABLE.
           MOVE WS-CUR-OD-LIMIT TO PUB-OD-LIMIT.
           MOVE WS-HEADROOM TO PUB-OD-HEADROOM.
           MOVE WS-CUR-BLOCK TO PUB-BLOCK-CODE.
           MOVE WS-CUR-CURRENCY TO PUB-CURRENCY.
           MOVE WS-CUR-STATUS TO PUB-ACCT-STATUS.
           WRITE PUB-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CUR-LEDGER TO WS-HASH-TOTAL.

       SKIP-ORPHAN-PENDING.
           ADD 1 TO WS-PND-ORPHAN.
           DISPLAY 'CUSTAVPB: PENDING ITEMS FOR ' WS-PND-KEY
                   ' - NOT ON CUSTDATA, IGNORED'.
           PERFORM RETURN-SORTED-ITEM
             UNTIL WS-SRT-EOF OR SRT-CUST-ID NOT = WS-PND-KEY.
           PERFORM RETURN-NEXT-PENDING.

       PUBLISH-REMOVAL.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'D' TO PUB-REC-TYPE.
           MOVE WS-PUB-SEQ TO PUB-SEQ.
           MOVE WS-OLD-CUST-ID TO PUB-CUST-ID.
           MOVE 'X' TO PUB-ACTION.
           MOVE 0 TO PUB-LEDGER PUB-HOLD PUB-PENDING PUB-AVAILABLE
                     PUB-OD-LIMIT PUB-OD-HEADROOM.
           MOVE WS-OLD-BLOCK TO PUB-BLOCK-CODE.
           MOVE WS-OLD-CURRENCY TO PUB-CURRENCY.
           MOVE WS-OLD-STATUS TO PUB-ACCT-STATUS.
           WRITE PUB-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-REMOVED-COUNT.

       WRITE-PUB-TRAILER.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'T' TO PUBT-REC-TYPE.
           MOVE WS-PUB-SEQ TO PUBT-SEQ.
           MOVE WS-DETAIL-COUNT TO PUBT-COUNT.
           MOVE WS-HASH-TOTAL TO PUBT-HASH-TOTAL.
           WRITE PUB-RECORD.
           CLOSE PUBFILE.

      * THE SEQUENCE IS ONLY CONSUMED ONCE THE FILE IS COMPLETE, SO A
      * RERUN AFTER A FAILURE REISSUES THE SAME NUMBER RATHER THAN
      * LEAVING THE CHANNELS A GAP.
       SAVE-PUBLISH-SEQUENCE.
           OPEN OUTPUT PUBSEQ.
           IF WS-SEQ-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING PUBSEQ: ' WS-SEQ-STATUS
             DISPLAY 'CUSTAVPB: SEQUENCE ' WS-PUB-SEQ
                     ' NOT RECORDED - HOLD AVBALPUB'
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-PUB-SEQ TO PUBSEQ-LAST
             MOVE WS-CURRENT-DATE TO PUBSEQ-DATE
             MOVE WS-RUN-STAMP TO PUBSEQ-STAMP
             WRITE PUBSEQ-RECORD
             CLOSE PUBSEQ
           END-IF.

       CLEANUP-PARA.
           DISPLAY 'CUSTAVPB COMPLETE.'.
           DISPLAY '  PUBLISH SEQUENCE:     ' WS-PUB-SEQ.
           DISPLAY '  PUBLISH MODE:         ' WS-PUB-MODE.
           DISPLAY '  CYCLE:                ' WS-CYCLE.
           DISPLAY '  CUSTOMERS READ:       ' WS-CUST-READ.
           DISPLAY '  SNAPSHOT ENTRIES:     ' WS-SNAP-READ.
           DISPLAY '  PENDAPPR ITEMS READ:  ' WS-PEND-READ.
           DISPLAY '  PENDAPPR ITEMS USED:  ' WS-PEND-USED.
           DISPLAY '  TRANAUTH ITEMS READ:  ' WS-AUTH-READ.
           DISPLAY '  TRANAUTH ITEMS USED:  ' WS-AUTH-USED.
           DISPLAY '  PENDING NOT ON MASTER:' WS-PND-ORPHAN.
           DISPLAY '  PENDING CONVERTED:    ' WS-PND-CONVERTED.
           DISPLAY '  PENDING NO RATE:      ' WS-PND-NO-RATE.
           DISPLAY '  NEW:                  ' WS-NEW-COUNT.
           DISPLAY '  CHANGED:              ' WS-CHANGED-COUNT.
           DISPLAY '  FULL-REFRESH IMAGES:  ' WS-FULL-COUNT.
           DISPLAY '  REMOVED:              ' WS-REMOVED-COUNT.
           DISPLAY '  UNCHANGED (NOT SENT): ' WS-UNCHANGED-COUNT.
           DISPLAY '  DETAIL RECORDS:       ' WS-DETAIL-COUNT.
           DISPLAY '  LEDGER HASH TOTAL:    ' WS-HASH-TOTAL.
           IF WS-PND-NO-RATE > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
