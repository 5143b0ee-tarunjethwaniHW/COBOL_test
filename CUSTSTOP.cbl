       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTOP.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTSTOP - STOP-PAYMENT REGISTER MAINTENANCE AND DAILY REPORT  *
      * KEEPS THE STOPPAY FILE THAT CUSTUPDT AND CUSTACHI ENFORCE, SO  *
      * A CUSTOMER CAN STOP ONE PAYMENT WITHOUT A 'B' DEBIT BLOCK      *
      * FREEZING THE WHOLE ACCOUNT. ONE FUNCTION PER RUN VIA THE       *
      * STOPCTL CARD:                                                  *
      *   'M' - MAINTAIN (BEFORE CUSTACHI AND CUSTUPDT): APPLIES THE   *
      *         BRANCH FEED (STOPFEED) - 'A' PLACES (OR REPLACES) A    *
      *         STOP ON A CUST-ID/SEQUENCE, 'D' CANCELS ONE - THEN     *
      *         LAPSES EVERY ACTIVE STOP PAST ITS EXPIRY DATE AND      *
      *         LOGS EACH LAPSE ON STOPHITS. A STOP IS REFUSED WHEN    *
      *         THE CUST-ID FAILS THE CHECK-DIGIT SCHEME OR IS NOT ON  *
      *         CUSTOMER_MASTER, WHEN IT NAMES NEITHER A REFERENCE NOR *
      *         AN ORIGINATOR, WHEN THE AMOUNT RANGE IS INVERTED, OR   *
      *         WHEN IT HAS NO EXPIRY DATE IN THE FUTURE.              *
      *   'R' - REGISTER (AFTER CUSTUPDT): EVERY STOP HIT AND EVERY    *
      *         LAPSED STOP FOR THE BUSINESS DATE, BY BRANCH, ON       *
      *         STOPRPT.                                               *
      * THE FULL UPDATED FILE IS REWRITTEN TO STOPNEW AND SWAPPED IN   *
      * FOR STOPPAY AFTER REVIEW, AS WITH COWNNEW AND CASENEW.         *
      * REJECTED FEED RECORDS GO TO STOPREJ WITH A REASON.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOPCTL ASSIGN TO 'STOPCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT STOPFILE ASSIGN TO 'STOPPAY'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOP-STATUS.
           SELECT FEEDFILE ASSIGN TO 'STOPFEED'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS.
           SELECT STOPNEW ASSIGN TO 'STOPNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.
           SELECT REJFILE ASSIGN TO 'STOPREJ'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-REJ-STATUS.
           SELECT HITFILE ASSIGN TO 'STOPHITS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIT-STATUS.
           SELECT RPTFILE ASSIGN TO 'STOPRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOPCTL.
       01 STOPCTL-RECORD.
          05 CTL-FUNCTION       PIC X(01).
             88 CTL-FUNC-MAINT  VALUE 'M'.
             88 CTL-FUNC-REPORT VALUE 'R'.

       FD STOPFILE.
       COPY STOPCOPY.

       FD FEEDFILE.
       01 FEED-RECORD.
          05 FEED-ACTION        PIC X(01).
             88 FEED-ADD        VALUE 'A'.
             88 FEED-CANCEL     VALUE 'D'.
          05 FEED-CUST-ID       PIC X(10).
          05 FEED-SEQ           PIC 9(02).
          05 FEED-MATCH-TYPE    PIC X(01).
          05 FEED-MATCH-KEY     PIC X(20).
          05 FEED-AMOUNT-LOW    PIC 9(7)V99.
          05 FEED-AMOUNT-HIGH   PIC 9(7)V99.
          05 FEED-EXPIRY-DATE   PIC X(10).

       FD STOPNEW.
       01 STOPNEW-RECORD        PIC X(76).

       FD REJFILE.
       01 REJ-RECORD.
          05 REJ-CUST-ID        PIC X(10).
          05 REJ-SEQ            PIC 9(02).
          05 REJ-MATCH-KEY      PIC X(20).
          05 REJ-REASON         PIC X(60).
          05 REJ-DATE           PIC X(10).

       FD HITFILE.
       COPY STPHCOPY.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-STOP-STATUS        PIC XX VALUE SPACES.
       01 WS-FEED-STATUS        PIC XX VALUE SPACES.
       01 WS-NEW-STATUS         PIC XX VALUE SPACES.
       01 WS-REJ-STATUS         PIC XX VALUE SPACES.
       01 WS-HIT-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-STOP-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STOP-EOF        VALUE 'Y'.
       01 WS-FEED-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-FEED-EOF        VALUE 'Y'.
       01 WS-HIT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-HIT-EOF         VALUE 'Y'.
       01 WS-HIT-OPEN-FLAG      PIC X VALUE 'N'.
          88 WS-HIT-IS-OPEN     VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-FEED-COUNT         PIC 9(07) VALUE 0.
       01 WS-ADD-COUNT          PIC 9(07) VALUE 0.
       01 WS-CANCEL-COUNT       PIC 9(07) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(07) VALUE 0.
       01 WS-LAPSE-COUNT        PIC 9(07) VALUE 0.
       01 WS-WRITE-COUNT        PIC 9(07) VALUE 0.
       01 WS-EVENT-COUNT        PIC 9(07) VALUE 0.
       01 WS-HIT-COUNT          PIC 9(07) VALUE 0.
       01 WS-EXPIRY-COUNT       PIC 9(07) VALUE 0.

      * IN-CORE IMAGE OF THE STOP FILE. THE FEED AND THE EXPIRY PASS
      * APPLY AGAINST THIS TABLE AND THE WHOLE IMAGE REWRITES TO
      * STOPNEW, SO A HALF-APPLIED FEED CAN NEVER REACH THE LIVE FILE.
       01 WS-STP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-STP-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-STP-TABLE.
          05 WS-STP-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-STP-IDX.
             10 WS-STP-CUST-ID  PIC X(10).
             10 WS-STP-SEQ      PIC 9(02).
             10 WS-STP-TYPE     PIC X(01).
             10 WS-STP-KEY      PIC X(20).
             10 WS-STP-LOW      PIC 9(7)V99.
             10 WS-STP-HIGH     PIC 9(7)V99.
             10 WS-STP-EXPIRY   PIC X(10).
             10 WS-STP-PLACED   PIC X(10).
             10 WS-STP-BRANCH   PIC X(04).
             10 WS-STP-STATUS   PIC X(01).
       01 WS-STP-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-STP-FOUND       VALUE 'Y'.
       01 WS-LOAD-OVF-FLAG      PIC X VALUE 'N'.
          88 WS-LOAD-OVERFLOWED VALUE 'Y'.
       01 WS-STP-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-STP-LOOP           PIC S9(4) COMP VALUE 0.

       01 WS-ERROR-MSG          PIC X(60) VALUE SPACES.
       01 WS-DB-CUST-COUNT      PIC 9(05) VALUE 0.
       01 WS-DB-BRANCH          PIC X(04) VALUE SPACES.

       01 WS-CKDG-FUNCTION      PIC X(01) VALUE 'V'.
       01 WS-CKDG-RESULT        PIC X(01) VALUE 'Y'.
       01 WS-CKDG-WORK-ID       PIC X(10) VALUE SPACES.

      * THE BUSINESS DATE'S EVENTS, HELD SO THE REGISTER CAN PRINT
      * THEM BRANCH BY BRANCH WHATEVER ORDER THE WRITERS LOGGED THEM.
       01 WS-EVT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-EVT-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-EVT-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-EVT-TABLE.
          05 WS-EVT-ENTRY OCCURS 5000 TIMES.
             10 WS-EVT-IMAGE    PIC X(85).
       01 WS-EVT-OVF-COUNT      PIC 9(07) VALUE 0.

       01 WS-BRT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-BRT-MAX            PIC S9(4) COMP VALUE 50.
       01 WS-BRT-TABLE.
          05 WS-BRT-ENTRY OCCURS 50 TIMES INDEXED BY WS-BRT-IDX.
             10 WS-BRT-BRANCH   PIC X(04).
             10 WS-BRT-HITS     PIC 9(07).
             10 WS-BRT-LAPSES   PIC 9(07).
             10 WS-BRT-AMOUNT   PIC 9(11)V99.
       01 WS-BRT-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-BRT-FOUND       VALUE 'Y'.
       01 WS-BRT-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-BRT-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-CUR-BRANCH         PIC X(04) VALUE SPACES.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 REG-EVENT          PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE '/'.
          05 REG-SEQ            PIC 9(02).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-SOURCE         PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-MATCH-TYPE     PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-MATCH-KEY      PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-REFERENCE      PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           EVALUATE TRUE
             WHEN CTL-FUNC-MAINT
               PERFORM LOAD-STOP-FILE
      * A FILE THAT NO LONGER FITS THE TABLE MUST FAIL THE RUN - A
      * TRUNCATED STOPNEW SWAPPED IN WOULD SILENTLY DROP STOPS THE
      * CUSTOMER WAS PROMISED.
               IF WS-LOAD-OVERFLOWED
                 DISPLAY 'CUSTSTOP: STOPPAY EXCEEDS THE TABLE - RUN '
                         'ABANDONED, NO STOPNEW WRITTEN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               PERFORM APPLY-STOP-FEED
               PERFORM LAPSE-EXPIRED-STOPS
               PERFORM WRITE-NEW-STOP-FILE
             WHEN CTL-FUNC-REPORT
               PERFORM REPORT-DAILY-REGISTER
             WHEN OTHER
               DISPLAY 'CUSTSTOP: UNKNOWN FUNCTION ON STOPCTL: '
                       CTL-FUNCTION
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           OPEN INPUT STOPCTL.
           IF WS-CTL-STATUS NOT = '00'
             DISPLAY 'CUSTSTOP: NO STOPCTL CONTROL CARD - NOTHING '
                     'TO DO'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ STOPCTL INTO STOPCTL-RECORD
             AT END CONTINUE
           END-READ.
           CLOSE STOPCTL.
           PERFORM GET-BUSINESS-RUN-DATE.

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

      * A MISSING STOP FILE IS A VALID FIRST RUN - THE FEED BUILDS
      * THE FILE FROM NOTHING.
       LOAD-STOP-FILE.
           MOVE 0 TO WS-STP-COUNT.
           OPEN INPUT STOPFILE.
           IF WS-STOP-STATUS = '00'
             PERFORM READ-ONE-STOP UNTIL WS-STOP-EOF
             CLOSE STOPFILE
           ELSE
             DISPLAY 'NO STOPPAY FILE - STARTING FROM AN EMPTY '
                     'STOP-PAYMENT FILE'
           END-IF.

       READ-ONE-STOP.
           READ STOPFILE INTO STOP-RECORD
             AT END SET WS-STOP-EOF TO TRUE
           END-READ.
           IF NOT WS-STOP-EOF
             ADD 1 TO WS-READ-COUNT
             IF WS-STP-COUNT < WS-STP-MAX
               ADD 1 TO WS-STP-COUNT
               SET WS-STP-IDX TO WS-STP-COUNT
               MOVE STOP-CUST-ID TO WS-STP-CUST-ID(WS-STP-IDX)
               MOVE STOP-SEQ TO WS-STP-SEQ(WS-STP-IDX)
               MOVE STOP-MATCH-TYPE TO WS-STP-TYPE(WS-STP-IDX)
               MOVE STOP-MATCH-KEY TO WS-STP-KEY(WS-STP-IDX)
               MOVE STOP-AMOUNT-LOW TO WS-STP-LOW(WS-STP-IDX)
               MOVE STOP-AMOUNT-HIGH TO WS-STP-HIGH(WS-STP-IDX)
               MOVE STOP-EXPIRY-DATE TO WS-STP-EXPIRY(WS-STP-IDX)
               MOVE STOP-PLACED-DATE TO WS-STP-PLACED(WS-STP-IDX)
               MOVE STOP-BRANCH-CODE TO WS-STP-BRANCH(WS-STP-IDX)
               MOVE STOP-STATUS TO WS-STP-STATUS(WS-STP-IDX)
             ELSE
               SET WS-LOAD-OVERFLOWED TO TRUE
             END-IF
           END-IF.

      * NO FEED IS A NORMAL NIGHT - THE EXPIRY PASS STILL RUNS AND
      * THE FILE IS STILL REWRITTEN.
       APPLY-STOP-FEED.
           OPEN INPUT FEEDFILE.
           IF WS-FEED-STATUS NOT = '00'
             DISPLAY 'CUSTSTOP: NO STOPFEED FILE - EXPIRY PASS ONLY'
           ELSE
             PERFORM PROCESS-STOP-FEED
           END-IF.

       PROCESS-STOP-FEED.
           OPEN OUTPUT REJFILE.
           IF WS-REJ-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOPREJ: ' WS-REJ-STATUS
             CLOSE FEEDFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PROCESS-FEED-RECORDS UNTIL WS-FEED-EOF.
           CLOSE FEEDFILE REJFILE.

       PROCESS-FEED-RECORDS.
           READ FEEDFILE INTO FEED-RECORD
             AT END SET WS-FEED-EOF TO TRUE
           END-READ.
           IF NOT WS-FEED-EOF
             ADD 1 TO WS-FEED-COUNT
             EVALUATE TRUE
               WHEN FEED-ADD
                 PERFORM APPLY-STOP-ADD
               WHEN FEED-CANCEL
                 PERFORM APPLY-STOP-CANCEL
               WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE ON STOP-PAYMENT FEED' TO
                   WS-ERROR-MSG
                 PERFORM WRITE-REJECT-RECORD
             END-EVALUATE
           END-IF.

       APPLY-STOP-ADD.
           MOVE SPACES TO WS-ERROR-MSG.
           EVALUATE TRUE
             WHEN FEED-MATCH-TYPE NOT = 'R'
                  AND FEED-MATCH-TYPE NOT = 'O'
               MOVE 'STOP MUST NAME A REFERENCE (R) OR ORIGINATOR (O)'
                 TO WS-ERROR-MSG
             WHEN FEED-MATCH-KEY = SPACES
               MOVE 'STOP REFERENCE / ORIGINATOR IS BLANK' TO
                 WS-ERROR-MSG
             WHEN FEED-AMOUNT-LOW IS NOT NUMERIC
                  OR FEED-AMOUNT-HIGH IS NOT NUMERIC
                  OR FEED-AMOUNT-LOW > FEED-AMOUNT-HIGH
               MOVE 'STOP AMOUNT RANGE INVALID' TO WS-ERROR-MSG
             WHEN FEED-EXPIRY-DATE = SPACES
                  OR FEED-EXPIRY-DATE < WS-CURRENT-DATE
               MOVE 'STOP EXPIRY DATE MISSING OR ALREADY PAST' TO
                 WS-ERROR-MSG
             WHEN OTHER
               PERFORM VERIFY-FEED-CHECK-DIGIT
               IF WS-CKDG-RESULT NOT = 'Y'
                 MOVE 'CUSTOMER ID CHECK DIGIT INVALID' TO WS-ERROR-MSG
               ELSE
                 PERFORM GET-CUSTOMER-BRANCH
                 IF WS-DB-CUST-COUNT = 0
                   MOVE 'CUSTOMER NOT FOUND IN MASTER TABLE' TO
                     WS-ERROR-MSG
                 END-IF
               END-IF
           END-EVALUATE.
           IF WS-ERROR-MSG = SPACES
             PERFORM FIND-STOP-ENTRY
             IF NOT WS-STP-FOUND AND WS-STP-COUNT NOT < WS-STP-MAX
               MOVE 'STOP-PAYMENT TABLE FULL - ADD NOT APPLIED' TO
                 WS-ERROR-MSG
             END-IF
           END-IF.
           IF WS-ERROR-MSG = SPACES
             PERFORM STORE-STOP-ENTRY
           ELSE
             PERFORM WRITE-REJECT-RECORD
           END-IF.

       STORE-STOP-ENTRY.
           IF NOT WS-STP-FOUND
             ADD 1 TO WS-STP-COUNT
             MOVE WS-STP-COUNT TO WS-STP-HIT
           END-IF.
           SET WS-STP-IDX TO WS-STP-HIT.
           MOVE FEED-CUST-ID TO WS-STP-CUST-ID(WS-STP-IDX).
           MOVE FEED-SEQ TO WS-STP-SEQ(WS-STP-IDX).
           MOVE FEED-MATCH-TYPE TO WS-STP-TYPE(WS-STP-IDX).
           MOVE FEED-MATCH-KEY TO WS-STP-KEY(WS-STP-IDX).
           MOVE FEED-AMOUNT-LOW TO WS-STP-LOW(WS-STP-IDX).
           MOVE FEED-AMOUNT-HIGH TO WS-STP-HIGH(WS-STP-IDX).
           MOVE FEED-EXPIRY-DATE TO WS-STP-EXPIRY(WS-STP-IDX).
           MOVE WS-CURRENT-DATE TO WS-STP-PLACED(WS-STP-IDX).
           MOVE WS-DB-BRANCH TO WS-STP-BRANCH(WS-STP-IDX).
           MOVE 'A' TO WS-STP-STATUS(WS-STP-IDX).
           ADD 1 TO WS-ADD-COUNT.

       APPLY-STOP-CANCEL.
           PERFORM FIND-STOP-ENTRY.
           IF WS-STP-FOUND
             SET WS-STP-IDX TO WS-STP-HIT
             MOVE 'D' TO WS-STP-STATUS(WS-STP-IDX)
             ADD 1 TO WS-CANCEL-COUNT
           ELSE
             MOVE 'STOP NOT ON FILE FOR CANCELLATION' TO
               WS-ERROR-MSG
             PERFORM WRITE-REJECT-RECORD
           END-IF.

       FIND-STOP-ENTRY.
           MOVE 'N' TO WS-STP-FOUND-FLAG.
           MOVE 0 TO WS-STP-HIT.
           IF WS-STP-COUNT > 0
             PERFORM MATCH-STOP-ENTRY
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT OR WS-STP-FOUND
           END-IF.

       MATCH-STOP-ENTRY.
           IF WS-STP-CUST-ID(WS-STP-IDX) = FEED-CUST-ID
              AND WS-STP-SEQ(WS-STP-IDX) = FEED-SEQ
             SET WS-STP-FOUND TO TRUE
             SET WS-STP-HIT TO WS-STP-IDX
           END-IF.

       VERIFY-FEED-CHECK-DIGIT.
           MOVE FEED-CUST-ID TO WS-CKDG-WORK-ID.
           MOVE 'V' TO WS-CKDG-FUNCTION.
           CALL 'CUSTCKDG' USING WS-CKDG-WORK-ID
                                  WS-CKDG-FUNCTION
                                  WS-CKDG-RESULT.

      * THE STOP CARRIES ITS ACCOUNT'S BRANCH, SO THE REGISTER CAN
      * ROUTE CLEARING-SIDE HITS WITHOUT A MASTER LOOKUP.
       GET-CUSTOMER-BRANCH.
           MOVE 0 TO WS-DB-CUST-COUNT.
           MOVE SPACES TO WS-DB-BRANCH.
           EXEC SQL
             SELECT BRANCH_CODE INTO :WS-DB-BRANCH
             FROM CUSTOMER_MASTER
             WHERE CUSTOMER_ID = :FEED-CUST-ID
           END-EXEC.
           IF SQLCODE = 0
             MOVE 1 TO WS-DB-CUST-COUNT
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE FEED-CUST-ID TO REJ-CUST-ID.
           MOVE FEED-SEQ TO REJ-SEQ.
           MOVE FEED-MATCH-KEY TO REJ-MATCH-KEY.
           MOVE WS-ERROR-MSG TO REJ-REASON.
           MOVE WS-CURRENT-DATE TO REJ-DATE.
           WRITE REJ-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

      * A STOP IS ENFORCED THROUGH ITS EXPIRY DATE. THE FIRST RUN
      * AFTER THAT DATE LAPSES IT AND PUTS THE LAPSE ON THE BRANCH
      * REGISTER, SO THE BRANCH CAN TELL THE CUSTOMER THE ITEM WILL
      * PAY IF PRESENTED AGAIN.
       LAPSE-EXPIRED-STOPS.
           IF WS-STP-COUNT > 0
             PERFORM LAPSE-ONE-STOP
               VARYING WS-STP-LOOP FROM 1 BY 1
               UNTIL WS-STP-LOOP > WS-STP-COUNT
           END-IF.
           IF WS-HIT-IS-OPEN
             CLOSE HITFILE
           END-IF.

       LAPSE-ONE-STOP.
           SET WS-STP-IDX TO WS-STP-LOOP.
           IF WS-STP-STATUS(WS-STP-IDX) = 'A'
              AND WS-STP-EXPIRY(WS-STP-IDX) < WS-CURRENT-DATE
             MOVE 'X' TO WS-STP-STATUS(WS-STP-IDX)
             ADD 1 TO WS-LAPSE-COUNT
             PERFORM OPEN-HIT-FILE
             IF WS-HIT-IS-OPEN
               MOVE WS-CURRENT-DATE TO STPH-DATE
               MOVE 'X' TO STPH-EVENT
               MOVE 'CUSTSTOP' TO STPH-SOURCE
               MOVE WS-STP-BRANCH(WS-STP-IDX) TO STPH-BRANCH-CODE
               MOVE WS-STP-CUST-ID(WS-STP-IDX) TO STPH-CUST-ID
               MOVE WS-STP-SEQ(WS-STP-IDX) TO STPH-SEQ
               MOVE WS-STP-TYPE(WS-STP-IDX) TO STPH-MATCH-TYPE
               MOVE WS-STP-KEY(WS-STP-IDX) TO STPH-MATCH-KEY
               MOVE SPACES TO STPH-REFERENCE
               MOVE WS-STP-HIGH(WS-STP-IDX) TO STPH-AMOUNT
               WRITE STPH-RECORD
             END-IF
           END-IF.

       OPEN-HIT-FILE.
           IF NOT WS-HIT-IS-OPEN
             OPEN EXTEND HITFILE
             IF WS-HIT-STATUS NOT = '00'
               OPEN OUTPUT HITFILE
             END-IF
             IF WS-HIT-STATUS = '00'
               SET WS-HIT-IS-OPEN TO TRUE
             ELSE
               DISPLAY 'ERROR OPENING STOPHITS: ' WS-HIT-STATUS
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       WRITE-NEW-STOP-FILE.
           OPEN OUTPUT STOPNEW.
           IF WS-NEW-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOPNEW: ' WS-NEW-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-STP-COUNT > 0
               PERFORM WRITE-ONE-NEW-STOP
                 VARYING WS-STP-LOOP FROM 1 BY 1
                 UNTIL WS-STP-LOOP > WS-STP-COUNT
             END-IF
             CLOSE STOPNEW
           END-IF.

       WRITE-ONE-NEW-STOP.
           SET WS-STP-IDX TO WS-STP-LOOP.
           MOVE WS-STP-CUST-ID(WS-STP-IDX) TO STOP-CUST-ID.
           MOVE WS-STP-SEQ(WS-STP-IDX) TO STOP-SEQ.
           MOVE WS-STP-TYPE(WS-STP-IDX) TO STOP-MATCH-TYPE.
           MOVE WS-STP-KEY(WS-STP-IDX) TO STOP-MATCH-KEY.
           MOVE WS-STP-LOW(WS-STP-IDX) TO STOP-AMOUNT-LOW.
           MOVE WS-STP-HIGH(WS-STP-IDX) TO STOP-AMOUNT-HIGH.
           MOVE WS-STP-EXPIRY(WS-STP-IDX) TO STOP-EXPIRY-DATE.
           MOVE WS-STP-PLACED(WS-STP-IDX) TO STOP-PLACED-DATE.
           MOVE WS-STP-BRANCH(WS-STP-IDX) TO STOP-BRANCH-CODE.
           MOVE WS-STP-STATUS(WS-STP-IDX) TO STOP-STATUS.
           MOVE STOP-RECORD TO STOPNEW-RECORD.
           WRITE STOPNEW-RECORD.
           ADD 1 TO WS-WRITE-COUNT.

      * THE REGISTER COVERS ONE BUSINESS DATE: THE STOPS THAT BIT AT
      * CLEARING INTAKE AND AT POSTING, AND THE STOPS THAT LAPSED,
      * GROUPED UNDER EACH BRANCH WITH THE BRANCH'S TOTALS.
       REPORT-DAILY-REGISTER.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING STOPRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM WRITE-DAILY-REGISTER
           END-IF.

       WRITE-DAILY-REGISTER.
           MOVE SPACES TO RPT-LINE.
           STRING 'STOP-PAYMENT DAILY REGISTER - BUSINESS DATE '
                  WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT HITFILE.
           IF WS-HIT-STATUS = '00'
             PERFORM LOAD-ONE-EVENT UNTIL WS-HIT-EOF
             CLOSE HITFILE
           END-IF.
           IF WS-EVT-COUNT = 0
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '  NO STOP-PAYMENT HITS OR LAPSES TODAY'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM REPORT-ONE-BRANCH
               VARYING WS-BRT-LOOP FROM 1 BY 1
               UNTIL WS-BRT-LOOP > WS-BRT-COUNT
           END-IF.
           IF WS-EVT-OVF-COUNT > 0
             MOVE SPACES TO RPT-LINE
             MOVE WS-EVT-OVF-COUNT TO WS-FMT-CNT
             STRING '  ** ' WS-FMT-CNT ' EVENTS NOT LISTED - '
                    'REGISTER TABLE FULL - SEE STOPHITS **'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-HIT-COUNT TO WS-FMT-CNT.
           STRING 'PAYMENTS STOPPED: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-EXPIRY-COUNT TO WS-FMT-CNT.
           STRING '  STOPS LAPSED: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE(30:).
           WRITE RPT-LINE.
           CLOSE RPTFILE.

       LOAD-ONE-EVENT.
           READ HITFILE INTO STPH-RECORD
             AT END SET WS-HIT-EOF TO TRUE
           END-READ.
           IF NOT WS-HIT-EOF AND STPH-DATE = WS-CURRENT-DATE
             ADD 1 TO WS-EVENT-COUNT
             IF STPH-HIT
               ADD 1 TO WS-HIT-COUNT
             ELSE
               ADD 1 TO WS-EXPIRY-COUNT
             END-IF
             IF WS-EVT-COUNT < WS-EVT-MAX
               ADD 1 TO WS-EVT-COUNT
               MOVE STPH-RECORD TO WS-EVT-IMAGE(WS-EVT-COUNT)
               PERFORM TALLY-BRANCH-EVENT
             ELSE
               ADD 1 TO WS-EVT-OVF-COUNT
             END-IF
           END-IF.

       TALLY-BRANCH-EVENT.
           MOVE 'N' TO WS-BRT-FOUND-FLAG.
           MOVE 0 TO WS-BRT-HIT.
           IF WS-BRT-COUNT > 0
             PERFORM MATCH-BRANCH-ENTRY
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BRT-COUNT OR WS-BRT-FOUND
           END-IF.
           IF NOT WS-BRT-FOUND
             IF WS-BRT-COUNT < WS-BRT-MAX
               ADD 1 TO WS-BRT-COUNT
               SET WS-BRT-IDX TO WS-BRT-COUNT
               MOVE STPH-BRANCH-CODE TO WS-BRT-BRANCH(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-HITS(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-LAPSES(WS-BRT-IDX)
               MOVE 0 TO WS-BRT-AMOUNT(WS-BRT-IDX)
               MOVE WS-BRT-COUNT TO WS-BRT-HIT
             ELSE
      * BRANCH TABLE FULL - THE EVENT IS FILED UNDER THE LAST
      * BRANCH SLOT RATHER THAN DROPPED FROM THE REGISTER.
               MOVE WS-BRT-MAX TO WS-BRT-HIT
               MOVE WS-BRT-BRANCH(WS-BRT-MAX) TO
                 WS-EVT-IMAGE(WS-EVT-COUNT)(20:4)
             END-IF
           END-IF.
           SET WS-BRT-IDX TO WS-BRT-HIT.
           IF STPH-HIT
             ADD 1 TO WS-BRT-HITS(WS-BRT-IDX)
             ADD STPH-AMOUNT TO WS-BRT-AMOUNT(WS-BRT-IDX)
           ELSE
             ADD 1 TO WS-BRT-LAPSES(WS-BRT-IDX)
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF WS-BRT-BRANCH(WS-BRT-IDX) = STPH-BRANCH-CODE
             SET WS-BRT-FOUND TO TRUE
             SET WS-BRT-HIT TO WS-BRT-IDX
           END-IF.

       REPORT-ONE-BRANCH.
           SET WS-BRT-IDX TO WS-BRT-LOOP.
           MOVE WS-BRT-BRANCH(WS-BRT-IDX) TO WS-CUR-BRANCH.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'BRANCH ' WS-CUR-BRANCH
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM REPORT-ONE-EVENT
             VARYING WS-EVT-IDX FROM 1 BY 1
             UNTIL WS-EVT-IDX > WS-EVT-COUNT.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BRT-HITS(WS-BRT-IDX) TO WS-FMT-CNT.
           STRING '  BRANCH ' WS-CUR-BRANCH ' STOPPED: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-BRT-AMOUNT(WS-BRT-IDX) TO WS-FMT-AMT.
           STRING ' AMOUNT ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE(35:).
           MOVE WS-BRT-LAPSES(WS-BRT-IDX) TO WS-FMT-CNT.
           STRING '  LAPSED: ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE(70:).
           WRITE RPT-LINE.

       REPORT-ONE-EVENT.
           MOVE WS-EVT-IMAGE(WS-EVT-IDX) TO STPH-RECORD.
           IF STPH-BRANCH-CODE = WS-CUR-BRANCH
             IF STPH-HIT
               MOVE 'STOPPED' TO REG-EVENT
             ELSE
               MOVE 'LAPSED ' TO REG-EVENT
             END-IF
             MOVE STPH-CUST-ID TO REG-CUST-ID
             MOVE STPH-SEQ TO REG-SEQ
             MOVE STPH-SOURCE TO REG-SOURCE
             MOVE STPH-MATCH-TYPE TO REG-MATCH-TYPE
             MOVE STPH-MATCH-KEY TO REG-MATCH-KEY
             MOVE STPH-REFERENCE TO REG-REFERENCE
             MOVE STPH-AMOUNT TO REG-AMOUNT
             MOVE WS-REG-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       CLEANUP-PARA.
           DISPLAY 'CUSTSTOP COMPLETE.'.
           IF CTL-FUNC-MAINT
             DISPLAY '  STOP RECORDS READ:    ' WS-READ-COUNT
             DISPLAY '  FEED RECORDS READ:    ' WS-FEED-COUNT
             DISPLAY '  STOPS PLACED:         ' WS-ADD-COUNT
             DISPLAY '  STOPS CANCELLED:      ' WS-CANCEL-COUNT
             DISPLAY '  FEED RECORDS REJECTED:' WS-REJECT-COUNT
             DISPLAY '  STOPS LAPSED:         ' WS-LAPSE-COUNT
             DISPLAY '  RECORDS WRITTEN:      ' WS-WRITE-COUNT
           ELSE
             DISPLAY '  REGISTER EVENTS:      ' WS-EVENT-COUNT
             DISPLAY '  PAYMENTS STOPPED:     ' WS-HIT-COUNT
             DISPLAY '  STOPS LAPSED:         ' WS-EXPIRY-COUNT
           END-IF.
