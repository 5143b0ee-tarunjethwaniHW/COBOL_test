       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLPF.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTGLPF - SUBLEDGER-TO-GENERAL-LEDGER TRIAL BALANCE PROOF     *
      * CUSTGLEX PROVES EACH GLEXTR FILE AGAINST TRANSACTION_LOG, BUT  *
      * NOT THAT THE GL LOADED IT - ONCE, AND ONLY ONCE. THIS STEP     *
      * READS THE GL'S END-OF-DAY TRIAL BALANCE FEED (GLTBFEED) FOR    *
      * THE PREVIOUS BUSINESS DAY AND PROVES IT AGAINST CUSTDATA AS    *
      * IT STOOD AT THAT CLOSE. IT IS THE FIRST CUSTEOD STEP, SO THE   *
      * BOOK HAS NOT MOVED SINCE AND A BREAK STOPS THE CYCLE BEFORE    *
      * ANOTHER NIGHT IS POSTED ON TOP OF IT.                          *
      *   BRANCH DEPOSITS - EACH BRANCH'S DEPOSIT ACCOUNT (GL200100)   *
      *                     AGAINST THE SUM OF CUST-BALANCE FOR THE    *
      *                     CUST-BRANCH-CODE, AT THE ACCOUNT-CURRENCY  *
      *                     AMOUNTS CUSTGLEX JOURNALS.                 *
      *   FX REVALUATION  - THE DEPOSIT REVALUATION CUSTFXRV BOOKS     *
      *                     UNDER THE TREASURY BRANCH, AGAINST THE     *
      *                     FOREIGN BALANCES CONVERTED THROUGH CURRTBL *
      *                     AT TODAY'S RATE LESS THE RATE EACH         *
      *                     CURRENCY WAS FIRST BASELINED AT            *
      *                     (FX_REVAL_LOG). CUSTFXRV REVALUES ONLY AT  *
      *                     MONTH-END, SO THIS LINE HAS ITS OWN, WIDER *
      *                     TOLERANCE.                                 *
      * EACH LINE SHOWS BOTH SIDES' BALANCE AND DAY MOVEMENT - THE GL  *
      * FROM THE FEED, THE SUBLEDGER AGAINST THE LAST PROOF ON         *
      * GL_PROOF_LOG - SO A DOUBLE-LOADED FILE SHOWS AS THE GL MOVING  *
      * TWICE AS FAR AS THE BOOK. TOLERANCES COME FROM THE OPTIONAL    *
      * GLPFCTL CARD (DEFAULTS 0.00 BRANCH, 500.00 FX).                *
      * RC 4  - A FOREIGN CURRENCY HAS NO CURRTBL RATE.                *
      * RC 8  - A BRANCH OR THE FX LINE IS OUT OF TOLERANCE.           *
      * RC 16 - THE FEED IS MISSING, TRUNCATED OR NOT FOR THE PREVIOUS *
      *         BUSINESS DAY, OR A TABLE OVERFLOWED; NOTHING IS PROVED.*
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBFEED ASSIGN TO 'GLTBFEED'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-TB-STATUS.
           SELECT GLPFCTL ASSIGN TO 'GLPFCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT RPTFILE ASSIGN TO 'GLPFRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * GL TRIAL BALANCE FEED: AN 'H' HEADER CARRYING THE GL CLOSE
      * DATE, ONE 'D' LINE PER BRANCH AND ACCOUNT WITH ITS CLOSING
      * BALANCE AND THE DAY'S DEBITS AND CREDITS, AND A 'T' TRAILER
      * CARRYING THE 'D' LINE COUNT.
       FD TBFEED.
       01 TB-RECORD.
          05 TB-REC-TYPE        PIC X(01).
             88 TB-HEADER       VALUE 'H'.
             88 TB-DETAIL       VALUE 'D'.
             88 TB-TRAILER      VALUE 'T'.
          05 TB-GL-DATE         PIC X(10).
          05 TB-BRANCH          PIC X(04).
          05 TB-ACCOUNT         PIC X(08).
          05 TB-BAL-DR-CR       PIC X(02).
          05 TB-CLOSING-BAL     PIC 9(13)V99.
          05 TB-DAY-DR          PIC 9(13)V99.
          05 TB-DAY-CR          PIC 9(13)V99.

       01 TB-CTL-RECORD REDEFINES TB-RECORD.
          05 FILLER             PIC X(01).
          05 FILLER             PIC X(10).
          05 TB-CTL-COUNT       PIC 9(07).
          05 FILLER             PIC X(52).

       FD GLPFCTL.
       01 GLPFCTL-RECORD.
          05 GLPFCTL-BRANCH-TOL PIC 9(7)V99.
          05 GLPFCTL-FX-TOL     PIC 9(7)V99.

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-TB-STATUS          PIC XX VALUE SPACES.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-TB-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-TB-EOF          VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       01 WS-PROOF-DATE         PIC X(10) VALUE SPACES.
       01 WS-FEED-DATE          PIC X(10) VALUE SPACES.
       01 WS-FEED-ERROR         PIC X(50) VALUE SPACES.

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-DATE-INT           PIC S9(9) COMP.
       01 WS-DATE-WORK          PIC 9(08).

       01 WS-DEPOSIT-ACCOUNT    PIC X(08) VALUE 'GL200100'.
       01 WS-REVAL-BRANCH       PIC X(04) VALUE 'TRSY'.
       01 WS-BRANCH-TOL         PIC 9(7)V99 VALUE 0.
       01 WS-FX-TOL             PIC 9(7)V99 VALUE 500.00.

       01 WS-TB-HEADER-FLAG     PIC X VALUE 'N'.
          88 WS-TB-HEADER-SEEN  VALUE 'Y'.
       01 WS-TB-TRAILER-FLAG    PIC X VALUE 'N'.
          88 WS-TB-TRAILER-SEEN VALUE 'Y'.
       01 WS-TB-LINE-COUNT      PIC 9(07) VALUE 0.
       01 WS-TB-CTL-COUNT       PIC 9(07) VALUE 0.
       01 WS-GL-CR-BAL          PIC S9(13)V99 VALUE 0.
       01 WS-GL-CR-MOVE         PIC S9(13)V99 VALUE 0.

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).

      * FOREIGN BALANCES BY CURRENCY, FOR THE REVALUATION LINE.
       01 WS-CCY-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CCY-MAX            PIC S9(4) COMP VALUE 20.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES INDEXED BY WS-CCY-IDX.
             10 WS-CCY-CODE     PIC X(03).
             10 WS-CCY-BALANCE  PIC S9(11)V99.
       01 WS-CCY-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-CCY-FOUND       VALUE 'Y'.
       01 WS-CUR-CCY            PIC X(03) VALUE SPACES.
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.
       01 WS-BASE-RATE          PIC 9(03)V9(06) VALUE 0.
       01 WS-BASE-ROWS          PIC S9(9) COMP VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(03) VALUE 0.

      * ONE ENTRY PER BRANCH ON EITHER SIDE.
       01 WS-BR-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-BR-MAX             PIC S9(4) COMP VALUE 500.
       01 WS-BR-HIT             PIC S9(4) COMP VALUE 0.
       01 WS-BR-TABLE.
          05 WS-BR-ENTRY OCCURS 500 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-CODE      PIC X(04).
             10 WS-BR-SUB-BAL   PIC S9(13)V99.
             10 WS-BR-ACCTS     PIC 9(07).
             10 WS-BR-GL-BAL    PIC S9(13)V99.
             10 WS-BR-GL-MOVE   PIC S9(13)V99.
             10 WS-BR-GL-SEEN   PIC X(01).
       01 WS-BR-FOUND-FLAG      PIC X VALUE 'N'.
          88 WS-BR-FOUND        VALUE 'Y'.
       01 WS-FIND-BRANCH        PIC X(04) VALUE SPACES.

      * THE FX REVALUATION LINE.
       01 WS-FX-SUB-BAL         PIC S9(13)V99 VALUE 0.
       01 WS-FX-GL-BAL          PIC S9(13)V99 VALUE 0.
       01 WS-FX-GL-MOVE         PIC S9(13)V99 VALUE 0.
       01 WS-FX-GL-SEEN         PIC X(01) VALUE 'N'.

      * ONE PROOF LINE, WHICHEVER KIND.
       01 WS-PRF-BRANCH         PIC X(04).
       01 WS-PRF-SUB-BAL        PIC S9(13)V99.
       01 WS-PRF-GL-BAL         PIC S9(13)V99.
       01 WS-PRF-GL-MOVE        PIC S9(13)V99.
       01 WS-PRF-GL-SEEN        PIC X(01).
       01 WS-PRF-TOL            PIC 9(7)V99.
       01 WS-PRF-SUB-MOVE       PIC S9(13)V99.
       01 WS-PRF-PRIOR-BAL      PIC S9(13)V99.
       01 WS-PRF-PRIOR-ROWS     PIC S9(9) COMP.
       01 WS-PRF-DIFF           PIC S9(13)V99.
       01 WS-PRF-ABS-DIFF       PIC S9(13)V99.
       01 WS-PRF-STATUS         PIC X(01).
          88 WS-PRF-IN-BALANCE  VALUE 'P'.
          88 WS-PRF-BREAK       VALUE 'B'.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-PROVED-COUNT       PIC 9(07) VALUE 0.
       01 WS-BREAK-COUNT        PIC 9(07) VALUE 0.
       01 WS-SUB-TOTAL          PIC S9(13)V99 VALUE 0.
       01 WS-GL-TOTAL           PIC S9(13)V99 VALUE 0.

       COPY CALCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-PRF-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 PRF-BRANCH         PIC X(04).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-ACCOUNT        PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-SUB-BAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-GL-BAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-DIFF           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-SUB-MOVE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-GL-MOVE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-STATUS         PIC X(06).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 PRF-NOTE           PIC X(14).
       01 WS-PRF-HEADING.
          05 FILLER             PIC X(16) VALUE '  BRCH ACCOUNT  '.
          05 FILLER             PIC X(19) VALUE
             '     SUBLEDGER BAL '.
          05 FILLER             PIC X(19) VALUE
             '            GL BAL '.
          05 FILLER             PIC X(19) VALUE
             '        DIFFERENCE '.
          05 FILLER             PIC X(19) VALUE
             '    SUBLEDGER MOVE '.
          05 FILLER             PIC X(19) VALUE
             '           GL MOVE '.
          05 FILLER             PIC X(21) VALUE
             'STATUS NOTE'.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.
       01 WS-FMT-AMT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM TOTAL-ONE-CUSTOMER UNTIL WS-EOF.
           CLOSE CUSTFILE.
           PERFORM LOAD-TRIAL-BALANCE.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTGLPF: MORE THAN 500 BRANCHES OR 20 '
                     'CURRENCIES - NOTHING PROVED'
             MOVE 'BRANCH OR CURRENCY TABLE OVERFLOWED' TO
               WS-FEED-ERROR
           END-IF.
           IF WS-FEED-ERROR NOT = SPACES
             MOVE SPACES TO RPT-LINE
             STRING '*** PROOF NOT RUN - ' WS-FEED-ERROR
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VALUE-FX-REVALUATION.
           PERFORM CLEAR-PRIOR-PROOF.
           PERFORM PROVE-BRANCH-DEPOSITS.
           PERFORM PROVE-FX-REVALUATION.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

      * THE FEED PROVED TONIGHT IS THE GL CLOSE OF THE PREVIOUS
      * BUSINESS DAY.
       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO WS-DATE-WORK.
           MOVE 'P' TO CAL-FUNCTION.
           MOVE SPACES TO CAL-DATE-IN.
           STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2) '-'
                  WS-DATE-WORK(7:2)
             DELIMITED BY SIZE INTO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           MOVE CAL-DATE-OUT TO WS-PROOF-DATE.
           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-CURRENCY-TABLE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING GLPFRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUBLEDGER TO GL TRIAL BALANCE PROOF - GL CLOSE OF '
                  WS-PROOF-DATE ' - RUN ' WS-RUN-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PRF-HEADING TO RPT-LINE.
           WRITE RPT-LINE.

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

      * WITHOUT A GLPFCTL CARD THE STANDARD TOLERANCES APPLY.
       LOAD-TOLERANCES.
           OPEN INPUT GLPFCTL.
           IF WS-CTL-STATUS = '00'
             READ GLPFCTL
               AT END MOVE SPACES TO GLPFCTL-RECORD
             END-READ
             CLOSE GLPFCTL
             IF GLPFCTL-BRANCH-TOL IS NUMERIC
               MOVE GLPFCTL-BRANCH-TOL TO WS-BRANCH-TOL
             END-IF
             IF GLPFCTL-FX-TOL IS NUMERIC
               MOVE GLPFCTL-FX-TOL TO WS-FX-TOL
             END-IF
           ELSE
             DISPLAY 'NO GLPFCTL CARD - STANDARD PROOF TOLERANCES'
           END-IF.

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTGLPF: NO CURRTBL PARM FILE - FOREIGN '
                     'BALANCES CANNOT BE CONVERTED'
           END-IF.

       READ-CURRENCY-RECORD.
           READ CURRFILE INTO CURR-RECORD
             AT END SET WS-CURR-EOF TO TRUE
           END-READ.
           IF NOT WS-CURR-EOF AND WS-RATE-COUNT < 20
             ADD 1 TO WS-RATE-COUNT
             SET WS-RATE-IDX TO WS-RATE-COUNT
             MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-IDX)
             MOVE CURR-RATE TO WS-RATE-VALUE(WS-RATE-IDX)
           END-IF.

      * EVERY RECORD ON THE BOOK COUNTS, WHATEVER ITS STATUS - THE
      * GL CARRIES A CLOSED ACCOUNT'S BALANCE UNTIL IT IS PAID OUT.
       TOTAL-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             MOVE CUST-BRANCH-CODE TO WS-FIND-BRANCH
             PERFORM FIND-OR-ADD-BRANCH
             IF WS-BR-HIT > 0
               SET WS-BR-IDX TO WS-BR-HIT
               ADD CUST-BALANCE TO WS-BR-SUB-BAL(WS-BR-IDX)
               ADD 1 TO WS-BR-ACCTS(WS-BR-IDX)
             END-IF
             IF CUST-CURRENCY-CODE NOT = SPACES
               PERFORM TALLY-ONE-CURRENCY
             END-IF
           END-IF.

       FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-FLAG.
           MOVE 0 TO WS-BR-HIT.
           IF WS-BR-COUNT > 0
             PERFORM MATCH-ONE-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND
           END-IF.
           IF NOT WS-BR-FOUND
             IF WS-BR-COUNT < WS-BR-MAX
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-BAL(WS-BR-IDX)
                         WS-BR-ACCTS(WS-BR-IDX)
                         WS-BR-GL-BAL(WS-BR-IDX)
                         WS-BR-GL-MOVE(WS-BR-IDX)
               MOVE 'N' TO WS-BR-GL-SEEN(WS-BR-IDX)
               MOVE WS-BR-COUNT TO WS-BR-HIT
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
             END-IF
           END-IF.

       MATCH-ONE-BRANCH.
           IF WS-BR-CODE(WS-BR-IDX) = WS-FIND-BRANCH
             SET WS-BR-FOUND TO TRUE
             SET WS-BR-HIT TO WS-BR-IDX
           END-IF.

       TALLY-ONE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-FLAG.
           IF WS-CCY-COUNT > 0
             PERFORM MATCH-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT OR WS-CCY-FOUND
           END-IF.
           IF WS-CCY-FOUND
             SET WS-CCY-IDX DOWN BY 1
           ELSE
             IF WS-CCY-COUNT < WS-CCY-MAX
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               MOVE CUST-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-BALANCE(WS-CCY-IDX)
               SET WS-CCY-FOUND TO TRUE
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
             END-IF
           END-IF.
           IF WS-CCY-FOUND
             ADD CUST-BALANCE TO WS-CCY-BALANCE(WS-CCY-IDX)
           END-IF.

       MATCH-ONE-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-IDX) = CUST-CURRENCY-CODE
             SET WS-CCY-FOUND TO TRUE
           END-IF.

      * THE FEED MUST BE WHOLE AND FOR THE RIGHT CLOSE BEFORE ANY OF
      * IT IS BELIEVED: A HEADER FOR THE PREVIOUS BUSINESS DAY AND A
      * TRAILER WHOSE COUNT MATCHES THE LINES READ. ONLY THE DEPOSIT
      * ACCOUNT'S LINES ARE PROVED. THE GL HOLDS DEPOSITS AS CREDIT
      * BALANCES, SO A CREDIT IS TAKEN AS A POSITIVE BALANCE AND
      * CREDITS LESS DEBITS AS THE DAY'S MOVEMENT.
       LOAD-TRIAL-BALANCE.
           OPEN INPUT TBFEED.
           IF WS-TB-STATUS NOT = '00'
             DISPLAY 'CUSTGLPF: NO GLTBFEED FILE - STATUS '
                     WS-TB-STATUS
             MOVE 'NO GL TRIAL BALANCE FEED' TO WS-FEED-ERROR
           ELSE
             PERFORM READ-ONE-TB-RECORD UNTIL WS-TB-EOF
             CLOSE TBFEED
             EVALUATE TRUE
               WHEN NOT WS-TB-HEADER-SEEN
                 MOVE 'FEED HAS NO HEADER' TO WS-FEED-ERROR
               WHEN WS-FEED-DATE NOT = WS-PROOF-DATE
                 STRING 'FEED IS FOR ' WS-FEED-DATE ', EXPECTED '
                        WS-PROOF-DATE
                   DELIMITED BY SIZE INTO WS-FEED-ERROR
               WHEN NOT WS-TB-TRAILER-SEEN
                 MOVE 'FEED HAS NO TRAILER - TRUNCATED'
                   TO WS-FEED-ERROR
               WHEN WS-TB-CTL-COUNT NOT = WS-TB-LINE-COUNT
                 MOVE 'FEED LINE COUNT DOES NOT MATCH TRAILER'
                   TO WS-FEED-ERROR
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             IF WS-FEED-ERROR NOT = SPACES
               DISPLAY 'CUSTGLPF: ' WS-FEED-ERROR
             END-IF
           END-IF.

       READ-ONE-TB-RECORD.
           READ TBFEED INTO TB-RECORD
             AT END SET WS-TB-EOF TO TRUE
           END-READ.
           IF NOT WS-TB-EOF
             EVALUATE TRUE
               WHEN TB-HEADER
                 SET WS-TB-HEADER-SEEN TO TRUE
                 MOVE TB-GL-DATE TO WS-FEED-DATE
               WHEN TB-TRAILER
                 SET WS-TB-TRAILER-SEEN TO TRUE
                 MOVE TB-CTL-COUNT TO WS-TB-CTL-COUNT
               WHEN TB-DETAIL
                 ADD 1 TO WS-TB-LINE-COUNT
                 IF TB-ACCOUNT = WS-DEPOSIT-ACCOUNT
                   PERFORM TAKE-DEPOSIT-LINE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       TAKE-DEPOSIT-LINE.
           IF TB-BAL-DR-CR = 'DR'
             COMPUTE WS-GL-CR-BAL = 0 - TB-CLOSING-BAL
           ELSE
             MOVE TB-CLOSING-BAL TO WS-GL-CR-BAL
           END-IF.
           COMPUTE WS-GL-CR-MOVE = TB-DAY-CR - TB-DAY-DR.
           IF TB-BRANCH = WS-REVAL-BRANCH
             ADD WS-GL-CR-BAL TO WS-FX-GL-BAL
             ADD WS-GL-CR-MOVE TO WS-FX-GL-MOVE
             MOVE 'Y' TO WS-FX-GL-SEEN
           ELSE
             MOVE TB-BRANCH TO WS-FIND-BRANCH
             PERFORM FIND-OR-ADD-BRANCH
             IF WS-BR-HIT > 0
               SET WS-BR-IDX TO WS-BR-HIT
               ADD WS-GL-CR-BAL TO WS-BR-GL-BAL(WS-BR-IDX)
               ADD WS-GL-CR-MOVE TO WS-BR-GL-MOVE(WS-BR-IDX)
               MOVE 'Y' TO WS-BR-GL-SEEN(WS-BR-IDX)
             END-IF
           END-IF.

      * WHAT THE REVALUATION SHOULD STAND AT: EACH CURRENCY'S BOOK
      * BALANCE TIMES THE MOVE FROM THE RATE CUSTFXRV FIRST BASELINED
      * IT AT TO TODAY'S CURRTBL RATE. A CURRENCY NEVER REVALUED
      * CARRIES NONE YET.
       VALUE-FX-REVALUATION.
           MOVE 0 TO WS-FX-SUB-BAL.
           IF WS-CCY-COUNT > 0
             PERFORM VALUE-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           END-IF.

       VALUE-ONE-CURRENCY.
           MOVE WS-CCY-CODE(WS-CCY-IDX) TO WS-CUR-CCY.
           MOVE 0 TO WS-CUR-RATE.
           PERFORM LOOKUP-ONE-RATE
             VARYING WS-RATE-IDX FROM 1 BY 1
             UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           IF WS-CUR-RATE = 0
             ADD 1 TO WS-NO-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' WS-CUR-CCY ' HAS NO CURRTBL RATE - LEFT '
                    'OUT OF THE FX REVALUATION LINE'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           ELSE
             MOVE 0 TO WS-BASE-ROWS WS-BASE-RATE
             EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(REVAL_RATE), 0)
               INTO :WS-BASE-ROWS, :WS-BASE-RATE
               FROM FX_REVAL_LOG
               WHERE CURRENCY_CODE = :WS-CUR-CCY
                 AND REVAL_DATE =
                   (SELECT MIN(REVAL_DATE) FROM FX_REVAL_LOG
                    WHERE CURRENCY_CODE = :WS-CUR-CCY)
             END-EXEC
             IF SQLCODE = 0 AND WS-BASE-ROWS > 0
               COMPUTE WS-FX-SUB-BAL ROUNDED = WS-FX-SUB-BAL
                 + WS-CCY-BALANCE(WS-CCY-IDX)
                     * (WS-CUR-RATE - WS-BASE-RATE)
             END-IF
           END-IF.

       LOOKUP-ONE-RATE.
           IF WS-RATE-CODE(WS-RATE-IDX) = WS-CUR-CCY
             MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
           END-IF.

      * A RERUN REPLACES THE SAME CLOSE'S PROOF ROWS.
       CLEAR-PRIOR-PROOF.
           EXEC SQL
             DELETE FROM GL_PROOF_LOG
             WHERE PROOF_DATE = :WS-PROOF-DATE
           END-EXEC.

       PROVE-BRANCH-DEPOSITS.
           IF WS-BR-COUNT > 0
             PERFORM PROVE-ONE-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF.

       PROVE-ONE-BRANCH.
           MOVE WS-BR-CODE(WS-BR-IDX) TO WS-PRF-BRANCH.
           MOVE WS-BR-SUB-BAL(WS-BR-IDX) TO WS-PRF-SUB-BAL.
           MOVE WS-BR-GL-BAL(WS-BR-IDX) TO WS-PRF-GL-BAL.
           MOVE WS-BR-GL-MOVE(WS-BR-IDX) TO WS-PRF-GL-MOVE.
           MOVE WS-BR-GL-SEEN(WS-BR-IDX) TO WS-PRF-GL-SEEN.
           MOVE WS-BRANCH-TOL TO WS-PRF-TOL.
           ADD WS-PRF-SUB-BAL TO WS-SUB-TOTAL.
           ADD WS-PRF-GL-BAL TO WS-GL-TOTAL.
           PERFORM PROVE-ONE-LINE.

       PROVE-FX-REVALUATION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REVAL-BRANCH TO WS-PRF-BRANCH.
           MOVE WS-FX-SUB-BAL TO WS-PRF-SUB-BAL.
           MOVE WS-FX-GL-BAL TO WS-PRF-GL-BAL.
           MOVE WS-FX-GL-MOVE TO WS-PRF-GL-MOVE.
           MOVE WS-FX-GL-SEEN TO WS-PRF-GL-SEEN.
           MOVE WS-FX-TOL TO WS-PRF-TOL.
           PERFORM PROVE-ONE-LINE.

      * THE SUBLEDGER'S DAY MOVEMENT IS TONIGHT'S TOTAL LESS THE
      * LAST PROOF'S, SO IT TAKES IN EVERYTHING THAT MOVED THE
      * BRANCH - POSTINGS AND CONSOLIDATIONS ALIKE.
       PROVE-ONE-LINE.
           MOVE 0 TO WS-PRF-PRIOR-ROWS WS-PRF-PRIOR-BAL.
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(SUBLEDGER_BAL), 0)
             INTO :WS-PRF-PRIOR-ROWS, :WS-PRF-PRIOR-BAL
             FROM GL_PROOF_LOG
             WHERE BRANCH_CODE = :WS-PRF-BRANCH
               AND GL_ACCOUNT = :WS-DEPOSIT-ACCOUNT
               AND PROOF_DATE =
                 (SELECT MAX(PROOF_DATE) FROM GL_PROOF_LOG
                  WHERE BRANCH_CODE = :WS-PRF-BRANCH
                    AND GL_ACCOUNT = :WS-DEPOSIT-ACCOUNT
                    AND PROOF_DATE < :WS-PROOF-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-PRF-PRIOR-ROWS WS-PRF-PRIOR-BAL
           END-IF.
           COMPUTE WS-PRF-SUB-MOVE = WS-PRF-SUB-BAL - WS-PRF-PRIOR-BAL.
           COMPUTE WS-PRF-DIFF = WS-PRF-SUB-BAL - WS-PRF-GL-BAL.
           IF WS-PRF-DIFF < 0
             COMPUTE WS-PRF-ABS-DIFF = 0 - WS-PRF-DIFF
           ELSE
             MOVE WS-PRF-DIFF TO WS-PRF-ABS-DIFF
           END-IF.
           MOVE SPACES TO PRF-NOTE.
           IF WS-PRF-ABS-DIFF > WS-PRF-TOL
             SET WS-PRF-BREAK TO TRUE
             ADD 1 TO WS-BREAK-COUNT
             MOVE '*BREAK' TO PRF-STATUS
           ELSE
             SET WS-PRF-IN-BALANCE TO TRUE
             ADD 1 TO WS-PROVED-COUNT
             MOVE 'OK' TO PRF-STATUS
           END-IF.
           EVALUATE TRUE
             WHEN WS-PRF-GL-SEEN NOT = 'Y'
               MOVE 'NOT ON GL FEED' TO PRF-NOTE
             WHEN WS-PRF-PRIOR-ROWS = 0
               MOVE 'NO PRIOR PROOF' TO PRF-NOTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-PRF-BRANCH = WS-REVAL-BRANCH AND PRF-NOTE = SPACES
             MOVE 'FX REVALUATION' TO PRF-NOTE
           END-IF.
           MOVE WS-PRF-BRANCH TO PRF-BRANCH.
           MOVE WS-DEPOSIT-ACCOUNT TO PRF-ACCOUNT.
           MOVE WS-PRF-SUB-BAL TO PRF-SUB-BAL.
           MOVE WS-PRF-GL-BAL TO PRF-GL-BAL.
           MOVE WS-PRF-DIFF TO PRF-DIFF.
           MOVE WS-PRF-SUB-MOVE TO PRF-SUB-MOVE.
           MOVE WS-PRF-GL-MOVE TO PRF-GL-MOVE.
           MOVE WS-PRF-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXEC SQL
             INSERT INTO GL_PROOF_LOG
               (PROOF_DATE, BRANCH_CODE, GL_ACCOUNT, SUBLEDGER_BAL,
                GL_BAL, SUBLEDGER_MOVE, GL_MOVE, DIFFERENCE,
                PROOF_STATUS, RUN_DATE, LOGGED_BY)
             VALUES
               (:WS-PROOF-DATE, :WS-PRF-BRANCH, :WS-DEPOSIT-ACCOUNT,
                :WS-PRF-SUB-BAL, :WS-PRF-GL-BAL, :WS-PRF-SUB-MOVE,
                :WS-PRF-GL-MOVE, :WS-PRF-DIFF, :WS-PRF-STATUS,
                :WS-RUN-DATE, 'CUSTGLPF')
           END-EXEC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-READ-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS ON THE BOOK:    ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUB-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUBLEDGER DEPOSITS:   ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-TOTAL TO WS-FMT-AMT.
           MOVE SPACES TO RPT-LINE.
           STRING 'GL BRANCH DEPOSITS:   ' WS-FMT-AMT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PROVED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINES IN BALANCE:        ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BREAK-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINES OUT OF TOLERANCE:  ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BREAK-COUNT > 0
             MOVE '*** GL DOES NOT AGREE TO THE SUBLEDGER - CYCLE '
               TO RPT-LINE
             MOVE 'STOPPED' TO RPT-LINE(48:7)
             WRITE RPT-LINE
           END-IF.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-NO-RATE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BREAK-COUNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTGLPF COMPLETE'.
           DISPLAY '  GL CLOSE PROVED:       ' WS-PROOF-DATE.
           DISPLAY '  ACCOUNTS READ:         ' WS-READ-COUNT.
           DISPLAY '  BRANCHES:              ' WS-BR-COUNT.
           DISPLAY '  FEED LINES READ:       ' WS-TB-LINE-COUNT.
           DISPLAY '  LINES IN BALANCE:      ' WS-PROVED-COUNT.
           DISPLAY '  LINES OUT OF TOLERANCE:' WS-BREAK-COUNT.
           DISPLAY '  CURRENCIES WITHOUT RATE:' WS-NO-RATE-COUNT.
