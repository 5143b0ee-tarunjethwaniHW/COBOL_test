       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRISK.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTRISK - CUSTOMER RISK RATING AND KYC REVIEW SCHEDULER       *
      * SCORES EVERY ACTIVE CUSTOMER FROM THE RISK SIGNALS THE SUITE   *
      * ALREADY HOLDS:                                                 *
      *   WATCHLIST    - AN OPEN HELDITEM HOLD ON THE CUST-ID          *
      *   CASEWORK     - AN OPEN, ESCALATED OR SAR-FILED CASE          *
      *   SURVEILLANCE - CUSTSAMN PATTERN HITS ON CASE_LOG OVER THE    *
      *                  LAST YEAR AND THE HIGHEST ESCALATION LEVEL    *
      *   CURRENCY     - A FOREIGN CUST-CURRENCY-CODE ACCOUNT          *
      *   JURISDICTION - POINTS FOR THE FIRST TWO BYTES OF THE BRANCH  *
      *                  CODE FROM THE RISKJUR TABLE FILE (SAME KEY    *
      *                  AS CUSTESCH'S ESCHJUR)                        *
      * THE 0-100 SCORE MAPS TO RATING 'H'/'M'/'L', STORED WITH ITS    *
      * DATE ON CUSTOMER_FLAGS; A CHANGED RATING IS ALSO APPENDED TO   *
      * RISK_HISTORY. THE RATING SETS THE DUE-DILIGENCE CYCLE - ONE    *
      * YEAR HIGH, TWO MEDIUM, THREE LOW - AND THE NEXT REVIEW FALLS   *
      * DUE ONE CYCLE AFTER THE LAST COMPLETED REVIEW (OR THE ACCOUNT  *
      * OPENING WHEN THERE HAS BEEN NONE). COMPLETED REVIEWS ARRIVE ON *
      * THE KYCDONE FILE AND ARE RECORDED BEFORE ANYONE IS SCHEDULED.  *
      * A REVIEW MORE THAN 90 DAYS OVERDUE PUTS A COMPLIANCE DEBIT     *
      * BLOCK ON THE MASTER (A CREDIT-BLOCKED ACCOUNT IS FROZEN),      *
      * JOURNALED TO CUSTJRNL; ONCE THE REVIEW IS DONE THE BLOCK IS    *
      * LIFTED AGAIN, UNLESS SOMEONE HAS CHANGED IT SINCE.             *
      * RISKRPT LISTS EVERY RE-RATING AND BLOCK ACTION, THEN THE       *
      * OVERDUE-REVIEW WORKLIST BY BRANCH.                             *
      * RC 4 - A REWRITE OR REVIEW UPDATE FAILED. RC 16 - HELDITEM OR  *
      * CASEWORK OVERFLOWED ITS TABLE; NOTHING IS RATED, SINCE A       *
      * MISSING SIGNAL WOULD UNDER-RATE THE CUSTOMER.                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT HELDFILE ASSIGN TO 'HELDITEM'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HELD-STATUS.
           SELECT CASEWORK ASSIGN TO 'CASEWORK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT RISKJUR ASSIGN TO 'RISKJUR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JUR-STATUS.
           SELECT KYCDONE ASSIGN TO 'KYCDONE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-KYC-STATUS.
           SELECT JRNFILE ASSIGN TO 'CUSTJRNL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRN-STATUS.
           SELECT RPTFILE ASSIGN TO 'RISKRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTFILE.
       COPY CUSTCOPY.

       FD HELDFILE.
       COPY HELDCOPY.

       FD CASEWORK.
       01 CASE-WORK-RECORD.
          05 CW-CUST-ID         PIC X(10).
          05 CW-PATTERN         PIC X(01).
          05 CW-OPEN-DATE       PIC X(10).
          05 CW-CASE-LEVEL      PIC 9(02).
          05 CW-STATUS          PIC X(01).
             88 CW-OPEN         VALUE 'O'.
             88 CW-ASSIGNED     VALUE 'A'.
             88 CW-CLEARED      VALUE 'C'.
             88 CW-ESCALATED    VALUE 'E'.
             88 CW-SAR-FILED    VALUE 'S'.
          05 CW-INVESTIGATOR    PIC X(08).
          05 CW-DUE-DATE        PIC X(10).
          05 CW-DISP-DATE       PIC X(10).

       FD RISKJUR.
       01 RISKJUR-RECORD.
          05 JUR-CODE           PIC X(02).
          05 JUR-RISK-POINTS    PIC 9(02).

       FD KYCDONE.
       01 KYCDONE-RECORD.
          05 KYC-CUST-ID        PIC X(10).
          05 KYC-REVIEW-DATE    PIC X(10).
          05 KYC-REVIEWER       PIC X(08).

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

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-HELD-STATUS        PIC XX VALUE SPACES.
       01 WS-WORK-STATUS        PIC XX VALUE SPACES.
       01 WS-JUR-STATUS         PIC XX VALUE SPACES.
       01 WS-KYC-STATUS         PIC XX VALUE SPACES.
       01 WS-JRN-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-HELD-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-HELD-EOF        VALUE 'Y'.
       01 WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-WORK-EOF        VALUE 'Y'.
       01 WS-JUR-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-JUR-EOF         VALUE 'Y'.
       01 WS-KYC-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-KYC-EOF         VALUE 'Y'.
       01 WS-WRK-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-WRK-EOF         VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-DATE-INT           PIC S9(9) COMP.
       01 WS-DATE-WORK          PIC 9(08).
       01 WS-RUN-DATE-INT       PIC S9(9) COMP.
       01 WS-LOOKBACK-FROM      PIC X(10) VALUE SPACES.

      * SCORING WEIGHTS, BANDS AND REVIEW CYCLES.
       01 WS-HOLD-WEIGHT        PIC S9(03) VALUE 40.
       01 WS-CASE-SAR-WEIGHT    PIC S9(03) VALUE 40.
       01 WS-CASE-OPEN-WEIGHT   PIC S9(03) VALUE 20.
       01 WS-HIT-WEIGHT         PIC S9(03) VALUE 10.
       01 WS-HIT-CAP            PIC S9(03) VALUE 20.
       01 WS-LEVEL-WEIGHT       PIC S9(03) VALUE 10.
       01 WS-LEVEL-CAP          PIC S9(03) VALUE 20.
       01 WS-FX-WEIGHT          PIC S9(03) VALUE 15.
       01 WS-HIGH-FLOOR         PIC S9(03) VALUE 50.
       01 WS-MEDIUM-FLOOR       PIC S9(03) VALUE 20.
       01 WS-HIGH-CYCLE-YEARS   PIC 9(02) VALUE 01.
       01 WS-MEDIUM-CYCLE-YEARS PIC 9(02) VALUE 02.
       01 WS-LOW-CYCLE-YEARS    PIC 9(02) VALUE 03.
       01 WS-BLOCK-GRACE-DAYS   PIC S9(5) VALUE 90.

      * OPEN WATCHLIST HOLDS, BY CUST-ID.
       01 WS-HLD-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-HLD-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-HLD-TABLE.
          05 WS-HLD-CUST-ID OCCURS 5000 TIMES
               INDEXED BY WS-HLD-IDX PIC X(10).
       01 WS-HLD-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-HLD-FOUND       VALUE 'Y'.

      * CASES STILL OPEN OR CLOSED ADVERSELY, BY CUST-ID.
       01 WS-CSE-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-CSE-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-CSE-TABLE.
          05 WS-CSE-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-CSE-IDX.
             10 WS-CSE-CUST-ID  PIC X(10).
             10 WS-CSE-STATUS   PIC X(01).

       01 WS-JUR-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-JUR-MAX            PIC S9(4) COMP VALUE 60.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 60 TIMES INDEXED BY WS-JUR-IDX.
             10 WS-JUR-TBL-CODE   PIC X(02).
             10 WS-JUR-TBL-POINTS PIC 9(02).
       01 WS-JUR-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-JUR-FOUND       VALUE 'Y'.

       01 WS-SCORE              PIC S9(03) VALUE 0.
       01 WS-HOLD-POINTS        PIC S9(03) VALUE 0.
       01 WS-CASE-POINTS        PIC S9(03) VALUE 0.
       01 WS-HIT-POINTS         PIC S9(03) VALUE 0.
       01 WS-LEVEL-POINTS       PIC S9(03) VALUE 0.
       01 WS-FX-POINTS          PIC S9(03) VALUE 0.
       01 WS-JUR-POINTS         PIC S9(03) VALUE 0.
       01 WS-SAMN-HITS          PIC S9(9) COMP VALUE 0.
       01 WS-SAMN-MAX-LEVEL     PIC S9(9) COMP VALUE 0.
       01 WS-RISK-RATING        PIC X(01) VALUE SPACE.
          88 WS-RISK-HIGH       VALUE 'H'.
          88 WS-RISK-MEDIUM     VALUE 'M'.
          88 WS-RISK-LOW        VALUE 'L'.
       01 WS-CYCLE-YEARS        PIC 9(02) VALUE 0.

      * THE CUSTOMER'S CUSTOMER_FLAGS ROW AS IT STOOD BEFORE TONIGHT.
       01 WS-FLG-RATING         PIC X(01) VALUE SPACE.
       01 WS-FLG-LAST-REVIEW    PIC X(10) VALUE SPACES.
       01 WS-FLG-NEXT-REVIEW    PIC X(10) VALUE SPACES.
       01 WS-FLG-BLOCK-DATE     PIC X(10) VALUE SPACES.
       01 WS-FLG-BLOCK-PRIOR    PIC X(01) VALUE SPACE.

       01 WS-BASELINE-DATE      PIC X(10) VALUE SPACES.
       01 WS-NEXT-REVIEW.
          05 WS-NXT-YYYY        PIC 9(04).
          05 FILLER             PIC X(01).
          05 WS-NXT-MM          PIC 9(02).
          05 FILLER             PIC X(01).
          05 WS-NXT-DD          PIC 9(02).
       01 WS-NEXT-REVIEW-X REDEFINES WS-NEXT-REVIEW PIC X(10).
       01 WS-OVERDUE-DAYS       PIC S9(5) VALUE 0.
       01 WS-BLOCK-PRIOR        PIC X(01) VALUE SPACE.
       01 WS-BLOCK-SET-CODE     PIC X(01) VALUE SPACE.
       01 WS-NEW-BLOCK-CODE     PIC X(01) VALUE SPACE.
       01 WS-JRN-IMAGE          PIC X(300) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-RATED-COUNT        PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(07) VALUE 0.
       01 WS-HIGH-COUNT         PIC 9(07) VALUE 0.
       01 WS-MEDIUM-COUNT       PIC 9(07) VALUE 0.
       01 WS-LOW-COUNT          PIC 9(07) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(07) VALUE 0.
       01 WS-REVIEWS-READ       PIC 9(07) VALUE 0.
       01 WS-REVIEWS-APPLIED    PIC 9(07) VALUE 0.
       01 WS-BLOCKED-COUNT      PIC 9(07) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(07) VALUE 0.
       01 WS-LIFTED-COUNT       PIC 9(07) VALUE 0.
       01 WS-OVERDUE-COUNT      PIC 9(07) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(07) VALUE 0.
       01 WS-JRN-COUNT          PIC 9(07) VALUE 0.

      * OVERDUE-WORKLIST ROW AND BRANCH BREAK.
       01 WS-WRK-BRANCH         PIC X(04).
       01 WS-WRK-CUST-ID        PIC X(10).
       01 WS-WRK-NAME           PIC X(30).
       01 WS-WRK-RATING         PIC X(01).
       01 WS-WRK-NEXT-REVIEW    PIC X(10).
       01 WS-WRK-LAST-REVIEW    PIC X(10).
       01 WS-WRK-BLOCK-DATE     PIC X(10).
       01 WS-PREV-BRANCH        PIC X(04) VALUE SPACES.
       01 WS-BRANCH-COUNT       PIC 9(07) VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-REG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 REG-ACTION         PIC X(12).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-CUST-ID        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NAME           PIC X(30).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-BRANCH         PIC X(04).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-OLD-RATING     PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NEW-RATING     PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-SCORE          PIC ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NEXT-REVIEW    PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-OVERDUE        PIC -ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 REG-NOTE           PIC X(30).
          05 FILLER             PIC X(13) VALUE SPACES.
       01 WS-FMT-CNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM APPLY-REVIEW-COMPLETIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'RE-RATINGS AND REVIEW BLOCKS' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM RATE-ONE-CUSTOMER UNTIL WS-EOF.
           IF WS-CHANGED-COUNT = 0 AND WS-BLOCKED-COUNT = 0
              AND WS-LIFTED-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM WRITE-OVERDUE-WORKLIST.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLEANUP-PARA.
           STOP RUN.

      * THE SIGNAL TABLES ARE LOADED BEFORE ANYTHING IS OPENED FOR
      * UPDATE, SO AN OVERFLOW ABANDONS THE RUN WITH NOTHING TOUCHED.
       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM COMPUTE-LOOKBACK-DATE.
           PERFORM LOAD-WATCHLIST-HOLDS.
           PERFORM LOAD-ADVERSE-CASES.
           PERFORM LOAD-JURISDICTION-TABLE.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTRISK: HELDITEM OR CASEWORK EXCEEDS ITS '
                     'TABLE - RUN ABANDONED, NOTHING RATED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING RISKRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN I-O CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             OPEN OUTPUT JRNFILE
           END-IF.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTJRNL: ' WS-JRN-STATUS
             CLOSE CUSTFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER RISK RATING AND KYC REVIEW - BUSINESS DATE '
                  WS-RUN-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
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

      * SURVEILLANCE HITS COUNT OVER THE YEAR ENDING ON THE RUN DATE.
       COMPUTE-LOOKBACK-DATE.
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
             TO WS-RUN-DATE-INT.
           COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - 364.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO WS-DATE-WORK.
           MOVE SPACES TO WS-LOOKBACK-FROM.
           STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2) '-'
                  WS-DATE-WORK(7:2)
             DELIMITED BY SIZE INTO WS-LOOKBACK-FROM.

      * ONLY HOLDS STILL AWAITING COMPLIANCE COUNT - A RELEASED
      * MATCH WAS A FALSE POSITIVE.
       LOAD-WATCHLIST-HOLDS.
           OPEN INPUT HELDFILE.
           IF WS-HELD-STATUS = '00'
             PERFORM READ-ONE-HOLD UNTIL WS-HELD-EOF
             CLOSE HELDFILE
           ELSE
             DISPLAY 'NO HELDITEM FILE - NO WATCHLIST SIGNAL'
           END-IF.

       READ-ONE-HOLD.
           READ HELDFILE INTO HELD-RECORD
             AT END SET WS-HELD-EOF TO TRUE
           END-READ.
           IF NOT WS-HELD-EOF AND HELD-OPEN
              AND HELD-CUST-ID NOT = SPACES
             IF WS-HLD-COUNT < WS-HLD-MAX
               ADD 1 TO WS-HLD-COUNT
               MOVE HELD-CUST-ID TO WS-HLD-CUST-ID(WS-HLD-COUNT)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               SET WS-HELD-EOF TO TRUE
             END-IF
           END-IF.

      * A CLEARED CASE CARRIES NO RISK; EVERY OTHER STATUS DOES.
       LOAD-ADVERSE-CASES.
           OPEN INPUT CASEWORK.
           IF WS-WORK-STATUS = '00'
             PERFORM READ-ONE-CASE UNTIL WS-WORK-EOF
             CLOSE CASEWORK
           ELSE
             DISPLAY 'NO CASEWORK FILE - NO CASE SIGNAL'
           END-IF.

       READ-ONE-CASE.
           READ CASEWORK INTO CASE-WORK-RECORD
             AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           IF NOT WS-WORK-EOF AND NOT CW-CLEARED
             IF WS-CSE-COUNT < WS-CSE-MAX
               ADD 1 TO WS-CSE-COUNT
               SET WS-CSE-IDX TO WS-CSE-COUNT
               MOVE CW-CUST-ID TO WS-CSE-CUST-ID(WS-CSE-IDX)
               MOVE CW-STATUS TO WS-CSE-STATUS(WS-CSE-IDX)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               SET WS-WORK-EOF TO TRUE
             END-IF
           END-IF.

      * NO RISKJUR TABLE SIMPLY MEANS NO JURISDICTION CARRIES POINTS.
       LOAD-JURISDICTION-TABLE.
           OPEN INPUT RISKJUR.
           IF WS-JUR-STATUS = '00'
             PERFORM READ-JURISDICTION-RECORD UNTIL WS-JUR-EOF
             CLOSE RISKJUR
           ELSE
             DISPLAY 'NO RISKJUR TABLE FILE - NO JURISDICTION '
                     'SIGNAL'
           END-IF.

       READ-JURISDICTION-RECORD.
           READ RISKJUR INTO RISKJUR-RECORD
             AT END SET WS-JUR-EOF TO TRUE
           END-READ.
           IF NOT WS-JUR-EOF AND WS-JUR-COUNT < WS-JUR-MAX
             ADD 1 TO WS-JUR-COUNT
             SET WS-JUR-IDX TO WS-JUR-COUNT
             MOVE JUR-CODE TO WS-JUR-TBL-CODE(WS-JUR-IDX)
             MOVE JUR-RISK-POINTS TO WS-JUR-TBL-POINTS(WS-JUR-IDX)
           END-IF.

      * COMPLETED DUE-DILIGENCE REVIEWS ARE RECORDED FIRST, SO A
      * CUSTOMER REVIEWED TODAY IS SCHEDULED FROM TODAY AND NOT
      * BLOCKED FOR THE REVIEW JUST DONE.
       APPLY-REVIEW-COMPLETIONS.
           OPEN INPUT KYCDONE.
           IF WS-KYC-STATUS = '00'
             PERFORM APPLY-ONE-REVIEW UNTIL WS-KYC-EOF
             CLOSE KYCDONE
           ELSE
             DISPLAY 'NO KYCDONE FILE - NO REVIEWS RECORDED'
           END-IF.

       APPLY-ONE-REVIEW.
           READ KYCDONE INTO KYCDONE-RECORD
             AT END SET WS-KYC-EOF TO TRUE
           END-READ.
           IF NOT WS-KYC-EOF
             ADD 1 TO WS-REVIEWS-READ
             IF KYC-REVIEW-DATE(5:1) NOT = '-'
                OR KYC-REVIEW-DATE > WS-RUN-DATE
               DISPLAY 'CUSTRISK: BAD REVIEW DATE FOR ' KYC-CUST-ID
                       ' - ' KYC-REVIEW-DATE
               ADD 1 TO WS-EXCEPTION-COUNT
             ELSE
               EXEC SQL
                 UPDATE CUSTOMER_FLAGS
                 SET KYC_LAST_REVIEW = :KYC-REVIEW-DATE,
                     KYC_REVIEWED_BY = :KYC-REVIEWER
                 WHERE CUSTOMER_ID = :KYC-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                 ADD 1 TO WS-REVIEWS-APPLIED
               ELSE
                 DISPLAY 'CUSTRISK: REVIEW NOT RECORDED FOR '
                         KYC-CUST-ID ' SQLCODE ' SQLCODE
                 ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
             END-IF
           END-IF.

       RATE-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             IF CUST-ACTIVE
               PERFORM COMPUTE-RISK-SCORE
               PERFORM FETCH-CURRENT-FLAGS
               PERFORM SCHEDULE-NEXT-REVIEW
               PERFORM RECORD-RISK-RATING
               PERFORM ENFORCE-REVIEW-BLOCK
               ADD 1 TO WS-RATED-COUNT
             ELSE
               ADD 1 TO WS-SKIP-COUNT
             END-IF
           END-IF.

       COMPUTE-RISK-SCORE.
           MOVE 0 TO WS-HOLD-POINTS WS-CASE-POINTS WS-HIT-POINTS
                     WS-LEVEL-POINTS WS-FX-POINTS WS-JUR-POINTS.
           MOVE 'N' TO WS-HLD-FOUND-FLAG.
           IF WS-HLD-COUNT > 0
             PERFORM CHECK-ONE-HOLD
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-FOUND
           END-IF.
           IF WS-HLD-FOUND
             MOVE WS-HOLD-WEIGHT TO WS-HOLD-POINTS
           END-IF.
           IF WS-CSE-COUNT > 0
             PERFORM CHECK-ONE-CASE
               VARYING WS-CSE-IDX FROM 1 BY 1
               UNTIL WS-CSE-IDX > WS-CSE-COUNT
           END-IF.
           PERFORM SCORE-SURVEILLANCE-HITS.
           IF CUST-CURRENCY-CODE NOT = SPACES
             MOVE WS-FX-WEIGHT TO WS-FX-POINTS
           END-IF.
           MOVE 'N' TO WS-JUR-FOUND-FLAG.
           IF WS-JUR-COUNT > 0
             PERFORM LOOKUP-JURISDICTION
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT OR WS-JUR-FOUND
           END-IF.
           COMPUTE WS-SCORE = WS-HOLD-POINTS + WS-CASE-POINTS
             + WS-HIT-POINTS + WS-LEVEL-POINTS + WS-FX-POINTS
             + WS-JUR-POINTS.
           IF WS-SCORE > 100
             MOVE 100 TO WS-SCORE
           END-IF.
           EVALUATE TRUE
             WHEN WS-SCORE >= WS-HIGH-FLOOR
               SET WS-RISK-HIGH TO TRUE
               MOVE WS-HIGH-CYCLE-YEARS TO WS-CYCLE-YEARS
               ADD 1 TO WS-HIGH-COUNT
             WHEN WS-SCORE >= WS-MEDIUM-FLOOR
               SET WS-RISK-MEDIUM TO TRUE
               MOVE WS-MEDIUM-CYCLE-YEARS TO WS-CYCLE-YEARS
               ADD 1 TO WS-MEDIUM-COUNT
             WHEN OTHER
               SET WS-RISK-LOW TO TRUE
               MOVE WS-LOW-CYCLE-YEARS TO WS-CYCLE-YEARS
               ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.

       CHECK-ONE-HOLD.
           IF WS-HLD-CUST-ID(WS-HLD-IDX) = CUST-ID
             SET WS-HLD-FOUND TO TRUE
           END-IF.

      * THE WORST CASE ON FILE COUNTS - AN ESCALATION OR A FILED SAR
      * OUTWEIGHS A CASE STILL UNDER INVESTIGATION.
       CHECK-ONE-CASE.
           IF WS-CSE-CUST-ID(WS-CSE-IDX) = CUST-ID
             IF WS-CSE-STATUS(WS-CSE-IDX) = 'E' OR 'S'
               MOVE WS-CASE-SAR-WEIGHT TO WS-CASE-POINTS
             ELSE
               IF WS-CASE-POINTS < WS-CASE-OPEN-WEIGHT
                 MOVE WS-CASE-OPEN-WEIGHT TO WS-CASE-POINTS
               END-IF
             END-IF
           END-IF.

      * EACH CUSTSAMN HIT IN THE YEAR SCORES, AND SO DOES EVERY
      * ESCALATION LEVEL ABOVE THE FIRST - BOTH CAPPED.
       SCORE-SURVEILLANCE-HITS.
           MOVE 0 TO WS-SAMN-HITS WS-SAMN-MAX-LEVEL.
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(CASE_LEVEL), 0)
             INTO :WS-SAMN-HITS, :WS-SAMN-MAX-LEVEL
             FROM CASE_LOG
             WHERE CUST_ID = :CUST-ID
               AND CASE_DATE BETWEEN :WS-LOOKBACK-FROM
                                 AND :WS-RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 0 TO WS-SAMN-HITS WS-SAMN-MAX-LEVEL
           END-IF.
           COMPUTE WS-HIT-POINTS = WS-SAMN-HITS * WS-HIT-WEIGHT.
           IF WS-HIT-POINTS > WS-HIT-CAP
             MOVE WS-HIT-CAP TO WS-HIT-POINTS
           END-IF.
           IF WS-SAMN-MAX-LEVEL > 1
             COMPUTE WS-LEVEL-POINTS =
               (WS-SAMN-MAX-LEVEL - 1) * WS-LEVEL-WEIGHT
             IF WS-LEVEL-POINTS > WS-LEVEL-CAP
               MOVE WS-LEVEL-CAP TO WS-LEVEL-POINTS
             END-IF
           END-IF.

       LOOKUP-JURISDICTION.
           IF WS-JUR-TBL-CODE(WS-JUR-IDX) = CUST-BRANCH-CODE(1:2)
             MOVE WS-JUR-TBL-POINTS(WS-JUR-IDX) TO WS-JUR-POINTS
             SET WS-JUR-FOUND TO TRUE
           END-IF.

       FETCH-CURRENT-FLAGS.
           EXEC SQL
             SELECT COALESCE(RISK_RATING, ' '),
                    COALESCE(KYC_LAST_REVIEW, ' '),
                    COALESCE(KYC_NEXT_REVIEW, ' '),
                    COALESCE(KYC_BLOCK_DATE, ' '),
                    COALESCE(KYC_BLOCK_PRIOR, ' ')
             INTO :WS-FLG-RATING, :WS-FLG-LAST-REVIEW,
                  :WS-FLG-NEXT-REVIEW, :WS-FLG-BLOCK-DATE,
                  :WS-FLG-BLOCK-PRIOR
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SPACES TO WS-FLG-RATING WS-FLG-LAST-REVIEW
                            WS-FLG-NEXT-REVIEW WS-FLG-BLOCK-DATE
                            WS-FLG-BLOCK-PRIOR
           END-IF.

      * THE NEXT REVIEW FALLS ONE RATING CYCLE AFTER THE LAST
      * COMPLETED REVIEW, OR AFTER ACCOUNT OPENING WHEN THERE HAS
      * NEVER BEEN ONE, SO A RE-RATING TIGHTENS OR EASES THE DUE
      * DATE AT ONCE. A 29 FEBRUARY ANNIVERSARY FALLS DUE ON THE
      * 28TH. WITH NO DATE TO WORK FROM, THE DATE ALREADY SCHEDULED
      * STANDS, AND FAILING THAT THE REVIEW IS DUE TODAY.
       SCHEDULE-NEXT-REVIEW.
           MOVE SPACES TO WS-BASELINE-DATE.
           IF WS-FLG-LAST-REVIEW(5:1) = '-'
             MOVE WS-FLG-LAST-REVIEW TO WS-BASELINE-DATE
           ELSE
             IF CUST-OPEN-DATE(5:1) = '-'
               MOVE CUST-OPEN-DATE TO WS-BASELINE-DATE
             END-IF
           END-IF.
           IF WS-BASELINE-DATE NOT = SPACES
             MOVE WS-BASELINE-DATE TO WS-NEXT-REVIEW-X
             ADD WS-CYCLE-YEARS TO WS-NXT-YYYY
             IF WS-NXT-MM = 2 AND WS-NXT-DD = 29
               MOVE 28 TO WS-NXT-DD
             END-IF
           ELSE
             IF WS-FLG-NEXT-REVIEW(5:1) = '-'
               MOVE WS-FLG-NEXT-REVIEW TO WS-NEXT-REVIEW-X
             ELSE
               MOVE WS-RUN-DATE TO WS-NEXT-REVIEW-X
             END-IF
           END-IF.
           STRING WS-NEXT-REVIEW-X(1:4) WS-NEXT-REVIEW-X(6:2)
                  WS-NEXT-REVIEW-X(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM.
           COMPUTE WS-OVERDUE-DAYS = WS-RUN-DATE-INT
             - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-OVERDUE-DAYS > 0
             ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

       RECORD-RISK-RATING.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET RISK_RATING = :WS-RISK-RATING,
                 RISK_SCORE = :WS-SCORE,
                 RISK_DATE = :WS-RUN-DATE,
                 RISK_RATED_BY = 'CUSTRISK',
                 KYC_NEXT_REVIEW = :WS-NEXT-REVIEW-X
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           IF WS-RISK-RATING NOT = WS-FLG-RATING
             EXEC SQL
               INSERT INTO RISK_HISTORY
                 (CUST_ID, OLD_RATING, NEW_RATING, RISK_SCORE,
                  RATING_DATE, RATED_BY)
               VALUES
                 (:CUST-ID, :WS-FLG-RATING, :WS-RISK-RATING,
                  :WS-SCORE, :WS-RUN-DATE, 'CUSTRISK')
             END-EXEC
             ADD 1 TO WS-CHANGED-COUNT
             MOVE 'RE-RATED' TO REG-ACTION
             PERFORM WRITE-RATING-LINE
           END-IF.

       ENFORCE-REVIEW-BLOCK.
           IF WS-OVERDUE-DAYS > WS-BLOCK-GRACE-DAYS
             PERFORM SET-REVIEW-BLOCK
           ELSE
             IF WS-FLG-BLOCK-DATE NOT = SPACES
               PERFORM LIFT-REVIEW-BLOCK
             END-IF
           END-IF.

      * A DEBIT BLOCK OR FREEZE ALREADY IN PLACE (FROM A COURT ORDER,
      * A CASE ESCALATION OR AN EARLIER NIGHT) IS LEFT ALONE AND NOT
      * CLAIMED, SO THIS PROGRAM NEVER LIFTS A BLOCK IT DID NOT SET.
      * A CREDIT-BLOCKED ACCOUNT GAINS THE DEBIT SIDE AS A FREEZE.
       SET-REVIEW-BLOCK.
           EVALUATE TRUE
             WHEN WS-FLG-BLOCK-DATE NOT = SPACES
               CONTINUE
             WHEN CUST-DEBIT-BLOCK OR CUST-FULL-FREEZE
               ADD 1 TO WS-ALREADY-COUNT
             WHEN OTHER
               PERFORM PLACE-REVIEW-BLOCK
           END-EVALUATE.

       PLACE-REVIEW-BLOCK.
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
               SET KYC_BLOCK_DATE = :WS-RUN-DATE,
                   KYC_BLOCK_PRIOR = :WS-BLOCK-PRIOR
               WHERE CUSTOMER_ID = :CUST-ID
             END-EXEC
             ADD 1 TO WS-BLOCKED-COUNT
             MOVE 'KYC BLOCK' TO REG-ACTION
             PERFORM WRITE-RATING-LINE
           END-IF.

      * THE REVIEW IS NO LONGER OVERDUE. THE MASTER GOES BACK TO THE
      * BLOCK CODE IT HAD BEFORE ONLY IF IT STILL CARRIES THE CODE
      * THIS PROGRAM SET - A BLOCK CHANGED SINCE BY MAINTENANCE OR A
      * CASE ESCALATION STANDS. EITHER WAY THE CLAIM IS RELEASED.
       LIFT-REVIEW-BLOCK.
           IF WS-FLG-BLOCK-PRIOR = 'C'
             MOVE 'F' TO WS-BLOCK-SET-CODE
           ELSE
             MOVE 'D' TO WS-BLOCK-SET-CODE
           END-IF.
           IF CUST-BLOCK-CODE = WS-BLOCK-SET-CODE
             MOVE WS-FLG-BLOCK-PRIOR TO WS-NEW-BLOCK-CODE
             PERFORM REWRITE-MASTER-RECORD
             IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-LIFTED-COUNT
               MOVE 'BLOCK LIFTED' TO REG-ACTION
               PERFORM RELEASE-REVIEW-CLAIM
             END-IF
           ELSE
             MOVE 'BLOCK LEFT' TO REG-ACTION
             PERFORM RELEASE-REVIEW-CLAIM
           END-IF.

       RELEASE-REVIEW-CLAIM.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET KYC_BLOCK_DATE = NULL,
                 KYC_BLOCK_PRIOR = NULL
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.
           PERFORM WRITE-RATING-LINE.

       REWRITE-MASTER-RECORD.
           MOVE CUST-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-NEW-BLOCK-CODE TO CUST-BLOCK-CODE.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'CUSTRISK: REWRITE FAILED FOR ' CUST-ID
                     ' STATUS ' WS-CUST-STATUS
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTRISK' TO JRN-PROGRAM.
           MOVE 'R' TO JRN-ACTION.
           MOVE 'RISKBLK ' TO JRN-BATCH-ID.
           MOVE WS-JRN-IMAGE(1:10) TO JRN-CUST-ID.
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRN-RECORD.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-RATING-LINE.
           MOVE CUST-ID TO REG-CUST-ID.
           MOVE CUST-NAME TO REG-NAME.
           MOVE CUST-BRANCH-CODE TO REG-BRANCH.
           MOVE WS-FLG-RATING TO REG-OLD-RATING.
           MOVE WS-RISK-RATING TO REG-NEW-RATING.
           MOVE WS-SCORE TO REG-SCORE.
           MOVE WS-NEXT-REVIEW-X TO REG-NEXT-REVIEW.
           MOVE WS-OVERDUE-DAYS TO REG-OVERDUE.
           MOVE SPACES TO REG-NOTE.
           IF REG-ACTION = 'BLOCK LEFT'
             MOVE 'BLOCK CHANGED SINCE - NOT LIFTED' TO REG-NOTE
           END-IF.
           MOVE WS-REG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      * EVERY RATED CUSTOMER WHOSE REVIEW DATE HAS PASSED, BRANCH BY
      * BRANCH, LONGEST OVERDUE FIRST. ONLY ROWS RATED TONIGHT ARE
      * TAKEN, SO A CLOSED ACCOUNT'S OLD SCHEDULE DOES NOT LINGER.
       WRITE-OVERDUE-WORKLIST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'OVERDUE DUE-DILIGENCE REVIEWS BY BRANCH' TO RPT-LINE.
           WRITE RPT-LINE.
           EXEC SQL
             DECLARE WRKCUR CURSOR FOR
             SELECT C.BRANCH_CODE, F.CUSTOMER_ID, C.CUST_NAME,
                    F.RISK_RATING, F.KYC_NEXT_REVIEW,
                    COALESCE(F.KYC_LAST_REVIEW, ' '),
                    COALESCE(F.KYC_BLOCK_DATE, ' ')
             FROM CUSTOMER_FLAGS F, CUSTOMER_MASTER C
             WHERE F.CUSTOMER_ID = C.CUSTOMER_ID
               AND F.RISK_DATE = :WS-RUN-DATE
               AND F.KYC_NEXT_REVIEW < :WS-RUN-DATE
             ORDER BY C.BRANCH_CODE, F.KYC_NEXT_REVIEW,
                      F.CUSTOMER_ID
           END-EXEC.
           EXEC SQL
             OPEN WRKCUR
           END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTRISK: WORKLIST CURSOR OPEN FAILED SQLCODE '
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

       WRITE-ONE-WORKLIST-LINE.
           EXEC SQL
             FETCH WRKCUR
             INTO :WS-WRK-BRANCH, :WS-WRK-CUST-ID, :WS-WRK-NAME,
                  :WS-WRK-RATING, :WS-WRK-NEXT-REVIEW,
                  :WS-WRK-LAST-REVIEW, :WS-WRK-BLOCK-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-WRK-EOF TO TRUE
           ELSE
             IF WS-WRK-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                 PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-WRK-BRANCH TO WS-PREV-BRANCH
               MOVE 0 TO WS-BRANCH-COUNT
               MOVE SPACES TO RPT-LINE
               STRING ' BRANCH ' WS-WRK-BRANCH
                 DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
             END-IF
             ADD 1 TO WS-BRANCH-COUNT
             STRING WS-WRK-NEXT-REVIEW(1:4) WS-WRK-NEXT-REVIEW(6:2)
                    WS-WRK-NEXT-REVIEW(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
             COMPUTE WS-OVERDUE-DAYS = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
             IF WS-WRK-BLOCK-DATE NOT = SPACES
               MOVE 'BLOCKED' TO REG-ACTION
             ELSE
               MOVE 'OVERDUE' TO REG-ACTION
             END-IF
             MOVE WS-WRK-CUST-ID TO REG-CUST-ID
             MOVE WS-WRK-NAME TO REG-NAME
             MOVE WS-WRK-BRANCH TO REG-BRANCH
             MOVE SPACE TO REG-OLD-RATING
             MOVE WS-WRK-RATING TO REG-NEW-RATING
             MOVE 0 TO REG-SCORE
             MOVE WS-WRK-NEXT-REVIEW TO REG-NEXT-REVIEW
             MOVE WS-OVERDUE-DAYS TO REG-OVERDUE
             MOVE SPACES TO REG-NOTE
             IF WS-WRK-LAST-REVIEW = SPACES
               MOVE 'NEVER REVIEWED' TO REG-NOTE
             ELSE
               STRING 'LAST REVIEWED ' WS-WRK-LAST-REVIEW
                 DELIMITED BY SIZE INTO REG-NOTE
             END-IF
             MOVE WS-REG-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '   BRANCH ' WS-PREV-BRANCH ' OVERDUE REVIEWS: '
                  WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RATED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMERS RATED:         ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HIGH-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  HIGH RISK:             ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MEDIUM-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  MEDIUM RISK:           ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOW-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LOW RISK:              ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RATINGS CHANGED:         ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REVIEWS-APPLIED TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REVIEWS RECORDED:        ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REVIEWS OVERDUE:         ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BLOCKED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'KYC BLOCKS SET:          ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIFTED-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'KYC BLOCKS LIFTED:       ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-FMT-CNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'EXCEPTIONS:              ' WS-FMT-CNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE CUSTFILE JRNFILE RPTFILE.
           EXEC SQL COMMIT END-EXEC.
           IF WS-EXCEPTION-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTRISK COMPLETE'.
           DISPLAY '  CUSTOMERS READ:        ' WS-READ-COUNT.
           DISPLAY '  CUSTOMERS RATED:       ' WS-RATED-COUNT.
           DISPLAY '  NOT ACTIVE - SKIPPED:  ' WS-SKIP-COUNT.
           DISPLAY '  HIGH / MEDIUM / LOW:   ' WS-HIGH-COUNT ' / '
                   WS-MEDIUM-COUNT ' / ' WS-LOW-COUNT.
           DISPLAY '  RATINGS CHANGED:       ' WS-CHANGED-COUNT.
           DISPLAY '  REVIEWS READ:          ' WS-REVIEWS-READ.
           DISPLAY '  REVIEWS RECORDED:      ' WS-REVIEWS-APPLIED.
           DISPLAY '  REVIEWS OVERDUE:       ' WS-OVERDUE-COUNT.
           DISPLAY '  KYC BLOCKS SET:        ' WS-BLOCKED-COUNT.
           DISPLAY '  ALREADY BLOCKED:       ' WS-ALREADY-COUNT.
           DISPLAY '  KYC BLOCKS LIFTED:     ' WS-LIFTED-COUNT.
           DISPLAY '  BEFORE-IMAGES LOGGED:  ' WS-JRN-COUNT.
           DISPLAY '  EXCEPTIONS:            ' WS-EXCEPTION-COUNT.
