       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBWIN.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTBWIN - BATCH WINDOW HISTORY AND LATE-FINISH PREDICTION     *
      * READS BACK WHAT CUSTEOD RECORDS: TONIGHT'S STEP STATE FROM     *
      * EODSTAT AND EVERY EARLIER NIGHT'S START AND END EVENTS FROM    *
      * BATCH_RUN_LOG.                                                 *
      *   STEP PAGE  - EACH STEP'S ELAPSED TIME AND RECORD COUNT       *
      *                TONIGHT AGAINST ITS AVERAGE AND WORST CASE      *
      *                OVER THE LAST 20 NIGHTS, FLAGGING A STEP MORE   *
      *                THAN THE BWINCTL PERCENTAGE (DEFAULT 25) SLOWER *
      *                THAN ITS AVERAGE.                               *
      *   PROJECTION - WHILE THE CYCLE IS STILL RUNNING, THE FINISH    *
      *                TIME PROJECTED FROM NOW PLUS THE AVERAGE OF     *
      *                EVERY STEP NOT YET DONE. WHEN IT PASSES THE     *
      *                ONLINE-START DEADLINE (BWINCTL HHMM, DEFAULT    *
      *                0600) AN ALERTOUT RECORD IS RAISED SO THE       *
      *                OPERATORS HEAR BEFORE THE BRANCHES DO.          *
      *   TREND PAGE - ON THE LAST BUSINESS DAY OF THE MONTH (OR ON    *
      *                DEMAND FROM BWINCTL), CYCLE LENGTH, VOLUME AND  *
      *                LATE NIGHTS BY MONTH FOR THE LAST TWELVE        *
      *                MONTHS, FOR CAPACITY REQUESTS.                  *
      * THE SCHEDULER RUNS IT AFTER ANY STEP DURING THE NIGHT AND ONCE *
      * MORE AFTER THE LAST. IT IS NOT A CYCLE STEP ITSELF, SO IT      *
      * NEVER HOLDS THE CYCLE UP. RC 4 WHEN A STEP RAN SLOW OR AN      *
      * ALERT WAS RAISED.                                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EODSTAT ASSIGN TO 'EODSTAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STAT-STATUS.
           SELECT BWINCTL ASSIGN TO 'BWINCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT ALERTOUT ASSIGN TO 'ALERTOUT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATUS.
           SELECT RPTFILE ASSIGN TO 'BWINRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EODSTAT.
       01 EODSTAT-RECORD.
          05 STAT-STEP-NAME     PIC X(08).
          05 STAT-STATUS        PIC X(01).
          05 STAT-RETURN-CODE   PIC 9(02).
          05 STAT-REC-COUNT     PIC 9(07).
          05 STAT-START-STAMP   PIC X(14).
          05 STAT-END-STAMP     PIC X(14).
          05 STAT-RUN-DATE      PIC X(10).

      * ONLINE START AS HHMM, THE SLOW-STEP PERCENTAGE, AND 'Y' TO
      * PRINT THE TREND PAGE OFF THE MONTH-END. ZERO OR SPACE KEEPS
      * THE DEFAULT.
       FD BWINCTL.
       01 BWINCTL-RECORD.
          05 BWINCTL-ONLINE-HHMM PIC 9(04).
          05 BWINCTL-SLOW-PCT    PIC 9(03).
          05 BWINCTL-TREND       PIC X(01).

       FD ALERTOUT.
       01 ALERT-RECORD.
          05 ALERT-PROGRAM         PIC X(08).
          05 ALERT-DATE            PIC X(08).
          05 ALERT-TIME            PIC X(06).
          05 ALERT-ERROR-COUNT     PIC 9(07).
          05 ALERT-THRESHOLD       PIC 9(07).
          05 ALERT-MESSAGE         PIC X(60).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-STAT-STATUS        PIC XX VALUE SPACES.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS       PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-STAT-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STAT-EOF        VALUE 'Y'.
       01 WS-SCAN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SCAN-EOF        VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       01 WS-NOW-STAMP          PIC X(14) VALUE SPACES.

       01 WS-ONLINE-HHMM        PIC 9(04) VALUE 0600.
       01 WS-ONLINE-SECS        PIC S9(9) COMP VALUE 0.
       01 WS-SLOW-PCT           PIC 9(03) VALUE 25.
       01 WS-TREND-FLAG         PIC X(01) VALUE 'N'.
          88 WS-TREND-WANTED    VALUE 'Y'.
       01 WS-HISTORY-NIGHTS     PIC S9(4) COMP VALUE 20.
      * FEWER NIGHTS THAN THIS AND A STEP'S AVERAGE IS NOT TRUSTED
      * ENOUGH TO CALL IT SLOW.
       01 WS-MIN-NIGHTS         PIC S9(4) COMP VALUE 5.

      * TONIGHT'S STEPS IN CYCLE ORDER, WITH EACH STEP'S HISTORY.
       01 WS-STEP-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-STEP-MAX           PIC S9(4) COMP VALUE 30.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY WS-STEP-IDX.
             10 WS-STP-NAME        PIC X(08).
             10 WS-STP-STATUS      PIC X(01).
             10 WS-STP-COUNT       PIC 9(07).
             10 WS-STP-START       PIC X(14).
             10 WS-STP-END         PIC X(14).
             10 WS-STP-ELAPSED     PIC S9(9) COMP.
             10 WS-STP-NIGHTS      PIC S9(4) COMP.
             10 WS-STP-TOT-SECS    PIC S9(11) COMP-3.
             10 WS-STP-WORST-SECS  PIC S9(9) COMP.
             10 WS-STP-TOT-RECS    PIC S9(11) COMP-3.
             10 WS-STP-AVG-SECS    PIC S9(9) COMP.
             10 WS-STP-AVG-RECS    PIC S9(9) COMP.
       01 WS-STEP-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-STEP-FOUND      VALUE 'Y'.

      * HISTORY WINDOW - THE EARLIEST OF THE LAST 20 RUN DATES.
       01 WS-DATES-READ         PIC S9(4) COMP VALUE 0.
       01 WS-WINDOW-START       PIC X(10) VALUE SPACES.
       01 WS-FETCH-DATE         PIC X(10) VALUE SPACES.

      * ONE BATCH_RUN_LOG EVENT.
       01 WS-EVT-STEP           PIC X(08).
       01 WS-EVT-RUN-DATE       PIC X(10).
       01 WS-EVT-STATUS         PIC X(01).
       01 WS-EVT-COUNT          PIC S9(9) COMP.
       01 WS-EVT-STAMP          PIC X(14).
       01 WS-LAST-STEP          PIC X(08) VALUE SPACES.
       01 WS-LAST-RUN-DATE      PIC X(10) VALUE SPACES.
       01 WS-LAST-START-SECS    PIC S9(11) COMP-3 VALUE 0.

      * TIMESTAMP ARITHMETIC: YYYYMMDDHHMMSS TO AND FROM A RUNNING
      * COUNT OF SECONDS.
       01 WS-STAMP              PIC X(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
          05 WS-STAMP-DATE      PIC 9(08).
          05 WS-STAMP-HH        PIC 9(02).
          05 WS-STAMP-MI        PIC 9(02).
          05 WS-STAMP-SS        PIC 9(02).
       01 WS-SECS               PIC S9(11) COMP-3 VALUE 0.
       01 WS-DAY-INT            PIC S9(9) COMP VALUE 0.
       01 WS-DAY-SECS           PIC S9(9) COMP VALUE 0.
       01 WS-START-SECS         PIC S9(11) COMP-3 VALUE 0.
       01 WS-END-SECS           PIC S9(11) COMP-3 VALUE 0.
       01 WS-NOW-SECS           PIC S9(11) COMP-3 VALUE 0.
       01 WS-CYCLE-START-SECS   PIC S9(11) COMP-3 VALUE 0.
       01 WS-CYCLE-END-SECS     PIC S9(11) COMP-3 VALUE 0.
       01 WS-PROJECT-SECS       PIC S9(11) COMP-3 VALUE 0.
       01 WS-DEADLINE-SECS      PIC S9(11) COMP-3 VALUE 0.
       01 WS-REMAIN-SECS        PIC S9(9) COMP VALUE 0.
       01 WS-LATE-SECS          PIC S9(9) COMP VALUE 0.
       01 WS-CYCLE-START        PIC X(14) VALUE SPACES.
       01 WS-CYCLE-END          PIC X(14) VALUE SPACES.
       01 WS-PROJECT-STAMP      PIC X(14) VALUE SPACES.
       01 WS-DEADLINE-STAMP     PIC X(14) VALUE SPACES.

       01 WS-CYCLE-STATE        PIC X(01) VALUE 'N'.
          88 WS-CYCLE-NOT-BEGUN VALUE 'N'.
          88 WS-CYCLE-RUNNING   VALUE 'R'.
          88 WS-CYCLE-DONE      VALUE 'D'.
       01 WS-OPEN-STEPS         PIC S9(4) COMP VALUE 0.
       01 WS-NO-HIST-STEPS      PIC S9(4) COMP VALUE 0.
       01 WS-SLOW-COUNT         PIC 9(03) VALUE 0.
       01 WS-ALERT-COUNT        PIC 9(03) VALUE 0.
       01 WS-PCT-OF-AVG         PIC S9(5) COMP VALUE 0.
       01 WS-SLOW-LIMIT         PIC S9(9) COMP VALUE 0.

      * ONE LINE PER MONTH ON THE TREND PAGE.
       01 WS-TREND-START        PIC X(10) VALUE SPACES.
       01 WS-TREND-YEAR         PIC 9(04) VALUE 0.
       01 WS-MON-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-MON-TABLE.
          05 WS-MON-ENTRY OCCURS 13 TIMES INDEXED BY WS-MON-IDX.
             10 WS-MON-YYMM        PIC X(07).
             10 WS-MON-NIGHTS      PIC S9(4) COMP.
             10 WS-MON-TOT-SECS    PIC S9(11) COMP-3.
             10 WS-MON-WORST-SECS  PIC S9(9) COMP.
             10 WS-MON-TOT-RECS    PIC S9(11) COMP-3.
             10 WS-MON-LATE        PIC S9(4) COMP.
       01 WS-NGT-MIN-STAMP      PIC X(14).
       01 WS-NGT-MAX-STAMP      PIC X(14).
       01 WS-NGT-RECS           PIC S9(11) COMP-3.
       01 WS-NGT-SECS           PIC S9(9) COMP.

       01 WS-HMS-SECS           PIC S9(9) COMP VALUE 0.
       01 WS-HMS-HH             PIC 9(03).
       01 WS-HMS-MI             PIC 9(02).
       01 WS-HMS-SS             PIC 9(02).
       01 WS-HMS-REM            PIC S9(9) COMP.
       01 WS-HMS-TEXT           PIC X(09).

       01 WS-STEP-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-STEP           PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-STATUS         PIC X(01).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-ELAPSED        PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-RECORDS        PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-AVG            PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-WORST          PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-AVG-RECS       PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-NIGHTS         PIC Z9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-PCT            PIC ZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-FLAG           PIC X(10).

       01 WS-STEP-HEADING.
          05 FILLER             PIC X(46) VALUE
             '  STEP      ST   ELAPSED    RECORDS    AVERAGE'.
          05 FILLER             PIC X(45) VALUE
             '      WORST   AVG RECS  NT    PCT  FLAG      '.

       01 WS-MON-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 MON-YYMM           PIC X(07).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 MON-NIGHTS         PIC ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 MON-AVG            PIC X(09).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 MON-WORST          PIC X(09).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 MON-AVG-RECS       PIC ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 MON-LATE           PIC ZZ9.

       01 WS-MON-HEADING.
          05 FILLER             PIC X(40) VALUE
             '  MONTH   NIGHTS     AVERAGE       WORST'.
          05 FILLER             PIC X(19) VALUE
             '     AVG RECS  LATE'.

       01 WS-FMT-HHMM           PIC 9(04).
       01 WS-FMT-CNT            PIC ZZ9.

       COPY CALCOPY.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-TONIGHT.
           PERFORM FIND-HISTORY-WINDOW.
           IF WS-WINDOW-START NOT = SPACES
             PERFORM LOAD-STEP-HISTORY
           END-IF.
           PERFORM WRITE-STEP-PAGE.
           PERFORM PROJECT-CYCLE-FINISH.
           IF WS-TREND-WANTED
             PERFORM WRITE-TREND-PAGE
           END-IF.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS TO WS-NOW-SECS.
           OPEN INPUT BWINCTL.
           IF WS-CTL-STATUS = '00'
             READ BWINCTL
               AT END MOVE SPACES TO BWINCTL-RECORD
             END-READ
             CLOSE BWINCTL
             IF BWINCTL-ONLINE-HHMM IS NUMERIC
                AND BWINCTL-ONLINE-HHMM > 0
               MOVE BWINCTL-ONLINE-HHMM TO WS-ONLINE-HHMM
             END-IF
             IF BWINCTL-SLOW-PCT IS NUMERIC
                AND BWINCTL-SLOW-PCT > 0
               MOVE BWINCTL-SLOW-PCT TO WS-SLOW-PCT
             END-IF
             IF BWINCTL-TREND = 'Y'
               SET WS-TREND-WANTED TO TRUE
             END-IF
           END-IF.
           DIVIDE WS-ONLINE-HHMM BY 100 GIVING WS-HMS-HH
             REMAINDER WS-HMS-MI.
           COMPUTE WS-ONLINE-SECS = WS-HMS-HH * 3600 + WS-HMS-MI * 60.
           MOVE 'E' TO CAL-FUNCTION.
           MOVE WS-RUN-DATE TO CAL-DATE-IN.
           CALL 'CUSTCAL' USING CAL-PARM.
           IF CAL-YES
             SET WS-TREND-WANTED TO TRUE
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING BWINRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

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

      * EODSTAT HOLDS THE CYCLE'S STEPS IN ORDER. A STEP LEFT OVER
      * FROM AN EARLIER DATE'S CYCLE COUNTS AS NOT YET RUN TONIGHT.
       LOAD-TONIGHT.
           OPEN INPUT EODSTAT.
           IF WS-STAT-STATUS NOT = '00'
             DISPLAY 'CUSTBWIN: NO EODSTAT FILE - NO CYCLE TO REPORT'
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-ONE-STAT-RECORD UNTIL WS-STAT-EOF.
           CLOSE EODSTAT.

       READ-ONE-STAT-RECORD.
           READ EODSTAT INTO EODSTAT-RECORD
             AT END SET WS-STAT-EOF TO TRUE
           END-READ.
           IF NOT WS-STAT-EOF AND WS-STEP-COUNT < WS-STEP-MAX
             ADD 1 TO WS-STEP-COUNT
             SET WS-STEP-IDX TO WS-STEP-COUNT
             MOVE STAT-STEP-NAME TO WS-STP-NAME(WS-STEP-IDX)
             MOVE STAT-STATUS TO WS-STP-STATUS(WS-STEP-IDX)
             MOVE STAT-REC-COUNT TO WS-STP-COUNT(WS-STEP-IDX)
             MOVE STAT-START-STAMP TO WS-STP-START(WS-STEP-IDX)
             MOVE STAT-END-STAMP TO WS-STP-END(WS-STEP-IDX)
             IF STAT-RUN-DATE NOT = WS-RUN-DATE
               MOVE 'P' TO WS-STP-STATUS(WS-STEP-IDX)
               MOVE 0 TO WS-STP-COUNT(WS-STEP-IDX)
               MOVE SPACES TO WS-STP-START(WS-STEP-IDX)
                              WS-STP-END(WS-STEP-IDX)
             END-IF
             MOVE 0 TO WS-STP-ELAPSED(WS-STEP-IDX)
                       WS-STP-NIGHTS(WS-STEP-IDX)
                       WS-STP-TOT-SECS(WS-STEP-IDX)
                       WS-STP-WORST-SECS(WS-STEP-IDX)
                       WS-STP-TOT-RECS(WS-STEP-IDX)
                       WS-STP-AVG-SECS(WS-STEP-IDX)
                       WS-STP-AVG-RECS(WS-STEP-IDX)
           END-IF.

       FIND-HISTORY-WINDOW.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           MOVE 0 TO WS-DATES-READ.
           EXEC SQL
             DECLARE BWDCUR CURSOR FOR
               SELECT DISTINCT RUN_DATE
               FROM BATCH_RUN_LOG
               WHERE RUN_DATE < :WS-RUN-DATE
               ORDER BY RUN_DATE DESC
           END-EXEC.
           EXEC SQL OPEN BWDCUR END-EXEC.
           PERFORM FETCH-ONE-RUN-DATE
             UNTIL WS-SCAN-EOF OR WS-DATES-READ = WS-HISTORY-NIGHTS.
           EXEC SQL CLOSE BWDCUR END-EXEC.

       FETCH-ONE-RUN-DATE.
           EXEC SQL
             FETCH BWDCUR INTO :WS-FETCH-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           ELSE
             ADD 1 TO WS-DATES-READ
             MOVE WS-FETCH-DATE TO WS-WINDOW-START
           END-IF.

      * A STEP'S NIGHT RUNS FROM ITS LAST START EVENT TO ITS
      * COMPLETION, SO A FAILED ATTEMPT AND ITS RESTART COUNT AS THE
      * RERUN ONLY.
       LOAD-STEP-HISTORY.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE BWHCUR CURSOR FOR
               SELECT STEP_NAME, RUN_DATE, STEP_STATUS, REC_COUNT,
                      EVENT_STAMP
               FROM BATCH_RUN_LOG
               WHERE RUN_DATE >= :WS-WINDOW-START
                 AND RUN_DATE < :WS-RUN-DATE
                 AND STEP_STATUS IN ('R', 'C')
               ORDER BY STEP_NAME, RUN_DATE, EVENT_STAMP
           END-EXEC.
           EXEC SQL OPEN BWHCUR END-EXEC.
           PERFORM FETCH-HISTORY-EVENT.
           PERFORM TAKE-HISTORY-EVENT UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE BWHCUR END-EXEC.
           PERFORM AVERAGE-ONE-STEP
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT.

       FETCH-HISTORY-EVENT.
           EXEC SQL
             FETCH BWHCUR
             INTO :WS-EVT-STEP, :WS-EVT-RUN-DATE, :WS-EVT-STATUS,
                  :WS-EVT-COUNT, :WS-EVT-STAMP
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

       TAKE-HISTORY-EVENT.
           IF WS-EVT-STEP NOT = WS-LAST-STEP
              OR WS-EVT-RUN-DATE NOT = WS-LAST-RUN-DATE
             MOVE WS-EVT-STEP TO WS-LAST-STEP
             MOVE WS-EVT-RUN-DATE TO WS-LAST-RUN-DATE
             MOVE 0 TO WS-LAST-START-SECS
           END-IF.
           MOVE WS-EVT-STAMP TO WS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           IF WS-EVT-STATUS = 'R'
             MOVE WS-SECS TO WS-LAST-START-SECS
           ELSE
             IF WS-LAST-START-SECS > 0
               PERFORM FIND-EVENT-STEP
               IF WS-STEP-FOUND
                 COMPUTE WS-HMS-SECS = WS-SECS - WS-LAST-START-SECS
                 ADD 1 TO WS-STP-NIGHTS(WS-STEP-IDX)
                 ADD WS-HMS-SECS TO WS-STP-TOT-SECS(WS-STEP-IDX)
                 ADD WS-EVT-COUNT TO WS-STP-TOT-RECS(WS-STEP-IDX)
                 IF WS-HMS-SECS > WS-STP-WORST-SECS(WS-STEP-IDX)
                   MOVE WS-HMS-SECS TO WS-STP-WORST-SECS(WS-STEP-IDX)
                 END-IF
               END-IF
               MOVE 0 TO WS-LAST-START-SECS
             END-IF
           END-IF.
           PERFORM FETCH-HISTORY-EVENT.

      * A STEP NO LONGER IN THE CYCLE HAS NO LINE TO FEED.
       FIND-EVENT-STEP.
           MOVE 'N' TO WS-STEP-FOUND-FLAG.
           PERFORM MATCH-EVENT-STEP
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STEP-FOUND.
           IF WS-STEP-FOUND
             SET WS-STEP-IDX DOWN BY 1
           END-IF.

       MATCH-EVENT-STEP.
           IF WS-STP-NAME(WS-STEP-IDX) = WS-EVT-STEP
             SET WS-STEP-FOUND TO TRUE
           END-IF.

       AVERAGE-ONE-STEP.
           IF WS-STP-NIGHTS(WS-STEP-IDX) > 0
             COMPUTE WS-STP-AVG-SECS(WS-STEP-IDX) ROUNDED =
               WS-STP-TOT-SECS(WS-STEP-IDX)
                 / WS-STP-NIGHTS(WS-STEP-IDX)
             COMPUTE WS-STP-AVG-RECS(WS-STEP-IDX) ROUNDED =
               WS-STP-TOT-RECS(WS-STEP-IDX)
                 / WS-STP-NIGHTS(WS-STEP-IDX)
           END-IF.

       WRITE-STEP-PAGE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DATES-READ TO WS-FMT-CNT.
           STRING 'BATCH WINDOW ANALYSIS - CYCLE ' WS-RUN-DATE
                  ' - AT ' WS-NOW-STAMP(9:2) ':' WS-NOW-STAMP(11:2)
                  ' - HISTORY OF ' WS-FMT-CNT ' NIGHTS'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-STEP-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-ONE-STEP-LINE
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT.

      * TONIGHT'S ELAPSED IS START TO END FOR A FINISHED STEP AND
      * START TO NOW FOR ONE STILL RUNNING.
       WRITE-ONE-STEP-LINE.
           MOVE SPACES TO WS-STEP-DETAIL.
           MOVE WS-STP-NAME(WS-STEP-IDX) TO DTL-STEP.
           MOVE WS-STP-STATUS(WS-STEP-IDX) TO DTL-STATUS.
           MOVE 0 TO WS-STP-ELAPSED(WS-STEP-IDX).
           IF WS-STP-START(WS-STEP-IDX) NOT = SPACES
             MOVE WS-STP-START(WS-STEP-IDX) TO WS-STAMP
             PERFORM STAMP-TO-SECONDS
             MOVE WS-SECS TO WS-START-SECS
             IF WS-CYCLE-START = SPACES
                OR WS-STP-START(WS-STEP-IDX) < WS-CYCLE-START
               MOVE WS-STP-START(WS-STEP-IDX) TO WS-CYCLE-START
               MOVE WS-SECS TO WS-CYCLE-START-SECS
             END-IF
             IF WS-STP-STATUS(WS-STEP-IDX) = 'R'
               MOVE WS-NOW-SECS TO WS-END-SECS
             ELSE
               MOVE WS-STP-END(WS-STEP-IDX) TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-SECS TO WS-END-SECS
             END-IF
             COMPUTE WS-STP-ELAPSED(WS-STEP-IDX) =
               WS-END-SECS - WS-START-SECS
             MOVE WS-STP-ELAPSED(WS-STEP-IDX) TO WS-HMS-SECS
             PERFORM FORMAT-ELAPSED
             MOVE WS-HMS-TEXT TO DTL-ELAPSED
             MOVE WS-STP-COUNT(WS-STEP-IDX) TO DTL-RECORDS
           END-IF.
           IF WS-STP-END(WS-STEP-IDX) NOT = SPACES
              AND WS-STP-END(WS-STEP-IDX) > WS-CYCLE-END
             MOVE WS-STP-END(WS-STEP-IDX) TO WS-CYCLE-END
           END-IF.
           MOVE WS-STP-NIGHTS(WS-STEP-IDX) TO DTL-NIGHTS.
           IF WS-STP-NIGHTS(WS-STEP-IDX) > 0
             MOVE WS-STP-AVG-SECS(WS-STEP-IDX) TO WS-HMS-SECS
             PERFORM FORMAT-ELAPSED
             MOVE WS-HMS-TEXT TO DTL-AVG
             MOVE WS-STP-WORST-SECS(WS-STEP-IDX) TO WS-HMS-SECS
             PERFORM FORMAT-ELAPSED
             MOVE WS-HMS-TEXT TO DTL-WORST
             MOVE WS-STP-AVG-RECS(WS-STEP-IDX) TO DTL-AVG-RECS
           ELSE
             MOVE 'NO HISTORY' TO DTL-FLAG
           END-IF.
           IF WS-STP-START(WS-STEP-IDX) NOT = SPACES
              AND WS-STP-AVG-SECS(WS-STEP-IDX) > 0
             COMPUTE WS-PCT-OF-AVG ROUNDED =
               WS-STP-ELAPSED(WS-STEP-IDX) * 100
                 / WS-STP-AVG-SECS(WS-STEP-IDX)
             MOVE WS-PCT-OF-AVG TO DTL-PCT
             COMPUTE WS-SLOW-LIMIT ROUNDED =
               WS-STP-AVG-SECS(WS-STEP-IDX)
                 * (100 + WS-SLOW-PCT) / 100
             IF WS-STP-NIGHTS(WS-STEP-IDX) NOT < WS-MIN-NIGHTS
                AND WS-STP-ELAPSED(WS-STEP-IDX) > WS-SLOW-LIMIT
               MOVE '*SLOW' TO DTL-FLAG
               ADD 1 TO WS-SLOW-COUNT
             END-IF
           END-IF.
           IF WS-STP-STATUS(WS-STEP-IDX) = 'R' AND DTL-FLAG = SPACES
             MOVE 'RUNNING' TO DTL-FLAG
           END-IF.
           MOVE WS-STEP-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      * PROJECTED FINISH IS NOW PLUS EACH UNFINISHED STEP'S AVERAGE
      * (A RUNNING STEP ONLY ITS UNSPENT AVERAGE; A FAILED ONE ITS
      * WHOLE AVERAGE, SINCE IT RUNS AGAIN). THE DEADLINE IS THE
      * FIRST ONLINE START AFTER THE CYCLE BEGAN.
       PROJECT-CYCLE-FINISH.
           MOVE 0 TO WS-OPEN-STEPS WS-NO-HIST-STEPS WS-REMAIN-SECS.
           PERFORM ADD-ONE-REMAINING
             VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           EVALUATE TRUE
             WHEN WS-CYCLE-START = SPACES
               SET WS-CYCLE-NOT-BEGUN TO TRUE
             WHEN WS-OPEN-STEPS = 0
               SET WS-CYCLE-DONE TO TRUE
             WHEN OTHER
               SET WS-CYCLE-RUNNING TO TRUE
           END-EVALUATE.
           IF WS-CYCLE-NOT-BEGUN
             MOVE 'CYCLE NOT YET STARTED - NO PROJECTION' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM REPORT-CYCLE-PROJECTION
           END-IF.

       REPORT-CYCLE-PROJECTION.
           MOVE WS-CYCLE-START TO WS-STAMP.
           COMPUTE WS-SECS = WS-CYCLE-START-SECS
             - (WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS)
             + WS-ONLINE-SECS.
           IF WS-SECS NOT > WS-CYCLE-START-SECS
             ADD 86400 TO WS-SECS
           END-IF.
           MOVE WS-SECS TO WS-DEADLINE-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-STAMP TO WS-DEADLINE-STAMP.
           IF WS-CYCLE-DONE
             MOVE WS-CYCLE-END TO WS-STAMP
             PERFORM STAMP-TO-SECONDS
             MOVE WS-SECS TO WS-PROJECT-SECS
           ELSE
             COMPUTE WS-PROJECT-SECS = WS-NOW-SECS + WS-REMAIN-SECS
           END-IF.
           MOVE WS-PROJECT-SECS TO WS-SECS.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-STAMP TO WS-PROJECT-STAMP.
           MOVE WS-PROJECT-SECS TO WS-CYCLE-END-SECS.
           COMPUTE WS-HMS-SECS =
             WS-CYCLE-END-SECS - WS-CYCLE-START-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE SPACES TO RPT-LINE.
           IF WS-CYCLE-DONE
             STRING 'CYCLE FINISHED ' WS-PROJECT-STAMP(1:8) ' '
                    WS-PROJECT-STAMP(9:2) ':' WS-PROJECT-STAMP(11:2)
                    ' AFTER ' WS-HMS-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             MOVE WS-OPEN-STEPS TO WS-FMT-CNT
             STRING 'CYCLE PROJECTED TO FINISH ' WS-PROJECT-STAMP(1:8)
                    ' ' WS-PROJECT-STAMP(9:2) ':'
                    WS-PROJECT-STAMP(11:2) ' AFTER ' WS-HMS-TEXT
                    ' - ' WS-FMT-CNT ' STEPS STILL TO RUN'
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ONLINE DAY STARTS        ' WS-DEADLINE-STAMP(1:8)
                  ' ' WS-DEADLINE-STAMP(9:2) ':'
                  WS-DEADLINE-STAMP(11:2)
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-NO-HIST-STEPS > 0 AND WS-CYCLE-RUNNING
             MOVE WS-NO-HIST-STEPS TO WS-FMT-CNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' WS-FMT-CNT ' UNFINISHED STEP(S) HAVE NO '
                    'HISTORY AND ARE PROJECTED AT ZERO'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           IF WS-PROJECT-SECS > WS-DEADLINE-SECS
             COMPUTE WS-LATE-SECS = WS-PROJECT-SECS - WS-DEADLINE-SECS
             MOVE WS-LATE-SECS TO WS-HMS-SECS
             PERFORM FORMAT-ELAPSED
             MOVE SPACES TO RPT-LINE
             IF WS-CYCLE-DONE
               STRING '*** CYCLE FINISHED ' WS-HMS-TEXT
                      ' INTO THE ONLINE DAY'
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING '*** PROJECTED ' WS-HMS-TEXT
                      ' INTO THE ONLINE DAY - ALERT RAISED'
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-ALERT-RECORD
             END-IF
             WRITE RPT-LINE
           END-IF.

       ADD-ONE-REMAINING.
           EVALUATE WS-STP-STATUS(WS-STEP-IDX)
             WHEN 'C'
             WHEN 'K'
               CONTINUE
             WHEN 'R'
               ADD 1 TO WS-OPEN-STEPS
               IF WS-STP-AVG-SECS(WS-STEP-IDX)
                    > WS-STP-ELAPSED(WS-STEP-IDX)
                 COMPUTE WS-REMAIN-SECS = WS-REMAIN-SECS
                   + WS-STP-AVG-SECS(WS-STEP-IDX)
                   - WS-STP-ELAPSED(WS-STEP-IDX)
               END-IF
             WHEN OTHER
               ADD 1 TO WS-OPEN-STEPS
               ADD WS-STP-AVG-SECS(WS-STEP-IDX) TO WS-REMAIN-SECS
           END-EVALUATE.
           IF WS-STP-STATUS(WS-STEP-IDX) NOT = 'C'
              AND WS-STP-STATUS(WS-STEP-IDX) NOT = 'K'
              AND WS-STP-NIGHTS(WS-STEP-IDX) = 0
             ADD 1 TO WS-NO-HIST-STEPS
           END-IF.

      * SAME ALERTOUT RECORD CUSTPMRG RAISES: THE COUNT IS THE
      * MINUTES PROJECTED LATE AND THE THRESHOLD THE ONLINE START.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERTOUT.
           IF WS-ALERT-STATUS NOT = '00'
             OPEN OUTPUT ALERTOUT
           END-IF.
           MOVE 'CUSTBWIN' TO ALERT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALERT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ALERT-TIME.
           COMPUTE ALERT-ERROR-COUNT = (WS-LATE-SECS + 59) / 60.
           MOVE WS-ONLINE-HHMM TO ALERT-THRESHOLD.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'CYCLE ' WS-RUN-DATE ' PROJECTED TO FINISH AFTER '
                  'ONLINE START'
             DELIMITED BY SIZE INTO ALERT-MESSAGE.
           WRITE ALERT-RECORD.
           CLOSE ALERTOUT.
           ADD 1 TO WS-ALERT-COUNT.
           DISPLAY 'ALERT TRIGGERED - CYCLE PROJECTED TO FINISH '
                   WS-PROJECT-STAMP ' AFTER ONLINE START '
                   WS-DEADLINE-STAMP ' - RECORD WRITTEN TO ALERTOUT'.

      * TWELVE MONTHS BACK FROM THE FIRST OF THE RUN DATE'S MONTH,
      * ONE LINE PER MONTH: NIGHTS RUN, AVERAGE AND WORST CYCLE
      * LENGTH (FIRST EVENT TO LAST), AVERAGE RECORDS AND NIGHTS
      * THAT RAN INTO THE ONLINE DAY.
       WRITE-TREND-PAGE.
           MOVE WS-RUN-DATE(1:4) TO WS-TREND-YEAR.
           SUBTRACT 1 FROM WS-TREND-YEAR.
           MOVE SPACES TO WS-TREND-START.
           STRING WS-TREND-YEAR '-' WS-RUN-DATE(6:2) '-01'
             DELIMITED BY SIZE INTO WS-TREND-START.
           MOVE 0 TO WS-MON-COUNT.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           EXEC SQL
             DECLARE BWTCUR CURSOR FOR
               SELECT RUN_DATE, MIN(EVENT_STAMP), MAX(EVENT_STAMP),
                      SUM(CASE WHEN STEP_STATUS = 'C'
                               THEN REC_COUNT ELSE 0 END)
               FROM BATCH_RUN_LOG
               WHERE RUN_DATE >= :WS-TREND-START
                 AND RUN_DATE <= :WS-RUN-DATE
               GROUP BY RUN_DATE
               ORDER BY RUN_DATE
           END-EXEC.
           EXEC SQL OPEN BWTCUR END-EXEC.
           PERFORM FETCH-TREND-NIGHT.
           PERFORM TAKE-TREND-NIGHT UNTIL WS-SCAN-EOF.
           EXEC SQL CLOSE BWTCUR END-EXEC.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ONLINE-HHMM TO WS-FMT-HHMM.
           STRING 'MONTHLY BATCH WINDOW TREND - ONLINE START '
                  WS-FMT-HHMM
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MON-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MON-COUNT > 0
             PERFORM WRITE-ONE-MONTH-LINE
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-MON-COUNT
           END-IF.

       FETCH-TREND-NIGHT.
           EXEC SQL
             FETCH BWTCUR
             INTO :WS-FETCH-DATE, :WS-NGT-MIN-STAMP,
                  :WS-NGT-MAX-STAMP, :WS-NGT-RECS
           END-EXEC.
           IF SQLCODE NOT = 0
             SET WS-SCAN-EOF TO TRUE
           END-IF.

       TAKE-TREND-NIGHT.
           IF WS-MON-COUNT = 0
             PERFORM START-TREND-MONTH
           ELSE
             SET WS-MON-IDX TO WS-MON-COUNT
             IF WS-MON-YYMM(WS-MON-IDX) NOT = WS-FETCH-DATE(1:7)
               PERFORM START-TREND-MONTH
             END-IF
           END-IF.
           IF WS-MON-COUNT > 0
             SET WS-MON-IDX TO WS-MON-COUNT
             MOVE WS-NGT-MIN-STAMP TO WS-STAMP
             PERFORM STAMP-TO-SECONDS
             MOVE WS-SECS TO WS-START-SECS
             COMPUTE WS-DEADLINE-SECS = WS-SECS
               - (WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS)
               + WS-ONLINE-SECS
             IF WS-DEADLINE-SECS NOT > WS-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
             END-IF
             MOVE WS-NGT-MAX-STAMP TO WS-STAMP
             PERFORM STAMP-TO-SECONDS
             COMPUTE WS-NGT-SECS = WS-SECS - WS-START-SECS
             ADD 1 TO WS-MON-NIGHTS(WS-MON-IDX)
             ADD WS-NGT-SECS TO WS-MON-TOT-SECS(WS-MON-IDX)
             ADD WS-NGT-RECS TO WS-MON-TOT-RECS(WS-MON-IDX)
             IF WS-NGT-SECS > WS-MON-WORST-SECS(WS-MON-IDX)
               MOVE WS-NGT-SECS TO WS-MON-WORST-SECS(WS-MON-IDX)
             END-IF
             IF WS-SECS > WS-DEADLINE-SECS
               ADD 1 TO WS-MON-LATE(WS-MON-IDX)
             END-IF
           END-IF.
           PERFORM FETCH-TREND-NIGHT.

       START-TREND-MONTH.
           IF WS-MON-COUNT < 13
             ADD 1 TO WS-MON-COUNT
             SET WS-MON-IDX TO WS-MON-COUNT
             MOVE WS-FETCH-DATE(1:7) TO WS-MON-YYMM(WS-MON-IDX)
             MOVE 0 TO WS-MON-NIGHTS(WS-MON-IDX)
                       WS-MON-TOT-SECS(WS-MON-IDX)
                       WS-MON-WORST-SECS(WS-MON-IDX)
                       WS-MON-TOT-RECS(WS-MON-IDX)
                       WS-MON-LATE(WS-MON-IDX)
           END-IF.

       WRITE-ONE-MONTH-LINE.
           MOVE WS-MON-YYMM(WS-MON-IDX) TO MON-YYMM.
           MOVE WS-MON-NIGHTS(WS-MON-IDX) TO MON-NIGHTS.
           COMPUTE WS-HMS-SECS ROUNDED =
             WS-MON-TOT-SECS(WS-MON-IDX) / WS-MON-NIGHTS(WS-MON-IDX).
           PERFORM FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO MON-AVG.
           MOVE WS-MON-WORST-SECS(WS-MON-IDX) TO WS-HMS-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO MON-WORST.
           COMPUTE MON-AVG-RECS ROUNDED =
             WS-MON-TOT-RECS(WS-MON-IDX) / WS-MON-NIGHTS(WS-MON-IDX).
           MOVE WS-MON-LATE(WS-MON-IDX) TO MON-LATE.
           MOVE WS-MON-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       STAMP-TO-SECONDS.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-SECS = WS-DAY-INT * 86400
             + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS.

       SECONDS-TO-STAMP.
           DIVIDE WS-SECS BY 86400 GIVING WS-DAY-INT
             REMAINDER WS-DAY-SECS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-STAMP-DATE.
           DIVIDE WS-DAY-SECS BY 3600 GIVING WS-STAMP-HH
             REMAINDER WS-HMS-REM.
           DIVIDE WS-HMS-REM BY 60 GIVING WS-STAMP-MI
             REMAINDER WS-STAMP-SS.

       FORMAT-ELAPSED.
           IF WS-HMS-SECS < 0
             MOVE 0 TO WS-HMS-SECS
           END-IF.
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
             REMAINDER WS-HMS-REM.
           DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MI
             REMAINDER WS-HMS-SS.
           MOVE SPACES TO WS-HMS-TEXT.
           STRING WS-HMS-HH ':' WS-HMS-MI ':' WS-HMS-SS
             DELIMITED BY SIZE INTO WS-HMS-TEXT.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           IF WS-SLOW-COUNT > 0 OR WS-ALERT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTBWIN COMPLETE'.
           DISPLAY '  CYCLE:                 ' WS-RUN-DATE.
           DISPLAY '  STEPS:                 ' WS-STEP-COUNT.
           DISPLAY '  HISTORY NIGHTS:        ' WS-DATES-READ.
           DISPLAY '  SLOW STEPS:            ' WS-SLOW-COUNT.
           DISPLAY '  PROJECTED FINISH:      ' WS-PROJECT-STAMP.
           DISPLAY '  ONLINE START:          ' WS-DEADLINE-STAMP.
           DISPLAY '  ALERTS RAISED:         ' WS-ALERT-COUNT.
