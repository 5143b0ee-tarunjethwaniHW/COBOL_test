      *         ORIGINAL STMTDATA FORMAT - THE JOB FEEDS THAT TO      *
      *         CUSTSTMP AS ITS STMTDATA INPUT TO REGENERATE THE      *
      *         PRINT IMAGE EXACTLY AS FIRST PRODUCED                 *
      *   'H' - HOLD-MAIL RELEASE: STATEMENTS AND NOTICES CUSTSTMT    *
      *         AND CUSTNOTC HELD ON HOLDMAIL FOR A BAD ADDRESS ARE   *
      *         RELEASED ONCE A 'U' ADDRESS CHANGE HAS CLEARED THE    *
      *         CUSTOMER'S MARK (OPTIONALLY FOR ONE CUST-ID ONLY).    *
      *         STATEMENTS GO TO HOLDRLSE IN STMTDATA FORMAT WITH THE *
      *         NEW ADDRESS IN THE HEADER - THE JOB FEEDS IT TO       *
      *         CUSTSTMP - AND ARE ARCHIVED AS THEY GO; NOTICES ARE   *
      *         REISSUED TO THE NEW ADDRESS ON NOTCRLSE. THE WHOLE    *
      *         HOLD FILE IS REWRITTEN TO HOLDNEW WITH RELEASED ITEMS *
      *         MARKED AND DATED, AND THE OPERATOR SWAPS HOLDNEW IN   *
      *         FOR HOLDMAIL.                                         *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT RPRNFILE ASSIGN TO 'STMTRPRN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPRN-STATUS.
           SELECT HOLDFILE ASSIGN TO 'HOLDMAIL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDNEW ASSIGN TO 'HOLDNEW'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HNEW-STATUS.
           SELECT RLSSTMT ASSIGN TO 'HOLDRLSE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RLSS-STATUS.
           SELECT RLSNOTC ASSIGN TO 'NOTCRLSE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RLSN-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CTL-FUNCTION       PIC X(01).
             88 CTL-FUNC-ARCHIVE VALUE 'A'.
             88 CTL-FUNC-REPRINT VALUE 'R'.
             88 CTL-FUNC-RELEASE VALUE 'H'.
          05 CTL-CUST-ID        PIC X(10).
          05 CTL-DATE-FROM      PIC X(10).
          05 CTL-DATE-TO        PIC X(10).
       FD RPRNFILE.
       01 RPRN-RECORD           PIC X(171).

       FD HOLDFILE.
       COPY HMALCOPY.

       FD HOLDNEW.
       01 HOLDNEW-RECORD        PIC X(203).

       FD RLSSTMT.
       01 RLSS-RECORD           PIC X(171).

       FD RLSNOTC
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RLSN-LINE             PIC X(132).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-STMT-STATUS        PIC XX VALUE SPACES.
       01 WS-CUR-CUST-ID        PIC X(10) VALUE SPACES.
       01 WS-CUR-STMT-DATE      PIC X(10) VALUE SPACES.

      * HOLD-MAIL RELEASE. THE DECISION IS TAKEN ONCE PER CUSTOMER AND
      * REUSED FOR THE REST OF THAT CUSTOMER'S HELD ITEMS.
       01 WS-HOLD-STATUS        PIC XX VALUE SPACES.
       01 WS-HNEW-STATUS        PIC XX VALUE SPACES.
       01 WS-RLSS-STATUS        PIC XX VALUE SPACES.
       01 WS-RLSN-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10) VALUE SPACES.
       01 WS-BAD-ADDR-FLAG      PIC X(01) VALUE SPACE.
       01 WS-DECIDED-CUST-ID    PIC X(10) VALUE LOW-VALUES.
       01 WS-RLS-DECISION       PIC X(01) VALUE SPACE.
          88 WS-RLS-RELEASE     VALUE 'R'.
          88 WS-RLS-STILL-BAD   VALUE 'B'.
          88 WS-RLS-NO-MASTER   VALUE 'M'.
       01 WS-RLS-OPEN-FLAG      PIC X(01) VALUE 'N'.
          88 WS-RLS-FILES-OPEN  VALUE 'Y'.
       01 WS-HOLD-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-RLS-STMT-COUNT     PIC 9(07) VALUE 0.
       01 WS-RLS-NOTC-COUNT     PIC 9(07) VALUE 0.
       01 WS-STILL-HELD-COUNT   PIC 9(07) VALUE 0.
       01 WS-NO-MASTER-COUNT    PIC 9(07) VALUE 0.

      * A HELD STATEMENT RECORD, WITH THE HEADER VIEW THE NEW ADDRESS
      * IS LAID INTO.
       01 WS-RLS-STMT.
          05 RLS-REC-TYPE         PIC X(01).
             88 RLS-HEADER        VALUE 'H'.
          05 RLS-CUST-ID          PIC X(10).
          05 RLS-DATA             PIC X(160).
          05 RLS-HDR-DATA REDEFINES RLS-DATA.
             10 RLS-HDR-CUST-NAME   PIC X(30).
             10 RLS-HDR-ACCT-TYPE   PIC X(01).
             10 RLS-HDR-OPEN-BAL    PIC S9(9)V99.
             10 RLS-HDR-STMT-DATE   PIC X(10).
             10 RLS-HDR-ADDR-LINE-1 PIC X(30).
             10 RLS-HDR-ADDR-LINE-2 PIC X(30).
             10 RLS-HDR-ADDR-CITY   PIC X(20).
             10 RLS-HDR-ADDR-STATE  PIC X(02).
             10 RLS-HDR-ADDR-ZIP    PIC X(10).
             10 RLS-HDR-PERIOD-FROM PIC X(10).
             10 FILLER              PIC X(06).

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
               PERFORM ARCHIVE-TONIGHTS-STATEMENTS
             WHEN CTL-FUNC-REPRINT
               PERFORM REPRINT-ARCHIVED-STATEMENTS
             WHEN CTL-FUNC-RELEASE
               PERFORM RELEASE-HELD-MAIL
             WHEN OTHER
               DISPLAY 'CUSTSTAR: UNKNOWN FUNCTION ON STARCTL: '
                       CTL-FUNCTION
             END-IF
           END-IF.

      * A MISSING HOLDMAIL MEANS NOTHING WAS EVER HELD.
       RELEASE-HELD-MAIL.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-STATUS NOT = '00'
             DISPLAY 'CUSTSTAR: NO HOLDMAIL - NOTHING HELD'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM OPEN-RELEASE-FILES
             IF WS-RLS-FILES-OPEN
               PERFORM RELEASE-ALL-HELD-MAIL
             ELSE
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

      * EACH OPEN IS TRIED ONLY WHILE THE ONES BEFORE IT SUCCEEDED; A
      * FAILURE CLOSES WHAT IS ALREADY OPEN.
       OPEN-RELEASE-FILES.
           MOVE 'Y' TO WS-RLS-OPEN-FLAG.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
             CLOSE HOLDFILE
             MOVE 'N' TO WS-RLS-OPEN-FLAG
           END-IF.
           IF WS-RLS-FILES-OPEN
             OPEN OUTPUT HOLDNEW
             IF WS-HNEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLDNEW: ' WS-HNEW-STATUS
               CLOSE HOLDFILE CUSTFILE
               MOVE 'N' TO WS-RLS-OPEN-FLAG
             END-IF
           END-IF.
           IF WS-RLS-FILES-OPEN
             OPEN OUTPUT RLSSTMT
             IF WS-RLSS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLDRLSE: ' WS-RLSS-STATUS
               CLOSE HOLDFILE CUSTFILE HOLDNEW
               MOVE 'N' TO WS-RLS-OPEN-FLAG
             END-IF
           END-IF.
           IF WS-RLS-FILES-OPEN
             OPEN OUTPUT RLSNOTC
             IF WS-RLSN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTCRLSE: ' WS-RLSN-STATUS
               CLOSE HOLDFILE CUSTFILE HOLDNEW RLSSTMT
               MOVE 'N' TO WS-RLS-OPEN-FLAG
             END-IF
           END-IF.
           IF WS-RLS-FILES-OPEN
             OPEN EXTEND ARCHFILE
             IF WS-ARCH-STATUS NOT = '00'
               OPEN OUTPUT ARCHFILE
             END-IF
             IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMTARCH: ' WS-ARCH-STATUS
               CLOSE HOLDFILE CUSTFILE HOLDNEW RLSSTMT RLSNOTC
               MOVE 'N' TO WS-RLS-OPEN-FLAG
             END-IF
           END-IF.

       RELEASE-ALL-HELD-MAIL.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM RELEASE-ONE-HELD-ITEM UNTIL WS-EOF.
           CLOSE HOLDFILE CUSTFILE HOLDNEW RLSSTMT RLSNOTC ARCHFILE.
           IF WS-NO-MASTER-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

      * EVERY RECORD IS CARRIED TO HOLDNEW; A RELEASED ONE IS MARKED
      * AND DATED RATHER THAN DROPPED, SO THE FILE IS THE HOLD TRAIL.
       RELEASE-ONE-HELD-ITEM.
           READ HOLDFILE INTO HMAL-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-HOLD-READ-COUNT
             IF HMAL-HELD
                AND (CTL-CUST-ID = SPACES
                     OR CTL-CUST-ID = HMAL-CUST-ID)
               IF HMAL-CUST-ID NOT = WS-DECIDED-CUST-ID
                 PERFORM DECIDE-RELEASE
               END-IF
               IF WS-RLS-RELEASE
                 IF HMAL-FROM-STMT
                   PERFORM RELEASE-HELD-STATEMENT
                 ELSE
                   PERFORM RELEASE-HELD-NOTICE
                 END-IF
                 MOVE 'R' TO HMAL-STATUS
                 MOVE WS-CURRENT-DATE TO HMAL-RELEASE-DATE
               ELSE
                 ADD 1 TO WS-STILL-HELD-COUNT
               END-IF
             END-IF
             MOVE HMAL-RECORD TO HOLDNEW-RECORD
             WRITE HOLDNEW-RECORD
           END-IF.

      * RELEASE ONLY ONCE THE MARK IS CLEARED, AND ONLY TO A CUSTOMER
      * STILL ON THE MASTER - THE NEW ADDRESS COMES FROM THERE.
       DECIDE-RELEASE.
           MOVE HMAL-CUST-ID TO WS-DECIDED-CUST-ID.
           MOVE HMAL-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
             SET WS-RLS-NO-MASTER TO TRUE
             ADD 1 TO WS-NO-MASTER-COUNT
             DISPLAY 'CUSTSTAR: HELD MAIL FOR ' HMAL-CUST-ID
                     ' - CUSTOMER NOT ON MASTER, LEFT HELD'
           ELSE
             MOVE SPACE TO WS-BAD-ADDR-FLAG
             EXEC SQL
               SELECT COALESCE(MAX(BAD_ADDR_FLAG), ' ')
               INTO :WS-BAD-ADDR-FLAG
               FROM CUSTOMER_FLAGS
               WHERE CUSTOMER_ID = :CUST-ID
             END-EXEC
             IF SQLCODE NOT = 0 OR WS-BAD-ADDR-FLAG = 'Y'
               SET WS-RLS-STILL-BAD TO TRUE
             ELSE
               SET WS-RLS-RELEASE TO TRUE
             END-IF
           END-IF.

       RELEASE-HELD-STATEMENT.
           MOVE HMAL-IMAGE TO WS-RLS-STMT.
           IF RLS-HEADER
             MOVE CUST-ADDR-LINE-1 TO RLS-HDR-ADDR-LINE-1
             MOVE CUST-ADDR-LINE-2 TO RLS-HDR-ADDR-LINE-2
             MOVE CUST-ADDR-CITY TO RLS-HDR-ADDR-CITY
             MOVE CUST-ADDR-STATE TO RLS-HDR-ADDR-STATE
             MOVE CUST-ADDR-ZIP TO RLS-HDR-ADDR-ZIP
             MOVE RLS-CUST-ID TO WS-CUR-CUST-ID
             MOVE RLS-HDR-STMT-DATE TO WS-CUR-STMT-DATE
             ADD 1 TO WS-RLS-STMT-COUNT
           END-IF.
           MOVE WS-RLS-STMT TO RLSS-RECORD.
           WRITE RLSS-RECORD.
           MOVE WS-CUR-CUST-ID TO SARC-CUST-ID.
           MOVE WS-CUR-STMT-DATE TO SARC-STMT-DATE.
           MOVE WS-RLS-STMT TO SARC-STMT-IMAGE.
           WRITE SARC-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT.

      * SAME LAYOUT AS CUSTNOTC'S PRINTED NOTICE, DATED AS ORIGINALLY
      * RAISED AND ADDRESSED FROM THE MASTER AS IT NOW STANDS.
       RELEASE-HELD-NOTICE.
           MOVE SPACES TO RLSN-LINE.
           STRING 'CUSTOMER NOTICE  TYPE ' HMAL-NTC-TYPE
                  '  DATE ' HMAL-HELD-DATE
                  '  REISSUED ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RLSN-LINE.
           WRITE RLSN-LINE.
           MOVE SPACES TO RLSN-LINE.
           STRING '   ' CUST-NAME '   ACCOUNT ' CUST-ID
             DELIMITED BY SIZE INTO RLSN-LINE.
           WRITE RLSN-LINE.
           MOVE SPACES TO RLSN-LINE.
           STRING '   ' CUST-ADDR-LINE-1
             DELIMITED BY SIZE INTO RLSN-LINE.
           WRITE RLSN-LINE.
           IF CUST-ADDR-LINE-2 NOT = SPACES
             MOVE SPACES TO RLSN-LINE
             STRING '   ' CUST-ADDR-LINE-2
               DELIMITED BY SIZE INTO RLSN-LINE
             WRITE RLSN-LINE
           END-IF.
           MOVE SPACES TO RLSN-LINE.
           STRING '   ' CUST-ADDR-CITY ' ' CUST-ADDR-STATE ' '
                  CUST-ADDR-ZIP
             DELIMITED BY SIZE INTO RLSN-LINE.
           WRITE RLSN-LINE.
           MOVE SPACES TO RLSN-LINE.
           WRITE RLSN-LINE.
           MOVE SPACES TO RLSN-LINE.
           STRING '   ' HMAL-NTC-BODY
             DELIMITED BY SIZE INTO RLSN-LINE.
           WRITE RLSN-LINE.
           MOVE ALL '-' TO RLSN-LINE.
           WRITE RLSN-LINE.
           ADD 1 TO WS-RLS-NOTC-COUNT.

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

       CLEANUP-PARA.
           DISPLAY 'CUSTSTAR COMPLETE.'.
           EVALUATE TRUE
               DISPLAY '  ARCHIVE RECORDS READ: ' WS-READ-COUNT
               DISPLAY '  STATEMENTS MATCHED:   ' WS-REPRINT-GROUPS
               DISPLAY '  RECORDS REPRINTED:    ' WS-REPRINT-COUNT
             WHEN CTL-FUNC-RELEASE
               DISPLAY '  HELD RECORDS READ:    ' WS-HOLD-READ-COUNT
               DISPLAY '  STATEMENTS RELEASED:  ' WS-RLS-STMT-COUNT
               DISPLAY '  NOTICES RELEASED:     ' WS-RLS-NOTC-COUNT
               DISPLAY '  RECORDS STILL HELD:   ' WS-STILL-HELD-COUNT
               DISPLAY '  NOT ON MASTER:        ' WS-NO-MASTER-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
