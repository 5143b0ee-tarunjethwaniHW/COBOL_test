      * READS A TRANSACTION FILE OF BALANCE ADJUSTMENTS, VALIDATES     *
      * EACH VIA CUSTVALD, APPLIES UPDATES TO CUSTOMER MASTER FILE,   *
      * AND WRITES UPDATED RECORDS TO AN OUTPUT FILE.                  *
      * COMMITS EVERY UPDTCKPT ITEMS AND KEEPS THE POSITION REACHED    *
      * IN THE UPDTRST RESTART RECORD. A RERUN AFTER A FAILURE PUTS    *
      * THE MASTER BACK TO THE LAST COMMIT, RESUMES AFTER THE LAST     *
      * COMMITTED ITEM AND LISTS WHAT IT SKIPPED ON UPDTRSRT.          *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT VELOFILE ASSIGN TO 'VELOCUST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-VELO-STATUS.
           SELECT STOPFILE ASSIGN TO 'STOPPAY'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOP-STATUS.
           SELECT HITFILE ASSIGN TO 'STOPHITS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIT-STATUS.
           SELECT RSTFILE ASSIGN TO 'UPDTRST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RST-STATUS.
           SELECT CKPTCTL ASSIGN TO 'UPDTCKPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS.
           SELECT RSRTFILE ASSIGN TO 'UPDTRSRT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RSRT-STATUS.
           SELECT ERRWORK ASSIGN TO 'UPDTERWK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ERWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
             88 TRAN-ADDR-CHANGE VALUE 'U'.
             88 TRAN-BLOCK-MAINT VALUE 'B'.
             88 TRAN-WHT-MAINT  VALUE 'Y'.
             88 TRAN-TERMS-MAINT VALUE 'K'.
             88 TRAN-PROD-CONVERT VALUE 'Q'.
             88 TRAN-CHARGE-OFF VALUE 'O'.
             88 TRAN-RECOVERY   VALUE 'G'.
             88 TRAN-TERM-BREAK VALUE 'E'.
             88 TRAN-REACTIVATE VALUE 'Z'.
             88 TRAN-HEADER     VALUE 'H'.
             88 TRAN-TRAILER    VALUE 'T'.
          05 TRAN-AMOUNT        PIC 9(7)V99.
      * DETAIL AREA FOR THE 'U' MAINTENANCE TRANSACTION: NEW NAME
      * (SPACES = NO NAME CHANGE) AND REPLACEMENT ADDRESS/CONTACT
      * BLOCK. UNUSED (SPACES) ON MONETARY TRANSACTIONS.
          05 TRAN-DETAIL-AREA   PIC X(178).
          05 TRAN-ADDR-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-NEW-NAME     PIC X(30).
             10 TRAN-ADDR-LINE-1  PIC X(30).
      * SAME 'U' MAINTENANCE THAT CHANGES THE ADDRESS: 'P' PRINT,
      * 'E' ELECTRONIC.
             10 TRAN-DELIVERY-PREF PIC X(01).
      * DETAIL AREA FOR THE 'B' BLOCK-MAINTENANCE TRANSACTION: THE
      * NEW BLOCK CODE (SPACE LIFTS THE BLOCK) AND THE REASON, WHICH
      * IS LOGGED WITH THE TRANSACTION_LOG ROW.
          05 TRAN-BLOCK-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-NEW-BLOCK-CODE PIC X(01).
             10 TRAN-BLOCK-REASON   PIC X(30).
             10 FILLER              PIC X(147).
      * DETAIL AREA FOR THE 'Y' WITHHOLDING-MAINTENANCE TRANSACTION:
      * 'Y' PUTS THE CUSTOMER ON BACKUP WITHHOLDING AT THE RATE
      * GIVEN, 'N' TAKES THEM OFF.
          05 TRAN-WHT-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-NEW-WHT-FLAG   PIC X(01).
             10 TRAN-NEW-WHT-RATE   PIC 9(02)V99.
             10 FILLER              PIC X(173).
      * DETAIL AREA FOR THE 'K' TERMS-MAINTENANCE TRANSACTION. EACH
      * FIELD LEFT BLANK IS NOT CHANGED; THE OVERDRAFT LIMIT AND THE
      * TERM ARE CHANGED ONLY WHEN THEIR FLAG IS 'Y', SO A ZERO CAN
      * BE KEYED TO WITHDRAW A FACILITY. AN OVERDRAFT LIMIT INCREASE
      * NEEDS AN APRVTBL CODE IN TRAN-APPROVAL-CODE.
          05 TRAN-TERMS-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-NEW-OD-FLAG     PIC X(01).
             10 TRAN-NEW-OD-LIMIT    PIC 9(07)V99.
             10 TRAN-NEW-STMT-CYCLE  PIC X(02).
             10 TRAN-NEW-MAT-DISP    PIC X(01).
             10 TRAN-NEW-TERM-FLAG   PIC X(01).
             10 TRAN-NEW-TERM-MONTHS PIC 9(03).
             10 TRAN-NEW-SETTLE-ID   PIC X(10).
             10 FILLER               PIC X(151).
      * DETAIL AREA FOR THE 'Q' PRODUCT-CONVERSION TRANSACTION: THE
      * ACCOUNT TYPE THE CUSTOMER IS MOVING TO. THE CUST-ID, ITS
      * HISTORY AND ITS HOUSEHOLD LINKS ARE KEPT.
          05 TRAN-CONV-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-NEW-ACCT-TYPE   PIC X(01).
             10 FILLER               PIC X(177).
      * DETAIL AREA FOR THE 'Z' REACTIVATION OF A DORMANT ACCOUNT:
      * THE REFERENCE OF THE IDENTITY CHECK THE BRANCH MADE BEFORE
      * RETURNING THE ACCOUNT TO THE CUSTOMER. IT IS MANDATORY.
          05 TRAN-REACT-DATA REDEFINES TRAN-DETAIL-AREA.
             10 TRAN-ID-VERIFY-REF   PIC X(20).
             10 FILLER               PIC X(158).
      * CHANNEL THE ITEM CAME IN THROUGH, STAMPED BY THE SOURCE THAT
      * BUILT IT AND CARRIED TO TRANSACTION_LOG: 'T' TELLER COUNTER,
      * 'A' ATM/POS CARD SWITCH, 'H' CLEARING HOUSE, 'E' ONLINE
      * BANKING, 'S' SYSTEM-GENERATED. SPACE IS AN ITEM FROM A SOURCE
      * THAT DOES NOT STATE ITS CHANNEL. TRAN-CASH-IND 'Y' MARKS
      * PHYSICAL CURRENCY CHANGING HANDS - A CASH DEPOSIT ON A 'C',
      * A CASH WITHDRAWAL ON A 'D' - AND FEEDS THE CUSTCTRX CURRENCY
      * TRANSACTION REPORT; IT IS REFUSED ON ANY OTHER TYPE.
          05 TRAN-CHANNEL       PIC X(01).
             88 TRAN-CHAN-TELLER   VALUE 'T'.
             88 TRAN-CHAN-CARD     VALUE 'A'.
             88 TRAN-CHAN-CLEARING VALUE 'H'.
             88 TRAN-CHAN-ONLINE   VALUE 'E'.
             88 TRAN-CHAN-SYSTEM   VALUE 'S'.
          05 TRAN-CASH-IND      PIC X(01).
             88 TRAN-CASH       VALUE 'Y'.

       01 TRAN-CTL-RECORD REDEFINES TRAN-RECORD.
          05 CTL-FILLER-1       PIC X(10).
          05 ERR-EFF-DATE       PIC X(10).
          05 ERR-RESUBMIT       PIC X(01).
          05 ERR-CURRENCY       PIC X(03).
          05 ERR-CHANNEL        PIC X(01).
          05 ERR-CASH-IND       PIC X(01).

       FD RATEFILE.
       01 RATE-RECORD.
          05 JRN-BATCH-ID       PIC X(08).
          05 JRN-CUST-ID        PIC X(10).
          05 JRN-BEFORE-IMAGE   PIC X(300).
      * A 'K' RECORD CARRIES NO IMAGE - IT MARKS A CHECKPOINT, SO A
      * RESTART KNOWS WHICH BEFORE-IMAGES FOLLOW ITS LAST COMMIT.
          05 JRN-CKPT-MARK REDEFINES JRN-BEFORE-IMAGE.
             10 JRN-CKPT-STAMP  PIC X(16).
             10 JRN-CKPT-NUM    PIC 9(07).
             10 JRN-CKPT-POSITION PIC 9(09).
             10 FILLER          PIC X(268).

       FD HELDFILE.
       COPY HELDCOPY.
          05 VEL-MAX-COUNT      PIC 9(03).
          05 VEL-MAX-AMOUNT     PIC 9(9)V99.

       FD STOPFILE.
       COPY STOPCOPY.

       FD HITFILE.
       COPY STPHCOPY.

      * RESTART CONTROL RECORD - ONE RECORD, REWRITTEN AT EVERY
      * CHECKPOINT. IT IS WRITTEN 'P' (PENDING) JUST BEFORE THE
      * COMMIT AND 'Y' ONCE THE COMMIT HAS COMPLETED, AND CARRIES
      * BOTH THE NEW CHECKPOINT AND THE LAST CONFIRMED ONE, SO A
      * FAILURE INSIDE THE COMMIT ITSELF CAN STILL BE RESOLVED.
      * STATUS 'A' MEANS A RUN IS IN FLIGHT OR HAS FAILED; 'C' MEANS
      * THE LAST RUN FINISHED NORMALLY. RST-CURRENT AND RST-PRIOR
      * HOLD WS-CKP-THIS IMAGES.
       FD RSTFILE.
       01 RST-RECORD.
          05 RST-STATUS         PIC X(01).
             88 RST-ACTIVE      VALUE 'A'.
             88 RST-COMPLETE    VALUE 'C'.
          05 RST-COMMIT-FLAG    PIC X(01).
             88 RST-PENDING     VALUE 'P'.
             88 RST-CONFIRMED   VALUE 'Y'.
          05 RST-RUN-DATE       PIC X(10).
          05 RST-RUN-STAMP      PIC X(16).
          05 RST-CURRENT        PIC X(100).
          05 RST-PRIOR          PIC X(100).
          05 FILLER             PIC X(22).

       FD CKPTCTL.
       01 CKPTCTL-RECORD.
          05 CTL-CKPT-INTERVAL  PIC 9(05).

       FD RSRTFILE.
       01 RSRT-LINE             PIC X(132).

      * ERRDATA IS CUT BACK TO ITS CHECKPOINT LENGTH THROUGH THIS
      * WORK FILE WHEN A FAILED RUN IS RESTARTED.
       FD ERRWORK.
       01 ERWK-RECORD           PIC X(136).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS        PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.

       01 WS-OLD-NAME           PIC X(30) VALUE SPACES.
       01 WS-OLD-ADDR-CONTACT   PIC X(147) VALUE SPACES.
       01 WS-OLD-OD-LIMIT       PIC S9(7)V99 VALUE 0.
       01 WS-OLD-STMT-CYCLE     PIC X(02) VALUE SPACES.
       01 WS-OLD-MAT-DISP       PIC X(01) VALUE SPACE.
       01 WS-OLD-TERM-MONTHS    PIC 9(03) VALUE 0.
       01 WS-OLD-SETTLE-ID      PIC X(10) VALUE SPACES.
       01 WS-TERMS-SAVE-RECORD  PIC X(300).
       01 WS-SETTLE-OK-FLAG     PIC X VALUE 'N'.
          88 WS-SETTLE-OK       VALUE 'Y'.
       01 WS-HELD-STATUS        PIC XX VALUE SPACES.
       01 WS-HELD-OPEN-FLAG     PIC X VALUE 'N'.
          88 WS-HELD-IS-OPEN    VALUE 'Y'.
       01 WS-HELD-COUNT         PIC 9(07) VALUE 0.
       01 WS-ADDR-CLEAR-COUNT   PIC 9(07) VALUE 0.
       01 WS-WLSC-RESULT        PIC X(01) VALUE 'N'.
       01 WS-WLSC-MATCH         PIC X(30) VALUE SPACES.
       01 WS-SCREEN-NAME        PIC X(30) VALUE SPACES.
       01 WS-CVT-OK-FLAG        PIC X VALUE 'Y'.
          88 WS-CVT-OK          VALUE 'Y'.
       01 WS-TRAN-ORIG-AMT      PIC 9(7)V99 VALUE 0.
       01 WS-FX-ORIG-CCY        PIC X(03) VALUE SPACES.
       01 WS-XFER-CREDIT-AMT    PIC 9(7)V99 VALUE 0.
       01 WS-HOLD-OUTSTANDING   PIC S9(7)V99 VALUE 0.
       01 WS-HOLD-RELEASE-AMT   PIC S9(7)V99 VALUE 0.

       01 WS-CUR-BATCH-NUM      PIC 9(02) VALUE 0.
       01 WS-CUR-BATCH-ID       PIC X(08) VALUE SPACES.
      * CUSTLEVY'S COURT GARNISHMENT AND TAX LEVY ITEMS - THE HOLDS
      * THAT ATTACH THE FUNDS (LEVYHOLD) AND THE DEBITS THAT REMIT
      * THEM (LEVYRMIT). SET PER ITEM BY CHECK-LEGAL-ORDER-ITEM.
       01 WS-LEGAL-ORDER-FLAG   PIC X VALUE 'N'.
          88 WS-LEGAL-ORDER-ITEM VALUE 'Y'.
       01 WS-LEVY-HOLD-ROWS     PIC S9(9) COMP VALUE 0.
       01 WS-CUR-BATCH-OK-FLAG  PIC X VALUE 'N'.
          88 WS-CUR-BATCH-OK    VALUE 'Y'.
       01 WS-PROC-IN-BATCH-FLAG PIC X VALUE 'N'.
       01 WS-BLENDED-PCT        PIC 9(02)V9(04) VALUE 0.
       01 WS-BLENDED-EDIT       PIC Z9.9(04).
       01 WS-WHT-AMOUNT         PIC S9(7)V99 VALUE 0.
       01 WS-CONV-OLD-TYPE      PIC X(01) VALUE SPACE.
       01 WS-CONV-INT-AMT       PIC S9(7)V99 VALUE 0.
       01 WS-CONV-DINT-AMT      PIC S9(7)V99 VALUE 0.
       01 WS-CONV-BAL-START     PIC S9(7)V99 VALUE 0.
       01 WS-CONV-BAL-AFT-INT   PIC S9(7)V99 VALUE 0.

      * PREMATURE TERM-DEPOSIT BREAK ('E'). THE BALANCE IS CARRIED
      * THROUGH EACH SETTLEMENT STEP SO EVERY LOGGED ROW SHOWS ITS OWN
      * MOVEMENT: PRINCIPAL, PLUS INTEREST, LESS WITHHOLDING, LESS
      * PENALTY, LEAVES THE PROCEEDS PAID AWAY.
       01 WS-BRK-PAYEE-ID       PIC X(10) VALUE SPACES.
       01 WS-BRK-CCY            PIC X(03) VALUE SPACES.
       01 WS-BRK-PRINCIPAL      PIC S9(7)V99 VALUE 0.
       01 WS-BRK-INT-AMT        PIC S9(7)V99 VALUE 0.
       01 WS-BRK-PENALTY        PIC S9(7)V99 VALUE 0.
       01 WS-BRK-PEN-CAP        PIC S9(7)V99 VALUE 0.
       01 WS-BRK-PROCEEDS       PIC S9(7)V99 VALUE 0.
       01 WS-BRK-BAL-AFT-INT    PIC S9(7)V99 VALUE 0.
       01 WS-BRK-BAL-AFT-WHT    PIC S9(7)V99 VALUE 0.
       01 WS-BRK-TERM-START     PIC X(10) VALUE SPACES.
       01 WS-BRK-START-PARTS.
          05 WS-BRK-START-YYYY  PIC 9(04).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-BRK-START-MM    PIC 9(02).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-BRK-START-DD    PIC 9(02).
       01 WS-BRK-MONTHS-LEFT    PIC 9(03) VALUE 0.
       01 WS-BRK-COUNT          PIC 9(07) VALUE 0.
       01 WS-CHGOFF-ROWS        PIC S9(9) COMP VALUE 0.
       01 WS-RCV-OUTSTANDING    PIC S9(11)V99 VALUE 0.
       01 WS-BLOCK-REJECT-FLAG  PIC X VALUE 'N'.
          88 WS-BLOCK-REJECTED  VALUE 'Y'.
       01 WS-BLOCK-COUNT        PIC 9(07) VALUE 0.
       01 WS-DORM-REJECT-FLAG   PIC X VALUE 'N'.
          88 WS-DORM-REJECTED   VALUE 'Y'.
       01 WS-DORM-COUNT         PIC 9(07) VALUE 0.
       01 WS-REACT-COUNT        PIC 9(07) VALUE 0.
      * DORMANCY_AUDIT EVENT THE ITEM IN HAND RAISES ONCE IT POSTS -
      * A 'Z' REACTIVATION, OR THE CLOSURE OF A DORMANT ACCOUNT.
       01 WS-DORM-EVENT         PIC X VALUE SPACE.
          88 WS-DORM-EVENT-NONE  VALUE SPACE.
          88 WS-DORM-EVENT-REACT VALUE 'R'.
          88 WS-DORM-EVENT-CLOSE VALUE 'C'.

      * DUAL CONTROL (MAKER-CHECKER). A MONETARY TRANSACTION ABOVE
      * THE DUALCTL LIMIT DOES NOT POST - IT IS DIVERTED TO THE
       01 WS-LIM-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-DAY-DR-COUNT       PIC S9(9) COMP VALUE 0.
       01 WS-DAY-DR-AMOUNT      PIC S9(11)V99 VALUE 0.
       01 WS-VEL-ITEM-AMT       PIC S9(11)V99 VALUE 0.
       01 WS-VEL-EXCEED-FLAG    PIC X VALUE 'N'.
          88 WS-VEL-EXCEEDED    VALUE 'Y'.
       01 WS-VEL-REJECT-COUNT   PIC 9(07) VALUE 0.
       01 WS-VEL-DIVERT-COUNT   PIC 9(07) VALUE 0.

      * STOP-PAYMENT INSTRUCTIONS FROM THE CUSTSTOP REGISTER. ONLY
      * ACTIVE STOPS STILL INSIDE THEIR EXPIRY DATE ARE LOADED. A
      * MATCHING DEBIT OR TRANSFER OUT REJECTS UNDER ITS OWN REASON
      * AND THE HIT IS LOGGED ON STOPHITS FOR THE BRANCH REGISTER.
       01 WS-STOP-STATUS        PIC XX VALUE SPACES.
       01 WS-HIT-STATUS         PIC XX VALUE SPACES.
       01 WS-STOP-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-STOP-EOF        VALUE 'Y'.
       01 WS-HIT-OPEN-FLAG      PIC X VALUE 'N'.
          88 WS-HIT-IS-OPEN     VALUE 'Y'.
       01 WS-STOP-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-STOP-MAX           PIC S9(4) COMP VALUE 2000.
       01 WS-STOP-TABLE.
          05 WS-STOP-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-SPY-IDX.
             10 WS-SPY-CUST-ID  PIC X(10).
             10 WS-SPY-SEQ      PIC 9(02).
             10 WS-SPY-TYPE     PIC X(01).
             10 WS-SPY-KEY      PIC X(20).
             10 WS-SPY-LOW      PIC 9(7)V99.
             10 WS-SPY-HIGH     PIC 9(7)V99.
       01 WS-STOP-MATCH-FLAG    PIC X VALUE 'N'.
          88 WS-STOP-MATCHED    VALUE 'Y'.
       01 WS-STOP-HIT           PIC S9(4) COMP VALUE 0.
       01 WS-STOP-HIT-COUNT     PIC 9(07) VALUE 0.

      * RESTART AND CHECKPOINT CONTROL. EVERY WS-CKPT-INTERVAL ITEMS
      * THE RUN COMMITS, MARKS THE JOURNAL AND REWRITES UPDTRST WITH
      * THE TRANDATA POSITION REACHED. A CHECKPOINT IS ONLY EVER
      * TAKEN BETWEEN ITEMS, SO A TRANSFER'S TWO LEGS, A HOLD AND ITS
      * LOG ROW AND A WITHHOLDING SPLIT ALWAYS COMMIT TOGETHER.
       01 WS-RST-STATUS         PIC XX VALUE SPACES.
       01 WS-CKPT-STATUS        PIC XX VALUE SPACES.
       01 WS-RSRT-STATUS        PIC XX VALUE SPACES.
       01 WS-ERWK-STATUS        PIC XX VALUE SPACES.
       01 WS-CKPT-INTERVAL      PIC S9(9) COMP VALUE 500.
       01 WS-CKPT-INTERVAL-MAX  PIC S9(9) COMP VALUE 1000.
       01 WS-CKP-ITEMS          PIC S9(9) COMP VALUE 0.
       01 WS-CKP-TAKEN          PIC 9(07) VALUE 0.
       01 WS-REC-POSITION       PIC 9(09) VALUE 0.
       01 WS-ERR-WRITTEN        PIC 9(09) VALUE 0.
       01 WS-RUN-STAMP          PIC X(16) VALUE SPACES.
       01 WS-RST-STATE          PIC X(01) VALUE 'A'.
       01 WS-RST-COMMIT         PIC X(01) VALUE 'Y'.
      * THE CHECKPOINT BEING TAKEN (OR, ON A RESTART, THE ONE BEING
      * RESUMED FROM) AND THE LAST ONE WHOSE COMMIT IS CONFIRMED.
       01 WS-CKP-THIS.
          05 WS-CKP-NUM         PIC 9(07) VALUE 0.
          05 WS-CKP-BATCH-NUM   PIC 9(02) VALUE 0.
          05 WS-CKP-BATCH-ID    PIC X(08) VALUE SPACES.
          05 WS-CKP-POSITION    PIC 9(09) VALUE 0.
          05 WS-CKP-POSTING-SEQ PIC S9(09) VALUE 0.
          05 WS-CKP-LAST-BATCH  PIC X(08) VALUE SPACES.
          05 WS-CKP-LAST-REF    PIC X(20) VALUE SPACES.
          05 WS-CKP-ERR-WRITTEN PIC 9(09) VALUE 0.
          05 WS-CKP-TRAN-COUNT  PIC 9(07) VALUE 0.
          05 WS-CKP-UPD-COUNT   PIC 9(07) VALUE 0.
          05 WS-CKP-REJ-COUNT   PIC 9(07) VALUE 0.
          05 WS-CKP-PEND-COUNT  PIC 9(07) VALUE 0.
       01 WS-CKP-LAST           PIC X(100) VALUE SPACES.

       01 WS-RESTART-FLAG       PIC X VALUE 'N'.
          88 WS-RESTART-RUN     VALUE 'Y'.
       01 WS-RSTR-SKIP-FLAG     PIC X VALUE 'N'.
          88 WS-RSTR-SKIPPING   VALUE 'Y'.
       01 WS-RSTR-VERIFY-FLAG   PIC X VALUE 'N'.
          88 WS-RSTR-VERIFYING  VALUE 'Y'.
       01 WS-RSTR-POSTED-FLAG   PIC X VALUE 'N'.
          88 WS-RSTR-POSTED     VALUE 'Y'.
       01 WS-RSTR-COMMIT-FLAG   PIC X VALUE 'N'.
          88 WS-RSTR-COMMITTED  VALUE 'Y'.
       01 WS-RESUME-POSITION    PIC 9(09) VALUE 0.
       01 WS-RSTR-PRIOR-SEQ     PIC S9(09) VALUE 0.
       01 WS-RSTR-BASE-SEQ      PIC S9(9) COMP VALUE 0.
       01 WS-RSTR-HIGH-SEQ      PIC S9(9) COMP VALUE 0.
       01 WS-RSTR-PROBE-SEQ     PIC S9(9) COMP VALUE 0.
       01 WS-RSTR-FOUND-ROWS    PIC S9(9) COMP VALUE 0.
       01 WS-RSTR-CUST-ID       PIC X(10) VALUE SPACES.
       01 WS-RSTR-XLATE-SAVE    PIC 9(07) VALUE 0.
       01 WS-RSTR-SKIP-COUNT    PIC 9(07) VALUE 0.
       01 WS-RSTR-POSTED-COUNT  PIC 9(07) VALUE 0.
       01 WS-RSTR-QUEUED-COUNT  PIC 9(07) VALUE 0.
       01 WS-RSK-BATCH-ITEMS    PIC 9(07) VALUE 0.
       01 WS-RSK-BATCH-AMT      PIC S9(11)V99 VALUE 0.
       01 WS-RSRT-AMT-ED        PIC -(10)9.99.
       01 WS-RSRT-NUM-ED        PIC Z(8)9.
       01 WS-ERWK-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-ERWK-EOF        VALUE 'Y'.
       01 WS-ERWK-COUNT         PIC 9(09) VALUE 0.

      * MASTER UNDO ON A RESTART: THE FIRST BEFORE-IMAGE JOURNALED
      * FOR A CUSTOMER AFTER THE RESUMED CHECKPOINT'S MARKER IS THE
      * STATE THE RECORD HELD AT THAT CHECKPOINT (AS IN CUSTJRCV).
       01 WS-UNDO-COUNT         PIC S9(9) COMP VALUE 0.
       01 WS-UNDO-MAX           PIC S9(9) COMP VALUE 5000.
       01 WS-UNDO-IDX           PIC S9(9) COMP VALUE 0.
       01 WS-UNDO-TABLE.
          05 WS-UNDO-ENTRY OCCURS 5000 TIMES.
             10 WS-UNDO-CUST-ID PIC X(10).
             10 WS-UNDO-IMAGE   PIC X(300).
       01 WS-UNDO-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-UNDO-FOUND      VALUE 'Y'.
       01 WS-UNDO-MARK-FLAG     PIC X VALUE 'N'.
          88 WS-UNDO-MARK-SEEN  VALUE 'Y'.
       01 WS-UNDO-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-UNDO-EOF        VALUE 'Y'.
       01 WS-UNDO-RESTORED      PIC 9(07) VALUE 0.

      * DUAL-CONTROL ITEMS ALREADY ON PENDAPPR FOR THIS RUN DATE,
      * LOADED ON A RESTART. A REPLAYED ITEM WHOSE QUEUED IMAGE IS
      * FOUND HERE IS NOT QUEUED A SECOND TIME; EACH ENTRY ANSWERS
      * FOR ONE ITEM ONLY.
       01 WS-RQ-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-RQ-MAX             PIC S9(4) COMP VALUE 500.
       01 WS-RQ-TABLE.
          05 WS-RQ-ENTRY OCCURS 500 TIMES INDEXED BY WS-RQ-IDX.
             10 WS-RQ-IMAGE     PIC X(254).
             10 WS-RQ-BATCH     PIC X(08).
             10 WS-RQ-USED      PIC X(01).
       01 WS-RQ-MATCH-FLAG      PIC X VALUE 'N'.
          88 WS-RQ-MATCHED      VALUE 'Y'.
       01 WS-RQ-EOF-FLAG        PIC X VALUE 'N'.
          88 WS-RQ-EOF          VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
             CLOSE TRANFILE
             STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM READ-RESTART-CONTROL.
           IF WS-RESTART-RUN
             PERFORM CUT-BACK-ERROR-FILE
           ELSE
             OPEN OUTPUT ERRFILE
           END-IF.
           IF WS-ERR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ERRFILE: ' WS-ERR-STATUS
             CLOSE TRANFILE CUSTFILE
             STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO PCAT-AS-OF-DATE.
           OPEN EXTEND JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
           PERFORM LOAD-CURRENCY-TABLE.
           PERFORM READ-HOLD-EXPIRY-DAYS.
           PERFORM READ-DUAL-CONTROL-LIMIT.
           PERFORM READ-CHECKPOINT-INTERVAL.
           PERFORM LOAD-ID-XREF-TABLE.
           PERFORM LOAD-VELOCITY-OVERRIDES.
           PERFORM LOAD-STOP-PAYMENTS.
           PERFORM GET-STARTING-POSTING-SEQ.
           PERFORM VALIDATE-BATCH-CONTROL-TOTALS.
           PERFORM START-RESTART-CONTROL.

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-CURR-COUNT.
             MOVE VEL-MAX-AMOUNT TO WS-VEL-AMT(WS-VEL-IDX)
           END-IF.

       LOAD-STOP-PAYMENTS.
           MOVE 0 TO WS-STOP-COUNT.
           OPEN INPUT STOPFILE.
           IF WS-STOP-STATUS = '00'
             PERFORM READ-ONE-STOP-PAYMENT UNTIL WS-STOP-EOF
             CLOSE STOPFILE
           ELSE
             DISPLAY 'NO STOPPAY FILE - NO STOP PAYMENTS ENFORCED '
                     'THIS RUN'
           END-IF.

       READ-ONE-STOP-PAYMENT.
           READ STOPFILE INTO STOP-RECORD
             AT END SET WS-STOP-EOF TO TRUE
           END-READ.
           IF NOT WS-STOP-EOF AND STOP-ACTIVE
              AND STOP-EXPIRY-DATE NOT < WS-CURRENT-DATE
             IF WS-STOP-COUNT < WS-STOP-MAX
               ADD 1 TO WS-STOP-COUNT
               SET WS-SPY-IDX TO WS-STOP-COUNT
               MOVE STOP-CUST-ID TO WS-SPY-CUST-ID(WS-SPY-IDX)
               MOVE STOP-SEQ TO WS-SPY-SEQ(WS-SPY-IDX)
               MOVE STOP-MATCH-TYPE TO WS-SPY-TYPE(WS-SPY-IDX)
               MOVE STOP-MATCH-KEY TO WS-SPY-KEY(WS-SPY-IDX)
               MOVE STOP-AMOUNT-LOW TO WS-SPY-LOW(WS-SPY-IDX)
               MOVE STOP-AMOUNT-HIGH TO WS-SPY-HIGH(WS-SPY-IDX)
             ELSE
               DISPLAY 'CUSTUPDT: STOP TABLE FULL - STOP NOT '
                       'ENFORCED FOR ' STOP-CUST-ID
             END-IF
           END-IF.

       READ-DUAL-CONTROL-LIMIT.
           OPEN INPUT DUALCTL.
           IF WS-DUAL-STATUS = '00'
             ADD 1 TO WS-REJECT-BATCH-COUNT
           END-IF.

      * WS-REC-POSITION COUNTS EVERY TRANDATA RECORD READ - IT IS THE
      * POSITION A CHECKPOINT RECORDS AND A RESTART SKIPS TO. ITEMS
      * ARE COUNTED TOWARD THE COMMIT INTERVAL ONLY ONCE THEY HAVE
      * BEEN PROCESSED IN FULL.
       PROCESS-TRANSACTIONS.
           READ TRANFILE INTO TRAN-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-REC-POSITION
             IF WS-RSTR-SKIPPING
               PERFORM SKIP-COMMITTED-RECORD
             ELSE
               EVALUATE TRUE
                 WHEN TRAN-HEADER
                   PERFORM START-PROCESS-BATCH
                 WHEN TRAN-TRAILER
                   MOVE 'N' TO WS-PROC-IN-BATCH-FLAG
                 WHEN OTHER
                   PERFORM CHECK-ALREADY-POSTED
                   IF WS-RSTR-POSTED
                     PERFORM REPORT-ALREADY-POSTED
                   ELSE
                     PERFORM PROCESS-ONE-TRANSACTION
                   END-IF
                   ADD 1 TO WS-CKP-ITEMS
               END-EVALUATE
               IF WS-CKP-ITEMS NOT < WS-CKPT-INTERVAL
                 PERFORM TAKE-CHECKPOINT
               END-IF
             END-IF
           END-IF.

       START-PROCESS-BATCH.
             MOVE WS-BAT-VALID-FLAG(WS-BAT-IDX)
               TO WS-CUR-BATCH-OK-FLAG
           END-IF.
      * A RESTART PASSING BACK OVER A FAILED BATCH'S HEADER ALREADY
      * HAS ITS ERRDATA LINE FROM THE ORIGINAL RUN.
           IF NOT WS-CUR-BATCH-OK AND NOT WS-RSTR-SKIPPING
             MOVE SPACES TO ERR-CUST-ID
             MOVE 'H' TO ERR-TRAN-TYPE
             MOVE 0 TO ERR-AMOUNT
             MOVE WS-CURRENT-DATE TO ERR-DATE
             MOVE SPACES TO ERR-REFERENCE ERR-TO-CUST-ID
             MOVE SPACES TO ERR-EFF-DATE ERR-RESUBMIT ERR-CURRENCY
             MOVE SPACES TO ERR-CHANNEL ERR-CASH-IND
             WRITE ERR-RECORD
             ADD 1 TO WS-ERR-WRITTEN
           END-IF.

       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE TRAN-AMOUNT TO WS-TRAN-ORIG-AMT.
           MOVE SPACES TO WS-FX-ORIG-CCY.
           IF NOT WS-PROC-IN-BATCH
             MOVE 'TRANSACTION OUTSIDE ANY BATCH - NOT POSTED' TO
               WS-ERROR-MSG
                 IF WS-XREF-FOUND
                   MOVE WS-XLATE-WORK-ID TO TRAN-CUST-ID
                 END-IF
                 IF (TRAN-TRANSFER OR TRAN-TERM-BREAK)
                    AND TRAN-TO-CUST-ID NOT = SPACES
                   MOVE TRAN-TO-CUST-ID TO WS-XLATE-WORK-ID
                   PERFORM TRANSLATE-ONE-ID
                   IF WS-XREF-FOUND
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACE TO WS-DORM-EVENT.
           PERFORM CHECK-LEGAL-ORDER-ITEM.
           PERFORM DETERMINE-EFFECTIVE-DATE.
           IF WS-EFF-DATE > WS-CURRENT-DATE
             MOVE 'EFFECTIVE DATE IS IN THE FUTURE' TO WS-ERROR-MSG
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
      * ONLY A DEPOSIT OR A WITHDRAWAL CAN BE CASH - A CASH FLAG ON
      * A TRANSFER, FEE OR MAINTENANCE ITEM IS A KEYING ERROR THAT
      * WOULD OTHERWISE DISTORT THE CURRENCY TRANSACTION REPORT.
           IF TRAN-CASH AND NOT TRAN-CREDIT AND NOT TRAN-DEBIT
             MOVE 'CASH INDICATOR ONLY VALID ON CREDIT OR DEBIT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
      * A DEBIT THE CUSTOMER HAS STOPPED NEVER POSTS. IT IS REFUSED
      * BEFORE DUAL CONTROL, SO A STOPPED ITEM IS NEVER QUEUED FOR A
      * SUPERVISOR TO APPROVE, AND ON THE KEYED AMOUNT THE CUSTOMER
      * QUOTED WHEN PLACING THE STOP. A LEGAL-ORDER REMITTANCE IS
      * NOT THE CUSTOMER'S TO STOP.
           IF (TRAN-DEBIT OR TRAN-TRANSFER) AND WS-STOP-COUNT > 0
              AND NOT WS-LEGAL-ORDER-ITEM
             PERFORM CHECK-STOP-PAYMENT
             IF WS-STOP-MATCHED
               MOVE 'STOP PAYMENT ON FILE - DEBIT REFUSED' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-TRANSACTION-EXIT
             END-IF
           END-IF.
      * A LARGE MONETARY ITEM WAITS FOR A SECOND PAIR OF EYES. THE
      * ORIGINAL KEYED RECORD IS QUEUED UNCONVERTED, SO THE REVIEWER
      * SEES EXACTLY WHAT THE SOURCE KEYED AND THE APPROVED ITEM
      * GOES THROUGH EVERY POSTING CHECK WHEN IT RETURNS. A
      * LEGAL-ORDER ITEM IS COMPELLED BY THE ORDER AND IS NOT QUEUED.
      * A TERM BREAK PAYS OUT THE WHOLE DEPOSIT WHATEVER WAS KEYED,
      * SO IT IS TESTED ON THE BALANCE IT WILL PAY.
           IF WS-DUAL-LIMIT > 0
              AND (((TRAN-CREDIT OR TRAN-DEBIT OR TRAN-ADJUST
                     OR TRAN-TRANSFER)
                    AND TRAN-AMOUNT > WS-DUAL-LIMIT)
                OR (TRAN-TERM-BREAK
                    AND CUST-BALANCE > WS-DUAL-LIMIT))
              AND NOT TRAN-DUAL-APPROVED
              AND NOT WS-LEGAL-ORDER-ITEM
             PERFORM DIVERT-TO-APPROVAL-QUEUE
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           PERFORM CHECK-DORMANT-ENFORCEMENT.
           IF WS-DORM-REJECTED
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
      * AN ITEM ALREADY THROUGH THE CUSTAPRV REVIEW IS EXEMPT -
      * RE-TESTING IT AGAINST THE SAME DAY'S POSITION WOULD ONLY
      * BOUNCE THE APPROVAL STRAIGHT BACK INTO THE QUEUE. SO IS A
      * LEGAL-ORDER REMITTANCE, WHICH IS NOT CUSTOMER SPENDING.
           IF (TRAN-DEBIT OR TRAN-TRANSFER OR TRAN-TERM-BREAK)
              AND NOT TRAN-DUAL-APPROVED
              AND NOT WS-LEGAL-ORDER-ITEM
             PERFORM CHECK-VELOCITY-LIMITS
             IF WS-VEL-EXCEEDED
               IF WS-DUAL-LIMIT > 0
               PERFORM APPLY-BLOCK-MAINT
             WHEN TRAN-WHT-MAINT
               PERFORM APPLY-WHT-MAINT
             WHEN TRAN-TERMS-MAINT
               PERFORM APPLY-TERMS-MAINT
             WHEN TRAN-PROD-CONVERT
               PERFORM APPLY-PRODUCT-CONVERSION
             WHEN TRAN-REACTIVATE
               PERFORM APPLY-REACTIVATION
             WHEN TRAN-ADJUST
               MOVE TRAN-AMOUNT TO CUST-BALANCE
             WHEN TRAN-TRANSFER
               PERFORM APPLY-TRANSFER
               GO TO APPLY-TRANSACTION-EXIT
             WHEN TRAN-TERM-BREAK
               PERFORM APPLY-TERM-BREAK
               GO TO APPLY-TRANSACTION-EXIT
             WHEN TRAN-REVERSAL
               PERFORM APPLY-REVERSAL
             WHEN TRAN-INTEREST
               PERFORM APPLY-INTEREST
             WHEN TRAN-DEBIT-INT
               PERFORM APPLY-DEBIT-INTEREST
             WHEN TRAN-CHARGE-OFF
               PERFORM APPLY-CHARGE-OFF
             WHEN TRAN-RECOVERY
               PERFORM APPLY-RECOVERY-COLLECTION
             WHEN TRAN-FEE
               PERFORM APPLY-FEE
             WHEN TRAN-CLOSE
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS = '00'
             ADD 1 TO WS-UPDATE-COUNT
             IF TRAN-PROD-CONVERT
               PERFORM LOG-CONVERSION-SETTLEMENT
             END-IF
             PERFORM LOG-UPDATE-TO-DB
             IF NOT WS-DORM-EVENT-NONE
               PERFORM LOG-DORMANCY-EVENT
             END-IF
             IF TRAN-CHARGE-OFF
               PERFORM RECORD-CHARGE-OFF-POSTED
             END-IF
             IF WS-WHT-AMOUNT NOT = 0
               PERFORM LOG-WITHHOLDING-TO-DB
             END-IF
           EXIT.

      * ENFORCE THE ACCOUNT BLOCK CODE AT POSTING TIME. MAINTENANCE
      * ('B' TO SET OR LIFT A BLOCK, 'U' ADDRESS CHANGES, 'Y'
      * WITHHOLDING AND 'K' TERMS AND LIMIT CHANGES) ALWAYS
      * PASSES - A GARNISHED ACCOUNT MUST STILL BE MAINTAINABLE.
      * SO DO THE CUSTCOLL CHARGE-OFF ('O') AND RECOVERY ('G') ITEMS,
      * WHICH ARE THE BANK'S OWN ENTRIES ON AN ACCOUNT CUSTCOLL HAS
      * ITSELF DEBIT-BLOCKED, AND THE CUSTLEVY GARNISHMENT AND LEVY
      * ITEMS, WHICH A COURT OR TAX AUTHORITY HAS ORDERED AGAINST
      * THE ACCOUNT WHATEVER ITS BLOCK.
      * A DEBIT BLOCK STOPS THE DEBIT DIRECTION (DEBITS, TRANSFERS
      * OUT, FEES, NEW AUTHORIZATION HOLDS); A CREDIT BLOCK STOPS
      * INCOMING CREDITS; A FULL FREEZE STOPS EVERY MONETARY
           MOVE 'N' TO WS-BLOCK-REJECT-FLAG.
           IF CUST-NOT-BLOCKED
              OR TRAN-BLOCK-MAINT OR TRAN-ADDR-CHANGE
              OR TRAN-WHT-MAINT OR TRAN-TERMS-MAINT
              OR TRAN-REACTIVATE
              OR TRAN-CHARGE-OFF OR TRAN-RECOVERY
              OR WS-LEGAL-ORDER-ITEM
             GO TO CHECK-BLOCK-ENFORCEMENT-EXIT
           END-IF.
           EVALUATE TRUE
                 WS-ERROR-MSG
             WHEN CUST-DEBIT-BLOCK
              AND (TRAN-DEBIT OR TRAN-TRANSFER OR TRAN-FEE
                   OR TRAN-HOLD OR TRAN-TERM-BREAK)
               SET WS-BLOCK-REJECTED TO TRUE
               MOVE 'ACCOUNT DEBIT BLOCKED' TO WS-ERROR-MSG
             WHEN CUST-CREDIT-BLOCK AND TRAN-CREDIT
       CHECK-BLOCK-ENFORCEMENT-EXIT.
           EXIT.

      * A DORMANT ACCOUNT ('I', SET BY CUSTDORM) KEEPS TAKING CREDITS
      * AND THE BANK'S OWN ITEMS - INTEREST, FEES, ANYTHING ON THE
      * SYSTEM CHANNEL, THE CUSTCOLL AND CUSTLEVY ENTRIES - BUT A
      * DEBIT THE CUSTOMER STARTS (WITHDRAWAL, TRANSFER OUT, CARD
      * HOLD, TERM BREAK) IS REFUSED UNTIL A 'Z' REACTIVATION WITH AN
      * IDENTITY CHECK HAS POSTED.
       CHECK-DORMANT-ENFORCEMENT.
           MOVE 'N' TO WS-DORM-REJECT-FLAG.
           IF CUST-INACTIVE
              AND NOT TRAN-CHAN-SYSTEM
              AND NOT WS-LEGAL-ORDER-ITEM
              AND (TRAN-DEBIT OR TRAN-TRANSFER OR TRAN-HOLD
                   OR TRAN-TERM-BREAK)
             SET WS-DORM-REJECTED TO TRUE
             MOVE 'ACCOUNT DORMANT - REACTIVATION REQUIRED' TO
               WS-ERROR-MSG
             ADD 1 TO WS-DORM-COUNT
           END-IF.

      * A LEGAL-ORDER ITEM IS NOT THE CUSTOMER'S TO STOP, BLOCK OR
      * QUEUE. THE BATCH NAME ALONE DOES NOT MAKE ONE: ONLY A 'P'
      * ON LEVYHOLD (IT EARMARKS FUNDS, NOTHING LEAVES THE ACCOUNT)
      * AND A 'D' ON LEVYRMIT THAT AN OPEN LEVYHOLD HOLD UNDER THE
      * SAME REFERENCE STILL COVERS IN FULL. ANY OTHER ITEM ON THOSE
      * BATCHES POSTS AS AN ORDINARY ITEM.
       CHECK-LEGAL-ORDER-ITEM.
           MOVE 'N' TO WS-LEGAL-ORDER-FLAG.
           EVALUATE TRUE
             WHEN WS-CUR-BATCH-ID = 'LEVYHOLD' AND TRAN-HOLD
               SET WS-LEGAL-ORDER-ITEM TO TRUE
             WHEN WS-CUR-BATCH-ID = 'LEVYRMIT' AND TRAN-DEBIT
               PERFORM CHECK-LEVY-HOLD-COVER
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHECK-LEVY-HOLD-COVER.
           MOVE 0 TO WS-LEVY-HOLD-ROWS.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-LEVY-HOLD-ROWS
             FROM TRANSACTION_LOG
             WHERE CUST_ID = :TRAN-CUST-ID
               AND TRAN_REF = :TRAN-REFERENCE
               AND TRAN_TYPE = 'P'
               AND HOLD_STATUS = 'O'
               AND BATCH_ID = 'LEVYHOLD'
               AND HOLD_REMAINING >= :TRAN-AMOUNT
           END-EXEC.
           IF SQLCODE = 0 AND WS-LEVY-HOLD-ROWS > 0
             SET WS-LEGAL-ORDER-ITEM TO TRUE
           END-IF.

      * A STOP NAMES THE ITEM'S REFERENCE, OR THE ORIGINATOR - WHICH
      * ON A CLEARING BATCH FROM CUSTACHI IS THE BATCH ID - PLUS AN
      * EXACT AMOUNT, A RANGE, OR (BOTH ZERO) ANY AMOUNT.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCH-FLAG.
           PERFORM MATCH-ONE-STOP-PAYMENT
             VARYING WS-SPY-IDX FROM 1 BY 1
             UNTIL WS-SPY-IDX > WS-STOP-COUNT OR WS-STOP-MATCHED.
           IF WS-STOP-MATCHED
             ADD 1 TO WS-STOP-HIT-COUNT
             PERFORM LOG-STOP-PAYMENT-HIT
           END-IF.

       MATCH-ONE-STOP-PAYMENT.
           IF WS-SPY-CUST-ID(WS-SPY-IDX) = TRAN-CUST-ID
              AND ((WS-SPY-TYPE(WS-SPY-IDX) = 'R'
                    AND WS-SPY-KEY(WS-SPY-IDX) = TRAN-REFERENCE)
                OR (WS-SPY-TYPE(WS-SPY-IDX) = 'O'
                    AND WS-SPY-KEY(WS-SPY-IDX) = WS-CUR-BATCH-ID))
              AND ((WS-SPY-LOW(WS-SPY-IDX) = 0
                    AND WS-SPY-HIGH(WS-SPY-IDX) = 0)
                OR (TRAN-AMOUNT NOT < WS-SPY-LOW(WS-SPY-IDX)
                    AND TRAN-AMOUNT NOT > WS-SPY-HIGH(WS-SPY-IDX)))
             SET WS-STOP-MATCHED TO TRUE
             SET WS-STOP-HIT TO WS-SPY-IDX
           END-IF.

       LOG-STOP-PAYMENT-HIT.
           IF NOT WS-HIT-IS-OPEN
             OPEN EXTEND HITFILE
             IF WS-HIT-STATUS NOT = '00'
               OPEN OUTPUT HITFILE
             END-IF
             IF WS-HIT-STATUS = '00'
               SET WS-HIT-IS-OPEN TO TRUE
             ELSE
               DISPLAY 'ERROR OPENING STOPHITS: ' WS-HIT-STATUS
             END-IF
           END-IF.
           IF WS-HIT-IS-OPEN
             SET WS-SPY-IDX TO WS-STOP-HIT
             MOVE WS-SPY-SEQ(WS-SPY-IDX) TO STPH-SEQ
             MOVE WS-SPY-TYPE(WS-SPY-IDX) TO STPH-MATCH-TYPE
             MOVE WS-SPY-KEY(WS-SPY-IDX) TO STPH-MATCH-KEY
             MOVE WS-CURRENT-DATE TO STPH-DATE
             MOVE 'H' TO STPH-EVENT
             MOVE 'CUSTUPDT' TO STPH-SOURCE
             MOVE CUST-BRANCH-CODE TO STPH-BRANCH-CODE
             MOVE TRAN-CUST-ID TO STPH-CUST-ID
             MOVE TRAN-REFERENCE TO STPH-REFERENCE
             MOVE TRAN-AMOUNT TO STPH-AMOUNT
             WRITE STPH-RECORD
           END-IF.

      * SET OR LIFT THE BLOCK CODE. THE REASON RIDES IN THE LOGGED
      * ROW'S REFERENCE, SO EVERY BLOCK AND LIFT IS ON THE RECORD.
       APPLY-BLOCK-MAINT.
             MOVE TRAN-BLOCK-REASON TO TRAN-REFERENCE
           END-IF.

      * RETURN A DORMANT ACCOUNT TO ACTIVE. THE IDENTITY-CHECK
      * REFERENCE GOES ON THE TRANSACTION_LOG ROW AND THE
      * DORMANCY_AUDIT 'R' ROW, AND RESTARTS CUSTDORM'S CLOCK.
       APPLY-REACTIVATION.
           IF NOT CUST-INACTIVE
             MOVE 'ACCOUNT IS NOT DORMANT' TO WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF TRAN-ID-VERIFY-REF = SPACES
             MOVE 'REACTIVATION NEEDS IDENTITY-VERIFICATION REF' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           SET CUST-ACTIVE TO TRUE.
           SET WS-DORM-EVENT-REACT TO TRUE.
           IF TRAN-REFERENCE = SPACES
             MOVE TRAN-ID-VERIFY-REF TO TRAN-REFERENCE
           END-IF.

       APPLY-WHT-MAINT.
           EVALUATE TRAN-NEW-WHT-FLAG
             WHEN 'Y'
               GO TO APPLY-TRANSACTION-EXIT
           END-EVALUATE.

      * CHANGE THE OVERDRAFT LIMIT, STATEMENT CYCLE AND TERM-DEPOSIT
      * INSTRUCTIONS THAT WERE OTHERWISE FIXED AT ONBOARDING. EVERY
      * FIELD IS EDITED BEFORE ANY IS MOVED, SO A MAINTENANCE ITEM
      * EITHER APPLIES WHOLE OR REJECTS WHOLE. THE BEFORE IMAGE IS
      * JOURNALED WITH THE REWRITE LIKE ANY OTHER MASTER CHANGE, AND
      * THE OLD AND NEW VALUES GO TO TERMS_AUDIT.
       APPLY-TERMS-MAINT.
           IF TRAN-NEW-OD-FLAG NOT = 'Y'
              AND TRAN-NEW-STMT-CYCLE = SPACES
              AND TRAN-NEW-MAT-DISP = SPACE
              AND TRAN-NEW-TERM-FLAG NOT = 'Y'
              AND TRAN-NEW-SETTLE-ID = SPACES
             MOVE 'NO TERMS CHANGE ON MAINTENANCE' TO WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF TRAN-NEW-OD-FLAG = 'Y'
             IF TRAN-NEW-OD-LIMIT IS NOT NUMERIC
               MOVE 'OVERDRAFT LIMIT NOT NUMERIC ON MAINTENANCE' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-TRANSACTION-EXIT
             END-IF
      * RAISING THE FACILITY EXTENDS CREDIT - IT NEEDS THE SAME
      * SUPERVISOR OVERRIDE AS A DEBIT INTO THE OVERDRAFT. A
      * REDUCTION OR WITHDRAWAL DOES NOT.
             IF TRAN-NEW-OD-LIMIT > CUST-OD-LIMIT
               PERFORM VALIDATE-APPROVAL-CODE
               IF NOT WS-APRV-FOUND
                 MOVE 'OVERDRAFT LIMIT INCREASE - NO VALID APPROVAL'
                   TO WS-ERROR-MSG
                 PERFORM WRITE-ERROR-RECORD
                 ADD 1 TO WS-REJECT-COUNT
                 GO TO APPLY-TRANSACTION-EXIT
               END-IF
             END-IF
           END-IF.
           IF TRAN-NEW-STMT-CYCLE NOT = SPACES
             IF TRAN-NEW-STMT-CYCLE IS NOT NUMERIC
                OR TRAN-NEW-STMT-CYCLE > '31'
               MOVE 'STATEMENT CYCLE MUST BE 00 TO 31' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-TRANSACTION-EXIT
             END-IF
           END-IF.
           IF TRAN-NEW-MAT-DISP NOT = SPACE
              AND TRAN-NEW-MAT-DISP NOT = 'R'
              AND TRAN-NEW-MAT-DISP NOT = 'S'
             MOVE 'UNKNOWN MATURITY DISPOSITION ON MAINTENANCE' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF TRAN-NEW-TERM-FLAG = 'Y'
             IF TRAN-NEW-TERM-MONTHS IS NOT NUMERIC
                OR TRAN-NEW-TERM-MONTHS = 0
               MOVE 'TERM MONTHS MISSING OR ZERO ON MAINTENANCE' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-TRANSACTION-EXIT
             END-IF
           END-IF.
           IF TRAN-NEW-SETTLE-ID NOT = SPACES
             PERFORM CHECK-SETTLEMENT-ACCOUNT
             IF NOT WS-SETTLE-OK
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-TRANSACTION-EXIT
             END-IF
           END-IF.
      * A SETTLE INSTRUCTION WITH NOWHERE TO SETTLE TO WOULD LEAVE
      * CUSTMATR UNABLE TO PAY THE PROCEEDS OUT AT MATURITY.
           IF TRAN-NEW-MAT-DISP = 'S'
              AND TRAN-NEW-SETTLE-ID = SPACES
              AND CUST-SETTLE-CUST-ID = SPACES
             MOVE 'SETTLE AT MATURITY NEEDS A SETTLEMENT ACCOUNT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE CUST-OD-LIMIT TO WS-OLD-OD-LIMIT.
           MOVE CUST-STMT-CYCLE TO WS-OLD-STMT-CYCLE.
           MOVE CUST-MATURITY-DISP TO WS-OLD-MAT-DISP.
           MOVE CUST-TERM-MONTHS TO WS-OLD-TERM-MONTHS.
           MOVE CUST-SETTLE-CUST-ID TO WS-OLD-SETTLE-ID.
           IF TRAN-NEW-OD-FLAG = 'Y'
             MOVE TRAN-NEW-OD-LIMIT TO CUST-OD-LIMIT
           END-IF.
           IF TRAN-NEW-STMT-CYCLE NOT = SPACES
             MOVE TRAN-NEW-STMT-CYCLE TO CUST-STMT-CYCLE
           END-IF.
           IF TRAN-NEW-MAT-DISP NOT = SPACE
             MOVE TRAN-NEW-MAT-DISP TO CUST-MATURITY-DISP
           END-IF.
           IF TRAN-NEW-TERM-FLAG = 'Y'
             MOVE TRAN-NEW-TERM-MONTHS TO CUST-TERM-MONTHS
           END-IF.
           IF TRAN-NEW-SETTLE-ID NOT = SPACES
             MOVE TRAN-NEW-SETTLE-ID TO CUST-SETTLE-CUST-ID
           END-IF.
           PERFORM LOG-TERMS-CHANGE.

      * THE NOMINATED SETTLEMENT ACCOUNT MUST CARRY A GOOD CHECK
      * DIGIT, BE ON THE MASTER AND BE ACTIVE, AND CANNOT BE THE
      * TERM ACCOUNT ITSELF. THE MAINTAINED CUSTOMER'S RECORD IS
      * SAVED ACROSS THE LOOKUP AND RESTORED BEFORE RETURNING.
       CHECK-SETTLEMENT-ACCOUNT.
           MOVE 'N' TO WS-SETTLE-OK-FLAG.
           IF TRAN-NEW-SETTLE-ID = TRAN-CUST-ID
             MOVE 'SETTLEMENT ACCOUNT IS THE ACCOUNT ITSELF' TO
               WS-ERROR-MSG
           ELSE
             MOVE TRAN-NEW-SETTLE-ID TO WS-CKDG-WORK-ID
             MOVE 'V' TO WS-CKDG-FUNCTION
             CALL 'CUSTCKDG' USING WS-CKDG-WORK-ID
                                    WS-CKDG-FUNCTION
                                    WS-CKDG-RESULT
             IF WS-CKDG-RESULT NOT = 'Y'
               MOVE 'SETTLEMENT ACCOUNT ID CHECK DIGIT INVALID' TO
                 WS-ERROR-MSG
             ELSE
               PERFORM LOOKUP-SETTLEMENT-ACCOUNT
             END-IF
           END-IF.

       LOOKUP-SETTLEMENT-ACCOUNT.
           MOVE CUST-RECORD TO WS-TERMS-SAVE-RECORD.
           MOVE TRAN-NEW-SETTLE-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'SETTLEMENT ACCOUNT NOT FOUND IN MASTER FILE' TO
               WS-ERROR-MSG
           ELSE
             IF NOT CUST-ACTIVE
               MOVE 'SETTLEMENT ACCOUNT IS NOT ACTIVE' TO
                 WS-ERROR-MSG
             ELSE
               SET WS-SETTLE-OK TO TRUE
             END-IF
           END-IF.
           MOVE WS-TERMS-SAVE-RECORD TO CUST-RECORD.

      * THE LIMIT THAT APPLIES IS THE CUSTOMER'S OWN VELOCUST ENTRY
      * WHEN ONE EXISTS, OTHERWISE THE PRODUCT'S. A ZERO LIMIT ON
      * EITHER SIDE MEANS THAT SIDE IS NOT TESTED. TODAY'S POSITION
             GO TO CHECK-VELOCITY-LIMITS-EXIT
           END-IF.
           PERFORM GET-TODAYS-DEBIT-POSITION.
           IF TRAN-TERM-BREAK
             MOVE CUST-BALANCE TO WS-VEL-ITEM-AMT
           ELSE
             MOVE TRAN-AMOUNT TO WS-VEL-ITEM-AMT
           END-IF.
           IF WS-LIM-COUNT > 0
              AND WS-DAY-DR-COUNT + 1 > WS-LIM-COUNT
             SET WS-VEL-EXCEEDED TO TRUE
           END-IF.
           IF WS-LIM-AMOUNT > 0
              AND WS-DAY-DR-AMOUNT + WS-VEL-ITEM-AMT > WS-LIM-AMOUNT
             SET WS-VEL-EXCEEDED TO TRUE
           END-IF.
       CHECK-VELOCITY-LIMITS-EXIT.
             MOVE WS-CURRENT-DATE TO PEND-DATE
             MOVE WS-CUR-BATCH-ID TO PEND-BATCH
             MOVE 'VELOCITY LIMIT' TO PEND-REASON
             PERFORM CHECK-ALREADY-QUEUED
             IF NOT WS-RQ-MATCHED
               WRITE PEND-RECORD
             END-IF
             ADD 1 TO WS-PEND-COUNT
             ADD 1 TO WS-VEL-DIVERT-COUNT
           ELSE
             MOVE WS-CURRENT-DATE TO PEND-DATE
             MOVE WS-CUR-BATCH-ID TO PEND-BATCH
             MOVE 'OVER DUAL LIMIT' TO PEND-REASON
             PERFORM CHECK-ALREADY-QUEUED
             IF NOT WS-RQ-MATCHED
               WRITE PEND-RECORD
             END-IF
             ADD 1 TO WS-PEND-COUNT
           ELSE
      * THE QUEUE CANNOT BE WRITTEN - THE ITEM MUST NOT VANISH, SO
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:TRAN-CUST-ID, 'W', :WS-WHT-AMOUNT,
                :WS-EFF-NEW-BALANCE, :CUST-BALANCE, ' ',
                'BACKUP WITHHOLDING  ', :WS-CURRENT-DATE,
                :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                'CUSTUPDT', 'S', ' ')
           END-EXEC.

       LOG-INTEREST-ADJUSTMENT.
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:TRAN-CUST-ID, 'I', :WS-INT-ADJ,
                :WS-EFF-NEW-BALANCE, :CUST-BALANCE, ' ',
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID, 'CUSTUPDT',
                'S', ' ')
           END-EXEC.

      * AN INTER-ACCOUNT TRANSFER MOVES TRAN-AMOUNT FROM TRAN-CUST-ID
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND,
                ORIG_CURRENCY, ORIG_AMOUNT)
             VALUES
               (:TRAN-CUST-ID, 'D', :TRAN-AMOUNT,
                :WS-OLD-BALANCE, :CUST-BALANCE, :TRAN-APPROVAL-CODE,
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID, 'CUSTUPDT',
                :TRAN-CHANNEL, ' ',
                :WS-FX-ORIG-CCY, :WS-TRAN-ORIG-AMT)
           END-EXEC.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:TRAN-TO-CUST-ID, 'C', :WS-XFER-CREDIT-AMT,
                :WS-XFER-TO-OLD-BAL, :WS-XFER-TO-NEW-BAL,
                :TRAN-APPROVAL-CODE,
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID, 'CUSTUPDT',
                :TRAN-CHANNEL, ' ')
           END-EXEC.

      * PREMATURE BREAK OF A TERM DEPOSIT ('E'). THE WHOLE DEPOSIT IS
      * PAID OUT BEFORE MATURITY: THE INTEREST CUSTACCR HAS LEDGERED
      * TO THE BREAK DATE IS SETTLED (BACKUP WITHHOLDING TAKES ITS
      * SLICE AS ON ANY 'I'), THE EARLY-WITHDRAWAL PENALTY OF THE
      * CATALOG ENTRY THE TERM WAS OPENED UNDER IS CHARGED AS ITS OWN
      * 'N' ROW, AND THE PROCEEDS GO TO TRAN-TO-CUST-ID WHEN KEYED,
      * OTHERWISE TO THE NOMINATED SETTLEMENT ACCOUNT. THE TERM
      * FIELDS ARE CLEARED AS CUSTMATR CLEARS THEM ON A SETTLED
      * MATURITY AND THE CHANGE GOES TO TERMS_AUDIT. LIKE A TRANSFER
      * THE TWO ACCOUNTS POST AS ONE UNIT - THE PAYEE CREDIT FIRST,
      * BACKED OUT IF THE TERM ACCOUNT CANNOT BE REWRITTEN - AND
      * NOTHING IS LOGGED UNTIL BOTH REWRITES HAVE SUCCEEDED.
       APPLY-TERM-BREAK.
           IF TRAN-TO-CUST-ID NOT = SPACES
             MOVE TRAN-TO-CUST-ID TO WS-BRK-PAYEE-ID
           ELSE
             MOVE CUST-SETTLE-CUST-ID TO WS-BRK-PAYEE-ID
           END-IF.
      * ON OR AFTER THE MATURITY DATE THE TERM IS NO LONGER BROKEN
      * EARLY - CUSTMATR SETTLES OR ROLLS IT WITHOUT PENALTY.
           EVALUATE TRUE
             WHEN CUST-MATURITY-DATE = SPACES
               MOVE 'ACCOUNT IS NOT A TERM DEPOSIT' TO WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN CUST-MATURITY-DATE NOT > WS-CURRENT-DATE
               MOVE 'TERM HAS MATURED - NOT AN EARLY BREAK' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN WS-EFF-DATE < WS-CURRENT-DATE
               MOVE 'TERM BREAK CANNOT BE BACKDATED' TO WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN CUST-BALANCE NOT > 0
               MOVE 'NO TERM BALANCE TO BREAK' TO WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN CUST-HOLD-TOTAL > 0
               MOVE 'HOLDS ON TERM DEPOSIT - RELEASE BEFORE BREAK' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN WS-BRK-PAYEE-ID = SPACES
               MOVE 'NO ACCOUNT NAMED FOR TERM BREAK PROCEEDS' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN WS-BRK-PAYEE-ID = TRAN-CUST-ID
               MOVE 'BREAK PROCEEDS ACCOUNT IS THE TERM ITSELF' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN OTHER
               PERFORM CHECK-BREAK-PAYEE
           END-EVALUATE.

       CHECK-BREAK-PAYEE.
           MOVE WS-BRK-PAYEE-ID TO TRAN-TO-CUST-ID.
           MOVE TRAN-TO-CUST-ID TO WS-CKDG-WORK-ID.
           MOVE 'V' TO WS-CKDG-FUNCTION.
           CALL 'CUSTCKDG' USING WS-CKDG-WORK-ID
                                  WS-CKDG-FUNCTION
                                  WS-CKDG-RESULT.
           IF WS-CKDG-RESULT NOT = 'Y'
             MOVE 'BREAK PROCEEDS ACCOUNT CHECK DIGIT INVALID' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
           ELSE
             PERFORM READ-BREAK-PAYEE
           END-IF.

       READ-BREAK-PAYEE.
           IF TRAN-REFERENCE = SPACES
             MOVE 'EARLY TERM BREAK' TO TRAN-REFERENCE
           END-IF.
           PERFORM COMPUTE-BREAK-SETTLEMENT.
           MOVE CUST-CURRENCY-CODE TO WS-BRK-CCY.
           MOVE CUST-RECORD TO WS-XFER-SAVE-RECORD.
           MOVE TRAN-TO-CUST-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'BREAK PROCEEDS ACCOUNT NOT FOUND IN MASTER FILE'
               TO WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
           ELSE
             PERFORM VALIDATE-BREAK-PAYEE
           END-IF.

       VALIDATE-BREAK-PAYEE.
           MOVE CUST-RECORD TO WS-JRN-BEFORE-XFER.
           CALL 'CUSTVALD' USING CUST-RECORD
                                  WS-VALID-STATUS
                                  WS-ERROR-MSG
                                  WS-WARN-STATUS
                                  WS-WARN-MSG
                                  WS-VALD-MODE.
           EVALUATE TRUE
             WHEN WS-VALID-STATUS NOT = 'Y'
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN NOT CUST-ACTIVE
               MOVE 'BREAK PROCEEDS ACCOUNT IS NOT ACTIVE' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
             WHEN CUST-FULL-FREEZE OR CUST-CREDIT-BLOCK
               MOVE 'BREAK PROCEEDS ACCOUNT IS BLOCKED' TO
                 WS-ERROR-MSG
               PERFORM WRITE-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-BLOCK-COUNT
             WHEN OTHER
               PERFORM CONVERT-BREAK-PROCEEDS
               IF NOT WS-CVT-OK
                 MOVE 'UNKNOWN CURRENCY ON BREAK PROCEEDS ACCOUNT' TO
                   WS-ERROR-MSG
                 PERFORM WRITE-ERROR-RECORD
                 ADD 1 TO WS-REJECT-COUNT
               ELSE
                 PERFORM CREDIT-BREAK-PROCEEDS
               END-IF
           END-EVALUATE.

       CREDIT-BREAK-PROCEEDS.
           MOVE CUST-BALANCE TO WS-XFER-TO-OLD-BAL.
           ADD WS-XFER-CREDIT-AMT TO CUST-BALANCE.
           MOVE CUST-BALANCE TO WS-XFER-TO-NEW-BAL.
           PERFORM SET-LAST-ACTIVITY-DATE.
           MOVE WS-JRN-BEFORE-XFER TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             MOVE 'BREAK PROCEEDS CREDIT REWRITE FAILED' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
           ELSE
             PERFORM CLOSE-BROKEN-TERM
           END-IF.

       CLOSE-BROKEN-TERM.
           MOVE WS-XFER-SAVE-RECORD TO CUST-RECORD.
           MOVE CUST-OD-LIMIT TO WS-OLD-OD-LIMIT.
           MOVE CUST-STMT-CYCLE TO WS-OLD-STMT-CYCLE.
           MOVE CUST-MATURITY-DISP TO WS-OLD-MAT-DISP.
           MOVE CUST-TERM-MONTHS TO WS-OLD-TERM-MONTHS.
           MOVE CUST-SETTLE-CUST-ID TO WS-OLD-SETTLE-ID.
           MOVE SPACES TO CUST-MATURITY-DATE.
           MOVE 0 TO CUST-TERM-MONTHS.
           MOVE SPACE TO CUST-MATURITY-DISP.
           MOVE SPACES TO CUST-SETTLE-CUST-ID.
           MOVE WS-BRK-PROCEEDS TO WS-OLD-BALANCE.
           MOVE 0 TO CUST-BALANCE.
           PERFORM SET-LAST-ACTIVITY-DATE.
           MOVE WS-XFER-SAVE-RECORD TO WS-JRN-IMAGE.
           PERFORM WRITE-JOURNAL-BEFORE-IMAGE.
           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS NOT = '00'
             PERFORM BACK-OUT-TRANSFER-CREDIT
             MOVE 'TERM BREAK REWRITE FAILED - CREDIT BACKED OUT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
           ELSE
             ADD 1 TO WS-UPDATE-COUNT
             ADD 1 TO WS-BRK-COUNT
             IF WS-ACCR-ROWS > 0
               PERFORM MARK-ACCRUAL-CAPITALIZED
             END-IF
             PERFORM LOG-TERM-BREAK-TO-DB
             PERFORM LOG-TERMS-CHANGE
           END-IF.

      * THE PENALTY IS PRICED FROM THE CATALOG ENTRY IN FORCE WHEN THE
      * CURRENT TERM BEGAN, SO A LATER CHANGE TO THE PRODUCT'S BREAK
      * TERMS NEVER REACHES A DEPOSIT ALREADY TAKEN OUT. WHATEVER THE
      * BASIS, THE PENALTY IS FIRST MET FROM THE NET INTEREST AND MAY
      * THEN TAKE ONLY THE PRODUCT'S PERMITTED SLICE OF PRINCIPAL.
       COMPUTE-BREAK-SETTLEMENT.
           MOVE CUST-BALANCE TO WS-BRK-PRINCIPAL.
           MOVE 0 TO WS-BRK-INT-AMT WS-WHT-AMOUNT WS-BRK-PENALTY.
           PERFORM GET-UNCAPITALIZED-ACCRUAL.
           IF WS-ACCR-ROWS > 0
             COMPUTE WS-BRK-INT-AMT ROUNDED = WS-ACCR-TOTAL
           END-IF.
           IF CUST-WHT-SUBJECT
              AND CUST-WHT-RATE IS NUMERIC
              AND CUST-WHT-RATE > 0
              AND WS-BRK-INT-AMT > 0
             COMPUTE WS-WHT-AMOUNT ROUNDED =
               WS-BRK-INT-AMT * CUST-WHT-RATE / 100
           END-IF.
           PERFORM GET-TERM-START-DATE.
           MOVE WS-BRK-TERM-START TO PCAT-AS-OF-DATE.
           MOVE CUST-ACCT-TYPE TO PCAT-ACCT-TYPE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF PCAT-ENTRY-FOUND
             EVALUATE TRUE
               WHEN PCAT-EW-PEN-BY-DAYS
                 MOVE PCAT-INT-PCT TO WS-CUR-INT-PCT
                 PERFORM COMPUTE-TIERED-INTEREST
                 COMPUTE WS-BRK-PENALTY ROUNDED =
                   WS-ACCRUAL-AMOUNT * 12 * PCAT-EW-PEN-DAYS / 365
               WHEN PCAT-EW-PEN-BY-PCT
                 COMPUTE WS-BRK-PENALTY ROUNDED =
                   WS-BRK-PRINCIPAL * PCAT-EW-PEN-PCT / 100
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           COMPUTE WS-BRK-PEN-CAP ROUNDED =
             WS-BRK-INT-AMT - WS-WHT-AMOUNT
               + WS-BRK-PRINCIPAL * PCAT-EW-MAX-INVADE-PCT / 100.
           IF WS-BRK-PENALTY > WS-BRK-PEN-CAP
             MOVE WS-BRK-PEN-CAP TO WS-BRK-PENALTY
           END-IF.
           MOVE WS-CURRENT-DATE TO PCAT-AS-OF-DATE.
           COMPUTE WS-BRK-BAL-AFT-INT =
             WS-BRK-PRINCIPAL + WS-BRK-INT-AMT.
           COMPUTE WS-BRK-BAL-AFT-WHT =
             WS-BRK-BAL-AFT-INT - WS-WHT-AMOUNT.
           COMPUTE WS-BRK-PROCEEDS =
             WS-BRK-BAL-AFT-WHT - WS-BRK-PENALTY.

      * THE TERM BEGAN CUST-TERM-MONTHS BEFORE ITS MATURITY DATE. THE
      * DATE IS ONLY COMPARED WITH CATALOG EFFECTIVE DATES, SO A DAY
      * PAST THE END OF A SHORT MONTH NEEDS NO CLAMPING. AN ACCOUNT
      * WITH NO TERM LENGTH ON FILE IS PRICED ON TODAY'S ENTRY.
       GET-TERM-START-DATE.
           MOVE WS-CURRENT-DATE TO WS-BRK-TERM-START.
           IF CUST-TERM-MONTHS IS NUMERIC
              AND CUST-TERM-MONTHS > 0
              AND CUST-MATURITY-DATE(1:4) IS NUMERIC
              AND CUST-MATURITY-DATE(6:2) IS NUMERIC
              AND CUST-MATURITY-DATE(9:2) IS NUMERIC
             MOVE CUST-MATURITY-DATE(1:4) TO WS-BRK-START-YYYY
             MOVE CUST-MATURITY-DATE(6:2) TO WS-BRK-START-MM
             MOVE CUST-MATURITY-DATE(9:2) TO WS-BRK-START-DD
             MOVE CUST-TERM-MONTHS TO WS-BRK-MONTHS-LEFT
             PERFORM STEP-BACK-ONE-MONTH
               UNTIL WS-BRK-MONTHS-LEFT = 0
             MOVE WS-BRK-START-PARTS TO WS-BRK-TERM-START
           END-IF.

       STEP-BACK-ONE-MONTH.
           IF WS-BRK-START-MM = 1
             MOVE 12 TO WS-BRK-START-MM
             SUBTRACT 1 FROM WS-BRK-START-YYYY
           ELSE
             SUBTRACT 1 FROM WS-BRK-START-MM
           END-IF.
           SUBTRACT 1 FROM WS-BRK-MONTHS-LEFT.

      * THE PROCEEDS LAND IN THE PAYEE'S OWN CURRENCY, CONVERTED
      * THROUGH THE BASE RATES FROM THE TERM ACCOUNT'S CURRENCY
      * EXACTLY AS THE CREDIT LEG OF A TRANSFER IS.
       CONVERT-BREAK-PROCEEDS.
           MOVE 'Y' TO WS-CVT-OK-FLAG.
           MOVE WS-BRK-PROCEEDS TO WS-XFER-CREDIT-AMT.
           IF WS-BRK-CCY NOT = CUST-CURRENCY-CODE
             MOVE WS-BRK-CCY TO WS-CVT-CCY
             PERFORM GET-CURRENCY-RATE
             MOVE WS-CVT-RATE TO WS-CVT-RATE-FROM
             IF WS-CVT-OK
               MOVE CUST-CURRENCY-CODE TO WS-CVT-CCY
               PERFORM GET-CURRENCY-RATE
               MOVE WS-CVT-RATE TO WS-CVT-RATE-TO
             END-IF
             IF WS-CVT-OK
               COMPUTE WS-XFER-CREDIT-AMT ROUNDED =
                 WS-BRK-PROCEEDS * WS-CVT-RATE-FROM
                   / WS-CVT-RATE-TO
             END-IF
           END-IF.

      * ONE ROW PER SETTLEMENT STEP ON THE TERM ACCOUNT, CHAINED
      * BALANCE TO BALANCE DOWN TO ZERO, THEN THE PAYEE'S CREDIT. THE
      * PENALTY IS ITS OWN 'N' ROW SO THE GL EXTRACT BOOKS IT TO
      * PENALTY INCOME AND THE STATEMENT SHOWS IT SEPARATELY.
       LOG-TERM-BREAK-TO-DB.
           IF WS-BRK-INT-AMT NOT = 0
             ADD 1 TO WS-POSTING-SEQ
             EXEC SQL
               INSERT INTO TRANSACTION_LOG
                 (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                  OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                  TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                  BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
               VALUES
                 (:TRAN-CUST-ID, 'I', :WS-BRK-INT-AMT,
                  :WS-BRK-PRINCIPAL, :WS-BRK-BAL-AFT-INT, ' ',
                  'TERM BREAK INTEREST ', :WS-CURRENT-DATE,
                  :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                  'CUSTUPDT', 'S', ' ')
             END-EXEC
           END-IF.
           IF WS-WHT-AMOUNT NOT = 0
             ADD 1 TO WS-POSTING-SEQ
             EXEC SQL
               INSERT INTO TRANSACTION_LOG
                 (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                  OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                  TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                  BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
               VALUES
                 (:TRAN-CUST-ID, 'W', :WS-WHT-AMOUNT,
                  :WS-BRK-BAL-AFT-INT, :WS-BRK-BAL-AFT-WHT, ' ',
                  'BACKUP WITHHOLDING  ', :WS-CURRENT-DATE,
                  :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                  'CUSTUPDT', 'S', ' ')
             END-EXEC
           END-IF.
           IF WS-BRK-PENALTY NOT = 0
             ADD 1 TO WS-POSTING-SEQ
             EXEC SQL
               INSERT INTO TRANSACTION_LOG
                 (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                  OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                  TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                  BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
               VALUES
                 (:TRAN-CUST-ID, 'N', :WS-BRK-PENALTY,
                  :WS-BRK-BAL-AFT-WHT, :WS-BRK-PROCEEDS, ' ',
                  'EARLY BREAK PENALTY ', :WS-CURRENT-DATE,
                  :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                  'CUSTUPDT', 'S', ' ')
             END-EXEC
           END-IF.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
             INSERT INTO TRANSACTION_LOG
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:TRAN-CUST-ID, 'E', :WS-BRK-PROCEEDS,
                :WS-OLD-BALANCE, :CUST-BALANCE, :TRAN-APPROVAL-CODE,
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID, 'CUSTUPDT',
                :TRAN-CHANNEL, ' ')
           END-EXEC.
           ADD 1 TO WS-POSTING-SEQ.
           EXEC SQL
             INSERT INTO TRANSACTION_LOG
               (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
             VALUES
               (:TRAN-TO-CUST-ID, 'C', :WS-XFER-CREDIT-AMT,
                :WS-XFER-TO-OLD-BAL, :WS-XFER-TO-NEW-BAL,
                :TRAN-APPROVAL-CODE,
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID, 'CUSTUPDT',
                :TRAN-CHANNEL, ' ')
           END-EXEC.

       APPLY-REVERSAL.
           PERFORM LOOKUP-ORIGINAL-TRANSACTION.
           IF WS-ORIG-FOUND
             EVALUATE WS-ORIG-TRAN-TYPE
               WHEN 'C'
                 IF WS-ORIG-AMOUNT > CUST-BALANCE
                   MOVE 'INSUFFICIENT BALANCE TO REVERSE CREDIT' TO
                     WS-ERROR-MSG
                   PERFORM WRITE-ERROR-RECORD
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO APPLY-TRANSACTION-EXIT
                 ELSE
                   SUBTRACT WS-ORIG-AMOUNT FROM CUST-BALANCE
                 END-IF
               WHEN 'D'
                 ADD WS-ORIG-AMOUNT TO CUST-BALANCE
               WHEN OTHER
                 MOVE 'ORIGINAL TRANSACTION TYPE CANNOT BE REVERSED'
                   TO WS-ERROR-MSG
                 PERFORM WRITE-ERROR-RECORD
                 ADD 1 TO WS-REJECT-COUNT
                 GO TO APPLY-TRANSACTION-EXIT
             END-EVALUATE
           ELSE
             MOVE 'ORIGINAL TRANSACTION NOT FOUND FOR REVERSAL' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.

      * AN APPROVAL CODE LETS A DEBIT TAKE THE CUSTOMER INTO
      * OVERDRAFT, BUT ONLY AS FAR AS THEIR OWN NEGOTIATED FACILITY
      * (CUST-OD-LIMIT), OR THE STANDARD FLOOR WHEN NO FACILITY HAS
      * BEEN SOLD. THE OVERRIDE IS NO LONGER ALL-OR-NOTHING.
       CHECK-OVERDRAFT-LIMIT.
           IF CUST-OD-LIMIT > 0
             COMPUTE WS-OD-FLOOR = 0 - CUST-OD-LIMIT
           ELSE
             MOVE WS-OD-FLOOR-DFT TO WS-OD-FLOOR
           END-IF.
           COMPUTE WS-OD-TEST-BALANCE =
             CUST-BALANCE - TRAN-AMOUNT.

      * A MEMO-POST HOLD EARMARKS FUNDS BY RAISING CUST-HOLD-TOTAL.
      * THE LEDGER BALANCE IS NOT TOUCHED; ONLY THE AVAILABLE BALANCE
      * (CUST-BALANCE MINUS CUST-HOLD-TOTAL) SHRINKS, SO THE SAME
      * FUNDS CANNOT BE DRAWN TWICE BEFORE THE NIGHTLY POSTING.
       APPLY-HOLD.
           ADD TRAN-AMOUNT TO CUST-HOLD-TOTAL.

      * EVERY 'P' ROW CARRIES ITS TRUE UNRELEASED RESIDUE IN
      * HOLD_REMAINING (SET TO THE HOLD AMOUNT AT PLACEMENT). A
      * RELEASE - PARTIAL OR FULL - AND A MATURING DEBIT BOTH DRAIN
      * THE ROWS OLDEST-FIRST THROUGH REDUCE-MATCHING-HOLD-ROWS, AND
      * A ROW CLOSES ('R') EXACTLY WHEN ITS REMAINING REACHES ZERO.
      * CUST-HOLD-TOTAL AND THE SUM OF OPEN HOLD_REMAINING MOVE IN
      * LOCKSTEP, SO ONE REFERENCE'S RELEASES CAN NEVER ERODE
      * ANOTHER REFERENCE'S EARMARK.
       APPLY-HOLD-RELEASE.
      * THE ACCOUNT'S OWN CURRENCY THROUGH THE BASE-CURRENCY CROSS
      * RATE BEFORE POSTING. THE ORIGINAL AMOUNT IS KEPT FOR THE
      * CREDIT SIDE OF A TRANSFER, WHICH MAY LAND IN A DIFFERENTLY
      * DENOMINATED ACCOUNT, AND IS LOGGED WITH ITS CURRENCY AS
      * ORIG_CURRENCY/ORIG_AMOUNT SO THE CUSTITFE FEE STEP CAN
      * CHARGE THE CONVERSION FEE.
       CONVERT-TRAN-CURRENCY.
           MOVE 'Y' TO WS-CVT-OK-FLAG.
           MOVE TRAN-AMOUNT TO WS-TRAN-ORIG-AMT.
           MOVE SPACES TO WS-FX-ORIG-CCY.
           IF TRAN-CURRENCY = SPACES
              OR TRAN-CURRENCY = CUST-CURRENCY-CODE
             CONTINUE
             IF WS-CVT-OK
               COMPUTE TRAN-AMOUNT ROUNDED =
                 TRAN-AMOUNT * WS-CVT-RATE-FROM / WS-CVT-RATE-TO
               MOVE TRAN-CURRENCY TO WS-FX-ORIG-CCY
             END-IF
           END-IF.

      * THE FULL ADDRESS/CONTACT BLOCK IS REPLACED; THE NAME CHANGES
      * ONLY WHEN TRAN-NEW-NAME IS NON-BLANK. BEFORE AND AFTER
      * VALUES ARE LOGGED TO ADDRESS_AUDIT FOR THE COMPLIANCE TRAIL.
      * A BAD-ADDRESS MARK FROM RETURNED MAIL (CUSTRTML) IS CLEARED SO
      * STATEMENTS AND NOTICES GO BACK TO THE PRINT STREAM, AND
      * CUSTSTAR CAN RELEASE THE MAIL HELD MEANWHILE.
       APPLY-ADDRESS-CHANGE.
           MOVE CUST-NAME TO WS-OLD-NAME.
           MOVE CUST-ADDR-CONTACT TO WS-OLD-ADDR-CONTACT.
             END-IF
           END-IF.
           PERFORM LOG-ADDRESS-CHANGE.
           PERFORM CLEAR-BAD-ADDRESS-MARK.

       WRITE-HELD-ITEM.
           PERFORM OPEN-HELD-FILE.
                :WS-CURRENT-DATE, 'CUSTUPDT')
           END-EXEC.

       CLEAR-BAD-ADDRESS-MARK.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET BAD_ADDR_FLAG = ' ',
                 BAD_ADDR_CLEARED = :WS-CURRENT-DATE
             WHERE CUSTOMER_ID = :TRAN-CUST-ID
               AND BAD_ADDR_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE = 0
             ADD 1 TO WS-ADDR-CLEAR-COUNT
           END-IF.

       LOG-TERMS-CHANGE.
           EXEC SQL
             INSERT INTO TERMS_AUDIT
               (CUST_ID, OLD_OD_LIMIT, NEW_OD_LIMIT,
                OLD_STMT_CYCLE, NEW_STMT_CYCLE,
                OLD_MAT_DISP, NEW_MAT_DISP,
                OLD_TERM_MONTHS, NEW_TERM_MONTHS,
                OLD_SETTLE_ID, NEW_SETTLE_ID,
                APPROVAL_CODE, CHG_DATE, CHG_PROGRAM)
             VALUES
               (:TRAN-CUST-ID, :WS-OLD-OD-LIMIT, :CUST-OD-LIMIT,
                :WS-OLD-STMT-CYCLE, :CUST-STMT-CYCLE,
                :WS-OLD-MAT-DISP, :CUST-MATURITY-DISP,
                :WS-OLD-TERM-MONTHS, :CUST-TERM-MONTHS,
                :WS-OLD-SETTLE-ID, :CUST-SETTLE-CUST-ID,
                :TRAN-APPROVAL-CODE, :WS-CURRENT-DATE, 'CUSTUPDT')
           END-EXEC.

      * AN 'I' POSTING CAPITALIZES THE CUSTACCR DAILY ACCRUAL LEDGER
      * WHEN IT HOLDS UNCAPITALIZED ROWS FOR THE ACCOUNT - INTEREST
      * EARNED ON EACH DAY'S TRUE END-OF-DAY BALANCE, NOT ON WHATEVER
               AND CAPITALIZED = 'N'
           END-EXEC.

      * A CHARGE-OFF WRITES THE OVERDRAWN BALANCE BACK TO ZERO. ONLY
      * AN ACCOUNT CUSTCOLL HAS CHARGED OFF ON CUSTOMER_FLAGS QUALIFIES,
      * AND NEVER FOR MORE THAN IT IS STILL OVERDRAWN - A PAYMENT
      * THAT ARRIVED SINCE THE DECISION SIMPLY LEAVES LESS TO WRITE
      * OFF. THE AMOUNT ACTUALLY WRITTEN OFF GOES ON THE LOG ROW.
       APPLY-CHARGE-OFF.
           IF CUST-BALANCE NOT < 0
             MOVE 'ACCOUNT NOT OVERDRAWN - NOTHING TO CHARGE OFF' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE 0 TO WS-CHGOFF-ROWS.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-CHGOFF-ROWS
             FROM CUSTOMER_FLAGS
             WHERE CUSTOMER_ID = :TRAN-CUST-ID
               AND CHGOFF_DATE IS NOT NULL
               AND CHGOFF_POSTED IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-CHGOFF-ROWS = 0
             MOVE 'NO PENDING COLLECTIONS CHARGE-OFF ON FILE' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           COMPUTE WS-ACCRUAL-AMOUNT = 0 - CUST-BALANCE.
           IF TRAN-AMOUNT < WS-ACCRUAL-AMOUNT
             MOVE TRAN-AMOUNT TO WS-ACCRUAL-AMOUNT
           END-IF.
           ADD WS-ACCRUAL-AMOUNT TO CUST-BALANCE.
           MOVE WS-ACCRUAL-AMOUNT TO TRAN-AMOUNT.

      * THE POSTED AMOUNT AND THE LOG ROW'S SEQUENCE ARE RECORDED, SO
      * CUSTCOLL COUNTS AS RECOVERIES ONLY CREDITS THAT POSTED AFTER
      * THE WRITE-OFF ITSELF.
       RECORD-CHARGE-OFF-POSTED.
           EXEC SQL
             UPDATE CUSTOMER_FLAGS
             SET CHGOFF_AMT = :TRAN-AMOUNT,
                 CHGOFF_POSTED = :WS-CURRENT-DATE,
                 CHGOFF_SEQ = :WS-POSTING-SEQ
             WHERE CUSTOMER_ID = :TRAN-CUST-ID
           END-EXEC.

      * A RECOVERY COLLECTS MONEY RECEIVED ON A CHARGED-OFF ACCOUNT
      * BACK OFF THE ACCOUNT TO THE RECOVERIES LEDGER. ONLY AN
      * ACCOUNT WHOSE CHARGE-OFF HAS POSTED QUALIFIES, AND NEVER FOR
      * MORE THAN THE ACCOUNT NOW HOLDS OR THAN CUSTCOLL HAS RECORDED
      * AS RECOVERED LESS WHAT EARLIER 'G' ITEMS ALREADY COLLECTED.
       APPLY-RECOVERY-COLLECTION.
           IF CUST-BALANCE NOT > 0
             MOVE 'NO CREDIT BALANCE TO COLLECT AS RECOVERY' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE 0 TO WS-RCV-OUTSTANDING.
           EXEC SQL
             SELECT COALESCE(F.CHGOFF_RECOVERED, 0)
                    - COALESCE((SELECT SUM(T.TRAN_AMOUNT)
                                FROM TRANSACTION_LOG T
                                WHERE T.CUST_ID = F.CUSTOMER_ID
                                  AND T.TRAN_TYPE = 'G'
                                  AND T.TRAN_DATE >= F.CHGOFF_POSTED),
                               0)
             INTO :WS-RCV-OUTSTANDING
             FROM CUSTOMER_FLAGS F
             WHERE F.CUSTOMER_ID = :TRAN-CUST-ID
               AND F.CHGOFF_POSTED IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE 'ACCOUNT NOT CHARGED OFF - NO RECOVERY TO COLLECT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF WS-RCV-OUTSTANDING NOT > 0
             MOVE 'NO RECORDED RECOVERY LEFT TO COLLECT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE TRAN-AMOUNT TO WS-ACCRUAL-AMOUNT.
           IF CUST-BALANCE < WS-ACCRUAL-AMOUNT
             MOVE CUST-BALANCE TO WS-ACCRUAL-AMOUNT
           END-IF.
           IF WS-RCV-OUTSTANDING < WS-ACCRUAL-AMOUNT
             MOVE WS-RCV-OUTSTANDING TO WS-ACCRUAL-AMOUNT
           END-IF.
           SUBTRACT WS-ACCRUAL-AMOUNT FROM CUST-BALANCE.
           MOVE WS-ACCRUAL-AMOUNT TO TRAN-AMOUNT.

      * PRODUCT CONVERSION CHANGES CUST-ACCT-TYPE IN PLACE. THE OLD
      * PRODUCT IS SETTLED FIRST: CREDIT INTEREST ALREADY LEDGERED BY
      * CUSTACCR AT THE OLD PRODUCT'S RATE AND TIERS IS CAPITALIZED,
      * AND DEBIT INTEREST LEDGERED AT ITS DEBIT RATE IS BILLED, EACH
      * LOGGED AS ITS OWN 'I'/'J' ROW AHEAD OF THE 'Q' CONVERSION ROW.
      * THE 'Q' ROW MOVES NO MONEY; IT PUTS THE CONVERSION ON THE
      * STATEMENT AND GIVES CUSTFEES THE DATE FROM WHICH THE NEW
      * PRODUCT'S RULES APPLY. A BACKDATED CONVERSION IS REFUSED -
      * THE DAYS SINCE WERE ALREADY ACCRUED UNDER THE OLD PRODUCT.
       APPLY-PRODUCT-CONVERSION.
           IF WS-EFF-DATE < WS-CURRENT-DATE
             MOVE 'PRODUCT CONVERSION CANNOT BE BACKDATED' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF TRAN-NEW-ACCT-TYPE = CUST-ACCT-TYPE
             MOVE 'ACCOUNT IS ALREADY ON THAT PRODUCT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE TRAN-NEW-ACCT-TYPE TO PCAT-ACCT-TYPE.
           CALL 'CUSTPCAT' USING PCAT-PARM.
           IF NOT PCAT-ENTRY-FOUND
             MOVE 'NO CURRENT PRODCAT ENTRY FOR NEW PRODUCT' TO
               WS-ERROR-MSG
             PERFORM WRITE-ERROR-RECORD
             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE CUST-ACCT-TYPE TO WS-CONV-OLD-TYPE.
           MOVE CUST-BALANCE TO WS-CONV-BAL-START.
           MOVE 0 TO WS-CONV-INT-AMT WS-CONV-DINT-AMT.
           PERFORM GET-UNCAPITALIZED-ACCRUAL.
           IF WS-ACCR-ROWS > 0
             COMPUTE WS-CONV-INT-AMT ROUNDED = WS-ACCR-TOTAL
             ADD WS-CONV-INT-AMT TO CUST-BALANCE
             PERFORM MARK-ACCRUAL-CAPITALIZED
      * BACKUP WITHHOLDING TAKES ITS SLICE OF THE CAPITALIZED
      * INTEREST EXACTLY AS ON A REGULAR 'I' POSTING.
             IF CUST-WHT-SUBJECT
                AND CUST-WHT-RATE IS NUMERIC
                AND CUST-WHT-RATE > 0
                AND WS-CONV-INT-AMT > 0
               COMPUTE WS-WHT-AMOUNT ROUNDED =
                 WS-CONV-INT-AMT * CUST-WHT-RATE / 100
             END-IF
           END-IF.
           MOVE CUST-BALANCE TO WS-CONV-BAL-AFT-INT.
           PERFORM GET-UNCAPITALIZED-DEBIT-INT.
           IF WS-ACCR-ROWS > 0
             COMPUTE WS-CONV-DINT-AMT ROUNDED = WS-ACCR-TOTAL
             SUBTRACT WS-CONV-DINT-AMT FROM CUST-BALANCE
             PERFORM MARK-DEBIT-INT-CAPITALIZED
           END-IF.
           MOVE TRAN-NEW-ACCT-TYPE TO CUST-ACCT-TYPE.
           MOVE CUST-BALANCE TO WS-OLD-BALANCE.
           MOVE 0 TO TRAN-AMOUNT.
           IF TRAN-REFERENCE = SPACES
             STRING 'PRODUCT ' WS-CONV-OLD-TYPE ' TO '
                    TRAN-NEW-ACCT-TYPE
               DELIMITED BY SIZE INTO TRAN-REFERENCE
           END-IF.

      * THE SETTLEMENT ROWS FOR THE OLD PRODUCT, LOGGED ONLY ONCE THE
      * CONVERTED MASTER HAS BEEN REWRITTEN.
       LOG-CONVERSION-SETTLEMENT.
           IF WS-CONV-INT-AMT NOT = 0
             ADD 1 TO WS-POSTING-SEQ
             EXEC SQL
               INSERT INTO TRANSACTION_LOG
                 (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                  OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                  TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                  BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
               VALUES
                 (:TRAN-CUST-ID, 'I', :WS-CONV-INT-AMT,
                  :WS-CONV-BAL-START, :WS-CONV-BAL-AFT-INT, ' ',
                  'CONVERSION INTEREST ', :WS-CURRENT-DATE,
                  :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                  'CUSTUPDT', 'S', ' ')
             END-EXEC
           END-IF.
           IF WS-CONV-DINT-AMT NOT = 0
             ADD 1 TO WS-POSTING-SEQ
             EXEC SQL
               INSERT INTO TRANSACTION_LOG
                 (CUST_ID, TRAN_TYPE, TRAN_AMOUNT,
                  OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                  TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                  BATCH_ID, TRAN_PROGRAM, CHANNEL, CASH_IND)
               VALUES
                 (:TRAN-CUST-ID, 'J', :WS-CONV-DINT-AMT,
                  :WS-CONV-BAL-AFT-INT, :WS-OLD-BALANCE, ' ',
                  'CONVERSION DEBIT INT', :WS-CURRENT-DATE,
                  :WS-EFF-DATE, :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                  'CUSTUPDT', 'S', ' ')
             END-EXEC
           END-IF.

      * AN 'F' CARRYING AN AMOUNT IS AN EVENT FEE ALREADY PRICED
      * FROM THE FEESCHD SCHEDULE (CUSTITFE) AND POSTS AS CARRIED. A
      * ZERO-AMOUNT 'F' IS THE MONTHLY SERVICE FEE, PRICED HERE FROM
      * THE CATALOG.
       APPLY-FEE.
           IF TRAN-AMOUNT > 0
             MOVE TRAN-AMOUNT TO WS-ACCRUAL-AMOUNT
           ELSE
             PERFORM GET-RATE-FOR-ACCT-TYPE
             MOVE WS-CUR-FEE-AMT TO WS-ACCRUAL-AMOUNT
           END-IF.
           SUBTRACT WS-ACCRUAL-AMOUNT FROM CUST-BALANCE.
           MOVE WS-ACCRUAL-AMOUNT TO TRAN-AMOUNT.

             ADD 1 TO WS-REJECT-COUNT
             GO TO APPLY-TRANSACTION-EXIT
           ELSE
             IF CUST-INACTIVE
               SET WS-DORM-EVENT-CLOSE TO TRUE
             END-IF
             SET CUST-CLOSED TO TRUE
           END-IF.

      * A REACTIVATION OR THE CLOSURE OF A DORMANT ACCOUNT TAKES IT
      * OUT OF THE DORMANT BOOK - RECORDED FOR CUSTDRMR WITH THE
      * BALANCE IT LEAVES WITH, AND MIRRORED TO CUSTOMER_MASTER.
       LOG-DORMANCY-EVENT.
           IF WS-DORM-EVENT-REACT
             ADD 1 TO WS-REACT-COUNT
           ELSE
             MOVE SPACES TO TRAN-ID-VERIFY-REF
           END-IF.
           EXEC SQL
             INSERT INTO DORMANCY_AUDIT
               (CUST_ID, EVENT_DATE, EVENT_TYPE, BRANCH_CODE,
                BALANCE, CURRENCY_CODE, LAST_CUST_ACTIVITY,
                ID_VERIFY_REF, EVENT_PROGRAM)
             VALUES
               (:CUST-ID, :WS-CURRENT-DATE, :WS-DORM-EVENT,
                :CUST-BRANCH-CODE, :CUST-BALANCE,
                :CUST-CURRENCY-CODE, ' ',
                :TRAN-ID-VERIFY-REF, 'CUSTUPDT')
           END-EXEC.
           EXEC SQL
             UPDATE CUSTOMER_MASTER
             SET ACCT_STATUS = :CUST-STATUS
             WHERE CUSTOMER_ID = :CUST-ID
           END-EXEC.

       LOOKUP-ORIGINAL-TRANSACTION.
           MOVE 'N' TO WS-ORIG-FOUND-FLAG.
           EXEC SQL
                OLD_BALANCE, NEW_BALANCE, OVERRIDE_CODE,
                TRAN_REF, TRAN_DATE, EFF_DATE, TRAN_SEQ,
                BATCH_ID, HOLD_STATUS, HOLD_REMAINING,
                TRAN_PROGRAM, CHANNEL, CASH_IND,
                ORIG_CURRENCY, ORIG_AMOUNT)
             VALUES
               (:TRAN-CUST-ID, :TRAN-TYPE, :TRAN-AMOUNT,
                :WS-OLD-BALANCE, :WS-EFF-NEW-BALANCE,
                :TRAN-REFERENCE, :WS-CURRENT-DATE, :WS-EFF-DATE,
                :WS-POSTING-SEQ, :WS-CUR-BATCH-ID,
                :WS-HOLD-STATUS-COL, :WS-HOLD-REMAIN-COL,
                'CUSTUPDT', :TRAN-CHANNEL, :TRAN-CASH-IND,
                :WS-FX-ORIG-CCY, :WS-TRAN-ORIG-AMT)
           END-EXEC.

       WRITE-JOURNAL-BEFORE-IMAGE.
           MOVE TRAN-EFF-DATE TO ERR-EFF-DATE.
           MOVE TRAN-RESUBMIT-FLAG TO ERR-RESUBMIT.
           MOVE TRAN-CURRENCY TO ERR-CURRENCY.
           MOVE TRAN-CHANNEL TO ERR-CHANNEL.
           MOVE TRAN-CASH-IND TO ERR-CASH-IND.
           WRITE ERR-RECORD.
           ADD 1 TO WS-ERR-WRITTEN.

       GENERATE-DETAIL-REPORT.
           MOVE 'D' TO WS-RPT-TYPE.
      * NIGHTLY HOLD EXPIRY SWEEP: ANY AUTHORIZATION HOLD STILL OPEN
      * PAST THE HOLDCTL EXPIRY HORIZON IS RELEASED BACK INTO THE
      * CUSTOMER'S AVAILABLE BALANCE AND ITS LOG ROW MARKED EXPIRED.
      * A GARNISHMENT OR LEVY HOLD (BATCH LEVYHOLD) NEVER EXPIRES - IT
      * STANDS UNTIL CUSTLEVY REMITS OR RELEASES IT.
       EXPIRE-AGED-HOLDS.
           MOVE WS-CURRENT-DATE(1:4) TO WS-HOLD-DATE-YYYY.
           MOVE WS-CURRENT-DATE(6:2) TO WS-HOLD-DATE-MM.
               WHERE TRAN_TYPE = 'P'
                 AND HOLD_STATUS = 'O'
                 AND TRAN_DATE < :WS-HOLD-CUTOFF-DATE
                 AND COALESCE(BATCH_ID, ' ') <> 'LEVYHOLD'
           END-EXEC.
           EXEC SQL OPEN EXPCUR END-EXEC.
           PERFORM FETCH-EXPIRED-HOLD.
             END-IF
           END-IF.

      * THE COMMIT INTERVAL COMES FROM THE OPTIONAL UPDTCKPT CARD.
      * WITHOUT ONE (OR WITH A ZERO) THE RUN COMMITS EVERY 500 ITEMS.
      * THE INTERVAL IS CAPPED SO A RESTART'S MASTER UNDO ALWAYS FITS
      * ITS TABLE.
       READ-CHECKPOINT-INTERVAL.
           OPEN INPUT CKPTCTL.
           IF WS-CKPT-STATUS = '00'
             READ CKPTCTL INTO CKPTCTL-RECORD
               AT END CONTINUE
             END-READ
             CLOSE CKPTCTL
             IF CTL-CKPT-INTERVAL IS NUMERIC
                AND CTL-CKPT-INTERVAL > 0
               MOVE CTL-CKPT-INTERVAL TO WS-CKPT-INTERVAL
             END-IF
           END-IF.
           IF WS-CKPT-INTERVAL > WS-CKPT-INTERVAL-MAX
             DISPLAY 'UPDTCKPT INTERVAL ABOVE MAXIMUM - USING '
                     WS-CKPT-INTERVAL-MAX
             MOVE WS-CKPT-INTERVAL-MAX TO WS-CKPT-INTERVAL
           END-IF.
           DISPLAY 'COMMIT INTERVAL: ' WS-CKPT-INTERVAL ' ITEMS'.

      * A RUN STARTS BY READING UPDTRST. 'C' (OR NO RECORD AT ALL)
      * MEANS THE LAST RUN FINISHED AND THIS IS A FRESH START. 'A'
      * MEANS A RUN FAILED PART WAY: THIS RUN IS ITS RESTART, AND MAY
      * ONLY RESUME THE SAME BUSINESS DATE.
       READ-RESTART-CONTROL.
           MOVE 'N' TO WS-RESTART-FLAG.
           OPEN INPUT RSTFILE.
           IF WS-RST-STATUS = '00'
             MOVE SPACES TO RST-RECORD
             READ RSTFILE INTO RST-RECORD
               AT END CONTINUE
             END-READ
             CLOSE RSTFILE
             IF RST-ACTIVE
               PERFORM RESOLVE-RESTART-POINT
             END-IF
           END-IF.

       RESOLVE-RESTART-POINT.
           IF RST-RUN-DATE NOT = WS-CURRENT-DATE
             DISPLAY 'CUSTUPDT: UPDTRST SHOWS AN UNFINISHED RUN FOR '
                     'BUSINESS DATE ' RST-RUN-DATE
             DISPLAY '  RESTART THAT DATE (RUNDATE CARD) BEFORE '
                     'POSTING ' WS-CURRENT-DATE
             MOVE 16 TO RETURN-CODE
             CLOSE TRANFILE CUSTFILE
             STOP RUN
           END-IF.
           SET WS-RESTART-RUN TO TRUE.
           MOVE RST-RUN-STAMP TO WS-RUN-STAMP.
           MOVE RST-PRIOR TO WS-CKP-THIS.
           MOVE WS-CKP-POSTING-SEQ TO WS-RSTR-PRIOR-SEQ.
           MOVE RST-CURRENT TO WS-CKP-THIS.
           MOVE 'Y' TO WS-RSTR-COMMIT-FLAG.
           IF RST-PENDING
             PERFORM CHECK-PENDING-COMMIT
           END-IF.
           PERFORM OPEN-RESTART-REPORT.
           IF RST-PENDING
             MOVE SPACES TO RSRT-LINE
             IF WS-RSTR-COMMITTED
               STRING 'FAILED RUN STOPPED INSIDE CHECKPOINT '
                      WS-CKP-NUM
                      ' - ITS COMMIT IS ON TRANSACTION_LOG'
                 DELIMITED BY SIZE INTO RSRT-LINE
             ELSE
               STRING 'FAILED RUN STOPPED INSIDE CHECKPOINT '
                      WS-CKP-NUM
                      ' - ITS COMMIT NEVER COMPLETED, CHECKPOINT '
                      'DISCARDED'
                 DELIMITED BY SIZE INTO RSRT-LINE
             END-IF
             WRITE RSRT-LINE
           END-IF.
           IF NOT WS-RSTR-COMMITTED
             MOVE RST-PRIOR TO WS-CKP-THIS
           END-IF.
           MOVE WS-CKP-THIS TO WS-CKP-LAST.
           MOVE WS-CKP-POSTING-SEQ TO WS-RSTR-BASE-SEQ.
           MOVE WS-CKP-POSITION TO WS-RESUME-POSITION.
           MOVE WS-CKP-ERR-WRITTEN TO WS-ERR-WRITTEN.
           MOVE WS-CKP-POSITION TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'RESUMING FROM CHECKPOINT ' WS-CKP-NUM
                  '  BATCH ' WS-CKP-BATCH-ID
                  '  TRANDATA RECORDS COMMITTED: ' WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE WS-RSTR-BASE-SEQ TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'LAST POSTING SEQUENCE COMMITTED: ' WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           PERFORM RESTORE-MASTER-TO-CHECKPOINT.

      * THE FAILED RUN DIED INSIDE A CHECKPOINT, BETWEEN WRITING THE
      * PENDING RECORD AND CONFIRMING IT. WHETHER ITS COMMIT LANDED IS
      * READ FROM TRANSACTION_LOG ITSELF: THE LAST ROW POSTED BEFORE
      * THE CHECKPOINT (ITS BATCH ID, REFERENCE AND POSTING SEQUENCE)
      * IS THERE ONLY IF THE COMMIT COMPLETED. AN INTERVAL THAT
      * POSTED NOTHING RESUMES FROM THE CONFIRMED CHECKPOINT - THERE
      * IS NO ROW TO LOSE EITHER WAY.
       CHECK-PENDING-COMMIT.
           MOVE 'N' TO WS-RSTR-COMMIT-FLAG.
           IF WS-CKP-POSTING-SEQ > WS-RSTR-PRIOR-SEQ
             MOVE WS-CKP-POSTING-SEQ TO WS-RSTR-PROBE-SEQ
             MOVE 0 TO WS-RSTR-FOUND-ROWS
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RSTR-FOUND-ROWS
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND TRAN_SEQ = :WS-RSTR-PROBE-SEQ
                 AND COALESCE(BATCH_ID, ' ') = :WS-CKP-LAST-BATCH
                 AND COALESCE(TRAN_REF, ' ') = :WS-CKP-LAST-REF
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY 'CUSTUPDT: CANNOT CONFIRM CHECKPOINT '
                       WS-CKP-NUM ' - SQLCODE ' SQLCODE
               MOVE 16 TO RETURN-CODE
               CLOSE TRANFILE CUSTFILE
               STOP RUN
             END-IF
             IF WS-RSTR-FOUND-ROWS > 0
               SET WS-RSTR-COMMITTED TO TRUE
             END-IF
           END-IF.

       OPEN-RESTART-REPORT.
           OPEN OUTPUT RSRTFILE.
           IF WS-RSRT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING UPDTRSRT: ' WS-RSRT-STATUS
             MOVE 16 TO RETURN-CODE
             CLOSE TRANFILE CUSTFILE
             STOP RUN
           END-IF.
           MOVE SPACES TO RSRT-LINE.
           STRING 'CUSTUPDT RESTART REPORT - BUSINESS DATE '
                  WS-CURRENT-DATE
                  '  FAILED RUN STARTED ' WS-RUN-STAMP(1:8)
                  ' ' WS-RUN-STAMP(9:6)
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE SPACES TO RSRT-LINE.
           WRITE RSRT-LINE.

      * EVERY MASTER REWRITE AFTER THE RESUMED CHECKPOINT BELONGS TO
      * WORK WHOSE COMMIT NEVER HAPPENED - THE DATABASE ROLLED IT
      * BACK, THE KEYED MASTER DID NOT. EACH CUSTOMER TOUCHED SINCE
      * THE CHECKPOINT'S JOURNAL MARKER GOES BACK TO ITS STATE AT THE
      * MARKER BEFORE ANYTHING IS REPLAYED. WITHOUT THE MARKER THE
      * MASTER CANNOT BE PROVED, SO THE RESTART STOPS.
       RESTORE-MASTER-TO-CHECKPOINT.
           MOVE 0 TO WS-UNDO-COUNT WS-UNDO-RESTORED.
           MOVE 'N' TO WS-UNDO-MARK-FLAG WS-UNDO-EOF-FLAG.
           OPEN INPUT JRNFILE.
           IF WS-JRN-STATUS NOT = '00'
             DISPLAY 'CUSTUPDT: CANNOT READ CUSTJRNL FOR RESTART: '
                     WS-JRN-STATUS
             MOVE 16 TO RETURN-CODE
             CLOSE TRANFILE CUSTFILE RSRTFILE
             STOP RUN
           END-IF.
           PERFORM SCAN-JOURNAL-FOR-UNDO UNTIL WS-UNDO-EOF.
           CLOSE JRNFILE.
           IF NOT WS-UNDO-MARK-SEEN
             DISPLAY 'CUSTUPDT: NO CUSTJRNL MARKER FOR CHECKPOINT '
                     WS-CKP-NUM ' - RESTART STOPPED'
             MOVE 16 TO RETURN-CODE
             CLOSE TRANFILE CUSTFILE RSRTFILE
             STOP RUN
           END-IF.
           IF WS-UNDO-COUNT > 0
             PERFORM UNDO-ONE-CUSTOMER
               VARYING WS-UNDO-IDX FROM 1 BY 1
               UNTIL WS-UNDO-IDX > WS-UNDO-COUNT
           END-IF.
           MOVE WS-UNDO-RESTORED TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'MASTER RECORDS PUT BACK TO THE CHECKPOINT: '
                  WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.

      * A LATER MARKER FOR THE SAME CHECKPOINT (WRITTEN BY AN EARLIER
      * RESTART) SUPERSEDES THE FIRST - ONLY WHAT FOLLOWS IT IS UNDONE.
       SCAN-JOURNAL-FOR-UNDO.
           READ JRNFILE INTO JRN-RECORD
             AT END SET WS-UNDO-EOF TO TRUE
           END-READ.
           IF NOT WS-UNDO-EOF AND JRN-PROGRAM = 'CUSTUPDT'
             IF JRN-ACTION = 'K'
               IF JRN-CKPT-STAMP = WS-RUN-STAMP
                  AND JRN-CKPT-NUM = WS-CKP-NUM
                 SET WS-UNDO-MARK-SEEN TO TRUE
                 MOVE 0 TO WS-UNDO-COUNT
               END-IF
             ELSE
               IF WS-UNDO-MARK-SEEN
                  AND JRN-RUN-DATE = WS-CURRENT-DATE
                 PERFORM KEEP-UNDO-IMAGE
               END-IF
             END-IF
           END-IF.

       KEEP-UNDO-IMAGE.
           MOVE 'N' TO WS-UNDO-FOUND-FLAG.
           IF WS-UNDO-COUNT > 0
             PERFORM MATCH-UNDO-ENTRY
               VARYING WS-UNDO-IDX FROM 1 BY 1
               UNTIL WS-UNDO-IDX > WS-UNDO-COUNT OR WS-UNDO-FOUND
           END-IF.
           IF NOT WS-UNDO-FOUND
             IF WS-UNDO-COUNT < WS-UNDO-MAX
               ADD 1 TO WS-UNDO-COUNT
               MOVE JRN-CUST-ID TO WS-UNDO-CUST-ID(WS-UNDO-COUNT)
               MOVE JRN-BEFORE-IMAGE TO WS-UNDO-IMAGE(WS-UNDO-COUNT)
             ELSE
               DISPLAY 'CUSTUPDT: RESTART UNDO TABLE FULL - RECOVER '
                       'THE DATE WITH CUSTJRCV'
               MOVE 16 TO RETURN-CODE
               CLOSE TRANFILE CUSTFILE JRNFILE RSRTFILE
               STOP RUN
             END-IF
           END-IF.

       MATCH-UNDO-ENTRY.
           IF WS-UNDO-CUST-ID(WS-UNDO-IDX) = JRN-CUST-ID
             SET WS-UNDO-FOUND TO TRUE
           END-IF.

       UNDO-ONE-CUSTOMER.
           MOVE WS-UNDO-CUST-ID(WS-UNDO-IDX) TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           IF WS-CUST-STATUS = '00'
             MOVE WS-UNDO-IMAGE(WS-UNDO-IDX) TO CUST-RECORD
             REWRITE CUST-RECORD
           END-IF.
           IF WS-CUST-STATUS = '00'
             ADD 1 TO WS-UNDO-RESTORED
             MOVE SPACES TO RSRT-LINE
             STRING '  PUT BACK: ' WS-UNDO-CUST-ID(WS-UNDO-IDX)
               DELIMITED BY SIZE INTO RSRT-LINE
             WRITE RSRT-LINE
           ELSE
             DISPLAY 'CUSTUPDT: CANNOT PUT BACK '
                     WS-UNDO-CUST-ID(WS-UNDO-IDX)
                     ' - STATUS ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             CLOSE TRANFILE CUSTFILE RSRTFILE
             STOP RUN
           END-IF.

      * ERRDATA BELONGS TO THIS RUN ALONE. ON A RESTART IT IS CUT BACK
      * TO THE LENGTH IT HAD AT THE RESUMED CHECKPOINT, SO A REJECT
      * FROM THE REPLAYED STRETCH IS NOT HANDED TO THE REPAIR DESK
      * (AND RESUBMITTED THROUGH CUSTRPRX) TWICE.
       CUT-BACK-ERROR-FILE.
           MOVE 0 TO WS-ERWK-COUNT.
           OPEN INPUT ERRFILE.
           IF WS-ERR-STATUS = '00'
             OPEN OUTPUT ERRWORK
             IF WS-ERWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPDTERWK: ' WS-ERWK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANFILE CUSTFILE ERRFILE RSRTFILE
               STOP RUN
             END-IF
             MOVE 'N' TO WS-ERWK-EOF-FLAG
             PERFORM COPY-ERROR-TO-WORK
               UNTIL WS-ERWK-EOF OR WS-ERWK-COUNT NOT < WS-ERR-WRITTEN
             CLOSE ERRFILE ERRWORK
             OPEN INPUT ERRWORK
             OPEN OUTPUT ERRFILE
             MOVE 'N' TO WS-ERWK-EOF-FLAG
             PERFORM COPY-WORK-TO-ERROR UNTIL WS-ERWK-EOF
             CLOSE ERRWORK
           ELSE
             OPEN OUTPUT ERRFILE
           END-IF.
           MOVE WS-ERWK-COUNT TO WS-ERR-WRITTEN.
           MOVE WS-ERWK-COUNT TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'ERRDATA CUT BACK TO ITS CHECKPOINT LENGTH: '
                  WS-RSRT-NUM-ED ' RECORDS'
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.

       COPY-ERROR-TO-WORK.
           READ ERRFILE
             AT END SET WS-ERWK-EOF TO TRUE
           END-READ.
           IF NOT WS-ERWK-EOF
             MOVE ERR-RECORD TO ERWK-RECORD
             WRITE ERWK-RECORD
             ADD 1 TO WS-ERWK-COUNT
           END-IF.

       COPY-WORK-TO-ERROR.
           READ ERRWORK
             AT END SET WS-ERWK-EOF TO TRUE
           END-READ.
           IF NOT WS-ERWK-EOF
             MOVE ERWK-RECORD TO ERR-RECORD
             WRITE ERR-RECORD
           END-IF.

      * A FRESH RUN ESTABLISHES CHECKPOINT 0 (NOTHING COMMITTED YET);
      * A RESTART PICKS UP THE RESUMED CHECKPOINT'S COUNTS. EITHER WAY
      * THE JOURNAL IS MARKED AND UPDTRST SHOWS THE RUN IN FLIGHT, SO
      * A FAILURE OF THIS RUN CAN BE RESTARTED IN TURN.
       START-RESTART-CONTROL.
           MOVE 0 TO WS-REC-POSITION WS-CKP-ITEMS.
           IF WS-RESTART-RUN
             MOVE WS-CKP-TRAN-COUNT TO WS-TRAN-COUNT
             MOVE WS-CKP-UPD-COUNT TO WS-UPDATE-COUNT
             MOVE WS-CKP-REJ-COUNT TO WS-REJECT-COUNT
             MOVE WS-CKP-PEND-COUNT TO WS-PEND-COUNT
             MOVE WS-POSTING-SEQ TO WS-RSTR-HIGH-SEQ
             IF WS-RSTR-HIGH-SEQ > WS-RSTR-BASE-SEQ
               SET WS-RSTR-VERIFYING TO TRUE
             END-IF
             IF WS-RESUME-POSITION > 0
               SET WS-RSTR-SKIPPING TO TRUE
             ELSE
               PERFORM WRITE-RESUME-LINE
             END-IF
             PERFORM LOAD-QUEUED-IMAGES
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-STAMP
             INITIALIZE WS-CKP-THIS
             MOVE WS-POSTING-SEQ TO WS-CKP-POSTING-SEQ
             MOVE WS-CKP-THIS TO WS-CKP-LAST
           END-IF.
           PERFORM WRITE-CHECKPOINT-MARKER.
           MOVE 'A' TO WS-RST-STATE.
           MOVE 'Y' TO WS-RST-COMMIT.
           PERFORM WRITE-RESTART-RECORD.

       LOAD-QUEUED-IMAGES.
           MOVE 0 TO WS-RQ-COUNT.
           MOVE 'N' TO WS-RQ-EOF-FLAG.
           OPEN INPUT PENDFILE.
           IF WS-PEND-STATUS = '00'
             PERFORM LOAD-ONE-QUEUED-IMAGE UNTIL WS-RQ-EOF
             CLOSE PENDFILE
           END-IF.

       LOAD-ONE-QUEUED-IMAGE.
           READ PENDFILE INTO PEND-RECORD
             AT END SET WS-RQ-EOF TO TRUE
           END-READ.
           IF NOT WS-RQ-EOF AND PEND-DATE = WS-CURRENT-DATE
             IF WS-RQ-COUNT < WS-RQ-MAX
               ADD 1 TO WS-RQ-COUNT
               SET WS-RQ-IDX TO WS-RQ-COUNT
               MOVE PEND-TRAN-IMAGE TO WS-RQ-IMAGE(WS-RQ-IDX)
               MOVE PEND-BATCH TO WS-RQ-BATCH(WS-RQ-IDX)
               MOVE 'N' TO WS-RQ-USED(WS-RQ-IDX)
             END-IF
           END-IF.

      * ON A RESTART EVERYTHING UP TO THE CHECKPOINT POSITION WAS
      * COMMITTED BY THE FAILED RUN. HEADERS AND TRAILERS STILL SET
      * THE BATCH STATE; THE ITEMS ARE PASSED OVER AND TALLIED BY
      * BATCH FOR THE RESTART REPORT. THE BATCH REACHED AT THE
      * POSITION MUST BE THE ONE THE CHECKPOINT RECORDED, OR THIS IS
      * NOT THE TRANDATA THE FAILED RUN WAS READING.
       SKIP-COMMITTED-RECORD.
           EVALUATE TRUE
             WHEN TRAN-HEADER
               PERFORM WRITE-SKIPPED-BATCH-LINE
               PERFORM START-PROCESS-BATCH
             WHEN TRAN-TRAILER
               MOVE 'N' TO WS-PROC-IN-BATCH-FLAG
             WHEN OTHER
               ADD 1 TO WS-RSK-BATCH-ITEMS WS-RSTR-SKIP-COUNT
               ADD TRAN-AMOUNT TO WS-RSK-BATCH-AMT
           END-EVALUATE.
           IF WS-REC-POSITION NOT < WS-RESUME-POSITION
             PERFORM WRITE-SKIPPED-BATCH-LINE
             MOVE 'N' TO WS-RSTR-SKIP-FLAG
             IF WS-CUR-BATCH-ID NOT = WS-CKP-BATCH-ID
               DISPLAY 'CUSTUPDT: TRANDATA DOES NOT MATCH THE FAILED '
                       'RUN - BATCH ' WS-CUR-BATCH-ID
                       ' AT THE CHECKPOINT, EXPECTED '
                       WS-CKP-BATCH-ID
               PERFORM STOP-AT-CHECKPOINT
             END-IF
             PERFORM WRITE-RESUME-LINE
           END-IF.

       WRITE-SKIPPED-BATCH-LINE.
           IF WS-RSK-BATCH-ITEMS > 0
             MOVE WS-RSK-BATCH-ITEMS TO WS-RSRT-NUM-ED
             MOVE WS-RSK-BATCH-AMT TO WS-RSRT-AMT-ED
             MOVE SPACES TO RSRT-LINE
             STRING 'SKIPPED - COMMITTED BEFORE THE CHECKPOINT  BATCH '
                    WS-CUR-BATCH-ID '  ITEMS ' WS-RSRT-NUM-ED
                    '  AMOUNT ' WS-RSRT-AMT-ED
               DELIMITED BY SIZE INTO RSRT-LINE
             WRITE RSRT-LINE
             MOVE 0 TO WS-RSK-BATCH-ITEMS WS-RSK-BATCH-AMT
           END-IF.

       WRITE-RESUME-LINE.
           MOVE WS-RESUME-POSITION TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'PROCESSING RESUMED AFTER TRANDATA RECORD '
                  WS-RSRT-NUM-ED '  BATCH ' WS-CKP-BATCH-ID
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.

      * A RESTART CHECKS EACH REPLAYED ITEM AGAINST TRANSACTION_LOG:
      * A ROW UNDER THE SAME BATCH ID, REFERENCE AND CUSTOMER WITH A
      * POSTING SEQUENCE ABOVE THE RESUMED CHECKPOINT (AND NO HIGHER
      * THAN WHAT WAS ON FILE WHEN THE RESTART BEGAN) MEANS THE ITEM
      * IS ALREADY POSTED, AND IT IS SKIPPED WHOLE - BOTH LEGS OF A
      * TRANSFER, A HOLD, A WITHHOLDING SPLIT. ONLY ROWS COMMITTED
      * PAST THE CHECKPOINT CAN MATCH, SO THE CHECK IS OFF WHEN THERE
      * ARE NONE.
       CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-RSTR-POSTED-FLAG.
           IF WS-RSTR-VERIFYING AND WS-PROC-IN-BATCH
              AND WS-CUR-BATCH-OK
             MOVE TRAN-CUST-ID TO WS-RSTR-CUST-ID
             IF WS-XREF-COUNT > 0
               MOVE WS-XLATE-COUNT TO WS-RSTR-XLATE-SAVE
               MOVE TRAN-CUST-ID TO WS-XLATE-WORK-ID
               PERFORM TRANSLATE-ONE-ID
               IF WS-XREF-FOUND
                 MOVE WS-XLATE-WORK-ID TO WS-RSTR-CUST-ID
               END-IF
               MOVE WS-RSTR-XLATE-SAVE TO WS-XLATE-COUNT
             END-IF
             MOVE 0 TO WS-RSTR-FOUND-ROWS
             EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RSTR-FOUND-ROWS
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND BATCH_ID = :WS-CUR-BATCH-ID
                 AND COALESCE(TRAN_REF, ' ') = :TRAN-REFERENCE
                 AND CUST_ID = :WS-RSTR-CUST-ID
                 AND TRAN_SEQ > :WS-RSTR-BASE-SEQ
                 AND TRAN_SEQ <= :WS-RSTR-HIGH-SEQ
             END-EXEC
             IF SQLCODE = 0 AND WS-RSTR-FOUND-ROWS > 0
               SET WS-RSTR-POSTED TO TRUE
             END-IF
           END-IF.

       REPORT-ALREADY-POSTED.
           ADD 1 TO WS-TRAN-COUNT.
           ADD 1 TO WS-RSTR-POSTED-COUNT.
           MOVE TRAN-AMOUNT TO WS-RSRT-AMT-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'SKIPPED - ALREADY ON TRANSACTION_LOG  BATCH '
                  WS-CUR-BATCH-ID '  CUST ' TRAN-CUST-ID
                  '  TYPE ' TRAN-TYPE '  AMOUNT ' WS-RSRT-AMT-ED
                  '  REF ' TRAN-REFERENCE
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.

      * CALLED WITH PEND-RECORD BUILT AND READY TO WRITE.
       CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-RQ-MATCH-FLAG.
           IF WS-RQ-COUNT > 0
             PERFORM MATCH-QUEUED-IMAGE
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-RQ-MATCHED
           END-IF.
           IF WS-RQ-MATCHED
             ADD 1 TO WS-RSTR-QUEUED-COUNT
             MOVE SPACES TO RSRT-LINE
             STRING 'NOT RE-QUEUED - ALREADY ON PENDAPPR  BATCH '
                    PEND-BATCH '  CUST ' TRAN-CUST-ID
                    '  REF ' TRAN-REFERENCE
               DELIMITED BY SIZE INTO RSRT-LINE
             WRITE RSRT-LINE
           END-IF.

       MATCH-QUEUED-IMAGE.
           IF WS-RQ-USED(WS-RQ-IDX) = 'N'
              AND WS-RQ-IMAGE(WS-RQ-IDX) = PEND-TRAN-IMAGE
              AND WS-RQ-BATCH(WS-RQ-IDX) = PEND-BATCH
             MOVE 'Y' TO WS-RQ-USED(WS-RQ-IDX)
             SET WS-RQ-MATCHED TO TRUE
           END-IF.

      * COMMIT POINT. THE JOURNAL MARKER AND THE PENDING RESTART
      * RECORD ARE HARDENED FIRST, THEN THE COMMIT, THEN THE RECORD IS
      * CONFIRMED. THE SEQUENTIAL OUTPUTS ARE CLOSED AND REOPENED SO
      * WHAT THEY HOLD IS ON DISK AT THE SAME POINT AS THE COMMIT.
       TAKE-CHECKPOINT.
           ADD 1 TO WS-CKP-NUM.
           MOVE WS-CUR-BATCH-NUM TO WS-CKP-BATCH-NUM.
           MOVE WS-CUR-BATCH-ID TO WS-CKP-BATCH-ID.
           MOVE WS-REC-POSITION TO WS-CKP-POSITION.
           MOVE WS-POSTING-SEQ TO WS-CKP-POSTING-SEQ.
           MOVE SPACES TO WS-CKP-LAST-BATCH WS-CKP-LAST-REF.
           IF WS-POSTING-SEQ > 0
             EXEC SQL
               SELECT COALESCE(BATCH_ID, ' '), COALESCE(TRAN_REF, ' ')
               INTO :WS-CKP-LAST-BATCH, :WS-CKP-LAST-REF
               FROM TRANSACTION_LOG
               WHERE TRAN_DATE = :WS-CURRENT-DATE
                 AND TRAN_SEQ = :WS-POSTING-SEQ
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SPACES TO WS-CKP-LAST-BATCH WS-CKP-LAST-REF
             END-IF
           END-IF.
           MOVE WS-ERR-WRITTEN TO WS-CKP-ERR-WRITTEN.
           MOVE WS-TRAN-COUNT TO WS-CKP-TRAN-COUNT.
           MOVE WS-UPDATE-COUNT TO WS-CKP-UPD-COUNT.
           MOVE WS-REJECT-COUNT TO WS-CKP-REJ-COUNT.
           MOVE WS-PEND-COUNT TO WS-CKP-PEND-COUNT.
           PERFORM WRITE-CHECKPOINT-MARKER.
           PERFORM HARDEN-SEQUENTIAL-OUTPUT.
           MOVE 'P' TO WS-RST-COMMIT.
           PERFORM WRITE-RESTART-RECORD.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
             DISPLAY 'CUSTUPDT: COMMIT FAILED AT CHECKPOINT '
                     WS-CKP-NUM ' - SQLCODE ' SQLCODE
             PERFORM STOP-AT-CHECKPOINT
           END-IF.
           MOVE WS-CKP-THIS TO WS-CKP-LAST.
           MOVE 'Y' TO WS-RST-COMMIT.
           PERFORM WRITE-RESTART-RECORD.
           ADD 1 TO WS-CKP-TAKEN.
           MOVE 0 TO WS-CKP-ITEMS.

       WRITE-CHECKPOINT-MARKER.
           MOVE SPACES TO JRN-RECORD.
           MOVE WS-CURRENT-DATE TO JRN-RUN-DATE.
           MOVE 'CUSTUPDT' TO JRN-PROGRAM.
           MOVE 'K' TO JRN-ACTION.
           MOVE WS-CKP-BATCH-ID TO JRN-BATCH-ID.
           MOVE WS-RUN-STAMP TO JRN-CKPT-STAMP.
           MOVE WS-CKP-NUM TO JRN-CKPT-NUM.
           MOVE WS-CKP-POSITION TO JRN-CKPT-POSITION.
           WRITE JRN-RECORD.

       HARDEN-SEQUENTIAL-OUTPUT.
           CLOSE JRNFILE.
           OPEN EXTEND JRNFILE.
           CLOSE ERRFILE.
           OPEN EXTEND ERRFILE.
           IF WS-JRN-STATUS NOT = '00' OR WS-ERR-STATUS NOT = '00'
             DISPLAY 'CUSTUPDT: CANNOT REOPEN CUSTJRNL OR ERRDATA AT '
                     'CHECKPOINT ' WS-CKP-NUM
             PERFORM STOP-AT-CHECKPOINT
           END-IF.
           IF WS-HELD-IS-OPEN
             CLOSE HELDFILE
             MOVE 'N' TO WS-HELD-OPEN-FLAG
           END-IF.
           IF WS-PEND-IS-OPEN
             CLOSE PENDFILE
             MOVE 'N' TO WS-PEND-OPEN-FLAG
           END-IF.
           IF WS-HIT-IS-OPEN
             CLOSE HITFILE
             MOVE 'N' TO WS-HIT-OPEN-FLAG
           END-IF.

       WRITE-RESTART-RECORD.
           OPEN OUTPUT RSTFILE.
           IF WS-RST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING UPDTRST: ' WS-RST-STATUS
             PERFORM STOP-AT-CHECKPOINT
           END-IF.
           MOVE SPACES TO RST-RECORD.
           MOVE WS-RST-STATE TO RST-STATUS.
           MOVE WS-RST-COMMIT TO RST-COMMIT-FLAG.
           MOVE WS-CURRENT-DATE TO RST-RUN-DATE.
           MOVE WS-RUN-STAMP TO RST-RUN-STAMP.
           MOVE WS-CKP-THIS TO RST-CURRENT.
           MOVE WS-CKP-LAST TO RST-PRIOR.
           WRITE RST-RECORD.
           CLOSE RSTFILE.

      * ABANDON THE RUN WITHOUT COMMITTING THE OPEN INTERVAL. UPDTRST
      * STILL SHOWS THE RUN IN FLIGHT, SO THE RERUN IS A RESTART FROM
      * THE LAST CONFIRMED CHECKPOINT.
       STOP-AT-CHECKPOINT.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY '  RERUN CUSTUPDT TO RESTART FROM THE LAST '
                   'CHECKPOINT'.
           MOVE 16 TO RETURN-CODE.
           CLOSE TRANFILE CUSTFILE ERRFILE JRNFILE.
           IF WS-RESTART-RUN
             CLOSE RSRTFILE
           END-IF.
           STOP RUN.

       WRITE-RESTART-TRAILER.
           MOVE SPACES TO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE WS-RSTR-SKIP-COUNT TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'ITEMS SKIPPED - COMMITTED BEFORE THE CHECKPOINT: '
                  WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE WS-RSTR-POSTED-COUNT TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'ITEMS SKIPPED - ALREADY ON TRANSACTION_LOG:      '
                  WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE WS-RSTR-QUEUED-COUNT TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'ITEMS NOT RE-QUEUED - ALREADY ON PENDAPPR:       '
                  WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE WS-UNDO-RESTORED TO WS-RSRT-NUM-ED.
           MOVE SPACES TO RSRT-LINE.
           STRING 'MASTER RECORDS PUT BACK TO THE CHECKPOINT:       '
                  WS-RSRT-NUM-ED
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           MOVE SPACES TO RSRT-LINE.
           STRING 'NOTE: STOPHITS AND HELDITEM MAY REPEAT AN ENTRY FOR '
                  'AN ITEM REPLAYED AFTER THE CHECKPOINT'
             DELIMITED BY SIZE INTO RSRT-LINE.
           WRITE RSRT-LINE.
           CLOSE RSRTFILE.

      * WHATEVER IS LEFT OF THE LAST INTERVAL IS COMMITTED BEFORE THE
      * HOLD EXPIRY SWEEP, SO THE SWEEP STANDS AS A UNIT OF ITS OWN.
       CLEANUP-PARA.
           IF WS-RSTR-SKIPPING
             DISPLAY 'CUSTUPDT: TRANDATA ENDED BEFORE THE CHECKPOINT '
                     'POSITION ' WS-RESUME-POSITION
             PERFORM STOP-AT-CHECKPOINT
           END-IF.
           IF WS-CKP-ITEMS > 0
             PERFORM TAKE-CHECKPOINT
           END-IF.
           PERFORM EXPIRE-AGED-HOLDS.
           IF WS-HELD-IS-OPEN
             CLOSE HELDFILE
           IF WS-PEND-IS-OPEN
             CLOSE PENDFILE
           END-IF.
           IF WS-HIT-IS-OPEN
             CLOSE HITFILE
           END-IF.
           CLOSE TRANFILE CUSTFILE ERRFILE JRNFILE.
           IF WS-BATCH-VALID
             EXEC SQL COMMIT END-EXEC
               EXEC SQL COMMIT END-EXEC
             END-IF
           END-IF.
           MOVE 'C' TO WS-RST-STATE.
           MOVE 'Y' TO WS-RST-COMMIT.
           PERFORM WRITE-RESTART-RECORD.
           IF WS-RESTART-RUN
             PERFORM WRITE-RESTART-TRAILER
           END-IF.
           IF WS-BATCH-INVALID
             DISPLAY 'CUSTUPDT COMPLETE - ALL BATCHES REJECTED.'
           ELSE
           DISPLAY '  UPDATES APPLIED:      ' WS-UPDATE-COUNT.
           DISPLAY '  TRANSACTIONS REJECTED:' WS-REJECT-COUNT.
           DISPLAY '  BLOCK-CODE REJECTS:   ' WS-BLOCK-COUNT.
           IF WS-DORM-COUNT > 0 OR WS-REACT-COUNT > 0
             DISPLAY '  DORMANT REJECTS:      ' WS-DORM-COUNT
             DISPLAY '  REACTIVATIONS:        ' WS-REACT-COUNT
           END-IF.
           DISPLAY '  STOP-PAYMENT REJECTS: ' WS-STOP-HIT-COUNT.
           DISPLAY '  HELD FOR APPROVAL:    ' WS-PEND-COUNT.
           DISPLAY '  VELOCITY REJECTS:     ' WS-VEL-REJECT-COUNT.
           DISPLAY '  VELOCITY DIVERSIONS:  ' WS-VEL-DIVERT-COUNT.
           IF WS-BRK-COUNT > 0
             DISPLAY '  TERM DEPOSITS BROKEN: ' WS-BRK-COUNT
           END-IF.
           IF WS-ADDR-CLEAR-COUNT > 0
             DISPLAY '  BAD ADDRESSES CLEARED:' WS-ADDR-CLEAR-COUNT
           END-IF.
           IF WS-XREF-COUNT > 0
             DISPLAY '  IDS TRANSLATED:       ' WS-XLATE-COUNT
           END-IF.
           DISPLAY '  BEFORE-IMAGES LOGGED: ' WS-JRN-COUNT.
           DISPLAY '  CHECKPOINTS TAKEN:    ' WS-CKP-TAKEN.
           IF WS-RESTART-RUN
             DISPLAY '  RESTARTED AFTER RECORD' WS-RESUME-POSITION
             DISPLAY '  SKIPPED - COMMITTED:  ' WS-RSTR-SKIP-COUNT
             DISPLAY '  SKIPPED - ON LOG:     ' WS-RSTR-POSTED-COUNT
           END-IF.
