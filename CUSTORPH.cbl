       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTORPH.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTORPH - WEEKLY SATELLITE-FILE REFERENCE SWEEP               *
      * THE SIDE FILES CARRY CUST-IDS THAT NOTHING RE-CHECKS ONCE      *
      * CUSTMRGE, CUSTARCH AND CUSTPURG HAVE RUN. THIS SWEEP TESTS     *
      * EVERY LIVE REFERENCE ON COOWNERS, HOUSHOLD, STORDERS,          *
      * DISPUTES, CASEWORK, VELOCUST AND HELDITEM, AND EVERY TERM      *
      * ACCOUNT'S CUST-SETTLE-CUST-ID, AGAINST THE KEYED CUSTDATA      *
      * MASTER, THE CUST-XREF-ID MERGE TRAIL AND THE ARCHDATA.YYYY     *
      * PARTITIONS NAMED ON THE ORPHCTL CARD. EACH BAD REFERENCE IS    *
      * CLASSED:                                                       *
      *   MERGED   - MERGED AWAY; THE TRAIL IS FOLLOWED TO THE FINAL   *
      *              SURVIVOR AND THE REFERENCE REPOINTED TO IT        *
      *   ARCHIVED - OFF THE MASTER, ON AN ARCHDATA PARTITION          *
      *   CLOSED   - ON THE MASTER BUT CLOSED                          *
      *   MISSING  - NOT ON THE MASTER OR ANY PARTITION SEARCHED       *
      * THE FINDINGS GO TO ORPHRPT BY FILE. EACH SATELLITE IS COPIED   *
      * WHOLE TO ITS PROPOSED-CORRECTION FILE (COWNFIX, HHLDFIX,       *
      * STORFIX, DSPTFIX, CASEFIX, VELOFIX, HELDFIX) WITH THE          *
      * CORRECTIONS APPLIED, AND THE OPERATOR SWAPS IT IN AFTER        *
      * REVIEW, AS WITH COWNNEW AND HHLDNEW. WHERE A FILE KEEPS A      *
      * REVIEW TRAIL THE ROW IS MARKED RATHER THAN DROPPED; OPEN       *
      * DISPUTES, CASES AND HELD ITEMS ARE NEVER CHANGED EXCEPT TO     *
      * REPOINT A MERGE - THEY ARE REFERRED TO THEIR OWNING DESK.      *
      * SETTLEMENT REFERENCES LIVE ON THE MASTER ITSELF AND ARE        *
      * REPORTED FOR 'K' TERMS MAINTENANCE THROUGH CUSTUPDT.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHCTL ASSIGN TO 'ORPHCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT ARCHFILE ASSIGN TO WS-ARCH-FILENAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ARCH-STATUS.
           SELECT COWNFILE ASSIGN TO 'COOWNERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COWN-STATUS.
           SELECT COWNFIX ASSIGN TO 'COWNFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT HHLDFILE ASSIGN TO 'HOUSHOLD'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HHLD-STATUS.
           SELECT HHLDFIX ASSIGN TO 'HHLDFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT STORFILE ASSIGN TO 'STORDERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STOR-STATUS.
           SELECT STORFIX ASSIGN TO 'STORFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT DSPTFILE ASSIGN TO 'DISPUTES'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DSPT-STATUS.
           SELECT DSPTFIX ASSIGN TO 'DSPTFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT CASEFILE ASSIGN TO 'CASEWORK'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CASE-STATUS.
           SELECT CASEFIX ASSIGN TO 'CASEFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT VELOFILE ASSIGN TO 'VELOCUST'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-VELO-STATUS.
           SELECT VELOFIX ASSIGN TO 'VELOFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT HELDFILE ASSIGN TO 'HELDITEM'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HELD-STATUS.
           SELECT HELDFIX ASSIGN TO 'HELDFIX'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-FIX-STATUS.
           SELECT RPTFILE ASSIGN TO 'ORPHRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORPHCTL.
       01 ORPHCTL-RECORD.
          05 CTL-YEAR-LOW       PIC X(04).
          05 CTL-YEAR-HIGH      PIC X(04).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD ARCHFILE.
       01 ARCH-RECORD.
          05 ARCH-CUST-ID       PIC X(10).
          05 ARCH-CUST-NAME     PIC X(30).
          05 ARCH-BALANCE       PIC S9(7)V99.
          05 ARCH-ACCT-TYPE     PIC X(01).
          05 ARCH-STATUS        PIC X(01).
          05 ARCH-LAST-ACTIVITY PIC X(10).
          05 ARCH-OPEN-DATE     PIC X(10).
          05 ARCH-DATE          PIC X(10).
          05 ARCH-REASON        PIC X(20).
          05 ARCH-BRANCH-CODE   PIC X(04).
          05 ARCH-OD-LIMIT      PIC S9(7)V99.
          05 ARCH-ADDR-CONTACT  PIC X(147).
          05 ARCH-CURRENCY-CODE PIC X(03).

       FD COWNFILE.
       COPY COWNCOPY.

       FD COWNFIX.
       01 COWNFIX-RECORD        PIC X(190).

       FD HHLDFILE.
       COPY HHLDCOPY.

       FD HHLDFIX.
       01 HHLDFIX-RECORD        PIC X(19).

       FD STORFILE.
       01 STOR-RECORD.
          05 STO-CUST-ID        PIC X(10).
          05 STO-TRAN-TYPE      PIC X(01).
          05 STO-AMOUNT         PIC 9(7)V99.
          05 STO-FREQUENCY      PIC X(01).
          05 STO-NEXT-RUN       PIC X(10).
          05 STO-REFERENCE      PIC X(20).
          05 STO-STATUS         PIC X(01).
             88 STO-SUSPENDED   VALUE 'S'.
          05 STO-RETRY-COUNT    PIC 9(02).
          05 STO-PAYEE-ROUTING  PIC X(09).
          05 STO-PAYEE-ACCOUNT  PIC X(17).
          05 STO-PAYEE-ACCT-TYPE PIC X(01).
          05 STO-PAYEE-NAME     PIC X(22).

       FD STORFIX.
       01 STORFIX-RECORD        PIC X(103).

       FD DSPTFILE.
       01 DSP-RECORD.
          05 DSP-CASE-NO        PIC 9(07).
          05 DSP-CUST-ID        PIC X(10).
          05 DSP-TRAN-REF       PIC X(20).
          05 DSP-TRAN-SEQ       PIC 9(09).
          05 DSP-AMOUNT         PIC 9(7)V99.
          05 DSP-OPEN-DATE      PIC X(10).
          05 DSP-DEADLINE       PIC X(10).
          05 DSP-STATUS         PIC X(01).
             88 DSP-OPEN        VALUE 'O'.
             88 DSP-PROVISIONAL VALUE 'P'.
          05 DSP-RESOLVE-DATE   PIC X(10).

       FD DSPTFIX.
       01 DSPTFIX-RECORD        PIC X(86).

       FD CASEFILE.
       01 CASE-WORK-RECORD.
          05 CW-CUST-ID         PIC X(10).
          05 CW-PATTERN         PIC X(01).
          05 CW-OPEN-DATE       PIC X(10).
          05 CW-CASE-LEVEL      PIC 9(02).
          05 CW-STATUS          PIC X(01).
             88 CW-OPEN         VALUE 'O'.
             88 CW-ASSIGNED     VALUE 'A'.
             88 CW-ESCALATED    VALUE 'E'.
          05 CW-INVESTIGATOR    PIC X(08).
          05 CW-DUE-DATE        PIC X(10).
          05 CW-DISP-DATE       PIC X(10).

       FD CASEFIX.
       01 CASEFIX-RECORD        PIC X(52).

       FD VELOFILE.
       01 VELO-RECORD.
          05 VEL-CUST-ID        PIC X(10).
          05 VEL-MAX-COUNT      PIC 9(03).
          05 VEL-MAX-AMOUNT     PIC 9(9)V99.

       FD VELOFIX.
       01 VELOFIX-RECORD        PIC X(24).

       FD HELDFILE.
       COPY HELDCOPY.

       FD HELDFIX.
       01 HELDFIX-RECORD        PIC X(89).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS        PIC XX VALUE SPACES.
       01 WS-COWN-STATUS        PIC XX VALUE SPACES.
       01 WS-HHLD-STATUS        PIC XX VALUE SPACES.
       01 WS-STOR-STATUS        PIC XX VALUE SPACES.
       01 WS-DSPT-STATUS        PIC XX VALUE SPACES.
       01 WS-CASE-STATUS        PIC XX VALUE SPACES.
       01 WS-VELO-STATUS        PIC XX VALUE SPACES.
       01 WS-HELD-STATUS        PIC XX VALUE SPACES.
       01 WS-FIX-STATUS         PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).
       01 WS-ARCH-FILENAME      PIC X(20) VALUE SPACES.

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-ARCH-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-ARCH-EOF        VALUE 'Y'.

      * ARCHDATA PARTITIONS SEARCHED. WITHOUT AN ORPHCTL CARD THE
      * SWEEP COVERS THE RUN YEAR AND THE TEN YEARS BEFORE IT.
       01 WS-YEAR-LOW           PIC 9(04) VALUE 0.
       01 WS-YEAR-HIGH          PIC 9(04) VALUE 0.
       01 WS-CUR-YEAR           PIC 9(04) VALUE 0.
       01 WS-CUR-YEAR-X         PIC X(04) VALUE SPACES.
       01 WS-PARTITION-COUNT    PIC 9(03) VALUE 0.

      * EVERY CUST-ID ON THE PARTITIONS SEARCHED. ONLY A REFERENCE
      * ALREADY MISSING FROM THE MASTER IS LOOKED UP HERE.
       01 WS-ARC-COUNT          PIC S9(8) COMP VALUE 0.
       01 WS-ARC-MAX            PIC S9(8) COMP VALUE 20000.
       01 WS-ARC-LOOP           PIC S9(8) COMP VALUE 0.
       01 WS-ARC-OVERFLOW-FLAG  PIC X VALUE 'N'.
          88 WS-ARC-OVERFLOWED  VALUE 'Y'.
       01 WS-ARC-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-ARC-FOUND       VALUE 'Y'.
       01 WS-ARC-TABLE.
          05 WS-ARC-ENTRY OCCURS 20000 TIMES.
             10 WS-ARC-CUST-ID  PIC X(10).
             10 WS-ARC-YEAR     PIC X(04).

      * TERM ACCOUNTS NOMINATING A SETTLEMENT ACCOUNT, GATHERED ON
      * THE SEQUENTIAL PASS OF THE MASTER BEFORE THE RANDOM LOOKUPS.
       01 WS-STL-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-STL-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-STL-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-STL-OVERFLOW-FLAG  PIC X VALUE 'N'.
          88 WS-STL-OVERFLOWED  VALUE 'Y'.
       01 WS-STL-TABLE.
          05 WS-STL-ENTRY OCCURS 5000 TIMES.
             10 WS-STL-CUST-ID  PIC X(10).
             10 WS-STL-SETTLE-ID PIC X(10).
             10 WS-STL-MAT-DATE PIC X(10).

      * VELOCUST IS HELD WHOLE SO A MERGED OVERRIDE IS NOT REPOINTED
      * ONTO A SURVIVOR THAT ALREADY HAS ONE OF ITS OWN. THE TABLE
      * MATCHES THE LIMIT CUSTUPDT LOADS.
       01 WS-VEL-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-VEL-MAX            PIC S9(4) COMP VALUE 500.
       01 WS-VEL-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-VEL-SCAN           PIC S9(4) COMP VALUE 0.
       01 WS-VEL-OVERFLOW-FLAG  PIC X VALUE 'N'.
          88 WS-VEL-OVERFLOWED  VALUE 'Y'.
       01 WS-VEL-TAKEN-FLAG     PIC X VALUE 'N'.
          88 WS-VEL-TAKEN       VALUE 'Y'.
       01 WS-VEL-TABLE.
          05 WS-VEL-ENTRY OCCURS 500 TIMES.
             10 WS-VT-IMAGE.
                15 WS-VT-CUST-ID    PIC X(10).
                15 WS-VT-MAX-COUNT  PIC 9(03).
                15 WS-VT-MAX-AMOUNT PIC 9(9)V99.
             10 WS-VT-DROP-FLAG     PIC X(01).
                88 WS-VT-DROPPED    VALUE 'Y'.

      * RESULT OF RESOLVING ONE REFERENCE.
       01 WS-REF-ID             PIC X(10) VALUE SPACES.
       01 WS-REF-CLASS          PIC X(01) VALUE SPACE.
          88 WS-REF-LIVE        VALUE 'L'.
          88 WS-REF-MERGED      VALUE 'M'.
          88 WS-REF-ARCHIVED    VALUE 'A'.
          88 WS-REF-CLOSED      VALUE 'C'.
          88 WS-REF-MISSING     VALUE 'X'.
       01 WS-REF-SURVIVOR       PIC X(10) VALUE SPACES.
       01 WS-REF-DETAIL         PIC X(30) VALUE SPACES.
       01 WS-REPOINT-FLAG       PIC X VALUE 'N'.
          88 WS-REPOINT         VALUE 'Y'.
       01 WS-TRAIL-END-FLAG     PIC X VALUE 'N'.
          88 WS-TRAIL-END       VALUE 'Y'.
       01 WS-SURV-STATE         PIC X(01) VALUE SPACE.
          88 WS-SURV-LIVE       VALUE 'L'.
          88 WS-SURV-CLOSED     VALUE 'C'.
          88 WS-SURV-GONE       VALUE 'X'.
       01 WS-HOP                PIC S9(4) COMP VALUE 0.
       01 WS-HOP-MAX            PIC S9(4) COMP VALUE 10.

      * PER-FILE TALLIES, IN SWEEP ORDER. THE LAST ENTRY IS THE
      * SETTLEMENT REFERENCES ON THE MASTER, WHICH HAVE NO FIX FILE.
       01 WS-FILE-NO            PIC S9(4) COMP VALUE 0.
       01 WS-FILE-MAX           PIC S9(4) COMP VALUE 8.
       01 WS-FILE-LOOP          PIC S9(4) COMP VALUE 0.
       01 WS-FILE-NAME-LIST.
          05 FILLER             PIC X(16) VALUE 'COOWNERSCOWNFIX '.
          05 FILLER             PIC X(16) VALUE 'HOUSHOLDHHLDFIX '.
          05 FILLER             PIC X(16) VALUE 'STORDERSSTORFIX '.
          05 FILLER             PIC X(16) VALUE 'DISPUTESDSPTFIX '.
          05 FILLER             PIC X(16) VALUE 'CASEWORKCASEFIX '.
          05 FILLER             PIC X(16) VALUE 'VELOCUSTVELOFIX '.
          05 FILLER             PIC X(16) VALUE 'HELDITEMHELDFIX '.
          05 FILLER             PIC X(16) VALUE 'SETTLEIDREPORT  '.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
          05 WS-FILE-NAME-ENTRY OCCURS 8 TIMES.
             10 WS-FN-NAME      PIC X(08).
             10 WS-FN-FIX       PIC X(08).
       01 WS-FILE-TALLY-TABLE.
          05 WS-FILE-TALLY OCCURS 8 TIMES.
             10 WS-FT-STATE     PIC X(01).
                88 WS-FT-SWEPT      VALUE 'S'.
                88 WS-FT-ABSENT     VALUE 'N'.
                88 WS-FT-ABANDONED  VALUE 'F'.
             10 WS-FT-READ      PIC 9(07).
             10 WS-FT-CHECKED   PIC 9(07).
             10 WS-FT-MERGED    PIC 9(07).
             10 WS-FT-ARCHIVED  PIC 9(07).
             10 WS-FT-CLOSED    PIC 9(07).
             10 WS-FT-MISSING   PIC 9(07).
             10 WS-FT-CHANGED   PIC 9(07).

       01 WS-FINDING-COUNT      PIC 9(07) VALUE 0.
       01 WS-RECORD-INFO        PIC X(20) VALUE SPACES.
       01 WS-ACTION             PIC X(40) VALUE SPACES.
       01 WS-CHANGED-FLAG       PIC X VALUE 'N'.
          88 WS-CHANGED         VALUE 'Y'.
       01 WS-EDIT-SEQ           PIC Z9.
       01 WS-EDIT-CASE          PIC 9(07).
       01 WS-EDIT-ARC-COUNT     PIC 9(08).

       01 WS-RPT-HEADING-1.
          05 FILLER             PIC X(44) VALUE
             'CUSTORPH - SATELLITE FILE REFERENCE SWEEP  '.
          05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
          05 HDG-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(13) VALUE '  PARTITIONS '.
          05 HDG-YEAR-LOW       PIC X(04).
          05 FILLER             PIC X(01) VALUE '-'.
          05 HDG-YEAR-HIGH      PIC X(04).
          05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(12) VALUE 'CUST-ID'.
          05 FILLER             PIC X(22) VALUE 'RECORD'.
          05 FILLER             PIC X(10) VALUE 'FINDING'.
          05 FILLER             PIC X(32) VALUE 'DETAIL'.
          05 FILLER             PIC X(56) VALUE 'PROPOSED ACTION'.

       01 WS-RPT-DETAIL.
          05 DTL-CUST-ID        PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-RECORD         PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-FINDING        PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-DETAIL         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 DTL-ACTION         PIC X(40).
          05 FILLER             PIC X(16) VALUE SPACES.

       01 WS-SUM-COLUMNS.
          05 FILLER             PIC X(10) VALUE 'FILE'.
          05 FILLER             PIC X(10) VALUE 'FIX FILE'.
          05 FILLER             PIC X(10) VALUE '     READ'.
          05 FILLER             PIC X(10) VALUE '  CHECKED'.
          05 FILLER             PIC X(10) VALUE '   MERGED'.
          05 FILLER             PIC X(10) VALUE ' ARCHIVED'.
          05 FILLER             PIC X(10) VALUE '   CLOSED'.
          05 FILLER             PIC X(10) VALUE '  MISSING'.
          05 FILLER             PIC X(10) VALUE '  CHANGED'.
          05 FILLER             PIC X(42) VALUE '  NOTE'.

       01 WS-SUM-DETAIL.
          05 SUM-NAME           PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-FIX            PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 SUM-READ           PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-CHECKED        PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-MERGED         PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-ARCHIVED       PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-CLOSED         PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-MISSING        PIC Z(8)9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 SUM-CHANGED        PIC Z(8)9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 SUM-NOTE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           PERFORM LOAD-ARCHIVE-PARTITION
             VARYING WS-CUR-YEAR FROM WS-YEAR-LOW BY 1
             UNTIL WS-CUR-YEAR > WS-YEAR-HIGH.
      * A REFERENCE WHOSE PARTITION DID NOT FIT THE TABLE WOULD BE
      * CALLED MISSING WHEN IT IS ONLY ARCHIVED - THE RUN STOPS
      * BEFORE ANY PROPOSED-CORRECTION FILE IS WRITTEN.
           IF WS-ARC-OVERFLOWED
             DISPLAY 'CUSTORPH: ARCHDATA PARTITIONS EXCEED THE TABLE'
                     ' - NARROW THE ORPHCTL YEAR RANGE'
             CLOSE CUSTFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-SETTLEMENT-REFERENCES.
           PERFORM SWEEP-COOWNERS.
           PERFORM SWEEP-HOUSEHOLDS.
           PERFORM SWEEP-STANDING-ORDERS.
           PERFORM SWEEP-DISPUTES.
           PERFORM SWEEP-CASEWORK.
           PERFORM SWEEP-VELOCITY-OVERRIDES.
           PERFORM SWEEP-HELD-ITEMS.
           PERFORM SWEEP-SETTLEMENT-REFERENCES.
           PERFORM WRITE-SUMMARY-PAGE.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           PERFORM CLEAR-ONE-FILE-TALLY
             VARYING WS-FILE-LOOP FROM 1 BY 1
             UNTIL WS-FILE-LOOP > WS-FILE-MAX.
           MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR-HIGH.
           SUBTRACT 10 FROM WS-YEAR-HIGH GIVING WS-YEAR-LOW.
           OPEN INPUT ORPHCTL.
           IF WS-CTL-STATUS = '00'
             READ ORPHCTL INTO ORPHCTL-RECORD
               AT END MOVE SPACES TO ORPHCTL-RECORD
             END-READ
             CLOSE ORPHCTL
             IF CTL-YEAR-LOW IS NUMERIC
               MOVE CTL-YEAR-LOW TO WS-YEAR-LOW
             END-IF
             IF CTL-YEAR-HIGH IS NUMERIC
               MOVE CTL-YEAR-HIGH TO WS-YEAR-HIGH
             END-IF
           END-IF.
           IF WS-YEAR-LOW > WS-YEAR-HIGH
             DISPLAY 'CUSTORPH: ORPHCTL YEAR RANGE IS REVERSED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING ORPHRPT: ' WS-RPT-STATUS
             CLOSE CUSTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-YEAR-LOW TO HDG-YEAR-LOW.
           MOVE WS-YEAR-HIGH TO HDG-YEAR-HIGH.
           WRITE RPT-LINE FROM WS-RPT-HEADING-1.

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

       CLEAR-ONE-FILE-TALLY.
           MOVE 'N' TO WS-FT-STATE(WS-FILE-LOOP).
           MOVE 0 TO WS-FT-READ(WS-FILE-LOOP)
                     WS-FT-CHECKED(WS-FILE-LOOP)
                     WS-FT-MERGED(WS-FILE-LOOP)
                     WS-FT-ARCHIVED(WS-FILE-LOOP)
                     WS-FT-CLOSED(WS-FILE-LOOP)
                     WS-FT-MISSING(WS-FILE-LOOP)
                     WS-FT-CHANGED(WS-FILE-LOOP).

      *================================================================*
      * ARCHIVE PARTITIONS - EVERY ARCHDATA.YYYY IN THE YEAR RANGE IS  *
      * READ INTO THE LOOKUP TABLE. A YEAR WITH NO PARTITION (NOTHING  *
      * ARCHIVED THAT YEAR, OR ALREADY PURGED) IS SKIPPED.             *
      *================================================================*
       LOAD-ARCHIVE-PARTITION.
           MOVE WS-CUR-YEAR TO WS-CUR-YEAR-X.
           MOVE SPACES TO WS-ARCH-FILENAME.
           STRING 'ARCHDATA.' WS-CUR-YEAR-X
             DELIMITED BY SIZE INTO WS-ARCH-FILENAME.
           MOVE 'N' TO WS-ARCH-EOF-FLAG.
           OPEN INPUT ARCHFILE.
           IF WS-ARCH-STATUS NOT = '00'
             DISPLAY 'NO ARCHIVE PARTITION FOR YEAR ' WS-CUR-YEAR-X
                     ' - SKIPPED'
           ELSE
             ADD 1 TO WS-PARTITION-COUNT
             PERFORM LOAD-ONE-ARCHIVE-ID UNTIL WS-ARCH-EOF
             CLOSE ARCHFILE
           END-IF.

       LOAD-ONE-ARCHIVE-ID.
           READ ARCHFILE INTO ARCH-RECORD
             AT END SET WS-ARCH-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCH-EOF
             IF WS-ARC-COUNT < WS-ARC-MAX
               ADD 1 TO WS-ARC-COUNT
               MOVE ARCH-CUST-ID TO WS-ARC-CUST-ID(WS-ARC-COUNT)
               MOVE WS-CUR-YEAR-X TO WS-ARC-YEAR(WS-ARC-COUNT)
             ELSE
               SET WS-ARC-OVERFLOWED TO TRUE
               SET WS-ARCH-EOF TO TRUE
             END-IF
           END-IF.

      *================================================================*
      * SETTLEMENT REFERENCES - ONE SEQUENTIAL PASS OF THE MASTER      *
      * GATHERS EVERY OPEN ACCOUNT THAT NAMES A SETTLEMENT ACCOUNT.    *
      * THEY ARE RESOLVED LAST, ONCE THE RANDOM LOOKUPS BEGIN.         *
      *================================================================*
       LOAD-SETTLEMENT-REFERENCES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM GATHER-ONE-SETTLEMENT-REF UNTIL WS-EOF.
           IF WS-STL-OVERFLOWED
             DISPLAY 'CUSTORPH: SETTLEMENT TABLE FULL AT '
                     WS-STL-MAX ' - REMAINING REFERENCES NOT CHECKED'
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       GATHER-ONE-SETTLEMENT-REF.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
              AND CUST-SETTLE-CUST-ID NOT = SPACES
              AND NOT CUST-CLOSED
             IF WS-STL-COUNT < WS-STL-MAX
               ADD 1 TO WS-STL-COUNT
               MOVE CUST-ID TO WS-STL-CUST-ID(WS-STL-COUNT)
               MOVE CUST-SETTLE-CUST-ID
                 TO WS-STL-SETTLE-ID(WS-STL-COUNT)
               MOVE CUST-MATURITY-DATE
                 TO WS-STL-MAT-DATE(WS-STL-COUNT)
             ELSE
               SET WS-STL-OVERFLOWED TO TRUE
             END-IF
           END-IF.

      *================================================================*
      * RESOLVE ONE REFERENCE (WS-REF-ID) TO ITS CLASS. A MERGED ID    *
      * IS FOLLOWED DOWN ITS CUST-XREF-ID TRAIL (A SURVIVOR MAY        *
      * ITSELF HAVE BEEN MERGED LATER) AND IS REPOINTED ONLY WHEN THE  *
      * FINAL SURVIVOR IS ON THE MASTER AND NOT CLOSED.                *
      *================================================================*
       RESOLVE-CUST-REF.
           MOVE 'L' TO WS-REF-CLASS.
           MOVE 'N' TO WS-REPOINT-FLAG.
           MOVE SPACES TO WS-REF-SURVIVOR WS-REF-DETAIL.
           IF WS-REF-ID = SPACES
             MOVE 'X' TO WS-REF-CLASS
             MOVE 'BLANK CUST-ID' TO WS-REF-DETAIL
           ELSE
             PERFORM CLASSIFY-CUST-REF
           END-IF.

       CLASSIFY-CUST-REF.
           MOVE WS-REF-ID TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-CUST-STATUS NOT = '00'
               PERFORM FIND-IN-ARCHIVE
             WHEN CUST-XREF-ID NOT = SPACES
               MOVE 'M' TO WS-REF-CLASS
               PERFORM FOLLOW-MERGE-TRAIL
             WHEN CUST-CLOSED
               MOVE 'C' TO WS-REF-CLASS
               STRING 'CLOSED, LAST ACTIVE ' CUST-LAST-ACTIVITY
                 DELIMITED BY SIZE INTO WS-REF-DETAIL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       FIND-IN-ARCHIVE.
           MOVE 'N' TO WS-ARC-FOUND-FLAG.
           PERFORM CHECK-ONE-ARCHIVE-ID
             VARYING WS-ARC-LOOP FROM 1 BY 1
             UNTIL WS-ARC-LOOP > WS-ARC-COUNT OR WS-ARC-FOUND.
           IF WS-ARC-FOUND
             MOVE 'A' TO WS-REF-CLASS
           ELSE
             MOVE 'X' TO WS-REF-CLASS
             MOVE 'NOT ON MASTER OR ARCHIVE' TO WS-REF-DETAIL
           END-IF.

       CHECK-ONE-ARCHIVE-ID.
           IF WS-ARC-CUST-ID(WS-ARC-LOOP) = WS-REF-ID
             SET WS-ARC-FOUND TO TRUE
             STRING 'ON ARCHDATA.' WS-ARC-YEAR(WS-ARC-LOOP)
               DELIMITED BY SIZE INTO WS-REF-DETAIL
           END-IF.

       FOLLOW-MERGE-TRAIL.
           MOVE 'N' TO WS-TRAIL-END-FLAG.
           MOVE SPACE TO WS-SURV-STATE.
           PERFORM FOLLOW-ONE-MERGE-HOP
             VARYING WS-HOP FROM 1 BY 1
             UNTIL WS-HOP > WS-HOP-MAX OR WS-TRAIL-END.
           EVALUATE TRUE
             WHEN NOT WS-TRAIL-END
               STRING 'TRAIL TOO LONG AT ' WS-REF-SURVIVOR
                 DELIMITED BY SIZE INTO WS-REF-DETAIL
             WHEN WS-SURV-LIVE
               SET WS-REPOINT TO TRUE
               STRING 'SURVIVOR ' WS-REF-SURVIVOR
                 DELIMITED BY SIZE INTO WS-REF-DETAIL
             WHEN WS-SURV-CLOSED
               STRING 'SURVIVOR ' WS-REF-SURVIVOR ' CLOSED'
                 DELIMITED BY SIZE INTO WS-REF-DETAIL
             WHEN OTHER
               STRING 'SURVIVOR ' WS-REF-SURVIVOR ' NOT ON FILE'
                 DELIMITED BY SIZE INTO WS-REF-DETAIL
           END-EVALUATE.

       FOLLOW-ONE-MERGE-HOP.
           MOVE CUST-XREF-ID TO WS-REF-SURVIVOR.
           MOVE WS-REF-SURVIVOR TO CUST-ID.
           READ CUSTFILE INTO CUST-RECORD
             INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
             WHEN WS-CUST-STATUS NOT = '00'
               SET WS-SURV-GONE TO TRUE
               SET WS-TRAIL-END TO TRUE
             WHEN CUST-XREF-ID NOT = SPACES
               CONTINUE
             WHEN CUST-CLOSED
               SET WS-SURV-CLOSED TO TRUE
               SET WS-TRAIL-END TO TRUE
             WHEN OTHER
               SET WS-SURV-LIVE TO TRUE
               SET WS-TRAIL-END TO TRUE
           END-EVALUATE.

      *================================================================*
      * TALLY THE RESOLVED REFERENCE AGAINST THE CURRENT FILE AND, FOR *
      * ANY FINDING, PRINT IT WITH THE PROPOSED ACTION (WS-ACTION).    *
      *================================================================*
       RECORD-FINDING.
           ADD 1 TO WS-FT-CHECKED(WS-FILE-NO).
           IF WS-CHANGED
             ADD 1 TO WS-FT-CHANGED(WS-FILE-NO)
           END-IF.
           IF NOT WS-REF-LIVE
             PERFORM PRINT-FINDING
           END-IF.

       PRINT-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE WS-REF-ID TO DTL-CUST-ID.
           MOVE WS-RECORD-INFO TO DTL-RECORD.
           MOVE WS-REF-DETAIL TO DTL-DETAIL.
           MOVE WS-ACTION TO DTL-ACTION.
           EVALUATE TRUE
             WHEN WS-REF-MERGED
               ADD 1 TO WS-FT-MERGED(WS-FILE-NO)
               MOVE 'MERGED' TO DTL-FINDING
             WHEN WS-REF-ARCHIVED
               ADD 1 TO WS-FT-ARCHIVED(WS-FILE-NO)
               MOVE 'ARCHIVED' TO DTL-FINDING
             WHEN WS-REF-CLOSED
               ADD 1 TO WS-FT-CLOSED(WS-FILE-NO)
               MOVE 'CLOSED' TO DTL-FINDING
             WHEN OTHER
               ADD 1 TO WS-FT-MISSING(WS-FILE-NO)
               MOVE 'MISSING' TO DTL-FINDING
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

       START-FILE-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'FILE ' WS-FN-NAME(WS-FILE-NO)
                  '   PROPOSED CORRECTIONS ON '
                  WS-FN-FIX(WS-FILE-NO)
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-COLUMNS.

       OPEN-FIX-FAILED.
           DISPLAY 'ERROR OPENING ' WS-FN-FIX(WS-FILE-NO) ': '
                   WS-FIX-STATUS.
           SET WS-FT-ABANDONED(WS-FILE-NO) TO TRUE.
           MOVE 16 TO RETURN-CODE.

      *================================================================*
      * COOWNERS - ACTIVE CO-OWNER ROWS. A MERGED ACCOUNT'S CO-OWNER   *
      * MOVES TO THE SURVIVOR; ANY OTHER FINDING MARKS THE ROW REMOVED *
      * ('D'), WHICH KEEPS IT ON THE REVIEW TRAIL.                     *
      *================================================================*
       SWEEP-COOWNERS.
           MOVE 1 TO WS-FILE-NO.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS NOT = '00'
             DISPLAY 'NO COOWNERS FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-COOWNERS-FILE
           END-IF.

       SWEEP-COOWNERS-FILE.
           OPEN OUTPUT COWNFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE COWNFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-COOWNER UNTIL WS-EOF
             CLOSE COWNFILE COWNFIX
           END-IF.

       CHECK-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF COWN-ACTIVE
               MOVE 'N' TO WS-CHANGED-FLAG
               MOVE COWN-CUST-ID TO WS-REF-ID
               PERFORM RESOLVE-CUST-REF
               IF NOT WS-REF-LIVE
                 MOVE COWN-SEQ TO WS-EDIT-SEQ
                 MOVE SPACES TO WS-RECORD-INFO
                 STRING 'CO-OWNER ' WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-RECORD-INFO
                 SET WS-CHANGED TO TRUE
                 IF WS-REPOINT
                   MOVE WS-REF-SURVIVOR TO COWN-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 ELSE
                   SET COWN-REMOVED TO TRUE
                   MOVE 'CO-OWNER MARKED REMOVED (D)' TO WS-ACTION
                 END-IF
               END-IF
               PERFORM RECORD-FINDING
             END-IF
             MOVE COWN-RECORD TO COWNFIX-RECORD
             WRITE COWNFIX-RECORD
           END-IF.

      *================================================================*
      * HOUSHOLD - ACTIVE MEMBERSHIPS, TREATED AS CO-OWNERS ARE.       *
      *================================================================*
       SWEEP-HOUSEHOLDS.
           MOVE 2 TO WS-FILE-NO.
           OPEN INPUT HHLDFILE.
           IF WS-HHLD-STATUS NOT = '00'
             DISPLAY 'NO HOUSHOLD FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-HOUSEHOLDS-FILE
           END-IF.

       SWEEP-HOUSEHOLDS-FILE.
           OPEN OUTPUT HHLDFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE HHLDFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-MEMBERSHIP UNTIL WS-EOF
             CLOSE HHLDFILE HHLDFIX
           END-IF.

       CHECK-ONE-MEMBERSHIP.
           READ HHLDFILE INTO HHLD-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF HHLD-ACTIVE
               MOVE 'N' TO WS-CHANGED-FLAG
               MOVE HHLD-CUST-ID TO WS-REF-ID
               PERFORM RESOLVE-CUST-REF
               IF NOT WS-REF-LIVE
                 MOVE SPACES TO WS-RECORD-INFO
                 STRING 'HOUSEHOLD ' HHLD-ID
                   DELIMITED BY SIZE INTO WS-RECORD-INFO
                 SET WS-CHANGED TO TRUE
                 IF WS-REPOINT
                   MOVE WS-REF-SURVIVOR TO HHLD-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 ELSE
                   SET HHLD-REMOVED TO TRUE
                   MOVE 'MEMBERSHIP MARKED REMOVED (D)' TO WS-ACTION
                 END-IF
               END-IF
               PERFORM RECORD-FINDING
             END-IF
             MOVE HHLD-RECORD TO HHLDFIX-RECORD
             WRITE HHLDFIX-RECORD
           END-IF.

      *================================================================*
      * STORDERS - EVERY ORDER; THE CUST-ID IS THE ACCOUNT THE ORDER   *
      * SETTLES FROM. AN ORDER THAT CANNOT BE REPOINTED IS SUSPENDED   *
      * ('S') SO CUSTSTOR GENERATES NOTHING UNTIL THE BRANCH ACTS.     *
      *================================================================*
       SWEEP-STANDING-ORDERS.
           MOVE 3 TO WS-FILE-NO.
           OPEN INPUT STORFILE.
           IF WS-STOR-STATUS NOT = '00'
             DISPLAY 'NO STORDERS FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-STANDING-ORDERS-FILE
           END-IF.

       SWEEP-STANDING-ORDERS-FILE.
           OPEN OUTPUT STORFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE STORFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-STANDING-ORDER UNTIL WS-EOF
             CLOSE STORFILE STORFIX
           END-IF.

       CHECK-ONE-STANDING-ORDER.
           READ STORFILE INTO STOR-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             MOVE 'N' TO WS-CHANGED-FLAG
             MOVE STO-CUST-ID TO WS-REF-ID
             PERFORM RESOLVE-CUST-REF
             IF NOT WS-REF-LIVE
               MOVE STO-REFERENCE TO WS-RECORD-INFO
               EVALUATE TRUE
                 WHEN WS-REPOINT
                   SET WS-CHANGED TO TRUE
                   MOVE WS-REF-SURVIVOR TO STO-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 WHEN STO-SUSPENDED
                   MOVE 'ALREADY SUSPENDED - BRANCH TO CANCEL'
                     TO WS-ACTION
                 WHEN OTHER
                   SET WS-CHANGED TO TRUE
                   SET STO-SUSPENDED TO TRUE
                   MOVE 'ORDER SUSPENDED (S) FOR BRANCH REVIEW'
                     TO WS-ACTION
               END-EVALUATE
             END-IF
             PERFORM RECORD-FINDING
             MOVE STOR-RECORD TO STORFIX-RECORD
             WRITE STORFIX-RECORD
           END-IF.

      *================================================================*
      * DISPUTES - OPEN AND PROVISIONALLY-CREDITED CASES. A MERGE IS   *
      * REPOINTED; ANY OTHER FINDING IS LEFT FOR THE DISPUTES DESK,    *
      * SINCE THE REGULATORY CLOCK ON THE CASE STILL RUNS.             *
      *================================================================*
       SWEEP-DISPUTES.
           MOVE 4 TO WS-FILE-NO.
           OPEN INPUT DSPTFILE.
           IF WS-DSPT-STATUS NOT = '00'
             DISPLAY 'NO DISPUTES FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-DISPUTES-FILE
           END-IF.

       SWEEP-DISPUTES-FILE.
           OPEN OUTPUT DSPTFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE DSPTFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-DISPUTE UNTIL WS-EOF
             CLOSE DSPTFILE DSPTFIX
           END-IF.

       CHECK-ONE-DISPUTE.
           READ DSPTFILE INTO DSP-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF DSP-OPEN OR DSP-PROVISIONAL
               MOVE 'N' TO WS-CHANGED-FLAG
               MOVE DSP-CUST-ID TO WS-REF-ID
               PERFORM RESOLVE-CUST-REF
               IF NOT WS-REF-LIVE
                 MOVE DSP-CASE-NO TO WS-EDIT-CASE
                 MOVE SPACES TO WS-RECORD-INFO
                 STRING 'DISPUTE ' WS-EDIT-CASE
                   DELIMITED BY SIZE INTO WS-RECORD-INFO
                 IF WS-REPOINT
                   SET WS-CHANGED TO TRUE
                   MOVE WS-REF-SURVIVOR TO DSP-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 ELSE
                   MOVE 'UNCHANGED - REFER TO DISPUTES DESK'
                     TO WS-ACTION
                 END-IF
               END-IF
               PERFORM RECORD-FINDING
             END-IF
             MOVE DSP-RECORD TO DSPTFIX-RECORD
             WRITE DSPTFIX-RECORD
           END-IF.

      *================================================================*
      * CASEWORK - OPEN, ASSIGNED AND ESCALATED INVESTIGATIONS. A      *
      * CASE IS NEVER CLOSED HERE - ONLY A MERGE IS REPOINTED.         *
      *================================================================*
       SWEEP-CASEWORK.
           MOVE 5 TO WS-FILE-NO.
           OPEN INPUT CASEFILE.
           IF WS-CASE-STATUS NOT = '00'
             DISPLAY 'NO CASEWORK FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-CASEWORK-FILE
           END-IF.

       SWEEP-CASEWORK-FILE.
           OPEN OUTPUT CASEFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE CASEFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-CASE UNTIL WS-EOF
             CLOSE CASEFILE CASEFIX
           END-IF.

       CHECK-ONE-CASE.
           READ CASEFILE INTO CASE-WORK-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF CW-OPEN OR CW-ASSIGNED OR CW-ESCALATED
               MOVE 'N' TO WS-CHANGED-FLAG
               MOVE CW-CUST-ID TO WS-REF-ID
               PERFORM RESOLVE-CUST-REF
               IF NOT WS-REF-LIVE
                 MOVE SPACES TO WS-RECORD-INFO
                 STRING 'CASE ' CW-PATTERN ' ' CW-OPEN-DATE
                   DELIMITED BY SIZE INTO WS-RECORD-INFO
                 IF WS-REPOINT
                   SET WS-CHANGED TO TRUE
                   MOVE WS-REF-SURVIVOR TO CW-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 ELSE
                   MOVE 'UNCHANGED - REFER TO INVESTIGATOR'
                     TO WS-ACTION
                 END-IF
               END-IF
               PERFORM RECORD-FINDING
             END-IF
             MOVE CASE-WORK-RECORD TO CASEFIX-RECORD
             WRITE CASEFIX-RECORD
           END-IF.

      *================================================================*
      * VELOCUST - PER-CUSTOMER LIMIT OVERRIDES. A MERGED OVERRIDE IS  *
      * REPOINTED UNLESS THE SURVIVOR ALREADY HAS ONE (THE SURVIVOR'S  *
      * OWN LIMIT STANDS); AN OVERRIDE FOR A CUSTOMER NO LONGER LIVE   *
      * IS DROPPED - IT HAS NOTHING LEFT TO GOVERN.                    *
      *================================================================*
       SWEEP-VELOCITY-OVERRIDES.
           MOVE 6 TO WS-FILE-NO.
           OPEN INPUT VELOFILE.
           IF WS-VELO-STATUS NOT = '00'
             DISPLAY 'NO VELOCUST FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-VELOCITY-OVERRIDES-FILE
           END-IF.

       SWEEP-VELOCITY-OVERRIDES-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM LOAD-ONE-OVERRIDE UNTIL WS-EOF.
           CLOSE VELOFILE.
      * A VELOFIX WRITTEN FROM A TRUNCATED TABLE WOULD DROP EVERY
      * OVERRIDE PAST THE LIMIT WHEN SWAPPED IN.
           IF WS-VEL-OVERFLOWED
             DISPLAY 'CUSTORPH: VELOCUST EXCEEDS THE TABLE - NO '
                     'VELOFIX WRITTEN'
             SET WS-FT-ABANDONED(WS-FILE-NO) TO TRUE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             OPEN OUTPUT VELOFIX
             IF WS-FIX-STATUS NOT = '00'
               PERFORM OPEN-FIX-FAILED
             ELSE
               PERFORM WRITE-VELOCITY-FIX
             END-IF
           END-IF.

       WRITE-VELOCITY-FIX.
           SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE.
           PERFORM START-FILE-SECTION.
           IF WS-VEL-COUNT > 0
             PERFORM CHECK-ONE-OVERRIDE
               VARYING WS-VEL-LOOP FROM 1 BY 1
               UNTIL WS-VEL-LOOP > WS-VEL-COUNT
           END-IF.
           CLOSE VELOFIX.

       LOAD-ONE-OVERRIDE.
           READ VELOFILE INTO VELO-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF WS-VEL-COUNT < WS-VEL-MAX
               ADD 1 TO WS-VEL-COUNT
               MOVE VELO-RECORD TO WS-VT-IMAGE(WS-VEL-COUNT)
               MOVE 'N' TO WS-VT-DROP-FLAG(WS-VEL-COUNT)
             ELSE
               SET WS-VEL-OVERFLOWED TO TRUE
             END-IF
           END-IF.

       CHECK-ONE-OVERRIDE.
           MOVE 'N' TO WS-CHANGED-FLAG.
           MOVE WS-VT-CUST-ID(WS-VEL-LOOP) TO WS-REF-ID.
           PERFORM RESOLVE-CUST-REF.
           IF NOT WS-REF-LIVE
             MOVE 'LIMIT OVERRIDE' TO WS-RECORD-INFO
             SET WS-CHANGED TO TRUE
             MOVE 'N' TO WS-VEL-TAKEN-FLAG
             IF WS-REPOINT
               PERFORM CHECK-SURVIVOR-OVERRIDE
                 VARYING WS-VEL-SCAN FROM 1 BY 1
                 UNTIL WS-VEL-SCAN > WS-VEL-COUNT OR WS-VEL-TAKEN
             END-IF
             EVALUATE TRUE
               WHEN WS-REPOINT AND WS-VEL-TAKEN
                 SET WS-VT-DROPPED(WS-VEL-LOOP) TO TRUE
                 MOVE 'DROPPED - SURVIVOR HAS ITS OWN OVERRIDE'
                   TO WS-ACTION
               WHEN WS-REPOINT
                 MOVE WS-REF-SURVIVOR TO WS-VT-CUST-ID(WS-VEL-LOOP)
                 MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
               WHEN OTHER
                 SET WS-VT-DROPPED(WS-VEL-LOOP) TO TRUE
                 MOVE 'OVERRIDE DROPPED' TO WS-ACTION
             END-EVALUATE
           END-IF.
           PERFORM RECORD-FINDING.
           IF NOT WS-VT-DROPPED(WS-VEL-LOOP)
             MOVE WS-VT-IMAGE(WS-VEL-LOOP) TO VELOFIX-RECORD
             WRITE VELOFIX-RECORD
           END-IF.

       CHECK-SURVIVOR-OVERRIDE.
           IF WS-VEL-SCAN NOT = WS-VEL-LOOP
              AND NOT WS-VT-DROPPED(WS-VEL-SCAN)
              AND WS-VT-CUST-ID(WS-VEL-SCAN) = WS-REF-SURVIVOR
             SET WS-VEL-TAKEN TO TRUE
           END-IF.

      *================================================================*
      * HELDITEM - OPEN WATCHLIST HOLDS. ONBOARDING HOLDS FROM         *
      * CUSTLOAD ARE FOR CUSTOMERS NOT YET ON THE MASTER BY DESIGN AND *
      * ARE NOT CHECKED. A MERGE IS REPOINTED; ANYTHING ELSE IS LEFT   *
      * FOR COMPLIANCE TO RELEASE OR CONFIRM.                          *
      *================================================================*
       SWEEP-HELD-ITEMS.
           MOVE 7 TO WS-FILE-NO.
           OPEN INPUT HELDFILE.
           IF WS-HELD-STATUS NOT = '00'
             DISPLAY 'NO HELDITEM FILE - SKIPPED'
           ELSE
             PERFORM SWEEP-HELD-ITEMS-FILE
           END-IF.

       SWEEP-HELD-ITEMS-FILE.
           OPEN OUTPUT HELDFIX.
           IF WS-FIX-STATUS NOT = '00'
             PERFORM OPEN-FIX-FAILED
             CLOSE HELDFILE
           ELSE
             SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE
             PERFORM START-FILE-SECTION
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM CHECK-ONE-HELD-ITEM UNTIL WS-EOF
             CLOSE HELDFILE HELDFIX
           END-IF.

       CHECK-ONE-HELD-ITEM.
           READ HELDFILE INTO HELD-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-FT-READ(WS-FILE-NO)
             IF HELD-OPEN AND HELD-SOURCE NOT = 'CUSTLOAD'
               MOVE 'N' TO WS-CHANGED-FLAG
               MOVE HELD-CUST-ID TO WS-REF-ID
               PERFORM RESOLVE-CUST-REF
               IF NOT WS-REF-LIVE
                 MOVE SPACES TO WS-RECORD-INFO
                 STRING HELD-SOURCE ' ' HELD-DATE
                   DELIMITED BY SIZE INTO WS-RECORD-INFO
                 IF WS-REPOINT
                   SET WS-CHANGED TO TRUE
                   MOVE WS-REF-SURVIVOR TO HELD-CUST-ID
                   MOVE 'REPOINTED TO SURVIVOR' TO WS-ACTION
                 ELSE
                   MOVE 'UNCHANGED - REFER TO COMPLIANCE'
                     TO WS-ACTION
                 END-IF
               END-IF
               PERFORM RECORD-FINDING
             END-IF
             MOVE HELD-RECORD TO HELDFIX-RECORD
             WRITE HELDFIX-RECORD
           END-IF.

      *================================================================*
      * SETTLEMENT REFERENCES - CUST-SETTLE-CUST-ID ON OPEN ACCOUNTS.  *
      * THE MASTER IS NOT REWRITTEN HERE; EACH FINDING IS LISTED FOR A *
      * 'K' TERMS-MAINTENANCE TRANSACTION, WHICH RE-VALIDATES THE NEW  *
      * SETTLEMENT ACCOUNT AND LOGS THE CHANGE. THE RECORD COLUMN      *
      * NAMES THE TERM ACCOUNT THAT HOLDS THE REFERENCE.               *
      *================================================================*
       SWEEP-SETTLEMENT-REFERENCES.
           MOVE 8 TO WS-FILE-NO.
           SET WS-FT-SWEPT(WS-FILE-NO) TO TRUE.
           MOVE WS-STL-COUNT TO WS-FT-READ(WS-FILE-NO).
           PERFORM START-FILE-SECTION.
           IF WS-STL-COUNT > 0
             PERFORM CHECK-ONE-SETTLEMENT-REF
               VARYING WS-STL-LOOP FROM 1 BY 1
               UNTIL WS-STL-LOOP > WS-STL-COUNT
           END-IF.

       CHECK-ONE-SETTLEMENT-REF.
           MOVE 'N' TO WS-CHANGED-FLAG.
           MOVE WS-STL-SETTLE-ID(WS-STL-LOOP) TO WS-REF-ID.
           PERFORM RESOLVE-CUST-REF.
           IF NOT WS-REF-LIVE
             MOVE SPACES TO WS-RECORD-INFO
             STRING 'TERM ' WS-STL-CUST-ID(WS-STL-LOOP)
               DELIMITED BY SIZE INTO WS-RECORD-INFO
             IF WS-REPOINT
               MOVE SPACES TO WS-ACTION
               STRING 'KEY K MAINT: SETTLE TO ' WS-REF-SURVIVOR
                 DELIMITED BY SIZE INTO WS-ACTION
             ELSE
               MOVE 'KEY K MAINT: RENOMINATE SETTLEMENT ACCT'
                 TO WS-ACTION
               IF WS-STL-MAT-DATE(WS-STL-LOOP) NOT = SPACES
                 MOVE SPACES TO WS-ACTION
                 STRING 'KEY K MAINT: RENOMINATE BY '
                        WS-STL-MAT-DATE(WS-STL-LOOP)
                   DELIMITED BY SIZE INTO WS-ACTION
               END-IF
             END-IF
           END-IF.
           PERFORM RECORD-FINDING.

      *================================================================*
      * SUMMARY PAGE - ONE LINE PER FILE.                              *
      *================================================================*
       WRITE-SUMMARY-PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'SWEEP SUMMARY BY FILE' TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-SUM-COLUMNS.
           PERFORM WRITE-ONE-SUMMARY-LINE
             VARYING WS-FILE-LOOP FROM 1 BY 1
             UNTIL WS-FILE-LOOP > WS-FILE-MAX.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-ARC-COUNT TO WS-EDIT-ARC-COUNT.
           STRING 'ARCHDATA PARTITIONS SEARCHED: ' WS-PARTITION-COUNT
                  '   ARCHIVED IDS LOADED: ' WS-EDIT-ARC-COUNT
                  '   TOTAL FINDINGS: ' WS-FINDING-COUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-SUMMARY-LINE.
           MOVE WS-FN-NAME(WS-FILE-LOOP) TO SUM-NAME.
           MOVE WS-FN-FIX(WS-FILE-LOOP) TO SUM-FIX.
           MOVE WS-FT-READ(WS-FILE-LOOP) TO SUM-READ.
           MOVE WS-FT-CHECKED(WS-FILE-LOOP) TO SUM-CHECKED.
           MOVE WS-FT-MERGED(WS-FILE-LOOP) TO SUM-MERGED.
           MOVE WS-FT-ARCHIVED(WS-FILE-LOOP) TO SUM-ARCHIVED.
           MOVE WS-FT-CLOSED(WS-FILE-LOOP) TO SUM-CLOSED.
           MOVE WS-FT-MISSING(WS-FILE-LOOP) TO SUM-MISSING.
           MOVE WS-FT-CHANGED(WS-FILE-LOOP) TO SUM-CHANGED.
           EVALUATE TRUE
             WHEN WS-FT-ABSENT(WS-FILE-LOOP)
               MOVE 'FILE NOT PRESENT - NOT SWEPT' TO SUM-NOTE
             WHEN WS-FT-ABANDONED(WS-FILE-LOOP)
               MOVE 'SWEEP ABANDONED - NO FIX FILE' TO SUM-NOTE
             WHEN WS-FILE-LOOP = WS-FILE-MAX
               MOVE 'FOR K MAINTENANCE - NO FIX FILE' TO SUM-NOTE
             WHEN WS-FT-CHANGED(WS-FILE-LOOP) = 0
               MOVE 'NO CHANGES - NO SWAP NEEDED' TO SUM-NOTE
             WHEN OTHER
               MOVE 'REVIEW AND SWAP IN FIX FILE' TO SUM-NOTE
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-SUM-DETAIL.

       CLEANUP-PARA.
           CLOSE CUSTFILE RPTFILE.
           IF WS-FINDING-COUNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CUSTORPH COMPLETE'.
           DISPLAY '  ARCHIVE PARTITIONS:   ' WS-PARTITION-COUNT.
           DISPLAY '  ARCHIVED IDS LOADED:  ' WS-ARC-COUNT.
           DISPLAY '  SETTLEMENT REFS:      ' WS-STL-COUNT.
           DISPLAY '  TOTAL FINDINGS:       ' WS-FINDING-COUNT.
