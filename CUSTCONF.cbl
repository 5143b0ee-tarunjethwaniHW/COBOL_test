       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONF.
       AUTHOR. ACCT-MGMT-TEAM.
      *================================================================*
      * CUSTCONF - AUDITOR BALANCE CONFIRMATION SAMPLE AND REPLIES     *
      * RUN ON DEMAND FOR THE EXTERNAL AUDITORS' YEARLY CONFIRMATION   *
      * OF DEPOSIT BALANCES. ONE FUNCTION PER RUN VIA THE CONFCTL      *
      * CARD:                                                          *
      *   'S' - SAMPLE: EVERY ACCOUNT IS VALUED AT ITS BALANCE_HISTORY *
      *         SNAPSHOT FOR THE CARD'S AS-OF DATE AND TAKEN IF IT WAS *
      *         NOT CLOSED ON THAT DATE (AN ACCOUNT WITH NO SNAPSHOT   *
      *         CANNOT BE CONFIRMED AND IS LEFT OUT, COUNTED). THE     *
      *         BALANCE IS CONVERTED TO THE BASE CURRENCY AT THE       *
      *         CURRTBL RATE (AN ACCOUNT WITH NO RATE IS LEFT OUT AND  *
      *         LISTED) AND FALLS INTO A STRATUM OF BRANCH AND BASE-   *
      *         CURRENCY BALANCE BAND. THE LARGEST BALANCES ON THE     *
      *         BOOK (TOP COUNT ON THE CARD) ARE ALWAYS TAKEN; THE     *
      *         REST OF EACH STRATUM IS SAMPLED AT THE BAND'S RATE, AT *
      *         LEAST ONE ITEM PER STRATUM, IN THE ORDER OF A RANDOM   *
      *         KEY DRAWN FROM THE CARD'S SEED - THE SAME SEED AGAINST *
      *         THE SAME MASTER DRAWS THE SAME SAMPLE. EACH ITEM GETS  *
      *         ADDRESSED LETTER ON CONFLTR (CO-OWNERS OF RECORD FROM  *
      *         COOWNERS ARE NAMED ON IT) AND A LINE ON THE SAMPLE     *
      *         REGISTER, BOTH IN THE ACCOUNT'S OWN CURRENCY; THE      *
      *         REGISTER LINE KEEPS THE RATE USED.                     *
      *   'R' - RESPONSES: THE CONFRESP FEED RECORDS EACH REPLY AS     *
      *         AGREED, DISAGREED (WITH THE CUSTOMER'S FIGURE) OR NO   *
      *         REPLY AGAINST THE REGISTER. DISAGREEMENTS, NO-REPLIES  *
      *         AND REPLIES THAT MATCH NO LETTER ARE LISTED AS         *
      *         EXCEPTIONS FOR THE AUDITORS.                           *
      * BOTH FUNCTIONS REWRITE THE FULL REGISTER TO CONFSMPN, SWAPPED  *
      * IN FOR CONFSMPL AFTER REVIEW AS WITH COWNNEW, AND END CONFRPT  *
      * WITH THE COVERAGE SUMMARY OF SAMPLE AGAINST POPULATION BY      *
      * BALANCE BAND AND BY BRANCH, ALL IN THE BASE CURRENCY.          *
      * RC 4  - A REPLY MATCHED NO LETTER OR WAS NOT A VALID CODE, OR  *
      *         A FOREIGN-CURRENCY ACCOUNT HAS NO CURRTBL RATE.        *
      * RC 8  - NO CONTROL CARD, OR SNAPSHOT LOOKUPS FAILED.           *
      * RC 16 - A TABLE OVERFLOWED; THE SAMPLE OR REGISTER IS          *
      *         INCOMPLETE AND NO CONFSMPN SHOULD BE SWAPPED IN.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFCTL ASSIGN TO 'CONFCTL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTFILE ASSIGN TO 'CUSTDATA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-STATUS.
           SELECT COWNFILE ASSIGN TO 'COOWNERS'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COWN-STATUS.
           SELECT SORTWK ASSIGN TO 'SORTWK1'.
           SELECT LTRFILE ASSIGN TO 'CONFLTR'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LTR-STATUS.
           SELECT SMPLFILE ASSIGN TO 'CONFSMPL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SMPL-STATUS.
           SELECT SMPNFILE ASSIGN TO 'CONFSMPN'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SMPN-STATUS.
           SELECT RESPFILE ASSIGN TO 'CONFRESP'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RESP-STATUS.
           SELECT RPTFILE ASSIGN TO 'CONFRPT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNDTCTL ASSIGN TO 'RUNDATE'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNDT-STATUS.
           SELECT CURRFILE ASSIGN TO 'CURRTBL'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BAND LIMITS ARE THE UPPER BOUNDS OF BANDS 1 TO 3, IN THE BASE
      * CURRENCY; BAND 4 IS EVERYTHING ABOVE. A ZERO LIMIT OR RATE
      * TAKES THE DEFAULT.
       FD CONFCTL.
       01 CONFCTL-RECORD.
          05 CTL-FUNCTION       PIC X(01).
             88 CTL-FUNC-SAMPLE VALUE 'S'.
             88 CTL-FUNC-RESPONSES VALUE 'R'.
          05 CTL-AS-OF-DATE     PIC X(10).
          05 CTL-SEED           PIC 9(09).
          05 CTL-TOP-COUNT      PIC 9(03).
          05 CTL-BAND-LIMIT     PIC 9(9)V99 OCCURS 3 TIMES.
          05 CTL-BAND-PCT       PIC 9(3)V99 OCCURS 4 TIMES.
          05 CTL-REPLY-DATE     PIC X(10).

       FD CUSTFILE.
       COPY CUSTCOPY.

       FD COWNFILE.
       COPY COWNCOPY.

       SD SORTWK.
       01 SORT-RECORD.
          05 SRT-BRANCH         PIC X(04).
          05 SRT-BAND           PIC 9(01).
          05 SRT-RAND-KEY       PIC 9(10).
          05 SRT-CUST-ID        PIC X(10).
          05 SRT-NAME           PIC X(30).
          05 SRT-CURRENCY       PIC X(03).
          05 SRT-BALANCE        PIC S9(11)V99.
          05 SRT-RATE           PIC 9(03)V9(06).
          05 SRT-BASE-BALANCE   PIC S9(11)V99.
          05 SRT-ADDR-CONTACT   PIC X(147).

       FD LTRFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 LTR-LINE              PIC X(132).

      * THE SAMPLE REGISTER - A HEADER NAMING THE DRAW, ONE 'D' LINE
      * PER LETTER CARRYING ITS REPLY, AND ONE 'P' LINE PER STRATUM
      * HOLDING THE POPULATION THE SAMPLE WAS DRAWN FROM.
       FD SMPLFILE.
       01 SMPL-RECORD.
          05 SMP-REC-TYPE       PIC X(01).
             88 SMP-HEADER      VALUE 'H'.
             88 SMP-DETAIL      VALUE 'D'.
             88 SMP-POPULATION  VALUE 'P'.
          05 SMP-DATA           PIC X(119).
          05 SMP-DETAIL-DATA REDEFINES SMP-DATA.
             10 SMPD-CONF-REF   PIC X(12).
             10 SMPD-CUST-ID    PIC X(10).
             10 SMPD-BRANCH     PIC X(04).
             10 SMPD-BAND       PIC 9(01).
             10 SMPD-BASIS      PIC X(01).
                88 SMPD-TOP-BALANCE VALUE 'T'.
                88 SMPD-RANDOM  VALUE 'R'.
             10 SMPD-BALANCE    PIC S9(11)V99.
             10 SMPD-CURRENCY   PIC X(03).
             10 SMPD-STATUS     PIC X(01).
                88 SMPD-OUTSTANDING VALUE 'O'.
                88 SMPD-AGREED  VALUE 'A'.
                88 SMPD-DISAGREED VALUE 'D'.
                88 SMPD-NO-REPLY VALUE 'N'.
             10 SMPD-CUST-AMOUNT PIC S9(11)V99.
             10 SMPD-RESP-DATE  PIC X(10).
             10 SMPD-COMMENT    PIC X(40).
             10 SMPD-RATE       PIC 9(03)V9(06).
             10 FILLER          PIC X(02).
          05 SMP-POP-DATA REDEFINES SMP-DATA.
             10 SMPP-BRANCH     PIC X(04).
             10 SMPP-BAND       PIC 9(01).
             10 SMPP-POP-COUNT  PIC 9(07).
             10 SMPP-POP-AMOUNT PIC S9(13)V99.
             10 FILLER          PIC X(92).
          05 SMP-HDR-DATA REDEFINES SMP-DATA.
             10 SMPH-AS-OF-DATE PIC X(10).
             10 SMPH-SEED       PIC 9(09).
             10 SMPH-TOP-COUNT  PIC 9(03).
             10 SMPH-BAND-LIMIT PIC 9(9)V99 OCCURS 3 TIMES.
             10 SMPH-BAND-PCT   PIC 9(3)V99 OCCURS 4 TIMES.
             10 SMPH-REPLY-DATE PIC X(10).
             10 SMPH-RUN-DATE   PIC X(10).
             10 FILLER          PIC X(24).

       FD SMPNFILE.
       01 SMPN-RECORD           PIC X(120).

       FD RESPFILE.
       01 RESP-RECORD.
          05 RSP-CONF-REF       PIC X(12).
          05 RSP-CUST-ID        PIC X(10).
          05 RSP-CODE           PIC X(01).
             88 RSP-AGREED      VALUE 'A'.
             88 RSP-DISAGREED   VALUE 'D'.
             88 RSP-NO-REPLY    VALUE 'N'.
          05 RSP-CUST-AMOUNT    PIC S9(11)V99.
          05 RSP-RECEIVED-DATE  PIC X(10).
          05 RSP-COMMENT        PIC X(40).

       FD RPTFILE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE              PIC X(132).

       FD RUNDTCTL.
       01 RUNDT-RECORD.
          05 CTL-RUN-DATE       PIC X(10).

       FD CURRFILE.
       01 CURR-RECORD.
          05 CURR-CODE          PIC X(03).
          05 CURR-RATE          PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC XX VALUE SPACES.
       01 WS-CUST-STATUS        PIC XX VALUE SPACES.
       01 WS-COWN-STATUS        PIC XX VALUE SPACES.
       01 WS-LTR-STATUS         PIC XX VALUE SPACES.
       01 WS-SMPL-STATUS        PIC XX VALUE SPACES.
       01 WS-SMPN-STATUS        PIC XX VALUE SPACES.
       01 WS-RESP-STATUS        PIC XX VALUE SPACES.
       01 WS-RPT-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNDT-STATUS       PIC XX VALUE SPACES.
       01 WS-CURR-STATUS        PIC XX VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(10).

       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          88 WS-EOF             VALUE 'Y'.
       01 WS-COWN-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-COWN-EOF        VALUE 'Y'.
       01 WS-SMPL-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-SMPL-EOF        VALUE 'Y'.
       01 WS-RESP-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-RESP-EOF        VALUE 'Y'.
       01 WS-SRT-EOF-FLAG       PIC X VALUE 'N'.
          88 WS-SRT-EOF         VALUE 'Y'.
       01 WS-CURR-EOF-FLAG      PIC X VALUE 'N'.
          88 WS-CURR-EOF        VALUE 'Y'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OVERFLOW-NOTE      PIC X(40) VALUE SPACES.

      * THE DRAW IN FORCE - FROM THE CARD ON A SAMPLE RUN, FROM THE
      * REGISTER HEADER ON A RESPONSE RUN.
       01 WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
       01 WS-SEED               PIC 9(09) VALUE 0.
       01 WS-TOP-LIMIT          PIC S9(4) COMP VALUE 0.
       01 WS-TOP-COUNT-CARD     PIC 9(03) VALUE 10.
       01 WS-BAND-LIMITS.
          05 WS-BAND-LIMIT      PIC 9(9)V99 OCCURS 3 TIMES.
       01 WS-BAND-PCTS.
          05 WS-BAND-PCT        PIC 9(3)V99 OCCURS 4 TIMES.
       01 WS-DFT-BAND-LIMITS.
          05 FILLER             PIC 9(9)V99 VALUE 1000.00.
          05 FILLER             PIC 9(9)V99 VALUE 10000.00.
          05 FILLER             PIC 9(9)V99 VALUE 100000.00.
       01 WS-DFT-LIMIT-TABLE REDEFINES WS-DFT-BAND-LIMITS.
          05 WS-DFT-BAND-LIMIT  PIC 9(9)V99 OCCURS 3 TIMES.
       01 WS-DFT-BAND-PCT       PIC 9(3)V99 VALUE 5.00.
       01 WS-REPLY-DATE         PIC X(10) VALUE SPACES.
       01 WS-REPLY-DAYS         PIC 9(03) VALUE 030.
       01 WS-BAND-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-BAND-DIGIT         PIC 9(01) VALUE 0.

       01 WS-DATE-NUM           PIC 9(08).
       01 WS-DATE-INT           PIC S9(9) COMP VALUE 0.

      * PARK-MILLER MINIMAL STANDARD GENERATOR. THE STATE STARTS AT
      * THE SEED AND ADVANCES ONCE PER ACCOUNT IN KEY ORDER.
       01 WS-RAND-STATE         PIC 9(10) VALUE 1.
       01 WS-RAND-PRODUCT       PIC 9(18) VALUE 0.
       01 WS-RAND-QUOT          PIC 9(18) VALUE 0.
       01 WS-RAND-MULT          PIC 9(05) VALUE 16807.
       01 WS-RAND-MODULUS       PIC 9(10) VALUE 2147483647.

      * DAILY RATES FROM CURRTBL.
       01 WS-RATE-COUNT         PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
             10 WS-RATE-CODE    PIC X(03).
             10 WS-RATE-VALUE   PIC 9(03)V9(06).
       01 WS-CUR-RATE           PIC 9(03)V9(06) VALUE 0.
       01 WS-RATE-FOUND-FLAG    PIC X VALUE 'N'.
          88 WS-RATE-FOUND      VALUE 'Y'.

      * THE ACCOUNT IN HAND - ITS SNAPSHOT BALANCE AS HELD, THAT
      * BALANCE IN THE BASE CURRENCY, AND ITS STATUS ON THE DAY.
       01 WS-CONF-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-CONF-BASE          PIC S9(11)V99 VALUE 0.
       01 WS-CONF-BAND          PIC 9(01) VALUE 0.
       01 WS-SNAP-STATUS        PIC X(01) VALUE SPACE.
          88 WS-SNAP-CLOSED     VALUE 'C'.
       01 WS-SMP-BASE           PIC S9(11)V99 VALUE 0.

      * ACTIVE CO-OWNERS OF RECORD, NAMED ON THE LETTER.
       01 WS-COWN-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-COWN-MAX           PIC S9(4) COMP VALUE 5000.
       01 WS-COWN-TABLE.
          05 WS-COWN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-COWN-IDX.
             10 WS-CWN-CUST-ID  PIC X(10).
             10 WS-CWN-NAME     PIC X(30).

      * THE LARGEST BASE-CURRENCY BALANCES ON THE BOOK, TAKEN WITH
      * CERTAINTY. THE LOWEST ENTRY IS DISPLACED ONCE THE TABLE IS
      * FULL.
       01 WS-TOP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-TOP-MAX            PIC S9(4) COMP VALUE 100.
       01 WS-TOP-LOW            PIC S9(4) COMP VALUE 0.
       01 WS-TOP-SUB            PIC S9(4) COMP VALUE 0.
       01 WS-TOP-TABLE.
          05 WS-TOP-ENTRY OCCURS 100 TIMES INDEXED BY WS-TOP-IDX.
             10 WS-TOP-CUST-ID  PIC X(10).
             10 WS-TOP-STR-KEY  PIC X(05).
             10 WS-TOP-BALANCE  PIC S9(11)V99.
       01 WS-TOP-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-TOP-FOUND       VALUE 'Y'.

      * ONE ENTRY PER BRANCH AND BALANCE BAND: THE POPULATION, THE
      * QUOTA DRAWN FROM IT AND THE REPLIES RECEIVED.
       01 WS-STR-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-STR-MAX            PIC S9(4) COMP VALUE 2000.
       01 WS-STR-HIT            PIC S9(4) COMP VALUE 0.
       01 WS-STR-TABLE.
          05 WS-STR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-STR-IDX.
             10 WS-STR-KEY.
                15 WS-STR-BRANCH PIC X(04).
                15 WS-STR-BAND  PIC 9(01).
             10 WS-STR-COUNTS.
                15 WS-STR-POP   PIC 9(07).
                15 WS-STR-POP-AMT PIC S9(13)V99.
                15 WS-STR-TOP   PIC 9(05).
                15 WS-STR-QUOTA PIC 9(07).
                15 WS-STR-RANDOM PIC 9(07).
                15 WS-STR-SAMPLED PIC 9(07).
                15 WS-STR-SMP-AMT PIC S9(13)V99.
                15 WS-STR-AGREED PIC 9(07).
                15 WS-STR-AGR-AMT PIC S9(13)V99.
                15 WS-STR-DISAGREED PIC 9(07).
                15 WS-STR-NO-REPLY PIC 9(07).
                15 WS-STR-OUTSTANDING PIC 9(07).
       01 WS-STR-HOLD           PIC X(111).
       01 WS-FIND-STR-KEY.
          05 WS-FIND-BRANCH     PIC X(04).
          05 WS-FIND-BAND       PIC 9(01).
       01 WS-GRP-STR-KEY        PIC X(05) VALUE SPACES.
       01 WS-SRT-STR-KEY.
          05 WS-SRT-BRANCH      PIC X(04).
          05 WS-SRT-BAND        PIC 9(01).
       01 WS-SWAP-FLAG          PIC X VALUE 'N'.
          88 WS-SWAPPED         VALUE 'Y'.
       01 WS-STR-LOOP           PIC S9(4) COMP VALUE 0.
       01 WS-STR-NEXT           PIC S9(4) COMP VALUE 0.
       01 WS-NON-TOP            PIC 9(07) VALUE 0.
       01 WS-QUOTA-RAW          PIC 9(07)V9(04) VALUE 0.

      * BAND TOTALS FOR THE COVERAGE SUMMARY, LAID OUT AS ONE STRATUM
      * ENTRY SO THE SAME PRINT LINE SERVES BOTH. THE FIFTH ENTRY IS
      * THE TOTAL OVER ALL BANDS.
       01 WS-BND-TABLE.
          05 WS-BND-ENTRY OCCURS 5 TIMES.
             10 WS-BND-COUNTS.
                15 WS-BND-POP   PIC 9(07).
                15 WS-BND-POP-AMT PIC S9(13)V99.
                15 WS-BND-TOP   PIC 9(05).
                15 WS-BND-QUOTA PIC 9(07).
                15 WS-BND-RANDOM PIC 9(07).
                15 WS-BND-SAMPLED PIC 9(07).
                15 WS-BND-SMP-AMT PIC S9(13)V99.
                15 WS-BND-AGREED PIC 9(07).
                15 WS-BND-AGR-AMT PIC S9(13)V99.
                15 WS-BND-DISAGREED PIC 9(07).
                15 WS-BND-NO-REPLY PIC 9(07).
                15 WS-BND-OUTSTANDING PIC 9(07).
       01 WS-CVG-COUNTS.
          05 WS-CVG-POP         PIC 9(07).
          05 WS-CVG-POP-AMT     PIC S9(13)V99.
          05 WS-CVG-TOP         PIC 9(05).
          05 WS-CVG-QUOTA       PIC 9(07).
          05 WS-CVG-RANDOM      PIC 9(07).
          05 WS-CVG-SAMPLED     PIC 9(07).
          05 WS-CVG-SMP-AMT     PIC S9(13)V99.
          05 WS-CVG-AGREED      PIC 9(07).
          05 WS-CVG-AGR-AMT     PIC S9(13)V99.
          05 WS-CVG-DISAGREED   PIC 9(07).
          05 WS-CVG-NO-REPLY    PIC 9(07).
          05 WS-CVG-OUTSTANDING PIC 9(07).
       01 WS-CVG-LABEL          PIC X(10) VALUE SPACES.
       01 WS-CVG-PCT            PIC 9(3)V99 VALUE 0.

      * THE REGISTER HELD IN CORE ON A RESPONSE RUN - REPLIES APPLY
      * AGAINST THIS TABLE AND THE WHOLE IMAGE REWRITES TO CONFSMPN.
       01 WS-SMP-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-SMP-MAX            PIC S9(4) COMP VALUE 5000.
       01 WS-SMP-TABLE.
          05 WS-SMP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SMP-IDX.
             10 WS-SMP-IMAGE    PIC X(119).
       01 WS-SMP-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-SMP-FOUND       VALUE 'Y'.
       01 WS-SMP-HEADER         PIC X(119) VALUE SPACES.
       01 WS-HDR-FOUND-FLAG     PIC X VALUE 'N'.
          88 WS-HDR-FOUND       VALUE 'Y'.
       01 WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.

       01 WS-CONF-REF.
          05 FILLER             PIC X(02) VALUE 'CF'.
          05 WS-REF-YEAR        PIC X(04) VALUE SPACES.
          05 WS-REF-SEQ         PIC 9(06) VALUE 0.

       01 WS-LTR-ADDR-CONTACT.
          05 WS-LTR-ADDR-LINE-1 PIC X(30).
          05 WS-LTR-ADDR-LINE-2 PIC X(30).
          05 WS-LTR-ADDR-CITY   PIC X(20).
          05 WS-LTR-ADDR-STATE  PIC X(02).
          05 WS-LTR-ADDR-ZIP    PIC X(10).
          05 FILLER             PIC X(55).
       01 WS-LTR-COWN-COUNT     PIC 9(03) VALUE 0.

       01 WS-READ-COUNT         PIC 9(07) VALUE 0.
       01 WS-CLOSED-COUNT       PIC 9(07) VALUE 0.
       01 WS-NO-SNAP-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(07) VALUE 0.
       01 WS-SQL-ERR-COUNT      PIC 9(07) VALUE 0.
       01 WS-POP-COUNT          PIC 9(07) VALUE 0.
       01 WS-LETTER-COUNT       PIC 9(07) VALUE 0.
       01 WS-RESP-COUNT         PIC 9(07) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(07) VALUE 0.
       01 WS-REPLACED-COUNT     PIC 9(07) VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(07) VALUE 0.
       01 WS-BAD-CODE-COUNT     PIC 9(07) VALUE 0.
       01 WS-EXC-COUNT          PIC 9(07) VALUE 0.
       01 WS-SMPN-COUNT         PIC 9(07) VALUE 0.
       01 WS-TOT-DIFFERENCE     PIC S9(13)V99 VALUE 0.

       01 SQLCA.
          05 SQLCODE            PIC S9(9) COMP VALUE 0.

       01 WS-FMT-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMOUNT-2       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-AMOUNT-3       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-PCT            PIC ZZ9.99.
       01 WS-FMT-COUNT          PIC ZZZ,ZZ9.

       01 WS-CVG-DETAIL.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 CVD-LABEL          PIC X(10).
          05 CVD-POP-COUNT      PIC ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-POP-AMT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-SMP-COUNT      PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-SMP-AMT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-AGREED         PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-DISAGREED      PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-NO-REPLY       PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-OUTSTANDING    PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-SMP-PCT        PIC ZZ9.99.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 CVD-AGR-PCT        PIC ZZ9.99.
       01 WS-CVG-HEADING.
          05 FILLER             PIC X(12) VALUE '  STRATUM   '.
          05 FILLER             PIC X(08) VALUE '    POP '.
          05 FILLER             PIC X(19) VALUE
             '     POPULATION AMT'.
          05 FILLER             PIC X(07) VALUE ' SAMPLE'.
          05 FILLER             PIC X(19) VALUE
             '         SAMPLE AMT'.
          05 FILLER             PIC X(07) VALUE ' AGREED'.
          05 FILLER             PIC X(07) VALUE ' DISAGR'.
          05 FILLER             PIC X(07) VALUE ' NO-RPY'.
          05 FILLER             PIC X(07) VALUE '  OPEN '.
          05 FILLER             PIC X(07) VALUE ' SMP % '.
          05 FILLER             PIC X(07) VALUE ' AGR % '.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INIT-PARA.
           EVALUATE TRUE
             WHEN CTL-FUNC-SAMPLE
               PERFORM DRAW-CONFIRMATION-SAMPLE
             WHEN CTL-FUNC-RESPONSES
               PERFORM RECORD-CONFIRMATION-REPLIES
             WHEN OTHER
               DISPLAY 'CUSTCONF: UNKNOWN FUNCTION ON CONFCTL: '
                       CTL-FUNCTION
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLEANUP-PARA.
           STOP RUN.

       INIT-PARA.
           PERFORM GET-BUSINESS-RUN-DATE.
           OPEN INPUT CONFCTL.
           IF WS-CTL-STATUS NOT = '00'
             DISPLAY 'CUSTCONF: NO CONFCTL CONTROL CARD - NOTHING '
                     'TO DO'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO CONFCTL-RECORD.
           READ CONFCTL INTO CONFCTL-RECORD
             AT END CONTINUE
           END-READ.
           CLOSE CONFCTL.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CONFRPT: ' WS-RPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

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

      *================================================================*
      * SAMPLE RUN - THE CARD FIXES THE DRAW; ANYTHING LEFT OFF IT     *
      * TAKES THE DEFAULT AND THE VALUES ACTUALLY USED ARE RECORDED    *
      * ON THE REGISTER HEADER SO THE AUDITORS CAN REPRODUCE THE DRAW. *
      *================================================================*
       DRAW-CONFIRMATION-SAMPLE.
           PERFORM SET-DRAW-PARAMETERS.
           PERFORM LOAD-CURRENCY-TABLE.
           PERFORM LOAD-COOWNER-TABLE.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTCONF: ' WS-OVERFLOW-NOTE
                     ' - NO SAMPLE DRAWN'
             MOVE 16 TO RETURN-CODE
             CLOSE RPTFILE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CUSTFILE: ' WS-CUST-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LTRFILE.
           IF WS-LTR-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CONFLTR: ' WS-LTR-STATUS
             CLOSE CUSTFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SMPNFILE.
           IF WS-SMPN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CONFSMPN: ' WS-SMPN-STATUS
             CLOSE CUSTFILE LTRFILE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'BALANCE CONFIRMATION SAMPLE AS OF ' WS-AS-OF-DATE
                  '  SEED ' WS-SEED '  RUN ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-DRAW-PARAMETERS.
           PERFORM WRITE-REGISTER-HEADER.
           SORT SORTWK
             ON ASCENDING KEY SRT-BRANCH SRT-BAND SRT-RAND-KEY
             INPUT PROCEDURE IS RELEASE-POPULATION
             OUTPUT PROCEDURE IS SELECT-SAMPLE-ITEMS.
           CLOSE LTRFILE.
           PERFORM SORT-STRATUM-TABLE.
           PERFORM WRITE-POPULATION-RECORD
             VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STR-COUNT.
           CLOSE SMPNFILE.
           PERFORM WRITE-COVERAGE-SUMMARY.
           IF WS-NO-RATE-COUNT > 0
             MOVE WS-NO-RATE-COUNT TO WS-FMT-COUNT
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '  ' WS-FMT-COUNT ' ACCOUNTS WITH NO CURRTBL RATE'
                    ' LEFT OUT OF THE POPULATION'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           IF WS-TABLE-OVERFLOWED
             DISPLAY 'CUSTCONF: ' WS-OVERFLOW-NOTE
                     ' - SAMPLE IS INCOMPLETE, DO NOT ISSUE'
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             STRING '*** ' WS-OVERFLOW-NOTE
                    ' - SAMPLE IS INCOMPLETE, DO NOT ISSUE'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-SQL-ERR-COUNT > 0
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-NO-RATE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       SET-DRAW-PARAMETERS.
           MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = SPACES
             MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
             DISPLAY 'CUSTCONF: NO AS-OF DATE ON CONFCTL - SAMPLING '
                     'AS OF ' WS-AS-OF-DATE
           END-IF.
           MOVE 1 TO WS-SEED.
           IF CTL-SEED IS NUMERIC
             IF CTL-SEED > 0
               MOVE CTL-SEED TO WS-SEED
             END-IF
           END-IF.
           MOVE WS-SEED TO WS-RAND-STATE.
           IF CTL-TOP-COUNT IS NUMERIC
             MOVE CTL-TOP-COUNT TO WS-TOP-COUNT-CARD
           END-IF.
           IF WS-TOP-COUNT-CARD > WS-TOP-MAX
             MOVE WS-TOP-MAX TO WS-TOP-COUNT-CARD
           END-IF.
           MOVE WS-TOP-COUNT-CARD TO WS-TOP-LIMIT.
           PERFORM SET-ONE-BAND-LIMIT
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 3.
           PERFORM SET-ONE-BAND-PCT
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 4.
           MOVE CTL-REPLY-DATE TO WS-REPLY-DATE.
           IF WS-REPLY-DATE = SPACES
             STRING WS-CURRENT-DATE(1:4) WS-CURRENT-DATE(6:2)
                    WS-CURRENT-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-REPLY-DAYS
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-NUM
             STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                    WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-REPLY-DATE
           END-IF.
           MOVE WS-AS-OF-DATE(1:4) TO WS-REF-YEAR.

      * A BAND LIMIT BELOW THE ONE BEFORE IT WOULD EMPTY A BAND, SO
      * IT FALLS BACK TO THE DEFAULT LADDER AS WELL.
       SET-ONE-BAND-LIMIT.
           MOVE WS-DFT-BAND-LIMIT(WS-BAND-SUB)
             TO WS-BAND-LIMIT(WS-BAND-SUB).
           IF CTL-BAND-LIMIT(WS-BAND-SUB) IS NUMERIC
             IF CTL-BAND-LIMIT(WS-BAND-SUB) > 0
               MOVE CTL-BAND-LIMIT(WS-BAND-SUB)
                 TO WS-BAND-LIMIT(WS-BAND-SUB)
             END-IF
           END-IF.
           IF WS-BAND-SUB > 1
             IF WS-BAND-LIMIT(WS-BAND-SUB) NOT >
                WS-BAND-LIMIT(WS-BAND-SUB - 1)
               DISPLAY 'CUSTCONF: BAND LIMITS OUT OF ORDER ON '
                       'CONFCTL - DEFAULT BANDS USED'
               MOVE WS-DFT-BAND-LIMITS TO WS-BAND-LIMITS
             END-IF
           END-IF.

       SET-ONE-BAND-PCT.
           MOVE WS-DFT-BAND-PCT TO WS-BAND-PCT(WS-BAND-SUB).
           IF CTL-BAND-PCT(WS-BAND-SUB) IS NUMERIC
             IF CTL-BAND-PCT(WS-BAND-SUB) > 0
               AND CTL-BAND-PCT(WS-BAND-SUB) NOT > 100
               MOVE CTL-BAND-PCT(WS-BAND-SUB)
                 TO WS-BAND-PCT(WS-BAND-SUB)
             END-IF
           END-IF.

       WRITE-DRAW-PARAMETERS.
           MOVE SPACES TO RPT-LINE.
           STRING '  LARGEST BALANCES ALWAYS TAKEN: ' WS-TOP-COUNT-CARD
                  '   REPLIES DUE BY ' WS-REPLY-DATE
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-ONE-BAND-LEGEND
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 4.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-BAND-LEGEND.
           MOVE WS-BAND-PCT(WS-BAND-SUB) TO WS-FMT-PCT.
           MOVE WS-BAND-SUB TO WS-BAND-DIGIT.
           MOVE SPACES TO RPT-LINE.
           IF WS-BAND-SUB < 4
             MOVE WS-BAND-LIMIT(WS-BAND-SUB) TO WS-FMT-LIMIT
             STRING '  BAND ' WS-BAND-DIGIT ' - BELOW '
                    WS-FMT-LIMIT '   SAMPLED AT ' WS-FMT-PCT '%'
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             MOVE WS-BAND-LIMIT(3) TO WS-FMT-LIMIT
             STRING '  BAND 4 - ' WS-FMT-LIMIT ' AND ABOVE'
                    '   SAMPLED AT ' WS-FMT-PCT '%'
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO SMPL-RECORD.
           MOVE 'H' TO SMP-REC-TYPE.
           MOVE WS-AS-OF-DATE TO SMPH-AS-OF-DATE.
           MOVE WS-SEED TO SMPH-SEED.
           MOVE WS-TOP-COUNT-CARD TO SMPH-TOP-COUNT.
           PERFORM COPY-ONE-BAND-TO-HEADER
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 4.
           MOVE WS-REPLY-DATE TO SMPH-REPLY-DATE.
           MOVE WS-CURRENT-DATE TO SMPH-RUN-DATE.
           WRITE SMPN-RECORD FROM SMPL-RECORD.
           ADD 1 TO WS-SMPN-COUNT.

       COPY-ONE-BAND-TO-HEADER.
           IF WS-BAND-SUB < 4
             MOVE WS-BAND-LIMIT(WS-BAND-SUB)
               TO SMPH-BAND-LIMIT(WS-BAND-SUB)
           END-IF.
           MOVE WS-BAND-PCT(WS-BAND-SUB) TO SMPH-BAND-PCT(WS-BAND-SUB).

       LOAD-CURRENCY-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CURRFILE.
           IF WS-CURR-STATUS = '00'
             PERFORM READ-CURRENCY-RECORD UNTIL WS-CURR-EOF
             CLOSE CURRFILE
           ELSE
             DISPLAY 'CUSTCONF: NO CURRTBL PARM FILE - FOREIGN '
                     'CURRENCY ACCOUNTS LEFT OUT OF THE POPULATION'
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

       LOAD-COOWNER-TABLE.
           MOVE 0 TO WS-COWN-COUNT.
           OPEN INPUT COWNFILE.
           IF WS-COWN-STATUS = '00'
             PERFORM READ-ONE-COOWNER UNTIL WS-COWN-EOF
             CLOSE COWNFILE
           ELSE
             DISPLAY 'CUSTCONF: NO COOWNERS FILE - LETTERS NAME THE '
                     'PRIMARY OWNER ONLY'
           END-IF.

      * ONLY ACTIVE CO-OWNERS ARE OWNERS OF RECORD TODAY. A PROMOTED
      * ROW IS ALREADY THE PRIMARY ON CUST-RECORD.
       READ-ONE-COOWNER.
           READ COWNFILE INTO COWN-RECORD
             AT END SET WS-COWN-EOF TO TRUE
           END-READ.
           IF NOT WS-COWN-EOF AND COWN-ACTIVE
             IF WS-COWN-COUNT < WS-COWN-MAX
               ADD 1 TO WS-COWN-COUNT
               SET WS-COWN-IDX TO WS-COWN-COUNT
               MOVE COWN-CUST-ID TO WS-CWN-CUST-ID(WS-COWN-IDX)
               MOVE COWN-NAME TO WS-CWN-NAME(WS-COWN-IDX)
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 5000 ACTIVE CO-OWNERS'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

      *================================================================*
      * POPULATION - EVERY ACCOUNT WITH A SNAPSHOT FOR THE AS-OF DATE  *
      * THAT WAS NOT CLOSED ON THAT DATE. AN ACCOUNT CLOSED SINCE HELD *
      * A BALANCE THE AUDITORS STILL CONFIRM; ONE REOPENED SINCE DID   *
      * NOT. THE RANDOM KEY ADVANCES FOR EVERY ACCOUNT READ, TAKEN OR  *
      * NOT, SO AN ACCOUNT'S KEY DEPENDS ONLY ON THE SEED AND ITS      *
      * POSITION ON THE MASTER.                                        *
      *================================================================*
       RELEASE-POPULATION.
           PERFORM VALUE-ONE-ACCOUNT UNTIL WS-EOF.
           CLOSE CUSTFILE.

       VALUE-ONE-ACCOUNT.
           READ CUSTFILE NEXT RECORD INTO CUST-RECORD
             AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
             PERFORM NEXT-RANDOM-KEY
             PERFORM READ-BALANCE-SNAPSHOT
           END-IF.

       READ-BALANCE-SNAPSHOT.
           MOVE 0 TO WS-CONF-BALANCE.
           MOVE SPACE TO WS-SNAP-STATUS.
           EXEC SQL
             SELECT BALANCE, ACCT_STATUS
             INTO :WS-CONF-BALANCE, :WS-SNAP-STATUS
             FROM BALANCE_HISTORY
             WHERE CUST_ID = :CUST-ID
               AND BAL_DATE = :WS-AS-OF-DATE
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 100
               ADD 1 TO WS-NO-SNAP-COUNT
             WHEN SQLCODE NOT = 0
               ADD 1 TO WS-SQL-ERR-COUNT
               DISPLAY 'CUSTCONF: BALANCE_HISTORY LOOKUP FAILED FOR '
                       CUST-ID ' SQLCODE ' SQLCODE
             WHEN WS-SNAP-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
             WHEN OTHER
               PERFORM CONVERT-TO-BASE
           END-EVALUATE.

      * THE BAND, THE TOP BALANCES AND THE COVERAGE AMOUNTS ARE ALL IN
      * THE BASE CURRENCY SO ACCOUNTS IN DIFFERENT CURRENCIES COMPARE.
       CONVERT-TO-BASE.
           MOVE 1 TO WS-CUR-RATE.
           SET WS-RATE-FOUND TO TRUE.
           IF CUST-CURRENCY-CODE NOT = SPACES
             PERFORM FIND-CURRENCY-RATE
           END-IF.
           IF WS-RATE-FOUND
             COMPUTE WS-CONF-BASE ROUNDED =
                 WS-CONF-BALANCE * WS-CUR-RATE
             PERFORM ADD-TO-POPULATION
           ELSE
             ADD 1 TO WS-NO-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' CUST-ID ' CURRENCY ' CUST-CURRENCY-CODE
                    ' HAS NO CURRTBL RATE - LEFT OUT OF POPULATION'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           IF WS-RATE-COUNT > 0
             PERFORM MATCH-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
           END-IF.

       MATCH-ONE-RATE.
           IF WS-RATE-CODE(WS-RATE-IDX) = CUST-CURRENCY-CODE
             MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
             SET WS-RATE-FOUND TO TRUE
           END-IF.

       ADD-TO-POPULATION.
           PERFORM ASSIGN-BALANCE-BAND.
           MOVE CUST-BRANCH-CODE TO WS-FIND-BRANCH.
           MOVE WS-CONF-BAND TO WS-FIND-BAND.
           PERFORM FIND-OR-ADD-STRATUM.
           IF WS-STR-HIT > 0
             SET WS-STR-IDX TO WS-STR-HIT
             ADD 1 TO WS-STR-POP(WS-STR-IDX)
             ADD WS-CONF-BASE TO WS-STR-POP-AMT(WS-STR-IDX)
             ADD 1 TO WS-POP-COUNT
             PERFORM OFFER-TO-TOP-TABLE
             MOVE CUST-BRANCH-CODE TO SRT-BRANCH
             MOVE WS-CONF-BAND TO SRT-BAND
             MOVE WS-RAND-STATE TO SRT-RAND-KEY
             MOVE CUST-ID TO SRT-CUST-ID
             MOVE CUST-NAME TO SRT-NAME
             MOVE CUST-CURRENCY-CODE TO SRT-CURRENCY
             MOVE WS-CONF-BALANCE TO SRT-BALANCE
             MOVE WS-CUR-RATE TO SRT-RATE
             MOVE WS-CONF-BASE TO SRT-BASE-BALANCE
             MOVE CUST-ADDR-CONTACT TO SRT-ADDR-CONTACT
             RELEASE SORT-RECORD
           END-IF.

       NEXT-RANDOM-KEY.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * WS-RAND-MULT.
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
             GIVING WS-RAND-QUOT REMAINDER WS-RAND-STATE.

      * THE BAND IS TAKEN ON THE SNAPSHOT BALANCE IN THE BASE
      * CURRENCY; AN OVERDRAWN BALANCE IS BAND 1.
       ASSIGN-BALANCE-BAND.
           EVALUATE TRUE
             WHEN WS-CONF-BASE < WS-BAND-LIMIT(1)
               MOVE 1 TO WS-CONF-BAND
             WHEN WS-CONF-BASE < WS-BAND-LIMIT(2)
               MOVE 2 TO WS-CONF-BAND
             WHEN WS-CONF-BASE < WS-BAND-LIMIT(3)
               MOVE 3 TO WS-CONF-BAND
             WHEN OTHER
               MOVE 4 TO WS-CONF-BAND
           END-EVALUATE.

       FIND-OR-ADD-STRATUM.
           MOVE 0 TO WS-STR-HIT.
           IF WS-STR-COUNT > 0
             SET WS-STR-IDX TO 1
             SEARCH WS-STR-ENTRY
               AT END CONTINUE
               WHEN WS-STR-IDX > WS-STR-COUNT
                 CONTINUE
               WHEN WS-STR-KEY(WS-STR-IDX) = WS-FIND-STR-KEY
                 SET WS-STR-HIT TO WS-STR-IDX
             END-SEARCH
           END-IF.
           IF WS-STR-HIT = 0
             IF WS-STR-COUNT < WS-STR-MAX
               ADD 1 TO WS-STR-COUNT
               SET WS-STR-IDX TO WS-STR-COUNT
               MOVE WS-FIND-STR-KEY TO WS-STR-KEY(WS-STR-IDX)
               MOVE ZEROS TO WS-STR-COUNTS(WS-STR-IDX)
               MOVE WS-STR-COUNT TO WS-STR-HIT
             ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
               MOVE 'MORE THAN 2000 BRANCH/BAND STRATA'
                 TO WS-OVERFLOW-NOTE
             END-IF
           END-IF.

       OFFER-TO-TOP-TABLE.
           IF WS-TOP-LIMIT > 0
             IF WS-TOP-COUNT < WS-TOP-LIMIT
               ADD 1 TO WS-TOP-COUNT
               MOVE WS-TOP-COUNT TO WS-TOP-SUB
               PERFORM PUT-ACCOUNT-IN-TOP-TABLE
               IF WS-TOP-COUNT = WS-TOP-LIMIT
                 PERFORM FIND-LOWEST-TOP-ENTRY
               END-IF
             ELSE
               IF WS-CONF-BASE > WS-TOP-BALANCE(WS-TOP-LOW)
                 MOVE WS-TOP-LOW TO WS-TOP-SUB
                 PERFORM PUT-ACCOUNT-IN-TOP-TABLE
                 PERFORM FIND-LOWEST-TOP-ENTRY
               END-IF
             END-IF
           END-IF.

       PUT-ACCOUNT-IN-TOP-TABLE.
           MOVE CUST-ID TO WS-TOP-CUST-ID(WS-TOP-SUB).
           MOVE WS-FIND-STR-KEY TO WS-TOP-STR-KEY(WS-TOP-SUB).
           MOVE WS-CONF-BASE TO WS-TOP-BALANCE(WS-TOP-SUB).

       FIND-LOWEST-TOP-ENTRY.
           MOVE 1 TO WS-TOP-LOW.
           PERFORM CHECK-ONE-TOP-ENTRY
             VARYING WS-TOP-SUB FROM 2 BY 1
             UNTIL WS-TOP-SUB > WS-TOP-COUNT.

       CHECK-ONE-TOP-ENTRY.
           IF WS-TOP-BALANCE(WS-TOP-SUB) < WS-TOP-BALANCE(WS-TOP-LOW)
             MOVE WS-TOP-SUB TO WS-TOP-LOW
           END-IF.

      *================================================================*
      * SELECTION - THE POPULATION ARRIVES BY STRATUM IN RANDOM-KEY    *
      * ORDER. A TOP BALANCE IS TAKEN WHEREVER IT FALLS; THE OTHER     *
      * ITEMS ARE TAKEN IN ORDER UNTIL THE STRATUM'S QUOTA IS MET. THE *
      * QUOTA IS THE BAND RATE OF THE ITEMS NOT ALREADY TAKEN AS TOP   *
      * BALANCES, ROUNDED UP, AND NEVER LESS THAN ONE.                 *
      *================================================================*
       SELECT-SAMPLE-ITEMS.
           PERFORM COUNT-ONE-TOP-ENTRY
             VARYING WS-TOP-SUB FROM 1 BY 1
             UNTIL WS-TOP-SUB > WS-TOP-COUNT.
           PERFORM SET-ONE-STRATUM-QUOTA
             VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STR-COUNT.
           PERFORM RETURN-NEXT-ITEM.
           PERFORM SELECT-ONE-ITEM UNTIL WS-SRT-EOF.

       COUNT-ONE-TOP-ENTRY.
           MOVE WS-TOP-STR-KEY(WS-TOP-SUB) TO WS-FIND-STR-KEY.
           PERFORM FIND-OR-ADD-STRATUM.
           IF WS-STR-HIT > 0
             SET WS-STR-IDX TO WS-STR-HIT
             ADD 1 TO WS-STR-TOP(WS-STR-IDX)
           END-IF.

       SET-ONE-STRATUM-QUOTA.
           COMPUTE WS-NON-TOP = WS-STR-POP(WS-STR-IDX)
                              - WS-STR-TOP(WS-STR-IDX).
           MOVE 0 TO WS-STR-QUOTA(WS-STR-IDX).
           IF WS-NON-TOP > 0
             MOVE WS-STR-BAND(WS-STR-IDX) TO WS-BAND-SUB
             MOVE WS-BAND-PCT(WS-BAND-SUB) TO WS-CVG-PCT
             COMPUTE WS-QUOTA-RAW = WS-NON-TOP * WS-CVG-PCT / 100
             MOVE WS-QUOTA-RAW TO WS-STR-QUOTA(WS-STR-IDX)
             IF WS-STR-QUOTA(WS-STR-IDX) < WS-QUOTA-RAW
               ADD 1 TO WS-STR-QUOTA(WS-STR-IDX)
             END-IF
             IF WS-STR-QUOTA(WS-STR-IDX) < 1
               MOVE 1 TO WS-STR-QUOTA(WS-STR-IDX)
             END-IF
             IF WS-STR-QUOTA(WS-STR-IDX) > WS-NON-TOP
               MOVE WS-NON-TOP TO WS-STR-QUOTA(WS-STR-IDX)
             END-IF
           END-IF.

       RETURN-NEXT-ITEM.
           RETURN SORTWK
             AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
           IF NOT WS-SRT-EOF
             MOVE SRT-BRANCH TO WS-SRT-BRANCH
             MOVE SRT-BAND TO WS-SRT-BAND
           END-IF.

       SELECT-ONE-ITEM.
           IF WS-SRT-STR-KEY NOT = WS-GRP-STR-KEY
             MOVE WS-SRT-STR-KEY TO WS-GRP-STR-KEY
             MOVE WS-SRT-STR-KEY TO WS-FIND-STR-KEY
             PERFORM FIND-OR-ADD-STRATUM
           END-IF.
           IF WS-STR-HIT > 0
             SET WS-STR-IDX TO WS-STR-HIT
             PERFORM CHECK-TOP-BALANCE
             IF WS-TOP-FOUND
               PERFORM ISSUE-CONFIRMATION
             ELSE
               IF WS-STR-RANDOM(WS-STR-IDX) < WS-STR-QUOTA(WS-STR-IDX)
                 ADD 1 TO WS-STR-RANDOM(WS-STR-IDX)
                 PERFORM ISSUE-CONFIRMATION
               END-IF
             END-IF
           END-IF.
           PERFORM RETURN-NEXT-ITEM.

       CHECK-TOP-BALANCE.
           MOVE 'N' TO WS-TOP-FOUND-FLAG.
           IF WS-TOP-COUNT > 0
             SET WS-TOP-IDX TO 1
             SEARCH WS-TOP-ENTRY
               AT END CONTINUE
               WHEN WS-TOP-IDX > WS-TOP-COUNT
                 CONTINUE
               WHEN WS-TOP-CUST-ID(WS-TOP-IDX) = SRT-CUST-ID
                 SET WS-TOP-FOUND TO TRUE
             END-SEARCH
           END-IF.

      * ONE LETTER AND ONE REGISTER LINE PER ITEM TAKEN. THE REPLY
      * SLIP CARRIES THE REFERENCE THE RESPONSE FEED QUOTES BACK.
       ISSUE-CONFIRMATION.
           ADD 1 TO WS-REF-SEQ.
           ADD 1 TO WS-STR-SAMPLED(WS-STR-IDX).
           ADD SRT-BASE-BALANCE TO WS-STR-SMP-AMT(WS-STR-IDX).
           ADD 1 TO WS-STR-OUTSTANDING(WS-STR-IDX).
           PERFORM WRITE-CONFIRMATION-LETTER.
           MOVE SPACES TO SMPL-RECORD.
           MOVE 'D' TO SMP-REC-TYPE.
           MOVE WS-CONF-REF TO SMPD-CONF-REF.
           MOVE SRT-CUST-ID TO SMPD-CUST-ID.
           MOVE SRT-BRANCH TO SMPD-BRANCH.
           MOVE SRT-BAND TO SMPD-BAND.
           IF WS-TOP-FOUND
             MOVE 'T' TO SMPD-BASIS
           ELSE
             MOVE 'R' TO SMPD-BASIS
           END-IF.
           MOVE SRT-BALANCE TO SMPD-BALANCE.
           MOVE SRT-CURRENCY TO SMPD-CURRENCY.
           MOVE 'O' TO SMPD-STATUS.
           MOVE 0 TO SMPD-CUST-AMOUNT.
           MOVE SRT-RATE TO SMPD-RATE.
           WRITE SMPN-RECORD FROM SMPL-RECORD.
           ADD 1 TO WS-SMPN-COUNT.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-CONFIRMATION-LETTER.
           MOVE SRT-ADDR-CONTACT TO WS-LTR-ADDR-CONTACT.
           MOVE SPACES TO LTR-LINE.
           STRING 'BALANCE CONFIRMATION REQUEST'
                  '                              REF ' WS-CONF-REF
                  '   DATE ' WS-CURRENT-DATE
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   ' SRT-NAME
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   ' WS-LTR-ADDR-LINE-1
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           IF WS-LTR-ADDR-LINE-2 NOT = SPACES
             MOVE SPACES TO LTR-LINE
             STRING '   ' WS-LTR-ADDR-LINE-2
               DELIMITED BY SIZE INTO LTR-LINE
             WRITE LTR-LINE
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING '   ' WS-LTR-ADDR-CITY ' ' WS-LTR-ADDR-STATE ' '
                  WS-LTR-ADDR-ZIP
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE 0 TO WS-LTR-COWN-COUNT.
           PERFORM LIST-ONE-COOWNER
             VARYING WS-COWN-IDX FROM 1 BY 1
             UNTIL WS-COWN-IDX > WS-COWN-COUNT.
           IF WS-LTR-COWN-COUNT > 0
             MOVE SPACES TO LTR-LINE
             WRITE LTR-LINE
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING '   OUR AUDITORS ARE EXAMINING OUR FINANCIAL '
                  'STATEMENTS. PLEASE CONFIRM DIRECTLY TO THEM, ON '
                  'THE SLIP BELOW, THE BALANCE'
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   OF YOUR ACCOUNT AT THE CLOSE OF BUSINESS ON '
                  WS-AS-OF-DATE '. THIS IS NOT A REQUEST FOR PAYMENT.'
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SRT-BALANCE TO WS-FMT-AMOUNT.
           MOVE SPACES TO LTR-LINE.
           STRING '      ACCOUNT ' SRT-CUST-ID '   BALANCE '
                  WS-FMT-AMOUNT ' ' SRT-CURRENCY
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   PLEASE REPLY BY ' WS-REPLY-DATE
                  '. IF THE BALANCE DOES NOT AGREE WITH YOUR RECORDS, '
                  'STATE YOUR FIGURE BELOW.'
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   [ ] THE BALANCE SHOWN IS CORRECT      '
                  '[ ] THE BALANCE SHOULD BE ____________________'
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE SPACES TO LTR-LINE.
           STRING '   SIGNATURE ______________________________   '
                  'DATE ____________   REF ' WS-CONF-REF
             DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
           MOVE ALL '-' TO LTR-LINE.
           WRITE LTR-LINE.

       LIST-ONE-COOWNER.
           IF WS-CWN-CUST-ID(WS-COWN-IDX) = SRT-CUST-ID
             IF WS-LTR-COWN-COUNT = 0
               MOVE SPACES TO LTR-LINE
               STRING '   JOINT ACCOUNT HOLDERS OF RECORD:'
                 DELIMITED BY SIZE INTO LTR-LINE
               WRITE LTR-LINE
             END-IF
             ADD 1 TO WS-LTR-COWN-COUNT
             MOVE SPACES TO LTR-LINE
             STRING '      ' WS-CWN-NAME(WS-COWN-IDX)
               DELIMITED BY SIZE INTO LTR-LINE
             WRITE LTR-LINE
           END-IF.

       WRITE-POPULATION-RECORD.
           MOVE SPACES TO SMPL-RECORD.
           MOVE 'P' TO SMP-REC-TYPE.
           MOVE WS-STR-BRANCH(WS-STR-IDX) TO SMPP-BRANCH.
           MOVE WS-STR-BAND(WS-STR-IDX) TO SMPP-BAND.
           MOVE WS-STR-POP(WS-STR-IDX) TO SMPP-POP-COUNT.
           MOVE WS-STR-POP-AMT(WS-STR-IDX) TO SMPP-POP-AMOUNT.
           WRITE SMPN-RECORD FROM SMPL-RECORD.
           ADD 1 TO WS-SMPN-COUNT.

      * THE STRATA ARE BUILT IN MASTER ORDER; THEY ARE PUT IN BRANCH
      * AND BAND ORDER FOR THE REGISTER AND THE SUMMARY.
       SORT-STRATUM-TABLE.
           SET WS-SWAPPED TO TRUE.
           PERFORM SORT-STRATUM-PASS UNTIL NOT WS-SWAPPED.

       SORT-STRATUM-PASS.
           MOVE 'N' TO WS-SWAP-FLAG.
           PERFORM COMPARE-STRATUM-PAIR
             VARYING WS-STR-LOOP FROM 1 BY 1
             UNTIL WS-STR-LOOP NOT < WS-STR-COUNT.

       COMPARE-STRATUM-PAIR.
           COMPUTE WS-STR-NEXT = WS-STR-LOOP + 1.
           IF WS-STR-KEY(WS-STR-LOOP) > WS-STR-KEY(WS-STR-NEXT)
             MOVE WS-STR-ENTRY(WS-STR-LOOP) TO WS-STR-HOLD
             MOVE WS-STR-ENTRY(WS-STR-NEXT)
               TO WS-STR-ENTRY(WS-STR-LOOP)
             MOVE WS-STR-HOLD TO WS-STR-ENTRY(WS-STR-NEXT)
             SET WS-SWAPPED TO TRUE
           END-IF.

      *================================================================*
      * RESPONSE RUN - THE REGISTER IS LOADED WHOLE, EACH REPLY IS     *
      * MATCHED TO ITS LETTER BY REFERENCE AND ACCOUNT, AND A LATER    *
      * REPLY FOR THE SAME LETTER REPLACES AN EARLIER ONE (A LATE      *
      * ANSWER AFTER A NO-REPLY CLOSE-OUT).                            *
      *================================================================*
       RECORD-CONFIRMATION-REPLIES.
           PERFORM LOAD-SAMPLE-REGISTER.
           IF WS-TABLE-OVERFLOWED OR NOT WS-HDR-FOUND
             IF NOT WS-HDR-FOUND
               MOVE 'CONFSMPL MISSING OR HAS NO HEADER'
                 TO WS-OVERFLOW-NOTE
             END-IF
             DISPLAY 'CUSTCONF: ' WS-OVERFLOW-NOTE
                     ' - RUN ABANDONED, NO CONFSMPN WRITTEN'
             MOVE SPACES TO RPT-LINE
             STRING '*** ' WS-OVERFLOW-NOTE
                    ' - RUN ABANDONED, NO CONFSMPN WRITTEN'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM APPLY-CONFIRMATION-REPLIES
             PERFORM LIST-REPLY-EXCEPTIONS
             PERFORM WRITE-UPDATED-REGISTER
             PERFORM TALLY-ONE-SAMPLE-ITEM
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT
             PERFORM WRITE-COVERAGE-SUMMARY
             IF WS-UNMATCHED-COUNT > 0 OR WS-BAD-CODE-COUNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       LOAD-SAMPLE-REGISTER.
           MOVE 0 TO WS-SMP-COUNT WS-STR-COUNT.
           OPEN INPUT SMPLFILE.
           IF WS-SMPL-STATUS = '00'
             PERFORM READ-ONE-REGISTER-LINE UNTIL WS-SMPL-EOF
             CLOSE SMPLFILE
           END-IF.
           IF WS-HDR-FOUND
             MOVE WS-SMP-HEADER TO SMP-DATA
             MOVE SMPH-AS-OF-DATE TO WS-AS-OF-DATE
             MOVE SMPH-SEED TO WS-SEED
             PERFORM COPY-ONE-BAND-FROM-HEADER
               VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 4
             MOVE SMPH-REPLY-DATE TO WS-REPLY-DATE
             MOVE SMPH-TOP-COUNT TO WS-TOP-COUNT-CARD
             MOVE SPACES TO RPT-LINE
             STRING 'BALANCE CONFIRMATION REPLIES - SAMPLE AS OF '
                    WS-AS-OF-DATE '  SEED ' WS-SEED
                    '  RUN ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             PERFORM WRITE-DRAW-PARAMETERS
           END-IF.

       COPY-ONE-BAND-FROM-HEADER.
           IF WS-BAND-SUB < 4
             MOVE SMPH-BAND-LIMIT(WS-BAND-SUB)
               TO WS-BAND-LIMIT(WS-BAND-SUB)
           END-IF.
           MOVE SMPH-BAND-PCT(WS-BAND-SUB) TO WS-BAND-PCT(WS-BAND-SUB).

       READ-ONE-REGISTER-LINE.
           READ SMPLFILE INTO SMPL-RECORD
             AT END SET WS-SMPL-EOF TO TRUE
           END-READ.
           IF NOT WS-SMPL-EOF
             EVALUATE TRUE
               WHEN SMP-HEADER
                 MOVE SMP-DATA TO WS-SMP-HEADER
                 SET WS-HDR-FOUND TO TRUE
               WHEN SMP-DETAIL
                 IF WS-SMP-COUNT < WS-SMP-MAX
                   ADD 1 TO WS-SMP-COUNT
                   SET WS-SMP-IDX TO WS-SMP-COUNT
                   MOVE SMP-DATA TO WS-SMP-IMAGE(WS-SMP-IDX)
                 ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
                   MOVE 'MORE THAN 5000 LETTERS ON CONFSMPL'
                     TO WS-OVERFLOW-NOTE
                 END-IF
               WHEN SMP-POPULATION
                 MOVE SMPP-BRANCH TO WS-FIND-BRANCH
                 MOVE SMPP-BAND TO WS-FIND-BAND
                 PERFORM FIND-OR-ADD-STRATUM
                 IF WS-STR-HIT > 0
                   SET WS-STR-IDX TO WS-STR-HIT
                   MOVE SMPP-POP-COUNT TO WS-STR-POP(WS-STR-IDX)
                   MOVE SMPP-POP-AMOUNT TO WS-STR-POP-AMT(WS-STR-IDX)
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       APPLY-CONFIRMATION-REPLIES.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPLIES NOT APPLIED'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT RESPFILE.
           IF WS-RESP-STATUS = '00'
             PERFORM APPLY-ONE-REPLY UNTIL WS-RESP-EOF
             CLOSE RESPFILE
           ELSE
             DISPLAY 'CUSTCONF: NO CONFRESP FILE - REGISTER '
                     'REPORTED AS IT STANDS'
           END-IF.
           IF WS-UNMATCHED-COUNT = 0 AND WS-BAD-CODE-COUNT = 0
             MOVE SPACES TO RPT-LINE
             STRING '  NONE'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       APPLY-ONE-REPLY.
           READ RESPFILE INTO RESP-RECORD
             AT END SET WS-RESP-EOF TO TRUE
           END-READ.
           IF NOT WS-RESP-EOF
             ADD 1 TO WS-RESP-COUNT
             EVALUATE TRUE
               WHEN NOT RSP-AGREED AND NOT RSP-DISAGREED
                    AND NOT RSP-NO-REPLY
                 ADD 1 TO WS-BAD-CODE-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING '  ' RSP-CONF-REF ' ' RSP-CUST-ID
                        ' REPLY CODE ' RSP-CODE ' IS NOT A, D OR N'
                   DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
               WHEN RSP-DISAGREED AND RSP-CUST-AMOUNT IS NOT NUMERIC
                 ADD 1 TO WS-BAD-CODE-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING '  ' RSP-CONF-REF ' ' RSP-CUST-ID
                        ' DISAGREEMENT WITHOUT THE CUSTOMER''S FIGURE'
                   DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
               WHEN OTHER
                 PERFORM MATCH-REPLY-TO-LETTER
             END-EVALUATE
           END-IF.

      * A REGISTER LINE OPENS WITH THE REFERENCE AND ACCOUNT, IN THE
      * SAME ORDER AS THE REPLY, SO BOTH ARE MATCHED TOGETHER.
       MATCH-REPLY-TO-LETTER.
           MOVE 'N' TO WS-SMP-FOUND-FLAG.
           IF WS-SMP-COUNT > 0
             SET WS-SMP-IDX TO 1
             SEARCH WS-SMP-ENTRY
               AT END CONTINUE
               WHEN WS-SMP-IDX > WS-SMP-COUNT
                 CONTINUE
               WHEN WS-SMP-IMAGE(WS-SMP-IDX)(1:22) =
                    RESP-RECORD(1:22)
                 SET WS-SMP-FOUND TO TRUE
             END-SEARCH
           END-IF.
           IF WS-SMP-FOUND
             PERFORM RECORD-REPLY-ON-LETTER
           ELSE
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' RSP-CONF-REF ' ' RSP-CUST-ID
                    ' NO LETTER WITH THIS REFERENCE AND ACCOUNT'
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       RECORD-REPLY-ON-LETTER.
           MOVE WS-SMP-IMAGE(WS-SMP-IDX) TO SMP-DATA.
           IF NOT SMPD-OUTSTANDING
             ADD 1 TO WS-REPLACED-COUNT
           END-IF.
           MOVE RSP-CODE TO SMPD-STATUS.
           IF RSP-DISAGREED
             MOVE RSP-CUST-AMOUNT TO SMPD-CUST-AMOUNT
           ELSE
             MOVE 0 TO SMPD-CUST-AMOUNT
           END-IF.
           MOVE RSP-RECEIVED-DATE TO SMPD-RESP-DATE.
           IF SMPD-RESP-DATE = SPACES
             MOVE WS-CURRENT-DATE TO SMPD-RESP-DATE
           END-IF.
           MOVE RSP-COMMENT TO SMPD-COMMENT.
           MOVE SMP-DATA TO WS-SMP-IMAGE(WS-SMP-IDX).
           ADD 1 TO WS-APPLIED-COUNT.

      * THE EXCEPTIONS THE AUDITORS FOLLOW UP: EVERY DISAGREEMENT
      * WITH THE DIFFERENCE TO BE RECONCILED, AND EVERY LETTER CLOSED
      * OUT WITHOUT A REPLY, WHICH NEEDS ALTERNATIVE PROCEDURES.
       LIST-REPLY-EXCEPTIONS.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISAGREED BALANCES       ACCOUNT     BRANCH'
                  '          OUR BALANCE    CUSTOMER FIGURE'
                  '         DIFFERENCE  COMMENT'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-EXC-COUNT.
           PERFORM LIST-ONE-DISAGREEMENT
             VARYING WS-SMP-IDX FROM 1 BY 1
             UNTIL WS-SMP-IDX > WS-SMP-COUNT.
           MOVE WS-TOT-DIFFERENCE TO WS-FMT-AMOUNT.
           MOVE WS-EXC-COUNT TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  DISAGREEMENTS ' WS-FMT-COUNT
                  '   NET DIFFERENCE ' WS-FMT-AMOUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO REPLY - ALTERNATIVE PROCEDURES REQUIRED'
                  '            OUR BALANCE'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-EXC-COUNT.
           PERFORM LIST-ONE-NO-REPLY
             VARYING WS-SMP-IDX FROM 1 BY 1
             UNTIL WS-SMP-IDX > WS-SMP-COUNT.
           MOVE WS-EXC-COUNT TO WS-FMT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  NO REPLIES ' WS-FMT-COUNT
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       LIST-ONE-DISAGREEMENT.
           MOVE WS-SMP-IMAGE(WS-SMP-IDX) TO SMP-DATA.
           IF SMPD-DISAGREED
             ADD 1 TO WS-EXC-COUNT
             COMPUTE WS-DIFFERENCE = SMPD-CUST-AMOUNT - SMPD-BALANCE
             ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE
             MOVE SMPD-BALANCE TO WS-FMT-AMOUNT
             MOVE SMPD-CUST-AMOUNT TO WS-FMT-AMOUNT-2
             MOVE WS-DIFFERENCE TO WS-FMT-AMOUNT-3
             MOVE SPACES TO RPT-LINE
             STRING '  ' SMPD-CONF-REF '  ' SMPD-CUST-ID '  '
                    SMPD-BRANCH ' ' WS-FMT-AMOUNT ' ' WS-FMT-AMOUNT-2
                    ' ' WS-FMT-AMOUNT-3 '  ' SMPD-COMMENT(1:30)
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       LIST-ONE-NO-REPLY.
           MOVE WS-SMP-IMAGE(WS-SMP-IDX) TO SMP-DATA.
           IF SMPD-NO-REPLY
             ADD 1 TO WS-EXC-COUNT
             MOVE SMPD-BALANCE TO WS-FMT-AMOUNT
             MOVE SPACES TO RPT-LINE
             STRING '  ' SMPD-CONF-REF '  ' SMPD-CUST-ID '  '
                    SMPD-BRANCH '      ' WS-FMT-AMOUNT ' '
                    SMPD-CURRENCY '  CLOSED OUT ' SMPD-RESP-DATE
               DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       WRITE-UPDATED-REGISTER.
           OPEN OUTPUT SMPNFILE.
           IF WS-SMPN-STATUS NOT = '00'
             DISPLAY 'ERROR OPENING CONFSMPN: ' WS-SMPN-STATUS
             CLOSE RPTFILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO SMPL-RECORD.
           MOVE 'H' TO SMP-REC-TYPE.
           MOVE WS-SMP-HEADER TO SMP-DATA.
           WRITE SMPN-RECORD FROM SMPL-RECORD.
           ADD 1 TO WS-SMPN-COUNT.
           PERFORM WRITE-ONE-REGISTER-ITEM
             VARYING WS-SMP-IDX FROM 1 BY 1
             UNTIL WS-SMP-IDX > WS-SMP-COUNT.
           PERFORM SORT-STRATUM-TABLE.
           PERFORM WRITE-POPULATION-RECORD
             VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STR-COUNT.
           CLOSE SMPNFILE.

       WRITE-ONE-REGISTER-ITEM.
           MOVE SPACES TO SMPL-RECORD.
           MOVE 'D' TO SMP-REC-TYPE.
           MOVE WS-SMP-IMAGE(WS-SMP-IDX) TO SMP-DATA.
           WRITE SMPN-RECORD FROM SMPL-RECORD.
           ADD 1 TO WS-SMPN-COUNT.

      * THE REGISTER HOLDS THE BALANCE AS CONFIRMED AND THE RATE IT
      * WAS DRAWN AT, SO THE COVERAGE IS REBUILT IN THE SAME BASE
      * AMOUNTS AS THE POPULATION.
       TALLY-ONE-SAMPLE-ITEM.
           MOVE WS-SMP-IMAGE(WS-SMP-IDX) TO SMP-DATA.
           COMPUTE WS-SMP-BASE ROUNDED = SMPD-BALANCE * SMPD-RATE.
           MOVE SMPD-BRANCH TO WS-FIND-BRANCH.
           MOVE SMPD-BAND TO WS-FIND-BAND.
           PERFORM FIND-OR-ADD-STRATUM.
           IF WS-STR-HIT > 0
             SET WS-STR-IDX TO WS-STR-HIT
             ADD 1 TO WS-STR-SAMPLED(WS-STR-IDX)
             ADD WS-SMP-BASE TO WS-STR-SMP-AMT(WS-STR-IDX)
             IF SMPD-TOP-BALANCE
               ADD 1 TO WS-STR-TOP(WS-STR-IDX)
             ELSE
               ADD 1 TO WS-STR-RANDOM(WS-STR-IDX)
             END-IF
             EVALUATE TRUE
               WHEN SMPD-AGREED
                 ADD 1 TO WS-STR-AGREED(WS-STR-IDX)
                 ADD WS-SMP-BASE TO WS-STR-AGR-AMT(WS-STR-IDX)
               WHEN SMPD-DISAGREED
                 ADD 1 TO WS-STR-DISAGREED(WS-STR-IDX)
               WHEN SMPD-NO-REPLY
                 ADD 1 TO WS-STR-NO-REPLY(WS-STR-IDX)
               WHEN OTHER
                 ADD 1 TO WS-STR-OUTSTANDING(WS-STR-IDX)
             END-EVALUATE
           END-IF.

      *================================================================*
      * COVERAGE SUMMARY - SAMPLE AGAINST POPULATION BY BALANCE BAND,  *
      * THEN BY BRANCH WITHIN BAND. SMP % IS THE SAMPLED AMOUNT AND    *
      * AGR % THE AMOUNT CONFIRMED AS AGREED, EACH AS A PERCENTAGE OF  *
      * THE POPULATION AMOUNT. ALL AMOUNTS ARE IN THE BASE CURRENCY.   *
      *================================================================*
       WRITE-COVERAGE-SUMMARY.
           PERFORM CLEAR-ONE-BAND-TOTAL
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 5.
           PERFORM ADD-STRATUM-TO-BAND
             VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STR-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'COVERAGE SUMMARY BY BALANCE BAND'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CVG-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-ONE-BAND-LINE
             VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 5.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'COVERAGE BY BRANCH AND BAND'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CVG-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-ONE-STRATUM-LINE
             VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STR-COUNT.

       CLEAR-ONE-BAND-TOTAL.
           MOVE ZEROS TO WS-BND-COUNTS(WS-BAND-SUB).

       ADD-STRATUM-TO-BAND.
           MOVE WS-STR-BAND(WS-STR-IDX) TO WS-BAND-SUB.
           IF WS-BAND-SUB > 0 AND WS-BAND-SUB < 5
             PERFORM ADD-STRATUM-TO-ONE-TOTAL
             MOVE 5 TO WS-BAND-SUB
             PERFORM ADD-STRATUM-TO-ONE-TOTAL
           END-IF.

       ADD-STRATUM-TO-ONE-TOTAL.
           ADD WS-STR-POP(WS-STR-IDX) TO WS-BND-POP(WS-BAND-SUB).
           ADD WS-STR-POP-AMT(WS-STR-IDX)
             TO WS-BND-POP-AMT(WS-BAND-SUB).
           ADD WS-STR-SAMPLED(WS-STR-IDX)
             TO WS-BND-SAMPLED(WS-BAND-SUB).
           ADD WS-STR-SMP-AMT(WS-STR-IDX)
             TO WS-BND-SMP-AMT(WS-BAND-SUB).
           ADD WS-STR-AGREED(WS-STR-IDX)
             TO WS-BND-AGREED(WS-BAND-SUB).
           ADD WS-STR-AGR-AMT(WS-STR-IDX)
             TO WS-BND-AGR-AMT(WS-BAND-SUB).
           ADD WS-STR-DISAGREED(WS-STR-IDX)
             TO WS-BND-DISAGREED(WS-BAND-SUB).
           ADD WS-STR-NO-REPLY(WS-STR-IDX)
             TO WS-BND-NO-REPLY(WS-BAND-SUB).
           ADD WS-STR-OUTSTANDING(WS-STR-IDX)
             TO WS-BND-OUTSTANDING(WS-BAND-SUB).

       WRITE-ONE-BAND-LINE.
           MOVE WS-BND-COUNTS(WS-BAND-SUB) TO WS-CVG-COUNTS.
           MOVE WS-BAND-SUB TO WS-BAND-DIGIT.
           MOVE SPACES TO WS-CVG-LABEL.
           IF WS-BAND-SUB < 5
             STRING 'BAND ' WS-BAND-DIGIT
               DELIMITED BY SIZE INTO WS-CVG-LABEL
           ELSE
             MOVE 'TOTAL' TO WS-CVG-LABEL
           END-IF.
           PERFORM WRITE-COVERAGE-LINE.

       WRITE-ONE-STRATUM-LINE.
           MOVE WS-STR-COUNTS(WS-STR-IDX) TO WS-CVG-COUNTS.
           MOVE SPACES TO WS-CVG-LABEL.
           STRING WS-STR-BRANCH(WS-STR-IDX) ' B'
                  WS-STR-BAND(WS-STR-IDX)
             DELIMITED BY SIZE INTO WS-CVG-LABEL.
           PERFORM WRITE-COVERAGE-LINE.

       WRITE-COVERAGE-LINE.
           MOVE WS-CVG-LABEL TO CVD-LABEL.
           MOVE WS-CVG-POP TO CVD-POP-COUNT.
           MOVE WS-CVG-POP-AMT TO CVD-POP-AMT.
           MOVE WS-CVG-SAMPLED TO CVD-SMP-COUNT.
           MOVE WS-CVG-SMP-AMT TO CVD-SMP-AMT.
           MOVE WS-CVG-AGREED TO CVD-AGREED.
           MOVE WS-CVG-DISAGREED TO CVD-DISAGREED.
           MOVE WS-CVG-NO-REPLY TO CVD-NO-REPLY.
           MOVE WS-CVG-OUTSTANDING TO CVD-OUTSTANDING.
           MOVE 0 TO WS-CVG-PCT.
           IF WS-CVG-POP-AMT > 0
             COMPUTE WS-CVG-PCT ROUNDED =
                 WS-CVG-SMP-AMT * 100 / WS-CVG-POP-AMT
               ON SIZE ERROR MOVE 999.99 TO WS-CVG-PCT
             END-COMPUTE
           END-IF.
           MOVE WS-CVG-PCT TO CVD-SMP-PCT.
           MOVE 0 TO WS-CVG-PCT.
           IF WS-CVG-POP-AMT > 0
             COMPUTE WS-CVG-PCT ROUNDED =
                 WS-CVG-AGR-AMT * 100 / WS-CVG-POP-AMT
               ON SIZE ERROR MOVE 999.99 TO WS-CVG-PCT
             END-COMPUTE
           END-IF.
           MOVE WS-CVG-PCT TO CVD-AGR-PCT.
           MOVE WS-CVG-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       CLEANUP-PARA.
           CLOSE RPTFILE.
           DISPLAY 'CUSTCONF COMPLETE.'.
           DISPLAY '  AS-OF DATE:           ' WS-AS-OF-DATE.
           DISPLAY '  SEED:                 ' WS-SEED.
           DISPLAY '  ACCOUNTS READ:        ' WS-READ-COUNT.
           DISPLAY '  CLOSED AT AS-OF DATE: ' WS-CLOSED-COUNT.
           DISPLAY '  NO SNAPSHOT:          ' WS-NO-SNAP-COUNT.
           DISPLAY '  NO CURRTBL RATE:      ' WS-NO-RATE-COUNT.
           DISPLAY '  SNAPSHOT ERRORS:      ' WS-SQL-ERR-COUNT.
           DISPLAY '  POPULATION:           ' WS-POP-COUNT.
           DISPLAY '  LETTERS ISSUED:       ' WS-LETTER-COUNT.
           DISPLAY '  REPLIES READ:         ' WS-RESP-COUNT.
           DISPLAY '  REPLIES APPLIED:      ' WS-APPLIED-COUNT.
           DISPLAY '  REPLACING EARLIER:    ' WS-REPLACED-COUNT.
           DISPLAY '  UNMATCHED REPLIES:    ' WS-UNMATCHED-COUNT.
           DISPLAY '  INVALID REPLIES:      ' WS-BAD-CODE-COUNT.
           DISPLAY '  CONFSMPN RECORDS:     ' WS-SMPN-COUNT.
