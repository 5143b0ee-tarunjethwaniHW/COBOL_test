      *================================================================*
      * CTRXCOPY - CURRENCY TRANSACTION REPORT FILING EXTRACT LAYOUT   *
      * WRITTEN BY CUSTCTRX FOR THE REGULATORY FILING SYSTEM. ONE      *
      * HEADER ('H') PER RUN, THEN FOR EACH CUSTOMER WHOSE CASH IN OR  *
      * CASH OUT FOR THE BUSINESS DAY EXCEEDED THE REPORTING           *
      * THRESHOLD A FILING ('F') FOLLOWED BY ITS PERSON ('P') RECORDS  *
      * - THE OWNER OF RECORD FIRST, THEN EVERY ACTIVE CO-OWNER AS A   *
      * JOINT CONDUCTOR - AND A TRAILER ('T') CARRYING THE FILING      *
      * COUNT AND CASH TOTALS FOR THE RECEIVING SIDE TO PROVE AGAINST. *
      * FILING AND TRAILER CASH AMOUNTS ARE IN THE BASE CURRENCY; THE  *
      * FILING ALSO CARRIES THEM IN ACCOUNT CURRENCY WITH THE CURRTBL  *
      * RATE THAT CONVERTED THEM (1 FOR A BASE-CURRENCY ACCOUNT).      *
      * EVERY RECORD BELONGING TO ONE FILING CARRIES ITS FILING ID.    *
      *================================================================*
       01 CTRX-RECORD.
          05 CTRX-REC-TYPE        PIC X(01).
             88 CTRX-HEADER       VALUE 'H'.
             88 CTRX-FILING       VALUE 'F'.
             88 CTRX-PERSON       VALUE 'P'.
             88 CTRX-TRAILER      VALUE 'T'.
          05 CTRX-FILING-ID       PIC X(16).
          05 CTRX-BODY            PIC X(233).
          05 CTRX-HDR-DATA REDEFINES CTRX-BODY.
             10 CTRX-HDR-BUS-DATE    PIC X(10).
             10 CTRX-HDR-PROGRAM     PIC X(08).
             10 CTRX-HDR-THRESHOLD   PIC 9(7)V99.
             10 FILLER               PIC X(206).
          05 CTRX-FIL-DATA REDEFINES CTRX-BODY.
             10 CTRX-FIL-CUST-ID     PIC X(10).
             10 CTRX-FIL-BUS-DATE    PIC X(10).
             10 CTRX-FIL-BRANCH      PIC X(04).
             10 CTRX-FIL-CURRENCY    PIC X(03).
             10 CTRX-FIL-CASH-IN     PIC 9(11)V99.
             10 CTRX-FIL-IN-COUNT    PIC 9(05).
             10 CTRX-FIL-CASH-OUT    PIC 9(11)V99.
             10 CTRX-FIL-OUT-COUNT   PIC 9(05).
             10 CTRX-FIL-PERSONS     PIC 9(03).
             10 CTRX-FIL-ACCT-CASH-IN  PIC 9(11)V99.
             10 CTRX-FIL-ACCT-CASH-OUT PIC 9(11)V99.
             10 CTRX-FIL-RATE        PIC 9(03)V9(06).
             10 FILLER               PIC X(132).
          05 CTRX-PER-DATA REDEFINES CTRX-BODY.
             10 CTRX-PER-ROLE        PIC X(01).
                88 CTRX-PER-OWNER    VALUE 'O'.
                88 CTRX-PER-JOINT    VALUE 'J'.
             10 CTRX-PER-SEQ         PIC 9(02).
             10 CTRX-PER-NAME        PIC X(30).
             10 CTRX-PER-ADDR-CONTACT PIC X(147).
             10 FILLER               PIC X(53).
          05 CTRX-TRL-DATA REDEFINES CTRX-BODY.
             10 CTRX-TRL-FILINGS     PIC 9(07).
             10 CTRX-TRL-PERSONS     PIC 9(07).
             10 CTRX-TRL-CASH-IN     PIC 9(13)V99.
             10 CTRX-TRL-CASH-OUT    PIC 9(13)V99.
             10 FILLER               PIC X(189).
