      *----------------------------------------------------------
      *  CAIQHD01 - ACCOUNT HOLD RECORD FOR THE CAIQL01 KSDS.  ONE
      *  RECORD PER HOLD EARMARKING PART OF A CAIQF01 BALANCE - A
      *  GARNISHMENT ORDER, AN UNCLEARED CHEQUE, AN AMOUNT PLEDGED
      *  AGAINST A LOAN.  THE KEY LEADS WITH THE ACCOUNT NUMBER SO
      *  AN ACCOUNT'S HOLDS ARE ONE CONTIGUOUS RANGE; THE PLACED
      *  STAMP AND A SEQUENCE (TASK NUMBER ONLINE) KEEP SEVERAL
      *  HOLDS ON ONE ACCOUNT APART.
      *  HD-REASON: 'GN' GARNISHMENT / LEGAL ORDER, 'CH' UNCLEARED
      *  CHEQUE, 'PL' PLEDGED AGAINST A LOAN, 'OT' OTHER.
      *  HD-STATUS: 'A' ACTIVE, 'R' RELEASED BY AN OPERATOR, 'E'
      *  EXPIRED BY THE NIGHTLY HOLD JOB.  AN ACTIVE HOLD COUNTS
      *  AGAINST THE AVAILABLE BALANCE THROUGH ITS EXPIRY DATE
      *  AND NOT AFTER IT, WHETHER OR NOT THE NIGHTLY JOB HAS YET
      *  MARKED IT EXPIRED.  AVAILABLE BALANCE IS CR-ACCT-BALANCE
      *  LESS THE ACCOUNT'S ACTIVE HOLDS.
      *  THE STATUS STAMPS SAY WHO RELEASED THE HOLD (SPACES FOR
      *  THE BATCH EXPIRY) AND WHEN.  COPY ... REPLACING LEADING
      *  ==HD-== BY THE CALLER'S OWN PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  HD-KEY.
           10  HD-ACCT-NO         PIC X(08).
           10  HD-PLACED-DATE     PIC X(08).
           10  HD-PLACED-TIME     PIC X(06).
           10  HD-SEQ             PIC 9(05).
       05  HD-CUST-ID             PIC X(10).
       05  HD-AMOUNT              PIC S9(09)V99.
       05  HD-REASON              PIC X(02).
       05  HD-PLACED-OPER-ID      PIC X(08).
       05  HD-EXPIRY-DATE         PIC X(08).
       05  HD-STATUS              PIC X(01).
       05  HD-STATUS-DATE         PIC X(08).
       05  HD-STATUS-TIME         PIC X(06).
       05  HD-STATUS-OPER-ID      PIC X(08).
       05  FILLER                 PIC X(10).
