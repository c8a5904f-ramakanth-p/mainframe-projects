      *----------------------------------------------------------
      *  CAIQSO01 - STANDING ORDER RECORD FOR THE CAIQN01 KSDS.
      *  ONE RECORD PER STANDING INSTRUCTION TO MOVE A FIXED
      *  AMOUNT FROM ONE CAIQF01 ACCOUNT TO ANOTHER ON A REGULAR
      *  CYCLE.  THE KEY LEADS WITH THE PAYING ACCOUNT SO AN
      *  ACCOUNT'S ORDERS ARE ONE CONTIGUOUS RANGE; THE SET-UP
      *  STAMP AND A SEQUENCE (TASK NUMBER ONLINE) KEEP SEVERAL
      *  ORDERS ON ONE ACCOUNT APART.  BOTH CUSTOMER IDS ARE HELD
      *  SO THE NIGHTLY RUN READS CAIQF01 BY ITS FULL KEY.
      *  SO-FREQUENCY: 'W' WEEKLY, 'F' FORTNIGHTLY, 'M' MONTHLY,
      *  'Q' QUARTERLY, 'A' ANNUALLY.  SO-DUE-DAY IS THE DAY OF
      *  THE MONTH THE ORDER WAS SET UP TO PAY ON; A MONTHLY CYCLE
      *  ROLLS BACK TO IT AFTER A SHORT MONTH (31ST - 28TH - 31ST).
      *  SO-END-DATE SPACES MEANS UNTIL CANCELLED.
      *  SO-STATUS: 'A' ACTIVE, 'C' CANCELLED ONLINE, 'F' FAILED
      *  (RETRIES EXHAUSTED - NEEDS A NEW ORDER), 'E' ENDED (PAST
      *  ITS END DATE).
      *  SO-NEXT-DUE-DATE ONLY MOVES ON AFTER A SUCCESSFUL
      *  PAYMENT.  WHILE A DUE PAYMENT IS BEING RETRIED IT STAYS
      *  PUT, SO-RETRY-COUNT COUNTS THE ATTEMPTS AND
      *  SO-LAST-REASON SAYS WHY THE LAST ONE FAILED: 'CL' AN
      *  ACCOUNT CLOSED, 'ES' AN ACCOUNT ESCHEATED TO THE STATE,
      *  'NF' INSUFFICIENT AVAILABLE FUNDS, 'NA' AN ACCOUNT NO
      *  LONGER ON CAIQF01.
      *  COPY ... REPLACING LEADING ==SO-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  SO-KEY.
           10  SO-FROM-ACCT-NO    PIC X(08).
           10  SO-SET-UP-DATE     PIC X(08).
           10  SO-SET-UP-TIME     PIC X(06).
           10  SO-SEQ             PIC 9(05).
       05  SO-FROM-CUST-ID        PIC X(10).
       05  SO-TO-CUST-ID          PIC X(10).
       05  SO-TO-ACCT-NO          PIC X(08).
       05  SO-AMOUNT              PIC S9(09)V99.
       05  SO-FREQUENCY           PIC X(01).
       05  SO-DUE-DAY             PIC 9(02).
       05  SO-NEXT-DUE-DATE       PIC X(08).
       05  SO-END-DATE            PIC X(08).
       05  SO-STATUS              PIC X(01).
       05  SO-RETRY-COUNT         PIC 9(03).
       05  SO-LAST-REASON         PIC X(02).
       05  SO-LAST-TRY-DATE       PIC X(08).
       05  SO-LAST-PAID-DATE      PIC X(08).
       05  SO-SET-UP-OPER-ID      PIC X(08).
       05  SO-STATUS-DATE         PIC X(08).
       05  SO-STATUS-OPER-ID      PIC X(08).
       05  FILLER                 PIC X(10).
