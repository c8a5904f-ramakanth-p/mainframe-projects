      *----------------------------------------------------------
      *  CAIQUP01 - UNCLAIMED PROPERTY RECORD FOR THE CAIQU01
      *  KSDS.  ONE RECORD PER ACCOUNT TAKEN INTO AN ANNUAL
      *  ESCHEATMENT CYCLE, KEYED BY CYCLE YEAR AND THE CAIQF01
      *  KEY SO A CYCLE IS ONE CONTIGUOUS RANGE IN CUSTOMER ORDER.
      *  WRITTEN BY THE NOTICE RUN WITH THE ACCOUNT AS IT STOOD
      *  AND THE OWNER'S Z88436T ADDRESS AS MAILED, SO THE HOLDER
      *  REPORT SHOWS THE LAST KNOWN ADDRESS EVEN IF THE ROW IS
      *  LATER CHANGED OR REMOVED.
      *  UP-STATUS: 'N' NOTIFIED, AWAITING THE DEADLINE; 'X'
      *  DROPPED - THE OWNER CAME FORWARD (UP-DROP-REASON 'PO' A
      *  TELLER POSTING, 'SC' A STATUS CHANGE ON THE ACCOUNT);
      *  'V' VOID - AT REMITTANCE THE ACCOUNT WAS GONE FROM
      *  CAIQF01 OR HAD NOTHING LEFT TO REMIT; 'P' REMITTANCE IN
      *  PROGRESS (UP-REMIT-AMOUNT SET, BALANCE MAY OR MAY NOT
      *  HAVE MOVED YET - A RERUN CHECKS THE ACCOUNT STATUS);
      *  'R' REMITTED.
      *  UP-LETTER-FLAG: 'Y' A LETTER WAS PRINTED, 'N' NO ADDRESS
      *  ROW WAS FOUND SO NONE COULD BE SENT.
      *----------------------------------------------------------
       05  UP-KEY.
           10  UP-CYCLE-YEAR      PIC X(04).
           10  UP-CUST-ID         PIC X(10).
           10  UP-ACCT-NO         PIC X(08).
       05  UP-STATUS              PIC X(01).
       05  UP-CUST-NAME           PIC X(30).
       05  UP-ACCT-TYPE           PIC X(10).
       05  UP-BRANCH-CODE         PIC X(06).
       05  UP-ACCT-STATUS         PIC X(10).
       05  UP-LAST-ACTIVITY-DATE  PIC X(08).
       05  UP-NOTICE-BALANCE      PIC S9(09)V99.
       05  UP-NOTICE-DATE         PIC X(08).
       05  UP-DEADLINE-DATE       PIC X(08).
       05  UP-LETTER-FLAG         PIC X(01).
       05  UP-ADDR1               PIC X(25).
       05  UP-ADDR2               PIC X(20).
       05  UP-ADDR3               PIC X(15).
       05  UP-DROP-REASON         PIC X(02).
       05  UP-DROP-DATE           PIC X(08).
       05  UP-REMIT-DATE          PIC X(08).
       05  UP-REMIT-AMOUNT        PIC S9(09)V99.
       05  FILLER                 PIC X(20).
