      *----------------------------------------------------------
      *  CAIQGM01 - GL MAPPING TABLE RECORD.  ONE CARD PER BRANCH,
      *  ACCOUNT TYPE AND JOURNAL TRANSACTION TYPE, READ FROM THE
      *  CAIQGM01 DD BY THE NIGHTLY GL INTERFACE AND MAINTAINED BY
      *  FINANCE THE SAME WAY AS THE CAIQRT01 RATE CARDS.
      *  GM-BRANCH-CODE OR GM-ACCT-TYPE '*' MATCHES ANY BRANCH OR
      *  ANY ACCOUNT TYPE; A CARD NAMING THE BRANCH AND TYPE
      *  OUTRIGHT WINS OVER ONE THAT DOES NOT.  GM-DR-GL-ACCT AND
      *  GM-CR-GL-ACCT ARE THE SIDES FOR MONEY COMING INTO CUSTOMER
      *  ACCOUNTS (A NET CREDIT ON THE JOURNAL); A NET DEBIT POSTS
      *  THE SAME PAIR THE OTHER WAY ROUND.
      *----------------------------------------------------------
       05  GM-BRANCH-CODE         PIC X(06).
       05  GM-ACCT-TYPE           PIC X(10).
       05  GM-TRAN-TYPE           PIC X(01).
       05  GM-DR-GL-ACCT          PIC X(12).
       05  GM-CR-GL-ACCT          PIC X(12).
       05  GM-DESC                PIC X(30).
       05  FILLER                 PIC X(09).
