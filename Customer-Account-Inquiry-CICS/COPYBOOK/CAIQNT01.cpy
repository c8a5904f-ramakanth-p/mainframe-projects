      *----------------------------------------------------------
      *  CAIQNT01 - CUSTOMER CONTACT NOTE RECORD FOR THE CAIQI01
      *  KSDS.  ONE RECORD PER NOTE, KEYED BY CUSTOMER ID AND THE
      *  DATE/TIME THE NOTE WAS TAKEN (NT-SEQ, FROM THE TASK
      *  NUMBER, KEEPS TWO NOTES IN THE SAME SECOND APART), SO A
      *  CUSTOMER'S NOTES ARE ONE CONTIGUOUS RANGE IN THE ORDER
      *  THEY WERE TAKEN.  WRITTEN BY THE NOTE-ADD SCREEN, LISTED
      *  AND CLOSED FROM THE NOTES LIST, READ BY THE INQUIRY FOR
      *  ITS FRAUD-ALERT FLAG AND BY THE DAILY FOLLOW-UP REPORT.
      *  NT-CATEGORY: 'C' COMPLAINT, 'P' PROMISE, 'F' FRAUD ALERT,
      *  'G' GENERAL.  NT-ACCT-NO / NT-BRANCH-CODE ARE THE ACCOUNT
      *  THE NOTE WAS TAKEN AGAINST AND ITS BRANCH, WHICH OWNS THE
      *  FOLLOW-UP; SPACES WHEN THE CUSTOMER HAD NO ACCOUNT ON
      *  FILE.  NT-FOLLOW-DATE IS SPACES FOR NO FOLLOW-UP.
      *  NT-STATUS: 'O' OPEN, 'C' CLOSED - THE FOLLOW-UP IS DONE,
      *  OR FOR A FRAUD ALERT THE ALERT IS LIFTED (SUPERVISOR
      *  ONLY).  AN OPEN FRAUD ALERT FLAGS THE CUSTOMER ON THE
      *  INQUIRY SCREEN.  NOTES ARE NEVER CHANGED OR DELETED
      *  ONLINE.
      *  COPY ... REPLACING LEADING ==NT-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  NT-KEY.
           10  NT-CUST-ID         PIC X(10).
           10  NT-DATE            PIC X(08).
           10  NT-TIME            PIC X(06).
           10  NT-SEQ             PIC X(05).
       05  NT-CUST-NAME           PIC X(30).
       05  NT-CATEGORY            PIC X(01).
       05  NT-OPER-ID             PIC X(08).
       05  NT-TERM-ID             PIC X(04).
       05  NT-ACCT-NO             PIC X(08).
       05  NT-BRANCH-CODE         PIC X(06).
       05  NT-FOLLOW-DATE         PIC X(08).
       05  NT-STATUS              PIC X(01).
       05  NT-CLOSED-DATE         PIC X(08).
       05  NT-CLOSED-OPER-ID      PIC X(08).
       05  NT-TEXT-1              PIC X(60).
       05  NT-TEXT-2              PIC X(60).
       05  NT-TEXT-3              PIC X(60).
       05  FILLER                 PIC X(20).
