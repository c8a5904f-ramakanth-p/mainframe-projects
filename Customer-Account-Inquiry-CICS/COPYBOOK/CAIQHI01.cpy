      *  'D' DELETE (FEED DELETE OR ARCHIVE/PURGE), 'S' STATUS
      *  UPDATE, 'P' MONETARY POSTING (TELLER OR MONTH-END),
      *  'E' QUEUED STATUS CHANGE EXPIRED UNAPPLIED (OLD AND NEW
      *  FIELDS EQUAL - NOTHING CHANGED ON CAIQF01).  THE TRAIL IS
      *  ALSO WHAT CAIQF01 IS ROLLED FORWARD FROM AFTER A RESTORE,
      *  IN KEY ORDER, SO IT MUST BE COMPLETE.  EVERY PATH
      *  THAT MOVES A CAIQF01 BALANCE MUST LEAVE A RECORD HERE
      *  WITH THE TRUE OLD/NEW BALANCES - THE NIGHTLY MONEY PROOF
      *  ADDS THE DELTAS UP.
      *    (THE APPROVER, FOR A QUEUED CHANGE).  SPACES ON BATCH
      *    WRITES AND ON RECORDS OLDER THAN THE FIELD.
       05  HI-OPER-ID             PIC X(08).
      *    HI-NEW-CUST-NAME / HI-NEW-ACCT-TYPE / HI-NEW-STMT-PREF /
      *    HI-NEW-ACTIVITY-DATE - THE REST OF THE CAIQF01 RECORD AS
      *    THE CHANGE LEFT IT, SO FORWARD RECOVERY CAN REBUILD AN
      *    ADD AND CARRY THE STATEMENT PREFERENCE AND LAST-ACTIVITY
      *    DATE THROUGH LATER CHANGES.  FILLED BY EVERY ADD, BY THE
      *    FEED CHANGE, AND BY THE POSTINGS AND STATUS CHANGES THAT
      *    STAMP CUSTOMER ACTIVITY.  SPACES (AND ON RECORDS OLDER
      *    THAN THE FIELDS) MEAN THE WRITER LEFT THEM AS THEY WERE.
       05  HI-NEW-CUST-NAME       PIC X(30).
       05  HI-NEW-ACCT-TYPE       PIC X(10).
       05  HI-NEW-STMT-PREF       PIC X(01).
       05  HI-NEW-ACTIVITY-DATE   PIC X(08).
       05  FILLER                 PIC X(04).
