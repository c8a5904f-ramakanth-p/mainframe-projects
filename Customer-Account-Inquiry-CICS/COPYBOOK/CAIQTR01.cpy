      *  RECORD, 'C' CHANGES BALANCE/STATUS/BRANCH ON AN EXISTING
      *  ONE, 'D' DELETES THE RECORD.  TR-CUST-ID PLUS TR-ACCT-NO
      *  TOGETHER NAME THE CAIQF01 RECORD (ITS COMPOSITE KEY), SO
      *  EVERY ACCOUNT ACTION MUST CARRY BOTH.  THE REMAINING
      *  FIELDS MIRROR CAIQCR01 SO A FEED RECORD CAN BE MOVED
      *  STRAIGHT ONTO (OR COMPARED AGAINST) A CAIQF01 RECORD.
      *  'K' RECORDS A CUSTOMER'S KYC REVIEW ON CAIQKY01: IT IS
      *  BY CUSTOMER, SO TR-ACCT-NO MAY BE SPACES, AND THE REVIEW
      *  FIELDS TAKE THE PLACE OF THE NAME (TR-KYC-DATA).
      *----------------------------------------------------------
       05  TR-ACTION-CODE        PIC X(01).
       05  TR-CUST-ID            PIC X(10).
       05  TR-CUST-NAME          PIC X(30).
      *    TR-KYC-NEXT-DUE - SPACES SETS THE NEXT REVIEW FROM THE
      *    RISK RATING, SEE CAIQKY01.
       05  TR-KYC-DATA REDEFINES TR-CUST-NAME.
           10  TR-KYC-REVIEW-DATE    PIC X(08).
           10  TR-KYC-RISK           PIC X(01).
           10  TR-KYC-NEXT-DUE       PIC X(08).
           10  FILLER                PIC X(13).
       05  TR-ACCT-TYPE          PIC X(10).
       05  TR-BRANCH-CODE        PIC X(06).
       05  TR-ACCT-BALANCE       PIC S9(09)V99.
