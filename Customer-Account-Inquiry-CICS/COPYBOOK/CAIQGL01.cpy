      *----------------------------------------------------------
      *  CAIQGL01 - GL BATCH FILE RECORD FOR THE CAIQG01 DATASET
      *  HANDED TO THE GENERAL-LEDGER SYSTEM EACH NIGHT.  ONE
      *  HEADER ('H'), ONE DETAIL ('D') PER GL ACCOUNT SIDE, ONE
      *  TRAILER ('T').  DETAIL AMOUNTS ARE UNSIGNED - GL-DTL-DR-CR
      *  SAYS WHICH SIDE.  THE TRAILER CARRIES THE DETAIL COUNT AND
      *  THE DEBIT AND CREDIT TOTALS, WHICH MUST BE EQUAL, AND THE
      *  NET CUSTOMER-BALANCE MOVEMENT THE BATCH WAS BUILT FROM.
      *  GL-DTL-SUSPENSE 'Y' MARKS A LINE BOOKED TO SUSPENSE FOR
      *  WANT OF A CAIQGM01 MAPPING.
      *----------------------------------------------------------
       05  GL-REC-TYPE            PIC X(01).
       05  GL-HDR-AREA.
           10  GL-HDR-SOURCE      PIC X(08).
           10  GL-HDR-BUS-DATE    PIC X(08).
           10  GL-HDR-CREATE-DATE PIC X(08).
           10  GL-HDR-CREATE-TIME PIC X(06).
           10  FILLER             PIC X(69).
       05  GL-DTL-AREA REDEFINES GL-HDR-AREA.
           10  GL-DTL-GL-ACCT     PIC X(12).
           10  GL-DTL-DR-CR       PIC X(01).
           10  GL-DTL-AMOUNT      PIC 9(13)V99.
           10  GL-DTL-BRANCH-CODE PIC X(06).
           10  GL-DTL-ACCT-TYPE   PIC X(10).
           10  GL-DTL-TRAN-TYPE   PIC X(01).
           10  GL-DTL-ITEM-COUNT  PIC 9(09).
           10  GL-DTL-SUSPENSE    PIC X(01).
           10  GL-DTL-DESC        PIC X(30).
           10  FILLER             PIC X(14).
       05  GL-TRL-AREA REDEFINES GL-HDR-AREA.
           10  GL-TRL-DTL-COUNT   PIC 9(09).
           10  GL-TRL-DR-TOTAL    PIC 9(15)V99.
           10  GL-TRL-CR-TOTAL    PIC 9(15)V99.
           10  GL-TRL-NET-MOVEMENT
                                  PIC S9(15)V99.
           10  FILLER             PIC X(39).
