      *                   '12' FILE ERROR
      *                   '16' DB2 NOT AVAILABLE / DATABASE ERROR
      *                   '20' INVALID REQUEST
      *
      *  SV-HELD-AMOUNT / SV-AVAIL-BALANCE - THE ACCOUNT'S ACTIVE
      *  CAIQL01 HOLDS AND THE LEDGER BALANCE LESS THEM.  THEY SIT
      *  AFTER THE ORIGINAL FIELDS, SO A CALLER BUILT ON THE
      *  SHORTER AREA STILL WORKS AND SIMPLY DOES NOT GET THEM.
      *----------------------------------------------------------
       05  SV-FUNCTION            PIC X(01).
       05  SV-RETURN-CODE         PIC X(02).
       05  SV-ADDR1               PIC X(25).
       05  SV-ADDR2               PIC X(20).
       05  SV-ADDR3               PIC X(15).
       05  SV-HELD-AMOUNT         PIC S9(09)V99.
       05  SV-AVAIL-BALANCE       PIC S9(09)V99.
