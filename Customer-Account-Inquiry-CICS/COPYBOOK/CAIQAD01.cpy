      *----------------------------------------------------------
      *  CAIQAD01 - MAILING ADDRESS WORK RECORD ON CAIQW03.  ONE
      *  RECORD PER Z88436T ROW, KEYED BY ACCOUNT NUMBER, LOADED AT
      *  THE START OF A MAILING RUN BY ONE CURSOR PASS OVER THE
      *  TABLE IN ACCTNO ORDER.  THE RUN THEN PICKS EACH CUSTOMER'S
      *  ADDRESS UP BY KEY INSTEAD OF ISSUING A SELECT PER CUSTOMER.
      *  CAIQW03 IS A REUSABLE CLUSTER - EACH RUN EMPTIES AND
      *  RELOADS IT, SO IT IS NEVER OLDER THAN THE RUN USING IT.
      *----------------------------------------------------------
       05  AD-ACCT-NO             PIC X(08).
       05  AD-ADDR1               PIC X(25).
       05  AD-ADDR2               PIC X(20).
       05  AD-ADDR3               PIC X(15).
       05  FILLER                 PIC X(12).
