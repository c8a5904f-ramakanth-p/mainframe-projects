      *----------------------------------------------------------
      *  CAIQPE01 - ESCHEATMENT (UNCLAIMED PROPERTY) PARAMETER
      *  RECORD.  ONE RECORD, READ FROM THE CAIQPE01 DD BY BOTH
      *  HALVES OF THE ANNUAL ESCHEATMENT CYCLE - THE NOTICE RUN
      *  THAT PICKS THE ACCOUNTS AND PRINTS THE DUE-DILIGENCE
      *  LETTERS, AND THE REMITTANCE RUN THAT TURNS THE BALANCES
      *  OVER - SO COMPLIANCE CAN FOLLOW THE STATUTE WITHOUT A
      *  CODE CHANGE/RECOMPILE.
      *  PE-DORMANT-YEARS   - A DORMANT ACCOUNT WHOSE LAST
      *                       CUSTOMER ACTIVITY IS THIS MANY YEARS
      *                       OR MORE BEFORE THE BUSINESS DATE IS
      *                       PRESUMED ABANDONED.  ZERO OR NOT
      *                       NUMERIC KEEPS THE DEFAULT OF 5.
      *  PE-RESPONSE-DAYS   - DAYS FROM THE LETTER TO THE DEADLINE
      *                       FOR THE OWNER TO COME FORWARD.  ZERO
      *                       OR NOT NUMERIC KEEPS THE DEFAULT 60.
      *  PE-CYCLE-YEAR      - THE CYCLE BEING WORKED.  SPACES MEANS
      *                       THE YEAR OF THE BUSINESS DATE; SET IT
      *                       WHEN THE REMITTANCE FALLS IN THE YEAR
      *                       AFTER THE LETTERS WENT OUT.
      *  PE-CTL-CUST-ID /
      *  PE-CTL-ACCT-NO     - THE CAIQF01 ESCHEAT CONTROL ACCOUNT
      *                       THE REMITTED BALANCES ARE MOVED TO.
      *                       REQUIRED BY THE REMITTANCE RUN.
      *  PE-HOLDER-NAME /
      *  PE-HOLDER-TAX-ID /
      *  PE-REPORT-STATE    - THE HOLDER IDENTIFICATION THE STATE
      *                       EXPECTS ON THE HOLDER REPORT.
      *  PE-PROPERTY-CODE   - THE STATE'S PROPERTY TYPE CODE FOR
      *                       DEPOSIT ACCOUNTS.  SPACES MEANS AC01.
      *----------------------------------------------------------
       05  PE-DORMANT-YEARS       PIC 9(02).
       05  PE-RESPONSE-DAYS       PIC 9(03).
       05  PE-CYCLE-YEAR          PIC X(04).
       05  PE-CTL-CUST-ID         PIC X(10).
       05  PE-CTL-ACCT-NO         PIC X(08).
       05  PE-HOLDER-NAME         PIC X(30).
       05  PE-HOLDER-TAX-ID       PIC X(09).
       05  PE-REPORT-STATE        PIC X(02).
       05  PE-PROPERTY-CODE       PIC X(04).
       05  FILLER                 PIC X(08).
