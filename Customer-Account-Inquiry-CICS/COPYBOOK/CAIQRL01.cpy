      *----------------------------------------------------------
      *  CAIQRL01 - CUSTOMER/ACCOUNT RELATIONSHIP RECORD FOR THE
      *  CAIQY01 KSDS.  ONE RECORD PER ADDITIONAL CUSTOMER TIED TO
      *  AN ACCOUNT BEYOND ITS PRIMARY HOLDER (THE CR-CUST-ID ON
      *  CAIQF01): A JOINT OWNER, TRUSTEE, POWER-OF-ATTORNEY HOLDER
      *  OR BENEFICIARY.  KEYED BY THE RELATED CUSTOMER'S ID FIRST,
      *  SO A CUSTOMER-ID LOOKUP IS A SHORT BROWSE THE SAME AS IT
      *  IS ON CAIQF01; THE CAIQYP01 AIX PATH (NON-UNIQUE, KEYED BY
      *  RL-ACCT-NO) LISTS AN ACCOUNT'S RELATIONSHIPS.
      *  RL-ROLE: 'J' JOINT OWNER, 'T' TRUSTEE, 'P' POWER OF
      *  ATTORNEY, 'B' BENEFICIARY.
      *  RL-PRIM-CUST-ID COMPLETES THE CAIQF01 KEY OF THE ACCOUNT.
      *  A RELATIONSHIP IS IN FORCE FROM RL-EFF-DATE THROUGH
      *  RL-END-DATE; SPACES IN RL-END-DATE MEAN OPEN-ENDED.
      *  ENDING ONE SETS THE END DATE - RECORDS ARE NOT DELETED.
      *  RL-STMT-PREF APPLIES TO JOINT OWNERS ONLY: 'P' A PRINTED
      *  COPY STATEMENT, 'E' THE E-STATEMENT EXTRACT, 'N' NONE (AND
      *  ALWAYS 'N' FOR THE OTHER ROLES).  RL-ADDR1-3 ARE THE
      *  RELATED CUSTOMER'S OWN MAILING ADDRESS; SPACES MEAN MAIL
      *  TO THE ACCOUNT'S Z88436T ADDRESS.  A CUSTOMER ON CAIQY01
      *  KEEPS THEIR CAIQX01 NAME-XREF RECORD (SEE CAIQXR01).
      *  COPY ... REPLACING LEADING ==RL-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  RL-KEY.
           10  RL-CUST-ID         PIC X(10).
           10  RL-ACCT-NO         PIC X(08).
           10  RL-ROLE            PIC X(01).
       05  RL-PRIM-CUST-ID        PIC X(10).
       05  RL-CUST-NAME           PIC X(30).
       05  RL-EFF-DATE            PIC X(08).
       05  RL-END-DATE            PIC X(08).
       05  RL-STMT-PREF           PIC X(01).
       05  RL-ADDR1               PIC X(25).
       05  RL-ADDR2               PIC X(20).
       05  RL-ADDR3               PIC X(15).
       05  RL-ADDED-DATE          PIC X(08).
       05  RL-OPER-ID             PIC X(08).
       05  RL-ENDED-OPER-ID       PIC X(08).
       05  FILLER                 PIC X(20).
