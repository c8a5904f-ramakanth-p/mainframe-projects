      *----------------------------------------------------------
      *  CAIQM15 - SYMBOLIC MAP FOR MAPSET CAIQM15, MAP CAIQM15
      *  ACCOUNT RELATIONSHIP MAINTENANCE SCREEN.  GENERATED FROM
      *  THE BMS MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT,
      *  REASSEMBLE THE MAPSET INSTEAD.  ACCTI TAKES THE ACCOUNT
      *  NUMBER.  ACTNI 'A' ADDS A RELATIONSHIP (RCUSTI THE RELATED
      *  CUSTOMER ID, RNAMEI THEIR NAME IF THEY ARE NOT ALREADY A
      *  CUSTOMER, ROLEI J/T/P/B, EFFI AND ENDI THE DATES IT RUNS
      *  BETWEEN, YYYYMMDD, BOTH OPTIONAL; PREFI AND ADDR1I-ADDR3I
      *  A JOINT OWNER'S STATEMENT DELIVERY AND OWN ADDRESS), 'E'
      *  ENDS THE RELATIONSHIP ON LIST ROW SELNOI AS AT ENDI (TODAY
      *  IF BLANK), BLANK JUST LISTS THE ACCOUNT'S RELATIONSHIPS.
      *----------------------------------------------------------
       01  CAIQM15I.
           05  FILLER            PIC X(12).
           05  ACCTL             COMP PIC S9(4).
           05  ACCTF             PIC X.
           05  FILLER REDEFINES ACCTF.
               10  ACCTA         PIC X.
           05  ACCTI             PIC X(08).
           05  ACTNL             COMP PIC S9(4).
           05  ACTNF             PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA         PIC X.
           05  ACTNI             PIC X(01).
           05  RCUSTL            COMP PIC S9(4).
           05  RCUSTF            PIC X.
           05  FILLER REDEFINES RCUSTF.
               10  RCUSTA        PIC X.
           05  RCUSTI            PIC X(10).
           05  RNAMEL            COMP PIC S9(4).
           05  RNAMEF            PIC X.
           05  FILLER REDEFINES RNAMEF.
               10  RNAMEA        PIC X.
           05  RNAMEI            PIC X(30).
           05  ROLEL             COMP PIC S9(4).
           05  ROLEF             PIC X.
           05  FILLER REDEFINES ROLEF.
               10  ROLEA         PIC X.
           05  ROLEI             PIC X(01).
           05  EFFL              COMP PIC S9(4).
           05  EFFF              PIC X.
           05  FILLER REDEFINES EFFF.
               10  EFFA          PIC X.
           05  EFFI              PIC X(08).
           05  ENDL              COMP PIC S9(4).
           05  ENDF              PIC X.
           05  FILLER REDEFINES ENDF.
               10  ENDA          PIC X.
           05  ENDI              PIC X(08).
           05  PREFL             COMP PIC S9(4).
           05  PREFF             PIC X.
           05  FILLER REDEFINES PREFF.
               10  PREFA         PIC X.
           05  PREFI             PIC X(01).
           05  ADDR1L            COMP PIC S9(4).
           05  ADDR1F            PIC X.
           05  FILLER REDEFINES ADDR1F.
               10  ADDR1A        PIC X.
           05  ADDR1I            PIC X(25).
           05  ADDR2L            COMP PIC S9(4).
           05  ADDR2F            PIC X.
           05  FILLER REDEFINES ADDR2F.
               10  ADDR2A        PIC X.
           05  ADDR2I            PIC X(20).
           05  ADDR3L            COMP PIC S9(4).
           05  ADDR3F            PIC X.
           05  FILLER REDEFINES ADDR3F.
               10  ADDR3A        PIC X.
           05  ADDR3I            PIC X(15).
           05  SELNOL            COMP PIC S9(4).
           05  SELNOF            PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA        PIC X.
           05  SELNOI            PIC X(02).
      *
       01  CAIQM15O REDEFINES CAIQM15I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  ACCTO             PIC X(08).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  FILLER            PIC X(03).
           05  RCUSTO            PIC X(10).
           05  FILLER            PIC X(03).
           05  RNAMEO            PIC X(30).
           05  FILLER            PIC X(03).
           05  ROLEO             PIC X(01).
           05  FILLER            PIC X(03).
           05  EFFO              PIC X(08).
           05  FILLER            PIC X(03).
           05  ENDO              PIC X(08).
           05  FILLER            PIC X(03).
           05  PREFO             PIC X(01).
           05  FILLER            PIC X(03).
           05  ADDR1O            PIC X(25).
           05  FILLER            PIC X(03).
           05  ADDR2O            PIC X(20).
           05  FILLER            PIC X(03).
           05  ADDR3O            PIC X(15).
           05  FILLER            PIC X(03).
           05  SELNOO            PIC X(02).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  REL-ROW OCCURS 10 TIMES.
               10  FILLER        PIC X(03).
               10  ROWA          PIC X.
               10  ROWO          PIC X(75).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
