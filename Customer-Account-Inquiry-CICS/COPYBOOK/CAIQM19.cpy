      *----------------------------------------------------------
      *  CAIQM19 - SYMBOLIC MAP FOR MAPSET CAIQM19, MAP CAIQM19
      *  ONLINE ACCOUNT OPENING SCREEN.  GENERATED FROM THE BMS MAP
      *  SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT, REASSEMBLE THE
      *  MAPSET INSTEAD.  CUSTIDI NAMES AN EXISTING CUSTOMER, OR IS
      *  LEFT BLANK WITH CNAMEI KEYED FOR A NEW ONE.  AMTI IS THE
      *  OPENING DEPOSIT AS DIGITS-ONLY PENNIES, BLANK FOR NONE.
      *  ENTER CHECKS THE REQUEST, PF5 OPENS THE ACCOUNT; NACCTOO
      *  AND NCUSTOO SHOW THE NUMBERS GIVEN OUT.
      *----------------------------------------------------------
       01  CAIQM19I.
           05  FILLER            PIC X(12).
           05  CUSTIDL           COMP PIC S9(4).
           05  CUSTIDF           PIC X.
           05  FILLER REDEFINES CUSTIDF.
               10  CUSTIDA       PIC X.
           05  CUSTIDI           PIC X(10).
           05  CNAMEL            COMP PIC S9(4).
           05  CNAMEF            PIC X.
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA        PIC X.
           05  CNAMEI            PIC X(30).
           05  BRCHL             COMP PIC S9(4).
           05  BRCHF             PIC X.
           05  FILLER REDEFINES BRCHF.
               10  BRCHA         PIC X.
           05  BRCHI             PIC X(06).
           05  ATYPEL            COMP PIC S9(4).
           05  ATYPEF            PIC X.
           05  FILLER REDEFINES ATYPEF.
               10  ATYPEA        PIC X.
           05  ATYPEI            PIC X(10).
           05  SPREFL            COMP PIC S9(4).
           05  SPREFF            PIC X.
           05  FILLER REDEFINES SPREFF.
               10  SPREFA        PIC X.
           05  SPREFI            PIC X(01).
           05  ADR1L             COMP PIC S9(4).
           05  ADR1F             PIC X.
           05  FILLER REDEFINES ADR1F.
               10  ADR1A         PIC X.
           05  ADR1I             PIC X(25).
           05  ADR2L             COMP PIC S9(4).
           05  ADR2F             PIC X.
           05  FILLER REDEFINES ADR2F.
               10  ADR2A         PIC X.
           05  ADR2I             PIC X(20).
           05  ADR3L             COMP PIC S9(4).
           05  ADR3F             PIC X.
           05  FILLER REDEFINES ADR3F.
               10  ADR3A         PIC X.
           05  ADR3I             PIC X(15).
           05  AMTL              COMP PIC S9(4).
           05  AMTF              PIC X.
           05  FILLER REDEFINES AMTF.
               10  AMTA          PIC X.
           05  AMTI              PIC X(11).
      *
       01  CAIQM19O REDEFINES CAIQM19I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  CUSTIDO           PIC X(10).
           05  FILLER            PIC X(03).
           05  CNAMEO            PIC X(30).
           05  FILLER            PIC X(03).
           05  BRCHO             PIC X(06).
           05  FILLER            PIC X(03).
           05  ATYPEO            PIC X(10).
           05  FILLER            PIC X(03).
           05  SPREFO            PIC X(01).
           05  FILLER            PIC X(03).
           05  ADR1O             PIC X(25).
           05  FILLER            PIC X(03).
           05  ADR2O             PIC X(20).
           05  FILLER            PIC X(03).
           05  ADR3O             PIC X(15).
           05  FILLER            PIC X(03).
           05  AMTO              PIC X(11).
           05  FILLER            PIC X(03).
           05  NAMEOA            PIC X.
           05  NAMEOO            PIC X(30).
           05  FILLER            PIC X(03).
           05  BRNMOA            PIC X.
           05  BRNMOO            PIC X(30).
           05  FILLER            PIC X(03).
           05  NACCTOA           PIC X.
           05  NACCTOO           PIC X(08).
           05  FILLER            PIC X(03).
           05  NCUSTOA           PIC X.
           05  NCUSTOO           PIC X(10).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
