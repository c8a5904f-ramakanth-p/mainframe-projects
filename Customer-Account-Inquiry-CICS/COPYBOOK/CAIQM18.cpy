      *----------------------------------------------------------
      *  CAIQM18 - SYMBOLIC MAP FOR MAPSET CAIQM18, MAP CAIQM18
      *  CUSTOMER KYC REVIEW MAINTENANCE SCREEN.  GENERATED FROM
      *  THE BMS MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT,
      *  REASSEMBLE THE MAPSET INSTEAD.  ENTER WITH A CUSTOMER ID
      *  SHOWS THE REVIEW ON FILE; PF5 RECORDS REVDTI (YYYYMMDD),
      *  RISKI (L, M OR H) AND THE OPTIONAL NXTDUEI AS THE NEW
      *  REVIEW.
      *----------------------------------------------------------
       01  CAIQM18I.
           05  FILLER            PIC X(12).
           05  CUSTIDL           COMP PIC S9(4).
           05  CUSTIDF           PIC X.
           05  FILLER REDEFINES CUSTIDF.
               10  CUSTIDA       PIC X.
           05  CUSTIDI           PIC X(10).
           05  REVDTL            COMP PIC S9(4).
           05  REVDTF            PIC X.
           05  FILLER REDEFINES REVDTF.
               10  REVDTA        PIC X.
           05  REVDTI            PIC X(08).
           05  RISKL             COMP PIC S9(4).
           05  RISKF             PIC X.
           05  FILLER REDEFINES RISKF.
               10  RISKA         PIC X.
           05  RISKI             PIC X(01).
           05  NXTDUEL           COMP PIC S9(4).
           05  NXTDUEF           PIC X.
           05  FILLER REDEFINES NXTDUEF.
               10  NXTDUEA       PIC X.
           05  NXTDUEI           PIC X(08).
      *
       01  CAIQM18O REDEFINES CAIQM18I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  CUSTIDO           PIC X(10).
           05  FILLER            PIC X(03).
           05  REVDTO            PIC X(08).
           05  FILLER            PIC X(03).
           05  RISKO             PIC X(01).
           05  FILLER            PIC X(03).
           05  NXTDUEO           PIC X(08).
           05  FILLER            PIC X(03).
           05  NAMEOA            PIC X.
           05  NAMEOO            PIC X(30).
           05  FILLER            PIC X(03).
           05  CREVDA            PIC X.
           05  CREVDO            PIC X(08).
           05  FILLER            PIC X(03).
           05  CRISKA            PIC X.
           05  CRISKO            PIC X(01).
           05  FILLER            PIC X(03).
           05  CNXTDA            PIC X.
           05  CNXTDO            PIC X(08).
           05  FILLER            PIC X(03).
           05  KSTSA             PIC X.
           05  KSTSO             PIC X(24).
           05  FILLER            PIC X(03).
           05  UPDBYA            PIC X.
           05  UPDBYO            PIC X(08).
           05  FILLER            PIC X(03).
           05  UPDDTA            PIC X.
           05  UPDDTO            PIC X(08).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
