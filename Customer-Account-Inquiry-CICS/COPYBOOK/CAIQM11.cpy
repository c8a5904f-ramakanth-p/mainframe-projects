      *----------------------------------------------------------
      *  CAIQM11 - SYMBOLIC MAP FOR MAPSET CAIQM11, MAP CAIQM11
      *  TELLER CASH-DRAWER OPEN/CLOSE SCREEN.  GENERATED FROM THE
      *  BMS MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT,
      *  REASSEMBLE THE MAPSET INSTEAD.  ACTNI TAKES 'O' (OPEN
      *  THE DRAWER - BRCDI AND FLOATI), 'C' (CLOSE - CNTI),
      *  'S' (SUPERVISOR SIGN-OFF OF THE DRAWER OF OPERI) OR 'I'
      *  (INQUIRE).  FLOATI AND CNTI TAKE PENNIES, DIGITS ONLY,
      *  NO DECIMAL POINT.
      *----------------------------------------------------------
       01  CAIQM11I.
           05  FILLER            PIC X(12).
           05  ACTNL             COMP PIC S9(4).
           05  ACTNF             PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA         PIC X.
           05  ACTNI             PIC X(01).
           05  OPERL             COMP PIC S9(4).
           05  OPERF             PIC X.
           05  FILLER REDEFINES OPERF.
               10  OPERA         PIC X.
           05  OPERI             PIC X(08).
           05  BRCDL             COMP PIC S9(4).
           05  BRCDF             PIC X.
           05  FILLER REDEFINES BRCDF.
               10  BRCDA         PIC X.
           05  BRCDI             PIC X(06).
           05  FLOATL            COMP PIC S9(4).
           05  FLOATF            PIC X.
           05  FILLER REDEFINES FLOATF.
               10  FLOATA        PIC X.
           05  FLOATI            PIC X(11).
           05  CNTL              COMP PIC S9(4).
           05  CNTF              PIC X.
           05  FILLER REDEFINES CNTF.
               10  CNTA          PIC X.
           05  CNTI              PIC X(11).
      *
       01  CAIQM11O REDEFINES CAIQM11I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  FILLER            PIC X(03).
           05  OPERO             PIC X(08).
           05  FILLER            PIC X(03).
           05  BRCDO             PIC X(06).
           05  FILLER            PIC X(03).
           05  FLOATO            PIC X(11).
           05  FILLER            PIC X(03).
           05  CNTO              PIC X(11).
           05  FILLER            PIC X(03).
           05  BRNMA             PIC X.
           05  BRNMO             PIC X(30).
           05  FILLER            PIC X(03).
           05  DSTATA            PIC X.
           05  DSTATO            PIC X(18).
           05  FILLER            PIC X(03).
           05  FLTDA             PIC X.
           05  FLTDO             PIC X(15).
           05  FILLER            PIC X(03).
           05  CINA              PIC X.
           05  CINO              PIC X(15).
           05  FILLER            PIC X(03).
           05  COUTA             PIC X.
           05  COUTO             PIC X(15).
           05  FILLER            PIC X(03).
           05  EXPA              PIC X.
           05  EXPO              PIC X(15).
           05  FILLER            PIC X(03).
           05  DECLA             PIC X.
           05  DECLO             PIC X(15).
           05  FILLER            PIC X(03).
           05  VARA              PIC X.
           05  VARO              PIC X(15).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
