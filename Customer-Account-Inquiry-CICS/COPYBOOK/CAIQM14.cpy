      *----------------------------------------------------------
      *  CAIQM14 - SYMBOLIC MAP FOR MAPSET CAIQM14, MAP CAIQM14
      *  STANDING ORDER MAINTENANCE SCREEN.  GENERATED FROM THE
      *  BMS MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT,
      *  REASSEMBLE THE MAPSET INSTEAD.  ACCTI TAKES THE PAYING
      *  ACCOUNT NUMBER.  ACTNI 'A' SETS UP A NEW ORDER (TOACCTI
      *  THE RECEIVING ACCOUNT, AMTI IN PENNIES, DIGITS ONLY;
      *  FREQI W/F/M/Q/A; DUEI THE FIRST PAYMENT DATE AND ENDI THE
      *  LAST, YYYYMMDD, ENDI BLANK FOR UNTIL CANCELLED), 'C'
      *  CANCELS THE ORDER ON LIST ROW SELNOI, BLANK JUST LISTS
      *  THE ACCOUNT'S LIVE AND FAILED ORDERS.
      *----------------------------------------------------------
       01  CAIQM14I.
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
           05  TOACCTL           COMP PIC S9(4).
           05  TOACCTF           PIC X.
           05  FILLER REDEFINES TOACCTF.
               10  TOACCTA       PIC X.
           05  TOACCTI           PIC X(08).
           05  AMTL              COMP PIC S9(4).
           05  AMTF              PIC X.
           05  FILLER REDEFINES AMTF.
               10  AMTA          PIC X.
           05  AMTI              PIC X(11).
           05  FREQL             COMP PIC S9(4).
           05  FREQF             PIC X.
           05  FILLER REDEFINES FREQF.
               10  FREQA         PIC X.
           05  FREQI             PIC X(01).
           05  DUEL              COMP PIC S9(4).
           05  DUEF              PIC X.
           05  FILLER REDEFINES DUEF.
               10  DUEA          PIC X.
           05  DUEI              PIC X(08).
           05  ENDL              COMP PIC S9(4).
           05  ENDF              PIC X.
           05  FILLER REDEFINES ENDF.
               10  ENDA          PIC X.
           05  ENDI              PIC X(08).
           05  SELNOL            COMP PIC S9(4).
           05  SELNOF            PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA        PIC X.
           05  SELNOI            PIC X(02).
      *
       01  CAIQM14O REDEFINES CAIQM14I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  ACCTO             PIC X(08).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  FILLER            PIC X(03).
           05  TOACCTO           PIC X(08).
           05  FILLER            PIC X(03).
           05  AMTO              PIC X(11).
           05  FILLER            PIC X(03).
           05  FREQO             PIC X(01).
           05  FILLER            PIC X(03).
           05  DUEO              PIC X(08).
           05  FILLER            PIC X(03).
           05  ENDO              PIC X(08).
           05  FILLER            PIC X(03).
           05  SELNOO            PIC X(02).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  FILLER            PIC X(03).
           05  TONAMEA           PIC X.
           05  TONAMEO           PIC X(30).
           05  ORDER-ROW OCCURS 8 TIMES.
               10  FILLER        PIC X(03).
               10  ROWA          PIC X.
               10  ROWO          PIC X(75).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
