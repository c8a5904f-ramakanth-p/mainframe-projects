      *----------------------------------------------------------
      *  CAIQM13 - SYMBOLIC MAP FOR MAPSET CAIQM13, MAP CAIQM13
      *  ACCOUNT HOLD MAINTENANCE SCREEN.  GENERATED FROM THE BMS
      *  MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT, REASSEMBLE
      *  THE MAPSET INSTEAD.  ACCTI TAKES THE ACCOUNT NUMBER.
      *  ACTNI 'A' PLACES A HOLD (AMTI IN PENNIES, DIGITS ONLY, NO
      *  DECIMAL POINT; RSNI A REASON CODE; EXPI THE LAST DAY THE
      *  HOLD APPLIES, YYYYMMDD), 'R' RELEASES THE HOLD ON LIST ROW
      *  SELNOI, BLANK JUST LISTS THE ACCOUNT'S ACTIVE HOLDS.
      *----------------------------------------------------------
       01  CAIQM13I.
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
           05  AMTL              COMP PIC S9(4).
           05  AMTF              PIC X.
           05  FILLER REDEFINES AMTF.
               10  AMTA          PIC X.
           05  AMTI              PIC X(11).
           05  RSNL              COMP PIC S9(4).
           05  RSNF              PIC X.
           05  FILLER REDEFINES RSNF.
               10  RSNA          PIC X.
           05  RSNI              PIC X(02).
           05  EXPL              COMP PIC S9(4).
           05  EXPF              PIC X.
           05  FILLER REDEFINES EXPF.
               10  EXPA          PIC X.
           05  EXPI              PIC X(08).
           05  SELNOL            COMP PIC S9(4).
           05  SELNOF            PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA        PIC X.
           05  SELNOI            PIC X(02).
      *
       01  CAIQM13O REDEFINES CAIQM13I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  ACCTO             PIC X(08).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  FILLER            PIC X(03).
           05  AMTO              PIC X(11).
           05  FILLER            PIC X(03).
           05  RSNO              PIC X(02).
           05  FILLER            PIC X(03).
           05  EXPO              PIC X(08).
           05  FILLER            PIC X(03).
           05  SELNOO            PIC X(02).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  FILLER            PIC X(03).
           05  LEDGA             PIC X.
           05  LEDGO             PIC X(15).
           05  FILLER            PIC X(03).
           05  HELDA             PIC X.
           05  HELDO             PIC X(15).
           05  FILLER            PIC X(03).
           05  AVAILA            PIC X.
           05  AVAILO            PIC X(15).
           05  HOLD-ROW OCCURS 8 TIMES.
               10  FILLER        PIC X(03).
               10  ROWA          PIC X.
               10  ROWO          PIC X(75).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
