      *----------------------------------------------------------
      *  CAIQM16 - SYMBOLIC MAP FOR MAPSET CAIQM16, MAP CAIQM16
      *  CUSTOMER CONTACT NOTES LIST.  GENERATED FROM THE BMS MAP
      *  SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT, REASSEMBLE THE
      *  MAPSET INSTEAD.  SELNOI PICKS A LIST ROW: ACTNI BLANK
      *  SHOWS THAT NOTE IN FULL IN THE VIEW LINES, 'C' CLOSES IT.
      *  PF7/PF8 PAGE, PF6 ADDS A NOTE, PF3 RETURNS TO THE SCREEN
      *  THE NOTES WERE CALLED FROM.
      *----------------------------------------------------------
       01  CAIQM16I.
           05  FILLER            PIC X(12).
           05  ACTNL             COMP PIC S9(4).
           05  ACTNF             PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA         PIC X.
           05  ACTNI             PIC X(01).
           05  SELNOL            COMP PIC S9(4).
           05  SELNOF            PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA        PIC X.
           05  SELNOI            PIC X(02).
      *
       01  CAIQM16O REDEFINES CAIQM16I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  FILLER            PIC X(03).
           05  SELNOO            PIC X(02).
           05  FILLER            PIC X(03).
           05  CUSTIDA           PIC X.
           05  CUSTIDO           PIC X(10).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  FILLER            PIC X(03).
           05  PAGEA             PIC X.
           05  PAGEO             PIC X(02).
           05  NOTE-ROW OCCURS 10 TIMES.
               10  FILLER        PIC X(03).
               10  ROWA          PIC X.
               10  ROWO          PIC X(75).
           05  VIEW-LINE OCCURS 4 TIMES.
               10  FILLER        PIC X(03).
               10  VIEWA         PIC X.
               10  VIEWO         PIC X(75).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
