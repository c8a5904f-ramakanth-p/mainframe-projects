      *----------------------------------------------------------
      *  CAIQM12 - SYMBOLIC MAP FOR MAPSET CAIQM12, MAP CAIQM12
      *  SUPERVISOR SAME-DAY POSTING REVERSAL SCREEN.  GENERATED
      *  FROM THE BMS MAP SOURCE - DO NOT HAND-EDIT THE FIELD
      *  LAYOUT, REASSEMBLE THE MAPSET INSTEAD.  JRKEYI TAKES THE
      *  19-DIGIT CAIQJ01 KEY (DATE, TIME, SEQUENCE RUN TOGETHER)
      *  OF THE POSTING TO REVERSE.  CONFI LEFT BLANK DISPLAYS THE
      *  POSTING; 'Y' CONFIRMS AND POSTS THE REVERSAL.
      *----------------------------------------------------------
       01  CAIQM12I.
           05  FILLER            PIC X(12).
           05  JRKEYL            COMP PIC S9(4).
           05  JRKEYF            PIC X.
           05  FILLER REDEFINES JRKEYF.
               10  JRKEYA        PIC X.
           05  JRKEYI            PIC X(19).
           05  CONFL             COMP PIC S9(4).
           05  CONFF             PIC X.
           05  FILLER REDEFINES CONFF.
               10  CONFA         PIC X.
           05  CONFI             PIC X(01).
      *
       01  CAIQM12O REDEFINES CAIQM12I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  JRKEYO            PIC X(19).
           05  FILLER            PIC X(03).
           05  CONFO             PIC X(01).
           05  FILLER            PIC X(03).
           05  CUSTA             PIC X.
           05  CUSTO             PIC X(10).
           05  FILLER            PIC X(03).
           05  ACCTA             PIC X.
           05  ACCTO             PIC X(08).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  FILLER            PIC X(03).
           05  TTYPA             PIC X.
           05  TTYPO             PIC X(17).
           05  FILLER            PIC X(03).
           05  TAMTA             PIC X.
           05  TAMTO             PIC X(15).
           05  FILLER            PIC X(03).
           05  TOPERA            PIC X.
           05  TOPERO            PIC X(08).
           05  FILLER            PIC X(03).
           05  OLDBALA           PIC X.
           05  OLDBALO           PIC X(15).
           05  FILLER            PIC X(03).
           05  NEWBALA           PIC X.
           05  NEWBALO           PIC X(15).
           05  FILLER            PIC X(03).
           05  RSTATA            PIC X.
           05  RSTATO            PIC X(20).
           05  FILLER            PIC X(03).
           05  RKEYA             PIC X.
           05  RKEYO             PIC X(19).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
