      *----------------------------------------------------------
      *  CAIQM10 - SYMBOLIC MAP FOR MAPSET CAIQM10, MAP CAIQM10
      *  SUSPICIOUS-ACTIVITY ALERT REVIEW SCREEN.
      *  GENERATED FROM THE BMS MAP SOURCE - DO NOT HAND-EDIT THE
      *  FIELD LAYOUT, REASSEMBLE THE MAPSET INSTEAD.  SELNOI TAKES
      *  A ROW NUMBER FROM THE LIST, ACTNI 'R' (REVIEWED), 'F'
      *  (FILED) OR 'C' (CLOSED).
      *----------------------------------------------------------
       01  CAIQM10I.
           05  FILLER            PIC X(12).
           05  SELNOL            COMP PIC S9(4).
           05  SELNOF            PIC X.
           05  FILLER REDEFINES SELNOF.
               10  SELNOA        PIC X.
           05  SELNOI            PIC X(02).
           05  ACTNL             COMP PIC S9(4).
           05  ACTNF             PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA         PIC X.
           05  ACTNI             PIC X(01).
      *
       01  CAIQM10O REDEFINES CAIQM10I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  SELNOO            PIC X(02).
           05  FILLER            PIC X(03).
           05  ACTNO             PIC X(01).
           05  ALRT-ROW OCCURS 10 TIMES.
               10  FILLER        PIC X(03).
               10  ROWA          PIC X.
               10  ROWO          PIC X(75).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
