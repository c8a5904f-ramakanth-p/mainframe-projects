      *----------------------------------------------------------
      *  CAIQM17 - SYMBOLIC MAP FOR MAPSET CAIQM17, MAP CAIQM17
      *  CUSTOMER CONTACT NOTE ADD SCREEN.  GENERATED FROM THE BMS
      *  MAP SOURCE - DO NOT HAND-EDIT THE FIELD LAYOUT, REASSEMBLE
      *  THE MAPSET INSTEAD.  CATGI TAKES THE CATEGORY (C, P, F OR
      *  G), FOLUPI AN OPTIONAL FOLLOW-UP DATE YYYYMMDD, TEXT1I-
      *  TEXT3I THE NOTE ITSELF (THE FIRST LINE IS REQUIRED).
      *  ENTER ADDS THE NOTE, PF3 RETURNS TO THE NOTES LIST.
      *----------------------------------------------------------
       01  CAIQM17I.
           05  FILLER            PIC X(12).
           05  CATGL             COMP PIC S9(4).
           05  CATGF             PIC X.
           05  FILLER REDEFINES CATGF.
               10  CATGA         PIC X.
           05  CATGI             PIC X(01).
           05  FOLUPL            COMP PIC S9(4).
           05  FOLUPF            PIC X.
           05  FILLER REDEFINES FOLUPF.
               10  FOLUPA        PIC X.
           05  FOLUPI            PIC X(08).
           05  TEXT1L            COMP PIC S9(4).
           05  TEXT1F            PIC X.
           05  FILLER REDEFINES TEXT1F.
               10  TEXT1A        PIC X.
           05  TEXT1I            PIC X(60).
           05  TEXT2L            COMP PIC S9(4).
           05  TEXT2F            PIC X.
           05  FILLER REDEFINES TEXT2F.
               10  TEXT2A        PIC X.
           05  TEXT2I            PIC X(60).
           05  TEXT3L            COMP PIC S9(4).
           05  TEXT3F            PIC X.
           05  FILLER REDEFINES TEXT3F.
               10  TEXT3A        PIC X.
           05  TEXT3I            PIC X(60).
      *
       01  CAIQM17O REDEFINES CAIQM17I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(03).
           05  CATGO             PIC X(01).
           05  FILLER            PIC X(03).
           05  FOLUPO            PIC X(08).
           05  FILLER            PIC X(03).
           05  TEXT1O            PIC X(60).
           05  FILLER            PIC X(03).
           05  TEXT2O            PIC X(60).
           05  FILLER            PIC X(03).
           05  TEXT3O            PIC X(60).
           05  FILLER            PIC X(03).
           05  CUSTIDA           PIC X.
           05  CUSTIDO           PIC X(10).
           05  FILLER            PIC X(03).
           05  NAMEA             PIC X.
           05  NAMEO             PIC X(30).
           05  FILLER            PIC X(03).
           05  MSGLA             PIC X.
           05  MSGLO             PIC X(40).
