      *----------------------------------------------------------
      *  CAIQM01 - SYMBOLIC MAP FOR MAPSET CAIQM01, MAP CAIQM01
      *  GENERATED FROM THE BMS MAP SOURCE - DO NOT HAND-EDIT THE
      *  FIELD LAYOUT, REASSEMBLE THE MAPSET INSTEAD.  BALOO IS THE
      *  LEDGER BALANCE; AVBALOO THE AVAILABLE BALANCE, LEDGER LESS
      *  THE ACCOUNT'S ACTIVE CAIQL01 HOLDS.  ALERTOO FLAGS A
      *  CUSTOMER WITH AN OPEN FRAUD-ALERT CONTACT NOTE ON CAIQI01.
      *  KYCOO IS THE CUSTOMER'S CAIQKY01 KYC REVIEW STATUS.
      *----------------------------------------------------------
       01  CAIQM01I.
           05  FILLER            PIC X(12).
           05  BALOA             PIC X.
           05  BALOO             PIC X(15).
           05  FILLER            PIC X(03).
           05  AVBALOA           PIC X.
           05  AVBALOO           PIC X(15).
           05  FILLER            PIC X(03).
           05  STATOA            PIC X.
           05  STATOO            PIC X(10).
           05  FILLER            PIC X(03).
           05  ALERTOA           PIC X.
           05  ALERTOO           PIC X(20).
           05  FILLER            PIC X(03).
           05  KYCOA             PIC X.
           05  KYCOO             PIC X(32).
           05  FILLER            PIC X(03).
           05  ADDR1OA           PIC X.
           05  ADDR1OO           PIC X(25).
           05  FILLER            PIC X(03).
