      *----------------------------------------------------------
      *  CAIQKY01 - CUSTOMER KYC REVIEW RECORD FOR THE CAIQKY01
      *  KSDS.  ONE RECORD PER CUSTOMER, KEYED BY CUSTOMER ID: WHEN
      *  THE CUSTOMER'S IDENTITY AND DUE-DILIGENCE FILE WAS LAST
      *  REVIEWED, THE RISK RATING GIVEN AT THAT REVIEW AND WHEN
      *  THE NEXT REVIEW IS DUE.  RECORDED ONLINE BY A SUPERVISOR
      *  OR BY A 'K' RECORD ON THE CAIQT01 MAINTENANCE FEED; THE
      *  RECORD IS REPLACED AT EACH REVIEW, WITH THE REVIEW IT
      *  REPLACES KEPT IN THE KY-PREV- FIELDS.
      *  KY-RISK: 'L' LOW, 'M' MEDIUM, 'H' HIGH.  WHEN THE NEXT
      *  REVIEW DATE IS NOT GIVEN IT IS SET FROM THE RISK: HIGH
      *  RISK ONE YEAR AFTER THE REVIEW, MEDIUM THREE YEARS, LOW
      *  FIVE YEARS.
      *  ONCE THE NEXT REVIEW IS MORE THAN THE 30-DAY GRACE PERIOD
      *  OVERDUE THE TELLER POSTING TRANSACTION REFUSES MONEY
      *  MOVEMENTS FOR THE CUSTOMER UNTIL A NEW REVIEW IS RECORDED.
      *  A CUSTOMER WITH NO RECORD HAS NO REVIEW ON FILE - SHOWN
      *  AND REPORTED AS SUCH, BUT NOT BLOCKED.
      *  KY-UPD- FIELDS: WHEN AND BY WHOM THE RECORD WAS LAST
      *  WRITTEN (OPERATOR SPACES FOR THE FEED).
      *  COPY ... REPLACING LEADING ==KY-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  KY-CUST-ID             PIC X(10).
       05  KY-CUST-NAME           PIC X(30).
       05  KY-REVIEW-DATE         PIC X(08).
       05  KY-RISK                PIC X(01).
       05  KY-NEXT-DUE            PIC X(08).
       05  KY-PREV-REVIEW-DATE    PIC X(08).
       05  KY-PREV-RISK           PIC X(01).
       05  KY-PREV-NEXT-DUE       PIC X(08).
       05  KY-UPD-DATE            PIC X(08).
       05  KY-UPD-TIME            PIC X(06).
       05  KY-UPD-PROGRAM         PIC X(08).
       05  KY-UPD-OPER-ID         PIC X(08).
       05  FILLER                 PIC X(16).
