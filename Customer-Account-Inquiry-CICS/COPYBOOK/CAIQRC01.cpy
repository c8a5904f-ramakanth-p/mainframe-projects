      *  CARRIES THE CURRENT BUSINESS DATE IN RC-BUSINESS-DATE; THE
      *  RUN-CONTROL UTILITY ADVANCES IT ONCE PER SCHEDULE DAY.
      *  RC-BUSINESS-DATE IS SPACES ON ORDINARY RUN RECORDS.
      *
      *  THE NUMBER-CONTROL RECORDS KEYED '*ACCTNO'/'00000000' AND
      *  '*CUSTID'/'00000000' CARRY IN RC-LAST-NUMBER THE LAST
      *  ACCOUNT NUMBER AND CUSTOMER ID GIVEN OUT BY ONLINE
      *  ACCOUNT OPENING, WHICH TAKES THE NEXT NUMBER NOT ALREADY
      *  ON FILE.  OPERATIONS SETS THEM UP ONCE, STARTING CLEAR OF
      *  THE NUMBERS THE FEED SUPPLIER HANDS OUT.  RC-LAST-NUMBER
      *  IS SPACES ON EVERY OTHER RECORD.
      *----------------------------------------------------------
       05  RC-RUN-KEY.
           10  RC-PROGRAM-ID      PIC X(08).
       05  RC-END-DATE            PIC X(08).
       05  RC-END-TIME            PIC X(06).
       05  RC-RECORD-COUNT        PIC 9(09).
       05  RC-LAST-NUMBER         PIC 9(10).
