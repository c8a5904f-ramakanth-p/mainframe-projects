      *----------------------------------------------------------
      *  CAIQDW01 - TELLER CASH-DRAWER RECORD FOR THE CAIQD01
      *  KSDS.  ONE RECORD PER OPERATOR PER BUSINESS DATE, KEYED
      *  BY DATE AND OPERATOR ID: WRITTEN WHEN THE TELLER OPENS
      *  THE DRAWER ON THE CASH-DRAWER SCREEN WITH THE OPENING
      *  FLOAT, REWRITTEN AT END OF DAY WITH THE COUNTED CASH.
      *  THE EXPECTED DRAWER IS THE FLOAT PLUS THE TELLER'S OWN
      *  CAIQJ01 'C' DEPOSITS LESS THEIR 'D' WITHDRAWALS FOR THE
      *  DATE (JR-OPER-ID), AS THE JOURNAL STOOD AT CLOSE.
      *  DW-STATUS: 'O' OPEN (NOT YET CLOSED), 'B' CLOSED AND
      *  BALANCED WITHIN TOLERANCE, 'P' CLOSED OVER/SHORT BEYOND
      *  TOLERANCE - PENDING SUPERVISOR SIGN-OFF, 'S' SIGNED OFF
      *  BY THE SUPERVISOR IN DW-SIGNOFF-OPER-ID.
      *  DW-VARIANCE IS COUNTED MINUS EXPECTED: POSITIVE IS OVER,
      *  NEGATIVE IS SHORT.  DW-CASH-OUT IS CARRIED POSITIVE.
      *  COPY ... REPLACING LEADING ==DW-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  DW-KEY.
           10  DW-BUS-DATE        PIC X(08).
           10  DW-OPER-ID         PIC X(08).
       05  DW-TERM-ID             PIC X(04).
       05  DW-BRANCH-CODE         PIC X(06).
       05  DW-STATUS              PIC X(01).
       05  DW-OPEN-FLOAT          PIC S9(09)V99.
       05  DW-OPEN-TIME           PIC X(06).
       05  DW-CASH-IN             PIC S9(09)V99.
       05  DW-CASH-OUT            PIC S9(09)V99.
       05  DW-TRAN-COUNT          PIC 9(05).
       05  DW-EXPECTED            PIC S9(09)V99.
       05  DW-DECLARED            PIC S9(09)V99.
       05  DW-VARIANCE            PIC S9(09)V99.
       05  DW-CLOSE-TIME          PIC X(06).
       05  DW-SIGNOFF-OPER-ID     PIC X(08).
       05  DW-SIGNOFF-DATE        PIC X(08).
       05  DW-SIGNOFF-TIME        PIC X(06).
       05  FILLER                 PIC X(10).
