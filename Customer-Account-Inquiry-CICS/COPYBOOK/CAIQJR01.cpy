      *  CAN BE RECONSTRUCTED WITHOUT CHASING RUN LOGS.
      *  JR-TRAN-TYPE: 'C' TELLER CREDIT (DEPOSIT), 'D' TELLER
      *  DEBIT (WITHDRAWAL), 'B' FEED BALANCE CHANGE, 'I' INTEREST
      *  CREDIT, 'F' DORMANCY FEE, 'R' SUPERVISOR REVERSAL OF A
      *  SAME-DAY TELLER POSTING, 'S' STANDING ORDER TRANSFER (ONE
      *  DEBIT AND ONE CREDIT RECORD PER PAYMENT, EACH CARRYING
      *  THE OTHER'S KEY IN JR-REV-LINK-KEY WITH JR-REV-FLAG LEFT
      *  SPACE), 'E' ESCHEATMENT - BALANCE REMITTED TO THE STATE
      *  (DEBIT ON THE OWNER'S ACCOUNT, CREDIT ON THE ESCHEAT
      *  CONTROL ACCOUNT, LINKED THE SAME WAY AS AN 'S' PAIR).
      *  JR-AMOUNT IS SIGNED - NEGATIVE
      *  FOR MONEY LEAVING THE ACCOUNT - AND ALWAYS EQUALS
      *  JR-NEW-BALANCE MINUS JR-OLD-BALANCE.  JR-RATE CARRIES THE
      *  ANNUAL RATE APPLIED ON AN 'I' POSTING, ZERO OTHERWISE.
      *    JR-OPER-ID - THE SIGNED-ON TELLER WHO POSTED AN ONLINE
      *    MOVEMENT; SPACES ON BATCH-WRITTEN JOURNAL RECORDS.
       05  JR-OPER-ID             PIC X(08).
      *    JR-REV-FLAG - SPACE ON AN ORDINARY MOVEMENT; 'R' ON A
      *    TELLER POSTING THAT HAS BEEN REVERSED, 'V' ON THE 'R'
      *    TYPE REVERSING ENTRY ITSELF.  EACH OF THE PAIR CARRIES
      *    THE OTHER'S KEY IN JR-REV-LINK-KEY, AND BOTH CARRY THE
      *    SUPERVISOR WHO REVERSED IN JR-REV-OPER-ID.  THE
      *    REVERSING ENTRY KEEPS THE ORIGINAL TELLER IN JR-OPER-ID
      *    SO THE CASH COMES BACK OUT OF THE RIGHT DRAWER.
       05  JR-REV-FLAG            PIC X(01).
       05  JR-REV-LINK-KEY        PIC X(19).
       05  JR-REV-OPER-ID         PIC X(08).
       05  FILLER                 PIC X(04).
