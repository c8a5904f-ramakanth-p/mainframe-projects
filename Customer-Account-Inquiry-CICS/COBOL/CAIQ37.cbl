      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ37.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    SOFILE - THE CAIQN01 STANDING ORDER FILE, READ FRONT TO
      *    BACK AND UPDATED IN PLACE.
           SELECT SOFILE ASSIGN TO CAIQN01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT HOLDFILE ASSIGN TO CAIQL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT JRNLFILE ASSIGN TO CAIQJ01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO CAIQH01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPN01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR21
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  SOFILE RECORDING MODE IS F.
       01  SO-REC.
           COPY CAIQSO01.
      *
       FD  CUSTFILE RECORDING MODE IS F.
       01  CUST-REC.
           COPY CAIQCR01.
      *
      *    HOLDFILE - ACTIVE HOLDS ON THE PAYING ACCOUNT COME OFF
      *    THE BALANCE BEFORE THE FUNDS CHECK, SAME AS AT THE
      *    TELLER WINDOW.
       FD  HOLDFILE RECORDING MODE IS F.
       01  HOLD-REC.
           COPY CAIQHD01.
      *
      *    JRNLFILE / HISTFILE - EACH TRANSFER IS TWO MOVEMENTS, SO
      *    IT LEAVES A DEBIT AND A CREDIT ON THE JOURNAL AND A 'P'
      *    RECORD FOR EACH ACCOUNT ON THE HISTORY TRAIL FOR THE
      *    NIGHTLY MONEY PROOF.
       FD  JRNLFILE RECORDING MODE IS F.
       01  JRNL-REC.
           COPY CAIQJR01.
      *
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
      *    PARMFILE IS OPTIONAL - A MISSING DD (OR A DD DUMMY)
      *    LEAVES THE RETRY PERIOD AT ITS DEFAULT OF THREE DAYS.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           05  PN-RETRY-DAYS       PIC 9(03).
           05  FILLER              PIC X(77).
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SO-FILE-STATUS       PIC XX.
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-HOLD-FILE-STATUS     PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-SO-EOF               PIC X VALUE 'N'.
       01  WS-HOLD-DONE            PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
       01  WS-TIME-OF-DAY          PIC 9(08).
       01  WS-JRNL-SEQ             PIC 9(05) VALUE 0.
       01  WS-HIST-SEQ             PIC 9(05) VALUE 0.
      *
      *    WS-RETRY-DAYS - A DUE PAYMENT THAT CANNOT BE MADE IS
      *    TRIED AGAIN EACH NIGHT UNTIL IT IS THIS MANY DAYS LATE,
      *    THEN THE ORDER IS FAILED AND REPORTED FOR THE BRANCH TO
      *    TAKE UP WITH THE CUSTOMER.
       01  WS-RETRY-DAYS           PIC 9(03) VALUE 3.
       01  WS-DAYS-LATE            PIC S9(9) COMP.
       01  WS-DATE-INT             PIC S9(9) COMP.
      *
      *    WS-CLOSED-STATUS - NO MONEY MOVES ON A CLOSED ACCOUNT.
      *    AN ESCHEATED ACCOUNT'S BALANCE BELONGS TO THE STATE, SO
      *    NOTHING IS PAID FROM IT OR INTO IT EITHER.
       01  WS-CLOSED-STATUS        PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS       PIC X(10) VALUE 'ESCHEATED'.
      *
      *    WS-FROM-REC / WS-TO-REC - THE TWO ACCOUNTS OF THE ORDER
      *    BEING PAID, BOTH HELD AT ONCE SO NEITHER IS REWRITTEN
      *    UNTIL BOTH HAVE PASSED THEIR CHECKS.
       01  WS-FROM-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-FR-==.
       01  WS-TO-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-TO-==.
      *
       01  WS-FROM-OLD-BALANCE     PIC S9(09)V99.
       01  WS-TO-OLD-BALANCE       PIC S9(09)V99.
       01  WS-HELD-AMOUNT          PIC S9(11)V99.
       01  WS-FAIL-REASON          PIC X(02).
      *
      *    WS-DEBIT-KEY / WS-CREDIT-KEY - THE JOURNAL KEYS OF THE
      *    TWO HALVES OF A TRANSFER, WORKED OUT BEFORE EITHER IS
      *    WRITTEN SO EACH CAN CARRY THE OTHER'S.
       01  WS-DEBIT-KEY.
           05  WS-DR-DATE          PIC X(08).
           05  WS-DR-TIME          PIC X(06).
           05  WS-DR-SEQ           PIC 9(05).
       01  WS-CREDIT-KEY.
           05  WS-CR-DATE          PIC X(08).
           05  WS-CR-TIME          PIC X(06).
           05  WS-CR-SEQ           PIC 9(05).
      *
      *    WS-NEXT-DUE - THE ROLLED-FORWARD DUE DATE, BROKEN OUT SO
      *    A MONTHLY, QUARTERLY OR ANNUAL CYCLE CAN STEP THE MONTH
      *    AND PUT THE DAY BACK TO THE ORDER'S OWN DAY OF THE MONTH.
       01  WS-NEXT-DUE             PIC 9(08).
       01  WS-NEXT-DUE-X REDEFINES WS-NEXT-DUE
                                   PIC X(08).
       01  FILLER REDEFINES WS-NEXT-DUE.
           05  WS-ND-YYYY          PIC 9(04).
           05  WS-ND-MM            PIC 9(02).
           05  WS-ND-DD            PIC 9(02).
       01  WS-ADD-MONTHS           PIC 9(02).
       01  WS-MONTH-WORK           PIC 9(04).
       01  WS-MONTH-DAYS           PIC 9(02).
       01  WS-LEAP-QUOT            PIC 9(04).
       01  WS-LEAP-REM-4           PIC 9(04).
       01  WS-LEAP-REM-100         PIC 9(04).
       01  WS-LEAP-REM-400         PIC 9(04).
       01  WS-MONTH-LENGTHS        PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH     PIC 9(02) OCCURS 12 TIMES.
      *
       01  WS-SO-COUNT             PIC 9(9) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(9) VALUE 0.
       01  WS-PAID-COUNT           PIC 9(9) VALUE 0.
       01  WS-RETRY-COUNT          PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(9) VALUE 0.
       01  WS-ENDED-COUNT          PIC 9(9) VALUE 0.
       01  WS-PAID-AMOUNT          PIC S9(11)V99 VALUE 0.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'STANDING ORDER PAYMENT REPORT'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'RETRY DAYS:  '.
           05  HDG-RETRY-DAYS      PIC ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'FROM ACC'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'TO ACCT '.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '         AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'FREQUENCY'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DUE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'RESULT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'NEXT DUE'.
           05  FILLER              PIC X(40) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-FROM-ACCT       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-TO-ACCT         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-FREQUENCY       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DUE-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-RESULT          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-NEXT-DUE        PIC X(08).
           05  FILLER              PIC X(40) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(13) VALUE 'ORDERS READ: '.
           05  TOT-ORDERS          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  DUE TODAY: '.
           05  TOT-DUE             PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE '  PAID: '.
           05  TOT-PAID            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-PAID-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(51) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(13) VALUE 'TO RETRY:    '.
           05  TOT-RETRY           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  FAILED:    '.
           05  TOT-FAILED          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE '  ENDED: '.
           05  TOT-ENDED           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(70) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-RETRY-PARM
           PERFORM PRINT-HEADER
      *
           PERFORM READ-SOFILE
           PERFORM UNTIL WS-SO-EOF = 'Y'
               PERFORM PROCESS-ORDER
               PERFORM READ-SOFILE
           END-PERFORM
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
           IF  WS-FAILED-COUNT > 0
               MOVE 4              TO RETURN-CODE
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN I-O SOFILE
           IF  WS-SO-FILE-STATUS NOT = '00'
               DISPLAY 'STANDING ORDER FILE OPEN ERROR: '
                       WS-SO-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT HOLDFILE
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'HOLD FILE OPEN ERROR: ' WS-HOLD-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O JRNLFILE
           IF  WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRNL-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O HISTFILE
           IF  WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'HISTORY FILE OPEN ERROR: ' WS-HIST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT RPTFILE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    LOAD-RETRY-PARM - OPTIONAL CAIQPN01 CARD: COLUMNS 1-3 THE
      *    NUMBER OF DAYS A DUE PAYMENT IS RETRIED BEFORE THE ORDER
      *    FAILS.  ZERO OR NON-NUMERIC KEEPS THE DEFAULT.
       LOAD-RETRY-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   AND PN-RETRY-DAYS NUMERIC
                   AND PN-RETRY-DAYS > 0
                   MOVE PN-RETRY-DAYS   TO WS-RETRY-DAYS
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           DISPLAY 'PAYMENT RETRY DAYS:      ' WS-RETRY-DAYS.
      *
       READ-SOFILE.
           READ SOFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-SO-FILE-STATUS
               WHEN '00'
                   ADD 1           TO WS-SO-COUNT
               WHEN '10'
                   MOVE 'Y'        TO WS-SO-EOF
               WHEN OTHER
                   DISPLAY 'STANDING ORDER FILE READ ERROR: '
                           WS-SO-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-ORDER - ONLY A LIVE ORDER WHOSE NEXT DUE DATE HAS
      *    COME IS WORKED.  ONE PAYMENT PER ORDER PER RUN: AN ORDER
      *    STILL BEHIND AFTER IT IS PAID (A WEEKLY ORDER LEFT OVER
      *    A LONG WEEKEND) CATCHES UP ON THE FOLLOWING NIGHTS.  AN
      *    ORDER ALREADY PAID OR TRIED FOR THIS BUSINESS DATE IS
      *    PASSED OVER, SO A RERUN AFTER AN ABEND NEITHER PAYS
      *    TWICE NOR USES UP AN EXTRA RETRY.
       PROCESS-ORDER.
           IF  SO-STATUS NOT = 'A'
               OR SO-NEXT-DUE-DATE > WS-BUS-DATE
               OR SO-LAST-PAID-DATE = WS-BUS-DATE
               OR SO-LAST-TRY-DATE = WS-BUS-DATE
               CONTINUE
           ELSE
               IF  SO-END-DATE NOT = SPACES
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
                   MOVE 'ORDER ENDED'       TO DTL-RESULT
                   PERFORM END-ORDER
               ELSE
                   ADD 1                    TO WS-DUE-COUNT
                   PERFORM CHECK-ORDER THRU CHECK-ORDER-EXIT
                   IF  WS-FAIL-REASON = SPACES
                       PERFORM PAY-ORDER
                   ELSE
                       PERFORM REFUSE-ORDER
                   END-IF
               END-IF
           END-IF.
      *
      *    CHECK-ORDER - BOTH ACCOUNTS STILL ON FILE, NEITHER
      *    CLOSED NOR ESCHEATED, AND THE PAYING ACCOUNT'S AVAILABLE
      *    BALANCE (LEDGER LESS ACTIVE HOLDS) COVERS THE AMOUNT.
      *    WS-FAIL-REASON IS LEFT SPACES WHEN THE PAYMENT CAN GO.
       CHECK-ORDER.
           MOVE SPACES              TO WS-FAIL-REASON
      *
           MOVE SO-FROM-CUST-ID     TO CR-CUST-ID
           MOVE SO-FROM-ACCT-NO     TO CR-ACCT-NO
           READ CUSTFILE INTO WS-FROM-REC
               INVALID KEY
                   MOVE 'NA'        TO WS-FAIL-REASON
                   GO TO CHECK-ORDER-EXIT
           END-READ
      *
           MOVE SO-TO-CUST-ID       TO CR-CUST-ID
           MOVE SO-TO-ACCT-NO       TO CR-ACCT-NO
           READ CUSTFILE INTO WS-TO-REC
               INVALID KEY
                   MOVE 'NA'        TO WS-FAIL-REASON
                   GO TO CHECK-ORDER-EXIT
           END-READ
      *
           IF  WS-FR-ACCT-STATUS = WS-CLOSED-STATUS
               OR WS-TO-ACCT-STATUS = WS-CLOSED-STATUS
               MOVE 'CL'            TO WS-FAIL-REASON
               GO TO CHECK-ORDER-EXIT
           END-IF
      *
           IF  WS-FR-ACCT-STATUS = WS-ESCHEAT-STATUS
               OR WS-TO-ACCT-STATUS = WS-ESCHEAT-STATUS
               MOVE 'ES'            TO WS-FAIL-REASON
               GO TO CHECK-ORDER-EXIT
           END-IF
      *
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           IF  WS-FR-ACCT-BALANCE - WS-HELD-AMOUNT - SO-AMOUNT < 0
               MOVE 'NF'            TO WS-FAIL-REASON
           END-IF.
      *
       CHECK-ORDER-EXIT.
           EXIT.
      *
      *    SUM-ACTIVE-HOLDS - ADDS UP THE PAYING ACCOUNT'S HOLDS
      *    STILL IN FORCE ON THE BUSINESS DATE.  CAIQL01 IS KEYED
      *    BY ACCOUNT FIRST, SO THE ACCOUNT'S HOLDS ARE ONE RANGE.
       SUM-ACTIVE-HOLDS.
           MOVE 0                   TO WS-HELD-AMOUNT
           MOVE 'N'                 TO WS-HOLD-DONE
           MOVE LOW-VALUES          TO HD-KEY
           MOVE SO-FROM-ACCT-NO     TO HD-ACCT-NO
      *
           START HOLDFILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   GO TO SUM-ACTIVE-HOLDS-EXIT
           END-START
      *
           PERFORM READ-NEXT-HOLD
                   UNTIL WS-HOLD-DONE = 'Y'.
      *
       SUM-ACTIVE-HOLDS-EXIT.
           EXIT.
      *
       READ-NEXT-HOLD.
           READ HOLDFILE NEXT RECORD
           END-READ
      *
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               OR HD-ACCT-NO NOT = SO-FROM-ACCT-NO
               MOVE 'Y'             TO WS-HOLD-DONE
           ELSE
               IF  HD-STATUS = 'A'
                   AND HD-EXPIRY-DATE NOT < WS-BUS-DATE
                   ADD HD-AMOUNT    TO WS-HELD-AMOUNT
               END-IF
           END-IF.
      *
      *    PAY-ORDER - DEBITS THE PAYING ACCOUNT, CREDITS THE
      *    RECEIVING ONE, JOURNALS THE PAIR AND ROLLS THE ORDER ON.
      *    THESE ARE AUTOMATED POSTINGS, SO LIKE THE MONTH-END
      *    POSTINGS THEY LEAVE CR-LAST-ACTIVITY-DATE ALONE - A
      *    STANDING ORDER DOES NOT KEEP AN ACCOUNT OUT OF DORMANCY.
       PAY-ORDER.
           MOVE WS-FR-ACCT-BALANCE  TO WS-FROM-OLD-BALANCE
           MOVE WS-TO-ACCT-BALANCE  TO WS-TO-OLD-BALANCE
           SUBTRACT SO-AMOUNT       FROM WS-FR-ACCT-BALANCE
           ADD SO-AMOUNT            TO WS-TO-ACCT-BALANCE
      *
           REWRITE CUST-REC FROM WS-FROM-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT-NO: '
                           WS-FR-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE
      *
           REWRITE CUST-REC FROM WS-TO-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT-NO: '
                           WS-TO-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE
      *
           PERFORM WRITE-JRNL-PAIR
           PERFORM WRITE-HISTORY-PAIR
      *
           ADD 1                    TO WS-PAID-COUNT
           ADD SO-AMOUNT            TO WS-PAID-AMOUNT
      *
           MOVE SO-NEXT-DUE-DATE    TO DTL-DUE-DATE
           PERFORM ROLL-NEXT-DUE
           MOVE WS-NEXT-DUE-X       TO SO-NEXT-DUE-DATE
           MOVE 0                   TO SO-RETRY-COUNT
           MOVE SPACES              TO SO-LAST-REASON
           MOVE WS-BUS-DATE         TO SO-LAST-PAID-DATE
           MOVE 'PAID'              TO DTL-RESULT
           IF  SO-END-DATE NOT = SPACES
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'PAID - FINAL PAYMENT'  TO DTL-RESULT
               MOVE 'E'             TO SO-STATUS
               MOVE WS-RUN-DATE     TO SO-STATUS-DATE
               MOVE SPACES          TO SO-STATUS-OPER-ID
               ADD 1                TO WS-ENDED-COUNT
           END-IF
      *
           PERFORM REWRITE-ORDER
           PERFORM PRINT-ORDER-LINE.
      *
      *    ROLL-NEXT-DUE - W AND F STEP SEVEN AND FOURTEEN DAYS.
      *    M, Q AND A STEP ONE, THREE AND TWELVE MONTHS AND SET THE
      *    DAY BACK TO SO-DUE-DAY, CUT TO THE LAST DAY OF A SHORT
      *    MONTH.
       ROLL-NEXT-DUE.
           MOVE SO-NEXT-DUE-DATE    TO WS-NEXT-DUE-X
           EVALUATE SO-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE) + 7
                   COMPUTE WS-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               WHEN 'F'
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE) + 14
                   COMPUTE WS-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               WHEN 'M'
                   MOVE 1           TO WS-ADD-MONTHS
                   PERFORM STEP-MONTHS
               WHEN 'Q'
                   MOVE 3           TO WS-ADD-MONTHS
                   PERFORM STEP-MONTHS
               WHEN OTHER
                   MOVE 12          TO WS-ADD-MONTHS
                   PERFORM STEP-MONTHS
           END-EVALUATE.
      *
       STEP-MONTHS.
           COMPUTE WS-MONTH-WORK = WS-ND-MM + WS-ADD-MONTHS
           IF  WS-MONTH-WORK > 12
               SUBTRACT 12          FROM WS-MONTH-WORK
               ADD 1                TO WS-ND-YYYY
           END-IF
           MOVE WS-MONTH-WORK       TO WS-ND-MM
      *
           MOVE WS-MONTH-LENGTH (WS-ND-MM)  TO WS-MONTH-DAYS
           IF  WS-ND-MM = 2
               DIVIDE WS-ND-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ND-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ND-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF  WS-LEAP-REM-400 = 0
                   OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                   MOVE 29          TO WS-MONTH-DAYS
               END-IF
           END-IF
      *
           IF  SO-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS   TO WS-ND-DD
           ELSE
               MOVE SO-DUE-DAY      TO WS-ND-DD
           END-IF.
      *
      *    REFUSE-ORDER - THE DUE DATE STAYS WHERE IT IS.  INSIDE
      *    THE RETRY PERIOD THE ORDER WAITS FOR TOMORROW'S RUN;
      *    ONCE THE PAYMENT IS THE RETRY PERIOD LATE THE ORDER IS
      *    FAILED AND STOPS UNTIL THE BRANCH SETS UP A NEW ONE.
       REFUSE-ORDER.
           MOVE SO-NEXT-DUE-DATE    TO WS-NEXT-DUE-X
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               - FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE)
      *
           ADD 1                    TO SO-RETRY-COUNT
           MOVE WS-FAIL-REASON      TO SO-LAST-REASON
           MOVE WS-BUS-DATE         TO SO-LAST-TRY-DATE
           MOVE SO-NEXT-DUE-DATE    TO DTL-DUE-DATE
      *
           IF  WS-DAYS-LATE NOT < WS-RETRY-DAYS
               MOVE 'F'             TO SO-STATUS
               MOVE WS-RUN-DATE     TO SO-STATUS-DATE
               MOVE SPACES          TO SO-STATUS-OPER-ID
               ADD 1                TO WS-FAILED-COUNT
               MOVE 'FAILED - '     TO DTL-RESULT
           ELSE
               ADD 1                TO WS-RETRY-COUNT
               MOVE 'RETRY - '      TO DTL-RESULT
           END-IF
      *
           EVALUATE WS-FAIL-REASON
               WHEN 'CL'
                   MOVE 'ACCOUNT CLOSED'       TO DTL-RESULT (10:21)
               WHEN 'ES'
                   MOVE 'ACCOUNT ESCHEATED'    TO DTL-RESULT (10:21)
               WHEN 'NF'
                   MOVE 'INSUFFICIENT FUNDS'   TO DTL-RESULT (10:21)
               WHEN OTHER
                   MOVE 'ACCOUNT NOT ON FILE'  TO DTL-RESULT (10:21)
           END-EVALUATE
      *
           PERFORM REWRITE-ORDER
           PERFORM PRINT-ORDER-LINE.
      *
      *    END-ORDER - A LIVE ORDER WHOSE NEXT PAYMENT FALLS AFTER
      *    ITS END DATE HAS RUN ITS COURSE.
       END-ORDER.
           MOVE 'E'                 TO SO-STATUS
           MOVE WS-RUN-DATE         TO SO-STATUS-DATE
           MOVE SPACES              TO SO-STATUS-OPER-ID
           MOVE SO-NEXT-DUE-DATE    TO DTL-DUE-DATE
           ADD 1                    TO WS-ENDED-COUNT
      *
           PERFORM REWRITE-ORDER
           PERFORM PRINT-ORDER-LINE.
      *
       REWRITE-ORDER.
           REWRITE SO-REC
               INVALID KEY
                   DISPLAY 'STANDING ORDER REWRITE ERROR: '
                           WS-SO-FILE-STATUS ' KEY ' SO-KEY
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE.
      *
      *    WRITE-JRNL-PAIR - TYPE 'S' DEBIT ON THE PAYING ACCOUNT
      *    AND 'S' CREDIT ON THE RECEIVING ONE, SAME TIME AND
      *    CONSECUTIVE SEQUENCES.  EACH CARRIES THE OTHER'S KEY IN
      *    JR-REV-LINK-KEY SO THE TWO HALVES CAN BE MATCHED UP; THE
      *    REVERSAL FLAG STAYS SPACE.  A WRITE FAILURE IS LOGGED
      *    BUT DOES NOT BACK OUT THE POSTING, SAME AS THE OTHER
      *    BATCH TRAIL WRITES.
       WRITE-JRNL-PAIR.
           ACCEPT WS-TIME-OF-DAY    FROM TIME
           MOVE WS-RUN-DATE         TO WS-DR-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO WS-DR-TIME
           ADD 1                    TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ         TO WS-DR-SEQ
           MOVE WS-RUN-DATE         TO WS-CR-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO WS-CR-TIME
           ADD 1                    TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ         TO WS-CR-SEQ
      *
           MOVE SPACES              TO JRNL-REC
           MOVE WS-DEBIT-KEY        TO JR-KEY
           MOVE 'CAIQ37'            TO JR-PROGRAM
           MOVE SPACES              TO JR-TERM-ID
           MOVE WS-FR-CUST-ID       TO JR-CUST-ID
           MOVE WS-FR-ACCT-NO       TO JR-ACCT-NO
           MOVE 'S'                 TO JR-TRAN-TYPE
           COMPUTE JR-AMOUNT = 0 - SO-AMOUNT
           MOVE WS-FROM-OLD-BALANCE TO JR-OLD-BALANCE
           MOVE WS-FR-ACCT-BALANCE  TO JR-NEW-BALANCE
           MOVE 0                   TO JR-RATE
           MOVE WS-CREDIT-KEY       TO JR-REV-LINK-KEY
      *
           WRITE JRNL-REC
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED STATUS: '
                           WS-JRNL-FILE-STATUS
                           ' ACCT-NO: ' WS-FR-ACCT-NO
           END-WRITE
      *
           MOVE SPACES              TO JRNL-REC
           MOVE WS-CREDIT-KEY       TO JR-KEY
           MOVE 'CAIQ37'            TO JR-PROGRAM
           MOVE SPACES              TO JR-TERM-ID
           MOVE WS-TO-CUST-ID       TO JR-CUST-ID
           MOVE WS-TO-ACCT-NO       TO JR-ACCT-NO
           MOVE 'S'                 TO JR-TRAN-TYPE
           MOVE SO-AMOUNT           TO JR-AMOUNT
           MOVE WS-TO-OLD-BALANCE   TO JR-OLD-BALANCE
           MOVE WS-TO-ACCT-BALANCE  TO JR-NEW-BALANCE
           MOVE 0                   TO JR-RATE
           MOVE WS-DEBIT-KEY        TO JR-REV-LINK-KEY
      *
           WRITE JRNL-REC
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED STATUS: '
                           WS-JRNL-FILE-STATUS
                           ' ACCT-NO: ' WS-TO-ACCT-NO
           END-WRITE.
      *
      *    WRITE-HISTORY-PAIR - ACTION 'P' FOR EACH ACCOUNT WITH ITS
      *    TRUE OLD/NEW BALANCES, SO THE MONEY PROOF'S DELTA SUM
      *    SEES BOTH SIDES OF THE TRANSFER.
       WRITE-HISTORY-PAIR.
           MOVE SPACES              TO HIST-REC
           ACCEPT WS-TIME-OF-DAY    FROM TIME
           ADD 1                    TO WS-HIST-SEQ
           MOVE WS-RUN-DATE         TO HI-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO HI-TIME
           MOVE WS-HIST-SEQ         TO HI-SEQ
           MOVE 'CAIQ37'            TO HI-PROGRAM
           MOVE SPACES              TO HI-TERM-ID
           MOVE 'P'                 TO HI-ACTION
           MOVE WS-FR-CUST-ID       TO HI-CUST-ID
           MOVE WS-FR-ACCT-NO       TO HI-ACCT-NO
           MOVE WS-FR-ACCT-STATUS   TO HI-OLD-STATUS
           MOVE WS-FR-ACCT-STATUS   TO HI-NEW-STATUS
           MOVE WS-FROM-OLD-BALANCE TO HI-OLD-BALANCE
           MOVE WS-FR-ACCT-BALANCE  TO HI-NEW-BALANCE
           MOVE WS-FR-BRANCH-CODE   TO HI-OLD-BRANCH
           MOVE WS-FR-BRANCH-CODE   TO HI-NEW-BRANCH
      *
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY 'HISTORY WRITE FAILED STATUS: '
                           WS-HIST-FILE-STATUS
                           ' ACCT-NO: ' WS-FR-ACCT-NO
           END-WRITE
      *
           MOVE SPACES              TO HIST-REC
           ADD 1                    TO WS-HIST-SEQ
           MOVE WS-RUN-DATE         TO HI-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO HI-TIME
           MOVE WS-HIST-SEQ         TO HI-SEQ
           MOVE 'CAIQ37'            TO HI-PROGRAM
           MOVE SPACES              TO HI-TERM-ID
           MOVE 'P'                 TO HI-ACTION
           MOVE WS-TO-CUST-ID       TO HI-CUST-ID
           MOVE WS-TO-ACCT-NO       TO HI-ACCT-NO
           MOVE WS-TO-ACCT-STATUS   TO HI-OLD-STATUS
           MOVE WS-TO-ACCT-STATUS   TO HI-NEW-STATUS
           MOVE WS-TO-OLD-BALANCE   TO HI-OLD-BALANCE
           MOVE WS-TO-ACCT-BALANCE  TO HI-NEW-BALANCE
           MOVE WS-TO-BRANCH-CODE   TO HI-OLD-BRANCH
           MOVE WS-TO-BRANCH-CODE   TO HI-NEW-BRANCH
      *
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY 'HISTORY WRITE FAILED STATUS: '
                           WS-HIST-FILE-STATUS
                           ' ACCT-NO: ' WS-TO-ACCT-NO
           END-WRITE.
      *
       PRINT-ORDER-LINE.
           MOVE SO-FROM-ACCT-NO     TO DTL-FROM-ACCT
           MOVE SO-TO-ACCT-NO       TO DTL-TO-ACCT
           MOVE SO-AMOUNT           TO DTL-AMOUNT
           EVALUATE SO-FREQUENCY
               WHEN 'W'
                   MOVE 'WEEKLY'      TO DTL-FREQUENCY
               WHEN 'F'
                   MOVE 'FORTNIGHT'   TO DTL-FREQUENCY
               WHEN 'M'
                   MOVE 'MONTHLY'     TO DTL-FREQUENCY
               WHEN 'Q'
                   MOVE 'QUARTERLY'   TO DTL-FREQUENCY
               WHEN OTHER
                   MOVE 'ANNUALLY'    TO DTL-FREQUENCY
           END-EVALUATE
           IF  SO-STATUS = 'A'
               MOVE SO-NEXT-DUE-DATE  TO DTL-NEXT-DUE
           ELSE
               MOVE SPACES            TO DTL-NEXT-DUE
           END-IF
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-HEADER.
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE WS-RETRY-DAYS       TO HDG-RETRY-DAYS
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-TOTALS.
           MOVE WS-SO-COUNT         TO TOT-ORDERS
           MOVE WS-DUE-COUNT        TO TOT-DUE
           MOVE WS-PAID-COUNT       TO TOT-PAID
           MOVE WS-PAID-AMOUNT      TO TOT-PAID-AMT
           MOVE WS-RETRY-COUNT      TO TOT-RETRY
           MOVE WS-FAILED-COUNT     TO TOT-FAILED
           MOVE WS-ENDED-COUNT      TO TOT-ENDED
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'STANDING ORDERS READ:     ' WS-SO-COUNT
           DISPLAY 'PAYMENTS DUE:             ' WS-DUE-COUNT
           DISPLAY 'PAYMENTS MADE:            ' WS-PAID-COUNT
           DISPLAY 'PAYMENTS TO RETRY:        ' WS-RETRY-COUNT
           DISPLAY 'ORDERS FAILED:            ' WS-FAILED-COUNT
           DISPLAY 'ORDERS ENDED:             ' WS-ENDED-COUNT.
      *
       CLOSE-ALL.
           CLOSE SOFILE
           CLOSE CUSTFILE
           CLOSE HOLDFILE
           CLOSE JRNLFILE
           CLOSE HISTFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE BEING PROCESSED; A 'C' RECORD FOR THIS
      *    PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED AND THE
      *    JOB REFUSES TO RUN TWICE.  AN 'S' LEFT BY AN ABENDED RUN
      *    PERMITS THE RERUN - AN ORDER ALREADY PAID OR TRIED FOR
      *    THE BUSINESS DATE IS PASSED OVER.
       RUN-CONTROL-START.
           OPEN I-O RUNCTL
           IF  WS-RC-FILE-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL OPEN ERROR: ' WS-RC-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE '*CONTROL'          TO RC-PROGRAM-ID
           MOVE '00000000'          TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'RUN CONTROL BUSINESS DATE NOT SET'
                   MOVE 12         TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-READ
           MOVE RC-BUSINESS-DATE    TO WS-BUS-DATE
           DISPLAY 'BUSINESS DATE IN EFFECT: ' WS-BUS-DATE
      *
           MOVE 'CAIQ37'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'RUN ALREADY COMPLETED FOR BUSINESS '
                               'DATE ' WS-BUS-DATE
                               ' - DUPLICATE RUN REFUSED'
                       MOVE 8      TO RETURN-CODE
                       PERFORM STOP-PROCESS
                   ELSE
                       PERFORM SET-RUN-START-FIELDS
                       REWRITE RUNCTL-REC
                           INVALID KEY
                               DISPLAY 'RUN CONTROL REWRITE ERROR: '
                                       WS-RC-FILE-STATUS
                               MOVE 12 TO RETURN-CODE
                               PERFORM STOP-PROCESS
                       END-REWRITE
                   END-IF
           END-READ
      *
           MOVE RC-START-DATE       TO WS-RUN-DATE
           MOVE RC-START-TIME       TO WS-RUN-TIME.
      *
       WRITE-RUN-START-REC.
           MOVE SPACES              TO RUNCTL-REC
           MOVE 'CAIQ37'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
           PERFORM SET-RUN-START-FIELDS
           WRITE RUNCTL-REC
               INVALID KEY
                   DISPLAY 'RUN CONTROL WRITE ERROR: '
                           WS-RC-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-WRITE.
      *
       SET-RUN-START-FIELDS.
           MOVE 'S'                 TO RC-STATUS
           MOVE SPACES              TO RC-BUSINESS-DATE
           ACCEPT WS-RC-DATE        FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME        FROM TIME
           MOVE WS-RC-DATE          TO RC-START-DATE
           MOVE WS-RC-TIME (1:6)    TO RC-START-TIME
           MOVE SPACES              TO RC-END-DATE
           MOVE SPACES              TO RC-END-TIME
           MOVE 0                   TO RC-RECORD-COUNT.
      *
      *    RUN-CONTROL-END - CLEAN END OF JOB ONLY; THE ERROR PATHS
      *    STOP WITHOUT COMING HERE AND LEAVE THE 'S' BEHIND.  THE
      *    RECORD COUNT IS THE NUMBER OF PAYMENTS MADE.
       RUN-CONTROL-END.
           MOVE 'CAIQ37'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'RUN CONTROL END UPDATE FAILED: '
                           WS-RC-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'C'         TO RC-STATUS
                   ACCEPT WS-RC-DATE  FROM DATE YYYYMMDD
                   ACCEPT WS-RC-TIME  FROM TIME
                   MOVE WS-RC-DATE  TO RC-END-DATE
                   MOVE WS-RC-TIME (1:6)  TO RC-END-TIME
                   MOVE WS-PAID-COUNT     TO RC-RECORD-COUNT
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           DISPLAY 'RUN CONTROL END REWRITE ERROR: '
                                   WS-RC-FILE-STATUS
                   END-REWRITE
           END-READ
      *
           CLOSE RUNCTL.
      *
       STOP-PROCESS.
           STOP RUN.
