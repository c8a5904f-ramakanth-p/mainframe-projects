      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ39.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
      *    UPFILE - THE CAIQU01 UNCLAIMED PROPERTY FILE.  ONE
      *    RECORD IS ADDED PER ACCOUNT TAKEN INTO THE CYCLE.
           SELECT UPFILE ASSIGN TO CAIQU01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-KEY
               FILE STATUS IS WS-UP-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPE01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT LTRFILE ASSIGN TO CAIQS05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR24
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  CUSTFILE RECORDING MODE IS F.
       01  CUST-REC.
           COPY CAIQCR01.
      *
       FD  UPFILE RECORDING MODE IS F.
       01  UP-REC.
           COPY CAIQUP01.
      *
      *    PARMFILE IS OPTIONAL FOR THE NOTICE RUN - A MISSING DD
      *    (OR A DD DUMMY) KEEPS THE DEFAULT DORMANCY YEARS,
      *    RESPONSE DAYS AND CYCLE YEAR.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           COPY CAIQPE01.
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
      *    LTRFILE - THE DUE-DILIGENCE LETTERS, ONE PAGE PER
      *    ACCOUNT, SAME WINDOW-ENVELOPE ADDRESS BLOCK AS THE
      *    STATEMENTS AND THE ANNUAL SUMMARY.
       FD  LTRFILE RECORDING MODE IS V.
       01  LTR-REC                 PIC X(80).
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-UP-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-LTR-FILE-STATUS      PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REPRINT-SW           PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
      *
      *    WS-DORMANT-YEARS / WS-RESPONSE-DAYS - THE STATUTORY
      *    DORMANCY PERIOD AND THE TIME THE OWNER IS GIVEN TO
      *    ANSWER THE LETTER, BOTH OVERRIDABLE FROM CAIQPE01.
       01  WS-DORMANT-YEARS        PIC 9(02) VALUE 5.
       01  WS-RESPONSE-DAYS        PIC 9(03) VALUE 60.
       01  WS-CYCLE-YEAR           PIC X(04) VALUE SPACES.
       01  WS-RUN-KEY-DATE.
           05  WS-RUN-KEY-YEAR     PIC X(04).
           05  FILLER              PIC X(04) VALUE '0000'.
      *
      *    WS-CUTOFF-DATE - THE BUSINESS DATE WITH THE DORMANCY
      *    YEARS TAKEN OFF; 29 FEBRUARY FALLS BACK TO THE 28TH.
       01  WS-CUTOFF-DATE          PIC 9(08).
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                   PIC X(08).
       01  FILLER REDEFINES WS-CUTOFF-DATE.
           05  WS-CO-YYYY          PIC 9(04).
           05  WS-CO-MMDD          PIC 9(04).
       01  WS-DEADLINE-DATE        PIC 9(08).
       01  WS-DEADLINE-DATE-X REDEFINES WS-DEADLINE-DATE
                                   PIC X(08).
       01  WS-DATE-INT             PIC S9(9) COMP.
      *
      *    WS-DORMANT-STATUS-* - ONLY ACCOUNTS THE DORMANCY RUN HAS
      *    ALREADY CLASSIFIED ARE CONSIDERED.
       01  WS-DORMANT-STATUS-1     PIC X(10) VALUE 'DORMANT'.
       01  WS-DORMANT-STATUS-2     PIC X(10) VALUE 'INACTIVE'.
      *
       01  WS-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-SELECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-LETTER-COUNT         PIC 9(9) VALUE 0.
       01  WS-NOADDR-COUNT         PIC 9(9) VALUE 0.
       01  WS-REPRINT-COUNT        PIC 9(9) VALUE 0.
       01  WS-SELECTED-AMOUNT      PIC S9(13)V99 VALUE 0.
      *
       01  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-SQLCODE-DISPLAY      PIC -9(9).
       01  HV-ACCTNO               PIC X(8).
       01  HV-ADDR1                PIC X(25).
       01  HV-ADDR2                PIC X(20).
       01  HV-ADDR3                PIC X(15).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'UNCLAIMED PROPERTY NOTICE REGISTER'.
           05  FILLER              PIC X(07) VALUE 'CYCLE: '.
           05  HDG-CYCLE-YEAR      PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(24) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(10) VALUE 'CUST ID'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACCTNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'CUSTOMER NAME'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'BRANCH'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'STATUS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'LAST ACT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '        BALANCE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DEADLINE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(29) VALUE 'LETTER'.
      *
       01  DTL-LINE.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CUST-NAME       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-BRANCH-CODE     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-STATUS          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-LAST-ACTIVITY   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DEADLINE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-LETTER          PIC X(29).
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(15) VALUE 'ACCOUNTS READ: '.
           05  TOT-READ            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  SELECTED: '.
           05  TOT-SELECTED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-SELECTED-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(67) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(15) VALUE 'LETTERS:       '.
           05  TOT-LETTERS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  NO ADDRESS: '.
           05  TOT-NOADDR          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  REPRINTED: '.
           05  TOT-REPRINT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(63) VALUE SPACES.
      *
       01  LTR-TITLE-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'NOTICE OF UNCLAIMED PROPERTY'.
           05  LTR-DATE            PIC X(08).
           05  FILLER              PIC X(12) VALUE SPACES.
      *
       01  LTR-NAME-LINE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  LTR-CUST-NAME       PIC X(30).
           05  FILLER              PIC X(45) VALUE SPACES.
      *
       01  LTR-ADDR-LINE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  LTR-ADDR            PIC X(25).
           05  FILLER              PIC X(50) VALUE SPACES.
      *
       01  LTR-ACCT-LINE.
           05  FILLER              PIC X(09) VALUE 'ACCOUNT: '.
           05  LTR-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(13) VALUE '   BALANCE: '.
           05  LTR-BALANCE         PIC X(15).
           05  FILLER              PIC X(35) VALUE SPACES.
      *
       01  LTR-LAST-LINE.
           05  FILLER              PIC X(44)
               VALUE 'NO CUSTOMER ACTIVITY ON THIS ACCOUNT SINCE: '.
           05  LTR-LAST-ACTIVITY   PIC X(08).
           05  FILLER              PIC X(28) VALUE SPACES.
      *
       01  LTR-TEXT-LINE-1.
           05  FILLER              PIC X(40)
               VALUE 'UNDER STATE UNCLAIMED PROPERTY LAW THIS '.
           05  FILLER              PIC X(40)
               VALUE 'BALANCE MUST BE TURNED OVER TO THE STATE'.
      *
       01  LTR-TEXT-LINE-2.
           05  FILLER              PIC X(40)
               VALUE 'UNLESS YOU CONTACT US, OR MAKE A DEPOSIT'.
           05  FILLER              PIC X(40) VALUE SPACES.
      *
       01  LTR-DEADLINE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'OR WITHDRAWAL AT ANY OF OUR BRANCHES, BY: '.
           05  LTR-DEADLINE        PIC X(08).
           05  FILLER              PIC X(28) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM LOAD-ESCHEAT-PARM
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM SET-CYCLE-DATES
           PERFORM PRINT-HEADER
      *
           PERFORM READ-CUSTFILE
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM PROCESS-CUST-REC
               PERFORM READ-CUSTFILE
           END-PERFORM
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
           PERFORM STOP-PROCESS.
      *
      *    LOAD-ESCHEAT-PARM - OPTIONAL CAIQPE01 CARD.  ONLY THE
      *    DORMANCY YEARS, RESPONSE DAYS AND CYCLE YEAR MATTER TO
      *    THE NOTICE RUN.
       LOAD-ESCHEAT-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   IF  PE-DORMANT-YEARS NUMERIC
                       AND PE-DORMANT-YEARS > 0
                       MOVE PE-DORMANT-YEARS TO WS-DORMANT-YEARS
                   END-IF
                   IF  PE-RESPONSE-DAYS NUMERIC
                       AND PE-RESPONSE-DAYS > 0
                       MOVE PE-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                   END-IF
                   IF  PE-CYCLE-YEAR NUMERIC
                       MOVE PE-CYCLE-YEAR    TO WS-CYCLE-YEAR
                   END-IF
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           DISPLAY 'DORMANCY YEARS:          ' WS-DORMANT-YEARS
           DISPLAY 'RESPONSE DAYS:           ' WS-RESPONSE-DAYS.
      *
       OPEN-ALL.
           OPEN INPUT CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O UPFILE
           IF  WS-UP-FILE-STATUS NOT = '00'
               DISPLAY 'UNCLAIMED PROPERTY FILE OPEN ERROR: '
                       WS-UP-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT LTRFILE
           IF  WS-LTR-FILE-STATUS NOT = '00'
               DISPLAY 'LETTER FILE OPEN ERROR: ' WS-LTR-FILE-STATUS
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
      *    SET-CYCLE-DATES - THE DORMANCY CUTOFF AND THE DEADLINE
      *    PRINTED ON THIS RUN'S LETTERS.
       SET-CYCLE-DATES.
           MOVE WS-BUS-DATE-N       TO WS-CUTOFF-DATE
           SUBTRACT WS-DORMANT-YEARS FROM WS-CO-YYYY
           IF  WS-CO-MMDD = 0229
               MOVE 0228            TO WS-CO-MMDD
           END-IF
      *
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               + WS-RESPONSE-DAYS
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
      *
           DISPLAY 'LAST ACTIVITY ON/BEFORE: ' WS-CUTOFF-DATE-X
           DISPLAY 'RESPONSE DEADLINE:       ' WS-DEADLINE-DATE-X.
      *
       PRINT-HEADER.
           MOVE WS-CYCLE-YEAR       TO HDG-CYCLE-YEAR
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       READ-CUSTFILE.
           READ CUSTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-CUST-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-EOF
               WHEN OTHER
                   DISPLAY 'READ ERROR: ' WS-CUST-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-CUST-REC - A DORMANT OR INACTIVE ACCOUNT WITH
      *    MONEY ON IT AND NO CUSTOMER ACTIVITY SINCE THE CUTOFF
      *    DATE OR EARLIER IS PRESUMED ABANDONED.  RECORDS WITH NO LAST-
      *    ACTIVITY DATE ARE LEFT ALONE, AS IN THE DORMANCY RUN.
       PROCESS-CUST-REC.
           ADD 1                    TO WS-READ-COUNT
      *
           IF  (CR-ACCT-STATUS = WS-DORMANT-STATUS-1
                OR CR-ACCT-STATUS = WS-DORMANT-STATUS-2)
               AND CR-LAST-ACTIVITY-DATE NOT = SPACES
               AND CR-LAST-ACTIVITY-DATE NOT > WS-CUTOFF-DATE-X
               AND CR-ACCT-BALANCE > 0
               PERFORM SELECT-ACCOUNT THRU SELECT-ACCOUNT-EXIT
           END-IF.
      *
      *    SELECT-ACCOUNT - TAKES THE ACCOUNT INTO THE CYCLE.  AN
      *    ACCOUNT ALREADY IN THIS CYCLE (A RERUN AFTER A FAILURE)
      *    STILL AWAITING ITS DEADLINE HAS ITS LETTER PRINTED AGAIN
      *    FROM THE STORED RECORD, SO THE RERUN'S LETTER FILE IS
      *    COMPLETE; ONE ALREADY RESOLVED IS PASSED OVER.
       SELECT-ACCOUNT.
           MOVE WS-CYCLE-YEAR       TO UP-CYCLE-YEAR
           MOVE CR-CUST-ID          TO UP-CUST-ID
           MOVE CR-ACCT-NO          TO UP-ACCT-NO
           READ UPFILE
               INVALID KEY
                   CONTINUE
           END-READ
      *
           EVALUATE WS-UP-FILE-STATUS
               WHEN '00'
                   IF  UP-STATUS NOT = 'N'
                       GO TO SELECT-ACCOUNT-EXIT
                   END-IF
                   MOVE 'Y'         TO WS-REPRINT-SW
                   ADD 1            TO WS-REPRINT-COUNT
               WHEN '23'
                   MOVE 'N'         TO WS-REPRINT-SW
                   PERFORM ADD-CYCLE-RECORD
               WHEN OTHER
                   DISPLAY 'UNCLAIMED PROPERTY READ ERROR: '
                           WS-UP-FILE-STATUS ' KEY ' UP-KEY
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           ADD 1                    TO WS-SELECTED-COUNT
           ADD UP-NOTICE-BALANCE    TO WS-SELECTED-AMOUNT
      *
           IF  UP-LETTER-FLAG = 'Y'
               PERFORM PRINT-LETTER
               ADD 1                TO WS-LETTER-COUNT
           ELSE
               ADD 1                TO WS-NOADDR-COUNT
           END-IF
      *
           PERFORM PRINT-NOTICE-LINE.
      *
       SELECT-ACCOUNT-EXIT.
           EXIT.
      *
      *    ADD-CYCLE-RECORD - THE ACCOUNT AS IT STANDS TODAY, THE
      *    MAILING ADDRESS AND THE DEADLINE.  AN ACCOUNT WITH NO
      *    ADDRESS ROW IS STILL TAKEN INTO THE CYCLE - THE STATE
      *    STILL GETS THE PROPERTY - BUT NO LETTER CAN GO.
       ADD-CYCLE-RECORD.
           MOVE SPACES              TO UP-REC
           MOVE WS-CYCLE-YEAR       TO UP-CYCLE-YEAR
           MOVE CR-CUST-ID          TO UP-CUST-ID
           MOVE CR-ACCT-NO          TO UP-ACCT-NO
           MOVE 'N'                 TO UP-STATUS
           MOVE CR-CUST-NAME        TO UP-CUST-NAME
           MOVE CR-ACCT-TYPE        TO UP-ACCT-TYPE
           MOVE CR-BRANCH-CODE      TO UP-BRANCH-CODE
           MOVE CR-ACCT-STATUS      TO UP-ACCT-STATUS
           MOVE CR-LAST-ACTIVITY-DATE TO UP-LAST-ACTIVITY-DATE
           MOVE CR-ACCT-BALANCE     TO UP-NOTICE-BALANCE
           MOVE WS-BUS-DATE         TO UP-NOTICE-DATE
           MOVE WS-DEADLINE-DATE-X  TO UP-DEADLINE-DATE
           MOVE 0                   TO UP-REMIT-AMOUNT
      *
           PERFORM GET-ADDRESS
           IF  SQLCODE = 0
               MOVE 'Y'             TO UP-LETTER-FLAG
               MOVE HV-ADDR1        TO UP-ADDR1
               MOVE HV-ADDR2        TO UP-ADDR2
               MOVE HV-ADDR3        TO UP-ADDR3
           ELSE
               MOVE 'N'             TO UP-LETTER-FLAG
           END-IF
      *
           WRITE UP-REC
               INVALID KEY
                   DISPLAY 'UNCLAIMED PROPERTY WRITE ERROR: '
                           WS-UP-FILE-STATUS ' KEY ' UP-KEY
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-WRITE.
      *
       GET-ADDRESS.
           MOVE CR-ACCT-NO          TO HV-ACCTNO
      *
           EXEC SQL
              SELECT ADDRESS1,
                     ADDRESS2,
                     ADDRESS3
                INTO :HV-ADDR1,
                     :HV-ADDR2,
                     :HV-ADDR3
                FROM Z88436.Z88436T
               WHERE ACCTNO = :HV-ACCTNO
           END-EXEC
      *
           IF  SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE         TO WS-SQLCODE-DISPLAY
               DISPLAY 'DB2 ERROR:  ' WS-SQLCODE-DISPLAY
               DISPLAY 'PROGRAM TERMINATED ABNORMALLY'
               MOVE 12              TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    PRINT-LETTER - ONE PAGE FROM THE CYCLE RECORD, SO A
      *    REPRINTED LETTER CARRIES THE ORIGINAL DEADLINE.
       PRINT-LETTER.
           MOVE UP-NOTICE-DATE      TO LTR-DATE
           MOVE LTR-TITLE-LINE      TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING PAGE
      *
           MOVE UP-CUST-NAME        TO LTR-CUST-NAME
           MOVE LTR-NAME-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 3 LINES
      *
           MOVE UP-ADDR1            TO LTR-ADDR
           MOVE LTR-ADDR-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           MOVE UP-ADDR2            TO LTR-ADDR
           MOVE LTR-ADDR-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
           MOVE UP-ADDR3            TO LTR-ADDR
           MOVE LTR-ADDR-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
      *
           MOVE UP-ACCT-NO          TO LTR-ACCT-NO
           MOVE UP-NOTICE-BALANCE   TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO LTR-BALANCE
           MOVE LTR-ACCT-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 3 LINES
      *
           MOVE UP-LAST-ACTIVITY-DATE TO LTR-LAST-ACTIVITY
           MOVE LTR-LAST-LINE       TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 2 LINES
      *
           MOVE LTR-TEXT-LINE-1     TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 2 LINES
           MOVE LTR-TEXT-LINE-2     TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE
      *
           MOVE UP-DEADLINE-DATE    TO LTR-DEADLINE
           MOVE LTR-DEADLINE-LINE   TO LTR-REC
           WRITE LTR-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-NOTICE-LINE.
           MOVE UP-CUST-ID          TO DTL-CUST-ID
           MOVE UP-ACCT-NO          TO DTL-ACCT-NO
           MOVE UP-CUST-NAME        TO DTL-CUST-NAME
           MOVE UP-BRANCH-CODE      TO DTL-BRANCH-CODE
           MOVE UP-ACCT-STATUS      TO DTL-STATUS
           MOVE UP-LAST-ACTIVITY-DATE TO DTL-LAST-ACTIVITY
           MOVE UP-NOTICE-BALANCE   TO DTL-BALANCE
           MOVE UP-DEADLINE-DATE    TO DTL-DEADLINE
           IF  UP-LETTER-FLAG = 'Y'
               IF  WS-REPRINT-SW = 'Y'
                   MOVE 'LETTER REPRINTED'  TO DTL-LETTER
               ELSE
                   MOVE 'LETTER SENT'       TO DTL-LETTER
               END-IF
           ELSE
               MOVE 'NO ADDRESS - NOT SENT' TO DTL-LETTER
           END-IF
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-TOTALS.
           MOVE WS-READ-COUNT       TO TOT-READ
           MOVE WS-SELECTED-COUNT   TO TOT-SELECTED
           MOVE WS-SELECTED-AMOUNT  TO TOT-SELECTED-AMT
           MOVE WS-LETTER-COUNT     TO TOT-LETTERS
           MOVE WS-NOADDR-COUNT     TO TOT-NOADDR
           MOVE WS-REPRINT-COUNT    TO TOT-REPRINT
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'ACCOUNTS READ:            ' WS-READ-COUNT
           DISPLAY 'ACCOUNTS SELECTED:        ' WS-SELECTED-COUNT
           DISPLAY 'LETTERS PRINTED:          ' WS-LETTER-COUNT
           DISPLAY 'NO ADDRESS ON FILE:       ' WS-NOADDR-COUNT
           DISPLAY 'OF WHICH REPRINTED:       ' WS-REPRINT-COUNT.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE UPFILE
           CLOSE LTRFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - RUN CONTROL SHARED BY THE CONTROLLED
      *    BATCH JOBS, KEYED HERE BY CYCLE YEAR (YYYY0000) SO THE
      *    LETTERS GO OUT ONCE A YEAR.  A 'C' RECORD REFUSES THE
      *    RUN; AN 'S' LEFT BY A FAILED RUN PERMITS THE RERUN.
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
           IF  WS-CYCLE-YEAR = SPACES
               MOVE WS-BUS-DATE (1:4)   TO WS-CYCLE-YEAR
           END-IF
           MOVE WS-CYCLE-YEAR       TO WS-RUN-KEY-YEAR
           DISPLAY 'ESCHEATMENT CYCLE:       ' WS-CYCLE-YEAR
      *
           MOVE 'CAIQ39'            TO RC-PROGRAM-ID
           MOVE WS-RUN-KEY-DATE     TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'NOTICE RUN ALREADY COMPLETED FOR '
                               'CYCLE ' WS-CYCLE-YEAR
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
           MOVE 'CAIQ39'            TO RC-PROGRAM-ID
           MOVE WS-RUN-KEY-DATE     TO RC-RUN-DATE
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
      *    RECORD COUNT IS THE NUMBER OF ACCOUNTS IN THE CYCLE.
       RUN-CONTROL-END.
           MOVE 'CAIQ39'            TO RC-PROGRAM-ID
           MOVE WS-RUN-KEY-DATE     TO RC-RUN-DATE
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
                   MOVE WS-SELECTED-COUNT TO RC-RECORD-COUNT
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
