      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ29.
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
      *    JRNPATH - THE CAIQJP01 AIX PATH OVER CAIQJ01 KEYED BY
      *    CUSTOMER ID, SAME PATH THE STATEMENT RUN READS.  THE AIX
      *    KEY IS NON-UNIQUE, SO READS RETURN STATUS '02' ON
      *    DUPLICATES.
           SELECT JRNPATH ASSIGN TO CAIQJP01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-CUST-ID
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO CAIQH01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ALERTFILE ASSIGN TO CAIQK01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPS01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR18
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
       FD  JRNPATH RECORDING MODE IS F.
       01  JRNL-REC.
           COPY CAIQJR01.
      *
      *    HISTFILE - READ ONLY FOR THE BUSINESS DATE'S STATUS
      *    CHANGES: AN ACCOUNT TAKEN OUT OF DORMANT/INACTIVE TODAY
      *    AND THEN USED IS STILL SUDDEN ACTIVITY ON A DORMANT
      *    ACCOUNT, EVEN THOUGH CAIQF01 NO LONGER SAYS DORMANT.
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
      *    ALERTFILE - THE CAIQK01 ALERT FILE COMPLIANCE WORKS
      *    THROUGH ON THE ALERT REVIEW SCREEN.  EVERY ALERT IS
      *    WRITTEN OPEN; NOTHING HERE EVER CHANGES A CASE STATUS.
       FD  ALERTFILE RECORDING MODE IS F.
       01  ALERT-REC.
           COPY CAIQAL01.
      *
      *    PARMFILE IS OPTIONAL - A MISSING DD (OR A DD DUMMY)
      *    LEAVES EVERY THRESHOLD AT ITS DEFAULT BELOW.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           COPY CAIQPS01.
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-JRN-FILE-STATUS      PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-ALERT-FILE-STATUS    PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-JRN-EOF              PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-TIME-OF-DAY          PIC 9(08).
      *
       01  WS-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-CUST-COUNT           PIC 9(9) VALUE 0.
       01  WS-JRNL-COUNT           PIC 9(9) VALUE 0.
       01  WS-ALERT-COUNT          PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT            PIC 9(9) VALUE 0.
       01  WS-LARGE-COUNT          PIC 9(9) VALUE 0.
       01  WS-STRUCT-COUNT         PIC 9(9) VALUE 0.
       01  WS-RAPID-COUNT          PIC 9(9) VALUE 0.
       01  WS-DORMANT-COUNT        PIC 9(9) VALUE 0.
      *
      *    WS-*-THRESHOLD ETC - THE MONITORING THRESHOLDS, DEFAULTED
      *    HERE AND OVERRIDDEN FIELD BY FIELD FROM THE CAIQPS01
      *    PARM RECORD.
       01  WS-LARGE-CASH-AMT       PIC 9(09)V99 VALUE 10000.00.
       01  WS-REPORT-THRESHOLD     PIC 9(09)V99 VALUE 10000.00.
       01  WS-STRUCT-PCT           PIC 9(03)    VALUE 10.
       01  WS-STRUCT-MIN-COUNT     PIC 9(03)    VALUE 3.
       01  WS-WINDOW-DAYS          PIC 9(03)    VALUE 7.
       01  WS-RAPID-DAYS           PIC 9(03)    VALUE 3.
       01  WS-RAPID-MIN-AMT        PIC 9(09)V99 VALUE 5000.00.
       01  WS-RAPID-PCT            PIC 9(03)    VALUE 80.
       01  WS-DORMANT-MIN-AMT      PIC 9(09)V99 VALUE 0.
      *
      *    WS-STRUCT-FLOOR - A DEPOSIT FROM HERE UP TO (NOT
      *    INCLUDING) THE REPORTING THRESHOLD IS "JUST UNDER" IT.
       01  WS-STRUCT-FLOOR         PIC 9(09)V99.
      *
      *    WS-WINDOW-START / WS-RAPID-START - THE OLDEST JOURNAL
      *    DATE THE PATTERN TESTS LOOK AT, AND THE OLDEST DEPOSIT
      *    A TODAY'S WITHDRAWAL CAN BE "RAPID" AGAINST.  THE
      *    JOURNAL LOAD GOES BACK TO WHICHEVER IS EARLIER.
       01  WS-WINDOW-START         PIC 9(08).
       01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START
                                   PIC X(08).
       01  WS-RAPID-START          PIC 9(08).
       01  WS-RAPID-START-X REDEFINES WS-RAPID-START
                                   PIC X(08).
       01  WS-LOAD-START           PIC X(08).
       01  WS-DATE-INT             PIC S9(9) COMP.
      *
       01  WS-DORMANT-STATUS-1     PIC X(10) VALUE 'DORMANT'.
       01  WS-DORMANT-STATUS-2     PIC X(10) VALUE 'INACTIVE'.
      *
      *    WS-CUR-CUST-ID - CUSTOMER CONTROL BREAK.  CAIQF01
      *    ARRIVES IN CUSTOMER/ACCOUNT ORDER, SO ONE CUSTOMER'S
      *    ACCOUNTS ARE COLLECTED, THEN THEIR JOURNAL IS READ ONCE
      *    THROUGH THE PATH AND TESTED AS A WHOLE - MONEY IN ON ONE
      *    ACCOUNT AND OUT OF ANOTHER IS STILL THE SAME CUSTOMER.
       01  WS-CUR-CUST-ID          PIC X(10) VALUE LOW-VALUES.
      *
       01  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-AT-FOUND             PIC X VALUE 'N'.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-AT-IDX.
               10  AT-ACCT-NO          PIC X(08).
               10  AT-BRANCH-CODE      PIC X(06).
               10  AT-DORMANT          PIC X(01).
               10  AT-ALERTED          PIC X(01).
      *
      *    WS-TXN-TABLE - THE CUSTOMER'S TELLER CASH MOVEMENTS
      *    ('C' AND 'D') FROM THE LOAD START THROUGH THE BUSINESS
      *    DATE, IN JOURNAL KEY ORDER FOR EACH ACCOUNT.  FEED,
      *    INTEREST AND FEE POSTINGS ARE NOT CUSTOMER CASH AND ARE
      *    LEFT OUT.
       01  WS-TXN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-TXN-TABLE.
           05  WS-TXN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TX-IDX WS-TX-IDX2.
               10  TX-JR-KEY           PIC X(19).
               10  TX-DATE REDEFINES TX-JR-KEY
                                       PIC X(08).
               10  TX-ACCT-NO          PIC X(08).
               10  TX-TRAN-TYPE        PIC X(01).
               10  TX-AMOUNT           PIC S9(09)V99.
      *
      *    WS-REACT-TABLE - ACCOUNTS TAKEN OUT OF DORMANT/INACTIVE
      *    ON THE BUSINESS DATE, FROM THE CAIQH01 'S' RECORDS.
       01  WS-REACT-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-RA-FOUND             PIC X VALUE 'N'.
       01  WS-REACT-TABLE.
           05  WS-REACT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RA-IDX.
               10  RA-ACCT-NO          PIC X(08).
      *
      *    PER-TEST WORK FIELDS.
       01  WS-ABS-AMOUNT           PIC S9(09)V99.
       01  WS-DEP-AMOUNT           PIC S9(09)V99.
       01  WS-NEED-AMOUNT          PIC S9(11)V99.
       01  WS-ST-COUNT             PIC 9(03).
       01  WS-ST-TOTAL             PIC S9(11)V99.
       01  WS-ST-TODAY             PIC X(01).
       01  WS-ST-LAST-IDX          PIC 9(4) COMP.
       01  WS-DEP-FOUND            PIC X(01).
      *
      *    WS-NEW-* - THE ALERT BEING RAISED, FILLED BY EACH TEST
      *    AND WRITTEN BY RAISE-ALERT.
       01  WS-NEW-TYPE             PIC X(01).
       01  WS-NEW-JR-KEY           PIC X(19).
       01  WS-NEW-ACCT-NO          PIC X(08).
       01  WS-NEW-AMOUNT           PIC S9(11)V99.
       01  WS-NEW-COUNT            PIC 9(03).
       01  WS-NEW-RELATED-KEY      PIC X(19).
       01  WS-NEW-DESC             PIC X(20).
      *
       01  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'SUSPICIOUS-ACTIVITY MONITORING RUN'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(27) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(10) VALUE 'CUST ID'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACCTNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'BRANCH'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'ALERT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '         AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE ' CNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE 'JOURNAL KEY'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE 'RELATED KEY'.
      *
       01  DTL-LINE.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-BRANCH-CODE     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DESC            PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT          PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-COUNT           PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-JR-KEY          PIC X(19).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-RELATED-KEY     PIC X(19).
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(15) VALUE 'ALERTS RAISED: '.
           05  TOT-ALERTS          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE 'ALREADY ON FILE (RERUN):'.
           05  TOT-DUPS            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(61) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(12) VALUE 'LARGE CASH: '.
           05  TOT-LARGE           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'STRUCTURING: '.
           05  TOT-STRUCT          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'RAPID IN/OUT: '.
           05  TOT-RAPID           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'DORMANT: '.
           05  TOT-DORMANT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.
      *
       01  TRLR-LINE-3.
           05  FILLER              PIC X(15) VALUE 'WINDOW START:  '.
           05  TRLR-WINDOW-START   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE 'CUSTOMERS SCANNED: '.
           05  TOT-CUSTOMERS       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE 'CASH MOVEMENTS:   '.
           05  TOT-JRNL            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
      *
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM SET-WINDOW-DATES
           PERFORM LOAD-REACTIVATIONS
           PERFORM PRINT-HEADER
      *
           PERFORM READ-CUSTFILE
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM PROCESS-CUST-REC
               PERFORM READ-CUSTFILE
           END-PERFORM
      *
           PERFORM END-CUSTOMER
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
      *    ANY NEW ALERT FLAGS THE RUN SO OPERATIONS TELL
      *    COMPLIANCE THERE IS WORK ON THE REVIEW SCREEN.
           IF  WS-ALERT-COUNT > 0
               AND RETURN-CODE = 0
               MOVE 4              TO RETURN-CODE
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN INPUT CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT JRNPATH
           IF  WS-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL PATH OPEN ERROR: ' WS-JRN-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT HISTFILE
           IF  WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'HISTORY FILE OPEN ERROR: ' WS-HIST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O ALERTFILE
           IF  WS-ALERT-FILE-STATUS NOT = '00'
               DISPLAY 'ALERT FILE OPEN ERROR: ' WS-ALERT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT RPTFILE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           PERFORM LOAD-THRESHOLD-PARM.
      *
       LOAD-THRESHOLD-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   PERFORM APPLY-THRESHOLD-PARM
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               WS-REPORT-THRESHOLD * (100 - WS-STRUCT-PCT) / 100
      *
           DISPLAY 'LARGE CASH AMOUNT:       ' WS-LARGE-CASH-AMT
           DISPLAY 'REPORTING THRESHOLD:     ' WS-REPORT-THRESHOLD
           DISPLAY 'STRUCTURING FLOOR:       ' WS-STRUCT-FLOOR
           DISPLAY 'STRUCTURING COUNT:       ' WS-STRUCT-MIN-COUNT
           DISPLAY 'WINDOW DAYS:             ' WS-WINDOW-DAYS
           DISPLAY 'RAPID IN/OUT DAYS:       ' WS-RAPID-DAYS
           DISPLAY 'RAPID IN/OUT MINIMUM:    ' WS-RAPID-MIN-AMT
           DISPLAY 'RAPID IN/OUT PERCENT:    ' WS-RAPID-PCT
           DISPLAY 'DORMANT MINIMUM AMOUNT:  ' WS-DORMANT-MIN-AMT.
      *
       APPLY-THRESHOLD-PARM.
           IF  PS-LARGE-CASH-AMT NUMERIC
               AND PS-LARGE-CASH-AMT > 0
               MOVE PS-LARGE-CASH-AMT    TO WS-LARGE-CASH-AMT
           END-IF
           IF  PS-REPORT-THRESHOLD NUMERIC
               AND PS-REPORT-THRESHOLD > 0
               MOVE PS-REPORT-THRESHOLD  TO WS-REPORT-THRESHOLD
           END-IF
           IF  PS-STRUCT-PCT NUMERIC
               AND PS-STRUCT-PCT > 0
               AND PS-STRUCT-PCT < 100
               MOVE PS-STRUCT-PCT        TO WS-STRUCT-PCT
           END-IF
           IF  PS-STRUCT-COUNT NUMERIC
               AND PS-STRUCT-COUNT > 1
               MOVE PS-STRUCT-COUNT      TO WS-STRUCT-MIN-COUNT
           END-IF
           IF  PS-WINDOW-DAYS NUMERIC
               AND PS-WINDOW-DAYS > 0
               MOVE PS-WINDOW-DAYS       TO WS-WINDOW-DAYS
           END-IF
           IF  PS-RAPID-DAYS NUMERIC
               AND PS-RAPID-DAYS > 0
               MOVE PS-RAPID-DAYS        TO WS-RAPID-DAYS
           END-IF
           IF  PS-RAPID-MIN-AMT NUMERIC
               AND PS-RAPID-MIN-AMT > 0
               MOVE PS-RAPID-MIN-AMT     TO WS-RAPID-MIN-AMT
           END-IF
           IF  PS-RAPID-PCT NUMERIC
               AND PS-RAPID-PCT > 0
               AND PS-RAPID-PCT NOT > 100
               MOVE PS-RAPID-PCT         TO WS-RAPID-PCT
           END-IF
           IF  PS-DORMANT-MIN-AMT NUMERIC
               AND PS-DORMANT-MIN-AMT > 0
               MOVE PS-DORMANT-MIN-AMT   TO WS-DORMANT-MIN-AMT
           END-IF.
      *
       SET-WINDOW-DATES.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               - WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
      *
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               - WS-RAPID-DAYS
           COMPUTE WS-RAPID-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
      *
           IF  WS-RAPID-START-X < WS-WINDOW-START-X
               MOVE WS-RAPID-START-X    TO WS-LOAD-START
           ELSE
               MOVE WS-WINDOW-START-X   TO WS-LOAD-START
           END-IF
      *
           DISPLAY 'MONITORING WINDOW START:  ' WS-WINDOW-START
           DISPLAY 'JOURNAL LOAD START:       ' WS-LOAD-START.
      *
      *    LOAD-REACTIVATIONS - CAIQH01 IS KEYED BY DATE/TIME, SO
      *    THE BUSINESS DATE'S RECORDS ARE ONE CONTIGUOUS RANGE.
      *    EVERY 'S' RECORD MOVING AN ACCOUNT OUT OF DORMANT OR
      *    INACTIVE IS REMEMBERED.
       LOAD-REACTIVATIONS.
           MOVE LOW-VALUES          TO HI-KEY
           MOVE WS-BUS-DATE         TO HI-DATE
           START HISTFILE KEY NOT < HI-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-HIST-EOF
           END-START
      *
           IF  WS-HIST-EOF = 'N'
               PERFORM READ-HISTFILE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   PERFORM CHECK-REACTIVATION
                   PERFORM READ-HISTFILE
               END-PERFORM
           END-IF
      *
           DISPLAY 'ACCOUNTS REACTIVATED TODAY: ' WS-REACT-COUNT.
      *
       READ-HISTFILE.
           READ HISTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-HIST-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-HIST-EOF
               WHEN OTHER
                   DISPLAY 'HISTORY READ ERROR: ' WS-HIST-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-HIST-EOF = 'N'
               AND HI-DATE NOT = WS-BUS-DATE
               MOVE 'Y'            TO WS-HIST-EOF
           END-IF.
      *
       CHECK-REACTIVATION.
           IF  HI-ACTION = 'S'
               AND (HI-OLD-STATUS = WS-DORMANT-STATUS-1
                    OR HI-OLD-STATUS = WS-DORMANT-STATUS-2)
               AND HI-NEW-STATUS NOT = HI-OLD-STATUS
               IF  WS-REACT-COUNT < 1000
                   ADD 1            TO WS-REACT-COUNT
                   SET WS-RA-IDX    TO WS-REACT-COUNT
                   MOVE HI-ACCT-NO  TO RA-ACCT-NO (WS-RA-IDX)
               ELSE
                   DISPLAY 'REACTIVATION TABLE FULL - NOT HELD: '
                           HI-ACCT-NO
               END-IF
           END-IF.
      *
       PRINT-HEADER.
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
       PROCESS-CUST-REC.
           ADD 1                    TO WS-READ-COUNT
      *
           IF  CR-CUST-ID NOT = WS-CUR-CUST-ID
               PERFORM END-CUSTOMER
               MOVE CR-CUST-ID      TO WS-CUR-CUST-ID
               MOVE 0               TO WS-ACCT-COUNT
           END-IF
      *
           IF  WS-ACCT-COUNT < 50
               ADD 1                TO WS-ACCT-COUNT
               SET WS-AT-IDX        TO WS-ACCT-COUNT
               MOVE CR-ACCT-NO      TO AT-ACCT-NO (WS-AT-IDX)
               MOVE CR-BRANCH-CODE  TO AT-BRANCH-CODE (WS-AT-IDX)
               MOVE 'N'             TO AT-ALERTED (WS-AT-IDX)
               MOVE 'N'             TO AT-DORMANT (WS-AT-IDX)
               IF  CR-ACCT-STATUS = WS-DORMANT-STATUS-1
                   OR CR-ACCT-STATUS = WS-DORMANT-STATUS-2
                   MOVE 'Y'         TO AT-DORMANT (WS-AT-IDX)
               ELSE
                   PERFORM FIND-REACTIVATION
                   IF  WS-RA-FOUND = 'Y'
                       MOVE 'Y'     TO AT-DORMANT (WS-AT-IDX)
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACCOUNT TABLE FULL - NOT MONITORED: '
                       CR-CUST-ID ' ' CR-ACCT-NO
           END-IF.
      *
       FIND-REACTIVATION.
           MOVE 'N'                 TO WS-RA-FOUND
           SET WS-RA-IDX            TO 1
           PERFORM SCAN-REACTIVATION
                   UNTIL WS-RA-FOUND = 'Y'
                      OR WS-RA-IDX > WS-REACT-COUNT.
      *
       SCAN-REACTIVATION.
           IF  CR-ACCT-NO = RA-ACCT-NO (WS-RA-IDX)
               MOVE 'Y'             TO WS-RA-FOUND
           ELSE
               SET WS-RA-IDX        UP BY 1
           END-IF.
      *
      *    END-CUSTOMER - PERFORMED ON EVERY CUSTOMER BREAK AND
      *    ONCE MORE AT END OF FILE.  ONLY A CUSTOMER WITH CASH
      *    MOVEMENTS ON THE BUSINESS DATE ITSELF CAN RAISE AN
      *    ALERT; THE TRAILING WINDOW IS CONTEXT FOR THE PATTERN
      *    TESTS, SO YESTERDAY'S PATTERN IS NOT RAISED AGAIN EVERY
      *    NIGHT OF THE WINDOW.
       END-CUSTOMER.
           IF  WS-ACCT-COUNT > 0
               ADD 1                TO WS-CUST-COUNT
               PERFORM LOAD-CUST-JOURNAL THRU LOAD-CUST-JOURNAL-EXIT
               IF  WS-TXN-COUNT > 0
                   PERFORM CHECK-LARGE-CASH
                   PERFORM CHECK-STRUCTURING
                   PERFORM CHECK-RAPID-IN-OUT
                   PERFORM CHECK-DORMANT-ACTIVITY
               END-IF
           END-IF
           MOVE 0                   TO WS-ACCT-COUNT.
      *
      *    LOAD-CUST-JOURNAL - POSITIONS THE PATH AT THE CUSTOMER
      *    AND KEEPS EVERY TELLER CASH MOVEMENT DATED FROM THE LOAD
      *    START THROUGH THE BUSINESS DATE.
       LOAD-CUST-JOURNAL.
           MOVE 0                   TO WS-TXN-COUNT
           MOVE 'N'                 TO WS-JRN-EOF
           MOVE WS-CUR-CUST-ID      TO JR-CUST-ID
      *
           START JRNPATH KEY NOT < JR-CUST-ID
               INVALID KEY
                   MOVE 'Y'         TO WS-JRN-EOF
           END-START
      *
           IF  WS-JRN-EOF = 'Y'
               GO TO LOAD-CUST-JOURNAL-EXIT
           END-IF
      *
           PERFORM READ-JRNPATH
           PERFORM UNTIL WS-JRN-EOF = 'Y'
               PERFORM KEEP-JRNL-REC
               PERFORM READ-JRNPATH
           END-PERFORM.
      *
       LOAD-CUST-JOURNAL-EXIT.
           EXIT.
      *
       READ-JRNPATH.
           READ JRNPATH NEXT RECORD
           END-READ
      *
           EVALUATE WS-JRN-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '02'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-JRN-EOF
               WHEN OTHER
                   DISPLAY 'JOURNAL READ ERROR: ' WS-JRN-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-JRN-EOF = 'N'
               AND JR-CUST-ID NOT = WS-CUR-CUST-ID
               MOVE 'Y'            TO WS-JRN-EOF
           END-IF.
      *
      *    KEEP-JRNL-REC - TELLER CASH MOVEMENTS IN THE WINDOW.  A
      *    POSTING A SUPERVISOR HAS REVERSED NEVER REALLY HAPPENED
      *    AND IS LEFT OUT, AS IS THE 'R' ENTRY THAT REVERSED IT.
       KEEP-JRNL-REC.
           IF  (JR-TRAN-TYPE = 'C' OR JR-TRAN-TYPE = 'D')
               AND JR-REV-FLAG NOT = 'R'
               AND JR-DATE NOT < WS-LOAD-START
               AND JR-DATE NOT > WS-BUS-DATE
               IF  WS-TXN-COUNT < 500
                   ADD 1            TO WS-TXN-COUNT
                   ADD 1            TO WS-JRNL-COUNT
                   SET WS-TX-IDX    TO WS-TXN-COUNT
                   MOVE JR-KEY      TO TX-JR-KEY (WS-TX-IDX)
                   MOVE JR-ACCT-NO  TO TX-ACCT-NO (WS-TX-IDX)
                   MOVE JR-TRAN-TYPE TO TX-TRAN-TYPE (WS-TX-IDX)
                   MOVE JR-AMOUNT   TO TX-AMOUNT (WS-TX-IDX)
               ELSE
                   DISPLAY 'JOURNAL TABLE FULL - NOT MONITORED: '
                           JR-KEY
               END-IF
           END-IF.
      *
      *    CHECK-LARGE-CASH - EVERY BUSINESS-DATE CASH MOVEMENT,
      *    IN OR OUT, AT OR OVER THE LARGE-CASH AMOUNT.
       CHECK-LARGE-CASH.
           SET WS-TX-IDX            TO 1
           PERFORM TEST-LARGE-CASH
                   UNTIL WS-TX-IDX > WS-TXN-COUNT.
      *
       TEST-LARGE-CASH.
           IF  TX-DATE (WS-TX-IDX) = WS-BUS-DATE
               MOVE TX-AMOUNT (WS-TX-IDX)  TO WS-ABS-AMOUNT
               IF  WS-ABS-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
               END-IF
               IF  WS-ABS-AMOUNT NOT < WS-LARGE-CASH-AMT
                   MOVE 'L'                    TO WS-NEW-TYPE
                   MOVE 'LARGE CASH'           TO WS-NEW-DESC
                   MOVE TX-JR-KEY (WS-TX-IDX)  TO WS-NEW-JR-KEY
                   MOVE TX-ACCT-NO (WS-TX-IDX) TO WS-NEW-ACCT-NO
                   MOVE TX-AMOUNT (WS-TX-IDX)  TO WS-NEW-AMOUNT
                   MOVE 1                      TO WS-NEW-COUNT
                   MOVE SPACES                 TO WS-NEW-RELATED-KEY
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
           SET WS-TX-IDX            UP BY 1.
      *
      *    CHECK-STRUCTURING - DEPOSITS IN THE WINDOW THAT FALL
      *    JUST UNDER THE REPORTING THRESHOLD, ACROSS ALL THE
      *    CUSTOMER'S ACCOUNTS.  ENOUGH OF THEM, WITH AT LEAST ONE
      *    ON THE BUSINESS DATE, RAISES ONE ALERT KEYED BY THE
      *    LATEST OF THEM.
       CHECK-STRUCTURING.
           MOVE 0                   TO WS-ST-COUNT
           MOVE 0                   TO WS-ST-TOTAL
           MOVE 'N'                 TO WS-ST-TODAY
           MOVE 0                   TO WS-ST-LAST-IDX
           SET WS-TX-IDX            TO 1
           PERFORM TEST-STRUCTURING
                   UNTIL WS-TX-IDX > WS-TXN-COUNT
      *
           IF  WS-ST-COUNT NOT < WS-STRUCT-MIN-COUNT
               AND WS-ST-TODAY = 'Y'
               SET WS-TX-IDX                TO WS-ST-LAST-IDX
               MOVE 'S'                     TO WS-NEW-TYPE
               MOVE 'STRUCTURING'           TO WS-NEW-DESC
               MOVE TX-JR-KEY (WS-TX-IDX)   TO WS-NEW-JR-KEY
               MOVE TX-ACCT-NO (WS-TX-IDX)  TO WS-NEW-ACCT-NO
               MOVE WS-ST-TOTAL             TO WS-NEW-AMOUNT
               MOVE WS-ST-COUNT             TO WS-NEW-COUNT
               MOVE SPACES                  TO WS-NEW-RELATED-KEY
               PERFORM RAISE-ALERT
           END-IF.
      *
       TEST-STRUCTURING.
           IF  TX-TRAN-TYPE (WS-TX-IDX) = 'C'
               AND TX-DATE (WS-TX-IDX) NOT < WS-WINDOW-START-X
               AND TX-AMOUNT (WS-TX-IDX) NOT < WS-STRUCT-FLOOR
               AND TX-AMOUNT (WS-TX-IDX) < WS-REPORT-THRESHOLD
               ADD 1                    TO WS-ST-COUNT
               ADD TX-AMOUNT (WS-TX-IDX) TO WS-ST-TOTAL
               IF  TX-DATE (WS-TX-IDX) = WS-BUS-DATE
                   MOVE 'Y'             TO WS-ST-TODAY
                   IF  WS-ST-LAST-IDX = 0
                       SET WS-ST-LAST-IDX TO WS-TX-IDX
                   ELSE
                       SET WS-TX-IDX2   TO WS-ST-LAST-IDX
                       IF  TX-JR-KEY (WS-TX-IDX) >
                           TX-JR-KEY (WS-TX-IDX2)
                           SET WS-ST-LAST-IDX TO WS-TX-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF
           SET WS-TX-IDX            UP BY 1.
      *
      *    CHECK-RAPID-IN-OUT - EACH BUSINESS-DATE WITHDRAWAL OF
      *    SIZE IS MATCHED AGAINST THE CUSTOMER'S EARLIER DEPOSITS
      *    IN THE RAPID WINDOW; THE FIRST DEPOSIT IT TAKES MOST OF
      *    BACK OUT AGAIN RAISES THE ALERT, CARRYING BOTH KEYS.
       CHECK-RAPID-IN-OUT.
           SET WS-TX-IDX            TO 1
           PERFORM TEST-RAPID-WITHDRAWAL
                   UNTIL WS-TX-IDX > WS-TXN-COUNT.
      *
       TEST-RAPID-WITHDRAWAL.
           IF  TX-TRAN-TYPE (WS-TX-IDX) = 'D'
               AND TX-DATE (WS-TX-IDX) = WS-BUS-DATE
               COMPUTE WS-ABS-AMOUNT = 0 - TX-AMOUNT (WS-TX-IDX)
               IF  WS-ABS-AMOUNT NOT < WS-RAPID-MIN-AMT
                   MOVE 'N'             TO WS-DEP-FOUND
                   SET WS-TX-IDX2       TO 1
                   PERFORM FIND-RAPID-DEPOSIT
                           UNTIL WS-DEP-FOUND = 'Y'
                              OR WS-TX-IDX2 > WS-TXN-COUNT
                   IF  WS-DEP-FOUND = 'Y'
                       MOVE 'R'                    TO WS-NEW-TYPE
                       MOVE 'RAPID IN/OUT'         TO WS-NEW-DESC
                       MOVE TX-JR-KEY (WS-TX-IDX)  TO WS-NEW-JR-KEY
                       MOVE TX-ACCT-NO (WS-TX-IDX) TO WS-NEW-ACCT-NO
                       MOVE TX-AMOUNT (WS-TX-IDX)  TO WS-NEW-AMOUNT
                       MOVE 2                      TO WS-NEW-COUNT
                       MOVE TX-JR-KEY (WS-TX-IDX2)
                                           TO WS-NEW-RELATED-KEY
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           SET WS-TX-IDX            UP BY 1.
      *
       FIND-RAPID-DEPOSIT.
           IF  TX-TRAN-TYPE (WS-TX-IDX2) = 'C'
               AND TX-DATE (WS-TX-IDX2) NOT < WS-RAPID-START-X
               AND TX-JR-KEY (WS-TX-IDX2) < TX-JR-KEY (WS-TX-IDX)
               AND TX-AMOUNT (WS-TX-IDX2) NOT < WS-RAPID-MIN-AMT
               MOVE TX-AMOUNT (WS-TX-IDX2)  TO WS-DEP-AMOUNT
               COMPUTE WS-NEED-AMOUNT =
                   WS-DEP-AMOUNT * WS-RAPID-PCT / 100
               IF  WS-ABS-AMOUNT NOT < WS-NEED-AMOUNT
                   MOVE 'Y'         TO WS-DEP-FOUND
               END-IF
           END-IF
      *
           IF  WS-DEP-FOUND = 'N'
               SET WS-TX-IDX2       UP BY 1
           END-IF.
      *
      *    CHECK-DORMANT-ACTIVITY - THE FIRST BUSINESS-DATE CASH
      *    MOVEMENT OF SIZE ON AN ACCOUNT THAT IS DORMANT/INACTIVE,
      *    OR WAS UNTIL TODAY, RAISES ONE ALERT FOR THAT ACCOUNT.
       CHECK-DORMANT-ACTIVITY.
           SET WS-TX-IDX            TO 1
           PERFORM TEST-DORMANT-ACTIVITY
                   UNTIL WS-TX-IDX > WS-TXN-COUNT.
      *
       TEST-DORMANT-ACTIVITY.
           IF  TX-DATE (WS-TX-IDX) = WS-BUS-DATE
               MOVE TX-AMOUNT (WS-TX-IDX)  TO WS-ABS-AMOUNT
               IF  WS-ABS-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
               END-IF
               IF  WS-ABS-AMOUNT NOT < WS-DORMANT-MIN-AMT
                   PERFORM FIND-TXN-ACCOUNT
                   IF  WS-AT-FOUND = 'Y'
                       AND AT-DORMANT (WS-AT-IDX) = 'Y'
                       AND AT-ALERTED (WS-AT-IDX) = 'N'
                       MOVE 'Y'            TO AT-ALERTED (WS-AT-IDX)
                       MOVE 'D'                    TO WS-NEW-TYPE
                       MOVE 'DORMANT ACTIVITY'     TO WS-NEW-DESC
                       MOVE TX-JR-KEY (WS-TX-IDX)  TO WS-NEW-JR-KEY
                       MOVE TX-ACCT-NO (WS-TX-IDX) TO WS-NEW-ACCT-NO
                       MOVE TX-AMOUNT (WS-TX-IDX)  TO WS-NEW-AMOUNT
                       MOVE 1                      TO WS-NEW-COUNT
                       MOVE SPACES                 TO WS-NEW-RELATED-KEY
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           SET WS-TX-IDX            UP BY 1.
      *
       FIND-TXN-ACCOUNT.
           MOVE 'N'                 TO WS-AT-FOUND
           SET WS-AT-IDX            TO 1
           PERFORM SCAN-TXN-ACCOUNT
                   UNTIL WS-AT-FOUND = 'Y'
                      OR WS-AT-IDX > WS-ACCT-COUNT.
      *
       SCAN-TXN-ACCOUNT.
           IF  TX-ACCT-NO (WS-TX-IDX) = AT-ACCT-NO (WS-AT-IDX)
               MOVE 'Y'             TO WS-AT-FOUND
           ELSE
               SET WS-AT-IDX        UP BY 1
           END-IF.
      *
      *    RAISE-ALERT - WRITES THE ALERT OPEN.  A DUPLICATE KEY
      *    MEANS AN EARLIER (ABENDED) RUN FOR THE SAME BUSINESS
      *    DATE ALREADY RAISED IT; IT IS COUNTED, NOT RAISED AGAIN,
      *    AND WHATEVER CASE STATUS COMPLIANCE HAS GIVEN IT STANDS.
       RAISE-ALERT.
           PERFORM FIND-TXN-ACCOUNT
      *
           MOVE SPACES              TO ALERT-REC
           MOVE WS-BUS-DATE         TO AL-BUS-DATE
           MOVE WS-CUR-CUST-ID      TO AL-CUST-ID
           MOVE WS-NEW-TYPE         TO AL-TYPE
           MOVE WS-NEW-JR-KEY       TO AL-TRIG-JR-KEY
           MOVE WS-NEW-ACCT-NO      TO AL-ACCT-NO
           IF  WS-AT-FOUND = 'Y'
               MOVE AT-BRANCH-CODE (WS-AT-IDX)  TO AL-BRANCH-CODE
           END-IF
           MOVE WS-NEW-AMOUNT       TO AL-AMOUNT
           MOVE WS-NEW-COUNT        TO AL-TRAN-COUNT
           MOVE WS-NEW-RELATED-KEY  TO AL-RELATED-JR-KEY
           MOVE WS-WINDOW-START-X   TO AL-WINDOW-START
           ACCEPT WS-TIME-OF-DAY    FROM TIME
           MOVE WS-RUN-DATE         TO AL-RAISED-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO AL-RAISED-TIME
           MOVE 'O'                 TO AL-CASE-STATUS
           MOVE WS-RUN-DATE         TO AL-STATUS-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO AL-STATUS-TIME
      *
           WRITE ALERT-REC
               INVALID KEY
                   IF  WS-ALERT-FILE-STATUS = '22'
                       ADD 1        TO WS-DUP-COUNT
                   ELSE
                       DISPLAY 'ALERT WRITE FAILED STATUS: '
                               WS-ALERT-FILE-STATUS
                               ' CUST-ID: ' WS-CUR-CUST-ID
                       MOVE 12      TO RETURN-CODE
                       PERFORM CLOSE-ALL
                       PERFORM STOP-PROCESS
                   END-IF
               NOT INVALID KEY
                   ADD 1            TO WS-ALERT-COUNT
                   PERFORM COUNT-ALERT-TYPE
                   PERFORM WRITE-DETAIL-LINE
           END-WRITE.
      *
       COUNT-ALERT-TYPE.
           EVALUATE WS-NEW-TYPE
               WHEN 'L'
                   ADD 1            TO WS-LARGE-COUNT
               WHEN 'S'
                   ADD 1            TO WS-STRUCT-COUNT
               WHEN 'R'
                   ADD 1            TO WS-RAPID-COUNT
               WHEN 'D'
                   ADD 1            TO WS-DORMANT-COUNT
           END-EVALUATE.
      *
       WRITE-DETAIL-LINE.
           MOVE AL-CUST-ID          TO DTL-CUST-ID
           MOVE AL-ACCT-NO          TO DTL-ACCT-NO
           MOVE AL-BRANCH-CODE      TO DTL-BRANCH-CODE
           MOVE WS-NEW-DESC         TO DTL-DESC
           MOVE AL-AMOUNT           TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO DTL-AMOUNT
           MOVE AL-TRAN-COUNT       TO DTL-COUNT
           MOVE AL-TRIG-JR-KEY      TO DTL-JR-KEY
           MOVE AL-RELATED-JR-KEY   TO DTL-RELATED-KEY
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-TOTALS.
           MOVE WS-ALERT-COUNT      TO TOT-ALERTS
           MOVE WS-DUP-COUNT        TO TOT-DUPS
           MOVE WS-LARGE-COUNT      TO TOT-LARGE
           MOVE WS-STRUCT-COUNT     TO TOT-STRUCT
           MOVE WS-RAPID-COUNT      TO TOT-RAPID
           MOVE WS-DORMANT-COUNT    TO TOT-DORMANT
           MOVE WS-WINDOW-START-X   TO TRLR-WINDOW-START
           MOVE WS-CUST-COUNT       TO TOT-CUSTOMERS
           MOVE WS-JRNL-COUNT       TO TOT-JRNL
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-3         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'ACCOUNTS READ:           ' WS-READ-COUNT
           DISPLAY 'CUSTOMERS SCANNED:       ' WS-CUST-COUNT
           DISPLAY 'CASH MOVEMENTS TESTED:   ' WS-JRNL-COUNT
           DISPLAY 'ALERTS RAISED:           ' WS-ALERT-COUNT
           DISPLAY 'ALERTS ALREADY ON FILE:  ' WS-DUP-COUNT.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE JRNPATH
           CLOSE HISTFILE
           CLOSE ALERTFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE BEING MONITORED; A 'C' RECORD FOR THIS
      *    PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED AND THE
      *    JOB REFUSES TO RUN TWICE.  AN 'S' LEFT BY AN ABENDED RUN
      *    PERMITS THE RERUN.
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
           MOVE 'CAIQ29'            TO RC-PROGRAM-ID
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
           END-READ.
      *
       WRITE-RUN-START-REC.
           MOVE SPACES              TO RUNCTL-REC
           MOVE 'CAIQ29'            TO RC-PROGRAM-ID
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
      *    RECORD COUNT IS THE NUMBER OF ALERTS RAISED.
       RUN-CONTROL-END.
           MOVE 'CAIQ29'            TO RC-PROGRAM-ID
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
                   MOVE WS-ALERT-COUNT  TO RC-RECORD-COUNT
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
