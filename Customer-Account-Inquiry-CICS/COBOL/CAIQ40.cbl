      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ40.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    UPFILE - THE CAIQU01 UNCLAIMED PROPERTY FILE WRITTEN BY
      *    THE NOTICE RUN.  THE CYCLE'S RECORDS ARE READ FRONT TO
      *    BACK AND UPDATED IN PLACE; THE HISTORY PASS READS THEM
      *    BY KEY.
           SELECT UPFILE ASSIGN TO CAIQU01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-KEY
               FILE STATUS IS WS-UP-FILE-STATUS.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT JRNLFILE ASSIGN TO CAIQJ01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO CAIQH01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPE01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT HOLDRPT ASSIGN TO CAIQS06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UH-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR25
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  UPFILE RECORDING MODE IS F.
       01  UP-REC.
           COPY CAIQUP01.
      *
       FD  CUSTFILE RECORDING MODE IS F.
       01  CUST-REC.
           COPY CAIQCR01.
      *
      *    JRNLFILE / HISTFILE - A REMITTANCE IS TWO MOVEMENTS, SO
      *    IT LEAVES AN 'E' DEBIT AND CREDIT ON THE JOURNAL AND A
      *    'P' RECORD FOR EACH ACCOUNT ON THE HISTORY TRAIL FOR THE
      *    NIGHTLY MONEY PROOF.  HISTFILE IS ALSO READ, BEFORE ANY
      *    MONEY MOVES, FOR OWNERS WHO HAVE COME FORWARD.
       FD  JRNLFILE RECORDING MODE IS F.
       01  JRNL-REC.
           COPY CAIQJR01.
      *
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
      *    PARMFILE IS REQUIRED FOR THE REMITTANCE RUN - IT NAMES
      *    THE ESCHEAT CONTROL ACCOUNT AND THE HOLDER.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           COPY CAIQPE01.
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       FD  HOLDRPT RECORDING MODE IS F.
       01  UH-REC.
           COPY CAIQUH01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-UP-FILE-STATUS       PIC XX.
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-UH-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-UP-EOF               PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
       01  WS-TIME-OF-DAY          PIC 9(08).
       01  WS-JRNL-SEQ             PIC 9(05) VALUE 0.
       01  WS-HIST-SEQ             PIC 9(05) VALUE 0.
      *
      *    WS-PARM-FIELDS - THE CAIQPE01 CARD AS USED.  THE CYCLE
      *    YEAR DEFAULTS TO THE BUSINESS DATE'S YEAR AND THE
      *    PROPERTY CODE TO AC01.
       01  WS-CYCLE-YEAR           PIC X(04) VALUE SPACES.
       01  WS-CTL-KEY.
           05  WS-CTL-CUST-ID      PIC X(10) VALUE SPACES.
           05  WS-CTL-ACCT-NO      PIC X(08) VALUE SPACES.
       01  WS-HOLDER-NAME          PIC X(30) VALUE SPACES.
       01  WS-HOLDER-TAX-ID        PIC X(09) VALUE SPACES.
       01  WS-REPORT-STATE         PIC X(02) VALUE SPACES.
       01  WS-PROPERTY-CODE        PIC X(04) VALUE 'AC01'.
       01  WS-RUN-KEY-DATE.
           05  WS-RUN-KEY-YEAR     PIC X(04).
           05  FILLER              PIC X(04) VALUE '0000'.
      *
      *    WS-EARLIEST-NOTICE - THE FIRST LETTER DATE IN THE CYCLE;
      *    THE HISTORY PASS STARTS THERE SINCE NOTHING EARLIER CAN
      *    COUNT AS THE OWNER COMING FORWARD.
       01  WS-EARLIEST-NOTICE      PIC X(08) VALUE HIGH-VALUES.
       01  WS-CYCLE-COUNT          PIC 9(9) VALUE 0.
      *
      *    WS-*-STATUS - ONLY ACCOUNTS STILL DORMANT OR INACTIVE AT
      *    REMITTANCE ARE TURNED OVER; ANY OTHER STATUS MEANS THE
      *    ACCOUNT HAS BEEN DEALT WITH SINCE THE LETTER WENT OUT.
       01  WS-DORMANT-STATUS-1     PIC X(10) VALUE 'DORMANT'.
       01  WS-DORMANT-STATUS-2     PIC X(10) VALUE 'INACTIVE'.
       01  WS-ESCHEAT-STATUS       PIC X(10) VALUE 'ESCHEATED'.
      *
      *    WS-OWN-REC / WS-CTL-REC - THE OWNER'S ACCOUNT AND THE
      *    ESCHEAT CONTROL ACCOUNT, BOTH HELD AT ONCE SO NEITHER IS
      *    REWRITTEN UNTIL BOTH HAVE BEEN READ.
       01  WS-OWN-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-OW-==.
       01  WS-CTL-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-CT-==.
      *
       01  WS-OWN-OLD-BALANCE      PIC S9(09)V99.
       01  WS-CTL-OLD-BALANCE      PIC S9(09)V99.
       01  WS-OWN-OLD-STATUS       PIC X(10).
       01  WS-REMIT-AMOUNT         PIC S9(09)V99.
      *
      *    WS-DEBIT-KEY / WS-CREDIT-KEY - THE JOURNAL KEYS OF THE
      *    TWO HALVES OF A REMITTANCE, WORKED OUT BEFORE EITHER IS
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
      *    WS-BRANCH-TOTALS - PROPERTY COUNT AND AMOUNT PER BRANCH
      *    FOR THE HOLDER REPORT, ACCUMULATED AS THE REMITTED
      *    RECORDS ARE WRITTEN, SAME AS THE MONTH-END POSTING'S.
       01  WS-BRANCH-TOTAL-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-BT-FOUND             PIC X VALUE 'N'.
       01  WS-BRANCH-TOTALS.
           05  WS-BRANCH-TOTAL OCCURS 500 TIMES
                   INDEXED BY WS-BT-IDX.
               10  BT-BRANCH-CODE      PIC X(06).
               10  BT-COUNT            PIC 9(9).
               10  BT-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-BT-AMT-DISP          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-DROPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-REMIT-COUNT          PIC 9(9) VALUE 0.
       01  WS-COMPLETED-COUNT      PIC 9(9) VALUE 0.
       01  WS-VOID-COUNT           PIC 9(9) VALUE 0.
       01  WS-NOT-DUE-COUNT        PIC 9(9) VALUE 0.
       01  WS-REMIT-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-PROP-COUNT           PIC 9(7) VALUE 0.
       01  WS-PROP-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-UH-COUNT             PIC 9(9) VALUE 0.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'UNCLAIMED PROPERTY REMITTANCE REGISTER'.
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
           05  FILLER              PIC X(08) VALUE 'NOTICE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DEADLINE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '         AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'RESULT'.
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
           05  DTL-NOTICE-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DEADLINE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-RESULT          PIC X(40).
      *
       01  SUBHDG-LINE.
           05  FILLER              PIC X(40)
               VALUE 'HOLDER REPORT TOTALS BY BRANCH'.
           05  FILLER              PIC X(92) VALUE SPACES.
      *
       01  SUBTRL-LINE.
           05  FILLER              PIC X(08) VALUE 'BRANCH: '.
           05  SUBTRL-BRANCH       PIC X(06).
           05  FILLER              PIC X(14) VALUE '  PROPERTIES: '.
           05  SUBTRL-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  AMOUNT: '.
           05  SUBTRL-AMOUNT       PIC X(18).
           05  FILLER              PIC X(67) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(13) VALUE 'IN CYCLE:    '.
           05  TOT-CYCLE           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  DROPPED:   '.
           05  TOT-DROPPED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  VOID:      '.
           05  TOT-VOID            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(15) VALUE '  NOT YET DUE: '.
           05  TOT-NOT-DUE         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(13) VALUE 'REMITTED:    '.
           05  TOT-REMIT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-REMIT-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(13) VALUE '  COMPLETED: '.
           05  TOT-COMPLETED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(81) VALUE SPACES.
      *
       01  TRLR-LINE-3.
           05  FILLER              PIC X(13) VALUE 'REPORTED:    '.
           05  TOT-PROP            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-PROP-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(17) VALUE '  HOLDER RECORDS:'.
           05  TOT-UH              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(77) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM LOAD-ESCHEAT-PARM
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM CHECK-CONTROL-ACCOUNT
           PERFORM PRINT-HEADER
      *
           PERFORM FIND-CYCLE-START
           IF  WS-CYCLE-COUNT > 0
               PERFORM DROP-RESPONDERS
               PERFORM REMIT-CYCLE
           END-IF
           PERFORM WRITE-HOLDER-REPORT
      *
           PERFORM PRINT-BRANCH-TOTALS
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
           IF  WS-NOT-DUE-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
      *    LOAD-ESCHEAT-PARM - THE CAIQPE01 CARD MUST BE THERE AND
      *    MUST NAME THE CONTROL ACCOUNT; WITHOUT IT THERE IS
      *    NOWHERE TO MOVE THE MONEY.
       LOAD-ESCHEAT-PARM.
           OPEN INPUT PARMFILE
           IF  WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ESCHEAT PARM OPEN ERROR: ' WS-PARM-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           READ PARMFILE
           IF  WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ESCHEAT PARM READ ERROR: ' WS-PARM-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               CLOSE PARMFILE
               PERFORM STOP-PROCESS
           END-IF
      *
           IF  PE-CYCLE-YEAR NUMERIC
               MOVE PE-CYCLE-YEAR   TO WS-CYCLE-YEAR
           END-IF
           MOVE PE-CTL-CUST-ID      TO WS-CTL-CUST-ID
           MOVE PE-CTL-ACCT-NO      TO WS-CTL-ACCT-NO
           MOVE PE-HOLDER-NAME      TO WS-HOLDER-NAME
           MOVE PE-HOLDER-TAX-ID    TO WS-HOLDER-TAX-ID
           MOVE PE-REPORT-STATE     TO WS-REPORT-STATE
           IF  PE-PROPERTY-CODE NOT = SPACES
               MOVE PE-PROPERTY-CODE TO WS-PROPERTY-CODE
           END-IF
           CLOSE PARMFILE
      *
           IF  WS-CTL-CUST-ID = SPACES
               OR WS-CTL-ACCT-NO = SPACES
               DISPLAY 'ESCHEAT CONTROL ACCOUNT NOT SUPPLIED'
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           DISPLAY 'ESCHEAT CONTROL ACCOUNT: ' WS-CTL-CUST-ID
                   ' ' WS-CTL-ACCT-NO
           DISPLAY 'PROPERTY TYPE CODE:      ' WS-PROPERTY-CODE.
      *
       OPEN-ALL.
           OPEN I-O UPFILE
           IF  WS-UP-FILE-STATUS NOT = '00'
               DISPLAY 'UNCLAIMED PROPERTY FILE OPEN ERROR: '
                       WS-UP-FILE-STATUS
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
           OPEN OUTPUT HOLDRPT
           IF  WS-UH-FILE-STATUS NOT = '00'
               DISPLAY 'HOLDER REPORT OPEN ERROR: ' WS-UH-FILE-STATUS
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
      *    CHECK-CONTROL-ACCOUNT - THE CONTROL ACCOUNT MUST BE ON
      *    CAIQF01 BEFORE ANY OWNER'S BALANCE IS TOUCHED.
       CHECK-CONTROL-ACCOUNT.
           MOVE WS-CTL-KEY          TO CR-CUST-KEY
           READ CUSTFILE
               INVALID KEY
                   DISPLAY 'ESCHEAT CONTROL ACCOUNT NOT ON FILE: '
                           WS-CTL-CUST-ID ' ' WS-CTL-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-READ.
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
      *    FIND-CYCLE-START - ONE PASS OVER THE CYCLE FOR ITS SIZE
      *    AND ITS EARLIEST LETTER DATE.
       FIND-CYCLE-START.
           PERFORM START-CYCLE
           IF  WS-UP-EOF = 'N'
               PERFORM READ-UPFILE
               PERFORM UNTIL WS-UP-EOF = 'Y'
                   ADD 1            TO WS-CYCLE-COUNT
                   IF  UP-NOTICE-DATE < WS-EARLIEST-NOTICE
                       MOVE UP-NOTICE-DATE TO WS-EARLIEST-NOTICE
                   END-IF
                   PERFORM READ-UPFILE
               END-PERFORM
           END-IF
      *
           DISPLAY 'ACCOUNTS IN CYCLE:       ' WS-CYCLE-COUNT.
      *
       START-CYCLE.
           MOVE 'N'                 TO WS-UP-EOF
           MOVE LOW-VALUES          TO UP-KEY
           MOVE WS-CYCLE-YEAR       TO UP-CYCLE-YEAR
           START UPFILE KEY NOT < UP-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-UP-EOF
           END-START.
      *
       READ-UPFILE.
           READ UPFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-UP-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-UP-EOF
               WHEN OTHER
                   DISPLAY 'UNCLAIMED PROPERTY READ ERROR: '
                           WS-UP-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-UP-EOF = 'N'
               AND UP-CYCLE-YEAR NOT = WS-CYCLE-YEAR
               MOVE 'Y'            TO WS-UP-EOF
           END-IF.
      *
      *    DROP-RESPONDERS - CAIQH01 IS KEYED BY DATE/TIME, SO EVERY
      *    CHANGE SINCE THE FIRST LETTER IS ONE CONTIGUOUS RANGE.  A
      *    TELLER POSTING OR A STATUS CHANGE ON AN ACCOUNT STILL
      *    AWAITING ITS DEADLINE, DATED ON OR AFTER ITS OWN LETTER,
      *    TAKES IT OUT OF THE CYCLE.  THIS RUN'S OWN RECORDS ARE
      *    NOT A RESPONSE.
       DROP-RESPONDERS.
           MOVE LOW-VALUES          TO HI-KEY
           MOVE WS-EARLIEST-NOTICE  TO HI-DATE
           START HISTFILE KEY NOT < HI-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-HIST-EOF
           END-START
      *
           IF  WS-HIST-EOF = 'N'
               PERFORM READ-HISTFILE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   PERFORM CHECK-RESPONSE THRU CHECK-RESPONSE-EXIT
                   PERFORM READ-HISTFILE
               END-PERFORM
           END-IF
      *
           DISPLAY 'DROPPED - OWNER CAME FORWARD: ' WS-DROPPED-COUNT.
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
           END-EVALUATE.
      *
       CHECK-RESPONSE.
           IF  HI-PROGRAM = 'CAIQ40'
               GO TO CHECK-RESPONSE-EXIT
           END-IF
           IF  HI-PROGRAM NOT = 'CAIQ18'
               AND HI-OLD-STATUS = HI-NEW-STATUS
               GO TO CHECK-RESPONSE-EXIT
           END-IF
      *
           MOVE WS-CYCLE-YEAR       TO UP-CYCLE-YEAR
           MOVE HI-CUST-ID          TO UP-CUST-ID
           MOVE HI-ACCT-NO          TO UP-ACCT-NO
           READ UPFILE
               INVALID KEY
                   GO TO CHECK-RESPONSE-EXIT
           END-READ
      *
           IF  UP-STATUS NOT = 'N'
               OR HI-DATE < UP-NOTICE-DATE
               GO TO CHECK-RESPONSE-EXIT
           END-IF
      *
           MOVE 'X'                 TO UP-STATUS
           IF  HI-PROGRAM = 'CAIQ18'
               MOVE 'PO'            TO UP-DROP-REASON
               MOVE 'DROPPED - CUSTOMER POSTING' TO DTL-RESULT
           ELSE
               MOVE 'SC'            TO UP-DROP-REASON
               MOVE 'DROPPED - STATUS CHANGE'    TO DTL-RESULT
           END-IF
           MOVE HI-DATE             TO UP-DROP-DATE
           PERFORM REWRITE-UP-REC
      *
           ADD 1                    TO WS-DROPPED-COUNT
           MOVE UP-NOTICE-BALANCE   TO DTL-AMOUNT
           PERFORM PRINT-UP-LINE.
      *
       CHECK-RESPONSE-EXIT.
           EXIT.
      *
      *    REMIT-CYCLE - EVERY ACCOUNT STILL AWAITING ITS DEADLINE
      *    ('N'), OR LEFT HALF-DONE BY A FAILED RUN ('P'), WHOSE
      *    DEADLINE HAS PASSED.
       REMIT-CYCLE.
           PERFORM START-CYCLE
           IF  WS-UP-EOF = 'N'
               PERFORM READ-UPFILE
               PERFORM UNTIL WS-UP-EOF = 'Y'
                   IF  UP-STATUS = 'N' OR UP-STATUS = 'P'
                       PERFORM REMIT-ACCOUNT THRU REMIT-ACCOUNT-EXIT
                   END-IF
                   PERFORM READ-UPFILE
               END-PERFORM
           END-IF
      *
           DISPLAY 'ACCOUNTS REMITTED:       ' WS-REMIT-COUNT.
      *
      *    REMIT-ACCOUNT - THE OWNER'S ACCOUNT IS RE-READ AND
      *    CHECKED AGAIN, SINCE THE BALANCE MAY HAVE MOVED (FEES,
      *    INTEREST) AND THE STATUS MAY HAVE BEEN CHANGED BY A PATH
      *    THAT LEAVES NO HISTORY.  THE BALANCE REMITTED IS THE
      *    BALANCE TODAY, NOT THE ONE ON THE LETTER.
       REMIT-ACCOUNT.
           IF  UP-DEADLINE-DATE NOT < WS-BUS-DATE
               ADD 1                TO WS-NOT-DUE-COUNT
               MOVE UP-NOTICE-BALANCE TO DTL-AMOUNT
               MOVE 'NOT YET DUE - LEFT IN CYCLE' TO DTL-RESULT
               PERFORM PRINT-UP-LINE
               GO TO REMIT-ACCOUNT-EXIT
           END-IF
      *
           MOVE UP-CUST-ID          TO CR-CUST-ID
           MOVE UP-ACCT-NO          TO CR-ACCT-NO
           READ CUSTFILE INTO WS-OWN-REC
               INVALID KEY
                   MOVE 'V'         TO UP-STATUS
                   PERFORM REWRITE-UP-REC
                   ADD 1            TO WS-VOID-COUNT
                   MOVE 0           TO DTL-AMOUNT
                   MOVE 'VOID - ACCOUNT NOT ON FILE' TO DTL-RESULT
                   PERFORM PRINT-UP-LINE
                   GO TO REMIT-ACCOUNT-EXIT
           END-READ
      *
           IF  WS-OW-ACCT-STATUS = WS-ESCHEAT-STATUS
               AND UP-STATUS = 'P'
               MOVE 'R'             TO UP-STATUS
               MOVE WS-BUS-DATE     TO UP-REMIT-DATE
               PERFORM REWRITE-UP-REC
               ADD 1                TO WS-COMPLETED-COUNT
               MOVE UP-REMIT-AMOUNT TO DTL-AMOUNT
               MOVE 'REMITTED - COMPLETED FROM PRIOR RUN'
                                    TO DTL-RESULT
               PERFORM PRINT-UP-LINE
               GO TO REMIT-ACCOUNT-EXIT
           END-IF
      *
           IF  WS-OW-ACCT-STATUS NOT = WS-DORMANT-STATUS-1
               AND WS-OW-ACCT-STATUS NOT = WS-DORMANT-STATUS-2
               MOVE 'X'             TO UP-STATUS
               MOVE 'SC'            TO UP-DROP-REASON
               MOVE WS-BUS-DATE     TO UP-DROP-DATE
               PERFORM REWRITE-UP-REC
               ADD 1                TO WS-DROPPED-COUNT
               MOVE WS-OW-ACCT-BALANCE TO DTL-AMOUNT
               MOVE 'DROPPED - STATUS CHANGE'    TO DTL-RESULT
               PERFORM PRINT-UP-LINE
               GO TO REMIT-ACCOUNT-EXIT
           END-IF
      *
           IF  WS-OW-ACCT-BALANCE NOT > 0
               MOVE 'V'             TO UP-STATUS
               PERFORM REWRITE-UP-REC
               ADD 1                TO WS-VOID-COUNT
               MOVE WS-OW-ACCT-BALANCE TO DTL-AMOUNT
               MOVE 'VOID - NO BALANCE TO REMIT' TO DTL-RESULT
               PERFORM PRINT-UP-LINE
               GO TO REMIT-ACCOUNT-EXIT
           END-IF
      *
           MOVE WS-CTL-KEY          TO CR-CUST-KEY
           READ CUSTFILE INTO WS-CTL-REC
               INVALID KEY
                   DISPLAY 'ESCHEAT CONTROL ACCOUNT NOT ON FILE: '
                           WS-CTL-CUST-ID ' ' WS-CTL-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-READ
      *
           MOVE WS-OW-ACCT-BALANCE  TO WS-REMIT-AMOUNT
           MOVE 'P'                 TO UP-STATUS
           MOVE WS-REMIT-AMOUNT     TO UP-REMIT-AMOUNT
           PERFORM REWRITE-UP-REC
      *
           PERFORM POST-REMITTANCE
      *
           MOVE 'R'                 TO UP-STATUS
           MOVE WS-BUS-DATE         TO UP-REMIT-DATE
           PERFORM REWRITE-UP-REC
      *
           ADD 1                    TO WS-REMIT-COUNT
           ADD WS-REMIT-AMOUNT      TO WS-REMIT-TOTAL
           MOVE WS-REMIT-AMOUNT     TO DTL-AMOUNT
           MOVE 'REMITTED'          TO DTL-RESULT
           PERFORM PRINT-UP-LINE.
      *
       REMIT-ACCOUNT-EXIT.
           EXIT.
      *
      *    POST-REMITTANCE - THE OWNER'S BALANCE GOES TO NIL AND
      *    THE ACCOUNT TO ESCHEATED; THE CONTROL ACCOUNT TAKES THE
      *    MONEY.  THE LAST-ACTIVITY DATE IS LEFT ALONE - THE
      *    OWNER HAS NOT TOUCHED THE ACCOUNT.
       POST-REMITTANCE.
           MOVE WS-OW-ACCT-BALANCE  TO WS-OWN-OLD-BALANCE
           MOVE WS-OW-ACCT-STATUS   TO WS-OWN-OLD-STATUS
           MOVE WS-CT-ACCT-BALANCE  TO WS-CTL-OLD-BALANCE
           SUBTRACT WS-REMIT-AMOUNT FROM WS-OW-ACCT-BALANCE
           MOVE WS-ESCHEAT-STATUS   TO WS-OW-ACCT-STATUS
           ADD WS-REMIT-AMOUNT      TO WS-CT-ACCT-BALANCE
      *
           MOVE WS-OW-CUST-KEY      TO CR-CUST-KEY
           REWRITE CUST-REC FROM WS-OWN-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT-NO: '
                           WS-OW-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE
      *
           MOVE WS-CT-CUST-KEY      TO CR-CUST-KEY
           REWRITE CUST-REC FROM WS-CTL-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACCT-NO: '
                           WS-CT-ACCT-NO
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE
      *
           PERFORM WRITE-JRNL-PAIR
           PERFORM WRITE-HISTORY-PAIR.
      *
      *    WRITE-JRNL-PAIR - TYPE 'E' DEBIT ON THE OWNER'S ACCOUNT
      *    AND 'E' CREDIT ON THE CONTROL ACCOUNT, SAME TIME AND
      *    CONSECUTIVE SEQUENCES, EACH CARRYING THE OTHER'S KEY IN
      *    JR-REV-LINK-KEY AS ON A STANDING ORDER TRANSFER.  A
      *    WRITE FAILURE IS LOGGED BUT DOES NOT BACK OUT THE
      *    POSTING, SAME AS THE OTHER BATCH TRAIL WRITES.
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
           MOVE 'CAIQ40'            TO JR-PROGRAM
           MOVE SPACES              TO JR-TERM-ID
           MOVE WS-OW-CUST-ID       TO JR-CUST-ID
           MOVE WS-OW-ACCT-NO       TO JR-ACCT-NO
           MOVE 'E'                 TO JR-TRAN-TYPE
           COMPUTE JR-AMOUNT = 0 - WS-REMIT-AMOUNT
           MOVE WS-OWN-OLD-BALANCE  TO JR-OLD-BALANCE
           MOVE WS-OW-ACCT-BALANCE  TO JR-NEW-BALANCE
           MOVE 0                   TO JR-RATE
           MOVE WS-CREDIT-KEY       TO JR-REV-LINK-KEY
      *
           WRITE JRNL-REC
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED STATUS: '
                           WS-JRNL-FILE-STATUS
                           ' ACCT-NO: ' WS-OW-ACCT-NO
           END-WRITE
      *
           MOVE SPACES              TO JRNL-REC
           MOVE WS-CREDIT-KEY       TO JR-KEY
           MOVE 'CAIQ40'            TO JR-PROGRAM
           MOVE SPACES              TO JR-TERM-ID
           MOVE WS-CT-CUST-ID       TO JR-CUST-ID
           MOVE WS-CT-ACCT-NO       TO JR-ACCT-NO
           MOVE 'E'                 TO JR-TRAN-TYPE
           MOVE WS-REMIT-AMOUNT     TO JR-AMOUNT
           MOVE WS-CTL-OLD-BALANCE  TO JR-OLD-BALANCE
           MOVE WS-CT-ACCT-BALANCE  TO JR-NEW-BALANCE
           MOVE 0                   TO JR-RATE
           MOVE WS-DEBIT-KEY        TO JR-REV-LINK-KEY
      *
           WRITE JRNL-REC
               INVALID KEY
                   DISPLAY 'JOURNAL WRITE FAILED STATUS: '
                           WS-JRNL-FILE-STATUS
                           ' ACCT-NO: ' WS-CT-ACCT-NO
           END-WRITE.
      *
      *    WRITE-HISTORY-PAIR - ACTION 'P' FOR EACH ACCOUNT WITH ITS
      *    TRUE OLD/NEW BALANCES.  THE OWNER'S RECORD ALSO CARRIES
      *    THE MOVE TO ESCHEATED IN ITS OLD/NEW STATUS - IT IS ONE
      *    CHANGE, AND AN 'S' RECORD OUT OF DORMANT WOULD READ AS A
      *    REACTIVATION TO THE FRAUD MONITOR.
       WRITE-HISTORY-PAIR.
           MOVE SPACES              TO HIST-REC
           ACCEPT WS-TIME-OF-DAY    FROM TIME
           ADD 1                    TO WS-HIST-SEQ
           MOVE WS-RUN-DATE         TO HI-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO HI-TIME
           MOVE WS-HIST-SEQ         TO HI-SEQ
           MOVE 'CAIQ40'            TO HI-PROGRAM
           MOVE SPACES              TO HI-TERM-ID
           MOVE 'P'                 TO HI-ACTION
           MOVE WS-OW-CUST-ID       TO HI-CUST-ID
           MOVE WS-OW-ACCT-NO       TO HI-ACCT-NO
           MOVE WS-OWN-OLD-STATUS   TO HI-OLD-STATUS
           MOVE WS-OW-ACCT-STATUS   TO HI-NEW-STATUS
           MOVE WS-OWN-OLD-BALANCE  TO HI-OLD-BALANCE
           MOVE WS-OW-ACCT-BALANCE  TO HI-NEW-BALANCE
           MOVE WS-OW-BRANCH-CODE   TO HI-OLD-BRANCH
           MOVE WS-OW-BRANCH-CODE   TO HI-NEW-BRANCH
      *
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY 'HISTORY WRITE FAILED STATUS: '
                           WS-HIST-FILE-STATUS
                           ' ACCT-NO: ' WS-OW-ACCT-NO
           END-WRITE
      *
           MOVE SPACES              TO HIST-REC
           ADD 1                    TO WS-HIST-SEQ
           MOVE WS-RUN-DATE         TO HI-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO HI-TIME
           MOVE WS-HIST-SEQ         TO HI-SEQ
           MOVE 'CAIQ40'            TO HI-PROGRAM
           MOVE SPACES              TO HI-TERM-ID
           MOVE 'P'                 TO HI-ACTION
           MOVE WS-CT-CUST-ID       TO HI-CUST-ID
           MOVE WS-CT-ACCT-NO       TO HI-ACCT-NO
           MOVE WS-CT-ACCT-STATUS   TO HI-OLD-STATUS
           MOVE WS-CT-ACCT-STATUS   TO HI-NEW-STATUS
           MOVE WS-CTL-OLD-BALANCE  TO HI-OLD-BALANCE
           MOVE WS-CT-ACCT-BALANCE  TO HI-NEW-BALANCE
           MOVE WS-CT-BRANCH-CODE   TO HI-OLD-BRANCH
           MOVE WS-CT-BRANCH-CODE   TO HI-NEW-BRANCH
      *
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY 'HISTORY WRITE FAILED STATUS: '
                           WS-HIST-FILE-STATUS
                           ' ACCT-NO: ' WS-CT-ACCT-NO
           END-WRITE.
      *
       REWRITE-UP-REC.
           REWRITE UP-REC
               INVALID KEY
                   DISPLAY 'UNCLAIMED PROPERTY REWRITE ERROR: '
                           WS-UP-FILE-STATUS ' KEY ' UP-KEY
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE.
      *
      *    WRITE-HOLDER-REPORT - BUILT FROM EVERY REMITTED RECORD IN
      *    THE CYCLE, NOT JUST THIS RUN'S, SO A RERUN AFTER A
      *    FAILURE STILL HANDS THE STATE ONE COMPLETE REPORT.
       WRITE-HOLDER-REPORT.
           MOVE SPACES              TO UH-REC
           MOVE '1'                 TO UH-REC-TYPE
           MOVE WS-HOLDER-TAX-ID    TO UH-HOLDER-TAX-ID
           MOVE WS-HOLDER-NAME      TO UH-HOLDER-NAME
           MOVE WS-REPORT-STATE     TO UH-REPORT-STATE
           MOVE WS-CYCLE-YEAR       TO UH-REPORT-YEAR
           MOVE WS-RUN-DATE         TO UH-CREATE-DATE
           PERFORM WRITE-UH-REC
      *
           PERFORM START-CYCLE
           IF  WS-UP-EOF = 'N'
               PERFORM READ-UPFILE
               PERFORM UNTIL WS-UP-EOF = 'Y'
                   IF  UP-STATUS = 'R'
                       PERFORM WRITE-PROPERTY-REC
                   END-IF
                   PERFORM READ-UPFILE
               END-PERFORM
           END-IF
      *
           SET WS-BT-IDX            TO 1
           PERFORM WRITE-BRANCH-REC
                   UNTIL WS-BT-IDX > WS-BRANCH-TOTAL-COUNT
      *
           MOVE SPACES              TO UH-REC
           MOVE '9'                 TO UH-REC-TYPE
           MOVE WS-PROP-COUNT       TO UH-SUM-PROP-COUNT
           MOVE WS-PROP-AMOUNT      TO UH-SUM-AMOUNT
           MOVE WS-BRANCH-TOTAL-COUNT TO UH-SUM-BRANCH-COUNT
           ADD 1 WS-UH-COUNT        GIVING UH-SUM-REC-COUNT
           PERFORM WRITE-UH-REC.
      *
       WRITE-PROPERTY-REC.
           ADD 1                    TO WS-PROP-COUNT
           ADD UP-REMIT-AMOUNT      TO WS-PROP-AMOUNT
           PERFORM FIND-OR-ADD-BRANCH-TOTAL
      *
           MOVE SPACES              TO UH-REC
           MOVE '2'                 TO UH-REC-TYPE
           MOVE WS-PROP-COUNT       TO UH-PROP-SEQ
           MOVE WS-PROPERTY-CODE    TO UH-PROP-TYPE
           MOVE UP-CUST-NAME        TO UH-OWNER-NAME
           MOVE UP-ADDR1            TO UH-OWNER-ADDR1
           MOVE UP-ADDR2            TO UH-OWNER-ADDR2
           MOVE UP-ADDR3            TO UH-OWNER-ADDR3
           MOVE UP-CUST-ID          TO UH-OWNER-ID
           MOVE UP-ACCT-NO          TO UH-ACCT-NO
           MOVE UP-ACCT-TYPE        TO UH-ACCT-TYPE
           MOVE UP-BRANCH-CODE      TO UH-BRANCH-CODE
           MOVE UP-LAST-ACTIVITY-DATE TO UH-LAST-ACTIVITY
           MOVE UP-NOTICE-DATE      TO UH-NOTICE-DATE
           MOVE UP-LETTER-FLAG      TO UH-LETTER-SENT
           MOVE UP-REMIT-DATE       TO UH-REMIT-DATE
           MOVE UP-REMIT-AMOUNT     TO UH-AMOUNT
           PERFORM WRITE-UH-REC.
      *
       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE 'N'                    TO WS-BT-FOUND
           SET WS-BT-IDX               TO 1
           PERFORM SCAN-BRANCH-TOTAL
                   UNTIL WS-BT-FOUND = 'Y'
                      OR WS-BT-IDX > WS-BRANCH-TOTAL-COUNT
      *
           IF  WS-BT-FOUND = 'N'
               ADD 1                   TO WS-BRANCH-TOTAL-COUNT
               SET WS-BT-IDX           TO WS-BRANCH-TOTAL-COUNT
               MOVE UP-BRANCH-CODE     TO BT-BRANCH-CODE (WS-BT-IDX)
               MOVE 0                  TO BT-COUNT (WS-BT-IDX)
               MOVE 0                  TO BT-AMOUNT (WS-BT-IDX)
           END-IF
      *
           ADD 1                       TO BT-COUNT (WS-BT-IDX)
           ADD UP-REMIT-AMOUNT         TO BT-AMOUNT (WS-BT-IDX).
      *
       SCAN-BRANCH-TOTAL.
           IF  UP-BRANCH-CODE = BT-BRANCH-CODE (WS-BT-IDX)
               MOVE 'Y'                TO WS-BT-FOUND
           ELSE
               SET WS-BT-IDX           UP BY 1
           END-IF.
      *
       WRITE-BRANCH-REC.
           MOVE SPACES              TO UH-REC
           MOVE '8'                 TO UH-REC-TYPE
           MOVE BT-BRANCH-CODE (WS-BT-IDX) TO UH-BT-BRANCH-CODE
           MOVE BT-COUNT (WS-BT-IDX)       TO UH-BT-COUNT
           MOVE BT-AMOUNT (WS-BT-IDX)      TO UH-BT-AMOUNT
           PERFORM WRITE-UH-REC
           SET WS-BT-IDX            UP BY 1.
      *
       WRITE-UH-REC.
           WRITE UH-REC
           IF  WS-UH-FILE-STATUS NOT = '00'
               DISPLAY 'HOLDER REPORT WRITE ERROR: ' WS-UH-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
           ADD 1                    TO WS-UH-COUNT.
      *
       PRINT-UP-LINE.
           MOVE UP-CUST-ID          TO DTL-CUST-ID
           MOVE UP-ACCT-NO          TO DTL-ACCT-NO
           MOVE UP-CUST-NAME        TO DTL-CUST-NAME
           MOVE UP-BRANCH-CODE      TO DTL-BRANCH-CODE
           MOVE UP-NOTICE-DATE      TO DTL-NOTICE-DATE
           MOVE UP-DEADLINE-DATE    TO DTL-DEADLINE
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-TOTALS.
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE SUBHDG-LINE         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           SET WS-BT-IDX               TO 1
           PERFORM PRINT-ONE-BRANCH-TOTAL
                   UNTIL WS-BT-IDX > WS-BRANCH-TOTAL-COUNT.
      *
       PRINT-ONE-BRANCH-TOTAL.
           MOVE BT-BRANCH-CODE (WS-BT-IDX) TO SUBTRL-BRANCH
           MOVE BT-COUNT (WS-BT-IDX)       TO SUBTRL-COUNT
           MOVE BT-AMOUNT (WS-BT-IDX)      TO WS-BT-AMT-DISP
           MOVE WS-BT-AMT-DISP             TO SUBTRL-AMOUNT
      *
           MOVE SUBTRL-LINE         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           SET WS-BT-IDX            UP BY 1.
      *
       PRINT-TOTALS.
           MOVE WS-CYCLE-COUNT      TO TOT-CYCLE
           MOVE WS-DROPPED-COUNT    TO TOT-DROPPED
           MOVE WS-VOID-COUNT       TO TOT-VOID
           MOVE WS-NOT-DUE-COUNT    TO TOT-NOT-DUE
           MOVE WS-REMIT-COUNT      TO TOT-REMIT
           MOVE WS-REMIT-TOTAL      TO TOT-REMIT-AMT
           MOVE WS-COMPLETED-COUNT  TO TOT-COMPLETED
           MOVE WS-PROP-COUNT       TO TOT-PROP
           MOVE WS-PROP-AMOUNT      TO TOT-PROP-AMT
           MOVE WS-UH-COUNT         TO TOT-UH
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-3         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'ACCOUNTS VOID:           ' WS-VOID-COUNT
           DISPLAY 'NOT YET DUE:             ' WS-NOT-DUE-COUNT
           DISPLAY 'COMPLETED FROM PRIOR RUN:' WS-COMPLETED-COUNT
           DISPLAY 'PROPERTIES REPORTED:     ' WS-PROP-COUNT
           DISPLAY 'HOLDER RECORDS WRITTEN:  ' WS-UH-COUNT.
      *
       CLOSE-ALL.
           CLOSE UPFILE
           CLOSE CUSTFILE
           CLOSE JRNLFILE
           CLOSE HISTFILE
           CLOSE HOLDRPT
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - RUN CONTROL SHARED BY THE CONTROLLED
      *    BATCH JOBS, KEYED HERE BY CYCLE YEAR (YYYY0000) SO A
      *    CYCLE IS REMITTED ONCE.  A 'C' RECORD REFUSES THE RUN;
      *    AN 'S' LEFT BY A FAILED RUN PERMITS THE RERUN, WHICH
      *    PICKS UP THE 'P' RECORDS THE FAILED RUN LEFT.
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
           MOVE 'CAIQ40'            TO RC-PROGRAM-ID
           MOVE WS-RUN-KEY-DATE     TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'REMITTANCE ALREADY COMPLETED FOR '
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
           MOVE 'CAIQ40'            TO RC-PROGRAM-ID
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
      *    RECORD COUNT IS THE NUMBER OF PROPERTIES REPORTED.  A
      *    CYCLE WITH ACCOUNTS NOT YET DUE IS LEFT OPEN SO IT CAN
      *    BE RUN AGAIN ONCE THEIR DEADLINES PASS.
       RUN-CONTROL-END.
           MOVE 'CAIQ40'            TO RC-PROGRAM-ID
           MOVE WS-RUN-KEY-DATE     TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'RUN CONTROL END UPDATE FAILED: '
                           WS-RC-FILE-STATUS
               NOT INVALID KEY
                   IF  WS-NOT-DUE-COUNT = 0
                       MOVE 'C'     TO RC-STATUS
                   END-IF
                   ACCEPT WS-RC-DATE  FROM DATE YYYYMMDD
                   ACCEPT WS-RC-TIME  FROM TIME
                   MOVE WS-RC-DATE  TO RC-END-DATE
                   MOVE WS-RC-TIME (1:6)  TO RC-END-TIME
                   MOVE WS-PROP-COUNT     TO RC-RECORD-COUNT
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
