       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    CUSTFILE - DYNAMIC ACCESS: READ IN KEY ORDER FOR THE
      *    CUSTOMERS' OWN STATEMENTS, THEN BY KEY FOR THE ACCOUNTS
      *    ON THE JOINT OWNERS' COPIES.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT STMTFILE ASSIGN TO CAIQS01
           SELECT HELDRPT ASSIGN TO CAIQR17
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RELFILE ASSIGN TO CAIQY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPV01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *    ADDRFILE - THE CAIQW03 MAILING ADDRESS WORK FILE, LOADED
      *    FROM Z88436T AT THE START OF THE RUN AND THEN READ BY
      *    ACCOUNT NUMBER FOR EACH STATEMENT.  SEE CAIQAD01.
           SELECT ADDRFILE ASSIGN TO CAIQW03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-NO
               FILE STATUS IS WS-ADDR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *    HOLD AND WHY NOTHING WENT OUT.
       FD  HELDRPT RECORDING MODE IS V.
       01  HELD-REC                PIC X(100).
      *
      *    RELFILE - THE CAIQY01 CUSTOMER/ACCOUNT RELATIONSHIPS, IN
      *    RELATED-CUSTOMER ORDER.  A JOINT OWNER WHOSE STATEMENT
      *    PREFERENCE IS PRINT OR ELECTRONIC GETS THEIR OWN COPY OF
      *    THE ACCOUNTS THEY JOINTLY OWN, AFTER THE PRIMARY HOLDERS'
      *    STATEMENTS; THE OTHER ROLES GET NONE.
       FD  RELFILE RECORDING MODE IS F.
       01  REL-REC.
           COPY CAIQRL01.
      *
      *    PARMFILE IS OPTIONAL - ONE RECORD SAYING HOW A TELLER
      *    POSTING AND ITS SAME-DAY SUPERVISOR REVERSAL APPEAR ON
      *    THE STATEMENT: 'A' BOTH LINES, EACH LABELLED (THE
      *    DEFAULT, AND WHAT A MISSING DD OR DD DUMMY GIVES), 'N'
      *    NETTED TO ONE ZERO-AMOUNT LINE, 'S' SUPPRESSED
      *    ALTOGETHER.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           05  PV-REVERSAL-MODE    PIC X(01).
      *
       FD  ADDRFILE RECORDING MODE IS F.
       01  ADDR-REC.
           COPY CAIQAD01.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-JRN-FILE-STATUS      PIC XX.
       01  WS-ES-FILE-STATUS       PIC XX.
       01  WS-HELD-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-REL-FILE-STATUS      PIC XX.
       01  WS-ADDR-FILE-STATUS     PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REL-EOF              PIC X VALUE 'N'.
       01  WS-JRN-EOF              PIC X VALUE 'N'.
       01  WS-SQLCODE-DISPLAY      PIC -9(9).
      *
       01  WS-SKIPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ES-REC-COUNT         PIC 9(9) VALUE 0.
       01  WS-REV-PAIR-COUNT       PIC 9(9) VALUE 0.
       01  WS-JNT-PRINT-COUNT      PIC 9(9) VALUE 0.
       01  WS-JNT-ELEC-COUNT       PIC 9(9) VALUE 0.
      *
      *    WS-ADDR-METHOD - 'B' ADDRESSES COME FROM THE BULK-LOADED
      *    ADDRFILE; 'S' ONE SINGLETON SELECT PER LOOKUP, WHICH IS
      *    WHAT A RUN WITHOUT THE CAIQW03 DD FALLS BACK TO.
      *    WS-ADDR-LOOKUP-COUNT IS THE LOOKUPS MADE - ALSO THE DB2
      *    CALLS THE SINGLETON METHOD NEEDS FOR THEM - AND
      *    WS-DB2-CALL-COUNT THE DB2 CALLS THIS RUN ACTUALLY MADE.
       01  WS-ADDR-METHOD          PIC X(01) VALUE 'B'.
       01  WS-ADDR-LOOKUP-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDR-LOAD-COUNT      PIC 9(9) VALUE 0.
       01  WS-DB2-CALL-COUNT       PIC 9(9) VALUE 0.
       01  WS-ROWSET-EOF           PIC X VALUE 'N'.
       01  WS-ROWSET-SIZE          PIC S9(4) COMP VALUE 100.
       01  WS-ROWS-FETCHED         PIC S9(9) COMP.
       01  WS-ROW-IDX              PIC S9(9) COMP.
      *
      *    WS-START-TIME / WS-END-TIME - TIME OF DAY (HHMMSSTT) AT
      *    THE START AND END OF THE RUN, FOR THE ELAPSED TIME ON THE
      *    SUMMARY PAGE.  A RUN THAT CROSSES MIDNIGHT GETS A DAY
      *    ADDED BACK.
       01  WS-START-TIME.
           05  WS-ST-HH            PIC 9(02).
           05  WS-ST-MM            PIC 9(02).
           05  WS-ST-SS            PIC 9(02).
           05  WS-ST-TT            PIC 9(02).
       01  WS-END-TIME.
           05  WS-ET-HH            PIC 9(02).
           05  WS-ET-MM            PIC 9(02).
           05  WS-ET-SS            PIC 9(02).
           05  WS-ET-TT            PIC 9(02).
       01  WS-START-HUND           PIC 9(08).
       01  WS-END-HUND             PIC 9(08).
       01  WS-ELAPSED-SECS         PIC 9(06)V99.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
       01  WS-CUR-CUST-ID          PIC X(10) VALUE LOW-VALUES.
       01  WS-STMT-OPEN            PIC X(01) VALUE 'N'.
      *
      *    WS-STMT-NAME - THE NAME THE OPEN STATEMENT IS ADDRESSED
      *    TO: THE ACCOUNT HOLDER'S ON THEIR OWN STATEMENT, THE
      *    JOINT OWNER'S ON A JOINT OWNER'S COPY.
       01  WS-STMT-NAME            PIC X(30).
      *
      *    WS-STMT-MODE - HOW THE OPEN STATEMENT IS BEING
      *    DELIVERED: 'P' TO THE PRINT FILE AS ALWAYS, 'E' TO THE
      *    VENDOR EXTRACT.  TAKEN FROM CR-STMT-PREF ON THE
      *    CUSTOMER'S FIRST NON-CLOSED ACCOUNT RECORD.
       01  WS-STMT-MODE            PIC X(01) VALUE 'P'.
      *
      *    WS-REV-MODE / WS-REV-ADJUST - THE REVERSED-PAIR OPTION
      *    FROM THE PARM, AND THE AMOUNT OF ANY REVERSED POSTING
      *    LEFT OFF THE STATEMENT WHOSE REVERSAL HAS NOT BEEN
      *    REACHED YET.  THE RUNNING BALANCE ON THE LINES IN
      *    BETWEEN IS SHOWN LESS THAT AMOUNT, SO THE ACTIVITY
      *    STILL ADDS UP TO EVERY BALANCE PRINTED.
       01  WS-REV-MODE             PIC X(01) VALUE 'A'.
       01  WS-REV-ADJUST           PIC S9(09)V99.
       01  WS-REV-AMOUNT           PIC S9(09)V99.
       01  WS-SHOW-BALANCE         PIC S9(09)V99.
      *
       01  WS-BAL-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  HV-ADDR1                PIC X(25).
       01  HV-ADDR2                PIC X(20).
       01  HV-ADDR3                PIC X(15).
      *
      *    HVA- - ROWSET HOST VARIABLE ARRAYS FOR THE ADDRESS LOAD.
       01  HVA-ACCTNO-ARRAY.
           05  HVA-ACCTNO          PIC X(08) OCCURS 100 TIMES.
       01  HVA-ADDR1-ARRAY.
           05  HVA-ADDR1           PIC X(25) OCCURS 100 TIMES.
       01  HVA-ADDR2-ARRAY.
           05  HVA-ADDR2           PIC X(20) OCCURS 100 TIMES.
       01  HVA-ADDR3-ARRAY.
           05  HVA-ADDR3           PIC X(15) OCCURS 100 TIMES.
      *
           EXEC SQL
               DECLARE C1 CURSOR WITH ROWSET POSITIONING FOR
                   SELECT ACCTNO, ADDRESS1, ADDRESS2, ADDRESS3
                     FROM Z88436.Z88436T
                    ORDER BY ACCTNO
           END-EXEC.
      *
       01  STMT-TITLE-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
               VALUE 'HELD (PREFERENCE):    '.
           05  TOT-HELD            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  TRLR-LINE-6.
           05  FILLER              PIC X(23)
               VALUE 'JOINT OWNER PRINTED:  '.
           05  TOT-JNT-PRINT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  TRLR-LINE-7.
           05  FILLER              PIC X(23)
               VALUE 'JOINT OWNER EXTRACT:  '.
           05  TOT-JNT-ELEC        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  TRLR-LINE-8.
           05  FILLER              PIC X(23)
               VALUE 'ADDRESS METHOD:       '.
           05  TOT-ADDR-METHOD     PIC X(20).
           05  FILLER              PIC X(37) VALUE SPACES.
      *
       01  TRLR-LINE-9.
           05  FILLER              PIC X(23)
               VALUE 'DB2 CALLS PER-SELECT: '.
           05  TOT-DB2-BEFORE      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  TRLR-LINE-10.
           05  FILLER              PIC X(23)
               VALUE 'DB2 CALLS THIS RUN:   '.
           05  TOT-DB2-AFTER       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  TRLR-LINE-11.
           05  FILLER              PIC X(23)
               VALUE 'ELAPSED SECONDS:      '.
           05  TOT-ELAPSED         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(47) VALUE SPACES.
      *
       01  HELD-HDG-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           ACCEPT WS-START-TIME     FROM TIME
           ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE         TO STMT-DATE
      *
           MOVE '01'                TO WS-PERIOD-START (7:2)
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-REVERSAL-PARM
           PERFORM LOAD-ADDRESS-FILE THRU LOAD-ADDRESS-FILE-EXIT
      *
           PERFORM READ-CUSTFILE
           PERFORM UNTIL WS-EOF = 'Y'
           END-PERFORM
      *
           PERFORM END-STATEMENT
      *
           MOVE LOW-VALUES          TO WS-CUR-CUST-ID
           PERFORM READ-RELFILE
           PERFORM UNTIL WS-REL-EOF = 'Y'
               PERFORM PROCESS-REL-REC
               PERFORM READ-RELFILE
           END-PERFORM
      *
           PERFORM END-STATEMENT
      *
           PERFORM WRITE-ES-TRAILER
           PERFORM PRINT-HELD-TRAILER
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT RELFILE
           IF  WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'RELATIONSHIP FILE OPEN ERROR: '
                       WS-REL-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           PERFORM WRITE-ES-HEADER
      *
           WRITE HELD-REC AFTER ADVANCING PAGE
           MOVE ALL '-'             TO HELD-REC
           WRITE HELD-REC AFTER ADVANCING 1 LINE.
      *
       LOAD-REVERSAL-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   AND (PV-REVERSAL-MODE = 'A'
                     OR PV-REVERSAL-MODE = 'N'
                     OR PV-REVERSAL-MODE = 'S')
                   MOVE PV-REVERSAL-MODE TO WS-REV-MODE
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           DISPLAY 'REVERSED PAIRS SHOWN AS: ' WS-REV-MODE.
      *
      *    LOAD-ADDRESS-FILE - ONE CURSOR PASS OVER Z88436T IN
      *    ACCTNO ORDER, A ROWSET AT A TIME, INTO THE ADDRFILE WORK
      *    FILE, SO THE STATEMENTS' ADDRESSES COST ONE DB2 CALL PER
      *    HUNDRED ROWS INSTEAD OF ONE PER CUSTOMER.  WITH NO
      *    CAIQW03 DD THE RUN SELECTS EACH ADDRESS AS IT GOES, AS IT
      *    ALWAYS DID - SAME STATEMENTS, MORE DB2 CALLS.
       LOAD-ADDRESS-FILE.
           OPEN OUTPUT ADDRFILE
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE NOT AVAILABLE: '
                       WS-ADDR-FILE-STATUS
               DISPLAY 'ADDRESSES WILL BE SELECTED PER STATEMENT'
               MOVE 'S'            TO WS-ADDR-METHOD
               GO TO LOAD-ADDRESS-FILE-EXIT
           END-IF
      *
           EXEC SQL OPEN C1 END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
           IF  SQLCODE NOT = 0
               MOVE SQLCODE        TO WS-SQLCODE-DISPLAY
               DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISPLAY
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE 'N'                 TO WS-ROWSET-EOF
           PERFORM UNTIL WS-ROWSET-EOF = 'Y'
               PERFORM FETCH-ADDRESS-ROWSET
               MOVE 1               TO WS-ROW-IDX
               PERFORM WRITE-ADDRESS-ROW
                       UNTIL WS-ROW-IDX > WS-ROWS-FETCHED
           END-PERFORM
      *
           EXEC SQL CLOSE C1 END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
           IF  SQLCODE NOT = 0
               MOVE SQLCODE        TO WS-SQLCODE-DISPLAY
               DISPLAY 'CURSOR CLOSE ERROR: ' WS-SQLCODE-DISPLAY
           END-IF
      *
           CLOSE ADDRFILE
           OPEN INPUT ADDRFILE
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE OPEN ERROR: '
                       WS-ADDR-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           DISPLAY 'ADDRESSES LOADED:        ' WS-ADDR-LOAD-COUNT.
      *
       LOAD-ADDRESS-FILE-EXIT.
           EXIT.
      *
      *    FETCH-ADDRESS-ROWSET - NEXT ROWSET; +100 STILL RETURNS
      *    WHATEVER PARTIAL ROWSET WAS LEFT.
       FETCH-ADDRESS-ROWSET.
           EXEC SQL
               FETCH NEXT ROWSET FROM C1
                 FOR :WS-ROWSET-SIZE ROWS
                INTO :HVA-ACCTNO,
                     :HVA-ADDR1,
                     :HVA-ADDR2,
                     :HVA-ADDR3
           END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO WS-ROWS-FETCHED
               WHEN 100
                   MOVE SQLERRD (3) TO WS-ROWS-FETCHED
                   MOVE 'Y'         TO WS-ROWSET-EOF
               WHEN OTHER
                   MOVE SQLCODE     TO WS-SQLCODE-DISPLAY
                   DISPLAY 'DB2 ERROR:  ' WS-SQLCODE-DISPLAY
                   DISPLAY 'PROGRAM TERMINATED ABNORMALLY'
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    WRITE-ADDRESS-ROW - A DUPLICATE ACCTNO STOPS THE RUN, THE
      *    SAME AS THE SINGLETON SELECT WOULD HAVE FAILED ON IT.
       WRITE-ADDRESS-ROW.
           MOVE SPACES              TO ADDR-REC
           MOVE HVA-ACCTNO (WS-ROW-IDX)  TO AD-ACCT-NO
           MOVE HVA-ADDR1 (WS-ROW-IDX)   TO AD-ADDR1
           MOVE HVA-ADDR2 (WS-ROW-IDX)   TO AD-ADDR2
           MOVE HVA-ADDR3 (WS-ROW-IDX)   TO AD-ADDR3
      *
           WRITE ADDR-REC
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE WRITE ERROR: '
                       WS-ADDR-FILE-STATUS ' ACCTNO ' AD-ACCT-NO
               MOVE 12              TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           ADD 1                    TO WS-ADDR-LOAD-COUNT
           ADD 1                    TO WS-ROW-IDX.
      *
       WRITE-ES-HEADER.
           MOVE SPACES              TO ES-HDR-REC
      *    EXTRACT, EVERYONE ELSE PRINTS AS ALWAYS.
       START-STATEMENT.
           MOVE CR-CUST-ID          TO WS-CUR-CUST-ID
           MOVE CR-CUST-NAME        TO WS-STMT-NAME
      *
           IF  CR-STMT-PREF = 'H'
               PERFORM HOLD-STATEMENT
                       PERFORM STOP-PROCESS
               END-EVALUATE
           END-IF.
      *
      *    READ-RELFILE - NEXT CAIQY01 RELATIONSHIP, IN RELATED-
      *    CUSTOMER ORDER, SO A JOINT OWNER'S ACCOUNTS ARE ADJACENT
      *    THE SAME WAY A HOLDER'S ARE ON CAIQF01.
       READ-RELFILE.
           READ RELFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-REL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-REL-EOF
               WHEN OTHER
                   DISPLAY 'RELATIONSHIP READ ERROR: '
                           WS-REL-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-REL-REC - A JOINT OWNER IN FORCE ON THE RUN DATE
      *    WHO WANTS A PRINTED OR ELECTRONIC STATEMENT GETS ONE
      *    COPY COVERING ALL THE ACCOUNTS THEY JOINTLY OWN: A
      *    CONTROL BREAK ON THE JOINT OWNER'S ID, AND A SECTION PER
      *    ACCOUNT BUILT FROM THE ACCOUNT'S OWN CAIQF01 RECORD AND
      *    JOURNAL, EXACTLY AS ON THE HOLDER'S STATEMENT.  CLOSED
      *    ACCOUNTS, AND ACCOUNTS NO LONGER ON CAIQF01, ARE LEFT
      *    OFF.
       PROCESS-REL-REC.
           IF  RL-ROLE = 'J'
               AND (RL-STMT-PREF = 'P' OR RL-STMT-PREF = 'E')
               AND RL-EFF-DATE NOT > WS-RUN-DATE-X
               AND (RL-END-DATE = SPACES
                 OR RL-END-DATE NOT < WS-RUN-DATE-X)
               MOVE RL-PRIM-CUST-ID TO CR-CUST-ID
               MOVE RL-ACCT-NO      TO CR-ACCT-NO
               READ CUSTFILE
                   KEY IS CR-CUST-KEY
               END-READ
               EVALUATE WS-IN-FILE-STATUS
                   WHEN '00'
                       IF  CR-ACCT-STATUS NOT = WS-CLOSED-STATUS
                           PERFORM JOINT-ACCOUNT-SECTION
                       END-IF
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'READ ERROR: ' WS-IN-FILE-STATUS
                       MOVE 12     TO RETURN-CODE
                       PERFORM CLOSE-ALL
                       PERFORM STOP-PROCESS
               END-EVALUATE
           END-IF.
      *
       JOINT-ACCOUNT-SECTION.
           IF  RL-CUST-ID NOT = WS-CUR-CUST-ID
               PERFORM END-STATEMENT
               PERFORM START-JOINT-STATEMENT
           END-IF
           IF  WS-STMT-OPEN = 'Y'
               IF  WS-STMT-MODE = 'E'
                   PERFORM ELEC-ACCOUNT-SECTION
               ELSE
                   PERFORM PRINT-ACCOUNT-SECTION
               END-IF
           END-IF.
      *
      *    START-JOINT-STATEMENT - THE JOINT OWNER'S OWN ADDRESS ON
      *    THE RELATIONSHIP IF THEY GAVE ONE, OTHERWISE THE
      *    ACCOUNT'S Z88436T ADDRESS; THE DELIVERY PREFERENCE ON
      *    THEIR FIRST RELATIONSHIP DECIDES PRINT OR EXTRACT.
       START-JOINT-STATEMENT.
           MOVE RL-CUST-ID          TO WS-CUR-CUST-ID
           MOVE RL-CUST-NAME        TO WS-STMT-NAME
      *
           IF  RL-ADDR1 = SPACES
               AND RL-ADDR2 = SPACES
               AND RL-ADDR3 = SPACES
               PERFORM GET-ADDRESS
           ELSE
               MOVE RL-ADDR1        TO HV-ADDR1
               MOVE RL-ADDR2        TO HV-ADDR2
               MOVE RL-ADDR3        TO HV-ADDR3
               MOVE 0               TO SQLCODE
           END-IF
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF  RL-STMT-PREF = 'E'
                       MOVE 'E'    TO WS-STMT-MODE
                       PERFORM WRITE-ES-STMT-REC
                       ADD 1       TO WS-JNT-ELEC-COUNT
                   ELSE
                       MOVE 'P'    TO WS-STMT-MODE
                       PERFORM PRINT-STATEMENT-TOP
                       ADD 1       TO WS-JNT-PRINT-COUNT
                   END-IF
                   MOVE 'Y'        TO WS-STMT-OPEN
               WHEN 100
                   MOVE 'N'        TO WS-STMT-OPEN
                   ADD 1           TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'DB2 ERROR:  ' WS-SQLCODE-DISPLAY
                   DISPLAY 'PROGRAM TERMINATED ABNORMALLY'
                   MOVE 12     TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
       HOLD-STATEMENT.
           ADD 1                    TO WS-HELD-COUNT
       WRITE-ES-STMT-REC.
           MOVE SPACES              TO ES-STMT-REC
           MOVE 'S'                 TO ES-RECORD-TYPE
           MOVE WS-CUR-CUST-ID      TO ES-CUST-ID
           MOVE WS-STMT-NAME        TO ES-CUST-NAME
           MOVE HV-ADDR1            TO ES-ADDR1
           MOVE HV-ADDR2            TO ES-ADDR2
           MOVE HV-ADDR3            TO ES-ADDR3
       WRITE-ES-ACCT-REC.
           MOVE SPACES              TO ES-ACCT-REC
           MOVE 'B'                 TO EA-RECORD-TYPE
           MOVE WS-CUR-CUST-ID      TO EA-CUST-ID
           MOVE CR-ACCT-NO          TO EA-ACCT-NO
           MOVE CR-ACCT-TYPE        TO EA-ACCT-TYPE
           MOVE CR-BRANCH-CODE      TO EA-BRANCH-CODE
           MOVE JR-DATE             TO EV-DATE
           MOVE JR-TRAN-TYPE        TO EV-TRAN-TYPE
           MOVE JR-AMOUNT           TO EV-AMOUNT
           COMPUTE EV-OLD-BALANCE = JR-OLD-BALANCE - WS-REV-ADJUST
           COMPUTE EV-NEW-BALANCE = JR-NEW-BALANCE - WS-REV-ADJUST
           PERFORM WRITE-ES-RECORD.
      *
       WRITE-ES-RECORD.
               MOVE 'N'             TO WS-STMT-OPEN
           END-IF.
      *
      *    GET-ADDRESS - THE ACCOUNT'S ADDRESS INTO HV-ADDR1-3.
      *    EITHER WAY SQLCODE IS LEFT 0 (FOUND) OR 100 (NO ROW) FOR
      *    THE CALLER, SO A MISSING ROW IS SKIPPED AND COUNTED THE
      *    SAME WHICHEVER METHOD FOUND IT MISSING.
       GET-ADDRESS.
           ADD 1                    TO WS-ADDR-LOOKUP-COUNT
           IF  WS-ADDR-METHOD = 'B'
               PERFORM READ-ADDRESS-FILE
           ELSE
               PERFORM SELECT-ADDRESS
           END-IF.
      *
       READ-ADDRESS-FILE.
           MOVE CR-ACCT-NO          TO AD-ACCT-NO
           READ ADDRFILE
           END-READ
      *
           EVALUATE WS-ADDR-FILE-STATUS
               WHEN '00'
                   MOVE AD-ADDR1    TO HV-ADDR1
                   MOVE AD-ADDR2    TO HV-ADDR2
                   MOVE AD-ADDR3    TO HV-ADDR3
                   MOVE 0           TO SQLCODE
               WHEN '23'
                   MOVE 100         TO SQLCODE
               WHEN OTHER
                   DISPLAY 'ADDRESS WORK FILE READ ERROR: '
                           WS-ADDR-FILE-STATUS
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
       SELECT-ADDRESS.
           MOVE CR-ACCT-NO TO HV-ACCTNO.
      *
           EXEC SQL
                     :HV-ADDR3
                FROM Z88436.Z88436T
               WHERE ACCTNO = :HV-ACCTNO
           END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT.
      *
       PRINT-STATEMENT-TOP.
           MOVE STMT-TITLE-LINE     TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING PAGE
      *
           MOVE WS-STMT-NAME        TO STMT-CUST-NAME
           MOVE STMT-NAME-LINE      TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 3 LINES
      *
       PRINT-CONTINUATION-TOP.
           MOVE STMT-TITLE-LINE     TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING PAGE
           MOVE WS-STMT-NAME        TO CONT-CUST-NAME
           MOVE STMT-CONT-LINE      TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 2 LINES
           MOVE 3                   TO WS-STMT-LINE-COUNT.
       LIST-ACTIVITY.
           MOVE 'N'                 TO WS-ANY-ACTIVITY
           MOVE 'N'                 TO WS-JRN-EOF
           MOVE 0                   TO WS-REV-ADJUST
           MOVE CR-CUST-ID          TO JR-CUST-ID
      *
           START JRNPATH KEY NOT < JR-CUST-ID
               OR JR-DATE > WS-RUN-DATE-X
               CONTINUE
           ELSE
               IF  WS-REV-MODE NOT = 'A'
                   AND JR-REV-FLAG NOT = SPACE
                   PERFORM NET-REVERSED-PAIR
               ELSE
                   PERFORM LIST-JRNL-REC
               END-IF
           END-IF.
      *
       LIST-JRNL-REC.
           IF  WS-STMT-MODE = 'E'
               MOVE 'Y'         TO WS-ANY-ACTIVITY
               PERFORM WRITE-ES-ACTV-REC
           ELSE
               IF  WS-ANY-ACTIVITY = 'N'
                   MOVE 'Y'     TO WS-ANY-ACTIVITY
                   PERFORM PRINT-OPENING-LINE
               END-IF
               PERFORM PRINT-ACTIVITY-LINE
           END-IF.
      *
      *    NET-REVERSED-PAIR - A REVERSED POSTING ('R') AND ITS
      *    REVERSING ENTRY ('V') WHEN THE PARM ASKS FOR THE PAIR
      *    TO BE NETTED OR SUPPRESSED.  NETTED, THE ORIGINAL'S LINE
      *    IS REPLACED BY ONE ZERO-AMOUNT '(REVERSED)' LINE
      *    AND THE REVERSAL'S LINE IS DROPPED; SUPPRESSED, BOTH ARE
      *    DROPPED.  WS-REV-ADJUST CARRIES THE ORIGINAL'S AMOUNT
      *    UNTIL ITS REVERSAL CANCELS IT AGAIN.
       NET-REVERSED-PAIR.
           IF  JR-REV-FLAG = 'R'
               IF  WS-REV-MODE = 'N'
                   MOVE JR-AMOUNT   TO WS-REV-AMOUNT
                   MOVE 0           TO JR-AMOUNT
                   MOVE JR-OLD-BALANCE  TO JR-NEW-BALANCE
                   PERFORM LIST-JRNL-REC
                   MOVE WS-REV-AMOUNT   TO JR-AMOUNT
               END-IF
               ADD JR-AMOUNT        TO WS-REV-ADJUST
           ELSE
               ADD JR-AMOUNT        TO WS-REV-ADJUST
               ADD 1                TO WS-REV-PAIR-COUNT
           END-IF.
      *
       PRINT-OPENING-LINE.
           MOVE SPACES              TO STMT-ACTV-LINE
           MOVE JR-DATE             TO SA-DATE
           MOVE 'OPENING BALANCE'   TO SA-DESC
           MOVE SPACES              TO SA-AMOUNT
           COMPUTE WS-SHOW-BALANCE = JR-OLD-BALANCE - WS-REV-ADJUST
           MOVE WS-SHOW-BALANCE     TO WS-BAL-DISP
           MOVE WS-BAL-DISP         TO SA-BALANCE
           PERFORM WRITE-ACTIVITY-LINE.
      *
           MOVE JR-DATE             TO SA-DATE
           EVALUATE JR-TRAN-TYPE
               WHEN 'C'
                   IF  JR-REV-FLAG = 'R'
                       MOVE 'DEPOSIT (REVERSED)'    TO SA-DESC
                   ELSE
                       MOVE 'TELLER DEPOSIT'        TO SA-DESC
                   END-IF
               WHEN 'D'
                   IF  JR-REV-FLAG = 'R'
                       MOVE 'WITHDRAWAL (REVERSED)' TO SA-DESC
                   ELSE
                       MOVE 'TELLER WITHDRAWAL'     TO SA-DESC
                   END-IF
               WHEN 'R'
                   MOVE 'REVERSAL'            TO SA-DESC
               WHEN 'B'
                   MOVE 'MAINTENANCE FEED'    TO SA-DESC
               WHEN 'I'
                   MOVE 'INTEREST CREDIT'     TO SA-DESC
               WHEN 'F'
                   MOVE 'DORMANCY FEE'        TO SA-DESC
               WHEN 'S'
                   IF  JR-AMOUNT < 0
                       MOVE 'STANDING ORDER OUT'    TO SA-DESC
                   ELSE
                       MOVE 'STANDING ORDER IN'     TO SA-DESC
                   END-IF
               WHEN 'E'
                   MOVE 'REMITTED TO STATE'   TO SA-DESC
               WHEN OTHER
                   MOVE 'ADJUSTMENT'          TO SA-DESC
           END-EVALUATE
           MOVE JR-AMOUNT           TO WS-BAL-DISP
           MOVE WS-BAL-DISP         TO SA-AMOUNT
           COMPUTE WS-SHOW-BALANCE = JR-NEW-BALANCE - WS-REV-ADJUST
           MOVE WS-SHOW-BALANCE     TO WS-BAL-DISP
           MOVE WS-BAL-DISP         TO SA-BALANCE
           PERFORM WRITE-ACTIVITY-LINE.
      *
           IF  WS-STMT-LINE-COUNT > WS-STMT-MAX-LINES
               MOVE STMT-TITLE-LINE TO STMT-REC
               WRITE STMT-REC AFTER ADVANCING PAGE
               MOVE WS-STMT-NAME    TO CONT-CUST-NAME
               MOVE STMT-CONT-LINE  TO STMT-REC
               WRITE STMT-REC AFTER ADVANCING 2 LINES
               MOVE STMT-COL-LINE   TO STMT-REC
      *    PRINT-SUMMARY - CONTROL PAGE AT THE END OF THE PRINT FILE,
      *    ECHOED TO THE JOB LOG FOR THE OPERATORS.
       PRINT-SUMMARY.
           PERFORM COMPUTE-ELAPSED
      *
           MOVE WS-PRODUCED-COUNT   TO TOT-PRODUCED
           MOVE WS-SKIPPED-COUNT    TO TOT-SKIPPED
           MOVE WS-SUPPRESSED-COUNT TO TOT-SUPPRESSED
           MOVE WS-ELEC-COUNT       TO TOT-ELEC
           MOVE WS-HELD-COUNT       TO TOT-HELD
           MOVE WS-JNT-PRINT-COUNT  TO TOT-JNT-PRINT
           MOVE WS-JNT-ELEC-COUNT   TO TOT-JNT-ELEC
           IF  WS-ADDR-METHOD = 'B'
               MOVE 'BULK (ONE CURSOR)' TO TOT-ADDR-METHOD
           ELSE
               MOVE 'SELECT PER ADDRESS' TO TOT-ADDR-METHOD
           END-IF
           MOVE WS-ADDR-LOOKUP-COUNT TO TOT-DB2-BEFORE
           MOVE WS-DB2-CALL-COUNT   TO TOT-DB2-AFTER
           MOVE WS-ELAPSED-SECS     TO TOT-ELAPSED
      *
           MOVE ALL '-'             TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING PAGE
           WRITE STMT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-5         TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-6         TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-7         TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
      *
           MOVE TRLR-LINE-8         TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-9         TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-10        TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-11        TO STMT-REC
           WRITE STMT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'STATEMENTS PRINTED:    ' WS-PRODUCED-COUNT
           DISPLAY 'ELECTRONIC (EXTRACT):  ' WS-ELEC-COUNT
           DISPLAY 'HELD (PREFERENCE):     ' WS-HELD-COUNT
           DISPLAY 'JOINT OWNER PRINTED:   ' WS-JNT-PRINT-COUNT
           DISPLAY 'JOINT OWNER EXTRACT:   ' WS-JNT-ELEC-COUNT
           DISPLAY 'SKIPPED (NO ADDRESS):  ' WS-SKIPPED-COUNT
           DISPLAY 'SUPPRESSED (CLOSED):   ' WS-SUPPRESSED-COUNT
           DISPLAY 'EXTRACT RECORDS:       ' WS-ES-REC-COUNT
           DISPLAY 'REVERSED PAIRS NETTED: ' WS-REV-PAIR-COUNT
           DISPLAY 'ADDRESS METHOD:        ' TOT-ADDR-METHOD
           DISPLAY 'ADDRESS LOOKUPS:       ' WS-ADDR-LOOKUP-COUNT
           DISPLAY 'DB2 CALLS PER-SELECT:  ' WS-ADDR-LOOKUP-COUNT
           DISPLAY 'DB2 CALLS THIS RUN:    ' WS-DB2-CALL-COUNT
           DISPLAY 'ELAPSED SECONDS:       ' TOT-ELAPSED.
      *
      *    COMPUTE-ELAPSED - RUN TIME SO FAR, IN SECONDS, FROM THE
      *    TIME OF DAY TAKEN AT THE START.
       COMPUTE-ELAPSED.
           ACCEPT WS-END-TIME       FROM TIME
           COMPUTE WS-START-HUND = WS-ST-HH * 360000
                                 + WS-ST-MM * 6000
                                 + WS-ST-SS * 100
                                 + WS-ST-TT
           COMPUTE WS-END-HUND   = WS-ET-HH * 360000
                                 + WS-ET-MM * 6000
                                 + WS-ET-SS * 100
                                 + WS-ET-TT
           IF  WS-END-HUND < WS-START-HUND
               ADD 8640000          TO WS-END-HUND
           END-IF
           COMPUTE WS-ELAPSED-SECS =
                   (WS-END-HUND - WS-START-HUND) / 100.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE STMTFILE
           CLOSE JRNPATH
           CLOSE ESTMTFILE
           CLOSE HELDRPT
           CLOSE RELFILE
      *
           IF  WS-ADDR-METHOD = 'B'
               CLOSE ADDRFILE
           END-IF.
      *
       STOP-PROCESS.
           STOP RUN.
