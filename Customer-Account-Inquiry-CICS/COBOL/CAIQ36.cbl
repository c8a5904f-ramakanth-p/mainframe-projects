      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ36.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *
       COPY DFHAID.
      *
       COPY CAIQM14.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
      *    WS-CUST-REC - THE PAYING ACCOUNT; WS-TO-REC - THE
      *    RECEIVING ACCOUNT OF A NEW ORDER.
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
       01  WS-TO-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-TO-==.
      *
       01  WS-ORDER-REC.
           COPY CAIQSO01 REPLACING LEADING ==SO-== BY ==WS-SO-==.
      *
      *    WS-CLOSED-STATUS - NO ORDER IS SET UP TO PAY FROM OR
      *    INTO A CLOSED ACCOUNT.  NOR AN ESCHEATED ONE - ITS
      *    BALANCE BELONGS TO THE STATE.
       01  WS-CLOSED-STATUS     PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS    PIC X(10) VALUE 'ESCHEATED'.
      *
      *    WS-COMMAREA - THE ACCOUNT LISTED AND THE ORDER KEY BEHIND
      *    EACH LISTED ROW, SO A ROW-NUMBER CANCEL ON THE NEXT LEG
      *    OF THE PSEUDOCONVERSATION FINDS ITS ORDER AGAIN.
       01  WS-COMMAREA.
           05  WS-CA-ACCT-NO       PIC X(08).
           05  WS-CA-ROW-KEY       PIC X(27) OCCURS 8 TIMES.
      *
      *    WS-AMT-IN - THE SCREEN AMOUNT ARRIVES AS DIGITS-ONLY
      *    PENNIES, SAME AS ON THE POSTING SCREEN.
       01  WS-AMT-IN            PIC 9(11).
      *
      *    WS-CHK-DATE - A KEYED DATE, BROKEN OUT FOR THE CALENDAR
      *    CHECK.
       01  WS-CHK-DATE          PIC 9(08).
       01  FILLER REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY      PIC 9(04).
           05  WS-CHK-MM        PIC 9(02).
           05  WS-CHK-DD        PIC 9(02).
       01  WS-DATE-OK           PIC X(01).
       01  WS-MONTH-DAYS        PIC 9(02).
       01  WS-LEAP-QUOT         PIC 9(04).
       01  WS-LEAP-REM-4        PIC 9(04).
       01  WS-LEAP-REM-100      PIC 9(04).
       01  WS-LEAP-REM-400      PIC 9(04).
       01  WS-MONTH-LENGTHS     PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH  PIC 9(02) OCCURS 12 TIMES.
      *
       01  WS-BRW-KEY           PIC X(27).
       01  WS-SAVE-MSG          PIC X(40).
       01  WS-ROW-COUNT         PIC 9(02).
       01  WS-SEL-NUM           PIC 9(02).
       01  WS-ROW-SUB           PIC 9(02).
       01  WS-BROWSE-DONE       PIC X(01).
       01  WS-MORE-ORDERS       PIC X(01).
       01  WS-AMT-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
      *
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
       01  WS-TASKN             PIC 9(07).
       01  WS-TASKN-X REDEFINES WS-TASKN
                                PIC X(07).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  A TELLER OR SUPERVISOR
      *    MAY SET UP OR CANCEL AN ORDER ON THE CUSTOMER'S
      *    INSTRUCTION; THE OPERATOR ID GOES ON THE ORDER.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(224).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       MAIN-PARA.
      *
           MOVE EIBTRNID TO WS-TRANSID.
      *
           PERFORM CHECK-SIGNON
           IF WS-SIGNED-ON = 'N'
               PERFORM INIT-ALL-OUTPUT-FIELDS
               MOVE 'SIGN ON REQUIRED AT THIS TERMINAL' TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           IF WS-SG-ROLE NOT = 'T' AND WS-SG-ROLE NOT = 'S'
               PERFORM INIT-ALL-OUTPUT-FIELDS
               MOVE 'TELLER OR SUPERVISOR ROLE REQUIRED' TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           IF EIBCALEN = 0
               MOVE SPACES          TO WS-COMMAREA
               PERFORM SEND-INITIAL-MAP
               GO TO END-PROG
           ELSE
               MOVE DFHCOMMAREA     TO WS-COMMAREA
               PERFORM RECEIVE-MAP
               PERFORM GET-DATE-TIME
               PERFORM VALIDATE-INPUT
               PERFORM READ-ACCOUNT THRU READ-ACCOUNT-EXIT
               PERFORM PROCESS-REQUEST
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM14')
               MAPSET('CAIQM14')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM14')
               MAPSET('CAIQM14')
               RESP(WS-RESP)
           END-EXEC.
      *
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
              EXEC CICS SEND
                  CONTROL ERASE
              END-EXEC
      *
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *
           IF WS-RESP = DFHRESP(MAPFAIL)
              PERFORM INIT-ALL-OUTPUT-FIELDS
              MOVE 'ENTER PAYING ACCOUNT NUMBER'       TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-ALL-OUTPUT-FIELDS
              MOVE 'TECHNICAL ERROR'      TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    VALIDATE-INPUT - THE ACTION DECIDES WHICH FIELDS ARE
      *    NEEDED: A NEW ORDER NEEDS A RECEIVING ACCOUNT, AN AMOUNT,
      *    A FREQUENCY AND A FIRST PAYMENT DATE NOT IN THE PAST,
      *    WITH AN END DATE (IF ANY) NOT BEFORE IT; A CANCEL NEEDS A
      *    ROW FROM THE LIST LAST SHOWN FOR THE SAME ACCOUNT.
       VALIDATE-INPUT.
           IF ACCTI = SPACES OR ACCTI = LOW-VALUES
              OR ACCTI NOT NUMERIC
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ACCOUNT NO MUST BE NUMERIC'        TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI NOT = SPACES AND ACTNI NOT = LOW-VALUES
              AND ACTNI NOT = 'A' AND ACTNI NOT = 'C'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ACTION MUST BE A, C OR BLANK'      TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              PERFORM VALIDATE-NEW-ORDER
           END-IF.
      *
           IF ACTNI = 'C'
              AND (SELNOI NOT NUMERIC OR ACCTI NOT = WS-CA-ACCT-NO)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'LIST THE ORDERS, THEN SELECT A ROW' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
       VALIDATE-NEW-ORDER.
           IF TOACCTI = SPACES OR TOACCTI NOT NUMERIC
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'TO ACCOUNT MUST BE NUMERIC'        TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF TOACCTI = ACCTI
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'TO ACCOUNT MUST DIFFER FROM PAYING' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF AMTI = SPACES OR AMTI NOT NUMERIC
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'AMOUNT MUST BE NUMERIC (PENNIES)'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           MOVE AMTI                TO WS-AMT-IN
           IF WS-AMT-IN = 0
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'AMOUNT CANNOT BE ZERO'             TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF FREQI NOT = 'W' AND FREQI NOT = 'F'
              AND FREQI NOT = 'M' AND FREQI NOT = 'Q'
              AND FREQI NOT = 'A'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'FREQUENCY MUST BE W, F, M, Q OR A' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           MOVE 'N'                 TO WS-DATE-OK
           IF DUEI NUMERIC
              MOVE DUEI             TO WS-CHK-DATE
              PERFORM CHECK-CALENDAR-DATE
           END-IF
           IF WS-DATE-OK = 'N'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'FIRST DUE MUST BE A DATE YYYYMMDD' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF DUEI < WS-NOW-DATE
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'FIRST DUE DATE IS IN THE PAST'     TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ENDI NOT = SPACES AND ENDI NOT = LOW-VALUES
              MOVE 'N'              TO WS-DATE-OK
              IF ENDI NUMERIC
                 MOVE ENDI          TO WS-CHK-DATE
                 PERFORM CHECK-CALENDAR-DATE
              END-IF
              IF WS-DATE-OK = 'N' OR ENDI < DUEI
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'END DATE MUST BE BLANK OR >= DUE' TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
           END-IF.
      *
      *    CHECK-CALENDAR-DATE - WS-DATE-OK IS 'Y' ONLY FOR A REAL
      *    CALENDAR DATE: MONTH 01-12 AND A DAY NO LATER THAN THE END
      *    OF THAT MONTH, WITH 29 FEBRUARY IN LEAP YEARS ONLY.
       CHECK-CALENDAR-DATE.
           MOVE 'N'                 TO WS-DATE-OK
           IF WS-CHK-YYYY > 1600
              AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
              MOVE WS-MONTH-LENGTH (WS-CHK-MM) TO WS-MONTH-DAYS
              IF WS-CHK-MM = 2
                 DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-400
                 IF WS-LEAP-REM-400 = 0
                    OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                    MOVE 29         TO WS-MONTH-DAYS
                 END-IF
              END-IF
              IF WS-CHK-DD > 0 AND WS-CHK-DD NOT > WS-MONTH-DAYS
                 MOVE 'Y'           TO WS-DATE-OK
              END-IF
           END-IF.
      *
      *    READ-ACCOUNT - THE PAYING ACCOUNT, THROUGH CAIQP01, THE
      *    AIX PATH OVER CAIQF01 KEYED BY ACCOUNT NUMBER.
       READ-ACCOUNT.
           MOVE ACCTI               TO WS-ACCT-NO
      *
           EXEC CICS READ
               FILE('CAIQP01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-ACCT-NO)
               KEYLENGTH(8)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              GO TO READ-ACCOUNT-EXIT
           END-IF
      *
           PERFORM INIT-OUTPUT-FIELDS
           PERFORM POP-INPUT-FIELDS
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'ACCOUNT NOT FOUND'                 TO MSGLO
           ELSE
              MOVE 'FILE ERROR CONTACT ADMIN'          TO MSGLO
           END-IF
           PERFORM SEND-OUTPUT
           GO TO END-PROG.
      *
       READ-ACCOUNT-EXIT.
           EXIT.
      *
      *    PROCESS-REQUEST - ANY SET-UP OR CANCEL FIRST, THEN THE
      *    LIST IS REBUILT SO THE SCREEN SHOWS THE RESULT.  THE
      *    OUTCOME MESSAGE IS CARRIED OVER WHATEVER THE LIST
      *    REFRESH HAS TO SAY.
       PROCESS-REQUEST.
           MOVE SPACES              TO MSGLO
           MOVE SPACES              TO WS-TO-REC
           EVALUATE ACTNI
               WHEN 'A'
                   PERFORM ADD-ORDER THRU ADD-ORDER-EXIT
               WHEN 'C'
                   PERFORM CANCEL-ORDER THRU CANCEL-ORDER-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE MSGLO               TO WS-SAVE-MSG
           PERFORM FILL-ORDER-LIST THRU FILL-ORDER-EXIT
           PERFORM POP-OUTPUT-FIELDS
           IF WS-SAVE-MSG NOT = SPACES
              MOVE WS-SAVE-MSG      TO MSGLO
           END-IF.
      *
      *    ADD-ORDER - BOTH ACCOUNTS MUST BE ON FILE AND NEITHER
      *    CLOSED NOR ESCHEATED WHEN THE ORDER IS SET UP; WHETHER
      *    THEY STILL ARE ON EACH DUE DATE, AND WHETHER THE MONEY IS
      *    THERE, IS THE NIGHTLY RUN'S BUSINESS.
       ADD-ORDER.
           IF WS-ACCT-STATUS = WS-CLOSED-STATUS
              MOVE 'PAYING ACCOUNT IS CLOSED'          TO MSGLO
              GO TO ADD-ORDER-EXIT
           END-IF
      *
           IF WS-ACCT-STATUS = WS-ESCHEAT-STATUS
              MOVE 'PAYING ACCOUNT IS ESCHEATED'       TO MSGLO
              GO TO ADD-ORDER-EXIT
           END-IF
      *
           MOVE TOACCTI             TO WS-TO-ACCT-NO
      *
           EXEC CICS READ
               FILE('CAIQP01')
               INTO(WS-TO-REC)
               RIDFLD(WS-TO-ACCT-NO)
               KEYLENGTH(8)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES           TO WS-TO-REC
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'TO ACCOUNT NOT FOUND'           TO MSGLO
              ELSE
                 MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
              END-IF
              GO TO ADD-ORDER-EXIT
           END-IF
      *
           IF WS-TO-ACCT-STATUS = WS-CLOSED-STATUS
              MOVE 'TO ACCOUNT IS CLOSED'              TO MSGLO
              GO TO ADD-ORDER-EXIT
           END-IF
      *
           IF WS-TO-ACCT-STATUS = WS-ESCHEAT-STATUS
              MOVE 'TO ACCOUNT IS ESCHEATED'           TO MSGLO
              GO TO ADD-ORDER-EXIT
           END-IF
      *
           MOVE SPACES              TO WS-ORDER-REC
           MOVE EIBTASKN            TO WS-TASKN
           MOVE WS-ACCT-NO          TO WS-SO-FROM-ACCT-NO
           MOVE WS-NOW-DATE         TO WS-SO-SET-UP-DATE
           MOVE WS-NOW-TIME         TO WS-SO-SET-UP-TIME
           MOVE WS-TASKN-X (3:5)    TO WS-SO-SEQ
           MOVE WS-CUST-ID          TO WS-SO-FROM-CUST-ID
           MOVE WS-TO-CUST-ID       TO WS-SO-TO-CUST-ID
           MOVE WS-TO-ACCT-NO       TO WS-SO-TO-ACCT-NO
           COMPUTE WS-SO-AMOUNT = WS-AMT-IN / 100
           MOVE FREQI               TO WS-SO-FREQUENCY
           MOVE DUEI (7:2)          TO WS-SO-DUE-DAY
           MOVE DUEI                TO WS-SO-NEXT-DUE-DATE
           IF ENDI = LOW-VALUES
              MOVE SPACES           TO WS-SO-END-DATE
           ELSE
              MOVE ENDI             TO WS-SO-END-DATE
           END-IF
           MOVE 'A'                 TO WS-SO-STATUS
           MOVE 0                   TO WS-SO-RETRY-COUNT
           MOVE WS-SG-OPER-ID       TO WS-SO-SET-UP-OPER-ID
           MOVE WS-NOW-DATE         TO WS-SO-STATUS-DATE
           MOVE WS-SG-OPER-ID       TO WS-SO-STATUS-OPER-ID
      *
           EXEC CICS WRITE
               FILE('CAIQN01')
               FROM(WS-ORDER-REC)
               RIDFLD(WS-SO-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  MOVE 'STANDING ORDER SET UP'          TO MSGLO
               WHEN DFHRESP(DUPREC)
                  MOVE 'DUPLICATE ORDER KEY - PLEASE RETRY' TO MSGLO
               WHEN OTHER
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
       ADD-ORDER-EXIT.
           EXIT.
      *
      *    CANCEL-ORDER - RE-READS THE SELECTED ORDER FOR UPDATE AND
      *    MARKS IT CANCELLED.  ONLY A LIVE ORDER CAN BE CANCELLED;
      *    A FAILED ONE HAS ALREADY STOPPED.
       CANCEL-ORDER.
           MOVE SELNOI              TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 8
              MOVE 'NO ORDER ON THAT ROW'              TO MSGLO
              GO TO CANCEL-ORDER-EXIT
           END-IF
           IF WS-CA-ROW-KEY (WS-SEL-NUM) = SPACES
              MOVE 'NO ORDER ON THAT ROW'              TO MSGLO
              GO TO CANCEL-ORDER-EXIT
           END-IF
      *
           MOVE WS-CA-ROW-KEY (WS-SEL-NUM)  TO WS-SO-KEY
      *
           EXEC CICS READ
               FILE('CAIQN01')
               INTO(WS-ORDER-REC)
               RIDFLD(WS-SO-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ORDER NO LONGER ON FILE'           TO MSGLO
              GO TO CANCEL-ORDER-EXIT
           END-IF
      *
           IF WS-SO-STATUS NOT = 'A'
              EXEC CICS UNLOCK
                  FILE('CAIQN01')
              END-EXEC
              MOVE 'ORDER IS NO LONGER ACTIVE'         TO MSGLO
              GO TO CANCEL-ORDER-EXIT
           END-IF
      *
           MOVE 'C'                 TO WS-SO-STATUS
           MOVE WS-NOW-DATE         TO WS-SO-STATUS-DATE
           MOVE WS-SG-OPER-ID       TO WS-SO-STATUS-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQN01')
               FROM(WS-ORDER-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ORDER UPDATE FAILED CONTACT ADMIN' TO MSGLO
           ELSE
              MOVE 'STANDING ORDER CANCELLED'          TO MSGLO
           END-IF.
      *
       CANCEL-ORDER-EXIT.
           EXIT.
      *
      *    FILL-ORDER-LIST - BROWSES THE ACCOUNT'S RANGE OF CAIQN01
      *    AND LISTS THE FIRST EIGHT ORDERS STILL LIVE OR FAILED,
      *    REMEMBERING EACH ROW'S ORDER KEY IN THE COMMAREA.
      *    CANCELLED AND ENDED ORDERS STAY ON FILE BUT ARE NOT
      *    SHOWN.
       FILL-ORDER-LIST.
           PERFORM INIT-ROW-FIELDS
           MOVE WS-ACCT-NO          TO WS-CA-ACCT-NO
           MOVE 0                   TO WS-ROW-COUNT
           MOVE 'N'                 TO WS-MORE-ORDERS
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE LOW-VALUES          TO WS-BRW-KEY
           MOVE WS-ACCT-NO          TO WS-BRW-KEY (1:8)
      *
           EXEC CICS STARTBR
               FILE('CAIQN01')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO STANDING ORDERS ON THIS ACCOUNT' TO MSGLO
              GO TO FILL-ORDER-EXIT
           END-IF
      *
           PERFORM READ-NEXT-ORDER
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQN01')
           END-EXEC
      *
           IF WS-ROW-COUNT = 0
              MOVE 'NO STANDING ORDERS ON THIS ACCOUNT' TO MSGLO
           END-IF
           IF WS-MORE-ORDERS = 'Y'
              MOVE 'MORE THAN 8 ORDERS - FIRST 8 SHOWN' TO MSGLO
           END-IF.
      *
       FILL-ORDER-EXIT.
           EXIT.
      *
       READ-NEXT-ORDER.
           EXEC CICS READNEXT
               FILE('CAIQN01')
               INTO(WS-ORDER-REC)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-SO-FROM-ACCT-NO NOT = WS-ACCT-NO
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-SO-STATUS = 'A' OR WS-SO-STATUS = 'F'
                 IF WS-ROW-COUNT < 8
                    PERFORM ADD-ROW
                 ELSE
                    MOVE 'Y'        TO WS-MORE-ORDERS
                 END-IF
              END-IF
           END-IF.
      *
       ADD-ROW.
           ADD 1                    TO WS-ROW-COUNT
           MOVE WS-SO-KEY           TO WS-CA-ROW-KEY (WS-ROW-COUNT)
      *
           MOVE SPACES              TO ROWO (WS-ROW-COUNT)
           MOVE WS-ROW-COUNT        TO ROWO (WS-ROW-COUNT) (1:2)
           MOVE WS-SO-TO-ACCT-NO    TO ROWO (WS-ROW-COUNT) (4:8)
           MOVE WS-SO-AMOUNT        TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO ROWO (WS-ROW-COUNT) (13:15)
           EVALUATE WS-SO-FREQUENCY
               WHEN 'W'
                   MOVE 'WEEKLY'      TO ROWO (WS-ROW-COUNT) (29:9)
               WHEN 'F'
                   MOVE 'FORTNIGHT'   TO ROWO (WS-ROW-COUNT) (29:9)
               WHEN 'M'
                   MOVE 'MONTHLY'     TO ROWO (WS-ROW-COUNT) (29:9)
               WHEN 'Q'
                   MOVE 'QUARTERLY'   TO ROWO (WS-ROW-COUNT) (29:9)
               WHEN OTHER
                   MOVE 'ANNUALLY'    TO ROWO (WS-ROW-COUNT) (29:9)
           END-EVALUATE
           MOVE WS-SO-NEXT-DUE-DATE TO ROWO (WS-ROW-COUNT) (39:8)
           MOVE WS-SO-END-DATE      TO ROWO (WS-ROW-COUNT) (48:8)
           IF WS-SO-STATUS = 'F'
              MOVE 'FAILED'         TO ROWO (WS-ROW-COUNT) (57:10)
           ELSE
              IF WS-SO-RETRY-COUNT > 0
                 MOVE 'RETRYING'    TO ROWO (WS-ROW-COUNT) (57:10)
              ELSE
                 MOVE 'ACTIVE'      TO ROWO (WS-ROW-COUNT) (57:10)
              END-IF
           END-IF.
      *
       GET-DATE-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
               NOCOLON
           END-EXEC.
      *
       POP-INPUT-FIELDS.
           MOVE ACCTI              TO ACCTO
           MOVE ACTNI              TO ACTNO
           MOVE TOACCTI            TO TOACCTO
           MOVE AMTI               TO AMTO
           MOVE FREQI              TO FREQO
           MOVE DUEI               TO DUEO
           MOVE ENDI               TO ENDO
           MOVE SELNOI             TO SELNOO.
      *
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-CUST-NAME       TO NAMEO
           MOVE WS-TO-CUST-NAME    TO TONAMEO.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEO
           INITIALIZE TONAMEO
           PERFORM INIT-ROW-FIELDS.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE ACCTO
           INITIALIZE ACTNO
           INITIALIZE TOACCTO
           INITIALIZE AMTO
           INITIALIZE FREQO
           INITIALIZE DUEO
           INITIALIZE ENDO
           INITIALIZE SELNOO
           PERFORM INIT-OUTPUT-FIELDS.
      *
       INIT-ROW-FIELDS.
           MOVE 1                   TO WS-ROW-SUB
           PERFORM INIT-ONE-ROW
                   UNTIL WS-ROW-SUB > 8.
      *
       INIT-ONE-ROW.
           MOVE SPACES              TO ROWO (WS-ROW-SUB)
           MOVE SPACES              TO WS-CA-ROW-KEY (WS-ROW-SUB)
           ADD 1                    TO WS-ROW-SUB.
      *
       CHECK-SIGNON.
           MOVE 'N'                 TO WS-SIGNED-ON
           MOVE EIBTRMID            TO WS-SG-TERM-ID
      *
           EXEC CICS READ
               FILE('CAIQO02')
               INTO(WS-SIGNON-REC)
               RIDFLD(WS-SG-TERM-ID)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'              TO WS-SIGNED-ON
           ELSE
              MOVE SPACES           TO WS-SIGNON-REC
           END-IF.
      *
       SEND-OUTPUT.
           EXEC CICS SEND
               MAP('CAIQM14')
               MAPSET('CAIQM14')
               FROM(CAIQM14O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
