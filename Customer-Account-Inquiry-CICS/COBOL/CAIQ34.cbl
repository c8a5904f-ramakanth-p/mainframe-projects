      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ34.
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
       COPY CAIQM13.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
       01  WS-HOLD-REC.
           COPY CAIQHD01 REPLACING LEADING ==HD-== BY ==WS-HD-==.
      *
      *    WS-CLOSED-STATUS - NOTHING IS EARMARKED ON A CLOSED
      *    ACCOUNT.
       01  WS-CLOSED-STATUS     PIC X(10) VALUE 'CLOSED'.
      *
      *    WS-COMMAREA - THE ACCOUNT LISTED AND THE HOLD KEY BEHIND
      *    EACH LISTED ROW, SO A ROW-NUMBER RELEASE ON THE NEXT LEG
      *    OF THE PSEUDOCONVERSATION FINDS ITS HOLD AGAIN.
       01  WS-COMMAREA.
           05  WS-CA-ACCT-NO       PIC X(08).
           05  WS-CA-ROW-KEY       PIC X(27) OCCURS 8 TIMES.
      *
      *    WS-AMT-IN - THE SCREEN AMOUNT ARRIVES AS DIGITS-ONLY
      *    PENNIES, SAME AS ON THE POSTING SCREEN.
       01  WS-AMT-IN            PIC 9(11).
       01  WS-HELD-TOTAL        PIC S9(09)V99.
       01  WS-AVAIL-BALANCE     PIC S9(09)V99.
      *
      *    WS-EXP-DATE - EXPIRY DATE KEYED, BROKEN OUT FOR THE
      *    CALENDAR CHECK.
       01  WS-EXP-DATE          PIC 9(08).
       01  FILLER REDEFINES WS-EXP-DATE.
           05  WS-EXP-YYYY      PIC 9(04).
           05  WS-EXP-MM        PIC 9(02).
           05  WS-EXP-DD        PIC 9(02).
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
       01  WS-MORE-HOLDS        PIC X(01).
       01  WS-BAL-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
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
      *    MAY PLACE A HOLD; ONLY A SUPERVISOR MAY RELEASE ONE.
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
               PERFORM VALIDATE-INPUT
               PERFORM GET-DATE-TIME
               PERFORM READ-ACCOUNT THRU READ-ACCOUNT-EXIT
               PERFORM PROCESS-REQUEST
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM13')
               MAPSET('CAIQM13')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM13')
               MAPSET('CAIQM13')
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
              MOVE 'ENTER ACCOUNT NUMBER'              TO MSGLO
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
      *    NEEDED: A NEW HOLD NEEDS AN AMOUNT, A REASON AND A
      *    CALENDAR-VALID EXPIRY NOT IN THE PAST; A RELEASE NEEDS A
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
              AND ACTNI NOT = 'A' AND ACTNI NOT = 'R'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ACTION MUST BE A, R OR BLANK'      TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              AND (AMTI = SPACES OR AMTI NOT NUMERIC)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'AMOUNT MUST BE NUMERIC (PENNIES)'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              MOVE AMTI             TO WS-AMT-IN
              IF WS-AMT-IN = 0
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'AMOUNT CANNOT BE ZERO'          TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
           END-IF.
      *
           IF ACTNI = 'A'
              AND RSNI NOT = 'GN' AND RSNI NOT = 'CH'
              AND RSNI NOT = 'PL' AND RSNI NOT = 'OT'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'REASON MUST BE GN, CH, PL OR OT'   TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              IF EXPI NOT NUMERIC
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'EXPIRY MUST BE A DATE YYYYMMDD' TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
              MOVE EXPI             TO WS-EXP-DATE
              PERFORM CHECK-EXPIRY-DATE
              IF WS-DATE-OK = 'N'
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'EXPIRY MUST BE A DATE YYYYMMDD' TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
           END-IF.
      *
           IF ACTNI = 'R'
              AND WS-SG-ROLE NOT = 'S'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'SUPERVISOR ROLE REQUIRED TO RELEASE' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'R'
              AND (SELNOI NOT NUMERIC OR ACCTI NOT = WS-CA-ACCT-NO)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'LIST THE HOLDS, THEN SELECT A ROW' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    CHECK-EXPIRY-DATE - WS-DATE-OK IS 'Y' ONLY FOR A REAL
      *    CALENDAR DATE: MONTH 01-12 AND A DAY NO LATER THAN THE END
      *    OF THAT MONTH, WITH 29 FEBRUARY IN LEAP YEARS ONLY.
       CHECK-EXPIRY-DATE.
           MOVE 'N'                 TO WS-DATE-OK
           IF WS-EXP-YYYY > 1600
              AND WS-EXP-MM > 0 AND WS-EXP-MM < 13
              MOVE WS-MONTH-LENGTH (WS-EXP-MM) TO WS-MONTH-DAYS
              IF WS-EXP-MM = 2
                 DIVIDE WS-EXP-YYYY BY 4 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-EXP-YYYY BY 100 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-EXP-YYYY BY 400 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-400
                 IF WS-LEAP-REM-400 = 0
                    OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                    MOVE 29         TO WS-MONTH-DAYS
                 END-IF
              END-IF
              IF WS-EXP-DD > 0 AND WS-EXP-DD NOT > WS-MONTH-DAYS
                 MOVE 'Y'           TO WS-DATE-OK
              END-IF
           END-IF.
      *
      *    READ-ACCOUNT - THROUGH CAIQP01, THE AIX PATH OVER
      *    CAIQF01 KEYED BY ACCOUNT NUMBER.
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
      *    PROCESS-REQUEST - ANY PLACE OR RELEASE FIRST, THEN THE
      *    LIST AND TOTALS ARE REBUILT SO THE SCREEN SHOWS THE
      *    AVAILABLE BALANCE AFTER IT.  THE LIST REFRESH LEAVES THE
      *    MESSAGE LINE ALONE UNLESS IT HAS SOMETHING TO SAY, SO THE
      *    OUTCOME MESSAGE IS CARRIED OVER IT.
       PROCESS-REQUEST.
           MOVE SPACES              TO MSGLO
           EVALUATE ACTNI
               WHEN 'A'
                   PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
               WHEN 'R'
                   PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE MSGLO               TO WS-SAVE-MSG
           PERFORM FILL-HOLD-LIST THRU FILL-HOLD-EXIT
           PERFORM POP-OUTPUT-FIELDS
           IF WS-SAVE-MSG NOT = SPACES
              MOVE WS-SAVE-MSG      TO MSGLO
           END-IF.
      *
      *    PLACE-HOLD - A NEW ACTIVE HOLD, STAMPED WITH WHO PLACED
      *    IT AND WHEN.  A HOLD MAY EXCEED THE BALANCE (A COURT
      *    ORDER FREEZES WHAT IT FREEZES); THE AVAILABLE BALANCE
      *    SIMPLY GOES NEGATIVE AND NO DEBIT WILL PASS.
       PLACE-HOLD.
           IF WS-ACCT-STATUS = WS-CLOSED-STATUS
              MOVE 'ACCOUNT IS CLOSED - NO HOLD PLACED'   TO MSGLO
              GO TO PLACE-HOLD-EXIT
           END-IF
      *
           IF EXPI < WS-NOW-DATE
              MOVE 'EXPIRY DATE IS IN THE PAST'        TO MSGLO
              GO TO PLACE-HOLD-EXIT
           END-IF
      *
           MOVE SPACES              TO WS-HOLD-REC
           MOVE EIBTASKN            TO WS-TASKN
           MOVE WS-ACCT-NO          TO WS-HD-ACCT-NO
           MOVE WS-NOW-DATE         TO WS-HD-PLACED-DATE
           MOVE WS-NOW-TIME         TO WS-HD-PLACED-TIME
           MOVE WS-TASKN-X (3:5)    TO WS-HD-SEQ
           MOVE WS-CUST-ID          TO WS-HD-CUST-ID
           COMPUTE WS-HD-AMOUNT = WS-AMT-IN / 100
           MOVE RSNI                TO WS-HD-REASON
           MOVE WS-SG-OPER-ID       TO WS-HD-PLACED-OPER-ID
           MOVE EXPI                TO WS-HD-EXPIRY-DATE
           MOVE 'A'                 TO WS-HD-STATUS
           MOVE WS-NOW-DATE         TO WS-HD-STATUS-DATE
           MOVE WS-NOW-TIME         TO WS-HD-STATUS-TIME
           MOVE WS-SG-OPER-ID       TO WS-HD-STATUS-OPER-ID
      *
           EXEC CICS WRITE
               FILE('CAIQL01')
               FROM(WS-HOLD-REC)
               RIDFLD(WS-HD-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  MOVE 'HOLD PLACED'                    TO MSGLO
               WHEN DFHRESP(DUPREC)
                  MOVE 'DUPLICATE HOLD KEY - PLEASE RETRY' TO MSGLO
               WHEN OTHER
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
       PLACE-HOLD-EXIT.
           EXIT.
      *
      *    RELEASE-HOLD - RE-READS THE SELECTED HOLD FOR UPDATE AND
      *    MARKS IT RELEASED.  A HOLD ALREADY RELEASED OR EXPIRED
      *    IS LEFT AS IT IS.
       RELEASE-HOLD.
           MOVE SELNOI              TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 8
              MOVE 'NO HOLD ON THAT ROW'               TO MSGLO
              GO TO RELEASE-HOLD-EXIT
           END-IF
           IF WS-CA-ROW-KEY (WS-SEL-NUM) = SPACES
              MOVE 'NO HOLD ON THAT ROW'               TO MSGLO
              GO TO RELEASE-HOLD-EXIT
           END-IF
      *
           MOVE WS-CA-ROW-KEY (WS-SEL-NUM)  TO WS-HD-KEY
      *
           EXEC CICS READ
               FILE('CAIQL01')
               INTO(WS-HOLD-REC)
               RIDFLD(WS-HD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'HOLD NO LONGER ON FILE'            TO MSGLO
              GO TO RELEASE-HOLD-EXIT
           END-IF
      *
           IF WS-HD-STATUS NOT = 'A'
              EXEC CICS UNLOCK
                  FILE('CAIQL01')
              END-EXEC
              MOVE 'HOLD NO LONGER ACTIVE'             TO MSGLO
              GO TO RELEASE-HOLD-EXIT
           END-IF
      *
           MOVE 'R'                 TO WS-HD-STATUS
           MOVE WS-NOW-DATE         TO WS-HD-STATUS-DATE
           MOVE WS-NOW-TIME         TO WS-HD-STATUS-TIME
           MOVE WS-SG-OPER-ID       TO WS-HD-STATUS-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQL01')
               FROM(WS-HOLD-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'HOLD UPDATE FAILED CONTACT ADMIN'  TO MSGLO
           ELSE
              MOVE 'HOLD RELEASED'                     TO MSGLO
           END-IF.
      *
       RELEASE-HOLD-EXIT.
           EXIT.
      *
      *    FILL-HOLD-LIST - BROWSES THE ACCOUNT'S RANGE OF CAIQL01,
      *    TOTALS EVERY HOLD STILL IN FORCE TODAY AND LISTS THE
      *    FIRST EIGHT, REMEMBERING EACH ROW'S HOLD KEY IN THE
      *    COMMAREA.
       FILL-HOLD-LIST.
           PERFORM INIT-ROW-FIELDS
           MOVE WS-ACCT-NO          TO WS-CA-ACCT-NO
           MOVE 0                   TO WS-ROW-COUNT
           MOVE 0                   TO WS-HELD-TOTAL
           MOVE 'N'                 TO WS-MORE-HOLDS
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE LOW-VALUES          TO WS-BRW-KEY
           MOVE WS-ACCT-NO          TO WS-BRW-KEY (1:8)
      *
           EXEC CICS STARTBR
               FILE('CAIQL01')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO ACTIVE HOLDS ON THIS ACCOUNT'   TO MSGLO
              GO TO FILL-HOLD-EXIT
           END-IF
      *
           PERFORM READ-NEXT-HOLD
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQL01')
           END-EXEC
      *
           IF WS-ROW-COUNT = 0
              MOVE 'NO ACTIVE HOLDS ON THIS ACCOUNT'   TO MSGLO
           END-IF
           IF WS-MORE-HOLDS = 'Y'
              MOVE 'MORE THAN 8 ACTIVE HOLDS - FIRST 8 SHOWN'
                                    TO MSGLO
           END-IF.
      *
       FILL-HOLD-EXIT.
           EXIT.
      *
       READ-NEXT-HOLD.
           EXEC CICS READNEXT
               FILE('CAIQL01')
               INTO(WS-HOLD-REC)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-HD-ACCT-NO NOT = WS-ACCT-NO
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-HD-STATUS = 'A'
                 AND WS-HD-EXPIRY-DATE NOT < WS-NOW-DATE
                 ADD WS-HD-AMOUNT   TO WS-HELD-TOTAL
                 IF WS-ROW-COUNT < 8
                    PERFORM ADD-ROW
                 ELSE
                    MOVE 'Y'        TO WS-MORE-HOLDS
                 END-IF
              END-IF
           END-IF.
      *
       ADD-ROW.
           ADD 1                    TO WS-ROW-COUNT
           MOVE WS-HD-KEY           TO WS-CA-ROW-KEY (WS-ROW-COUNT)
      *
           MOVE SPACES              TO ROWO (WS-ROW-COUNT)
           MOVE WS-ROW-COUNT        TO ROWO (WS-ROW-COUNT) (1:2)
           MOVE WS-HD-PLACED-DATE   TO ROWO (WS-ROW-COUNT) (4:8)
           EVALUATE WS-HD-REASON
               WHEN 'GN'
                   MOVE 'GARNISHMENT'   TO ROWO (WS-ROW-COUNT) (13:13)
               WHEN 'CH'
                   MOVE 'UNCLEARED CHQ' TO ROWO (WS-ROW-COUNT) (13:13)
               WHEN 'PL'
                   MOVE 'LOAN PLEDGE'   TO ROWO (WS-ROW-COUNT) (13:13)
               WHEN OTHER
                   MOVE 'OTHER'         TO ROWO (WS-ROW-COUNT) (13:13)
           END-EVALUATE
           MOVE WS-HD-AMOUNT        TO WS-BAL-DISP
           MOVE WS-BAL-DISP         TO ROWO (WS-ROW-COUNT) (27:15)
           MOVE WS-HD-EXPIRY-DATE   TO ROWO (WS-ROW-COUNT) (43:8)
           MOVE WS-HD-PLACED-OPER-ID
                                    TO ROWO (WS-ROW-COUNT) (52:8).
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
           MOVE AMTI               TO AMTO
           MOVE RSNI               TO RSNO
           MOVE EXPI               TO EXPO
           MOVE SELNOI             TO SELNOO.
      *
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-CUST-NAME       TO NAMEO
           MOVE WS-ACCT-BALANCE    TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO LEDGO
           MOVE WS-HELD-TOTAL      TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO HELDO
           COMPUTE WS-AVAIL-BALANCE = WS-ACCT-BALANCE - WS-HELD-TOTAL
           MOVE WS-AVAIL-BALANCE   TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO AVAILO.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEO
           INITIALIZE LEDGO
           INITIALIZE HELDO
           INITIALIZE AVAILO
           PERFORM INIT-ROW-FIELDS.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE ACCTO
           INITIALIZE ACTNO
           INITIALIZE AMTO
           INITIALIZE RSNO
           INITIALIZE EXPO
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
               MAP('CAIQM13')
               MAPSET('CAIQM13')
               FROM(CAIQM13O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
