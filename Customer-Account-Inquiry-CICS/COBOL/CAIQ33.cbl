      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ33.
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
       COPY CAIQM12.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
      *    WS-ORIG-REC - THE TELLER POSTING BEING REVERSED, AS READ
      *    FROM CAIQJ01 BY THE KEY KEYED ON THE SCREEN.
       01  WS-ORIG-REC.
           COPY CAIQJR01 REPLACING LEADING ==JR-== BY ==WS-OR-==.
      *
      *    WS-JRNL-REC - THE 'R' REVERSING ENTRY WRITTEN FOR IT.
       01  WS-JRNL-REC.
           COPY CAIQJR01 REPLACING LEADING ==JR-== BY ==WS-JR-==.
      *
       01  WS-HIST-REC.
           COPY CAIQHI01 REPLACING LEADING ==HI-== BY ==WS-HI-==.
      *
      *    WS-RUNCTL-REC - THE CAIQC01 '*CONTROL' RECORD, READ FOR
      *    THE BUSINESS DATE IN EFFECT.  ONCE THE SCHEDULE HAS
      *    ROLLED IT PAST THE POSTING'S DATE THE DAY'S MONEY HAS
      *    BEEN PROVED AND INTERFACED, AND A CORRECTION IS A NEW
      *    POSTING, NOT A REVERSAL.
       01  WS-RUNCTL-REC.
           COPY CAIQRC01 REPLACING LEADING ==RC-== BY ==WS-RC-==.
       01  WS-BUS-DATE          PIC X(08).
      *
      *    WS-CLOSED-STATUS - NO MONEY MOVES ON A CLOSED ACCOUNT,
      *    A REVERSAL INCLUDED.  NOR ON AN ESCHEATED ONE - ITS
      *    BALANCE WENT TO THE STATE AS IT STOOD.
       01  WS-CLOSED-STATUS     PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS    PIC X(10) VALUE 'ESCHEATED'.
      *
      *    WS-POST-AMOUNT - THE ORIGINAL'S SIGNED AMOUNT NEGATED, SO
      *    THE PAIR NETS TO EXACTLY ZERO ON THE ACCOUNT.
       01  WS-POST-AMOUNT       PIC S9(09)V99.
       01  WS-OLD-BALANCE       PIC S9(09)V99.
       01  WS-NEW-BALANCE       PIC S9(09)V99.
      *
      *    WS-HOLD-REC / WS-HELD-AMOUNT - THE ACCOUNT'S CAIQL01
      *    HOLDS STILL IN FORCE TODAY.  TAKING A DEPOSIT BACK MAY
      *    ONLY DRAW ON THE AVAILABLE BALANCE, SAME AS A DEBIT.
       01  WS-HOLD-REC.
           COPY CAIQHD01 REPLACING LEADING ==HD-== BY ==WS-HD-==.
       01  WS-HELD-AMOUNT       PIC S9(09)V99.
       01  WS-BRW-KEY           PIC X(27).
       01  WS-BROWSE-DONE       PIC X(01).
      *
      *    WS-REFUSE-MSG - SET BY CHECK-ELIGIBLE WHEN THE POSTING
      *    CANNOT BE REVERSED; SPACES WHEN IT CAN.
       01  WS-REFUSE-MSG        PIC X(40).
      *
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
      *    FROM THE CAIQO02 SIGN-ON FILE.  ONLY A SUPERVISOR MAY
      *    REVERSE, AND NEVER A POSTING THEY KEYED THEMSELVES.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       PROCEDURE DIVISION.
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
           IF WS-SG-ROLE NOT = 'S'
               PERFORM INIT-ALL-OUTPUT-FIELDS
               MOVE 'SUPERVISOR ROLE REQUIRED'          TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
               GO TO END-PROG
           ELSE
               PERFORM RECEIVE-MAP
               PERFORM VALIDATE-INPUT
               PERFORM GET-DATE-TIME
               PERFORM GET-BUSINESS-DATE
               PERFORM PROCESS-REQUEST
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM12')
               MAPSET('CAIQM12')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM12')
               MAPSET('CAIQM12')
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
              MOVE 'ENTER THE JOURNAL KEY TO REVERSE'  TO MSGLO
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
       VALIDATE-INPUT.
           IF JRKEYI = SPACES OR JRKEYI = LOW-VALUES
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ENTER THE JOURNAL KEY TO REVERSE'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF JRKEYI NOT NUMERIC
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'JOURNAL KEY MUST BE 19 DIGITS'     TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF CONFI NOT = SPACES AND CONFI NOT = LOW-VALUES
              AND CONFI NOT = 'Y' AND CONFI NOT = 'N'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'CONFIRM MUST BE Y OR BLANK'        TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    PROCESS-REQUEST - THE FIRST ENTER ONLY DISPLAYS THE
      *    POSTING AND WHAT THE REVERSAL WOULD DO; NOTHING MOVES
      *    UNTIL THE SUPERVISOR RE-ENTERS WITH CONFIRM 'Y'.
       PROCESS-REQUEST.
           IF CONFI = 'Y'
              PERFORM POST-REVERSAL THRU POST-REVERSAL-EXIT
           ELSE
              PERFORM SHOW-POSTING THRU SHOW-POSTING-EXIT
           END-IF.
      *
       SHOW-POSTING.
           MOVE JRKEYI              TO WS-OR-KEY
      *
           EXEC CICS READ
               FILE('CAIQJ01')
               INTO(WS-ORIG-REC)
               RIDFLD(WS-OR-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM JOURNAL-READ-FAILED
              GO TO SHOW-POSTING-EXIT
           END-IF
      *
           PERFORM READ-ACCOUNT
           PERFORM CHECK-ELIGIBLE
      *
           PERFORM POP-OUTPUT-FIELDS
           IF WS-REFUSE-MSG NOT = SPACES
              MOVE WS-REFUSE-MSG    TO MSGLO
           ELSE
              MOVE 'ENTER CONFIRM Y TO POST THE REVERSAL'
                                    TO MSGLO
           END-IF.
      *
       SHOW-POSTING-EXIT.
           EXIT.
      *
      *    POST-REVERSAL - LOCKS THE ORIGINAL JOURNAL ENTRY FIRST,
      *    SO TWO SUPERVISORS CANNOT REVERSE THE SAME POSTING AT
      *    ONCE, RE-CHECKS IT UNDER THE LOCK, THEN LOCKS THE
      *    ACCOUNT.  THE OFFSETTING AMOUNT GOES ON THE BALANCE, THE
      *    ORIGINAL IS MARKED REVERSED, THE 'R' ENTRY IS WRITTEN
      *    LINKED BACK TO IT, AND THE CAIQH01 TRAIL GETS THE SAME
      *    'P' RECORD A TELLER POSTING LEAVES, WITH THE TRUE
      *    BEFORE AND AFTER BALANCES, SO THE NIGHTLY MONEY PROOF
      *    STILL TIES.
       POST-REVERSAL.
           MOVE JRKEYI              TO WS-OR-KEY
      *
           EXEC CICS READ
               FILE('CAIQJ01')
               INTO(WS-ORIG-REC)
               RIDFLD(WS-OR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM JOURNAL-READ-FAILED
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           PERFORM CHECK-ELIGIBLE
           IF WS-REFUSE-MSG NOT = SPACES
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM READ-ACCOUNT
              PERFORM POP-OUTPUT-FIELDS
              MOVE WS-REFUSE-MSG    TO MSGLO
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           MOVE WS-OR-CUST-ID       TO WS-CUST-ID
           MOVE WS-OR-ACCT-NO       TO WS-ACCT-NO
      *
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-CUST-KEY)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'ACCOUNT NOT FOUND'              TO MSGLO
              ELSE
                 MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
              END-IF
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           MOVE WS-ACCT-BALANCE     TO WS-OLD-BALANCE
           COMPUTE WS-POST-AMOUNT = 0 - WS-OR-AMOUNT
           COMPUTE WS-NEW-BALANCE = WS-ACCT-BALANCE + WS-POST-AMOUNT
      *
           IF WS-ACCT-STATUS = WS-CLOSED-STATUS
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'ACCOUNT IS CLOSED - NOT REVERSED'   TO MSGLO
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           IF WS-ACCT-STATUS = WS-ESCHEAT-STATUS
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'ACCOUNT ESCHEATED - NOT REVERSED'   TO MSGLO
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
      *    REVERSING A DEPOSIT WHOSE MONEY HAS SINCE BEEN DRAWN
      *    OR HELD WOULD OVERDRAW THE ACCOUNT OR SPEND HELD FUNDS -
      *    REFUSED, SAME RULE AS A COUNTER WITHDRAWAL.
           MOVE 0                   TO WS-HELD-AMOUNT
           IF WS-POST-AMOUNT < 0
              PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           END-IF
      *
           IF WS-NEW-BALANCE < 0
              OR (WS-POST-AMOUNT < 0
                  AND WS-NEW-BALANCE - WS-HELD-AMOUNT < 0)
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'INSUFFICIENT FUNDS - NOT REVERSED'  TO MSGLO
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           MOVE WS-NEW-BALANCE      TO WS-ACCT-BALANCE
           MOVE WS-NOW-DATE         TO WS-LAST-ACTIVITY-DATE
      *
           EXEC CICS REWRITE
               FILE('CAIQF01')
               FROM(WS-CUST-REC)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                  FILE('CAIQJ01')
              END-EXEC
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'UPDATE FAILED CONTACT ADMIN'       TO MSGLO
              GO TO POST-REVERSAL-EXIT
           END-IF
      *
           PERFORM BUILD-REVERSING-KEY
           PERFORM MARK-ORIGINAL-REVERSED
           PERFORM WRITE-JOURNAL-REC
           PERFORM WRITE-HISTORY-REC
      *
           PERFORM POP-OUTPUT-FIELDS
           MOVE 'REVERSAL POSTED'                      TO MSGLO.
      *
       POST-REVERSAL-EXIT.
           EXIT.
      *
      *    CHECK-ELIGIBLE - ONLY A TELLER DEPOSIT OR WITHDRAWAL
      *    FROM THE POSTING SCREEN, ON TODAY'S BUSINESS DATE, NOT
      *    ALREADY REVERSED AND NOT ITSELF A REVERSAL, AND NOT
      *    KEYED BY THE SUPERVISOR NOW ASKING TO REVERSE IT.
       CHECK-ELIGIBLE.
           MOVE SPACES              TO WS-REFUSE-MSG
      *
           EVALUATE TRUE
               WHEN WS-OR-REV-FLAG = 'R'
                  MOVE 'POSTING ALREADY REVERSED'
                                    TO WS-REFUSE-MSG
               WHEN WS-OR-REV-FLAG = 'V'
                  MOVE 'ENTRY IS ITSELF A REVERSAL'
                                    TO WS-REFUSE-MSG
               WHEN WS-OR-PROGRAM NOT = 'CAIQ18'
                  OR (WS-OR-TRAN-TYPE NOT = 'C'
                      AND WS-OR-TRAN-TYPE NOT = 'D')
                  MOVE 'ONLY TELLER POSTINGS CAN BE REVERSED'
                                    TO WS-REFUSE-MSG
               WHEN WS-BUS-DATE = SPACES
                  MOVE 'BUSINESS DATE NOT AVAILABLE'
                                    TO WS-REFUSE-MSG
               WHEN WS-OR-DATE NOT = WS-BUS-DATE
                  OR WS-OR-DATE NOT = WS-NOW-DATE
                  MOVE 'BUSINESS DATE HAS ROLLED - NOT REVERSED'
                                    TO WS-REFUSE-MSG
               WHEN WS-OR-OPER-ID = WS-SG-OPER-ID
                  MOVE 'CANNOT REVERSE YOUR OWN POSTING'
                                    TO WS-REFUSE-MSG
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
      *    READ-ACCOUNT - THE POSTING'S ACCOUNT, FOR DISPLAY ONLY.
      *    THE NEW BALANCE SHOWN IS WHAT THE REVERSAL WOULD LEAVE.
       READ-ACCOUNT.
           MOVE WS-OR-CUST-ID       TO WS-CUST-ID
           MOVE WS-OR-ACCT-NO       TO WS-ACCT-NO
      *
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-CUST-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '** ACCOUNT NOT ON FILE **'  TO WS-CUST-NAME
              MOVE 0                TO WS-ACCT-BALANCE
           END-IF
      *
           MOVE WS-ACCT-BALANCE     TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = WS-ACCT-BALANCE - WS-OR-AMOUNT.
      *
       JOURNAL-READ-FAILED.
           PERFORM INIT-OUTPUT-FIELDS
           PERFORM POP-INPUT-FIELDS
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'JOURNAL ENTRY NOT FOUND'           TO MSGLO
           ELSE
              MOVE 'FILE ERROR CONTACT ADMIN'          TO MSGLO
           END-IF.
      *
      *    BUILD-REVERSING-KEY - THE 'R' ENTRY'S KEY IS SETTLED
      *    BEFORE EITHER JOURNAL RECORD IS WRITTEN, SO THE ORIGINAL
      *    CAN BE MARKED WITH IT WHILE IT IS STILL HELD FOR UPDATE.
       BUILD-REVERSING-KEY.
           MOVE SPACES             TO WS-JRNL-REC
           MOVE EIBTASKN           TO WS-TASKN
           MOVE WS-NOW-DATE        TO WS-JR-DATE
           MOVE WS-NOW-TIME        TO WS-JR-TIME
           MOVE WS-TASKN-X (3:5)   TO WS-JR-SEQ.
      *
       MARK-ORIGINAL-REVERSED.
           MOVE 'R'                TO WS-OR-REV-FLAG
           MOVE WS-JR-KEY          TO WS-OR-REV-LINK-KEY
           MOVE WS-SG-OPER-ID      TO WS-OR-REV-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQJ01')
               FROM(WS-ORIG-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'JOURNAL REWRITE FAILED RESP=' WS-RESP
                   ' JR-KEY=' WS-OR-KEY
           END-IF.
      *
      *    WRITE-JOURNAL-REC - THE 'R' ENTRY.  IT CARRIES THE
      *    ORIGINAL TELLER AS THE OPERATOR SO THE MONEY COMES BACK
      *    OFF THAT TELLER'S DRAWER; THE SUPERVISOR IS IN
      *    JR-REV-OPER-ID.  A WRITE FAILURE IS LOGGED BUT DOES NOT
      *    BACK OUT THE POSTING, SAME AS THE TELLER POSTING SCREEN.
       WRITE-JOURNAL-REC.
           MOVE 'CAIQ33'           TO WS-JR-PROGRAM
           MOVE EIBTRMID           TO WS-JR-TERM-ID
           MOVE WS-CUST-ID         TO WS-JR-CUST-ID
           MOVE WS-ACCT-NO         TO WS-JR-ACCT-NO
           MOVE 'R'                TO WS-JR-TRAN-TYPE
           MOVE WS-POST-AMOUNT     TO WS-JR-AMOUNT
           MOVE WS-OLD-BALANCE     TO WS-JR-OLD-BALANCE
           MOVE WS-ACCT-BALANCE    TO WS-JR-NEW-BALANCE
           MOVE 0                  TO WS-JR-RATE
           MOVE WS-OR-OPER-ID      TO WS-JR-OPER-ID
           MOVE 'V'                TO WS-JR-REV-FLAG
           MOVE WS-OR-KEY          TO WS-JR-REV-LINK-KEY
           MOVE WS-SG-OPER-ID      TO WS-JR-REV-OPER-ID
      *
           EXEC CICS WRITE
               FILE('CAIQJ01')
               FROM(WS-JRNL-REC)
               RIDFLD(WS-JR-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'JOURNAL WRITE FAILED RESP=' WS-RESP
                   ' CUST-ID=' WS-CUST-ID
           END-IF.
      *
      *    WRITE-HISTORY-REC - ACTION 'P' AS FOR ANY POSTING.  THE
      *    TELLER TERMINAL THAT KEYED THE ORIGINAL IS THE
      *    REQUESTING TERMINAL AND THE SUPERVISOR'S THE APPROVING
      *    ONE, AS ON THE DUAL-CONTROL CHANGES.
       WRITE-HISTORY-REC.
           MOVE SPACES             TO WS-HIST-REC
           MOVE WS-JR-DATE         TO WS-HI-DATE
           MOVE WS-JR-TIME         TO WS-HI-TIME
           MOVE WS-JR-SEQ          TO WS-HI-SEQ
           MOVE 'CAIQ33'           TO WS-HI-PROGRAM
           MOVE EIBTRMID           TO WS-HI-TERM-ID
           MOVE 'P'                TO WS-HI-ACTION
           MOVE WS-CUST-ID         TO WS-HI-CUST-ID
           MOVE WS-ACCT-NO         TO WS-HI-ACCT-NO
           MOVE WS-ACCT-STATUS     TO WS-HI-OLD-STATUS
           MOVE WS-ACCT-STATUS     TO WS-HI-NEW-STATUS
           MOVE WS-OLD-BALANCE     TO WS-HI-OLD-BALANCE
           MOVE WS-ACCT-BALANCE    TO WS-HI-NEW-BALANCE
           MOVE WS-BRANCH-CODE     TO WS-HI-OLD-BRANCH
           MOVE WS-BRANCH-CODE     TO WS-HI-NEW-BRANCH
           MOVE WS-OR-TERM-ID      TO WS-HI-REQ-TERM-ID
           MOVE EIBTRMID           TO WS-HI-APPR-TERM-ID
           MOVE WS-SG-OPER-ID      TO WS-HI-OPER-ID
           MOVE WS-CUST-NAME       TO WS-HI-NEW-CUST-NAME
           MOVE WS-ACCT-TYPE       TO WS-HI-NEW-ACCT-TYPE
           MOVE WS-STMT-PREF       TO WS-HI-NEW-STMT-PREF
           MOVE WS-LAST-ACTIVITY-DATE
                                   TO WS-HI-NEW-ACTIVITY-DATE
      *
           EXEC CICS WRITE
               FILE('CAIQH01')
               FROM(WS-HIST-REC)
               RIDFLD(WS-HI-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'HISTORY WRITE FAILED RESP=' WS-RESP
                   ' CUST-ID=' WS-CUST-ID
           END-IF.
      *
      *    SUM-ACTIVE-HOLDS - BROWSES THE ACCOUNT'S RANGE OF
      *    CAIQL01 AND TOTALS THE HOLDS IN FORCE TODAY: STATUS
      *    ACTIVE AND NOT PAST THEIR EXPIRY DATE.  NO HOLD FILE
      *    RECORDS FOR THE ACCOUNT MEANS NOTHING HELD.
       SUM-ACTIVE-HOLDS.
           MOVE 0                   TO WS-HELD-AMOUNT
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
              GO TO SUM-ACTIVE-HOLDS-EXIT
           END-IF
      *
           PERFORM READ-NEXT-HOLD
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQL01')
           END-EXEC.
      *
       SUM-ACTIVE-HOLDS-EXIT.
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
                 ADD WS-HD-AMOUNT   TO WS-HELD-AMOUNT
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
      *    GET-BUSINESS-DATE - THE BUSINESS DATE IN EFFECT FROM THE
      *    CAIQC01 '*CONTROL' RECORD.  LEFT AS SPACES IF IT CANNOT
      *    BE READ, WHICH REFUSES EVERY REVERSAL.
       GET-BUSINESS-DATE.
           MOVE SPACES              TO WS-BUS-DATE
           MOVE '*CONTROL'          TO WS-RC-PROGRAM-ID
           MOVE '00000000'          TO WS-RC-RUN-DATE
      *
           EXEC CICS READ
               FILE('CAIQC01')
               INTO(WS-RUNCTL-REC)
               RIDFLD(WS-RC-RUN-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-RC-BUSINESS-DATE  TO WS-BUS-DATE
           END-IF.
      *
       POP-INPUT-FIELDS.
           MOVE JRKEYI             TO JRKEYO
           MOVE CONFI              TO CONFO.
      *
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-OR-CUST-ID      TO CUSTO
           MOVE WS-OR-ACCT-NO      TO ACCTO
           MOVE WS-CUST-NAME       TO NAMEO
           MOVE WS-OR-OPER-ID      TO TOPERO
      *
           EVALUATE WS-OR-TRAN-TYPE
               WHEN 'C'
                  MOVE 'TELLER DEPOSIT'       TO TTYPO
               WHEN 'D'
                  MOVE 'TELLER WITHDRAWAL'    TO TTYPO
               WHEN 'R'
                  MOVE 'REVERSAL'             TO TTYPO
               WHEN OTHER
                  MOVE 'NOT A TELLER POSTING' TO TTYPO
           END-EVALUATE
      *
           MOVE WS-OR-AMOUNT       TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO TAMTO
           MOVE WS-OLD-BALANCE     TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO OLDBALO
           MOVE WS-NEW-BALANCE     TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO NEWBALO
      *
           EVALUATE WS-OR-REV-FLAG
               WHEN 'R'
                  MOVE 'REVERSED'             TO RSTATO
               WHEN 'V'
                  MOVE 'REVERSING ENTRY'      TO RSTATO
               WHEN OTHER
                  MOVE 'NOT REVERSED'         TO RSTATO
           END-EVALUATE
           MOVE WS-OR-REV-LINK-KEY TO RKEYO.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE CUSTO
           INITIALIZE ACCTO
           INITIALIZE NAMEO
           INITIALIZE TTYPO
           INITIALIZE TAMTO
           INITIALIZE TOPERO
           INITIALIZE OLDBALO
           INITIALIZE NEWBALO
           INITIALIZE RSTATO
           INITIALIZE RKEYO.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE JRKEYO
           INITIALIZE CONFO
           PERFORM INIT-OUTPUT-FIELDS.
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
               MAP('CAIQM12')
               MAPSET('CAIQM12')
               FROM(CAIQM12O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-ORIG-REC)
              LENGTH(LENGTH OF WS-ORIG-REC)
           END-EXEC.
