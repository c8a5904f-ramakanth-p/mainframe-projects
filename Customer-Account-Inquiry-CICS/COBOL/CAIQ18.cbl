           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
      *    WS-CLOSED-STATUS - NO MONEY MOVES ON A CLOSED ACCOUNT;
      *    THE POSTING IS REFUSED BEFORE ANYTHING IS TOUCHED.  AN
      *    ESCHEATED ACCOUNT'S BALANCE BELONGS TO THE STATE - THE
      *    OWNER RECLAIMS IT FROM THE STATE, NOT AT THE WINDOW.
       01  WS-CLOSED-STATUS     PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS    PIC X(10) VALUE 'ESCHEATED'.
      *
      *    WS-KYC-REC / WS-KYC-GRACE-DAYS - THE CUSTOMER'S CAIQKY01
      *    KYC REVIEW.  ONCE THE NEXT REVIEW IS MORE THAN THE GRACE
      *    PERIOD OVERDUE NO MONEY MOVES UNTIL A NEW REVIEW IS
      *    RECORDED; THE SAME GRACE AS THE INQUIRY, THE KYC SCREEN
      *    AND THE MONTHLY KYC REPORT.  A CUSTOMER WITH NO REVIEW
      *    ON FILE IS NOT BLOCKED.
       01  WS-KYC-REC.
           COPY CAIQKY01 REPLACING LEADING ==KY-== BY ==WS-KY-==.
       01  WS-KYC-GRACE-DAYS    PIC 9(03) VALUE 30.
       01  WS-KYC-CUTOFF        PIC X(08).
       01  WS-KYC-CUTOFF-ABS    PIC S9(15) COMP-3.
       01  WS-KYC-BLOCKED       PIC X(01).
      *
      *    WS-AMT-IN/WS-POST-AMOUNT - THE SCREEN AMOUNT ARRIVES AS
      *    DIGITS-ONLY PENNIES; IT IS CONVERTED TO A SIGNED DECIMAL
       01  WS-AMT-IN            PIC 9(11).
       01  WS-POST-AMOUNT       PIC S9(09)V99.
       01  WS-OLD-BALANCE       PIC S9(09)V99.
      *
      *    WS-HOLD-REC / WS-HELD-AMOUNT - THE ACCOUNT'S CAIQL01
      *    HOLDS STILL IN FORCE TODAY.  A DEBIT MAY ONLY DRAW ON THE
      *    AVAILABLE BALANCE, THE LEDGER BALANCE LESS THESE.
       01  WS-HOLD-REC.
           COPY CAIQHD01 REPLACING LEADING ==HD-== BY ==WS-HD-==.
       01  WS-HELD-AMOUNT       PIC S9(09)V99.
       01  WS-BRW-KEY           PIC X(27).
       01  WS-BROWSE-DONE       PIC X(01).
      *
       01  WS-BAL-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
      *
           END-EVALUATE.
      *
      *    POST-MOVEMENT - APPLIES THE DEBIT/CREDIT TO THE LOCKED
      *    RECORD.  A CLOSED ACCOUNT IS REFUSED OUTRIGHT, AS IS
      *    ANY ACCOUNT OF A CUSTOMER WHOSE KYC REVIEW IS PAST ITS
      *    GRACE PERIOD, AND A DEBIT THAT WOULD TAKE THE AVAILABLE
      *    BALANCE (LEDGER LESS ACTIVE HOLDS) NEGATIVE IS REFUSED
      *    RATHER THAN CREATING AN OVERDRAFT OR SPENDING HELD FUNDS
      *    AT THE COUNTER.  THE
      *    APPLIED MOVEMENT GOES ON THE CAIQJ01 JOURNAL AND THE
      *    CAIQH01 MAINTENANCE TRAIL, SAME AS THE STATUS
      *    TRANSACTION LEAVES FOR ITS CHANGES.
      *    EVERY EXIT PATH - INCLUDING THE REFUSAL SCREENS, WHICH
      *    DISPLAY IT - SHOWS THE REAL BALANCES.
           MOVE WS-ACCT-BALANCE     TO WS-OLD-BALANCE
           PERFORM GET-DATE-TIME
      *
           IF WS-ACCT-STATUS = WS-CLOSED-STATUS
              EXEC CICS UNLOCK
              MOVE 'ACCOUNT IS CLOSED - NOT POSTED'     TO MSGLO
              GO TO POST-MOVEMENT-EXIT
           END-IF
      *
           IF WS-ACCT-STATUS = WS-ESCHEAT-STATUS
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'ACCOUNT ESCHEATED TO STATE - NOT POSTED' TO MSGLO
              GO TO POST-MOVEMENT-EXIT
           END-IF
      *
           PERFORM CHECK-KYC-REVIEW
           IF WS-KYC-BLOCKED = 'Y'
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'KYC REVIEW OVERDUE - NOT POSTED'    TO MSGLO
              GO TO POST-MOVEMENT-EXIT
           END-IF
      *
           COMPUTE WS-POST-AMOUNT = WS-AMT-IN / 100
           IF DRCRI = 'D'
              COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF
      *
           MOVE 0                   TO WS-HELD-AMOUNT
           IF DRCRI = 'D'
              PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           END-IF
      *
           IF DRCRI = 'D'
              AND WS-ACCT-BALANCE - WS-HELD-AMOUNT + WS-POST-AMOUNT
                  < 0
              EXEC CICS UNLOCK
                  FILE('CAIQF01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              IF WS-HELD-AMOUNT = 0
                 MOVE 'INSUFFICIENT FUNDS - NOT POSTED' TO MSGLO
              ELSE
                 MOVE 'INSUFFICIENT AVAILABLE BAL - NOT POSTED'
                                                        TO MSGLO
              END-IF
              GO TO POST-MOVEMENT-EXIT
           END-IF
      *
           ADD WS-POST-AMOUNT       TO WS-ACCT-BALANCE
      *
           MOVE WS-NOW-DATE         TO WS-LAST-ACTIVITY-DATE
      *
           EXEC CICS REWRITE
      *
       POST-MOVEMENT-EXIT.
           EXIT.
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
      *    CHECK-KYC-REVIEW - BLOCKED WHEN THE CUSTOMER'S NEXT
      *    REVIEW FELL DUE BEFORE THE CUTOFF, THE GRACE PERIOD
      *    BEFORE TODAY.  NO REVIEW RECORD, OR A FILE PROBLEM, DOES
      *    NOT HOLD UP THE COUNTER.
       CHECK-KYC-REVIEW.
           MOVE 'N'                 TO WS-KYC-BLOCKED
           MOVE WS-CUST-ID          TO WS-KY-CUST-ID
      *
           EXEC CICS READ
               FILE('CAIQKY01')
               INTO(WS-KYC-REC)
               RIDFLD(WS-KY-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-KY-NEXT-DUE NOT = SPACES
              COMPUTE WS-KYC-CUTOFF-ABS = WS-ABSTIME
                      - (WS-KYC-GRACE-DAYS * 86400000)
              EXEC CICS FORMATTIME
                  ABSTIME(WS-KYC-CUTOFF-ABS)
                  YYYYMMDD(WS-KYC-CUTOFF)
              END-EXEC
              IF WS-KY-NEXT-DUE < WS-KYC-CUTOFF
                 MOVE 'Y'           TO WS-KYC-BLOCKED
              END-IF
           END-IF.
      *
       GET-DATE-TIME.
           EXEC CICS ASKTIME
           MOVE WS-BRANCH-CODE     TO WS-HI-OLD-BRANCH
           MOVE WS-BRANCH-CODE     TO WS-HI-NEW-BRANCH
           MOVE WS-SG-OPER-ID      TO WS-HI-OPER-ID
           MOVE WS-CUST-NAME       TO WS-HI-NEW-CUST-NAME
           MOVE WS-ACCT-TYPE       TO WS-HI-NEW-ACCT-TYPE
           MOVE WS-STMT-PREF       TO WS-HI-NEW-STMT-PREF
           MOVE WS-LAST-ACTIVITY-DATE
                                   TO WS-HI-NEW-ACTIVITY-DATE
      *
           EXEC CICS WRITE
               FILE('CAIQH01')
