      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ31.
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
       COPY CAIQM11.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-DRAWER-REC.
           COPY CAIQDW01 REPLACING LEADING ==DW-== BY ==WS-DW-==.
      *
       01  WS-JRNL-REC.
           COPY CAIQJR01 REPLACING LEADING ==JR-== BY ==WS-JR-==.
      *
       01  WS-BRANCH-REC.
           COPY CAIQBR01 REPLACING LEADING ==BR-== BY ==WS-BR-==.
      *
      *    WS-DRAWER-TOLERANCE - AN OVER/SHORT UP TO THIS AMOUNT
      *    EITHER WAY CLOSES THE DRAWER BALANCED; ANYTHING BEYOND
      *    IT HOLDS THE DRAWER FOR SUPERVISOR SIGN-OFF.
       01  WS-DRAWER-TOLERANCE  PIC 9(05)V99 VALUE 5.00.
      *
      *    WS-AMT-IN - THE SCREEN AMOUNTS ARRIVE AS DIGITS-ONLY
      *    PENNIES, SAME AS ON THE POSTING SCREEN.
       01  WS-AMT-IN            PIC 9(11).
       01  WS-ABS-VARIANCE      PIC S9(09)V99.
       01  WS-DRAWER-OPER-ID    PIC X(08).
      *
       01  WS-BAL-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
      *
      *    WS-JRN-BRW-KEY - BROWSE POSITION ON CAIQJ01.  THE
      *    JOURNAL IS KEYED BY DATE/TIME, SO THE DAY'S POSTINGS
      *    ARE ONE CONTIGUOUS RANGE STARTING AT THE DATE.
       01  WS-JRN-BRW-KEY.
           05  WS-JRN-BRW-DATE  PIC X(08).
           05  FILLER           PIC X(11).
       01  WS-BROWSE-DONE       PIC X(01).
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
      *
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  A TELLER OPENS, CLOSES
      *    AND INQUIRES ON THEIR OWN DRAWER ONLY; A SUPERVISOR MAY
      *    ALSO INQUIRE ON AND SIGN OFF ANOTHER OPERATOR'S DRAWER,
      *    BUT NEVER THEIR OWN.
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
           IF WS-SG-ROLE NOT = 'T' AND WS-SG-ROLE NOT = 'S'
               PERFORM INIT-ALL-OUTPUT-FIELDS
               MOVE 'TELLER OR SUPERVISOR ROLE REQUIRED' TO MSGLO
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
               PERFORM PROCESS-REQUEST
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM11')
               MAPSET('CAIQM11')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM11')
               MAPSET('CAIQM11')
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
              MOVE 'ENTER ACTION O, C, S OR I'       TO MSGLO
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
      *    NEEDED.  OPERI NAMES ANOTHER OPERATOR'S DRAWER AND IS
      *    ONLY HONOURED FOR A SUPERVISOR; LEFT BLANK IT MEANS THE
      *    SIGNED-ON OPERATOR'S OWN DRAWER.
       VALIDATE-INPUT.
           IF ACTNI NOT = 'O' AND ACTNI NOT = 'C'
              AND ACTNI NOT = 'S' AND ACTNI NOT = 'I'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ACTION MUST BE O, C, S OR I'      TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF OPERI = SPACES OR OPERI = LOW-VALUES
              MOVE WS-SG-OPER-ID    TO WS-DRAWER-OPER-ID
           ELSE
              MOVE OPERI            TO WS-DRAWER-OPER-ID
           END-IF.
      *
           IF WS-DRAWER-OPER-ID NOT = WS-SG-OPER-ID
              AND WS-SG-ROLE NOT = 'S'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'SUPERVISOR ROLE REQUIRED'         TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF (ACTNI = 'O' OR ACTNI = 'C')
              AND WS-DRAWER-OPER-ID NOT = WS-SG-OPER-ID
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ONLY YOUR OWN DRAWER CAN BE OPENED/CLOSED'
                                    TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'S'
              AND WS-SG-ROLE NOT = 'S'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'SUPERVISOR ROLE REQUIRED'         TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'S'
              AND WS-DRAWER-OPER-ID = WS-SG-OPER-ID
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'CANNOT SIGN OFF YOUR OWN DRAWER'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'O'
              AND (BRCDI = SPACES OR BRCDI = LOW-VALUES)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'BRANCH CODE REQUIRED TO OPEN'     TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'O'
              AND (FLOATI = SPACES OR FLOATI NOT NUMERIC)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'FLOAT MUST BE NUMERIC (PENNIES)'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'C'
              AND (CNTI = SPACES OR CNTI NOT NUMERIC)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'COUNTED CASH MUST BE NUMERIC (PENNIES)'
                                    TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
       PROCESS-REQUEST.
           EVALUATE ACTNI
               WHEN 'O'
                   PERFORM OPEN-DRAWER THRU OPEN-DRAWER-EXIT
               WHEN 'C'
                   PERFORM CLOSE-DRAWER THRU CLOSE-DRAWER-EXIT
               WHEN 'S'
                   PERFORM SIGNOFF-DRAWER THRU SIGNOFF-DRAWER-EXIT
               WHEN OTHER
                   PERFORM INQUIRE-DRAWER
           END-EVALUATE.
      *
      *    OPEN-DRAWER - ONE DRAWER PER OPERATOR PER DAY, AT A
      *    BRANCH THAT IS ON THE MASTER AND OPEN.  THE DUPLICATE
      *    KEY ON THE WRITE IS WHAT REFUSES A SECOND OPEN.
       OPEN-DRAWER.
           MOVE BRCDI               TO WS-BR-BRANCH-CODE
           EXEC CICS READ
               FILE('CAIQB01')
               INTO(WS-BRANCH-REC)
               RIDFLD(WS-BR-BRANCH-CODE)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'BRANCH NOT ON BRANCH MASTER'      TO MSGLO
              GO TO OPEN-DRAWER-EXIT
           END-IF
      *
           IF WS-BR-OPEN-FLAG NOT = 'O'
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'BRANCH IS CLOSED'                 TO MSGLO
              GO TO OPEN-DRAWER-EXIT
           END-IF
      *
           MOVE SPACES              TO WS-DRAWER-REC
           MOVE WS-NOW-DATE         TO WS-DW-BUS-DATE
           MOVE WS-DRAWER-OPER-ID   TO WS-DW-OPER-ID
           MOVE EIBTRMID            TO WS-DW-TERM-ID
           MOVE BRCDI               TO WS-DW-BRANCH-CODE
           MOVE 'O'                 TO WS-DW-STATUS
           MOVE FLOATI              TO WS-AMT-IN
           COMPUTE WS-DW-OPEN-FLOAT = WS-AMT-IN / 100
           MOVE WS-NOW-TIME         TO WS-DW-OPEN-TIME
           MOVE 0                   TO WS-DW-CASH-IN
           MOVE 0                   TO WS-DW-CASH-OUT
           MOVE 0                   TO WS-DW-TRAN-COUNT
           MOVE 0                   TO WS-DW-EXPECTED
           MOVE 0                   TO WS-DW-DECLARED
           MOVE 0                   TO WS-DW-VARIANCE
      *
           EXEC CICS WRITE
               FILE('CAIQD01')
               FROM(WS-DRAWER-REC)
               RIDFLD(WS-DW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  PERFORM POP-OUTPUT-FIELDS
                  MOVE 'DRAWER OPENED'                  TO MSGLO
               WHEN DFHRESP(DUPREC)
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'DRAWER ALREADY OPENED TODAY'    TO MSGLO
               WHEN OTHER
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
       OPEN-DRAWER-EXIT.
           EXIT.
      *
      *    CLOSE-DRAWER - WORKS OUT THE EXPECTED DRAWER FROM THE
      *    DAY'S JOURNAL, RECORDS THE COUNT AND THE OVER/SHORT, AND
      *    DECIDES WHETHER A SUPERVISOR MUST SIGN THE DRAWER OFF.
      *    A DRAWER IS CLOSED ONCE; A RECOUNT AFTER THAT IS A
      *    SUPERVISOR MATTER, NOT A SECOND CLOSE.
       CLOSE-DRAWER.
           PERFORM READ-DRAWER-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO CLOSE-DRAWER-EXIT
           END-IF
      *
           IF WS-DW-STATUS NOT = 'O'
              EXEC CICS UNLOCK
                  FILE('CAIQD01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'DRAWER ALREADY CLOSED'            TO MSGLO
              GO TO CLOSE-DRAWER-EXIT
           END-IF
      *
           PERFORM COMPUTE-EXPECTED
      *
           MOVE CNTI                TO WS-AMT-IN
           COMPUTE WS-DW-DECLARED = WS-AMT-IN / 100
           COMPUTE WS-DW-VARIANCE = WS-DW-DECLARED - WS-DW-EXPECTED
           MOVE WS-NOW-TIME         TO WS-DW-CLOSE-TIME
      *
           MOVE WS-DW-VARIANCE      TO WS-ABS-VARIANCE
           IF WS-ABS-VARIANCE < 0
              COMPUTE WS-ABS-VARIANCE = 0 - WS-ABS-VARIANCE
           END-IF
           IF WS-ABS-VARIANCE > WS-DRAWER-TOLERANCE
              MOVE 'P'              TO WS-DW-STATUS
           ELSE
              MOVE 'B'              TO WS-DW-STATUS
           END-IF
      *
           EXEC CICS REWRITE
               FILE('CAIQD01')
               FROM(WS-DRAWER-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'UPDATE FAILED CONTACT ADMIN'      TO MSGLO
              GO TO CLOSE-DRAWER-EXIT
           END-IF
      *
           PERFORM POP-OUTPUT-FIELDS
           IF WS-DW-STATUS = 'P'
              MOVE 'OVER/SHORT - SUPERVISOR SIGN-OFF NEEDED'
                                    TO MSGLO
           ELSE
              MOVE 'DRAWER CLOSED AND BALANCED'       TO MSGLO
           END-IF.
      *
       CLOSE-DRAWER-EXIT.
           EXIT.
      *
      *    SIGNOFF-DRAWER - A SUPERVISOR ACCEPTS AN OVER/SHORT
      *    DRAWER.  ONLY A DRAWER WAITING FOR SIGN-OFF QUALIFIES.
       SIGNOFF-DRAWER.
           PERFORM READ-DRAWER-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO SIGNOFF-DRAWER-EXIT
           END-IF
      *
           IF WS-DW-STATUS NOT = 'P'
              EXEC CICS UNLOCK
                  FILE('CAIQD01')
              END-EXEC
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'NO SIGN-OFF PENDING FOR THIS DRAWER' TO MSGLO
              GO TO SIGNOFF-DRAWER-EXIT
           END-IF
      *
           MOVE 'S'                 TO WS-DW-STATUS
           MOVE WS-SG-OPER-ID       TO WS-DW-SIGNOFF-OPER-ID
           MOVE WS-NOW-DATE         TO WS-DW-SIGNOFF-DATE
           MOVE WS-NOW-TIME         TO WS-DW-SIGNOFF-TIME
      *
           EXEC CICS REWRITE
               FILE('CAIQD01')
               FROM(WS-DRAWER-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'UPDATE FAILED CONTACT ADMIN'      TO MSGLO
              GO TO SIGNOFF-DRAWER-EXIT
           END-IF
      *
           PERFORM POP-OUTPUT-FIELDS
           MOVE 'DRAWER SIGNED OFF'                   TO MSGLO.
      *
       SIGNOFF-DRAWER-EXIT.
           EXIT.
      *
       INQUIRE-DRAWER.
           MOVE WS-NOW-DATE         TO WS-DW-BUS-DATE
           MOVE WS-DRAWER-OPER-ID   TO WS-DW-OPER-ID
      *
           EXEC CICS READ
               FILE('CAIQD01')
               INTO(WS-DRAWER-REC)
               RIDFLD(WS-DW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  PERFORM POP-OUTPUT-FIELDS
                  MOVE 'DRAWER DISPLAYED'               TO MSGLO
               WHEN DFHRESP(NOTFND)
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'NO DRAWER OPENED TODAY'         TO MSGLO
               WHEN OTHER
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
      *    READ-DRAWER-FOR-UPDATE - TODAY'S DRAWER FOR THE
      *    OPERATOR BEING WORKED ON.  ANY FAILURE LEAVES THE
      *    SCREEN MESSAGE SET AND WS-RESP NOT NORMAL.
       READ-DRAWER-FOR-UPDATE.
           MOVE WS-NOW-DATE         TO WS-DW-BUS-DATE
           MOVE WS-DRAWER-OPER-ID   TO WS-DW-OPER-ID
      *
           EXEC CICS READ
               FILE('CAIQD01')
               INTO(WS-DRAWER-REC)
               RIDFLD(WS-DW-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'NO DRAWER OPENED TODAY'         TO MSGLO
               WHEN OTHER
                  PERFORM INIT-OUTPUT-FIELDS
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
      *    COMPUTE-EXPECTED - BROWSES THE DAY'S CAIQJ01 RANGE AND
      *    TOTALS THE OPERATOR'S OWN TELLER DEPOSITS AND
      *    WITHDRAWALS.  ONLY 'C' AND 'D' MOVEMENTS ARE CASH OVER
      *    THE COUNTER; FEED, INTEREST AND FEE POSTINGS NEVER
      *    TOUCH A DRAWER.  A SUPERVISOR REVERSAL ('R') OF ONE OF
      *    THE OPERATOR'S POSTINGS CARRIES THE OPERATOR'S ID AND
      *    COMES BACK OFF THE SIDE THE ORIGINAL WENT ON.
       COMPUTE-EXPECTED.
           MOVE 0                   TO WS-DW-CASH-IN
           MOVE 0                   TO WS-DW-CASH-OUT
           MOVE 0                   TO WS-DW-TRAN-COUNT
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE LOW-VALUES          TO WS-JRN-BRW-KEY
           MOVE WS-DW-BUS-DATE      TO WS-JRN-BRW-DATE
      *
           EXEC CICS STARTBR
               FILE('CAIQJ01')
               RIDFLD(WS-JRN-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM READ-NEXT-JOURNAL
                      UNTIL WS-BROWSE-DONE = 'Y'
              EXEC CICS ENDBR
                  FILE('CAIQJ01')
              END-EXEC
           END-IF
      *
           COMPUTE WS-DW-EXPECTED = WS-DW-OPEN-FLOAT
                                  + WS-DW-CASH-IN
                                  - WS-DW-CASH-OUT.
      *
       READ-NEXT-JOURNAL.
           EXEC CICS READNEXT
               FILE('CAIQJ01')
               INTO(WS-JRNL-REC)
               RIDFLD(WS-JRN-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-JR-DATE NOT = WS-DW-BUS-DATE
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-JR-OPER-ID = WS-DW-OPER-ID
                 EVALUATE WS-JR-TRAN-TYPE
                     WHEN 'C'
                        ADD WS-JR-AMOUNT      TO WS-DW-CASH-IN
                        ADD 1                 TO WS-DW-TRAN-COUNT
                     WHEN 'D'
                        SUBTRACT WS-JR-AMOUNT FROM WS-DW-CASH-OUT
                        ADD 1                 TO WS-DW-TRAN-COUNT
                     WHEN 'R'
                        IF WS-JR-AMOUNT < 0
                           ADD WS-JR-AMOUNT   TO WS-DW-CASH-IN
                        ELSE
                           SUBTRACT WS-JR-AMOUNT
                                              FROM WS-DW-CASH-OUT
                        END-IF
                        ADD 1                 TO WS-DW-TRAN-COUNT
                 END-EVALUATE
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
           MOVE ACTNI              TO ACTNO
           MOVE OPERI              TO OPERO
           MOVE BRCDI              TO BRCDO
           MOVE FLOATI             TO FLOATO
           MOVE CNTI               TO CNTO.
      *
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-DW-OPER-ID      TO OPERO
           MOVE WS-DW-BRANCH-CODE  TO BRCDO
           PERFORM READ-BRANCH-NAME
      *
           EVALUATE WS-DW-STATUS
               WHEN 'O'
                  MOVE 'OPEN'                 TO DSTATO
               WHEN 'B'
                  MOVE 'CLOSED - BALANCED'    TO DSTATO
               WHEN 'P'
                  MOVE 'AWAITING SIGN-OFF'    TO DSTATO
               WHEN 'S'
                  MOVE 'SIGNED OFF'           TO DSTATO
               WHEN OTHER
                  MOVE SPACES                 TO DSTATO
           END-EVALUATE
      *
           MOVE WS-DW-OPEN-FLOAT   TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO FLTDO
      *
           IF WS-DW-STATUS = 'O'
              MOVE SPACES          TO CINO
              MOVE SPACES          TO COUTO
              MOVE SPACES          TO EXPO
              MOVE SPACES          TO DECLO
              MOVE SPACES          TO VARO
           ELSE
              MOVE WS-DW-CASH-IN   TO WS-BAL-DISP
              MOVE WS-BAL-DISP     TO CINO
              MOVE WS-DW-CASH-OUT  TO WS-BAL-DISP
              MOVE WS-BAL-DISP     TO COUTO
              MOVE WS-DW-EXPECTED  TO WS-BAL-DISP
              MOVE WS-BAL-DISP     TO EXPO
              MOVE WS-DW-DECLARED  TO WS-BAL-DISP
              MOVE WS-BAL-DISP     TO DECLO
              MOVE WS-DW-VARIANCE  TO WS-BAL-DISP
              MOVE WS-BAL-DISP     TO VARO
           END-IF.
      *
       READ-BRANCH-NAME.
           IF WS-DW-BRANCH-CODE = SPACES
              MOVE SPACES          TO BRNMO
           ELSE
              MOVE WS-DW-BRANCH-CODE  TO WS-BR-BRANCH-CODE
              EXEC CICS READ
                  FILE('CAIQB01')
                  INTO(WS-BRANCH-REC)
                  RIDFLD(WS-BR-BRANCH-CODE)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-BR-BRANCH-NAME    TO BRNMO
              ELSE
                 MOVE '** UNKNOWN BRANCH **'  TO BRNMO
              END-IF
           END-IF.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE BRNMO
           INITIALIZE DSTATO
           INITIALIZE FLTDO
           INITIALIZE CINO
           INITIALIZE COUTO
           INITIALIZE EXPO
           INITIALIZE DECLO
           INITIALIZE VARO.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE ACTNO
           INITIALIZE OPERO
           INITIALIZE BRCDO
           INITIALIZE FLOATO
           INITIALIZE CNTO
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
               MAP('CAIQM11')
               MAPSET('CAIQM11')
               FROM(CAIQM11O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-DRAWER-REC)
              LENGTH(LENGTH OF WS-DRAWER-REC)
           END-EXEC.
