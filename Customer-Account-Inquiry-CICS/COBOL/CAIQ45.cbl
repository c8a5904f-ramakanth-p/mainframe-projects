      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ45.
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
       COPY CAIQM18.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
      *
       01  WS-KYC-REC.
           COPY CAIQKY01 REPLACING LEADING ==KY-== BY ==WS-KY-==.
      *
       01  WS-GEN-KEY           PIC X(19).
       01  WS-CUST-FOUND        PIC X(01).
       01  WS-CUST-NAME-FOUND   PIC X(30).
       01  WS-KYC-ON-FILE       PIC X(01).
      *
      *    WS-KYC-YEARS-* - REVIEW INTERVAL BY RISK WHEN THE NEXT
      *    REVIEW DATE IS LEFT BLANK, THE SAME AS THE FEED APPLY
      *    USES.  WS-KYC-GRACE-DAYS - HOW LONG PAST ITS NEXT-DUE
      *    DATE A REVIEW MAY RUN BEFORE TELLER POSTINGS ARE
      *    REFUSED; THE SAME AS THE POSTING TRANSACTION, THE
      *    INQUIRY AND THE MONTHLY KYC REPORT.
       01  WS-KYC-YEARS-H       PIC 9(01) VALUE 1.
       01  WS-KYC-YEARS-M       PIC 9(01) VALUE 3.
       01  WS-KYC-YEARS-L       PIC 9(01) VALUE 5.
       01  WS-KYC-GRACE-DAYS    PIC 9(03) VALUE 30.
       01  WS-KYC-CUTOFF        PIC X(08).
       01  WS-KYC-CUTOFF-ABS    PIC S9(15) COMP-3.
      *
       01  WS-KYC-DUE-DATE      PIC 9(08).
       01  FILLER REDEFINES WS-KYC-DUE-DATE.
           05  WS-KYC-DUE-YYYY  PIC 9(04).
           05  WS-KYC-DUE-MM    PIC 9(02).
           05  WS-KYC-DUE-DD    PIC 9(02).
      *
       01  WS-EDIT-DATE         PIC X(08).
       01  FILLER REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY     PIC 9(04).
           05  WS-EDIT-MM       PIC 9(02).
           05  WS-EDIT-DD       PIC 9(02).
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
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL.
      *    ANY SIGNED-ON ROLE MAY LOOK UP A CUSTOMER'S REVIEW;
      *    ONLY A SUPERVISOR MAY RECORD ONE.
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
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
               GO TO END-PROG
           ELSE
               PERFORM RECEIVE-MAP
               PERFORM VALIDATE-INPUT
               PERFORM GET-DATE-TIME
               PERFORM FIND-CUSTOMER
               PERFORM READ-KYC-REC
               IF EIBAID = DFHPF5
                   PERFORM APPLY-KYC-REVIEW THRU
                           APPLY-KYC-EXIT
               ELSE
                   PERFORM POP-OUTPUT-FIELDS
                   MOVE 'KEY NEW REVIEW AND PRESS PF5'  TO MSGLO
               END-IF
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM18')
               MAPSET('CAIQM18')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM18')
               MAPSET('CAIQM18')
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
              MOVE 'ENTER A CUSTOMER ID'            TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-ALL-OUTPUT-FIELDS
              MOVE 'TECHNICAL ERROR'                TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
       VALIDATE-INPUT.
           IF CUSTIDI = SPACES OR CUSTIDI = LOW-VALUES
              PERFORM INIT-ALL-OUTPUT-FIELDS
              MOVE 'ENTER A CUSTOMER ID'            TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    FIND-CUSTOMER - THE CUSTOMER MUST BE KNOWN: AN ACCOUNT
      *    HOLDER ON CAIQF01 OR A RELATED CUSTOMER ON CAIQY01, THE
      *    SAME TEST THE FEED APPLY MAKES.  EITHER SUPPLIES THE
      *    NAME CARRIED ON THE KYC RECORD.
       FIND-CUSTOMER.
           MOVE 'N'                 TO WS-CUST-FOUND
           MOVE SPACES              TO WS-CUST-NAME-FOUND
           MOVE LOW-VALUES          TO WS-GEN-KEY
           MOVE CUSTIDI             TO WS-GEN-KEY (1:10)
      *
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-GEN-KEY)
               KEYLENGTH(10)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'              TO WS-CUST-FOUND
              MOVE WS-CUST-NAME     TO WS-CUST-NAME-FOUND
           ELSE
              EXEC CICS READ
                  FILE('CAIQY01')
                  INTO(WS-REL-REC)
                  RIDFLD(WS-GEN-KEY)
                  KEYLENGTH(10)
                  GENERIC
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y'           TO WS-CUST-FOUND
                 MOVE WS-RL-CUST-NAME  TO WS-CUST-NAME-FOUND
              END-IF
           END-IF
      *
           IF WS-CUST-FOUND = 'N'
              PERFORM INIT-OUTPUT-FIELDS
              PERFORM POP-INPUT-FIELDS
              MOVE 'CUSTOMER NOT ON FILE'           TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    READ-KYC-REC - THE REVIEW ON FILE, IF ANY.  NO RECORD
      *    IS NOT AN ERROR - THE CUSTOMER HAS NO REVIEW YET.
       READ-KYC-REC.
           MOVE CUSTIDI             TO WS-KY-CUST-ID
      *
           EXEC CICS READ
               FILE('CAIQKY01')
               INTO(WS-KYC-REC)
               RIDFLD(WS-KY-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y'         TO WS-KYC-ON-FILE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'N'         TO WS-KYC-ON-FILE
                   MOVE SPACES      TO WS-KYC-REC
               WHEN OTHER
                   PERFORM INIT-OUTPUT-FIELDS
                   PERFORM POP-INPUT-FIELDS
                   MOVE 'KYC FILE ERROR CONTACT ADMIN' TO MSGLO
                   PERFORM SEND-OUTPUT
                   GO TO END-PROG
           END-EVALUATE.
      *
      *    APPLY-KYC-REVIEW - PF5: A SUPERVISOR RECORDS A NEW
      *    REVIEW.  THE REVIEW DATE CANNOT BE IN THE FUTURE AND A
      *    NEXT-DUE DATE, WHEN KEYED, MUST FALL AFTER IT; LEFT
      *    BLANK IT IS SET FROM THE RISK.  THE REVIEW BEING
      *    REPLACED IS KEPT IN THE KY-PREV- FIELDS.
       APPLY-KYC-REVIEW.
           IF WS-SG-ROLE NOT = 'S'
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'SUPERVISOR ROLE REQUIRED'       TO MSGLO
              GO TO APPLY-KYC-EXIT
           END-IF
      *
           MOVE REVDTI              TO WS-EDIT-DATE
           PERFORM CHECK-EDIT-DATE
           IF WS-DATE-OK = 'N' OR WS-EDIT-DATE > WS-NOW-DATE
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'REVIEW DATE NOT VALID'          TO MSGLO
              GO TO APPLY-KYC-EXIT
           END-IF
      *
           IF RISKI NOT = 'L' AND RISKI NOT = 'M'
                              AND RISKI NOT = 'H'
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'RISK MUST BE L, M OR H'         TO MSGLO
              GO TO APPLY-KYC-EXIT
           END-IF
      *
           IF NXTDUEI = SPACES OR NXTDUEI = LOW-VALUES
              PERFORM SET-KYC-NEXT-DUE
           ELSE
              MOVE NXTDUEI          TO WS-EDIT-DATE
              PERFORM CHECK-EDIT-DATE
              IF WS-DATE-OK = 'N' OR WS-EDIT-DATE NOT > REVDTI
                 PERFORM POP-OUTPUT-FIELDS
                 MOVE 'NEXT DUE MUST BE AFTER REVIEW DATE' TO MSGLO
                 GO TO APPLY-KYC-EXIT
              END-IF
              MOVE NXTDUEI          TO WS-KYC-DUE-DATE
           END-IF
      *
           IF WS-KYC-ON-FILE = 'Y'
              PERFORM REPLACE-KYC-REC
           ELSE
              PERFORM ADD-KYC-REC
           END-IF
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM POP-OUTPUT-FIELDS
              MOVE 'KYC UPDATE FAILED CONTACT ADMIN' TO MSGLO
              GO TO APPLY-KYC-EXIT
           END-IF
      *
           MOVE 'Y'                 TO WS-KYC-ON-FILE
           PERFORM POP-OUTPUT-FIELDS
           MOVE SPACES              TO MSGLO
           STRING 'KYC REVIEW RECORDED - NEXT DUE '
                  WS-KY-NEXT-DUE
                  DELIMITED BY SIZE INTO MSGLO.
      *
       APPLY-KYC-EXIT.
           EXIT.
      *
      *    SET-KYC-NEXT-DUE - THE INTERVAL FOR THE RISK AFTER THE
      *    REVIEW DATE; A 29 FEBRUARY THAT LANDS IN A COMMON YEAR
      *    BECOMES THE 28TH.
       SET-KYC-NEXT-DUE.
           MOVE REVDTI              TO WS-KYC-DUE-DATE
           EVALUATE RISKI
               WHEN 'H'
                   ADD WS-KYC-YEARS-H  TO WS-KYC-DUE-YYYY
               WHEN 'M'
                   ADD WS-KYC-YEARS-M  TO WS-KYC-DUE-YYYY
               WHEN OTHER
                   ADD WS-KYC-YEARS-L  TO WS-KYC-DUE-YYYY
           END-EVALUATE
           IF WS-KYC-DUE-MM = 2 AND WS-KYC-DUE-DD = 29
              MOVE 28               TO WS-KYC-DUE-DD
           END-IF.
      *
       REPLACE-KYC-REC.
           EXEC CICS READ
               FILE('CAIQKY01')
               INTO(WS-KYC-REC)
               RIDFLD(WS-KY-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-KY-REVIEW-DATE   TO WS-KY-PREV-REVIEW-DATE
              MOVE WS-KY-RISK          TO WS-KY-PREV-RISK
              MOVE WS-KY-NEXT-DUE      TO WS-KY-PREV-NEXT-DUE
              PERFORM SET-KYC-FIELDS
              EXEC CICS REWRITE
                  FILE('CAIQKY01')
                  FROM(WS-KYC-REC)
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
      *
       ADD-KYC-REC.
           MOVE SPACES              TO WS-KYC-REC
           MOVE CUSTIDI             TO WS-KY-CUST-ID
           PERFORM SET-KYC-FIELDS
      *
           EXEC CICS WRITE
               FILE('CAIQKY01')
               FROM(WS-KYC-REC)
               RIDFLD(WS-KY-CUST-ID)
               RESP(WS-RESP)
           END-EXEC.
      *
       SET-KYC-FIELDS.
           MOVE WS-CUST-NAME-FOUND  TO WS-KY-CUST-NAME
           MOVE REVDTI              TO WS-KY-REVIEW-DATE
           MOVE RISKI               TO WS-KY-RISK
           MOVE WS-KYC-DUE-DATE     TO WS-KY-NEXT-DUE
           MOVE WS-NOW-DATE         TO WS-KY-UPD-DATE
           MOVE WS-NOW-TIME         TO WS-KY-UPD-TIME
           MOVE 'CAIQ45'            TO WS-KY-UPD-PROGRAM
           MOVE WS-SG-OPER-ID       TO WS-KY-UPD-OPER-ID.
      *
      *    CHECK-EDIT-DATE - WS-EDIT-DATE IS A YYYYMMDD DATE WITH A
      *    MONTH 01-12 AND A DAY NO LATER THAN THE END OF THAT MONTH,
      *    WITH 29 FEBRUARY IN LEAP YEARS ONLY.
       CHECK-EDIT-DATE.
           MOVE 'N'                 TO WS-DATE-OK
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-YYYY > 1600
                 AND WS-EDIT-MM > 0 AND WS-EDIT-MM < 13
                 MOVE WS-MONTH-LENGTH (WS-EDIT-MM) TO WS-MONTH-DAYS
                 IF WS-EDIT-MM = 2
                    DIVIDE WS-EDIT-YYYY BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                    DIVIDE WS-EDIT-YYYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                    DIVIDE WS-EDIT-YYYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                    IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29      TO WS-MONTH-DAYS
                    END-IF
                 END-IF
                 IF WS-EDIT-DD > 0 AND WS-EDIT-DD NOT > WS-MONTH-DAYS
                    MOVE 'Y'        TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
      *
      *    GET-DATE-TIME - TODAY, AND THE CUTOFF DATE THE GRACE
      *    PERIOD BEFORE IT: A NEXT-DUE DATE EARLIER THAN THE
      *    CUTOFF BLOCKS TELLER POSTINGS.
       GET-DATE-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
               NOCOLON
           END-EXEC
      *
           COMPUTE WS-KYC-CUTOFF-ABS = WS-ABSTIME
                   - (WS-KYC-GRACE-DAYS * 86400000)
           EXEC CICS FORMATTIME
               ABSTIME(WS-KYC-CUTOFF-ABS)
               YYYYMMDD(WS-KYC-CUTOFF)
           END-EXEC.
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
       POP-INPUT-FIELDS.
           MOVE CUSTIDI            TO CUSTIDO
           MOVE REVDTI             TO REVDTO
           MOVE RISKI              TO RISKO
           MOVE NXTDUEI            TO NXTDUEO.
      *
      *    POP-OUTPUT-FIELDS - THE REVIEW ON FILE AND WHERE IT
      *    STANDS TODAY.
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-CUST-NAME-FOUND TO NAMEOO
           MOVE WS-KY-REVIEW-DATE  TO CREVDO
           MOVE WS-KY-RISK         TO CRISKO
           MOVE WS-KY-NEXT-DUE     TO CNXTDO
           MOVE WS-KY-UPD-OPER-ID  TO UPDBYO
           MOVE WS-KY-UPD-DATE     TO UPDDTO
      *
           EVALUATE TRUE
               WHEN WS-KYC-ON-FILE = 'N'
                   MOVE 'NO REVIEW ON FILE'     TO KSTSO
               WHEN WS-KY-NEXT-DUE = SPACES
                   MOVE 'NO NEXT DUE DATE'      TO KSTSO
               WHEN WS-KY-NEXT-DUE < WS-KYC-CUTOFF
                   MOVE 'BLOCKED - PAST GRACE'  TO KSTSO
               WHEN WS-KY-NEXT-DUE < WS-NOW-DATE
                   MOVE 'OVERDUE - IN GRACE'    TO KSTSO
               WHEN OTHER
                   MOVE 'CURRENT'               TO KSTSO
           END-EVALUATE.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEOO
           INITIALIZE CREVDO
           INITIALIZE CRISKO
           INITIALIZE CNXTDO
           INITIALIZE KSTSO
           INITIALIZE UPDBYO
           INITIALIZE UPDDTO.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE CUSTIDO
           INITIALIZE REVDTO
           INITIALIZE RISKO
           INITIALIZE NXTDUEO
           PERFORM INIT-OUTPUT-FIELDS.
      *
       SEND-OUTPUT.
           EXEC CICS SEND
               MAP('CAIQM18')
               MAPSET('CAIQM18')
               FROM(CAIQM18O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-KYC-REC)
              LENGTH(LENGTH OF WS-KYC-REC)
           END-EXEC.
