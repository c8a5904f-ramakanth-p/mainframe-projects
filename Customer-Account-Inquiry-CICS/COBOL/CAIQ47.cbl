      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ47.
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
       COPY CAIQM19.
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
       01  WS-BRANCH-REC.
           COPY CAIQBR01 REPLACING LEADING ==BR-== BY ==WS-BR-==.
      *
       01  WS-XREF-REC.
           COPY CAIQXR01 REPLACING LEADING ==XR-== BY ==WS-XR-==.
      *
       01  WS-JRNL-REC.
           COPY CAIQJR01 REPLACING LEADING ==JR-== BY ==WS-JR-==.
      *
       01  WS-HIST-REC.
           COPY CAIQHI01 REPLACING LEADING ==HI-== BY ==WS-HI-==.
      *
      *    WS-RUNCTL-REC - THE CAIQC01 '*ACCTNO' AND '*CUSTID'
      *    NUMBER-CONTROL RECORDS.  A NUMBER ALREADY ON FILE (THE
      *    FEED STILL ADDS ACCOUNTS WITH THE SUPPLIER'S NUMBERS) IS
      *    PASSED OVER, UP TO WS-MAX-TRIES OF THEM IN ONE OPENING.
       01  WS-RUNCTL-REC.
           COPY CAIQRC01 REPLACING LEADING ==RC-== BY ==WS-RC-==.
       01  WS-MAX-TRIES         PIC 9(03) VALUE 50.
       01  WS-TRIES             PIC 9(03).
       01  WS-NUMBER-FREE       PIC X(01).
       01  WS-NEW-ACCT-NO       PIC 9(08).
       01  WS-NEW-CUST-ID       PIC 9(10).
      *
      *    WS-KYC-REC / WS-KYC-GRACE-DAYS - AN EXISTING CUSTOMER
      *    WHOSE KYC REVIEW IS PAST ITS GRACE PERIOD CANNOT OPEN AN
      *    ACCOUNT, THE SAME RULE THAT STOPS THEIR POSTINGS.
       01  WS-KYC-REC.
           COPY CAIQKY01 REPLACING LEADING ==KY-== BY ==WS-KY-==.
       01  WS-KYC-GRACE-DAYS    PIC 9(03) VALUE 30.
       01  WS-KYC-CUTOFF        PIC X(08).
       01  WS-KYC-CUTOFF-ABS    PIC S9(15) COMP-3.
      *
      *    WS-ACCT-TYPE-VALUES - THE ACCOUNT TYPES A BRANCH MAY
      *    OPEN AT THE COUNTER.  ANY OTHER TYPE STILL COMES IN
      *    THROUGH THE FEED.
       01  WS-ACCT-TYPE-VALUES.
           05  FILLER           PIC X(10) VALUE 'CHECKING'.
           05  FILLER           PIC X(10) VALUE 'SAVINGS'.
           05  FILLER           PIC X(10) VALUE 'MONEY MKT'.
           05  FILLER           PIC X(10) VALUE 'CD'.
       01  WS-ACCT-TYPE-TABLE REDEFINES WS-ACCT-TYPE-VALUES.
           05  WS-ACCT-TYPE-ENTRY
                                PIC X(10) OCCURS 4 TIMES.
       01  WS-TYPE-SUB          PIC 9(02).
       01  WS-TYPE-OK           PIC X(01).
      *
       01  WS-NEW-CUSTOMER      PIC X(01).
       01  WS-OPEN-NAME         PIC X(30).
       01  WS-OPEN-STATUS       PIC X(10) VALUE 'ACTIVE'.
       01  WS-REQUEST-OK        PIC X(01).
       01  WS-GEN-KEY           PIC X(19).
      *
      *    WS-AMT-IN/WS-OPEN-AMOUNT - THE OPENING DEPOSIT ARRIVES AS
      *    DIGITS-ONLY PENNIES, SAME AS ON THE POSTING SCREEN.
       01  WS-AMT-IN            PIC 9(11).
       01  WS-OPEN-AMOUNT       PIC S9(09)V99.
      *
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  HV-ACCTNO             PIC X(8).
       01  HV-BRANCH             PIC X(6).
       01  HV-ACCTTYPE           PIC X(10).
       01  HV-ADDR1              PIC X(25).
       01  HV-ADDR2              PIC X(20).
       01  HV-ADDR3              PIC X(15).
      *
      *    HV-LIMIT/HV-BALANCE/HV-SURNAME/HV-FIRSTN/HV-ASOFDATE - THE
      *    REST OF THE Z88436T ROW, WHICH THE ACCOUNT EXTRACT READS
      *    WITHOUT NULL INDICATORS: NO CREDIT LIMIT, THE OPENING
      *    DEPOSIT AS THE BALANCE, THE NAME SPLIT AT ITS FIRST COMMA
      *    OR SPACE INTO SURNAME AND FIRST NAME, AND TODAY AS THE
      *    AS-OF DATE.
       01  HV-LIMIT              PIC S9(7)V99 COMP-3.
       01  HV-BALANCE            PIC S9(7)V99 COMP-3.
       01  HV-SURNAME            PIC X(20).
       01  HV-FIRSTN             PIC X(15).
       01  HV-ASOFDATE           PIC X(08).
       01  WS-NAME-PTR           PIC S9(04) COMP.
       01  WS-NAME-FOUND         PIC X(01).
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
       01  WS-TASKN             PIC 9(07).
       01  WS-TASKN-X REDEFINES WS-TASKN
                                PIC X(07).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL.
      *    ACCOUNTS ARE OPENED BY A SIGNED-ON TELLER OR SUPERVISOR,
      *    AND THE OPERATOR ID GOES ON THE JOURNAL AND HISTORY.
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
               PERFORM GET-DATE-TIME
               PERFORM CHECK-REQUEST THRU CHECK-REQUEST-EXIT
               IF WS-REQUEST-OK = 'Y'
                   IF EIBAID = DFHPF5
                       PERFORM OPEN-ACCOUNT THRU OPEN-ACCOUNT-EXIT
                   ELSE
                       MOVE 'PRESS PF5 TO OPEN THE ACCOUNT' TO MSGLO
                   END-IF
               END-IF
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF.
      *
       SEND-INITIAL-MAP.
           EXEC CICS SEND
               MAP('CAIQM19')
               MAPSET('CAIQM19')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM19')
               MAPSET('CAIQM19')
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
              MOVE 'ENTER THE NEW ACCOUNT DETAILS'  TO MSGLO
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
      *    CHECK-REQUEST - RUN ON ENTER AND AGAIN ON PF5, SO WHAT IS
      *    OPENED IS WHAT WAS CHECKED.  AN EXISTING CUSTOMER MUST BE
      *    ON CAIQF01 OR CAIQY01 AND KEEPS THE NAME ON FILE; A NEW
      *    ONE NEEDS A NAME.  THE BRANCH MUST BE ON CAIQB01 AND
      *    OPEN, THE TYPE ONE THE COUNTER MAY OPEN, AND THE FIRST
      *    ADDRESS LINE PRESENT - THERE WOULD BE NOWHERE TO MAIL.
       CHECK-REQUEST.
           MOVE 'N'                 TO WS-REQUEST-OK
           PERFORM INIT-OUTPUT-FIELDS
           PERFORM POP-INPUT-FIELDS
      *
           IF CUSTIDI = SPACES OR CUSTIDI = LOW-VALUES
              MOVE 'Y'              TO WS-NEW-CUSTOMER
              IF CNAMEI = SPACES OR CNAMEI = LOW-VALUES
                 MOVE 'NAME REQUIRED FOR A NEW CUSTOMER' TO MSGLO
                 GO TO CHECK-REQUEST-EXIT
              END-IF
              MOVE CNAMEI           TO WS-OPEN-NAME
           ELSE
              MOVE 'N'              TO WS-NEW-CUSTOMER
              IF CUSTIDI NOT NUMERIC
                 MOVE 'CUSTOMER ID MUST BE NUMERIC'      TO MSGLO
                 GO TO CHECK-REQUEST-EXIT
              END-IF
              PERFORM FIND-CUSTOMER
              IF WS-OPEN-NAME = SPACES
                 MOVE 'CUSTOMER NOT ON FILE'             TO MSGLO
                 GO TO CHECK-REQUEST-EXIT
              END-IF
              PERFORM CHECK-KYC-REVIEW
              IF WS-REQUEST-OK = 'B'
                 MOVE 'N'           TO WS-REQUEST-OK
                 MOVE WS-OPEN-NAME  TO NAMEOO
                 MOVE 'KYC REVIEW OVERDUE - NOT OPENED'  TO MSGLO
                 GO TO CHECK-REQUEST-EXIT
              END-IF
           END-IF
           MOVE WS-OPEN-NAME        TO NAMEOO
      *
           MOVE BRCHI               TO WS-BR-BRANCH-CODE
           EXEC CICS READ
               FILE('CAIQB01')
               INTO(WS-BRANCH-REC)
               RIDFLD(WS-BR-BRANCH-CODE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'BRANCH NOT ON BRANCH MASTER'        TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
           MOVE WS-BR-BRANCH-NAME   TO BRNMOO
           IF WS-BR-OPEN-FLAG NOT = 'O'
              MOVE 'BRANCH IS CLOSED'                   TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
      *
           MOVE 'N'                 TO WS-TYPE-OK
           MOVE 1                   TO WS-TYPE-SUB
           PERFORM CHECK-ONE-TYPE
                   UNTIL WS-TYPE-SUB > 4 OR WS-TYPE-OK = 'Y'
           IF WS-TYPE-OK = 'N'
              MOVE 'ACCOUNT TYPE NOT OPENED AT COUNTER' TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
      *
           IF SPREFI NOT = 'P' AND SPREFI NOT = 'E'
                              AND SPREFI NOT = 'H'
                              AND SPREFI NOT = SPACE
                              AND SPREFI NOT = LOW-VALUE
              MOVE 'STATEMENT PREF MUST BE P, E OR H'   TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
      *
           IF ADR1I = SPACES OR ADR1I = LOW-VALUES
              MOVE 'ADDRESS LINE 1 CANNOT BE BLANK'     TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
      *
           IF AMTI = SPACES OR AMTI = LOW-VALUES
              MOVE 0                TO WS-AMT-IN
           ELSE
              IF AMTI NOT NUMERIC
                 MOVE 'AMOUNT MUST BE NUMERIC (PENNIES)' TO MSGLO
                 GO TO CHECK-REQUEST-EXIT
              END-IF
              MOVE AMTI             TO WS-AMT-IN
           END-IF
           COMPUTE WS-OPEN-AMOUNT = WS-AMT-IN / 100
      *
      *    THE Z88436T BALANCE COLUMN HOLDS UP TO 9,999,999.99.
           IF WS-OPEN-AMOUNT > 9999999.99
              MOVE 'OPENING DEPOSIT TOO LARGE'          TO MSGLO
              GO TO CHECK-REQUEST-EXIT
           END-IF
      *
           MOVE 'Y'                 TO WS-REQUEST-OK.
      *
       CHECK-REQUEST-EXIT.
           EXIT.
      *
       CHECK-ONE-TYPE.
           IF ATYPEI = WS-ACCT-TYPE-ENTRY (WS-TYPE-SUB)
              MOVE 'Y'              TO WS-TYPE-OK
           END-IF
           ADD 1                    TO WS-TYPE-SUB.
      *
      *    FIND-CUSTOMER - THE NAME FROM THE CUSTOMER'S FIRST
      *    CAIQF01 RECORD, OR FROM A CAIQY01 RELATIONSHIP FOR A
      *    CUSTOMER OPENING THEIR FIRST ACCOUNT OF THEIR OWN.
      *    SPACES WHEN THE CUSTOMER IS ON NEITHER.
       FIND-CUSTOMER.
           MOVE SPACES              TO WS-OPEN-NAME
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
              MOVE WS-CUST-NAME     TO WS-OPEN-NAME
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
                 MOVE WS-RL-CUST-NAME  TO WS-OPEN-NAME
              END-IF
           END-IF.
      *
      *    CHECK-KYC-REVIEW - 'B' IN WS-REQUEST-OK WHEN THE
      *    CUSTOMER'S NEXT REVIEW FELL DUE BEFORE THE CUTOFF, THE
      *    GRACE PERIOD BEFORE TODAY.  NO REVIEW ON FILE DOES NOT
      *    BLOCK.
       CHECK-KYC-REVIEW.
           MOVE CUSTIDI             TO WS-KY-CUST-ID
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
                 MOVE 'B'           TO WS-REQUEST-OK
              END-IF
           END-IF.
      *
      *    OPEN-ACCOUNT - PF5.  THE NUMBERS ARE TAKEN FIRST; A
      *    FAILURE AFTER THAT LEAVES A GAP IN THE NUMBERING, NEVER A
      *    NUMBER GIVEN OUT TWICE.  THE Z88436T ROW GOES IN BEFORE
      *    THE CAIQF01 RECORD SO THE INQUIRY NEVER FINDS AN ACCOUNT
      *    WITHOUT AN ADDRESS, AND IS TAKEN OUT AGAIN IF THE RECORD
      *    CANNOT BE WRITTEN.  THEN THE SAME TRAIL THE FEED ADD
      *    LEAVES: THE 'A' HISTORY, A JOURNAL RECORD FOR ANY OPENING
      *    DEPOSIT - A TELLER CREDIT, SO IT COUNTS IN THE DRAWER -
      *    AND THE NAME XREF FOR A NEW CUSTOMER.
       OPEN-ACCOUNT.
           IF WS-NEW-CUSTOMER = 'Y'
              PERFORM ASSIGN-CUST-ID THRU ASSIGN-CUST-ID-EXIT
              IF WS-NUMBER-FREE NOT = 'Y'
                 GO TO OPEN-ACCOUNT-EXIT
              END-IF
           END-IF
      *
           PERFORM ASSIGN-ACCT-NO THRU ASSIGN-ACCT-NO-EXIT
           IF WS-NUMBER-FREE NOT = 'Y'
              GO TO OPEN-ACCOUNT-EXIT
           END-IF
      *
           MOVE SPACES              TO WS-CUST-REC
           IF WS-NEW-CUSTOMER = 'Y'
              MOVE WS-NEW-CUST-ID   TO WS-CUST-ID
           ELSE
              MOVE CUSTIDI          TO WS-CUST-ID
           END-IF
           MOVE WS-NEW-ACCT-NO      TO WS-ACCT-NO
           MOVE WS-OPEN-NAME        TO WS-CUST-NAME
           MOVE ATYPEI              TO WS-ACCT-TYPE
           MOVE BRCHI               TO WS-BRANCH-CODE
           MOVE WS-OPEN-AMOUNT      TO WS-ACCT-BALANCE
           MOVE WS-OPEN-STATUS      TO WS-ACCT-STATUS
           MOVE WS-NOW-DATE         TO WS-LAST-ACTIVITY-DATE
           IF SPREFI = LOW-VALUE
              MOVE SPACE            TO WS-STMT-PREF
           ELSE
              MOVE SPREFI           TO WS-STMT-PREF
           END-IF
      *
           PERFORM INSERT-ADDRESS-ROW
           IF SQLCODE NOT = 0
              GO TO OPEN-ACCOUNT-EXIT
           END-IF
      *
           EXEC CICS WRITE
               FILE('CAIQF01')
               FROM(WS-CUST-REC)
               RIDFLD(WS-CUST-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM DELETE-ADDRESS-ROW
              MOVE 'ACCOUNT WRITE FAILED CONTACT ADMIN' TO MSGLO
              GO TO OPEN-ACCOUNT-EXIT
           END-IF
      *
           PERFORM WRITE-HISTORY-REC
           IF WS-ACCT-BALANCE NOT = 0
              PERFORM WRITE-JOURNAL-REC
           END-IF
           IF WS-NEW-CUSTOMER = 'Y'
              PERFORM ADD-NAME-XREF
           END-IF
      *
      *    THE KEYED FIELDS ARE CLEARED SO A SECOND PF5 CANNOT
      *    OPEN A SECOND ACCOUNT BY MISTAKE.
           PERFORM INIT-ALL-OUTPUT-FIELDS
           MOVE WS-CUST-NAME        TO NAMEOO
           MOVE WS-BR-BRANCH-NAME   TO BRNMOO
           MOVE WS-ACCT-NO          TO NACCTOO
           MOVE WS-CUST-ID          TO NCUSTOO
           MOVE SPACES              TO MSGLO
           STRING 'ACCOUNT ' WS-ACCT-NO ' OPENED'
                  DELIMITED BY SIZE INTO MSGLO.
      *
       OPEN-ACCOUNT-EXIT.
           EXIT.
      *
      *    ASSIGN-ACCT-NO - THE NEXT NUMBER AFTER THE ONE LAST GIVEN
      *    OUT THAT IS NOT ALREADY ON THE CAIQP01 ACCOUNT-NUMBER
      *    PATH.  THE CONTROL RECORD IS HELD FOR UPDATE WHILE THE
      *    NUMBERS ARE TRIED, SO TWO TERMINALS CANNOT BOTH TAKE IT.
       ASSIGN-ACCT-NO.
           MOVE 'N'                 TO WS-NUMBER-FREE
           MOVE '*ACCTNO'           TO WS-RC-PROGRAM-ID
           MOVE '00000000'          TO WS-RC-RUN-DATE
           PERFORM READ-NUMBER-CONTROL
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO ASSIGN-ACCT-NO-EXIT
           END-IF
      *
           MOVE 0                   TO WS-TRIES
           PERFORM TRY-NEXT-ACCT-NO
                   UNTIL WS-NUMBER-FREE NOT = 'N'
                      OR WS-TRIES NOT < WS-MAX-TRIES
      *
           IF WS-NUMBER-FREE = 'Y'
              PERFORM REWRITE-NUMBER-CONTROL
           ELSE
              EXEC CICS UNLOCK
                  FILE('CAIQC01')
              END-EXEC
              MOVE 'NO FREE ACCOUNT NUMBER CONTACT ADMIN' TO MSGLO
           END-IF.
      *
       ASSIGN-ACCT-NO-EXIT.
           EXIT.
      *
      *    TRY-NEXT-ACCT-NO - AN ACCOUNT NUMBER HAS EIGHT DIGITS;
      *    PAST THE LAST ONE THERE IS NOTHING LEFT TO GIVE OUT.
       TRY-NEXT-ACCT-NO.
           ADD 1                    TO WS-TRIES
           ADD 1                    TO WS-RC-LAST-NUMBER
           IF WS-RC-LAST-NUMBER > 99999999
              MOVE 'X'              TO WS-NUMBER-FREE
           ELSE
              MOVE WS-RC-LAST-NUMBER  TO WS-NEW-ACCT-NO
              MOVE WS-NEW-ACCT-NO   TO WS-ACCT-NO
              EXEC CICS READ
                  FILE('CAIQP01')
                  INTO(WS-CUST-REC)
                  RIDFLD(WS-ACCT-NO)
                  KEYLENGTH(8)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y'           TO WS-NUMBER-FREE
              END-IF
           END-IF.
      *
      *    ASSIGN-CUST-ID - THE SAME FOR A NEW CUSTOMER ID, WHICH
      *    MUST BE ON NEITHER CAIQF01 NOR CAIQY01.
       ASSIGN-CUST-ID.
           MOVE 'N'                 TO WS-NUMBER-FREE
           MOVE '*CUSTID'           TO WS-RC-PROGRAM-ID
           MOVE '00000000'          TO WS-RC-RUN-DATE
           PERFORM READ-NUMBER-CONTROL
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO ASSIGN-CUST-ID-EXIT
           END-IF
      *
           MOVE 0                   TO WS-TRIES
           PERFORM TRY-NEXT-CUST-ID
                   UNTIL WS-NUMBER-FREE NOT = 'N'
                      OR WS-TRIES NOT < WS-MAX-TRIES
      *
           IF WS-NUMBER-FREE = 'Y'
              PERFORM REWRITE-NUMBER-CONTROL
           ELSE
              EXEC CICS UNLOCK
                  FILE('CAIQC01')
              END-EXEC
              MOVE 'NO FREE CUSTOMER ID CONTACT ADMIN'  TO MSGLO
           END-IF.
      *
       ASSIGN-CUST-ID-EXIT.
           EXIT.
      *
       TRY-NEXT-CUST-ID.
           ADD 1                    TO WS-TRIES
           ADD 1                    TO WS-RC-LAST-NUMBER
           MOVE WS-RC-LAST-NUMBER   TO WS-NEW-CUST-ID
           MOVE LOW-VALUES          TO WS-GEN-KEY
           MOVE WS-NEW-CUST-ID      TO WS-GEN-KEY (1:10)
      *
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-GEN-KEY)
               KEYLENGTH(10)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              EXEC CICS READ
                  FILE('CAIQY01')
                  INTO(WS-REL-REC)
                  RIDFLD(WS-GEN-KEY)
                  KEYLENGTH(10)
                  GENERIC
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y'           TO WS-NUMBER-FREE
              END-IF
           END-IF.
      *
       READ-NUMBER-CONTROL.
           EXEC CICS READ
               FILE('CAIQC01')
               INTO(WS-RUNCTL-REC)
               RIDFLD(WS-RC-RUN-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NUMBER CONTROL NOT SET CONTACT ADMIN' TO MSGLO
           END-IF.
      *
       REWRITE-NUMBER-CONTROL.
           EXEC CICS REWRITE
               FILE('CAIQC01')
               FROM(WS-RUNCTL-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N'              TO WS-NUMBER-FREE
              MOVE 'NUMBER CONTROL UPDATE FAILED'       TO MSGLO
           END-IF.
      *
      *    INSERT-ADDRESS-ROW - THE ACCOUNT'S Z88436T ROW, WITH THE
      *    SAME DB2-DOWN HANDLING AS THE ADDRESS SCREEN.  LEAVES
      *    SQLCODE FOR THE CALLER WITH THE MESSAGE ALREADY SET.
       INSERT-ADDRESS-ROW.
           EXEC CICS HANDLE ABEND
              LABEL(DB2-NOT-AVAILABLE)
           END-EXEC
      *
           MOVE WS-ACCT-NO          TO HV-ACCTNO
           MOVE WS-BRANCH-CODE      TO HV-BRANCH
           MOVE WS-ACCT-TYPE        TO HV-ACCTTYPE
           MOVE ADR1I               TO HV-ADDR1
           MOVE ADR2I               TO HV-ADDR2
           MOVE ADR3I               TO HV-ADDR3
           INSPECT HV-ADDR2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HV-ADDR3 REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0                   TO HV-LIMIT
           MOVE WS-OPEN-AMOUNT      TO HV-BALANCE
           MOVE WS-NOW-DATE         TO HV-ASOFDATE
           PERFORM SPLIT-OPEN-NAME
      *
           EXEC SQL
              INSERT INTO Z88436.Z88436T
                     (ACCTNO, LIMIT, BALANCE, SURNAME, FIRSTN,
                      ADDRESS1, ADDRESS2, ADDRESS3, BRANCH,
                      ACCTTYPE, ASOFDATE)
              VALUES (:HV-ACCTNO, :HV-LIMIT, :HV-BALANCE,
                      :HV-SURNAME, :HV-FIRSTN,
                      :HV-ADDR1, :HV-ADDR2, :HV-ADDR3, :HV-BRANCH,
                      :HV-ACCTTYPE, :HV-ASOFDATE)
           END-EXEC
      *
           EXEC CICS HANDLE ABEND CANCEL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE 'ADDRESS ROW ALREADY EXISTS - NOT OPENED'
                                    TO MSGLO
               WHEN OTHER
                   MOVE 'DATABASE ERROR CONTACT ADMIN'  TO MSGLO
           END-EVALUATE.
      *
      *    SPLIT-OPEN-NAME - SURNAME IS THE NAME UP TO ITS FIRST
      *    COMMA OR SPACE ('SMITH, JOHN' OR 'SMITH JOHN'); THE REST,
      *    LEADING SPACES AND COMMAS DROPPED, IS THE FIRST NAME.
       SPLIT-OPEN-NAME.
           MOVE SPACES              TO HV-SURNAME
           MOVE SPACES              TO HV-FIRSTN
           MOVE 1                   TO WS-NAME-PTR
           UNSTRING WS-CUST-NAME
               DELIMITED BY ',' OR ALL SPACE
               INTO HV-SURNAME
               WITH POINTER WS-NAME-PTR
           END-UNSTRING
           MOVE 'N'                 TO WS-NAME-FOUND
           PERFORM SKIP-NAME-SPACE
                   UNTIL WS-NAME-FOUND = 'Y' OR WS-NAME-PTR > 30
           IF WS-NAME-FOUND = 'Y'
              MOVE WS-CUST-NAME (WS-NAME-PTR:)  TO HV-FIRSTN
           END-IF.
      *
       SKIP-NAME-SPACE.
           IF WS-CUST-NAME (WS-NAME-PTR:1) = SPACE
              OR WS-CUST-NAME (WS-NAME-PTR:1) = ','
              ADD 1                 TO WS-NAME-PTR
           ELSE
              MOVE 'Y'              TO WS-NAME-FOUND
           END-IF.
      *
       DELETE-ADDRESS-ROW.
           EXEC SQL
              DELETE FROM Z88436.Z88436T
               WHERE ACCTNO = :HV-ACCTNO
           END-EXEC.
      *
      *    WRITE-HISTORY-REC - THE 'A' RECORD THE FEED ADD WRITES,
      *    FROM NOTHING TO THE NEW ACCOUNT'S STATUS, OPENING
      *    BALANCE AND BRANCH.
       WRITE-HISTORY-REC.
           MOVE SPACES             TO WS-HIST-REC
           MOVE EIBTASKN           TO WS-TASKN
           MOVE WS-NOW-DATE        TO WS-HI-DATE
           MOVE WS-NOW-TIME        TO WS-HI-TIME
           MOVE WS-TASKN-X (3:5)   TO WS-HI-SEQ
           MOVE 'CAIQ47'           TO WS-HI-PROGRAM
           MOVE EIBTRMID           TO WS-HI-TERM-ID
           MOVE 'A'                TO WS-HI-ACTION
           MOVE WS-CUST-ID         TO WS-HI-CUST-ID
           MOVE WS-ACCT-NO         TO WS-HI-ACCT-NO
           MOVE SPACES             TO WS-HI-OLD-STATUS
           MOVE WS-ACCT-STATUS     TO WS-HI-NEW-STATUS
           MOVE 0                  TO WS-HI-OLD-BALANCE
           MOVE WS-ACCT-BALANCE    TO WS-HI-NEW-BALANCE
           MOVE SPACES             TO WS-HI-OLD-BRANCH
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
      *    WRITE-JOURNAL-REC - THE OPENING DEPOSIT AS A TELLER
      *    CREDIT FROM A ZERO BALANCE, UNDER THE OPERATOR WHO TOOK
      *    THE MONEY.
       WRITE-JOURNAL-REC.
           MOVE SPACES             TO WS-JRNL-REC
           MOVE EIBTASKN           TO WS-TASKN
           MOVE WS-NOW-DATE        TO WS-JR-DATE
           MOVE WS-NOW-TIME        TO WS-JR-TIME
           MOVE WS-TASKN-X (3:5)   TO WS-JR-SEQ
           MOVE 'CAIQ47'           TO WS-JR-PROGRAM
           MOVE EIBTRMID           TO WS-JR-TERM-ID
           MOVE WS-CUST-ID         TO WS-JR-CUST-ID
           MOVE WS-ACCT-NO         TO WS-JR-ACCT-NO
           MOVE 'C'                TO WS-JR-TRAN-TYPE
           MOVE WS-ACCT-BALANCE    TO WS-JR-AMOUNT
           MOVE 0                  TO WS-JR-OLD-BALANCE
           MOVE WS-ACCT-BALANCE    TO WS-JR-NEW-BALANCE
           MOVE 0                  TO WS-JR-RATE
           MOVE WS-SG-OPER-ID      TO WS-JR-OPER-ID
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
       ADD-NAME-XREF.
           MOVE SPACES              TO WS-XREF-REC
           MOVE WS-CUST-NAME        TO WS-XR-CUST-NAME
           MOVE WS-CUST-ID          TO WS-XR-CUST-ID
      *
           EXEC CICS WRITE
               FILE('CAIQX01')
               FROM(WS-XREF-REC)
               RIDFLD(WS-XR-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPREC)
              DISPLAY 'NAME XREF WRITE FAILED RESP=' WS-RESP
                   ' CUST-ID=' WS-CUST-ID
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
           MOVE CNAMEI             TO CNAMEO
           MOVE BRCHI              TO BRCHO
           MOVE ATYPEI             TO ATYPEO
           MOVE SPREFI             TO SPREFO
           MOVE ADR1I              TO ADR1O
           MOVE ADR2I              TO ADR2O
           MOVE ADR3I              TO ADR3O
           MOVE AMTI               TO AMTO.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEOO
           INITIALIZE BRNMOO
           INITIALIZE NACCTOO
           INITIALIZE NCUSTOO.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE CUSTIDO
           INITIALIZE CNAMEO
           INITIALIZE BRCHO
           INITIALIZE ATYPEO
           INITIALIZE SPREFO
           INITIALIZE ADR1O
           INITIALIZE ADR2O
           INITIALIZE ADR3O
           INITIALIZE AMTO
           PERFORM INIT-OUTPUT-FIELDS.
      *
       SEND-OUTPUT.
           EXEC CICS SEND
               MAP('CAIQM19')
               MAPSET('CAIQM19')
               FROM(CAIQM19O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-CUST-REC)
              LENGTH(LENGTH OF WS-CUST-REC)
           END-EXEC.
      *
       DB2-NOT-AVAILABLE.
           EXEC CICS HANDLE ABEND CANCEL
           END-EXEC
      *
           MOVE 'DB2 NOT AVAILABLE IN THIS REGION'  TO MSGLO
           PERFORM SEND-OUTPUT
           GO TO END-PROG.
