      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ41.
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
       COPY CAIQM15.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
      *    WS-RCUST-REC - THE RELATED CUSTOMER'S OWN CAIQF01
      *    RECORD, IF THEY HOLD AN ACCOUNT OF THEIR OWN, SO THE
      *    RELATIONSHIP CARRIES THE NAME THEY ARE ALREADY KNOWN BY.
       01  WS-RCUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-RC-==.
      *
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
      *
       01  WS-XREF-REC.
           COPY CAIQXR01 REPLACING LEADING ==XR-== BY ==WS-XR-==.
      *
      *    WS-CLOSED-STATUS - NO NEW RELATIONSHIP ON A CLOSED
      *    ACCOUNT.
       01  WS-CLOSED-STATUS     PIC X(10) VALUE 'CLOSED'.
      *
      *    WS-COMMAREA - THE ACCOUNT LISTED AND THE CAIQY01 KEY
      *    BEHIND EACH LISTED ROW, SO A ROW-NUMBER END ON THE NEXT
      *    LEG OF THE PSEUDOCONVERSATION FINDS ITS RELATIONSHIP.
       01  WS-COMMAREA.
           05  WS-CA-ACCT-NO       PIC X(08).
           05  WS-CA-ROW-KEY       PIC X(19) OCCURS 10 TIMES.
      *
      *    WS-CHK-DATE - A DATE KEYED ON THE SCREEN, BROKEN OUT FOR
      *    THE CALENDAR CHECK.
       01  WS-CHK-DATE          PIC 9(08).
       01  FILLER REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY      PIC 9(04).
           05  WS-CHK-MM        PIC 9(02).
           05  WS-CHK-DD        PIC 9(02).
       01  WS-CHK-DATE-X        PIC X(08).
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
       01  WS-EFF-DATE          PIC X(08).
       01  WS-END-DATE          PIC X(08).
       01  WS-NEW-PREF          PIC X(01).
       01  WS-REL-NAME          PIC X(30).
      *
       01  WS-BRW-KEY           PIC X(08).
       01  WS-GEN-KEY           PIC X(18).
       01  WS-SAVE-MSG          PIC X(40).
       01  WS-ROW-COUNT         PIC 9(02).
       01  WS-SEL-NUM           PIC 9(02).
       01  WS-ROW-SUB           PIC 9(02).
       01  WS-BROWSE-DONE       PIC X(01).
       01  WS-MORE-RELS         PIC X(01).
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
      *
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  A TELLER OR SUPERVISOR
      *    MAY ADD A RELATIONSHIP; ONLY A SUPERVISOR MAY END ONE.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(198).
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
               MAP('CAIQM15')
               MAPSET('CAIQM15')
               MAPONLY
               ERASE
           END-EXEC.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM15')
               MAPSET('CAIQM15')
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
      *    NEEDED: A NEW RELATIONSHIP NEEDS A NUMERIC CUSTOMER ID, A
      *    ROLE, CALENDAR-VALID DATES IN THE RIGHT ORDER AND A
      *    DELIVERY PREFERENCE THE STATEMENT RUN KNOWS; AN END
      *    NEEDS A SUPERVISOR AND A ROW FROM THE LIST LAST SHOWN
      *    FOR THE SAME ACCOUNT.  BLANK DATES DEFAULT HERE - THE
      *    EFFECTIVE DATE TO TODAY, THE END DATE TO OPEN-ENDED ON
      *    AN ADD AND TO TODAY ON AN END.
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
              AND ACTNI NOT = 'A' AND ACTNI NOT = 'E'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ACTION MUST BE A, E OR BLANK'      TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           MOVE WS-NOW-DATE         TO WS-EFF-DATE
           IF EFFI NOT = SPACES AND EFFI NOT = LOW-VALUES
              MOVE EFFI             TO WS-CHK-DATE-X
              PERFORM CHECK-DATE
              IF WS-DATE-OK = 'N'
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'  TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
              MOVE EFFI             TO WS-EFF-DATE
           END-IF.
      *
           MOVE SPACES              TO WS-END-DATE
           IF ENDI NOT = SPACES AND ENDI NOT = LOW-VALUES
              MOVE ENDI             TO WS-CHK-DATE-X
              PERFORM CHECK-DATE
              IF WS-DATE-OK = 'N'
                 PERFORM INIT-OUTPUT-FIELDS
                 MOVE 'END DATE MUST BE YYYYMMDD'        TO MSGLO
                 PERFORM POP-INPUT-FIELDS
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
              MOVE ENDI             TO WS-END-DATE
           END-IF.
      *
           IF ACTNI = 'A'
              AND (RCUSTI = SPACES OR RCUSTI NOT NUMERIC)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'RELATED CUSTOMER ID MUST BE NUMERIC' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              AND ROLEI NOT = 'J' AND ROLEI NOT = 'T'
              AND ROLEI NOT = 'P' AND ROLEI NOT = 'B'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'ROLE MUST BE J, T, P OR B'         TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'A'
              AND WS-END-DATE NOT = SPACES
              AND WS-END-DATE < WS-EFF-DATE
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'END DATE IS BEFORE EFFECTIVE DATE' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           MOVE 'N'                 TO WS-NEW-PREF
           IF ACTNI = 'A' AND ROLEI = 'J'
              IF PREFI = SPACES OR PREFI = LOW-VALUES
                 MOVE 'P'           TO WS-NEW-PREF
              ELSE
                 MOVE PREFI         TO WS-NEW-PREF
              END-IF
           END-IF.
      *
           IF WS-NEW-PREF NOT = 'P' AND WS-NEW-PREF NOT = 'E'
              AND WS-NEW-PREF NOT = 'N'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'STATEMENT PREF MUST BE P, E OR N'  TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'E'
              AND WS-SG-ROLE NOT = 'S'
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'SUPERVISOR ROLE REQUIRED TO END'   TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF ACTNI = 'E'
              AND (SELNOI NOT NUMERIC OR ACCTI NOT = WS-CA-ACCT-NO)
              PERFORM INIT-OUTPUT-FIELDS
              MOVE 'LIST THE ACCOUNT, THEN SELECT A ROW' TO MSGLO
              PERFORM POP-INPUT-FIELDS
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    CHECK-DATE - CALENDAR CHECK ON THE DATE IN WS-CHK-DATE-X,
      *    SAME TEST THE HOLD SCREEN APPLIES TO ITS EXPIRY DATE: MONTH
      *    01-12 AND A DAY NO LATER THAN THE END OF THAT MONTH, WITH
      *    29 FEBRUARY IN LEAP YEARS ONLY.
       CHECK-DATE.
           MOVE 'N'                 TO WS-DATE-OK
           IF WS-CHK-DATE-X NUMERIC
              MOVE WS-CHK-DATE-X    TO WS-CHK-DATE
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
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29      TO WS-MONTH-DAYS
                    END-IF
                 END-IF
                 IF WS-CHK-DD > 0 AND WS-CHK-DD NOT > WS-MONTH-DAYS
                    MOVE 'Y'        TO WS-DATE-OK
                 END-IF
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
      *    PROCESS-REQUEST - ANY ADD OR END FIRST, THEN THE LIST IS
      *    REBUILT SO THE SCREEN SHOWS THE ACCOUNT AFTER IT.  THE
      *    LIST REFRESH LEAVES THE MESSAGE LINE ALONE UNLESS IT HAS
      *    SOMETHING TO SAY, SO THE OUTCOME MESSAGE IS CARRIED OVER
      *    IT.
       PROCESS-REQUEST.
           MOVE SPACES              TO MSGLO
           EVALUATE ACTNI
               WHEN 'A'
                   PERFORM ADD-RELATIONSHIP THRU ADD-REL-EXIT
               WHEN 'E'
                   PERFORM END-RELATIONSHIP THRU END-REL-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE MSGLO               TO WS-SAVE-MSG
           PERFORM FILL-REL-LIST THRU FILL-REL-EXIT
           PERFORM POP-OUTPUT-FIELDS
           IF WS-SAVE-MSG NOT = SPACES
              MOVE WS-SAVE-MSG      TO MSGLO
           END-IF.
      *
      *    ADD-RELATIONSHIP - A NEW CAIQY01 RECORD STAMPED WITH WHO
      *    ADDED IT AND WHEN.  A RELATED CUSTOMER WHO ALREADY HOLDS
      *    AN ACCOUNT KEEPS THE NAME ON THAT ACCOUNT; A NEW ONE
      *    NEEDS THE NAME KEYED.  THE SAME CUSTOMER, ACCOUNT AND
      *    ROLE ONLY EVER HAVE ONE RECORD: RE-ADDING ONE THAT WAS
      *    ENDED REINSTATES IT WITH THE NEW DETAILS.  EITHER WAY THE
      *    CUSTOMER'S NAME GOES ON THE CAIQX01 XREF SO THE NAME
      *    BROWSE FINDS THEM.
       ADD-RELATIONSHIP.
           IF WS-ACCT-STATUS = WS-CLOSED-STATUS
              MOVE 'ACCOUNT IS CLOSED - NOT ADDED'     TO MSGLO
              GO TO ADD-REL-EXIT
           END-IF
      *
           IF RCUSTI = WS-CUST-ID
              MOVE 'CUSTOMER IS THE PRIMARY HOLDER'    TO MSGLO
              GO TO ADD-REL-EXIT
           END-IF
      *
           MOVE LOW-VALUES          TO WS-GEN-KEY
           MOVE RCUSTI              TO WS-GEN-KEY (1:10)
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-RCUST-REC)
               RIDFLD(WS-GEN-KEY)
               KEYLENGTH(10)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-RC-CUST-NAME  TO WS-REL-NAME
           ELSE
              IF RNAMEI = SPACES OR RNAMEI = LOW-VALUES
                 MOVE 'NEW CUSTOMER - ENTER THEIR NAME'  TO MSGLO
                 GO TO ADD-REL-EXIT
              END-IF
              MOVE RNAMEI           TO WS-REL-NAME
           END-IF
      *
           MOVE SPACES              TO WS-REL-REC
           MOVE RCUSTI              TO WS-RL-CUST-ID
           MOVE WS-ACCT-NO          TO WS-RL-ACCT-NO
           MOVE ROLEI               TO WS-RL-ROLE
           PERFORM SET-REL-FIELDS
      *
           EXEC CICS WRITE
               FILE('CAIQY01')
               FROM(WS-REL-REC)
               RIDFLD(WS-RL-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(DUPREC)
              PERFORM REINSTATE-RELATIONSHIP THRU REINSTATE-EXIT
              GO TO ADD-REL-EXIT
           END-IF
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERROR CONTACT ADMIN'          TO MSGLO
              GO TO ADD-REL-EXIT
           END-IF
      *
           PERFORM ADD-NAME-XREF
           MOVE 'RELATIONSHIP ADDED'                   TO MSGLO.
      *
       ADD-REL-EXIT.
           EXIT.
      *
      *    REINSTATE-RELATIONSHIP - THE KEY IS ALREADY ON FILE.  ONE
      *    STILL IN FORCE OR STILL TO START IS LEFT ALONE; ONE THAT
      *    HAS ENDED IS BROUGHT BACK WITH THE DETAILS NOW KEYED.
       REINSTATE-RELATIONSHIP.
           EXEC CICS READ
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-RL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERROR CONTACT ADMIN'          TO MSGLO
              GO TO REINSTATE-EXIT
           END-IF
      *
           IF WS-RL-END-DATE = SPACES
              OR WS-RL-END-DATE NOT < WS-NOW-DATE
              EXEC CICS UNLOCK
                  FILE('CAIQY01')
              END-EXEC
              MOVE 'RELATIONSHIP ALREADY ON FILE'      TO MSGLO
              GO TO REINSTATE-EXIT
           END-IF
      *
           PERFORM SET-REL-FIELDS
      *
           EXEC CICS REWRITE
               FILE('CAIQY01')
               FROM(WS-REL-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RELATIONSHIP UPDATE FAILED - ADMIN' TO MSGLO
              GO TO REINSTATE-EXIT
           END-IF
      *
           PERFORM ADD-NAME-XREF
           MOVE 'RELATIONSHIP REINSTATED'              TO MSGLO.
      *
       REINSTATE-EXIT.
           EXIT.
      *
       SET-REL-FIELDS.
           MOVE WS-CUST-ID          TO WS-RL-PRIM-CUST-ID
           MOVE WS-REL-NAME         TO WS-RL-CUST-NAME
           MOVE WS-EFF-DATE         TO WS-RL-EFF-DATE
           MOVE WS-END-DATE         TO WS-RL-END-DATE
           MOVE WS-NEW-PREF         TO WS-RL-STMT-PREF
           MOVE SPACES              TO WS-RL-ADDR1
                                       WS-RL-ADDR2
                                       WS-RL-ADDR3
           IF ADDR1I NOT = LOW-VALUES
              MOVE ADDR1I           TO WS-RL-ADDR1
           END-IF
           IF ADDR2I NOT = LOW-VALUES
              MOVE ADDR2I           TO WS-RL-ADDR2
           END-IF
           IF ADDR3I NOT = LOW-VALUES
              MOVE ADDR3I           TO WS-RL-ADDR3
           END-IF
           MOVE WS-NOW-DATE         TO WS-RL-ADDED-DATE
           MOVE WS-SG-OPER-ID       TO WS-RL-OPER-ID
           MOVE SPACES              TO WS-RL-ENDED-OPER-ID.
      *
      *    ADD-NAME-XREF - A CUSTOMER WHO ALREADY HOLDS AN ACCOUNT
      *    OR ANOTHER RELATIONSHIP IS ON THE XREF ALREADY, SO A
      *    DUPLICATE IS EXPECTED AND IGNORED, SAME AS THE FEED'S
      *    SECOND-ACCOUNT ADD.
       ADD-NAME-XREF.
           MOVE SPACES              TO WS-XREF-REC
           MOVE WS-RL-CUST-NAME     TO WS-XR-CUST-NAME
           MOVE WS-RL-CUST-ID       TO WS-XR-CUST-ID
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
                   ' CUST-ID=' WS-RL-CUST-ID
           END-IF.
      *
      *    END-RELATIONSHIP - RE-READS THE SELECTED RELATIONSHIP FOR
      *    UPDATE AND SETS ITS END DATE.  ONE ALREADY ENDED IS LEFT
      *    AS IT IS.  THE RECORD STAYS ON FILE, SO THE CUSTOMER IS
      *    STILL FOUND ON THE NAME BROWSE AND THE HISTORY OF WHO
      *    COULD ACT ON THE ACCOUNT IS KEPT.
       END-RELATIONSHIP.
           MOVE SELNOI              TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
              MOVE 'NO RELATIONSHIP ON THAT ROW'       TO MSGLO
              GO TO END-REL-EXIT
           END-IF
           IF WS-CA-ROW-KEY (WS-SEL-NUM) = SPACES
              MOVE 'NO RELATIONSHIP ON THAT ROW'       TO MSGLO
              GO TO END-REL-EXIT
           END-IF
      *
           IF WS-END-DATE = SPACES
              MOVE WS-NOW-DATE      TO WS-END-DATE
           END-IF
      *
           MOVE WS-CA-ROW-KEY (WS-SEL-NUM)  TO WS-RL-KEY
      *
           EXEC CICS READ
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-RL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RELATIONSHIP NO LONGER ON FILE'    TO MSGLO
              GO TO END-REL-EXIT
           END-IF
      *
           IF WS-RL-END-DATE NOT = SPACES
              AND WS-RL-END-DATE < WS-NOW-DATE
              EXEC CICS UNLOCK
                  FILE('CAIQY01')
              END-EXEC
              MOVE 'RELATIONSHIP ALREADY ENDED'        TO MSGLO
              GO TO END-REL-EXIT
           END-IF
      *
           IF WS-END-DATE < WS-RL-EFF-DATE
              EXEC CICS UNLOCK
                  FILE('CAIQY01')
              END-EXEC
              MOVE 'END DATE IS BEFORE EFFECTIVE DATE' TO MSGLO
              GO TO END-REL-EXIT
           END-IF
      *
           MOVE WS-END-DATE         TO WS-RL-END-DATE
           MOVE WS-SG-OPER-ID       TO WS-RL-ENDED-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQY01')
               FROM(WS-REL-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'RELATIONSHIP UPDATE FAILED - ADMIN' TO MSGLO
           ELSE
              MOVE 'RELATIONSHIP ENDED'                TO MSGLO
           END-IF.
      *
       END-REL-EXIT.
           EXIT.
      *
      *    FILL-REL-LIST - BROWSES THE ACCOUNT'S RELATIONSHIPS
      *    THROUGH THE CAIQYP01 PATH AND LISTS THE FIRST TEN NOT
      *    YET ENDED, REMEMBERING EACH ROW'S CAIQY01 KEY IN THE
      *    COMMAREA.  THE PATH KEY IS NON-UNIQUE, SO EVERY RECORD
      *    BUT AN ACCOUNT'S LAST COMES BACK WITH DUPKEY.
       FILL-REL-LIST.
           PERFORM INIT-ROW-FIELDS
           MOVE WS-ACCT-NO          TO WS-CA-ACCT-NO
           MOVE 0                   TO WS-ROW-COUNT
           MOVE 'N'                 TO WS-MORE-RELS
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE WS-ACCT-NO          TO WS-BRW-KEY
      *
           EXEC CICS STARTBR
               FILE('CAIQYP01')
               RIDFLD(WS-BRW-KEY)
               KEYLENGTH(8)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO RELATED CUSTOMERS ON THIS ACCOUNT' TO MSGLO
              GO TO FILL-REL-EXIT
           END-IF
      *
           PERFORM READ-NEXT-REL
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQYP01')
           END-EXEC
      *
           IF WS-ROW-COUNT = 0
              MOVE 'NO RELATED CUSTOMERS ON THIS ACCOUNT' TO MSGLO
           END-IF
           IF WS-MORE-RELS = 'Y'
              MOVE 'MORE THAN 10 RELATED - FIRST 10 SHOWN'
                                    TO MSGLO
           END-IF.
      *
       FILL-REL-EXIT.
           EXIT.
      *
       READ-NEXT-REL.
           EXEC CICS READNEXT
               FILE('CAIQYP01')
               INTO(WS-REL-REC)
               RIDFLD(WS-BRW-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
      *
           IF (WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY))
              OR WS-RL-ACCT-NO NOT = WS-ACCT-NO
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-RL-END-DATE = SPACES
                 OR WS-RL-END-DATE NOT < WS-NOW-DATE
                 IF WS-ROW-COUNT < 10
                    PERFORM ADD-ROW
                 ELSE
                    MOVE 'Y'        TO WS-MORE-RELS
                    MOVE 'Y'        TO WS-BROWSE-DONE
                 END-IF
              END-IF
           END-IF.
      *
       ADD-ROW.
           ADD 1                    TO WS-ROW-COUNT
           MOVE WS-RL-KEY           TO WS-CA-ROW-KEY (WS-ROW-COUNT)
      *
           MOVE SPACES              TO ROWO (WS-ROW-COUNT)
           MOVE WS-ROW-COUNT        TO ROWO (WS-ROW-COUNT) (1:2)
           MOVE WS-RL-CUST-ID       TO ROWO (WS-ROW-COUNT) (4:10)
           MOVE WS-RL-CUST-NAME     TO ROWO (WS-ROW-COUNT) (15:30)
           EVALUATE WS-RL-ROLE
               WHEN 'J'
                   MOVE 'JOINT'         TO ROWO (WS-ROW-COUNT) (46:7)
               WHEN 'T'
                   MOVE 'TRUSTEE'       TO ROWO (WS-ROW-COUNT) (46:7)
               WHEN 'P'
                   MOVE 'POA'           TO ROWO (WS-ROW-COUNT) (46:7)
               WHEN OTHER
                   MOVE 'BENEFIC'       TO ROWO (WS-ROW-COUNT) (46:7)
           END-EVALUATE
           MOVE WS-RL-EFF-DATE      TO ROWO (WS-ROW-COUNT) (54:8)
           MOVE WS-RL-END-DATE      TO ROWO (WS-ROW-COUNT) (63:8)
           MOVE WS-RL-STMT-PREF     TO ROWO (WS-ROW-COUNT) (72:1).
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
           MOVE RCUSTI             TO RCUSTO
           MOVE RNAMEI             TO RNAMEO
           MOVE ROLEI              TO ROLEO
           MOVE EFFI               TO EFFO
           MOVE ENDI               TO ENDO
           MOVE PREFI              TO PREFO
           MOVE ADDR1I             TO ADDR1O
           MOVE ADDR2I             TO ADDR2O
           MOVE ADDR3I             TO ADDR3O
           MOVE SELNOI             TO SELNOO.
      *
       POP-OUTPUT-FIELDS.
           PERFORM POP-INPUT-FIELDS
           MOVE WS-CUST-NAME       TO NAMEO.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEO
           PERFORM INIT-ROW-FIELDS.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE ACCTO
           INITIALIZE ACTNO
           INITIALIZE RCUSTO
           INITIALIZE RNAMEO
           INITIALIZE ROLEO
           INITIALIZE EFFO
           INITIALIZE ENDO
           INITIALIZE PREFO
           INITIALIZE ADDR1O
           INITIALIZE ADDR2O
           INITIALIZE ADDR3O
           INITIALIZE SELNOO
           PERFORM INIT-OUTPUT-FIELDS.
      *
       INIT-ROW-FIELDS.
           MOVE 1                   TO WS-ROW-SUB
           PERFORM INIT-ONE-ROW
                   UNTIL WS-ROW-SUB > 10.
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
               MAP('CAIQM15')
               MAPSET('CAIQM15')
               FROM(CAIQM15O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
