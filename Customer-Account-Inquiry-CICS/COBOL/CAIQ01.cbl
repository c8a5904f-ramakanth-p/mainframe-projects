       01  WS-GEN-KEY            PIC X(18).
       01  WS-MULTI-FLAG         PIC X(01).
      *
      *    WS-REL-REC / WS-REL-COUNT - THE CUSTOMER'S CAIQY01
      *    RELATIONSHIPS IN FORCE TODAY (JOINT OWNER, TRUSTEE, POA,
      *    BENEFICIARY), COUNTED AS FAR AS TWO.  THEY COUNT
      *    TOWARDS "SEVERAL ACCOUNTS" THE SAME AS THE CUSTOMER'S
      *    OWN; WS-FIRST-REL KEEPS THE FIRST ONE FOUND FOR A
      *    CUSTOMER WHOSE ONLY ACCOUNT IS A RELATED ONE.
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
       01  WS-FIRST-REL.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-FR-==.
       01  WS-REL-BRW-KEY        PIC X(19).
       01  WS-REL-BRW-DONE       PIC X(01).
       01  WS-REL-COUNT          PIC 9(01).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE THE SIGN-ON TRANSACTION
      *    MAINTAINS.  NO SIGN-ON, NO INQUIRY - THE AUDIT TRAIL
       01  WS-SIGNED-ON          PIC X(01).
      *
       01  WS-ABSTIME            PIC S9(15) COMP-3.
       01  WS-NOW-DATE           PIC X(08).
      *
      *    WS-HOLD-REC / WS-HELD-AMOUNT - THE ACCOUNT'S CAIQL01
      *    HOLDS STILL IN FORCE TODAY, TAKEN OFF THE LEDGER BALANCE
      *    TO SHOW WHAT THE CUSTOMER CAN ACTUALLY DRAW.
       01  WS-HOLD-REC.
           COPY CAIQHD01 REPLACING LEADING ==HD-== BY ==WS-HD-==.
       01  WS-HELD-AMOUNT        PIC S9(09)V99 VALUE 0.
       01  WS-AVAIL-BALANCE      PIC S9(09)V99.
       01  WS-HOLD-BRW-KEY       PIC X(27).
       01  WS-HOLD-BRW-DONE      PIC X(01).
      *
      *    WS-NOTE-REC / WS-FRAUD-ALERT - THE CUSTOMER'S CAIQI01
      *    CONTACT NOTES, BROWSED FOR AN OPEN FRAUD ALERT SO THE
      *    TELLER SEES IT BEFORE DOING ANYTHING ELSE FOR THE CALLER.
       01  WS-NOTE-REC.
           COPY CAIQNT01 REPLACING LEADING ==NT-== BY ==WS-NT-==.
       01  WS-NOTE-BRW-KEY       PIC X(29).
       01  WS-NOTE-BRW-DONE      PIC X(01).
       01  WS-FRAUD-ALERT        PIC X(01).
      *
      *    WS-KYC-REC / WS-KYC-GRACE-DAYS - THE CUSTOMER'S CAIQKY01
      *    KYC REVIEW.  PAST ITS NEXT-DUE DATE THE REVIEW SHOWS AS
      *    OVERDUE; PAST THE GRACE PERIOD AS WELL THE POSTING
      *    TRANSACTION REFUSES MONEY MOVEMENTS, SHOWN AS BLOCKED.
      *    THE SAME GRACE AS THE POSTING TRANSACTION, THE KYC
      *    SCREEN AND THE MONTHLY KYC REPORT.
       01  WS-KYC-REC.
           COPY CAIQKY01 REPLACING LEADING ==KY-== BY ==WS-KY-==.
       01  WS-KYC-GRACE-DAYS     PIC 9(03) VALUE 30.
       01  WS-KYC-CUTOFF         PIC X(08).
       01  WS-KYC-CUTOFF-ABS     PIC S9(15) COMP-3.
      *
      *    LK-SELECT-FLAG - ONLY PRESENT (EIBCALEN COVERS IT) WHEN
      *    CONTROL ARRIVES FROM THE NAME BROWSE, THE ACCOUNT LIST
      *    OR THE CONTACT NOTES: 'B' MEANS LK-CUST-KEY IS A
      *    SELECTED ACCOUNT AND THE FULL LOOKUP RUNS FOR IT WITHOUT
      *    A MAP RECEIVE.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==LK-==.
                       LENGTH(EIBCALEN)
                   END-EXEC
               END-IF
      *        LIKEWISE THE CONTACT-NOTES LIST (949 BYTES) AND THE
      *        NOTE-ADD SCREEN (48 BYTES), BOTH OPENED BY PF6.
               IF EIBCALEN = 949
                   EXEC CICS XCTL
                       PROGRAM('CAIQ42')
                       COMMAREA(DFHCOMMAREA)
                       LENGTH(EIBCALEN)
                   END-EXEC
               END-IF
               IF EIBCALEN = 48
                   EXEC CICS XCTL
                       PROGRAM('CAIQ43')
                       COMMAREA(DFHCOMMAREA)
                       LENGTH(EIBCALEN)
                   END-EXEC
               END-IF
               MOVE DFHCOMMAREA TO WS-CUST-REC
               IF EIBCALEN > LENGTH OF WS-CUST-REC
                   AND LK-SELECT-FLAG = 'B'
                   PERFORM REDISPLAY-LAST-CUSTOMER
                   GO TO END-PROG
               END-IF
               IF EIBAID = DFHPF6
                   PERFORM SHOW-CONTACT-NOTES
                   GO TO END-PROG
               END-IF
               PERFORM RECEIVE-MAP
               PERFORM VALIDATE-INPUT
               PERFORM READ-VSAM
           END-IF
      *
           PERFORM SEND-OUTPUT.
      *
      *    SHOW-CONTACT-NOTES - PF6 OPENS THE CONTACT NOTES FOR THE
      *    CUSTOMER LAST SHOWN, HANDING OVER THE ACCOUNT RECORD
      *    WITH THE 'N' MARKER.  PF3 ON THE NOTES COMES BACK TO
      *    THIS ACCOUNT.
       SHOW-CONTACT-NOTES.
           IF WS-CUST-ID = SPACES
              PERFORM INIT-ALL-OUTPUT-FIELDS
              MOVE 'NO CUSTOMER DISPLAYED FOR NOTES'  TO MSGLO
              PERFORM SEND-OUTPUT
           ELSE
              MOVE WS-CUST-REC      TO WS-XCTL-AREA
              MOVE 'N'              TO WS-XC-SELECT-FLAG
              EXEC CICS XCTL
                  PROGRAM('CAIQ42')
                  COMMAREA(WS-XCTL-AREA)
              END-EXEC
           END-IF.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
      *
      *    READ-VSAM-BY-CUSTID - CAIQF01 IS KEYED BY CUSTOMER ID
      *    PLUS ACCOUNT NUMBER, SO A CUSTOMER-ID LOOKUP IS A SHORT
      *    BROWSE FROM THE CUSTOMER'S FIRST ACCOUNT.  ACCOUNTS THE
      *    CUSTOMER IS RELATED TO THROUGH CAIQY01 COUNT TOO.  ONE
      *    ACCOUNT: THE NORMAL INQUIRY CONTINUES WITH IT.  SEVERAL:
      *    CONTROL TRANSFERS TO THE ACCOUNT-LIST SCREEN SO THE
      *    TELLER CAN PICK ONE.  NO RECORD AT ALL FALLS THROUGH TO
      *    THE CAIQV01 ARCHIVE, SAME AS THE OLD SINGLE-KEY READ DID.
       READ-VSAM-BY-CUSTID.
           MOVE CUSTIDI             TO WS-SRCH-CUST-ID
           MOVE LOW-VALUES          TO WS-BRW-KEY
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM CHECK-RELATED-ONLY
              GO TO CUSTID-READ-EXIT
           END-IF
      *
              EXEC CICS ENDBR
                  FILE('CAIQF01')
              END-EXEC
              PERFORM CHECK-RELATED-ONLY
              GO TO CUSTID-READ-EXIT
           END-IF
      *
           EXEC CICS ENDBR
               FILE('CAIQF01')
           END-EXEC
      *
           IF WS-MULTI-FLAG = 'N'
              PERFORM COUNT-RELATIONSHIPS THRU COUNT-REL-EXIT
              IF WS-REL-COUNT > 0
                 MOVE 'Y'           TO WS-MULTI-FLAG
              END-IF
           END-IF
      *
           IF WS-MULTI-FLAG = 'Y'
              MOVE WS-CUST-REC      TO WS-XCTL-AREA
       CUSTID-READ-EXIT.
           EXIT.
      *
      *    CHECK-RELATED-ONLY - THE CUSTOMER HOLDS NO ACCOUNT OF
      *    THEIR OWN.  ONE RELATIONSHIP IN FORCE SHOWS THAT ACCOUNT
      *    WITH THE CUSTOMER'S ROLE ON IT; SEVERAL GO TO THE
      *    ACCOUNT LIST, WHICH ONLY NEEDS THE CUSTOMER ID; NONE
      *    FALLS THROUGH TO THE ARCHIVE AS BEFORE.
       CHECK-RELATED-ONLY.
           PERFORM COUNT-RELATIONSHIPS THRU COUNT-REL-EXIT
      *
           EVALUATE WS-REL-COUNT
               WHEN 0
                  PERFORM READ-ARCHIVE
               WHEN 1
                  PERFORM SHOW-RELATED-ACCOUNT THRU SHOW-RELATED-EXIT
               WHEN OTHER
                  MOVE SPACES           TO WS-XCTL-AREA
                  MOVE WS-SRCH-CUST-ID  TO WS-XC-CUST-ID
                  MOVE 'L'              TO WS-XC-SELECT-FLAG
                  EXEC CICS XCTL
                      PROGRAM('CAIQ19')
                      COMMAREA(WS-XCTL-AREA)
                  END-EXEC
           END-EVALUATE.
      *
      *    SHOW-RELATED-ACCOUNT - THE ACCOUNT IS READ BY ITS OWN
      *    CAIQF01 KEY AND SHOWN AS FOR ANY INQUIRY, UNDER THE
      *    PRIMARY HOLDER'S NAME; THE MESSAGE LINE SAYS WHY.
       SHOW-RELATED-ACCOUNT.
           MOVE WS-FR-PRIM-CUST-ID  TO WS-CUST-ID
           MOVE WS-FR-ACCT-NO       TO WS-ACCT-NO
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-CUST-KEY)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM EVAL-READ-RESP
              GO TO SHOW-RELATED-EXIT
           END-IF
      *
           PERFORM GET-VALUES-FROM-TABLE
           IF MSGLO = SPACES
              EVALUATE WS-FR-ROLE
                  WHEN 'J'
                     MOVE 'RELATED HOLDER - JOINT OWNER'  TO MSGLO
                  WHEN 'T'
                     MOVE 'RELATED HOLDER - TRUSTEE'      TO MSGLO
                  WHEN 'P'
                     MOVE 'RELATED HOLDER - POWER OF ATTORNEY'
                                                         TO MSGLO
                  WHEN OTHER
                     MOVE 'RELATED HOLDER - BENEFICIARY'  TO MSGLO
              END-EVALUATE
           END-IF.
      *
       SHOW-RELATED-EXIT.
           EXIT.
      *
      *    COUNT-RELATIONSHIPS - CAIQY01 IS KEYED BY THE RELATED
      *    CUSTOMER'S ID, SO THIS IS THE SAME SHORT BROWSE AS THE
      *    CAIQF01 ONE ABOVE.  ONLY RELATIONSHIPS IN FORCE TODAY
      *    COUNT, AND THE BROWSE STOPS AT THE SECOND.
       COUNT-RELATIONSHIPS.
           MOVE 0                   TO WS-REL-COUNT
           MOVE 'N'                 TO WS-REL-BRW-DONE
           MOVE LOW-VALUES          TO WS-REL-BRW-KEY
           MOVE WS-SRCH-CUST-ID     TO WS-REL-BRW-KEY (1:10)
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
           END-EXEC
      *
           EXEC CICS STARTBR
               FILE('CAIQY01')
               RIDFLD(WS-REL-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO COUNT-REL-EXIT
           END-IF
      *
           PERFORM READ-NEXT-RELATIONSHIP
                   UNTIL WS-REL-BRW-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQY01')
           END-EXEC.
      *
       COUNT-REL-EXIT.
           EXIT.
      *
       READ-NEXT-RELATIONSHIP.
           EXEC CICS READNEXT
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-REL-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-RL-CUST-ID NOT = WS-SRCH-CUST-ID
              MOVE 'Y'              TO WS-REL-BRW-DONE
           ELSE
              IF WS-RL-EFF-DATE NOT > WS-NOW-DATE
                 AND (WS-RL-END-DATE = SPACES
                   OR WS-RL-END-DATE NOT < WS-NOW-DATE)
                 ADD 1              TO WS-REL-COUNT
                 IF WS-REL-COUNT = 1
                    MOVE WS-REL-REC TO WS-FIRST-REL
                 ELSE
                    MOVE 'Y'        TO WS-REL-BRW-DONE
                 END-IF
              END-IF
           END-IF.
      *
      *    READ-VSAM-BY-FULL-KEY - DIRECT READ BY THE FULL
      *    CUSTOMER/ACCOUNT KEY, USED WHEN THE CALLER ALREADY
      *    KNOWS EXACTLY WHICH ACCOUNT RECORD IT WANTS (A BROWSE
      *    WARNING IN MSGLO SO AN OVERDRAWN ACCOUNT JUMPS OUT ON THE
      *    SCREEN INSTEAD OF MAKING THE TELLER SIGN-CHECK BALOO.  ANY
      *    MESSAGE ALREADY SET (ADDRESS NOT FOUND, DATABASE ERROR,
      *    ETC) TAKES PRIORITY AND IS LEFT ALONE.  FUNDS ON HOLD ARE
      *    POINTED OUT THE SAME WAY, SO THE TELLER LOOKS AT AVBALOO
      *    BEFORE PROMISING THE LEDGER BALANCE.
       CHECK-OVERDRAFT.
           IF  WS-ACCT-BALANCE < 0
               AND MSGLO = SPACES
               MOVE 'WARNING - ACCOUNT IS OVERDRAWN'   TO MSGLO
           END-IF.
      *
           IF  WS-HELD-AMOUNT > 0
               AND MSGLO = SPACES
               MOVE 'NOTE - FUNDS ON HOLD, SEE AVAILABLE' TO MSGLO
           END-IF.
      *
      *    WRITE-AUDIT-REC - COMPLIANCE TRAIL: WHO LOOKED UP WHICH
      *    CUSTOMER AND WHEN.  ONE RECORD PER SUCCESSFUL INQUIRY.
           PERFORM READ-BRANCH-NAME
           MOVE WS-ACCT-BALANCE    TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO BALOO
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           COMPUTE WS-AVAIL-BALANCE = WS-ACCT-BALANCE - WS-HELD-AMOUNT
           MOVE WS-AVAIL-BALANCE   TO WS-BAL-DISP
           MOVE WS-BAL-DISP        TO AVBALOO
           MOVE WS-ACCT-STATUS     TO STATOO
           PERFORM CHECK-FRAUD-ALERT THRU CHECK-FRAUD-ALERT-EXIT
           IF WS-FRAUD-ALERT = 'Y'
              MOVE '*** FRAUD ALERT ***' TO ALERTOO
           ELSE
              MOVE SPACES          TO ALERTOO
           END-IF
           PERFORM CHECK-KYC-STATUS
      *
           MOVE HV-ADDR1           TO ADDR1OO
           MOVE HV-ADDR2           TO ADDR2OO
                 MOVE '** UNKNOWN BRANCH **'  TO BRNMOO
              END-IF
           END-IF.
      *
      *    SUM-ACTIVE-HOLDS - BROWSES THE ACCOUNT'S RANGE OF
      *    CAIQL01 AND TOTALS THE HOLDS IN FORCE TODAY: STATUS
      *    ACTIVE AND NOT PAST THEIR EXPIRY DATE.  NO HOLD FILE
      *    RECORDS FOR THE ACCOUNT MEANS NOTHING HELD.
       SUM-ACTIVE-HOLDS.
           MOVE 0                   TO WS-HELD-AMOUNT
           MOVE 'N'                 TO WS-HOLD-BRW-DONE
           MOVE LOW-VALUES          TO WS-HOLD-BRW-KEY
           MOVE WS-ACCT-NO          TO WS-HOLD-BRW-KEY (1:8)
      *
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
           END-EXEC
      *
           EXEC CICS STARTBR
               FILE('CAIQL01')
               RIDFLD(WS-HOLD-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO SUM-ACTIVE-HOLDS-EXIT
           END-IF
      *
           PERFORM READ-NEXT-HOLD
                   UNTIL WS-HOLD-BRW-DONE = 'Y'
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
               RIDFLD(WS-HOLD-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-HD-ACCT-NO NOT = WS-ACCT-NO
              MOVE 'Y'              TO WS-HOLD-BRW-DONE
           ELSE
              IF WS-HD-STATUS = 'A'
                 AND WS-HD-EXPIRY-DATE NOT < WS-NOW-DATE
                 ADD WS-HD-AMOUNT   TO WS-HELD-AMOUNT
              END-IF
           END-IF.
      *
      *    CHECK-FRAUD-ALERT - BROWSES THE CUSTOMER'S RANGE OF
      *    CAIQI01 FOR A FRAUD-ALERT NOTE STILL OPEN.  THE FIRST
      *    ONE FOUND ENDS THE BROWSE.
       CHECK-FRAUD-ALERT.
           MOVE 'N'                 TO WS-FRAUD-ALERT
           MOVE 'N'                 TO WS-NOTE-BRW-DONE
           MOVE LOW-VALUES          TO WS-NOTE-BRW-KEY
           MOVE WS-CUST-ID          TO WS-NOTE-BRW-KEY (1:10)
      *
           EXEC CICS STARTBR
               FILE('CAIQI01')
               RIDFLD(WS-NOTE-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO CHECK-FRAUD-ALERT-EXIT
           END-IF
      *
           PERFORM READ-NEXT-NOTE
                   UNTIL WS-NOTE-BRW-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQI01')
           END-EXEC.
      *
       CHECK-FRAUD-ALERT-EXIT.
           EXIT.
      *
       READ-NEXT-NOTE.
           EXEC CICS READNEXT
               FILE('CAIQI01')
               INTO(WS-NOTE-REC)
               RIDFLD(WS-NOTE-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-NT-CUST-ID NOT = WS-CUST-ID
              MOVE 'Y'              TO WS-NOTE-BRW-DONE
           ELSE
              IF WS-NT-CATEGORY = 'F'
                 AND WS-NT-STATUS = 'O'
                 MOVE 'Y'           TO WS-FRAUD-ALERT
                 MOVE 'Y'           TO WS-NOTE-BRW-DONE
              END-IF
           END-IF.
      *
      *    CHECK-KYC-STATUS - THE CUSTOMER'S REVIEW RISK AND
      *    NEXT-DUE DATE, FLAGGED OVERDUE ONCE THE DATE HAS PASSED
      *    AND BLOCKED ONCE IT IS BEYOND THE GRACE PERIOD.  RUNS
      *    AFTER SUM-ACTIVE-HOLDS, WHICH HAS TAKEN TODAY'S TIME.
       CHECK-KYC-STATUS.
           MOVE WS-CUST-ID          TO WS-KY-CUST-ID
      *
           EXEC CICS READ
               FILE('CAIQKY01')
               INTO(WS-KYC-REC)
               RIDFLD(WS-KY-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'KYC: NO REVIEW ON FILE'   TO KYCOO
           ELSE
              COMPUTE WS-KYC-CUTOFF-ABS = WS-ABSTIME
                      - (WS-KYC-GRACE-DAYS * 86400000)
              EXEC CICS FORMATTIME
                  ABSTIME(WS-KYC-CUTOFF-ABS)
                  YYYYMMDD(WS-KYC-CUTOFF)
              END-EXEC
              MOVE SPACES          TO KYCOO
              EVALUATE TRUE
      *           NO NEXT-DUE DATE IS NOT HELD UP AT THE COUNTER, SO
      *           IT IS NOT SHOWN AS BLOCKED OR OVERDUE EITHER.
                  WHEN WS-KY-NEXT-DUE = SPACES
                      STRING 'KYC RISK ' WS-KY-RISK
                             DELIMITED BY SIZE INTO KYCOO
                  WHEN WS-KY-NEXT-DUE < WS-KYC-CUTOFF
                      STRING 'KYC RISK ' WS-KY-RISK
                             ' DUE ' WS-KY-NEXT-DUE ' BLOCKED'
                             DELIMITED BY SIZE INTO KYCOO
                  WHEN WS-KY-NEXT-DUE < WS-NOW-DATE
                      STRING 'KYC RISK ' WS-KY-RISK
                             ' DUE ' WS-KY-NEXT-DUE ' OVERDUE'
                             DELIMITED BY SIZE INTO KYCOO
                  WHEN OTHER
                      STRING 'KYC RISK ' WS-KY-RISK
                             ' DUE ' WS-KY-NEXT-DUE
                             DELIMITED BY SIZE INTO KYCOO
              END-EVALUATE
           END-IF.
      *
       INIT-OUTPUT-FIELDS.
           INITIALIZE NAMEOO
           INITIALIZE BRCDOO
           INITIALIZE BRNMOO
           INITIALIZE BALOO
           INITIALIZE AVBALOO
           INITIALIZE STATOO
           INITIALIZE ALERTOO
           INITIALIZE KYCOO
           INITIALIZE ADDR1OO
           INITIALIZE ADDR2OO
           INITIALIZE ADDR3OO.
           INITIALIZE BRCDOO
           INITIALIZE BRNMOO
           INITIALIZE BALOO
           INITIALIZE AVBALOO
           INITIALIZE STATOO
           INITIALIZE ALERTOO
           INITIALIZE KYCOO
           INITIALIZE ADDR1OO
           INITIALIZE ADDR2OO
           INITIALIZE ADDR3OO.
