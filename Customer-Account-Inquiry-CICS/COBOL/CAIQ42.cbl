      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ42.
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
       COPY CAIQM16.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-CUST-REC.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-==.
      *
       01  WS-NOTE-REC.
           COPY CAIQNT01 REPLACING LEADING ==NT-== BY ==WS-NT-==.
      *
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
      *
      *    WS-XCTL-IN - COMMAREA SHAPE THE INQUIRY, THE ACCOUNT
      *    LIST AND THE NOTE-ADD SCREEN HAND OVER TO OPEN THE
      *    NOTES: A CAIQCR01-SHAPED AREA CARRYING THE CUSTOMER ID
      *    (AND, FROM THE INQUIRY, THE ACCOUNT ON ITS SCREEN AND
      *    THE NAME) PLUS THE 'N' MARKER BYTE.
       01  WS-XCTL-IN.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-XI-==.
           05  WS-XI-SELECT-FLAG   PIC X(01).
      *
      *    WS-XCTL-AREA - THE SAME SHAPE GOING OUT: 'N' TO THE
      *    NOTE-ADD SCREEN, 'B' BACK TO THE INQUIRY FOR THE ACCOUNT
      *    IT WAS SHOWING, 'L' BACK TO THE ACCOUNT LIST.
       01  WS-XCTL-AREA.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-XC-==.
           05  WS-XC-SELECT-FLAG   PIC X(01).
      *
      *    WS-COMMAREA - NOTES LIST STATE CARRIED ACROSS THE
      *    PSEUDOCONVERSATION: THE CUSTOMER, THE ACCOUNT TO GO BACK
      *    TO (SPACES WHEN CALLED FROM THE ACCOUNT LIST), THE
      *    CURRENT PAGE, THE KEY THE NEXT PAGE STARTS AT
      *    (HIGH-VALUES WHEN THE LIST IS EXHAUSTED), THE TOP KEY OF
      *    EACH PAGE ALREADY SHOWN (FOR PF7) AND THE NOTE KEY
      *    BEHIND EACH DISPLAYED ROW.  THE INQUIRY, THE NAME BROWSE
      *    AND THE ACCOUNT LIST RECOGNIZE THIS AREA BY ITS 949-BYTE
      *    LENGTH AND ROUTE IT BACK HERE WHEN THE LIST'S NEXT LEG
      *    ARRIVES UNDER THEIR TRANSACTION - KEEP THE LENGTH AND
      *    THOSE CHECKS IN STEP.
       01  WS-COMMAREA.
           05  WS-CA-CUST-ID       PIC X(10).
           05  WS-CA-ACCT-NO       PIC X(08).
           05  WS-CA-CUST-NAME     PIC X(30).
           05  WS-CA-PAGE-NO       PIC 9(02).
           05  WS-CA-NEXT-KEY      PIC X(29).
           05  WS-CA-TOP-KEY       PIC X(29) OCCURS 20 TIMES.
           05  WS-CA-ROW-KEY       PIC X(29) OCCURS 10 TIMES.
      *
       01  WS-BRW-KEY           PIC X(29).
       01  WS-SEL-KEY           PIC X(29).
       01  WS-GEN-KEY           PIC X(19).
       01  WS-SAVE-MSG          PIC X(40).
       01  WS-ROW-COUNT         PIC 9(02).
       01  WS-SEL-NUM           PIC 9(02).
       01  WS-ROW-SUB           PIC 9(02).
       01  WS-BROWSE-DONE       PIC X(01).
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-NOW-DATE          PIC X(08).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  ANY SIGNED-ON ROLE MAY
      *    READ THE NOTES; A TELLER OR SUPERVISOR MAY ADD ONE OR
      *    CLOSE A FOLLOW-UP; ONLY A SUPERVISOR MAY LIFT A FRAUD
      *    ALERT.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(949).
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       MAIN-PARA.
      *
           MOVE EIBTRNID TO WS-TRANSID.
      *
           PERFORM CHECK-SIGNON
           IF WS-SIGNED-ON = 'N'
               PERFORM INIT-ROW-FIELDS
               MOVE 'SIGN ON REQUIRED AT THIS TERMINAL' TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
      *    A COMMAREA THE SIZE OF THE HAND-OVER AREA WITH THE 'N'
      *    MARKER SET IS A TRANSFER-IN: LIST THAT CUSTOMER'S NOTES
      *    FROM THE FIRST, NO MAP RECEIVE.
           IF EIBCALEN = LENGTH OF WS-XCTL-IN
               MOVE DFHCOMMAREA (1:LENGTH OF WS-XCTL-IN)
                                    TO WS-XCTL-IN
               IF WS-XI-SELECT-FLAG = 'N'
                   MOVE SPACES      TO WS-COMMAREA
                   MOVE WS-XI-CUST-ID    TO WS-CA-CUST-ID
                   MOVE WS-XI-ACCT-NO    TO WS-CA-ACCT-NO
                   MOVE WS-XI-CUST-NAME  TO WS-CA-CUST-NAME
                   IF WS-CA-CUST-NAME = SPACES
                       PERFORM FIND-CUST-NAME
                   END-IF
                   PERFORM FIRST-PAGE
                   PERFORM SEND-OUTPUT
                   GO TO END-PROG
               END-IF
           END-IF.
      *
      *    THE NOTES HAVE NO TRANSACTION OF THEIR OWN - THEY ARE
      *    ALWAYS OPENED FOR A CUSTOMER FROM THE INQUIRY OR THE
      *    ACCOUNT LIST.  ANYTHING ELSE THAT ISN'T OUR OWN LIST
      *    STATE IS TURNED AWAY.
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               MOVE SPACES          TO WS-COMMAREA
               PERFORM INIT-ROW-FIELDS
               MOVE 'OPEN THE NOTES FROM THE INQUIRY (PF6)' TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           MOVE DFHCOMMAREA         TO WS-COMMAREA
      *
      *    THE PF KEYS CARRY NO FIELDS WORTH RECEIVING - ROUTE THEM
      *    ON EIBAID AHEAD OF THE RECEIVE, THE WAY THE NAME BROWSE
      *    HANDLES ITS PAGING KEYS.
           IF EIBAID = DFHPF8
               PERFORM PAGE-FORWARD
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF
           IF EIBAID = DFHPF7
               PERFORM PAGE-BACKWARD
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF
           IF EIBAID = DFHPF6
               PERFORM GO-TO-ADD-SCREEN
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           END-IF
           IF EIBAID = DFHPF3
               PERFORM RETURN-TO-CALLER
           END-IF
      *
           PERFORM RECEIVE-MAP
           PERFORM ROUTE-REQUEST THRU ROUTE-EXIT
           PERFORM SEND-OUTPUT
           GO TO END-PROG.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM16')
               MAPSET('CAIQM16')
               RESP(WS-RESP)
           END-EXEC.
      *
           IF EIBAID = DFHCLEAR
              EXEC CICS SEND
                  CONTROL ERASE
              END-EXEC
      *
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *
           IF WS-RESP = DFHRESP(MAPFAIL)
              PERFORM REFRESH-PAGE
              MOVE 'SELECT A NOTE ROW'             TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-ROW-FIELDS
              MOVE 'TECHNICAL ERROR'               TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    ROUTE-REQUEST - A ROW NUMBER ALONE SHOWS THAT NOTE IN
      *    FULL UNDER THE LIST; WITH ACTION 'C' IT CLOSES THE
      *    NOTE'S FOLLOW-UP OR LIFTS ITS FRAUD ALERT FIRST.  THE
      *    PAGE IS REBUILT EITHER WAY, SO IT SHOWS THE NOTE'S NEW
      *    STATUS, AND THE OUTCOME MESSAGE IS CARRIED OVER IT.
       ROUTE-REQUEST.
           IF ACTNI NOT = SPACES AND ACTNI NOT = LOW-VALUES
              AND ACTNI NOT = 'C'
              PERFORM REFRESH-PAGE
              MOVE 'ACTION MUST BE C OR BLANK'     TO MSGLO
              GO TO ROUTE-EXIT
           END-IF
      *
           IF SELNOI = SPACES OR SELNOI = LOW-VALUES
              PERFORM REFRESH-PAGE
              MOVE 'SELECT A NOTE ROW'             TO MSGLO
              GO TO ROUTE-EXIT
           END-IF
      *
           IF SELNOI NOT NUMERIC
              PERFORM REFRESH-PAGE
              MOVE 'SELECTION MUST BE A ROW NUMBER' TO MSGLO
              GO TO ROUTE-EXIT
           END-IF
      *
           MOVE SELNOI              TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
              PERFORM REFRESH-PAGE
              MOVE 'NO NOTE ON THAT ROW'           TO MSGLO
              GO TO ROUTE-EXIT
           END-IF
           IF WS-CA-ROW-KEY (WS-SEL-NUM) = SPACES
              PERFORM REFRESH-PAGE
              MOVE 'NO NOTE ON THAT ROW'           TO MSGLO
              GO TO ROUTE-EXIT
           END-IF
      *
           MOVE WS-CA-ROW-KEY (WS-SEL-NUM)  TO WS-SEL-KEY
           MOVE SPACES              TO MSGLO
           IF ACTNI = 'C'
              PERFORM CLOSE-NOTE THRU CLOSE-NOTE-EXIT
           END-IF
      *
           MOVE MSGLO               TO WS-SAVE-MSG
           PERFORM REFRESH-PAGE
           PERFORM VIEW-NOTE
           IF WS-SAVE-MSG NOT = SPACES
              MOVE WS-SAVE-MSG      TO MSGLO
           END-IF.
      *
       ROUTE-EXIT.
           EXIT.
      *
      *    CLOSE-NOTE - RE-READS THE SELECTED NOTE FOR UPDATE AND
      *    MARKS IT CLOSED, STAMPED WITH WHO CLOSED IT AND WHEN.
      *    ONLY A NOTE WITH SOMETHING STILL OPEN ON IT - A
      *    FOLLOW-UP DATE OR A FRAUD ALERT - CAN BE CLOSED.
       CLOSE-NOTE.
           IF WS-SG-ROLE NOT = 'T' AND WS-SG-ROLE NOT = 'S'
              MOVE 'TELLER OR SUPERVISOR ROLE REQUIRED' TO MSGLO
              GO TO CLOSE-NOTE-EXIT
           END-IF
      *
           PERFORM GET-DATE
           MOVE WS-SEL-KEY          TO WS-NT-KEY
      *
           EXEC CICS READ
               FILE('CAIQI01')
               INTO(WS-NOTE-REC)
               RIDFLD(WS-NT-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOTE NO LONGER ON FILE'        TO MSGLO
              GO TO CLOSE-NOTE-EXIT
           END-IF
      *
           IF WS-NT-STATUS NOT = 'O'
              EXEC CICS UNLOCK
                  FILE('CAIQI01')
              END-EXEC
              MOVE 'NOTE IS ALREADY CLOSED'        TO MSGLO
              GO TO CLOSE-NOTE-EXIT
           END-IF
      *
           IF WS-NT-CATEGORY NOT = 'F'
              AND WS-NT-FOLLOW-DATE = SPACES
              EXEC CICS UNLOCK
                  FILE('CAIQI01')
              END-EXEC
              MOVE 'NOTE HAS NO FOLLOW-UP TO CLOSE' TO MSGLO
              GO TO CLOSE-NOTE-EXIT
           END-IF
      *
           IF WS-NT-CATEGORY = 'F'
              AND WS-SG-ROLE NOT = 'S'
              EXEC CICS UNLOCK
                  FILE('CAIQI01')
              END-EXEC
              MOVE 'SUPERVISOR REQUIRED TO LIFT AN ALERT' TO MSGLO
              GO TO CLOSE-NOTE-EXIT
           END-IF
      *
           MOVE 'C'                 TO WS-NT-STATUS
           MOVE WS-NOW-DATE         TO WS-NT-CLOSED-DATE
           MOVE WS-SG-OPER-ID       TO WS-NT-CLOSED-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQI01')
               FROM(WS-NOTE-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOTE UPDATE FAILED CONTACT ADMIN' TO MSGLO
           ELSE
              IF WS-NT-CATEGORY = 'F'
                 MOVE 'FRAUD ALERT LIFTED'         TO MSGLO
              ELSE
                 MOVE 'FOLLOW-UP CLOSED'           TO MSGLO
              END-IF
           END-IF.
      *
       CLOSE-NOTE-EXIT.
           EXIT.
      *
      *    VIEW-NOTE - THE SELECTED NOTE IN FULL UNDER THE LIST:
      *    WHO TOOK IT, WHEN, AGAINST WHICH ACCOUNT, ITS FOLLOW-UP
      *    DATE AND ALL THREE LINES OF TEXT.  A CLOSED NOTE SAYS
      *    WHEN AND BY WHOM ON THE MESSAGE LINE.
       VIEW-NOTE.
           MOVE WS-SEL-KEY          TO WS-NT-KEY
      *
           EXEC CICS READ
               FILE('CAIQI01')
               INTO(WS-NOTE-REC)
               RIDFLD(WS-NT-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOTE NO LONGER ON FILE'        TO MSGLO
           ELSE
              MOVE SPACES           TO VIEWO (1)
              PERFORM SET-CATEGORY-TEXT
              MOVE 'TAKEN'          TO VIEWO (1) (10:5)
              MOVE WS-NT-DATE       TO VIEWO (1) (16:8)
              MOVE WS-NT-TIME (1:2) TO VIEWO (1) (25:2)
              MOVE ':'              TO VIEWO (1) (27:1)
              MOVE WS-NT-TIME (3:2) TO VIEWO (1) (28:2)
              MOVE 'BY'             TO VIEWO (1) (31:2)
              MOVE WS-NT-OPER-ID    TO VIEWO (1) (34:8)
              MOVE 'ACCT'           TO VIEWO (1) (43:4)
              MOVE WS-NT-ACCT-NO    TO VIEWO (1) (48:8)
              MOVE 'FOLLOW-UP'      TO VIEWO (1) (57:9)
              MOVE WS-NT-FOLLOW-DATE
                                    TO VIEWO (1) (67:8)
              MOVE WS-NT-TEXT-1     TO VIEWO (2)
              MOVE WS-NT-TEXT-2     TO VIEWO (3)
              MOVE WS-NT-TEXT-3     TO VIEWO (4)
              IF WS-NT-STATUS = 'C'
                 MOVE SPACES        TO MSGLO
                 STRING 'CLOSED '            DELIMITED BY SIZE
                        WS-NT-CLOSED-DATE    DELIMITED BY SIZE
                        ' BY '               DELIMITED BY SIZE
                        WS-NT-CLOSED-OPER-ID DELIMITED BY SIZE
                     INTO MSGLO
                 END-STRING
              ELSE
                 MOVE 'NOTE SHOWN BELOW THE LIST'  TO MSGLO
              END-IF
           END-IF.
      *
       SET-CATEGORY-TEXT.
           EVALUATE WS-NT-CATEGORY
               WHEN 'C'
                   MOVE 'COMPLNT'   TO VIEWO (1) (1:8)
               WHEN 'P'
                   MOVE 'PROMISE'   TO VIEWO (1) (1:8)
               WHEN 'F'
                   MOVE 'FRAUD'     TO VIEWO (1) (1:8)
               WHEN OTHER
                   MOVE 'GENERAL'   TO VIEWO (1) (1:8)
           END-EVALUATE.
      *
      *    FIRST-PAGE / REFRESH-PAGE - THE CUSTOMER'S FIRST PAGE
      *    OF NOTES, OR THE PAGE ALREADY ON THE SCREEN REBUILT
      *    FROM ITS TOP KEY.
       FIRST-PAGE.
           MOVE 1                   TO WS-CA-PAGE-NO
           MOVE LOW-VALUES          TO WS-BRW-KEY
           MOVE WS-CA-CUST-ID       TO WS-BRW-KEY (1:10)
           PERFORM FILL-PAGE THRU FILL-PAGE-EXIT.
      *
       REFRESH-PAGE.
           MOVE WS-CA-TOP-KEY (WS-CA-PAGE-NO)  TO WS-BRW-KEY
           PERFORM FILL-PAGE THRU FILL-PAGE-EXIT.
      *
       PAGE-FORWARD.
           IF WS-CA-NEXT-KEY = HIGH-VALUES
              PERFORM REFRESH-PAGE
              MOVE 'END OF NOTES'                  TO MSGLO
           ELSE
      *       THE TOP-KEY TABLE HOLDS TWENTY PAGES - TWO HUNDRED
      *       NOTES, MORE THAN ANY TELLER WILL PAGE THROUGH.
              IF WS-CA-PAGE-NO NOT < 20
                 PERFORM REFRESH-PAGE
                 MOVE 'PAGE LIMIT REACHED'         TO MSGLO
              ELSE
                 ADD 1              TO WS-CA-PAGE-NO
                 MOVE WS-CA-NEXT-KEY               TO WS-BRW-KEY
                 PERFORM FILL-PAGE THRU FILL-PAGE-EXIT
              END-IF
           END-IF.
      *
       PAGE-BACKWARD.
           IF WS-CA-PAGE-NO > 1
              SUBTRACT 1            FROM WS-CA-PAGE-NO
              PERFORM REFRESH-PAGE
           ELSE
              PERFORM REFRESH-PAGE
              MOVE 'ALREADY AT FIRST PAGE'         TO MSGLO
           END-IF.
      *
      *    FILL-PAGE - BROWSES THE CUSTOMER'S RANGE OF CAIQI01 FROM
      *    WS-BRW-KEY, OLDEST NOTE FIRST, COLLECTING UP TO TEN.  AN
      *    ELEVENTH NOTE ONLY SUPPLIES THE KEY THE NEXT PAGE
      *    STARTS AT.
       FILL-PAGE.
           PERFORM INIT-ROW-FIELDS
           MOVE 0                   TO WS-ROW-COUNT
           MOVE HIGH-VALUES         TO WS-CA-NEXT-KEY
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE WS-BRW-KEY          TO WS-CA-TOP-KEY (WS-CA-PAGE-NO)
      *
           MOVE WS-CA-CUST-ID       TO CUSTIDO
           MOVE WS-CA-CUST-NAME     TO NAMEO
           MOVE WS-CA-PAGE-NO       TO PAGEO
      *
           EXEC CICS STARTBR
               FILE('CAIQI01')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO NOTES FOR THIS CUSTOMER - PF6 TO ADD'
                                                   TO MSGLO
              GO TO FILL-PAGE-EXIT
           END-IF
      *
           PERFORM READ-NEXT-NOTE
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQI01')
           END-EXEC
      *
           IF WS-ROW-COUNT = 0
              MOVE 'NO NOTES FOR THIS CUSTOMER - PF6 TO ADD'
                                                   TO MSGLO
           ELSE
              MOVE 'SELECT A NOTE ROW'             TO MSGLO
           END-IF.
      *
       FILL-PAGE-EXIT.
           EXIT.
      *
       READ-NEXT-NOTE.
           EXEC CICS READNEXT
               FILE('CAIQI01')
               INTO(WS-NOTE-REC)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-NT-CUST-ID NOT = WS-CA-CUST-ID
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-ROW-COUNT < 10
                 PERFORM ADD-ROW
              ELSE
                 MOVE WS-NT-KEY     TO WS-CA-NEXT-KEY
                 MOVE 'Y'           TO WS-BROWSE-DONE
              END-IF
           END-IF.
      *
      *    ADD-ROW - ONE ROW PER NOTE: WHEN, CATEGORY, WHO, THE
      *    FOLLOW-UP DATE, WHETHER ANYTHING IS STILL OPEN ON IT AND
      *    THE START OF THE TEXT.
       ADD-ROW.
           ADD 1                    TO WS-ROW-COUNT
           MOVE WS-NT-KEY           TO WS-CA-ROW-KEY (WS-ROW-COUNT)
      *
           MOVE SPACES              TO ROWO (WS-ROW-COUNT)
           MOVE WS-ROW-COUNT        TO ROWO (WS-ROW-COUNT) (1:2)
           MOVE WS-NT-DATE          TO ROWO (WS-ROW-COUNT) (4:8)
           MOVE WS-NT-TIME (1:2)    TO ROWO (WS-ROW-COUNT) (13:2)
           MOVE ':'                 TO ROWO (WS-ROW-COUNT) (15:1)
           MOVE WS-NT-TIME (3:2)    TO ROWO (WS-ROW-COUNT) (16:2)
           EVALUATE WS-NT-CATEGORY
               WHEN 'C'
                   MOVE 'COMPLNT'   TO ROWO (WS-ROW-COUNT) (19:8)
               WHEN 'P'
                   MOVE 'PROMISE'   TO ROWO (WS-ROW-COUNT) (19:8)
               WHEN 'F'
                   MOVE 'FRAUD'     TO ROWO (WS-ROW-COUNT) (19:8)
               WHEN OTHER
                   MOVE 'GENERAL'   TO ROWO (WS-ROW-COUNT) (19:8)
           END-EVALUATE
           MOVE WS-NT-OPER-ID       TO ROWO (WS-ROW-COUNT) (28:8)
           MOVE WS-NT-FOLLOW-DATE   TO ROWO (WS-ROW-COUNT) (37:8)
           IF WS-NT-CATEGORY = 'F'
              OR WS-NT-FOLLOW-DATE NOT = SPACES
              IF WS-NT-STATUS = 'O'
                 MOVE 'OPEN'        TO ROWO (WS-ROW-COUNT) (46:4)
              ELSE
                 MOVE 'CLSD'        TO ROWO (WS-ROW-COUNT) (46:4)
              END-IF
           END-IF
           MOVE WS-NT-TEXT-1 (1:25) TO ROWO (WS-ROW-COUNT) (51:25).
      *
      *    GO-TO-ADD-SCREEN - PF6 HANDS THE CUSTOMER TO THE NOTE-ADD
      *    SCREEN.  AN AUDITOR MAY READ NOTES BUT NOT ADD THEM.
       GO-TO-ADD-SCREEN.
           IF WS-SG-ROLE NOT = 'T' AND WS-SG-ROLE NOT = 'S'
              PERFORM REFRESH-PAGE
              MOVE 'TELLER OR SUPERVISOR ROLE REQUIRED' TO MSGLO
           ELSE
              MOVE SPACES           TO WS-XCTL-AREA
              MOVE WS-CA-CUST-ID    TO WS-XC-CUST-ID
              MOVE WS-CA-ACCT-NO    TO WS-XC-ACCT-NO
              MOVE WS-CA-CUST-NAME  TO WS-XC-CUST-NAME
              MOVE 'N'              TO WS-XC-SELECT-FLAG
              EXEC CICS XCTL
                  PROGRAM('CAIQ43')
                  COMMAREA(WS-XCTL-AREA)
              END-EXEC
           END-IF.
      *
      *    RETURN-TO-CALLER - PF3 GOES BACK TO WHERE THE NOTES WERE
      *    OPENED: THE INQUIRY RE-READS THE ACCOUNT IT WAS SHOWING
      *    (SO A NEW FRAUD ALERT SHOWS AT ONCE), THE ACCOUNT LIST
      *    RE-LISTS THE CUSTOMER.
       RETURN-TO-CALLER.
           MOVE SPACES              TO WS-XCTL-AREA
           MOVE WS-CA-CUST-ID       TO WS-XC-CUST-ID
      *
           IF WS-CA-ACCT-NO NOT = SPACES
              MOVE WS-CA-ACCT-NO    TO WS-XC-ACCT-NO
              MOVE 'B'              TO WS-XC-SELECT-FLAG
              EXEC CICS XCTL
                  PROGRAM('CAIQ01')
                  COMMAREA(WS-XCTL-AREA)
              END-EXEC
           ELSE
              MOVE 'L'              TO WS-XC-SELECT-FLAG
              EXEC CICS XCTL
                  PROGRAM('CAIQ19')
                  COMMAREA(WS-XCTL-AREA)
              END-EXEC
           END-IF.
      *
      *    FIND-CUST-NAME - THE ACCOUNT LIST PASSES ONLY THE
      *    CUSTOMER ID.  THE NAME COMES FROM THE CUSTOMER'S FIRST
      *    CAIQF01 RECORD, OR FROM A CAIQY01 RELATIONSHIP FOR A
      *    CUSTOMER WHO HOLDS NO ACCOUNT OF THEIR OWN.
       FIND-CUST-NAME.
           MOVE LOW-VALUES          TO WS-GEN-KEY
           MOVE WS-CA-CUST-ID       TO WS-GEN-KEY (1:10)
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
              MOVE WS-CUST-NAME     TO WS-CA-CUST-NAME
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
                 MOVE WS-RL-CUST-NAME  TO WS-CA-CUST-NAME
              END-IF
           END-IF.
      *
       GET-DATE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
           END-EXEC.
      *
       INIT-ROW-FIELDS.
           MOVE 1                   TO WS-ROW-SUB
           PERFORM INIT-ONE-ROW
                   UNTIL WS-ROW-SUB > 10
           MOVE 1                   TO WS-ROW-SUB
           PERFORM INIT-ONE-VIEW-LINE
                   UNTIL WS-ROW-SUB > 4
           INITIALIZE ACTNO
           INITIALIZE SELNOO
           INITIALIZE MSGLO.
      *
       INIT-ONE-ROW.
           MOVE SPACES              TO ROWO (WS-ROW-SUB)
           MOVE SPACES              TO WS-CA-ROW-KEY (WS-ROW-SUB)
           ADD 1                    TO WS-ROW-SUB.
      *
       INIT-ONE-VIEW-LINE.
           MOVE SPACES              TO VIEWO (WS-ROW-SUB)
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
               MAP('CAIQM16')
               MAPSET('CAIQM16')
               FROM(CAIQM16O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
