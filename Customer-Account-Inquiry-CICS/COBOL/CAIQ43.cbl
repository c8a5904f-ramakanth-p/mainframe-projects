      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ43.
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
       COPY CAIQM17.
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
      *    WS-XCTL-IN / WS-XCTL-AREA - THE NOTES HAND-OVER AREA:
      *    CAIQCR01-SHAPED, CUSTOMER ID, ACCOUNT AND NAME FILLED
      *    IN, 'N' MARKER BYTE.  THE NOTES LIST OPENS THIS SCREEN
      *    WITH IT AND PF3 HANDS IT BACK TO REOPEN THE LIST.
       01  WS-XCTL-IN.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-XI-==.
           05  WS-XI-SELECT-FLAG   PIC X(01).
       01  WS-XCTL-AREA.
           COPY CAIQCR01 REPLACING LEADING ==CR-== BY ==WS-XC-==.
           05  WS-XC-SELECT-FLAG   PIC X(01).
      *
      *    WS-COMMAREA - THE CUSTOMER THE NOTE IS FOR AND THE
      *    ACCOUNT THE NOTES WERE OPENED FROM.  THE INQUIRY, THE
      *    NAME BROWSE AND THE ACCOUNT LIST RECOGNIZE THIS AREA BY
      *    ITS 48-BYTE LENGTH AND ROUTE IT BACK HERE - KEEP THE
      *    LENGTH AND THOSE CHECKS IN STEP.
       01  WS-COMMAREA.
           05  WS-CA-CUST-ID       PIC X(10).
           05  WS-CA-ACCT-NO       PIC X(08).
           05  WS-CA-CUST-NAME     PIC X(30).
      *
      *    WS-FOL-DATE - FOLLOW-UP DATE KEYED, BROKEN OUT FOR THE
      *    CALENDAR CHECK.
       01  WS-FOL-DATE          PIC 9(08).
       01  FILLER REDEFINES WS-FOL-DATE.
           05  WS-FOL-YYYY      PIC 9(04).
           05  WS-FOL-MM        PIC 9(02).
           05  WS-FOL-DD        PIC 9(02).
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
      *    WS-NOTE-ACCT-NO / WS-NOTE-BRANCH - THE ACCOUNT THE NOTE
      *    IS FILED AGAINST AND ITS BRANCH, WHICH OWNS ANY
      *    FOLLOW-UP.
       01  WS-NOTE-ACCT-NO      PIC X(08).
       01  WS-NOTE-BRANCH       PIC X(06).
       01  WS-GEN-KEY           PIC X(19).
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
      *    MAY ADD A NOTE.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(95).
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
      *    TRANSFER-IN FROM THE NOTES LIST: AN EMPTY NOTE FOR THE
      *    CUSTOMER, NO MAP RECEIVE.
           IF EIBCALEN = LENGTH OF WS-XCTL-IN
               MOVE DFHCOMMAREA (1:LENGTH OF WS-XCTL-IN)
                                    TO WS-XCTL-IN
               IF WS-XI-SELECT-FLAG = 'N'
                   MOVE WS-XI-CUST-ID    TO WS-CA-CUST-ID
                   MOVE WS-XI-ACCT-NO    TO WS-CA-ACCT-NO
                   MOVE WS-XI-CUST-NAME  TO WS-CA-CUST-NAME
                   PERFORM INIT-ALL-OUTPUT-FIELDS
                   PERFORM POP-HEADER-FIELDS
                   MOVE 'ENTER THE NOTE AND PRESS ENTER' TO MSGLO
                   PERFORM SEND-OUTPUT
                   GO TO END-PROG
               END-IF
           END-IF.
      *
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               PERFORM INIT-ALL-OUTPUT-FIELDS
               MOVE 'OPEN THE NOTES FROM THE INQUIRY (PF6)' TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           MOVE DFHCOMMAREA (1:LENGTH OF WS-COMMAREA)
                                    TO WS-COMMAREA
      *
           IF EIBAID = DFHPF3
               PERFORM BACK-TO-LIST
           END-IF
      *
           PERFORM RECEIVE-MAP
           PERFORM GET-DATE-TIME
           PERFORM VALIDATE-INPUT
           PERFORM FIND-NOTE-ACCOUNT THRU FIND-NOTE-ACCOUNT-EXIT
           PERFORM WRITE-NOTE
           PERFORM SEND-OUTPUT
           GO TO END-PROG.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM17')
               MAPSET('CAIQM17')
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
              PERFORM INIT-ALL-OUTPUT-FIELDS
              PERFORM POP-HEADER-FIELDS
              MOVE 'ENTER THE NOTE AND PRESS ENTER'    TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-ALL-OUTPUT-FIELDS
              PERFORM POP-HEADER-FIELDS
              MOVE 'TECHNICAL ERROR'      TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
      *    VALIDATE-INPUT - A CATEGORY, AT LEAST THE FIRST LINE OF
      *    TEXT, AND IF A FOLLOW-UP DATE IS GIVEN A CALENDAR-VALID
      *    ONE NOT IN THE PAST.
       VALIDATE-INPUT.
           IF CATGI NOT = 'C' AND CATGI NOT = 'P'
              AND CATGI NOT = 'F' AND CATGI NOT = 'G'
              PERFORM POP-INPUT-FIELDS
              MOVE 'CATEGORY MUST BE C, P, F OR G'     TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF TEXT1I = SPACES OR TEXT1I = LOW-VALUES
              PERFORM POP-INPUT-FIELDS
              MOVE 'ENTER THE NOTE TEXT'               TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF FOLUPI NOT = SPACES AND FOLUPI NOT = LOW-VALUES
              IF FOLUPI NOT NUMERIC
                 PERFORM POP-INPUT-FIELDS
                 MOVE 'FOLLOW-UP MUST BE A DATE YYYYMMDD' TO MSGLO
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
              MOVE FOLUPI           TO WS-FOL-DATE
              PERFORM CHECK-FOLLOW-UP-DATE
              IF WS-DATE-OK = 'N'
                 PERFORM POP-INPUT-FIELDS
                 MOVE 'FOLLOW-UP MUST BE A DATE YYYYMMDD' TO MSGLO
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
              IF FOLUPI < WS-NOW-DATE
                 PERFORM POP-INPUT-FIELDS
                 MOVE 'FOLLOW-UP DATE IS IN THE PAST'  TO MSGLO
                 PERFORM SEND-OUTPUT
                 GO TO END-PROG
              END-IF
           END-IF.
      *
      *    CHECK-FOLLOW-UP-DATE - WS-DATE-OK IS 'Y' ONLY FOR A REAL
      *    CALENDAR DATE: MONTH 01-12 AND A DAY NO LATER THAN THE END
      *    OF THAT MONTH, WITH 29 FEBRUARY IN LEAP YEARS ONLY.
       CHECK-FOLLOW-UP-DATE.
           MOVE 'N'                 TO WS-DATE-OK
           IF WS-FOL-YYYY > 1600
              AND WS-FOL-MM > 0 AND WS-FOL-MM < 13
              MOVE WS-MONTH-LENGTH (WS-FOL-MM) TO WS-MONTH-DAYS
              IF WS-FOL-MM = 2
                 DIVIDE WS-FOL-YYYY BY 4 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-FOL-YYYY BY 100 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-FOL-YYYY BY 400 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM-400
                 IF WS-LEAP-REM-400 = 0
                    OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                    MOVE 29         TO WS-MONTH-DAYS
                 END-IF
              END-IF
              IF WS-FOL-DD > 0 AND WS-FOL-DD NOT > WS-MONTH-DAYS
                 MOVE 'Y'           TO WS-DATE-OK
              END-IF
           END-IF.
      *
      *    FIND-NOTE-ACCOUNT - THE NOTE IS FILED AGAINST THE
      *    ACCOUNT THE INQUIRY WAS SHOWING; FROM THE ACCOUNT LIST
      *    IT IS THE CUSTOMER'S FIRST ACCOUNT, OR FOR A CUSTOMER
      *    WITH NONE OF THEIR OWN THE FIRST ACCOUNT THEY ARE
      *    RELATED TO.  NO ACCOUNT AT ALL LEAVES BOTH SPACES.
       FIND-NOTE-ACCOUNT.
           MOVE SPACES              TO WS-NOTE-ACCT-NO
           MOVE SPACES              TO WS-NOTE-BRANCH
      *
           IF WS-CA-ACCT-NO NOT = SPACES
              MOVE WS-CA-CUST-ID    TO WS-CUST-ID
              MOVE WS-CA-ACCT-NO    TO WS-ACCT-NO
              EXEC CICS READ
                  FILE('CAIQF01')
                  INTO(WS-CUST-REC)
                  RIDFLD(WS-CUST-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-ACCT-NO    TO WS-NOTE-ACCT-NO
                 MOVE WS-BRANCH-CODE   TO WS-NOTE-BRANCH
                 GO TO FIND-NOTE-ACCOUNT-EXIT
              END-IF
           END-IF
      *
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
              MOVE WS-ACCT-NO       TO WS-NOTE-ACCT-NO
              MOVE WS-BRANCH-CODE   TO WS-NOTE-BRANCH
              GO TO FIND-NOTE-ACCOUNT-EXIT
           END-IF
      *
           EXEC CICS READ
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-GEN-KEY)
               KEYLENGTH(10)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO FIND-NOTE-ACCOUNT-EXIT
           END-IF
      *
           MOVE WS-RL-ACCT-NO       TO WS-ACCT-NO
           EXEC CICS READ
               FILE('CAIQP01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-ACCT-NO)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-ACCT-NO       TO WS-NOTE-ACCT-NO
              MOVE WS-BRANCH-CODE   TO WS-NOTE-BRANCH
           END-IF.
      *
       FIND-NOTE-ACCOUNT-EXIT.
           EXIT.
      *
      *    WRITE-NOTE - A NEW OPEN NOTE, STAMPED WITH WHO TOOK IT,
      *    AT WHICH TERMINAL AND WHEN.  ON SUCCESS THE SCREEN IS
      *    CLEARED FOR THE NEXT NOTE; ON FAILURE WHAT WAS KEYED
      *    STAYS ON IT.
       WRITE-NOTE.
           MOVE SPACES              TO WS-NOTE-REC
           MOVE EIBTASKN            TO WS-TASKN
           MOVE WS-CA-CUST-ID       TO WS-NT-CUST-ID
           MOVE WS-NOW-DATE         TO WS-NT-DATE
           MOVE WS-NOW-TIME         TO WS-NT-TIME
           MOVE WS-TASKN-X (3:5)    TO WS-NT-SEQ
           MOVE WS-CA-CUST-NAME     TO WS-NT-CUST-NAME
           MOVE CATGI               TO WS-NT-CATEGORY
           MOVE WS-SG-OPER-ID       TO WS-NT-OPER-ID
           MOVE EIBTRMID            TO WS-NT-TERM-ID
           MOVE WS-NOTE-ACCT-NO     TO WS-NT-ACCT-NO
           MOVE WS-NOTE-BRANCH      TO WS-NT-BRANCH-CODE
           IF FOLUPI NOT = LOW-VALUES
              MOVE FOLUPI           TO WS-NT-FOLLOW-DATE
           END-IF
           MOVE 'O'                 TO WS-NT-STATUS
           MOVE TEXT1I              TO WS-NT-TEXT-1
           IF TEXT2I NOT = LOW-VALUES
              MOVE TEXT2I           TO WS-NT-TEXT-2
           END-IF
           IF TEXT3I NOT = LOW-VALUES
              MOVE TEXT3I           TO WS-NT-TEXT-3
           END-IF
      *
           EXEC CICS WRITE
               FILE('CAIQI01')
               FROM(WS-NOTE-REC)
               RIDFLD(WS-NT-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  PERFORM INIT-ALL-OUTPUT-FIELDS
                  PERFORM POP-HEADER-FIELDS
                  IF WS-NT-CATEGORY = 'F'
                     MOVE 'FRAUD ALERT ADDED - CUSTOMER FLAGGED'
                                                        TO MSGLO
                  ELSE
                     MOVE 'NOTE ADDED - PF3 FOR THE LIST' TO MSGLO
                  END-IF
               WHEN DFHRESP(DUPREC)
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'DUPLICATE NOTE KEY - PLEASE RETRY' TO MSGLO
               WHEN OTHER
                  PERFORM POP-INPUT-FIELDS
                  MOVE 'FILE ERROR CONTACT ADMIN'       TO MSGLO
           END-EVALUATE.
      *
      *    BACK-TO-LIST - PF3 REOPENS THE NOTES LIST FOR THE SAME
      *    CUSTOMER, WHICH THEN SHOWS ANY NOTE JUST ADDED.
       BACK-TO-LIST.
           MOVE SPACES              TO WS-XCTL-AREA
           MOVE WS-CA-CUST-ID       TO WS-XC-CUST-ID
           MOVE WS-CA-ACCT-NO       TO WS-XC-ACCT-NO
           MOVE WS-CA-CUST-NAME     TO WS-XC-CUST-NAME
           MOVE 'N'                 TO WS-XC-SELECT-FLAG
      *
           EXEC CICS XCTL
               PROGRAM('CAIQ42')
               COMMAREA(WS-XCTL-AREA)
           END-EXEC.
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
       POP-HEADER-FIELDS.
           MOVE WS-CA-CUST-ID      TO CUSTIDO
           MOVE WS-CA-CUST-NAME    TO NAMEO.
      *
       POP-INPUT-FIELDS.
           PERFORM POP-HEADER-FIELDS
           MOVE CATGI              TO CATGO
           MOVE FOLUPI             TO FOLUPO
           MOVE TEXT1I             TO TEXT1O
           MOVE TEXT2I             TO TEXT2O
           MOVE TEXT3I             TO TEXT3O.
      *
       INIT-ALL-OUTPUT-FIELDS.
           INITIALIZE CATGO
           INITIALIZE FOLUPO
           INITIALIZE TEXT1O
           INITIALIZE TEXT2O
           INITIALIZE TEXT3O
           INITIALIZE CUSTIDO
           INITIALIZE NAMEO
           INITIALIZE MSGLO.
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
               MAP('CAIQM17')
               MAPSET('CAIQM17')
               FROM(CAIQM17O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
