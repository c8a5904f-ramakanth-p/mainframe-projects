      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ30.
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
       COPY CAIQM10.
      *
       01  WS-RESP              PIC S9(08)  COMP.
       01  WS-RESP2             PIC S9(08)  COMP.
      *
       01  WS-TRANSID           PIC X(4).
      *
       01  WS-ALERT-REC.
           COPY CAIQAL01 REPLACING LEADING ==AL-== BY ==WS-AL-==.
      *
       01  WS-ABSTIME           PIC S9(15) COMP-3.
      *
       01  WS-NOW-DATE          PIC X(08).
       01  WS-NOW-TIME          PIC X(06).
      *
      *    WS-COMMAREA - LIST STATE CARRIED ACROSS THE
      *    PSEUDOCONVERSATION: THE CURRENT PAGE, THE KEY THE NEXT
      *    PAGE STARTS AT (HIGH-VALUES WHEN THE LIST IS EXHAUSTED),
      *    THE TOP KEY OF EACH PAGE ALREADY SHOWN (FOR PF7) AND THE
      *    ALERT KEY BEHIND EACH LISTED ROW, SO A ROW-NUMBER
      *    SELECTION ON THE NEXT LEG FINDS ITS ALERT AGAIN.
       01  WS-COMMAREA.
           05  WS-CA-PAGE-NO       PIC 9(02).
           05  WS-CA-NEXT-KEY      PIC X(38).
           05  WS-CA-TOP-KEY       PIC X(38) OCCURS 20 TIMES.
           05  WS-CA-ROW-KEY       PIC X(38) OCCURS 10 TIMES.
      *
       01  WS-BRW-KEY           PIC X(38).
       01  WS-SAVE-MSG          PIC X(40).
       01  WS-ROW-COUNT         PIC 9(02).
       01  WS-SEL-NUM           PIC 9(02).
       01  WS-ROW-SUB           PIC 9(02).
       01  WS-BROWSE-DONE       PIC X(01).
       01  WS-AMT-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  ONLY A SIGNED-ON
      *    SUPERVISOR WORKS ALERT CASES, AND AN ALERT IS NEVER
      *    FILED BY THE SAME OPERATOR WHO REVIEWED IT.
       01  WS-SIGNON-REC.
           COPY CAIQSG01 REPLACING LEADING ==SG-== BY ==WS-SG-==.
       01  WS-SIGNED-ON         PIC X(01).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(1180).
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
           IF WS-SG-ROLE NOT = 'S'
               PERFORM INIT-ROW-FIELDS
               MOVE 'SUPERVISOR ROLE REQUIRED'          TO MSGLO
               PERFORM SEND-OUTPUT
               EXEC CICS RETURN
               END-EXEC
           END-IF
      *
           IF EIBCALEN = 0
               MOVE SPACES          TO WS-COMMAREA
               PERFORM FIRST-PAGE
               MOVE 'SELECT A ROW AND ACTION R, F OR C' TO MSGLO
               PERFORM SEND-OUTPUT
               GO TO END-PROG
           ELSE
               MOVE DFHCOMMAREA     TO WS-COMMAREA
      *        THE PAGING KEYS CARRY NO FIELDS WORTH RECEIVING -
      *        ROUTE THEM ON EIBAID AHEAD OF THE RECEIVE, THE SAME
      *        AS THE NOTES LIST.
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
               PERFORM RECEIVE-MAP
               PERFORM ROUTE-REQUEST THRU ROUTE-EXIT
               GO TO END-PROG
           END-IF.
      *
       RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('CAIQM10')
               MAPSET('CAIQM10')
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
              PERFORM REFRESH-PAGE
              MOVE 'SELECT A ROW AND ACTION R, F OR C' TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM INIT-ROW-FIELDS
              MOVE 'TECHNICAL ERROR'      TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO END-PROG
           END-IF.
      *
       ROUTE-REQUEST.
           IF SELNOI = SPACES OR SELNOI = LOW-VALUES
              PERFORM REFRESH-PAGE
              MOVE 'LIST REFRESHED'       TO MSGLO
              PERFORM SEND-OUTPUT
              GO TO ROUTE-EXIT
           END-IF
      *
           PERFORM UPDATE-ONE-ALERT THRU UPDATE-EXIT
      *
      *    THE LIST REFRESH CLEARS THE MESSAGE LINE ALONG WITH THE
      *    ROWS, SO THE UPDATE'S OUTCOME MESSAGE IS CARRIED OVER
      *    THE REFRESH AND PUT BACK.
           MOVE MSGLO               TO WS-SAVE-MSG
           PERFORM REFRESH-PAGE
           IF WS-SAVE-MSG NOT = SPACES
              MOVE WS-SAVE-MSG      TO MSGLO
           END-IF
           PERFORM SEND-OUTPUT.
      *
       ROUTE-EXIT.
           EXIT.
      *
      *    UPDATE-ONE-ALERT - VALIDATES THE SELECTION, RE-READS THE
      *    ALERT FOR UPDATE AND MOVES ITS CASE STATUS.  AN OPEN
      *    ALERT CAN BE REVIEWED OR CLOSED; ONLY A REVIEWED ONE CAN
      *    BE FILED, AND NOT BY ITS REVIEWER.  FILED AND CLOSED
      *    CASES ARE FINAL AND DROP OFF THE LIST.
       UPDATE-ONE-ALERT.
           IF SELNOI NOT NUMERIC
              MOVE 'SELECTION MUST BE A ROW NUMBER'   TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           MOVE SELNOI              TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
              MOVE 'NO ALERT ON THAT ROW'             TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
           IF WS-CA-ROW-KEY (WS-SEL-NUM) = SPACES
              MOVE 'NO ALERT ON THAT ROW'             TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           IF ACTNI NOT = 'R' AND ACTNI NOT = 'F' AND ACTNI NOT = 'C'
              MOVE 'ACTION MUST BE R, F OR C'         TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           MOVE WS-CA-ROW-KEY (WS-SEL-NUM)  TO WS-AL-KEY
      *
           EXEC CICS READ
               FILE('CAIQK01')
               INTO(WS-ALERT-REC)
               RIDFLD(WS-AL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ALERT NO LONGER ON FILE'          TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           IF WS-AL-CASE-STATUS = 'F' OR WS-AL-CASE-STATUS = 'C'
              EXEC CICS UNLOCK
                  FILE('CAIQK01')
              END-EXEC
              MOVE 'CASE ALREADY FILED OR CLOSED'     TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           IF ACTNI = 'R' AND WS-AL-CASE-STATUS = 'R'
              EXEC CICS UNLOCK
                  FILE('CAIQK01')
              END-EXEC
              MOVE 'CASE ALREADY REVIEWED'            TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           IF ACTNI = 'F' AND WS-AL-CASE-STATUS NOT = 'R'
              EXEC CICS UNLOCK
                  FILE('CAIQK01')
              END-EXEC
              MOVE 'CASE MUST BE REVIEWED BEFORE FILING' TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
      *    SEPARATION OF DUTIES: THE SUPERVISOR WHO REVIEWED THE
      *    CASE CANNOT BE THE ONE WHO FILES IT.
           IF ACTNI = 'F'
              AND WS-AL-REVIEW-OPER-ID = WS-SG-OPER-ID
              EXEC CICS UNLOCK
                  FILE('CAIQK01')
              END-EXEC
              MOVE 'REVIEWER CANNOT FILE OWN REVIEW'  TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           PERFORM GET-DATE-TIME
      *
           IF ACTNI = 'R'
              MOVE WS-SG-OPER-ID    TO WS-AL-REVIEW-OPER-ID
           END-IF
           MOVE ACTNI               TO WS-AL-CASE-STATUS
           MOVE WS-NOW-DATE         TO WS-AL-STATUS-DATE
           MOVE WS-NOW-TIME         TO WS-AL-STATUS-TIME
           MOVE WS-SG-OPER-ID       TO WS-AL-STATUS-OPER-ID
      *
           EXEC CICS REWRITE
               FILE('CAIQK01')
               FROM(WS-ALERT-REC)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ALERT UPDATE FAILED CONTACT ADMIN'  TO MSGLO
              GO TO UPDATE-EXIT
           END-IF
      *
           EVALUATE ACTNI
               WHEN 'R'
                   MOVE 'CASE MARKED REVIEWED'        TO MSGLO
               WHEN 'F'
                   MOVE 'CASE MARKED FILED'           TO MSGLO
               WHEN 'C'
                   MOVE 'CASE CLOSED'                 TO MSGLO
           END-EVALUATE.
      *
       UPDATE-EXIT.
           EXIT.
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
      *    FIRST-PAGE / REFRESH-PAGE - THE FIRST PAGE OF ALERTS,
      *    OR THE PAGE ALREADY ON THE SCREEN REBUILT FROM ITS TOP
      *    KEY (CASES FILED OR CLOSED SINCE DROP OFF IT).
       FIRST-PAGE.
           MOVE 1                   TO WS-CA-PAGE-NO
           MOVE LOW-VALUES          TO WS-BRW-KEY
           PERFORM FILL-ALERT-LIST THRU FILL-ALERT-EXIT.
      *
       REFRESH-PAGE.
           MOVE WS-CA-TOP-KEY (WS-CA-PAGE-NO)  TO WS-BRW-KEY
           PERFORM FILL-ALERT-LIST THRU FILL-ALERT-EXIT.
      *
       PAGE-FORWARD.
           IF WS-CA-NEXT-KEY = HIGH-VALUES
              PERFORM REFRESH-PAGE
              MOVE 'END OF ALERTS'                 TO MSGLO
           ELSE
      *       THE TOP-KEY TABLE HOLDS TWENTY PAGES - TWO HUNDRED
      *       CASES, MORE THAN ANY SUPERVISOR WILL PAGE THROUGH.
              IF WS-CA-PAGE-NO NOT < 20
                 PERFORM REFRESH-PAGE
                 MOVE 'PAGE LIMIT REACHED'         TO MSGLO
              ELSE
                 ADD 1              TO WS-CA-PAGE-NO
                 MOVE WS-CA-NEXT-KEY               TO WS-BRW-KEY
                 PERFORM FILL-ALERT-LIST THRU FILL-ALERT-EXIT
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
      *    FILL-ALERT-LIST - BROWSES THE ALERT FILE FROM WS-BRW-KEY
      *    (OLDEST BUSINESS DATE FIRST) AND LISTS THE NEXT TEN
      *    CASES STILL OPEN OR REVIEWED, REMEMBERING EACH ROW'S
      *    ALERT KEY IN THE COMMAREA.  AN ELEVENTH SUCH CASE ONLY
      *    SUPPLIES THE KEY THE NEXT PAGE STARTS AT.
       FILL-ALERT-LIST.
           PERFORM INIT-ROW-FIELDS
           MOVE 0                   TO WS-ROW-COUNT
           MOVE HIGH-VALUES         TO WS-CA-NEXT-KEY
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE WS-BRW-KEY          TO WS-CA-TOP-KEY (WS-CA-PAGE-NO)
      *
           EXEC CICS STARTBR
               FILE('CAIQK01')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO OPEN ALERTS'        TO MSGLO
              GO TO FILL-ALERT-EXIT
           END-IF
      *
           PERFORM READ-NEXT-ALERT
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQK01')
           END-EXEC
      *
           IF WS-ROW-COUNT = 0
              MOVE 'NO OPEN ALERTS'        TO MSGLO
           ELSE
              MOVE 'SELECT A ROW AND ACTION R, F OR C' TO MSGLO
           END-IF.
      *
       FILL-ALERT-EXIT.
           EXIT.
      *
       READ-NEXT-ALERT.
           EXEC CICS READNEXT
               FILE('CAIQK01')
               INTO(WS-ALERT-REC)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-AL-CASE-STATUS = 'O' OR WS-AL-CASE-STATUS = 'R'
                 IF WS-ROW-COUNT < 10
                    PERFORM ADD-ROW
                 ELSE
                    MOVE WS-AL-KEY  TO WS-CA-NEXT-KEY
                    MOVE 'Y'        TO WS-BROWSE-DONE
                 END-IF
              END-IF
           END-IF.
      *
       ADD-ROW.
           ADD 1                    TO WS-ROW-COUNT
           MOVE WS-AL-KEY           TO WS-CA-ROW-KEY (WS-ROW-COUNT)
      *
           MOVE SPACES              TO ROWO (WS-ROW-COUNT)
           MOVE WS-ROW-COUNT        TO ROWO (WS-ROW-COUNT) (1:2)
           MOVE WS-AL-CUST-ID       TO ROWO (WS-ROW-COUNT) (4:10)
           MOVE WS-AL-ACCT-NO       TO ROWO (WS-ROW-COUNT) (15:8)
           EVALUATE WS-AL-TYPE
               WHEN 'L'
                   MOVE 'LARGE CASH'   TO ROWO (WS-ROW-COUNT) (24:12)
               WHEN 'S'
                   MOVE 'STRUCTURING'  TO ROWO (WS-ROW-COUNT) (24:12)
               WHEN 'R'
                   MOVE 'RAPID IN/OUT' TO ROWO (WS-ROW-COUNT) (24:12)
               WHEN 'D'
                   MOVE 'DORMANT'      TO ROWO (WS-ROW-COUNT) (24:12)
           END-EVALUATE
           MOVE WS-AL-AMOUNT        TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO ROWO (WS-ROW-COUNT) (37:15)
           MOVE WS-AL-BUS-DATE      TO ROWO (WS-ROW-COUNT) (53:8)
           IF WS-AL-CASE-STATUS = 'R'
              MOVE 'REVIEWED'       TO ROWO (WS-ROW-COUNT) (62:8)
           ELSE
              MOVE 'OPEN'           TO ROWO (WS-ROW-COUNT) (62:8)
           END-IF.
      *
       INIT-ROW-FIELDS.
           MOVE 1                   TO WS-ROW-SUB
           PERFORM INIT-ONE-ROW
                   UNTIL WS-ROW-SUB > 10
           INITIALIZE SELNOO
           INITIALIZE ACTNO
           INITIALIZE MSGLO.
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
               MAP('CAIQM10')
               MAPSET('CAIQM10')
               FROM(CAIQM10O)
               ERASE
           END-EXEC.
      *
       END-PROG.
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
