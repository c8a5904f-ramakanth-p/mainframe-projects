      *    SILENTLY.
       01  WS-MORE-ACCTS        PIC X(01).
      *
      *    WS-REL-REC - A CAIQY01 RELATIONSHIP FOR THE CUSTOMER.
      *    ACCOUNTS THEY ARE JOINT OWNER, TRUSTEE, POA HOLDER OR
      *    BENEFICIARY ON ARE LISTED AFTER THEIR OWN, WITH THE ROLE
      *    IN THE ROW, WHILE THE RELATIONSHIP IS IN FORCE TODAY.
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
       01  WS-REL-BRW-KEY       PIC X(19).
       01  WS-ABSTIME           PIC S9(15) COMP-3.
       01  WS-NOW-DATE          PIC X(08).
      *
      *    WS-SIGNON-REC / WS-SIGNED-ON - WHO IS AT THE TERMINAL,
      *    FROM THE CAIQO02 SIGN-ON FILE.  ANY SIGNED-ON ROLE MAY
      *    LIST ACCOUNTS.
                   GO TO END-PROG
               END-IF
           END-IF.
      *
      *    THE CONTACT-NOTES LIST (949 BYTES) AND THE NOTE-ADD
      *    SCREEN (48 BYTES), OPENED FROM HERE BY PF6, PUT UP THEIR
      *    SCREENS UNDER OUR TRANSID - HAND THEIR NEXT LEG STRAIGHT
      *    BACK TO THEM, THE WAY THE INQUIRY HANDS OURS BACK HERE.
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
           END-IF.
      *
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               MOVE SPACES          TO WS-COMMAREA
               GO TO END-PROG
           ELSE
               MOVE DFHCOMMAREA     TO WS-COMMAREA
               IF EIBAID = DFHPF6
                   PERFORM SHOW-CONTACT-NOTES
                   GO TO END-PROG
               END-IF
               PERFORM RECEIVE-MAP
               PERFORM ROUTE-REQUEST THRU ROUTE-EXIT
               GO TO END-PROG
      *
      *    FILL-LIST - BROWSES CAIQF01 FROM THE CUSTOMER'S FIRST
      *    POSSIBLE KEY AND LISTS UP TO TEN OF THEIR ACCOUNTS,
      *    REMEMBERING EACH ROW'S FULL KEY IN THE COMMAREA, THEN
      *    FILLS ANY ROWS LEFT WITH THE ACCOUNTS THEY ARE RELATED
      *    TO THROUGH CAIQY01.  TEN ROWS HOLDS EVERY ACCOUNT ANY
      *    REAL CUSTOMER CARRIES.
       FILL-LIST.
           PERFORM INIT-ROW-FIELDS
           MOVE 0                   TO WS-ROW-COUNT
           MOVE 'N'                 TO WS-MORE-ACCTS
      *
           PERFORM LIST-OWN-ACCOUNTS THRU LIST-OWN-EXIT
           IF WS-MORE-ACCTS = 'N'
              PERFORM LIST-RELATED-ACCOUNTS THRU LIST-RELATED-EXIT
           END-IF
      *
           IF WS-ROW-COUNT = 0
              MOVE 'CUSTOMER NOT FOUND'            TO MSGLO
           ELSE
              IF WS-MORE-ACCTS = 'Y'
                 MOVE 'MORE ACCTS EXIST - USE PF5 BY ACCT NO'
                                                   TO MSGLO
              ELSE
                 MOVE 'SELECT AN ACCOUNT ROW'      TO MSGLO
              END-IF
           END-IF.
      *
       FILL-LIST-EXIT.
           EXIT.
      *
       LIST-OWN-ACCOUNTS.
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE LOW-VALUES          TO WS-BRW-KEY
           MOVE WS-CA-CUST-ID       TO WS-BRW-KEY (1:10)
      *
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO LIST-OWN-EXIT
           END-IF
      *
           PERFORM READ-NEXT-ACCOUNT
      *
           EXEC CICS ENDBR
               FILE('CAIQF01')
           END-EXEC.
      *
       LIST-OWN-EXIT.
           EXIT.
      *
      *    READ-NEXT-ACCOUNT - AFTER THE TENTH ROW THE BROWSE
           MOVE WS-BAL-DISP         TO ROWO (WS-ROW-COUNT) (31:15)
           MOVE WS-ACCT-STATUS      TO ROWO (WS-ROW-COUNT) (47:10).
      *
      *    LIST-RELATED-ACCOUNTS - CAIQY01 IS KEYED BY THE RELATED
      *    CUSTOMER'S ID, SO THEIR RELATIONSHIPS ARE ONE SHORT
      *    BROWSE, SAME AS THEIR OWN ACCOUNTS ON CAIQF01.
       LIST-RELATED-ACCOUNTS.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
           END-EXEC
      *
           MOVE 'N'                 TO WS-BROWSE-DONE
           MOVE LOW-VALUES          TO WS-REL-BRW-KEY
           MOVE WS-CA-CUST-ID       TO WS-REL-BRW-KEY (1:10)
      *
           EXEC CICS STARTBR
               FILE('CAIQY01')
               RIDFLD(WS-REL-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO LIST-RELATED-EXIT
           END-IF
      *
           PERFORM READ-NEXT-RELATIONSHIP
                   UNTIL WS-BROWSE-DONE = 'Y'
      *
           EXEC CICS ENDBR
               FILE('CAIQY01')
           END-EXEC.
      *
       LIST-RELATED-EXIT.
           EXIT.
      *
      *    READ-NEXT-RELATIONSHIP - A RELATIONSHIP NOT YET STARTED
      *    OR ALREADY ENDED IS PASSED OVER, AS IS ONE WHOSE ACCOUNT
      *    HAS SINCE LEFT CAIQF01.
       READ-NEXT-RELATIONSHIP.
           EXEC CICS READNEXT
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-REL-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-RL-CUST-ID NOT = WS-CA-CUST-ID
              MOVE 'Y'              TO WS-BROWSE-DONE
           ELSE
              IF WS-RL-EFF-DATE NOT > WS-NOW-DATE
                 AND (WS-RL-END-DATE = SPACES
                   OR WS-RL-END-DATE NOT < WS-NOW-DATE)
                 PERFORM ADD-RELATED-ROW
              END-IF
           END-IF.
      *
       ADD-RELATED-ROW.
           MOVE WS-RL-PRIM-CUST-ID  TO WS-CUST-ID
           MOVE WS-RL-ACCT-NO       TO WS-ACCT-NO
      *
           EXEC CICS READ
               FILE('CAIQF01')
               INTO(WS-CUST-REC)
               RIDFLD(WS-CUST-KEY)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-ROW-COUNT < 10
                 PERFORM ADD-ROW
                 EVALUATE WS-RL-ROLE
                     WHEN 'J'
                         MOVE 'JOINT'   TO ROWO (WS-ROW-COUNT) (58:7)
                     WHEN 'T'
                         MOVE 'TRUSTEE' TO ROWO (WS-ROW-COUNT) (58:7)
                     WHEN 'P'
                         MOVE 'POA'     TO ROWO (WS-ROW-COUNT) (58:7)
                     WHEN OTHER
                         MOVE 'BENEFIC' TO ROWO (WS-ROW-COUNT) (58:7)
                 END-EVALUATE
              ELSE
                 MOVE 'Y'           TO WS-MORE-ACCTS
                 MOVE 'Y'           TO WS-BROWSE-DONE
              END-IF
           END-IF.
      *
      *    SELECT-ROW - THE TELLER KEYED A ROW NUMBER.  THE FULL
      *    KEY REMEMBERED BEHIND THAT ROW IS RE-READ AND CONTROL
      *    TRANSFERS TO THE DETAIL INQUIRY WITH THE RECORD AND THE
      *
       SELECT-ROW-EXIT.
           EXIT.
      *
      *    SHOW-CONTACT-NOTES - PF6 OPENS THE CONTACT NOTES FOR THE
      *    CUSTOMER LISTED.  ONLY THE CUSTOMER ID GOES OVER, SO PF3
      *    ON THE NOTES COMES BACK TO THIS LIST RATHER THAN TO AN
      *    ACCOUNT.
       SHOW-CONTACT-NOTES.
           IF WS-CA-CUST-ID = SPACES
              PERFORM INIT-ROW-FIELDS
              MOVE 'LIST A CUSTOMER FIRST'         TO MSGLO
              PERFORM SEND-OUTPUT
           ELSE
              MOVE SPACES           TO WS-XCTL-AREA
              MOVE WS-CA-CUST-ID    TO WS-XC-CUST-ID
              MOVE 'N'              TO WS-XC-SELECT-FLAG
              EXEC CICS XCTL
                  PROGRAM('CAIQ42')
                  COMMAREA(WS-XCTL-AREA)
              END-EXEC
           END-IF.
      *
       INIT-ROW-FIELDS.
           MOVE 1                   TO WS-ROW-SUB
