      *    LIMIT IS NEEDED ANY MORE.
       01  WS-XREF-REC.
           COPY CAIQXR01 REPLACING LEADING ==XR-== BY ==WS-XR-==.
      *
       01  WS-REL-REC.
           COPY CAIQRL01 REPLACING LEADING ==RL-== BY ==WS-RL-==.
      *
       01  WS-BRW-KEY           PIC X(40).
       01  WS-GEN-KEY           PIC X(18).
               END-EXEC
           END-IF.
      *
      *    THE SAME GOES FOR THE CONTACT-NOTES LIST (949 BYTES) AND
      *    THE NOTE-ADD SCREEN (48 BYTES), WHICH THE INQUIRY AND
      *    THE ACCOUNT LIST OPEN BY PF6.
           IF EIBCALEN = 949
               EXEC CICS XCTL
                   PROGRAM('CAIQ42')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(EIBCALEN)
               END-EXEC
           END-IF.
           IF EIBCALEN = 48
               EXEC CICS XCTL
                   PROGRAM('CAIQ43')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(EIBCALEN)
               END-EXEC
           END-IF.
      *
      *    A COMMAREA OF ANY OTHER LENGTH IS NOT OURS - IT IS THE
      *    INQUIRY'S RECORD COMMAREA COMING BACK AFTER A BROWSE
      *    SELECTION (THE INQUIRY RETURNS UNDER THE TRANSID IT WAS
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-BRANCH-CODE   TO ROWO (WS-ROW-COUNT) (46:6)
              MOVE WS-ACCT-STATUS   TO ROWO (WS-ROW-COUNT) (53:10)
           ELSE
              PERFORM CHECK-RELATED-HOLDER
           END-IF.
      *
      *    CHECK-RELATED-HOLDER - A NAME ON THE XREF WITH NO
      *    CAIQF01 RECORD OF ITS OWN IS USUALLY A JOINT OWNER,
      *    TRUSTEE, POA HOLDER OR BENEFICIARY ON SOMEONE ELSE'S
      *    ACCOUNT.  CAIQY01 LEADS WITH THE RELATED CUSTOMER'S ID,
      *    SO THE SAME GENERIC READ FINDS THEM; SELECTING THE ROW
      *    TAKES THE INQUIRY TO THE ACCOUNTS THEY ARE RELATED TO.
       CHECK-RELATED-HOLDER.
           EXEC CICS READ
               FILE('CAIQY01')
               INTO(WS-REL-REC)
               RIDFLD(WS-GEN-KEY)
               KEYLENGTH(10)
               GENERIC
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'RELATED HOLDER'
                                    TO ROWO (WS-ROW-COUNT) (46:17)
           ELSE
              MOVE '** NOT ON FILE **'
                                    TO ROWO (WS-ROW-COUNT) (46:17)
