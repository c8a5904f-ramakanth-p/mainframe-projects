      *
       01  WS-GEN-KEY            PIC X(18).
      *
      *    WS-SV-BASE-LENGTH - THE CAIQSV01 AREA BEFORE THE HOLD
      *    FIELDS WERE ADDED.  A CALLER PASSING AT LEAST THIS MUCH
      *    IS SERVED; THE HOLD FIELDS ARE ONLY SET WHEN THE CALLER'S
      *    AREA REACHES THEM.
       01  WS-SV-BASE-LENGTH     PIC S9(04) COMP VALUE 156.
      *
      *    WS-HOLD-REC / WS-HELD-AMOUNT - THE ACCOUNT'S CAIQL01
      *    HOLDS STILL IN FORCE TODAY.
       01  WS-HOLD-REC.
           COPY CAIQHD01 REPLACING LEADING ==HD-== BY ==WS-HD-==.
       01  WS-HELD-AMOUNT        PIC S9(09)V99.
       01  WS-HOLD-BRW-KEY       PIC X(27).
       01  WS-HOLD-BRW-DONE      PIC X(01).
       01  WS-NOW-DATE           PIC X(08).
      *
      *    WS-SIGNON-REC - THE SERVICE RUNS UNDER WHATEVER TASK
      *    LINKED TO IT, SO THE AUDIT OPERATOR IS WHOEVER IS
      *    SIGNED ON AT THE TASK'S TERMINAL - SPACES WHEN THE
               GO TO END-PROG
           END-IF
      *
           IF EIBCALEN < WS-SV-BASE-LENGTH
               IF EIBCALEN > 2
                   MOVE '20'        TO SV-RETURN-CODE
               END-IF
           MOVE SPACES             TO SV-ADDR1
           MOVE SPACES             TO SV-ADDR2
           MOVE SPACES             TO SV-ADDR3
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE 0              TO SV-HELD-AMOUNT
               MOVE 0              TO SV-AVAIL-BALANCE
           END-IF
           MOVE SPACES             TO HV-ADDR1 HV-ADDR2 HV-ADDR3.
      *
      *    READ-VSAM-BY-CUSTID - CAIQF01 IS KEYED BY CUSTOMER ID
      *
           MOVE HV-ADDR1           TO SV-ADDR1
           MOVE HV-ADDR2           TO SV-ADDR2
           MOVE HV-ADDR3           TO SV-ADDR3
      *
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
               MOVE WS-HELD-AMOUNT TO SV-HELD-AMOUNT
               COMPUTE SV-AVAIL-BALANCE =
                       WS-ACCT-BALANCE - WS-HELD-AMOUNT
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
      *    WRITE-AUDIT-REC - SERVICE-DRIVEN LOOKUPS LAND ON THE SAME
      *    CAIQA01 COMPLIANCE TRAIL AS SCREEN INQUIRIES; THE TERMINAL
