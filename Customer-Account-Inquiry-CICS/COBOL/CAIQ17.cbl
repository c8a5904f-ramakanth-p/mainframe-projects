           MOVE WS-QU-REQ-TERM-ID  TO WS-HI-REQ-TERM-ID
           MOVE EIBTRMID           TO WS-HI-APPR-TERM-ID
           MOVE WS-SG-OPER-ID      TO WS-HI-OPER-ID
           MOVE WS-CUST-NAME       TO WS-HI-NEW-CUST-NAME
           MOVE WS-ACCT-TYPE       TO WS-HI-NEW-ACCT-TYPE
           MOVE WS-STMT-PREF       TO WS-HI-NEW-STMT-PREF
           MOVE WS-LAST-ACTIVITY-DATE
                                   TO WS-HI-NEW-ACTIVITY-DATE
      *
           EXEC CICS WRITE
               FILE('CAIQH01')
