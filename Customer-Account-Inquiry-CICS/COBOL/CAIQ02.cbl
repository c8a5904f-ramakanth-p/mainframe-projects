           MOVE WS-BRANCH-CODE     TO WS-HI-OLD-BRANCH
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
