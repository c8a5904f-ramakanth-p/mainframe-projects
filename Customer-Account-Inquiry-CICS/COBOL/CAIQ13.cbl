               ACCESS MODE IS RANDOM
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *    JRNPATH - THE CAIQJP01 AIX PATH OVER THE SAME JOURNAL,
      *    KEYED BY CUSTOMER ID, READ ONLY ON A RESTART TO FIND THE
      *    POSTINGS THE FAILED RUN MADE PAST ITS LAST CHECKPOINT.
           SELECT JRNPATH ASSIGN TO CAIQJP01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JP-CUST-ID
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT CHKPTFILE ASSIGN TO CAIQE01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
       FD  JRNPATH RECORDING MODE IS F.
       01  JRNP-REC.
           COPY CAIQJR01 REPLACING LEADING ==JR-== BY ==JP-==.
      *
      *    CHKPTFILE - THE MONTH'S RESTART CHECKPOINT.  WRITTEN
      *    BEFORE THE FIRST ACCOUNT IS POSTED, REWRITTEN EVERY
      *    WS-CHECKPOINT-INTERVAL ACCOUNTS READ, DELETED AT CLEAN
      *    END OF JOB.  IF ONE IS ON FILE FOR THE POSTING MONTH AT
      *    STARTUP, THE LAST RUN DIED PART WAY AND THIS IS A RESTART.
       FD  CHKPTFILE RECORDING MODE IS F.
       01  CHKPT-REC.
           COPY CAIQCK01.
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-JRN-FILE-STATUS      PIC XX.
       01  WS-CHKPT-FILE-STATUS    PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-JRN-EOF              PIC X VALUE 'N'.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-BUS-DATE             PIC X(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
      *    WS-POST-PERIOD - THE POSTING MONTH AS YYYYMM00, TAKEN
      *    FROM THE BUSINESS DATE.  IT KEYS BOTH THE RUN-CONTROL
      *    RECORD AND THE CHECKPOINT, SO A MONTH THAT HAS COMPLETED
      *    IS REFUSED EVEN IF THE JOB IS RESUBMITTED ON A LATER DAY.
       01  WS-POST-PERIOD.
           05  WS-POST-MONTH       PIC X(06).
           05  FILLER              PIC X(02) VALUE '00'.
      *
      *    RESTART CONTROLS - SAME SCHEME AS THE EXTRACT JOB.
      *    WS-START-DATE IS THE DATE THE MONTH'S FIRST ATTEMPT
      *    STARTED, CARRIED FORWARD THROUGH THE CHECKPOINT.
      *    WS-GUARD-LIMIT IS THE READ COUNT UP TO WHICH A RESTART
      *    CHECKS THE JOURNAL BEFORE POSTING - THE FAILED RUN CAN
      *    HAVE POSTED AT MOST ONE CHECKPOINT INTERVAL PAST ITS LAST
      *    CHECKPOINT.
       01  WS-RESTART-FLAG         PIC X VALUE 'N'.
       01  WS-CHKPT-WRITTEN        PIC X VALUE 'N'.
       01  WS-CHECKPOINT-INTERVAL  PIC 9(9) VALUE 1000.
       01  WS-COUNT-MOD            PIC 9(9) VALUE 0.
       01  WS-LAST-KEY             PIC X(18).
       01  WS-START-DATE           PIC X(08).
       01  WS-GUARD-LIMIT          PIC 9(9) VALUE 0.
       01  WS-PRIOR-FOUND          PIC X VALUE 'N'.
       01  WS-RECOVERED-COUNT      PIC 9(9) VALUE 0.
       01  WS-TIME-OF-DAY          PIC 9(08).
       01  WS-JRNL-SEQ             PIC 9(05) VALUE 0.
       01  WS-HIST-SEQ             PIC 9(05) VALUE 0.
               10  BT-COUNT            PIC 9(9).
               10  BT-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-BT-AMT-DISP          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
      *    WS-PENDING-TABLE - REGISTER LINES FOR ACCOUNTS POSTED
      *    SINCE THE LAST CHECKPOINT.  THEY ONLY GO TO RPTFILE IN
      *    FLUSH-PENDING, RIGHT BEFORE WRITE-CHECKPOINT COMMITS THE
      *    NEW RESTART KEY, SO A RESTART'S OPEN EXTEND CONTINUES THE
      *    REGISTER WITHOUT A GAP OR A REPEATED LINE.
       01  WS-PENDING-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PENDING-IDX.
               10  WP-LINE             PIC X(132).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE SPACES.
      *-------------------
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
      *
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-RATE-TABLE
      *
           IF  WS-RESTART-FLAG = 'Y'
               PERFORM POSITION-FOR-RESTART
           ELSE
               PERFORM PRINT-HEADER
               MOVE LOW-VALUES      TO WS-LAST-KEY
               PERFORM WRITE-CHECKPOINT
           END-IF
      *
           IF  WS-EOF = 'N'
               PERFORM READ-CUSTFILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM PROCESS-CUST-REC
               PERFORM READ-CUSTFILE
           END-PERFORM
      *
           PERFORM FLUSH-PENDING
           PERFORM PRINT-BRANCH-TOTALS
           PERFORM PRINT-TOTALS
      *
           PERFORM RUN-CONTROL-END
           PERFORM RESET-CHECKPOINT
           PERFORM CLOSE-ALL
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           PERFORM CHECK-RESTART
      *
           OPEN INPUT RATEFILE
           IF  WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'RATE FILE OPEN ERROR: ' WS-RATE-FILE-STATUS
               PERFORM STOP-PROCESS
           END-IF
      *
           IF  WS-RESTART-FLAG = 'Y'
               OPEN EXTEND RPTFILE
           ELSE
               OPEN OUTPUT RPTFILE
           END-IF
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               DISPLAY 'HISTORY FILE OPEN ERROR: ' WS-HIST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT JRNPATH
           IF  WS-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL PATH OPEN ERROR: ' WS-JRN-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    CHECK-RESTART - OPENS THE CHECKPOINT FILE FOR THE WHOLE
      *    RUN.  A CHECKPOINT ALREADY ON FILE FOR THE POSTING MONTH
      *    MEANS THE LAST RUN DID NOT FINISH: THE RUNNING COUNTS,
      *    SEQUENCE NUMBERS AND BRANCH TOTALS ARE PICKED UP FROM IT
      *    AND THE PASS RESUMES AFTER ITS LAST KEY.
       CHECK-RESTART.
           OPEN I-O CHKPTFILE
           IF  WS-CHKPT-FILE-STATUS NOT = '00'
               DISPLAY 'CHECKPOINT FILE OPEN ERROR: '
                       WS-CHKPT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE 'CAIQ13'            TO CK-PROGRAM-ID
           MOVE WS-POST-PERIOD      TO CK-PERIOD
           READ CHKPTFILE
               INVALID KEY
                   MOVE 'N'         TO WS-RESTART-FLAG
           END-READ
      *
           IF  WS-CHKPT-FILE-STATUS = '00'
               MOVE 'Y'             TO WS-RESTART-FLAG
               MOVE 'Y'             TO WS-CHKPT-WRITTEN
               MOVE CK-LAST-KEY     TO WS-LAST-KEY
               MOVE CK-START-DATE   TO WS-START-DATE
               MOVE CK-READ-COUNT   TO WS-READ-COUNT
               MOVE CK-INT-COUNT    TO WS-INT-COUNT
               MOVE CK-FEE-COUNT    TO WS-FEE-COUNT
               MOVE CK-SKIP-COUNT   TO WS-SKIP-COUNT
               MOVE CK-JRNL-SEQ     TO WS-JRNL-SEQ
               MOVE CK-HIST-SEQ     TO WS-HIST-SEQ
               MOVE CK-BRANCH-TOTAL-COUNT
                                    TO WS-BRANCH-TOTAL-COUNT
               MOVE CK-BRANCH-TOTALS
                                    TO WS-BRANCH-TOTALS
               COMPUTE WS-GUARD-LIMIT =
                   CK-READ-COUNT + WS-CHECKPOINT-INTERVAL
               DISPLAY 'RESTARTING POSTING FOR MONTH ' WS-POST-MONTH
                       ' AFTER KEY: ' WS-LAST-KEY
               DISPLAY 'ACCOUNTS ALREADY READ: ' WS-READ-COUNT
           ELSE
               MOVE WS-RUN-DATE     TO WS-START-DATE
           END-IF.
      *
      *    POSITION-FOR-RESTART - STARTS THE CUSTOMER FILE PAST THE
      *    LAST CHECKPOINTED KEY.  NOTHING BEYOND IT MEANS THE FAILED
      *    RUN HAD ALREADY PASSED THE WHOLE FILE AND ONLY THE TOTALS
      *    ARE STILL TO COME.
       POSITION-FOR-RESTART.
           MOVE WS-LAST-KEY         TO CR-CUST-KEY
           START CUSTFILE KEY IS GREATER THAN CR-CUST-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-EOF
           END-START.
      *
      *    LOAD-RATE-TABLE - PULLS EVERY CAIQRT01 RECORD INTO THE
      *    IN-CORE TABLE.  AN EMPTY RATE FILE LEAVES THE TABLE EMPTY
      *    AND THE RUN POSTS NOTHING, WHICH IS THE SAFE FAILURE MODE.
      *    THE ANNUAL CREDIT-INTEREST RATE FOR ITS TYPE, ON POSITIVE
      *    BALANCES ONLY.  AN ACCOUNT TYPE WITH NO RATE ENTRY IS LEFT
      *    UNTOUCHED.
      *    ON A RESTART, AN ACCOUNT WITHIN ONE CHECKPOINT INTERVAL
      *    OF THE RESTART KEY MAY ALREADY HAVE BEEN POSTED BY THE
      *    FAILED RUN; IF ITS JOURNAL RECORD IS THERE THE POSTING IS
      *    TAKEN FROM IT INSTEAD OF BEING MADE AGAIN.
       PROCESS-CUST-REC.
           ADD 1                    TO WS-READ-COUNT
      *
           MOVE 'N'                 TO WS-PRIOR-FOUND
           IF  WS-RESTART-FLAG = 'Y'
               AND WS-READ-COUNT NOT > WS-GUARD-LIMIT
               PERFORM FIND-PRIOR-POSTING
           END-IF
      *
           IF  WS-PRIOR-FOUND = 'Y'
               PERFORM TAKE-PRIOR-POSTING
           ELSE
               IF  CR-ACCT-STATUS = WS-CLOSED-STATUS
                   ADD 1            TO WS-SKIP-COUNT
               ELSE
                   IF  CR-ACCT-STATUS = WS-DORMANT-STATUS-1
                       OR CR-ACCT-STATUS = WS-DORMANT-STATUS-2
                       MOVE 'F'     TO WS-WANT-RATE-TYPE
                   ELSE
                       MOVE 'I'     TO WS-WANT-RATE-TYPE
                   END-IF
                   PERFORM FIND-RATE-ENTRY
                   IF  WS-RT-FOUND = 'Y'
                       PERFORM POST-TO-ACCOUNT
                   ELSE
                       ADD 1        TO WS-SKIP-COUNT
                   END-IF
               END-IF
           END-IF
      *
           ADD 1                    TO WS-COUNT-MOD
           IF  WS-COUNT-MOD = WS-CHECKPOINT-INTERVAL
               MOVE CR-CUST-KEY     TO WS-LAST-KEY
               PERFORM FLUSH-PENDING
               PERFORM WRITE-CHECKPOINT
               MOVE 0               TO WS-COUNT-MOD
           END-IF.
      *
      *    FIND-PRIOR-POSTING - LOOKS THROUGH THE CUSTOMER'S JOURNAL
      *    RECORDS FOR AN INTEREST OR FEE POSTING THIS PROGRAM MADE
      *    TO THIS ACCOUNT SINCE THE MONTH'S FIRST ATTEMPT STARTED.
       FIND-PRIOR-POSTING.
           MOVE 'N'                 TO WS-JRN-EOF
           MOVE CR-CUST-ID          TO JP-CUST-ID
      *
           START JRNPATH KEY IS EQUAL TO JP-CUST-ID
               INVALID KEY
                   MOVE 'Y'         TO WS-JRN-EOF
           END-START
      *
           IF  WS-JRN-EOF = 'N'
               PERFORM READ-JRNPATH
               PERFORM CHECK-PRIOR-POSTING
                       UNTIL WS-JRN-EOF = 'Y'
                          OR WS-PRIOR-FOUND = 'Y'
           END-IF.
      *
       CHECK-PRIOR-POSTING.
           IF  JP-CUST-ID NOT = CR-CUST-ID
               MOVE 'Y'             TO WS-JRN-EOF
           ELSE
               IF  JP-PROGRAM = 'CAIQ13'
                   AND JP-ACCT-NO = CR-ACCT-NO
                   AND (JP-TRAN-TYPE = 'I' OR JP-TRAN-TYPE = 'F')
                   AND JP-DATE NOT < WS-START-DATE
                   MOVE 'Y'         TO WS-PRIOR-FOUND
               ELSE
                   PERFORM READ-JRNPATH
               END-IF
           END-IF.
      *
      *    READ-JRNPATH - STATUS '02' JUST MEANS ANOTHER JOURNAL
      *    RECORD SHARES THE SAME CUSTOMER KEY.
       READ-JRNPATH.
           READ JRNPATH NEXT RECORD
           END-READ
      *
           EVALUATE WS-JRN-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '02'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-JRN-EOF
               WHEN OTHER
                   DISPLAY 'JOURNAL READ ERROR: ' WS-JRN-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    TAKE-PRIOR-POSTING - THE ACCOUNT WAS POSTED BEFORE THE
      *    FAILURE BUT AFTER THE LAST CHECKPOINT, SO ITS REGISTER
      *    LINE AND TOTALS WERE LOST WITH THE FAILED RUN.  THEY ARE
      *    REBUILT FROM THE JOURNAL RECORD; THE BALANCE, JOURNAL AND
      *    HISTORY ARE LEFT AS THEY ARE.
       TAKE-PRIOR-POSTING.
           MOVE JP-TRAN-TYPE        TO WS-WANT-RATE-TYPE
           MOVE JP-OLD-BALANCE      TO WS-OLD-BALANCE
           MOVE JP-AMOUNT           TO WS-POST-AMOUNT
           MOVE JP-RATE             TO WS-RATE-DISP
      *
           IF  WS-WANT-RATE-TYPE = 'F'
               ADD 1                TO WS-FEE-COUNT
           ELSE
               ADD 1                TO WS-INT-COUNT
           END-IF
           ADD 1                    TO WS-RECOVERED-COUNT
      *
           DISPLAY 'ALREADY POSTED BEFORE RESTART, NOT REPOSTED: '
                   CR-CUST-ID ' ' CR-ACCT-NO
           PERFORM WRITE-REGISTER-LINE
           PERFORM FIND-OR-ADD-BRANCH-TOTAL.
      *
       FIND-RATE-ENTRY.
           MOVE 'N'                 TO WS-RT-FOUND
           MOVE CR-ACCT-BALANCE     TO WS-NEW-BAL-DISP
           MOVE WS-NEW-BAL-DISP     TO DTL-NEW-BALANCE
      *
           ADD 1                    TO WS-PENDING-COUNT
           SET WS-PENDING-IDX       TO WS-PENDING-COUNT
           MOVE DTL-LINE            TO WP-LINE (WS-PENDING-IDX).
      *
      *    FLUSH-PENDING - WRITES THE BUFFERED REGISTER LINES AND
      *    EMPTIES THE TABLE.  PERFORMED RIGHT BEFORE EACH
      *    CHECKPOINT AND ONCE MORE AT END OF FILE.
       FLUSH-PENDING.
           SET WS-PENDING-IDX       TO 1
           PERFORM FLUSH-ONE-PENDING
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
      *
           MOVE 0                   TO WS-PENDING-COUNT.
      *
       FLUSH-ONE-PENDING.
           MOVE WP-LINE (WS-PENDING-IDX) TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT WRITE ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12              TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           SET WS-PENDING-IDX       UP BY 1.
      *
      *    WRITE-CHECKPOINT - COMMITS WS-LAST-KEY AND THE RUNNING
      *    FIGURES AS THE RESTART POSITION.  UNLIKE THE EXTRACT, A
      *    POSTING RUN CANNOT GO ON WITHOUT ITS CHECKPOINT - A LATER
      *    RESTART WOULD NOT KNOW WHERE POSTING STOPPED - SO A
      *    FAILURE HERE ENDS THE RUN.
       WRITE-CHECKPOINT.
           MOVE 'CAIQ13'            TO CK-PROGRAM-ID
           MOVE WS-POST-PERIOD      TO CK-PERIOD
           MOVE WS-LAST-KEY         TO CK-LAST-KEY
           MOVE WS-START-DATE       TO CK-START-DATE
           MOVE WS-READ-COUNT       TO CK-READ-COUNT
           MOVE WS-INT-COUNT        TO CK-INT-COUNT
           MOVE WS-FEE-COUNT        TO CK-FEE-COUNT
           MOVE WS-SKIP-COUNT       TO CK-SKIP-COUNT
           MOVE WS-JRNL-SEQ         TO CK-JRNL-SEQ
           MOVE WS-HIST-SEQ         TO CK-HIST-SEQ
           MOVE WS-BRANCH-TOTAL-COUNT
                                    TO CK-BRANCH-TOTAL-COUNT
           MOVE WS-BRANCH-TOTALS    TO CK-BRANCH-TOTALS
      *
           IF  WS-CHKPT-WRITTEN = 'Y'
               REWRITE CHKPT-REC
           ELSE
               WRITE CHKPT-REC
               MOVE 'Y'             TO WS-CHKPT-WRITTEN
           END-IF
      *
           IF  WS-CHKPT-FILE-STATUS NOT = '00'
               DISPLAY 'CHECKPOINT WRITE ERROR: ' WS-CHKPT-FILE-STATUS
               MOVE 12              TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    RESET-CHECKPOINT - THE MONTH COMPLETED CLEANLY, SO THE
      *    CHECKPOINT IS REMOVED.  DONE AFTER THE RUN-CONTROL RECORD
      *    IS MARKED COMPLETE, SO THERE IS NO POINT AT WHICH THE
      *    MONTH IS NEITHER COMPLETE NOR RESTARTABLE.
       RESET-CHECKPOINT.
           IF  WS-CHKPT-WRITTEN = 'Y'
               DELETE CHKPTFILE RECORD
               IF  WS-CHKPT-FILE-STATUS NOT = '00'
                   DISPLAY 'CHECKPOINT DELETE ERROR: '
                           WS-CHKPT-FILE-STATUS
               END-IF
           END-IF.
      *
       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE 'N'                    TO WS-BT-FOUND
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE TRLR-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
      *
           DISPLAY 'ACCOUNTS READ:          ' WS-READ-COUNT
           DISPLAY 'INTEREST POSTED:        ' WS-INT-COUNT
           DISPLAY 'FEES POSTED:            ' WS-FEE-COUNT
           DISPLAY 'UNTOUCHED:              ' WS-SKIP-COUNT
           IF  WS-RESTART-FLAG = 'Y'
               DISPLAY 'POSTED BEFORE RESTART:  ' WS-RECOVERED-COUNT
           END-IF.
      *
       CLOSE-ALL.
           CLOSE RATEFILE
           CLOSE CUSTFILE
           CLOSE RPTFILE
           CLOSE JRNLFILE
           CLOSE HISTFILE
           CLOSE JRNPATH
           CLOSE CHKPTFILE.
      *
      *    RUN-CONTROL-START - RUN CONTROL SHARED BY THE CONTROLLED
      *    BATCH JOBS, KEYED HERE BY POSTING MONTH RATHER THAN BY
      *    BUSINESS DATE.  A 'C' RECORD MEANS THE MONTH HAS ALREADY
      *    BEEN POSTED AND THE JOB REFUSES TO RUN AGAIN; AN 'S' LEFT
      *    BY A FAILED RUN PERMITS THE RESTART.
       RUN-CONTROL-START.
           OPEN I-O RUNCTL
           IF  WS-RC-FILE-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL OPEN ERROR: ' WS-RC-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE '*CONTROL'          TO RC-PROGRAM-ID
           MOVE '00000000'          TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'RUN CONTROL BUSINESS DATE NOT SET'
                   MOVE 12         TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-READ
           MOVE RC-BUSINESS-DATE    TO WS-BUS-DATE
           MOVE WS-BUS-DATE (1:6)   TO WS-POST-MONTH
           DISPLAY 'BUSINESS DATE IN EFFECT: ' WS-BUS-DATE
           DISPLAY 'POSTING MONTH:           ' WS-POST-MONTH
      *
           MOVE 'CAIQ13'            TO RC-PROGRAM-ID
           MOVE WS-POST-PERIOD      TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'MONTH-END POSTING ALREADY COMPLETED '
                               'FOR ' WS-POST-MONTH
                               ' - DUPLICATE RUN REFUSED'
                       MOVE 8      TO RETURN-CODE
                       PERFORM STOP-PROCESS
                   ELSE
                       PERFORM SET-RUN-START-FIELDS
                       REWRITE RUNCTL-REC
                           INVALID KEY
                               DISPLAY 'RUN CONTROL REWRITE ERROR: '
                                       WS-RC-FILE-STATUS
                               MOVE 12 TO RETURN-CODE
                               PERFORM STOP-PROCESS
                       END-REWRITE
                   END-IF
           END-READ.
      *
       WRITE-RUN-START-REC.
           MOVE SPACES              TO RUNCTL-REC
           MOVE 'CAIQ13'            TO RC-PROGRAM-ID
           MOVE WS-POST-PERIOD      TO RC-RUN-DATE
           PERFORM SET-RUN-START-FIELDS
           WRITE RUNCTL-REC
               INVALID KEY
                   DISPLAY 'RUN CONTROL WRITE ERROR: '
                           WS-RC-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-WRITE.
      *
       SET-RUN-START-FIELDS.
           MOVE 'S'                 TO RC-STATUS
           MOVE SPACES              TO RC-BUSINESS-DATE
           ACCEPT WS-RC-DATE        FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME        FROM TIME
           MOVE WS-RC-DATE          TO RC-START-DATE
           MOVE WS-RC-TIME (1:6)    TO RC-START-TIME
           MOVE SPACES              TO RC-END-DATE
           MOVE SPACES              TO RC-END-TIME
           MOVE 0                   TO RC-RECORD-COUNT.
      *
      *    RUN-CONTROL-END - CLEAN END OF JOB ONLY; THE ERROR PATHS
      *    STOP WITHOUT COMING HERE AND LEAVE THE 'S' BEHIND.  THE
      *    RECORD COUNT IS THE NUMBER OF ACCOUNTS POSTED.
       RUN-CONTROL-END.
           MOVE 'CAIQ13'            TO RC-PROGRAM-ID
           MOVE WS-POST-PERIOD      TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   DISPLAY 'RUN CONTROL END UPDATE FAILED: '
                           WS-RC-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'C'         TO RC-STATUS
                   ACCEPT WS-RC-DATE  FROM DATE YYYYMMDD
                   ACCEPT WS-RC-TIME  FROM TIME
                   MOVE WS-RC-DATE  TO RC-END-DATE
                   MOVE WS-RC-TIME (1:6)  TO RC-END-TIME
                   COMPUTE RC-RECORD-COUNT =
                       WS-INT-COUNT + WS-FEE-COUNT
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           DISPLAY 'RUN CONTROL END REWRITE ERROR: '
                                   WS-RC-FILE-STATUS
                   END-REWRITE
           END-READ
      *
           CLOSE RUNCTL.
      *
       STOP-PROCESS.
           STOP RUN.
