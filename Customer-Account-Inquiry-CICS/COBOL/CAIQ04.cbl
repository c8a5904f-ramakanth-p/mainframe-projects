               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT RELFILE ASSIGN TO CAIQY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT SUSPFILE ASSIGN TO CAIQW01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT KYCFILE ASSIGN TO CAIQKY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  XREF-REC.
           COPY CAIQXR01.
      *
      *    RELFILE - THE CAIQY01 CUSTOMER/ACCOUNT RELATIONSHIPS.  A
      *    CUSTOMER RELATED TO SOMEONE ELSE'S ACCOUNT KEEPS THEIR
      *    NAME-XREF RECORD AFTER THEIR OWN LAST ACCOUNT IS DELETED.
       FD  RELFILE RECORDING MODE IS F.
       01  REL-REC.
           COPY CAIQRL01.
      *
      *    SUSPFILE - THE CAIQW01 FEED SUSPENSE FILE.  AN APPLY-
      *    TIME REJECT (NOT FOUND, DUPLICATE, BAD BRANCH) LANDS
      *    HERE SO THE RELEASE JOB RETRIES IT IN FRONT OF THE NEXT
       01  SUSP-REC.
           COPY CAIQSU01.
      *
      *    KYCFILE - THE CAIQKY01 CUSTOMER KYC REVIEW FILE.  A 'K'
      *    FEED RECORD WRITES OR REPLACES THE CUSTOMER'S RECORD.
       FD  KYCFILE RECORDING MODE IS F.
       01  KYC-REC.
           COPY CAIQKY01.
      *
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-XREF-FILE-STATUS     PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-REL-FILE-STATUS      PIC XX.
       01  WS-KYC-FILE-STATUS      PIC XX.
       01  WS-SUSP-REASON          PIC X(03).
       01  WS-EOF                  PIC X VALUE 'N'.
      *
       01  WS-OLD-ACCT-NO          PIC X(08).
       01  WS-OLD-CUST-NAME        PIC X(30).
       01  WS-BRANCH-OK            PIC X(01).
      *
      *    KYC REVIEW - WS-KYC-CUST-FOUND / WS-KYC-NAME SAY WHETHER
      *    THE CUSTOMER ON A 'K' RECORD IS KNOWN, AS AN ACCOUNT
      *    HOLDER ON CAIQF01 OR A RELATED CUSTOMER ON CAIQY01.
      *    WS-KYC-YEARS-* ARE THE REVIEW INTERVALS BY RISK WHEN THE
      *    FEED LEAVES THE NEXT-DUE DATE BLANK - THE SAME AS THE
      *    ONLINE KYC SCREEN USES.
       01  WS-KYC-CUST-FOUND       PIC X(01).
       01  WS-KYC-NAME             PIC X(30).
       01  WS-KYC-YEARS-H          PIC 9(01) VALUE 1.
       01  WS-KYC-YEARS-M          PIC 9(01) VALUE 3.
       01  WS-KYC-YEARS-L          PIC 9(01) VALUE 5.
       01  WS-KYC-DUE-DATE         PIC 9(08).
       01  FILLER REDEFINES WS-KYC-DUE-DATE.
           05  WS-KYC-DUE-YYYY     PIC 9(04).
           05  WS-KYC-DUE-MM       PIC 9(02).
           05  WS-KYC-DUE-DD       PIC 9(02).
      *
       01  WS-ADD-COUNT            PIC 9(9) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(9) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(9) VALUE 0.
       01  WS-KYC-COUNT            PIC 9(9) VALUE 0.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'REJECTED: '.
           05  TOT-REJECT-COUNT    PIC Z,ZZZ,ZZ9.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(14) VALUE 'KYC REVIEWS: '.
           05  TOT-KYC-COUNT       PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *-------------------
               DISPLAY 'SUSPENSE FILE OPEN ERROR: ' WS-SUSP-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT RELFILE
           IF  WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'RELATIONSHIP FILE OPEN ERROR: '
                       WS-REL-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN I-O KYCFILE
           IF  WS-KYC-FILE-STATUS NOT = '00'
               DISPLAY 'KYC REVIEW FILE OPEN ERROR: '
                       WS-KYC-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
       PRINT-HEADER.
                   END-IF
               WHEN 'D'
                   PERFORM DELETE-CUST-REC
               WHEN 'K'
                   PERFORM APPLY-KYC-REC THRU APPLY-KYC-EXIT
               WHEN OTHER
                   PERFORM REJECT-TRAN-REC
           END-EVALUATE.
      *    ONLY LEAVES THE BROWSE INDEX WHEN THEIR LAST CAIQF01
      *    RECORD IS GONE.  THE FILE IS REPOSITIONED AT THE
      *    CUSTOMER'S FIRST POSSIBLE KEY AND READ FORWARD ONCE: A
      *    SURVIVING RECORD FOR THE SAME CUSTOMER KEEPS THE XREF,
      *    AND SO DOES ANY CAIQY01 RELATIONSHIP THEY STILL HAVE TO
      *    SOMEONE ELSE'S ACCOUNT - A START ON THE CUSTOMER-ID PART
      *    OF THAT FILE'S KEY SAYS WHETHER THERE IS ONE.
       DROP-XREF-IF-LAST.
           MOVE TR-CUST-ID          TO CR-CUST-ID
           MOVE LOW-VALUES          TO CR-ACCT-NO
      *
           IF  WS-CUST-FILE-STATUS = '00'
               AND CR-CUST-ID = TR-CUST-ID
               GO TO DROP-XREF-EXIT
           END-IF
      *
           MOVE TR-CUST-ID          TO RL-CUST-ID
           START RELFILE KEY = RL-CUST-ID
               INVALID KEY
                   CONTINUE
           END-START
      *
           IF  WS-REL-FILE-STATUS = '00'
               CONTINUE
           ELSE
               MOVE WS-OLD-CUST-NAME    TO XR-CUST-NAME
                               ' CUST-ID: ' TR-CUST-ID
               END-DELETE
           END-IF.
      *
       DROP-XREF-EXIT.
           EXIT.
      *
       CHANGE-CUST-REC.
           MOVE TR-CUST-ID          TO CR-CUST-ID
                       ADD 1        TO WS-DELETE-COUNT
                       MOVE 'D'     TO HI-ACTION
                       PERFORM WRITE-HISTORY-REC
                       PERFORM DROP-XREF-IF-LAST THRU
                               DROP-XREF-EXIT
                       PERFORM CLEAR-SUSPENSE-REC
               END-DELETE
           END-IF.
               MOVE CR-ACCT-STATUS  TO HI-NEW-STATUS
               MOVE CR-ACCT-BALANCE TO HI-NEW-BALANCE
               MOVE CR-BRANCH-CODE  TO HI-NEW-BRANCH
               MOVE CR-CUST-NAME    TO HI-NEW-CUST-NAME
               MOVE CR-ACCT-TYPE    TO HI-NEW-ACCT-TYPE
               MOVE CR-STMT-PREF    TO HI-NEW-STMT-PREF
               MOVE CR-LAST-ACTIVITY-DATE TO HI-NEW-ACTIVITY-DATE
           END-IF
      *
           WRITE HIST-REC
                           WS-JRNL-FILE-STATUS
                           ' CUST-ID: ' TR-CUST-ID
           END-WRITE.
      *
      *    APPLY-KYC-REC - RECORDS A CUSTOMER'S KYC REVIEW.  THE
      *    CUSTOMER MUST BE KNOWN; ONE WHO IS NOT IS SUSPENDED LIKE
      *    A CHANGE FOR AN ACCOUNT NOT YET ADDED, SO A REVIEW SENT
      *    AHEAD OF THE CUSTOMER'S ACCOUNT CLEARS ITSELF ONCE THE
      *    ADD ARRIVES.  AN EXISTING RECORD IS REPLACED, KEEPING
      *    THE REVIEW IT REPLACES IN THE KY-PREV- FIELDS.
       APPLY-KYC-REC.
           PERFORM FIND-KYC-CUSTOMER THRU FIND-KYC-CUSTOMER-EXIT
           MOVE TR-CUST-ID          TO CR-CUST-ID
      *
           IF  WS-KYC-CUST-FOUND = 'N'
               MOVE 'NOT FOUND - NO KYC RECORDED' TO DTL-DISPOSITION
               PERFORM WRITE-DETAIL-LINE
               ADD 1                TO WS-REJECT-COUNT
               MOVE 'NOF'           TO WS-SUSP-REASON
               PERFORM SUSPEND-FEED-REC
               GO TO APPLY-KYC-EXIT
           END-IF
      *
           MOVE TR-CUST-ID          TO KY-CUST-ID
           READ KYCFILE
               INVALID KEY
                   MOVE SPACES      TO KYC-REC
                   MOVE TR-CUST-ID  TO KY-CUST-ID
                   PERFORM SET-KYC-FIELDS
                   WRITE KYC-REC
                       INVALID KEY
                           MOVE 'KYC WRITE FAILED'
                                    TO DTL-DISPOSITION
                   END-WRITE
               NOT INVALID KEY
                   MOVE KY-REVIEW-DATE  TO KY-PREV-REVIEW-DATE
                   MOVE KY-RISK         TO KY-PREV-RISK
                   MOVE KY-NEXT-DUE     TO KY-PREV-NEXT-DUE
                   PERFORM SET-KYC-FIELDS
                   REWRITE KYC-REC
                       INVALID KEY
                           MOVE 'KYC REWRITE FAILED'
                                    TO DTL-DISPOSITION
                   END-REWRITE
           END-READ
      *
           IF  WS-KYC-FILE-STATUS = '00'
               MOVE 'KYC REVIEW RECORDED'  TO DTL-DISPOSITION
               PERFORM WRITE-DETAIL-LINE
               ADD 1                TO WS-KYC-COUNT
               PERFORM CLEAR-SUSPENSE-REC
           ELSE
               PERFORM WRITE-DETAIL-LINE
               ADD 1                TO WS-REJECT-COUNT
           END-IF.
      *
       APPLY-KYC-EXIT.
           EXIT.
      *
      *    FIND-KYC-CUSTOMER - THE CUSTOMER'S FIRST CAIQF01 RECORD,
      *    OR FAILING THAT THEIR FIRST CAIQY01 RELATIONSHIP, WHICH
      *    ALSO SUPPLIES THE NAME CARRIED ON THE KYC RECORD.
       FIND-KYC-CUSTOMER.
           MOVE 'N'                 TO WS-KYC-CUST-FOUND
           MOVE SPACES              TO WS-KYC-NAME
      *
           MOVE TR-CUST-ID          TO CR-CUST-ID
           MOVE LOW-VALUES          TO CR-ACCT-NO
           START CUSTFILE KEY NOT < CR-CUST-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF  WS-CUST-FILE-STATUS = '00'
               READ CUSTFILE NEXT RECORD
               END-READ
           END-IF
           IF  WS-CUST-FILE-STATUS = '00'
               AND CR-CUST-ID = TR-CUST-ID
               MOVE 'Y'             TO WS-KYC-CUST-FOUND
               MOVE CR-CUST-NAME    TO WS-KYC-NAME
               GO TO FIND-KYC-CUSTOMER-EXIT
           END-IF
      *
           MOVE TR-CUST-ID          TO RL-CUST-ID
           START RELFILE KEY = RL-CUST-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF  WS-REL-FILE-STATUS = '00'
               READ RELFILE NEXT RECORD
               END-READ
           END-IF
           IF  WS-REL-FILE-STATUS = '00'
               AND RL-CUST-ID = TR-CUST-ID
               MOVE 'Y'             TO WS-KYC-CUST-FOUND
               MOVE RL-CUST-NAME    TO WS-KYC-NAME
           END-IF.
      *
       FIND-KYC-CUSTOMER-EXIT.
           EXIT.
      *
      *    SET-KYC-FIELDS - THE REVIEW AS SENT.  A BLANK NEXT-DUE
      *    DATE IS SET THE INTERVAL FOR THE RISK AFTER THE REVIEW
      *    DATE; A 29 FEBRUARY THAT LANDS IN A COMMON YEAR BECOMES
      *    THE 28TH.
       SET-KYC-FIELDS.
           MOVE WS-KYC-NAME         TO KY-CUST-NAME
           MOVE TR-KYC-REVIEW-DATE  TO KY-REVIEW-DATE
           MOVE TR-KYC-RISK         TO KY-RISK
      *
           IF  TR-KYC-NEXT-DUE NOT = SPACES
               MOVE TR-KYC-NEXT-DUE TO KY-NEXT-DUE
           ELSE
               MOVE TR-KYC-REVIEW-DATE  TO WS-KYC-DUE-DATE
               EVALUATE TR-KYC-RISK
                   WHEN 'H'
                       ADD WS-KYC-YEARS-H  TO WS-KYC-DUE-YYYY
                   WHEN 'M'
                       ADD WS-KYC-YEARS-M  TO WS-KYC-DUE-YYYY
                   WHEN OTHER
                       ADD WS-KYC-YEARS-L  TO WS-KYC-DUE-YYYY
               END-EVALUATE
               IF  WS-KYC-DUE-MM = 2 AND WS-KYC-DUE-DD = 29
                   MOVE 28          TO WS-KYC-DUE-DD
               END-IF
               MOVE WS-KYC-DUE-DATE TO KY-NEXT-DUE
           END-IF
      *
           ACCEPT WS-TIME-OF-DAY    FROM TIME
           MOVE WS-RUN-DATE         TO KY-UPD-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO KY-UPD-TIME
           MOVE 'CAIQ04'            TO KY-UPD-PROGRAM
           MOVE SPACES              TO KY-UPD-OPER-ID.
      *
       REJECT-TRAN-REC.
           MOVE TR-CUST-ID          TO CR-CUST-ID
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE TRLR-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
      *
           MOVE WS-KYC-COUNT        TO TOT-KYC-COUNT
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       CLOSE-ALL.
           CLOSE TRANFILE
                   MOVE WS-RC-TIME (1:6)  TO RC-END-TIME
                   COMPUTE RC-RECORD-COUNT =
                       WS-ADD-COUNT + WS-CHANGE-COUNT
                       + WS-DELETE-COUNT + WS-KYC-COUNT
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           DISPLAY 'RUN CONTROL END REWRITE ERROR: '
