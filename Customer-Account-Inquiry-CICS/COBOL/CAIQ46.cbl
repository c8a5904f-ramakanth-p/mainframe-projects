      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ46.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    CUSTFILE - CAIQF01 READ FRONT TO BACK.  IT IS IN
      *    CUSTOMER ORDER, SO EACH CUSTOMER'S ACCOUNTS ARRIVE
      *    TOGETHER AND THE CUSTOMER IS REPORTED ONCE, UNDER THE
      *    BRANCH OF THEIR FIRST ACCOUNT STILL IN USE.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT KYCFILE ASSIGN TO CAIQKY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.
           SELECT BRMFILE ASSIGN TO CAIQB01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR27
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  CUSTFILE RECORDING MODE IS F.
       01  CUST-REC.
           COPY CAIQCR01.
      *
       FD  KYCFILE RECORDING MODE IS F.
       01  KYC-REC.
           COPY CAIQKY01.
      *
       FD  BRMFILE RECORDING MODE IS F.
       01  BRANCH-REC.
           COPY CAIQBR01.
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-KYC-FILE-STATUS      PIC XX.
       01  WS-BRM-FILE-STATUS      PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-CUST-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-NEXT-DUE-N           PIC 9(08).
       01  WS-DAYS-TO-DUE          PIC S9(05) COMP-3.
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
      *    WS-RUN-PERIOD - THE REPORT MONTH AS YYYYMM00, TAKEN FROM
      *    THE BUSINESS DATE.  IT KEYS THE RUN-CONTROL RECORD, SO
      *    THE REPORT RUNS ONCE A MONTH.
       01  WS-RUN-PERIOD.
           05  WS-RUN-MONTH        PIC X(06).
           05  FILLER              PIC X(02) VALUE '00'.
      *
      *    WS-KYC-GRACE-DAYS - HOW LONG PAST ITS NEXT-DUE DATE A
      *    REVIEW MAY RUN BEFORE TELLER POSTINGS ARE REFUSED; THE
      *    SAME AS THE POSTING TRANSACTION, THE INQUIRY AND THE KYC
      *    SCREEN.  WS-KYC-WARN-DAYS - A REVIEW FALLING DUE WITHIN
      *    THIS MANY DAYS OF THE BUSINESS DATE IS LISTED AS COMING
      *    DUE, SO THE BRANCH HAS TIME TO BOOK IT.
       01  WS-KYC-GRACE-DAYS       PIC 9(03) VALUE 30.
       01  WS-KYC-WARN-DAYS        PIC 9(03) VALUE 60.
      *
      *    WS-CUR- - THE CUSTOMER WHOSE ACCOUNTS ARE BEING READ.
      *    A CLOSED OR ESCHEATED ACCOUNT DOES NOT PLACE THE
      *    CUSTOMER AT A BRANCH; A CUSTOMER WITH NO OTHER KIND IS
      *    NOT REPORTED.
       01  WS-CUR-CUST-ID          PIC X(10).
       01  WS-CUR-CUST-NAME        PIC X(30).
       01  WS-CUR-BRANCH           PIC X(06).
       01  WS-CLOSED-STATUS        PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS       PIC X(10) VALUE 'ESCHEATED'.
       01  WS-KYC-CLASS            PIC X(01).
      *
       01  WS-ACCT-COUNT           PIC 9(9) VALUE 0.
       01  WS-CUST-COUNT           PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(9) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-BLOCKED-COUNT        PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(9) VALUE 0.
       01  WS-NONE-COUNT           PIC 9(9) VALUE 0.
       01  WS-HIGH-COUNT           PIC 9(9) VALUE 0.
      *
      *    WS-KYC-TABLE - ONE ENTRY PER CUSTOMER WHOSE REVIEW IS
      *    COMING DUE, OVERDUE OR BLOCKED.  KN-CLASS: 'B' BLOCKED
      *    (PAST THE GRACE PERIOD), 'O' OVERDUE, 'D' COMING DUE.
       01  WS-KN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-KYC-TABLE.
           05  WS-KYC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KN-IDX.
               10  KN-BRANCH-CODE      PIC X(06).
               10  KN-CUST-ID          PIC X(10).
               10  KN-CUST-NAME        PIC X(30).
               10  KN-RISK             PIC X(01).
               10  KN-REVIEW-DATE      PIC X(08).
               10  KN-NEXT-DUE         PIC X(08).
               10  KN-DAYS-TO-DUE      PIC S9(05) COMP-3.
               10  KN-CLASS            PIC X(01).
      *
      *    WS-NONE-TOTALS - CUSTOMERS WITH NO REVIEW ON FILE ARE
      *    COUNTED BY BRANCH, NOT LISTED: UNTIL THE REVIEWS ARE
      *    LOADED THAT IS EVERY CUSTOMER, TOO MANY TO TABLE ONE BY
      *    ONE AND TOO MANY FOR THE LISTING TO BE OF USE.  THE KYC
      *    SCREEN SHOWS ANY ONE CUSTOMER'S POSITION.
       01  WS-NONE-TOTAL-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-NB-FOUND             PIC X VALUE 'N'.
       01  WS-NB-KEY               PIC X(06).
       01  WS-NONE-TOTALS.
           05  WS-NONE-TOTAL OCCURS 500 TIMES
                   INDEXED BY WS-NB-IDX.
               10  NB-BRANCH-CODE      PIC X(06).
               10  NB-COUNT            PIC 9(9).
      *
      *    BRANCH SEQUENCING - THE LOWEST BRANCH CODE ABOVE THE
      *    ONE LAST PRINTED, AS IN THE DRAWER BALANCING REPORT.
       01  WS-LAST-BRANCH          PIC X(06).
       01  WS-NEXT-BRANCH          PIC X(06).
       01  WS-BRANCH-DONE          PIC X(01).
      *
       01  WS-BRANCH-TOTALS.
           05  WS-BT-BLOCKED       PIC 9(05).
           05  WS-BT-OVERDUE       PIC 9(05).
           05  WS-BT-DUE           PIC 9(05).
           05  WS-BT-NONE          PIC 9(05).
           05  WS-BT-HIGH          PIC 9(05).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(29)
               VALUE 'KYC REVIEWS DUE AND OVERDUE'.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  HDG-MONTH           PIC X(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(33) VALUE SPACES.
      *
       01  BRANCH-HDG-LINE.
           05  FILLER              PIC X(08) VALUE 'BRANCH: '.
           05  BHDG-BRANCH-CODE    PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BHDG-BRANCH-NAME    PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'REGION: '.
           05  BHDG-REGION         PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'NAME'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'RISK'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'REVIEWED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'NEXT DUE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE '        DAYS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'STATUS'.
           05  FILLER              PIC X(34) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CUST-NAME       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-RISK            PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DTL-REVIEW-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-NEXT-DUE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DAYS            PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-STATUS          PIC X(20).
           05  FILLER              PIC X(34) VALUE SPACES.
      *
       01  WS-DAYS-DISP            PIC ZZ,ZZ9.
      *
       01  SUBTRL-LINE.
           05  FILLER              PIC X(10) VALUE 'BLOCKED: '.
           05  SUBTRL-BLOCKED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  OVERDUE:  '.
           05  SUBTRL-OVERDUE      PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  COMING DUE:'.
           05  SUBTRL-DUE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  NO REVIEW: '.
           05  SUBTRL-NONE         PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  HIGH RISK: '.
           05  SUBTRL-HIGH         PIC ZZ,ZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(16) VALUE 'CUSTOMERS READ: '.
           05  TOT-CUSTOMERS       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(21)
               VALUE '  NO ACTIVE ACCOUNT: '.
           05  TOT-INACTIVE        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  LISTED:   '.
           05  TOT-LISTED          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(16) VALUE 'BLOCKED:        '.
           05  TOT-BLOCKED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  OVERDUE:  '.
           05  TOT-OVERDUE         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(15) VALUE '  COMING DUE:  '.
           05  TOT-DUE             PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  NO REVIEW:  '.
           05  TOT-NONE            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  HIGH RISK:  '.
           05  TOT-HIGH            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-CUSTOMERS
           PERFORM PRINT-HEADER
      *
           MOVE LOW-VALUES          TO WS-LAST-BRANCH
           MOVE 'N'                 TO WS-BRANCH-DONE
           PERFORM PRINT-NEXT-BRANCH
                   UNTIL WS-BRANCH-DONE = 'Y'
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END THRU RUN-CONTROL-END-EXIT
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN INPUT CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT KYCFILE
           IF  WS-KYC-FILE-STATUS NOT = '00'
               DISPLAY 'KYC REVIEW FILE OPEN ERROR: '
                       WS-KYC-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT BRMFILE
           IF  WS-BRM-FILE-STATUS NOT = '00'
               DISPLAY 'BRANCH MASTER OPEN ERROR: ' WS-BRM-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT RPTFILE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    LOAD-CUSTOMERS - A CHANGE OF CUSTOMER ID FINISHES THE
      *    CUSTOMER BEFORE IT; END OF FILE FINISHES THE LAST ONE.
       LOAD-CUSTOMERS.
           MOVE SPACES              TO WS-CUR-CUST-ID
           PERFORM READ-CUSTFILE
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               ADD 1                TO WS-ACCT-COUNT
               IF  CR-CUST-ID NOT = WS-CUR-CUST-ID
                   IF  WS-CUR-CUST-ID NOT = SPACES
                       PERFORM FINISH-CUSTOMER THRU
                               FINISH-CUSTOMER-EXIT
                   END-IF
                   MOVE CR-CUST-ID      TO WS-CUR-CUST-ID
                   MOVE CR-CUST-NAME    TO WS-CUR-CUST-NAME
                   MOVE SPACES          TO WS-CUR-BRANCH
               END-IF
               IF  WS-CUR-BRANCH = SPACES
                   AND CR-ACCT-STATUS NOT = WS-CLOSED-STATUS
                   AND CR-ACCT-STATUS NOT = WS-ESCHEAT-STATUS
                   MOVE CR-BRANCH-CODE  TO WS-CUR-BRANCH
               END-IF
               PERFORM READ-CUSTFILE
           END-PERFORM
      *
           IF  WS-CUR-CUST-ID NOT = SPACES
               PERFORM FINISH-CUSTOMER THRU FINISH-CUSTOMER-EXIT
           END-IF.
      *
       READ-CUSTFILE.
           READ CUSTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-CUST-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-CUST-EOF
               WHEN OTHER
                   DISPLAY 'CUSTOMER READ ERROR: ' WS-CUST-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    FINISH-CUSTOMER - CLASSIFIES THE CUSTOMER'S REVIEW BY
      *    DAYS FROM THE BUSINESS DATE TO ITS NEXT-DUE DATE.  A
      *    REVIEW NOT YET WITHIN THE WARNING WINDOW IS CURRENT AND
      *    IS NOT LISTED.  A NEXT-DUE DATE THAT IS NOT A CALENDAR
      *    DATE IS COUNTED AS NO REVIEW - IT CANNOT BE RELIED ON.
       FINISH-CUSTOMER.
           IF  WS-CUR-BRANCH = SPACES
               ADD 1                TO WS-INACTIVE-COUNT
               GO TO FINISH-CUSTOMER-EXIT
           END-IF
           ADD 1                    TO WS-CUST-COUNT
      *
           MOVE WS-CUR-CUST-ID      TO KY-CUST-ID
           READ KYCFILE
               INVALID KEY
                   MOVE SPACES      TO KYC-REC
                   MOVE WS-CUR-CUST-ID  TO KY-CUST-ID
           END-READ
      *
           MOVE 0                   TO WS-DAYS-TO-DUE
           MOVE SPACE               TO WS-KYC-CLASS
           IF  KY-NEXT-DUE = SPACES OR KY-NEXT-DUE NOT NUMERIC
               MOVE 'N'             TO WS-KYC-CLASS
           ELSE
               MOVE KY-NEXT-DUE     TO WS-NEXT-DUE-N
               IF  FUNCTION TEST-DATE-YYYYMMDD (WS-NEXT-DUE-N) NOT = 0
                   MOVE 'N'         TO WS-KYC-CLASS
               END-IF
           END-IF
      *
           IF  WS-KYC-CLASS = 'N'
               PERFORM ADD-NONE-TOTAL THRU ADD-NONE-TOTAL-EXIT
               GO TO FINISH-CUSTOMER-EXIT
           END-IF
      *
           COMPUTE WS-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE-N)
               - FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < 0 - WS-KYC-GRACE-DAYS
                   MOVE 'B'         TO WS-KYC-CLASS
               WHEN WS-DAYS-TO-DUE < 0
                   MOVE 'O'         TO WS-KYC-CLASS
               WHEN WS-DAYS-TO-DUE NOT > WS-KYC-WARN-DAYS
                   MOVE 'D'         TO WS-KYC-CLASS
               WHEN OTHER
                   GO TO FINISH-CUSTOMER-EXIT
           END-EVALUATE
      *
           IF  WS-KN-COUNT < 2000
               ADD 1                TO WS-KN-COUNT
               SET WS-KN-IDX        TO WS-KN-COUNT
               MOVE WS-CUR-BRANCH   TO KN-BRANCH-CODE (WS-KN-IDX)
               MOVE WS-CUR-CUST-ID  TO KN-CUST-ID (WS-KN-IDX)
               MOVE WS-CUR-CUST-NAME  TO KN-CUST-NAME (WS-KN-IDX)
               MOVE KY-RISK         TO KN-RISK (WS-KN-IDX)
               MOVE KY-REVIEW-DATE  TO KN-REVIEW-DATE (WS-KN-IDX)
               MOVE KY-NEXT-DUE     TO KN-NEXT-DUE (WS-KN-IDX)
               MOVE WS-DAYS-TO-DUE  TO KN-DAYS-TO-DUE (WS-KN-IDX)
               MOVE WS-KYC-CLASS    TO KN-CLASS (WS-KN-IDX)
           ELSE
               DISPLAY 'KYC REPORT TABLE FULL - NOT REPORTED: '
                       WS-CUR-CUST-ID
               MOVE 8               TO RETURN-CODE
           END-IF.
      *
       FINISH-CUSTOMER-EXIT.
           EXIT.
      *
      *    ADD-NONE-TOTAL - ONE MORE CUSTOMER WITH NO REVIEW ON FILE
      *    AT THE CUSTOMER'S BRANCH.
       ADD-NONE-TOTAL.
           MOVE WS-CUR-BRANCH       TO WS-NB-KEY
           PERFORM FIND-NONE-TOTAL
      *
           IF  WS-NB-FOUND = 'N'
               IF  WS-NONE-TOTAL-COUNT < 500
                   ADD 1                TO WS-NONE-TOTAL-COUNT
                   SET WS-NB-IDX        TO WS-NONE-TOTAL-COUNT
                   MOVE WS-CUR-BRANCH   TO NB-BRANCH-CODE (WS-NB-IDX)
                   MOVE 0               TO NB-COUNT (WS-NB-IDX)
               ELSE
                   DISPLAY 'KYC BRANCH TABLE FULL - NOT COUNTED: '
                           WS-CUR-CUST-ID
                   MOVE 8               TO RETURN-CODE
                   GO TO ADD-NONE-TOTAL-EXIT
               END-IF
           END-IF
      *
           ADD 1                    TO NB-COUNT (WS-NB-IDX).
      *
       ADD-NONE-TOTAL-EXIT.
           EXIT.
      *
      *    FIND-NONE-TOTAL - LOOKS WS-NB-KEY UP IN THE NO-REVIEW
      *    BRANCH COUNTS; WS-NB-IDX IS LEFT ON THE ENTRY WHEN FOUND.
       FIND-NONE-TOTAL.
           MOVE 'N'                 TO WS-NB-FOUND
           SET WS-NB-IDX            TO 1
           PERFORM SCAN-NONE-TOTAL
                   UNTIL WS-NB-FOUND = 'Y'
                      OR WS-NB-IDX > WS-NONE-TOTAL-COUNT.
      *
       SCAN-NONE-TOTAL.
           IF  WS-NB-KEY = NB-BRANCH-CODE (WS-NB-IDX)
               MOVE 'Y'             TO WS-NB-FOUND
           ELSE
               SET WS-NB-IDX        UP BY 1
           END-IF.
      *
       PRINT-HEADER.
           MOVE WS-RUN-MONTH        TO HDG-MONTH
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
      *    PRINT-NEXT-BRANCH - FINDS THE NEXT BRANCH IN CODE ORDER,
      *    FROM EITHER THE LISTED CUSTOMERS OR THE NO-REVIEW COUNTS,
      *    AND PRINTS ITS CUSTOMERS WITH A BRANCH SUBTOTAL.
       PRINT-NEXT-BRANCH.
           MOVE HIGH-VALUES         TO WS-NEXT-BRANCH
           SET WS-KN-IDX            TO 1
           PERFORM FIND-NEXT-BRANCH
                   UNTIL WS-KN-IDX > WS-KN-COUNT
           SET WS-NB-IDX            TO 1
           PERFORM FIND-NEXT-NONE-BRANCH
                   UNTIL WS-NB-IDX > WS-NONE-TOTAL-COUNT
      *
           IF  WS-NEXT-BRANCH = HIGH-VALUES
               MOVE 'Y'             TO WS-BRANCH-DONE
           ELSE
               PERFORM PRINT-BRANCH-HEADER
               INITIALIZE WS-BRANCH-TOTALS
               SET WS-KN-IDX        TO 1
               PERFORM PRINT-BRANCH-CUSTOMER
                       UNTIL WS-KN-IDX > WS-KN-COUNT
               MOVE WS-NEXT-BRANCH  TO WS-NB-KEY
               PERFORM FIND-NONE-TOTAL
               IF  WS-NB-FOUND = 'Y'
                   MOVE NB-COUNT (WS-NB-IDX)  TO WS-BT-NONE
                   ADD NB-COUNT (WS-NB-IDX)   TO WS-NONE-COUNT
               END-IF
               PERFORM PRINT-BRANCH-SUBTOTAL
               MOVE WS-NEXT-BRANCH  TO WS-LAST-BRANCH
           END-IF.
      *
       FIND-NEXT-BRANCH.
           IF  KN-BRANCH-CODE (WS-KN-IDX) > WS-LAST-BRANCH
               AND KN-BRANCH-CODE (WS-KN-IDX) < WS-NEXT-BRANCH
               MOVE KN-BRANCH-CODE (WS-KN-IDX)  TO WS-NEXT-BRANCH
           END-IF
           SET WS-KN-IDX            UP BY 1.
      *
       FIND-NEXT-NONE-BRANCH.
           IF  NB-BRANCH-CODE (WS-NB-IDX) > WS-LAST-BRANCH
               AND NB-BRANCH-CODE (WS-NB-IDX) < WS-NEXT-BRANCH
               MOVE NB-BRANCH-CODE (WS-NB-IDX)  TO WS-NEXT-BRANCH
           END-IF
           SET WS-NB-IDX            UP BY 1.
      *
       PRINT-BRANCH-HEADER.
           MOVE WS-NEXT-BRANCH      TO BHDG-BRANCH-CODE
           MOVE WS-NEXT-BRANCH      TO BR-BRANCH-CODE
           READ BRMFILE
               INVALID KEY
                   MOVE '** UNKNOWN BRANCH **'  TO BR-BRANCH-NAME
                   MOVE SPACES      TO BR-REGION
           END-READ
           MOVE BR-BRANCH-NAME      TO BHDG-BRANCH-NAME
           MOVE BR-REGION           TO BHDG-REGION
      *
           MOVE BRANCH-HDG-LINE     TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-CUSTOMER.
           IF  KN-BRANCH-CODE (WS-KN-IDX) = WS-NEXT-BRANCH
               PERFORM PRINT-CUSTOMER-LINE
           END-IF
           SET WS-KN-IDX            UP BY 1.
      *
      *    PRINT-CUSTOMER-LINE - DAYS ARE SHOWN AS DAYS OVERDUE OR
      *    DAYS TO GO.
       PRINT-CUSTOMER-LINE.
           MOVE KN-CUST-ID (WS-KN-IDX)      TO DTL-CUST-ID
           MOVE KN-CUST-NAME (WS-KN-IDX)    TO DTL-CUST-NAME
           MOVE KN-RISK (WS-KN-IDX)         TO DTL-RISK
           MOVE KN-REVIEW-DATE (WS-KN-IDX)  TO DTL-REVIEW-DATE
           MOVE KN-NEXT-DUE (WS-KN-IDX)     TO DTL-NEXT-DUE
           MOVE SPACES                      TO DTL-DAYS
      *
           EVALUATE KN-CLASS (WS-KN-IDX)
               WHEN 'B'
                   MOVE 'BLOCKED - PAST GRACE' TO DTL-STATUS
                   ADD 1            TO WS-BT-BLOCKED
                   ADD 1            TO WS-BLOCKED-COUNT
               WHEN 'O'
                   MOVE 'OVERDUE'   TO DTL-STATUS
                   ADD 1            TO WS-BT-OVERDUE
                   ADD 1            TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE 'COMING DUE' TO DTL-STATUS
                   ADD 1            TO WS-BT-DUE
                   ADD 1            TO WS-DUE-COUNT
           END-EVALUATE
      *
           IF  KN-DAYS-TO-DUE (WS-KN-IDX) < 0
               COMPUTE WS-DAYS-DISP =
                       0 - KN-DAYS-TO-DUE (WS-KN-IDX)
               STRING WS-DAYS-DISP ' OVER'
                      DELIMITED BY SIZE INTO DTL-DAYS
           ELSE
               MOVE KN-DAYS-TO-DUE (WS-KN-IDX)  TO WS-DAYS-DISP
               STRING WS-DAYS-DISP ' TO GO'
                      DELIMITED BY SIZE INTO DTL-DAYS
           END-IF
      *
           IF  KN-RISK (WS-KN-IDX) = 'H'
               ADD 1                TO WS-BT-HIGH
               ADD 1                TO WS-HIGH-COUNT
           END-IF
           ADD 1                    TO WS-LISTED-COUNT
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-SUBTOTAL.
           MOVE WS-BT-BLOCKED       TO SUBTRL-BLOCKED
           MOVE WS-BT-OVERDUE       TO SUBTRL-OVERDUE
           MOVE WS-BT-DUE           TO SUBTRL-DUE
           MOVE WS-BT-NONE          TO SUBTRL-NONE
           MOVE WS-BT-HIGH          TO SUBTRL-HIGH
      *
           MOVE SUBTRL-LINE         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
      *
       PRINT-TOTALS.
           MOVE WS-CUST-COUNT       TO TOT-CUSTOMERS
           MOVE WS-INACTIVE-COUNT   TO TOT-INACTIVE
           MOVE WS-LISTED-COUNT     TO TOT-LISTED
           MOVE WS-BLOCKED-COUNT    TO TOT-BLOCKED
           MOVE WS-OVERDUE-COUNT    TO TOT-OVERDUE
           MOVE WS-DUE-COUNT        TO TOT-DUE
           MOVE WS-NONE-COUNT       TO TOT-NONE
           MOVE WS-HIGH-COUNT       TO TOT-HIGH
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'ACCOUNTS READ:            ' WS-ACCT-COUNT
           DISPLAY 'CUSTOMERS REPORTED ON:    ' WS-CUST-COUNT
           DISPLAY 'NO ACTIVE ACCOUNT:        ' WS-INACTIVE-COUNT
           DISPLAY 'BLOCKED - PAST GRACE:     ' WS-BLOCKED-COUNT
           DISPLAY 'OVERDUE:                  ' WS-OVERDUE-COUNT
           DISPLAY 'COMING DUE:               ' WS-DUE-COUNT
           DISPLAY 'NO REVIEW ON FILE:        ' WS-NONE-COUNT
           DISPLAY 'HIGH RISK LISTED:         ' WS-HIGH-COUNT.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE KYCFILE
           CLOSE BRMFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE, AND ITS MONTH THE REPORT MONTH; A 'C'
      *    RECORD FOR THIS PROGRAM AND MONTH MEANS THE MONTH'S
      *    REPORT IS ALREADY DONE AND THE JOB REFUSES TO RUN TWICE.
      *    AN 'S' LEFT BY AN ABENDED RUN PERMITS THE RERUN.
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
           MOVE WS-BUS-DATE (1:6)   TO WS-RUN-MONTH
           DISPLAY 'BUSINESS DATE IN EFFECT: ' WS-BUS-DATE
           DISPLAY 'REPORT MONTH:            ' WS-RUN-MONTH
      *
           MOVE 'CAIQ46'            TO RC-PROGRAM-ID
           MOVE WS-RUN-PERIOD       TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'RUN ALREADY COMPLETED FOR MONTH '
                               WS-RUN-MONTH
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
           MOVE 'CAIQ46'            TO RC-PROGRAM-ID
           MOVE WS-RUN-PERIOD       TO RC-RUN-DATE
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
      *    STOP WITHOUT COMING HERE AND LEAVE THE 'S' BEHIND.  A RUN
      *    THAT REACHED THE END WITH A NONZERO RETURN CODE (A TABLE
      *    FILLED AND CUSTOMERS WERE LEFT OFF) ALSO LEAVES THE 'S',
      *    SO THE MONTH CAN BE RERUN ONCE THE TABLE IS RAISED.  THE
      *    RECORD COUNT IS THE NUMBER OF CUSTOMERS LISTED.
       RUN-CONTROL-END.
           IF  RETURN-CODE NOT = 0
               DISPLAY 'RUN NOT MARKED COMPLETE - NONZERO RETURN '
                       'CODE; RERUN PERMITTED'
               CLOSE RUNCTL
               GO TO RUN-CONTROL-END-EXIT
           END-IF
      *
           MOVE 'CAIQ46'            TO RC-PROGRAM-ID
           MOVE WS-RUN-PERIOD       TO RC-RUN-DATE
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
                   MOVE WS-LISTED-COUNT  TO RC-RECORD-COUNT
                   REWRITE RUNCTL-REC
                       INVALID KEY
                           DISPLAY 'RUN CONTROL END REWRITE ERROR: '
                                   WS-RC-FILE-STATUS
                   END-REWRITE
           END-READ
      *
           CLOSE RUNCTL.
      *
       RUN-CONTROL-END-EXIT.
           EXIT.
      *
       STOP-PROCESS.
           STOP RUN.
