      *
       01  WS-REJECT-REASON        PIC X(03).
      *
      *    WS-KYC-DATE - A 'K' RECORD'S DATES, BROKEN OUT FOR THE
      *    CALENDAR CHECK.
       01  WS-KYC-DATE             PIC 9(08).
       01  FILLER REDEFINES WS-KYC-DATE.
           05  WS-KYC-YYYY         PIC 9(04).
           05  WS-KYC-MM           PIC 9(02).
           05  WS-KYC-DD           PIC 9(02).
       01  WS-KYC-DATE-OK          PIC X(01).
       01  WS-MONTH-DAYS           PIC 9(02).
       01  WS-LEAP-QUOT            PIC 9(04).
       01  WS-LEAP-REM-4           PIC 9(04).
       01  WS-LEAP-REM-100         PIC 9(04).
       01  WS-LEAP-REM-400         PIC 9(04).
       01  WS-MONTH-LENGTHS        PIC X(24)
               VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH     PIC 9(02) OCCURS 12 TIMES.
      *
      *    WS-VALID-STATUS-* - THE ACCOUNT STATUSES A FEED RECORD IS
      *    ALLOWED TO CARRY, KEPT AS WORKING-STORAGE RATHER THAN
      *    88-LEVELS UNDER THE SHARED CAIQTR01 LAYOUT, SAME AS THE
      *    (SPACES WHEN THE RECORD IS CLEAN).  EVERY ACTION NEEDS A
      *    USABLE KEY - THE CUSTOMER ID AND THE ACCOUNT NUMBER,
      *    WHICH TOGETHER ARE THE CAIQF01 KEY; ADDS AND CHANGES
      *    ALSO NEED A NUMERIC BALANCE AND AN ALLOWED STATUS.  A
      *    KYC REVIEW ('K') IS BY CUSTOMER AND NEEDS NO ACCOUNT,
      *    BUT ITS REVIEW DATE, RISK AND ANY NEXT-DUE DATE ARE
      *    EDITED INSTEAD.
       EDIT-TRAN-REC.
           MOVE SPACES              TO WS-REJECT-REASON
      *
           IF  TR-ACTION-CODE NOT = 'A'
               AND TR-ACTION-CODE NOT = 'C'
               AND TR-ACTION-CODE NOT = 'D'
               AND TR-ACTION-CODE NOT = 'K'
               MOVE 'ACT'           TO WS-REJECT-REASON
               MOVE 'INVALID ACTION CODE' TO DTL-REASON-TEXT
               GO TO EDIT-TRAN-EXIT
               GO TO EDIT-TRAN-EXIT
           END-IF
      *
           IF  TR-ACTION-CODE = 'K'
               AND TR-ACCT-NO = SPACES
               CONTINUE
           ELSE
               IF  TR-ACCT-NO = SPACES
                   OR TR-ACCT-NO NOT NUMERIC
                   MOVE 'ACC'       TO WS-REJECT-REASON
                   MOVE 'ACCT NO BLANK OR NOT NUMERIC'
                                    TO DTL-REASON-TEXT
                   GO TO EDIT-TRAN-EXIT
               END-IF
           END-IF
      *
           IF  TR-ACTION-CODE = 'K'
               PERFORM EDIT-KYC-FIELDS
               IF  WS-REJECT-REASON NOT = SPACES
                   GO TO EDIT-TRAN-EXIT
               END-IF
           END-IF
      *
      *    THE EFFECTIVE DATE IS OPTIONAL (SPACES OR ZEROS MEANS
       EDIT-TRAN-EXIT.
           EXIT.
      *
      *    EDIT-KYC-FIELDS - A 'K' RECORD NEEDS A CALENDAR-VALID
      *    REVIEW DATE NOT PAST THE BUSINESS DATE AND A RISK OF L,
      *    M OR H.  THE NEXT-DUE DATE MAY BE LEFT BLANK (THE APPLY
      *    STEP SETS IT FROM THE RISK); WHEN GIVEN IT MUST BE A
      *    DATE AFTER THE REVIEW.
       EDIT-KYC-FIELDS.
           MOVE 'N'                 TO WS-KYC-DATE-OK
           IF  TR-KYC-REVIEW-DATE NUMERIC
               MOVE TR-KYC-REVIEW-DATE  TO WS-KYC-DATE
               PERFORM CHECK-KYC-CALENDAR
               IF  TR-KYC-REVIEW-DATE > WS-BUS-DATE
                   MOVE 'N'         TO WS-KYC-DATE-OK
               END-IF
           END-IF
           IF  WS-KYC-DATE-OK = 'N'
               MOVE 'KYD'           TO WS-REJECT-REASON
               MOVE 'KYC REVIEW DATE NOT VALID'
                                    TO DTL-REASON-TEXT
           ELSE
               IF  TR-KYC-RISK NOT = 'L'
                   AND TR-KYC-RISK NOT = 'M'
                   AND TR-KYC-RISK NOT = 'H'
                   MOVE 'KYR'       TO WS-REJECT-REASON
                   MOVE 'KYC RISK NOT L, M OR H'
                                    TO DTL-REASON-TEXT
               ELSE
                   IF  TR-KYC-NEXT-DUE NOT = SPACES
                       PERFORM EDIT-KYC-NEXT-DUE
                   END-IF
               END-IF
           END-IF.
      *
       EDIT-KYC-NEXT-DUE.
           MOVE 'N'                 TO WS-KYC-DATE-OK
           IF  TR-KYC-NEXT-DUE NUMERIC
               MOVE TR-KYC-NEXT-DUE TO WS-KYC-DATE
               PERFORM CHECK-KYC-CALENDAR
               IF  TR-KYC-NEXT-DUE NOT > TR-KYC-REVIEW-DATE
                   MOVE 'N'         TO WS-KYC-DATE-OK
               END-IF
           END-IF
           IF  WS-KYC-DATE-OK = 'N'
               MOVE 'KYN'           TO WS-REJECT-REASON
               MOVE 'KYC NEXT-DUE DATE NOT VALID'
                                    TO DTL-REASON-TEXT
           END-IF.
      *
      *    CHECK-KYC-CALENDAR - WS-KYC-DATE-OK IS 'Y' ONLY WHEN
      *    WS-KYC-DATE IS A REAL CALENDAR DATE: MONTH 01-12 AND A DAY
      *    NO LATER THAN THE END OF THAT MONTH, WITH 29 FEBRUARY IN
      *    LEAP YEARS ONLY.
       CHECK-KYC-CALENDAR.
           MOVE 'N'                 TO WS-KYC-DATE-OK
           IF  WS-KYC-YYYY > 1600
               AND WS-KYC-MM > 0 AND WS-KYC-MM < 13
               MOVE WS-MONTH-LENGTH (WS-KYC-MM) TO WS-MONTH-DAYS
               IF  WS-KYC-MM = 2
                   DIVIDE WS-KYC-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-KYC-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-KYC-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF  WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29      TO WS-MONTH-DAYS
                   END-IF
               END-IF
               IF  WS-KYC-DD > 0 AND WS-KYC-DD NOT > WS-MONTH-DAYS
                   MOVE 'Y'         TO WS-KYC-DATE-OK
               END-IF
           END-IF.
      *
      *    PROCESS-TRAILER-REC - CROSSFOOTS THE FEED'S OWN CONTROL
      *    TOTALS AGAINST WHAT WAS ACTUALLY READ.  THE SUPPLIER'S
      *    BALANCE TOTAL COVERS THE A/C RECORDS, WHICH IS WHAT
