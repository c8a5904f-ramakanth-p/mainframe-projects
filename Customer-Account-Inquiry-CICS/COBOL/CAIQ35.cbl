      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ35.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    HOLDFILE - THE CAIQL01 ACCOUNT HOLD FILE, READ FRONT TO
      *    BACK AND UPDATED IN PLACE.
           SELECT HOLDFILE ASSIGN TO CAIQL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPH01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  HOLDFILE RECORDING MODE IS F.
       01  HOLD-REC.
           COPY CAIQHD01.
      *
      *    PARMFILE IS OPTIONAL - A MISSING DD (OR A DD DUMMY)
      *    LEAVES THE LAPSE WARNING AT ITS DEFAULT OF SEVEN DAYS.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           05  PH-WARN-DAYS        PIC 9(03).
           05  FILLER              PIC X(77).
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
       01  WS-HOLD-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-HOLD-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
      *    WS-WARN-DAYS / WS-WARN-DATE - AN ACTIVE HOLD EXPIRING ON
      *    OR BEFORE THE WARNING DATE IS LISTED AS ABOUT TO LAPSE,
      *    SO WHOEVER PLACED IT CAN RENEW IT (A FRESH COURT ORDER,
      *    A CHEQUE STILL NOT CLEARED) BEFORE THE MONEY FREES UP.
       01  WS-WARN-DAYS            PIC 9(03) VALUE 7.
       01  WS-WARN-DATE            PIC 9(08).
       01  WS-WARN-DATE-X REDEFINES WS-WARN-DATE
                                   PIC X(08).
       01  WS-DATE-INT             PIC S9(9) COMP.
      *
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
      *
       01  WS-HOLD-COUNT           PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(9) VALUE 0.
       01  WS-LAPSING-COUNT        PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(9) VALUE 0.
      *
       01  WS-EXPIRED-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-LAPSING-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-ACTIVE-AMOUNT        PIC S9(11)V99 VALUE 0.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'ACCOUNT HOLD EXPIRY REPORT'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE 'LAPSE WARNING TO '.
           05  HDG-WARN-DATE       PIC X(08).
           05  FILLER              PIC X(10) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'CUST ID'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'REASON'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '         AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PLACED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PLACEDBY'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'EXPIRES'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'ACTION'.
           05  FILLER              PIC X(35) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-REASON          PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-PLACED-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-PLACED-OPER     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-EXPIRY-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACTION          PIC X(20).
           05  FILLER              PIC X(35) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(13) VALUE 'HOLDS READ:  '.
           05  TOT-HOLDS           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE '  STILL ACTIVE: '.
           05  TOT-ACTIVE          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-ACTIVE-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(31)
               VALUE '  RELEASED/EXPIRED EARLIER:    '.
           05  TOT-INACTIVE        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(25) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(13) VALUE 'EXPIRED NOW: '.
           05  TOT-EXPIRED         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-EXPIRED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(16) VALUE '  ABOUT TO LAPSE'.
           05  FILLER              PIC X(02) VALUE ': '.
           05  TOT-LAPSING         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-LAPSING-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(43) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-WARN-PARM
           PERFORM PRINT-HEADER
      *
           PERFORM READ-HOLDFILE
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               PERFORM PROCESS-HOLD-REC
               PERFORM READ-HOLDFILE
           END-PERFORM
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN I-O HOLDFILE
           IF  WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'HOLD FILE OPEN ERROR: ' WS-HOLD-FILE-STATUS
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
      *    LOAD-WARN-PARM - OPTIONAL CAIQPH01 CARD: COLUMNS 1-3 THE
      *    NUMBER OF DAYS AHEAD TO WARN OF LAPSING HOLDS.  ZERO OR
      *    NON-NUMERIC KEEPS THE DEFAULT.
       LOAD-WARN-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   AND PH-WARN-DAYS NUMERIC
                   AND PH-WARN-DAYS > 0
                   MOVE PH-WARN-DAYS    TO WS-WARN-DAYS
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               + WS-WARN-DAYS
           COMPUTE WS-WARN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
      *
           DISPLAY 'LAPSE WARNING DAYS:      ' WS-WARN-DAYS
           DISPLAY 'LAPSE WARNING TO DATE:   ' WS-WARN-DATE.
      *
       READ-HOLDFILE.
           READ HOLDFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-HOLD-FILE-STATUS
               WHEN '00'
                   ADD 1           TO WS-HOLD-COUNT
               WHEN '10'
                   MOVE 'Y'        TO WS-HOLD-EOF
               WHEN OTHER
                   DISPLAY 'HOLD FILE READ ERROR: ' WS-HOLD-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-HOLD-REC - AN ACTIVE HOLD WHOSE EXPIRY DATE IS
      *    BEFORE THE BUSINESS DATE HAS LAPSED: IT IS MARKED 'E'
      *    WITH THE RUN'S STAMP AND NO OPERATOR.  THE ONLINE
      *    AVAILABLE-BALANCE CHECK ALREADY IGNORES IT BY DATE, SO
      *    THIS ONLY TIDIES THE FILE AND REPORTS IT.  AN ACTIVE HOLD
      *    RUNNING OUT BY THE WARNING DATE IS REPORTED, UNCHANGED.
       PROCESS-HOLD-REC.
           IF  HD-STATUS NOT = 'A'
               ADD 1                TO WS-INACTIVE-COUNT
           ELSE
               IF  HD-EXPIRY-DATE < WS-BUS-DATE
                   PERFORM EXPIRE-HOLD
               ELSE
                   ADD 1            TO WS-ACTIVE-COUNT
                   ADD HD-AMOUNT    TO WS-ACTIVE-AMOUNT
                   IF  HD-EXPIRY-DATE NOT > WS-WARN-DATE-X
                       ADD 1        TO WS-LAPSING-COUNT
                       ADD HD-AMOUNT
                                    TO WS-LAPSING-AMOUNT
                       MOVE 'ABOUT TO LAPSE'  TO DTL-ACTION
                       PERFORM PRINT-HOLD-LINE
                   END-IF
               END-IF
           END-IF.
      *
       EXPIRE-HOLD.
           MOVE 'E'                 TO HD-STATUS
           MOVE WS-RUN-DATE         TO HD-STATUS-DATE
           MOVE WS-RUN-TIME         TO HD-STATUS-TIME
           MOVE SPACES              TO HD-STATUS-OPER-ID
      *
           REWRITE HOLD-REC
               INVALID KEY
                   DISPLAY 'HOLD FILE REWRITE ERROR: '
                           WS-HOLD-FILE-STATUS ' KEY ' HD-KEY
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-REWRITE
      *
           ADD 1                    TO WS-EXPIRED-COUNT
           ADD HD-AMOUNT            TO WS-EXPIRED-AMOUNT
           MOVE 'EXPIRED'           TO DTL-ACTION
           PERFORM PRINT-HOLD-LINE.
      *
       PRINT-HOLD-LINE.
           MOVE HD-ACCT-NO          TO DTL-ACCT-NO
           MOVE HD-CUST-ID          TO DTL-CUST-ID
           EVALUATE HD-REASON
               WHEN 'GN'
                   MOVE 'GARNISHMENT'    TO DTL-REASON
               WHEN 'CH'
                   MOVE 'UNCLEARED CHQ'  TO DTL-REASON
               WHEN 'PL'
                   MOVE 'LOAN PLEDGE'    TO DTL-REASON
               WHEN OTHER
                   MOVE 'OTHER'          TO DTL-REASON
           END-EVALUATE
           MOVE HD-AMOUNT           TO DTL-AMOUNT
           MOVE HD-PLACED-DATE      TO DTL-PLACED-DATE
           MOVE HD-PLACED-OPER-ID   TO DTL-PLACED-OPER
           MOVE HD-EXPIRY-DATE      TO DTL-EXPIRY-DATE
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-HEADER.
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE WS-WARN-DATE-X      TO HDG-WARN-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-TOTALS.
           MOVE WS-HOLD-COUNT       TO TOT-HOLDS
           MOVE WS-ACTIVE-COUNT     TO TOT-ACTIVE
           MOVE WS-ACTIVE-AMOUNT    TO TOT-ACTIVE-AMT
           MOVE WS-INACTIVE-COUNT   TO TOT-INACTIVE
           MOVE WS-EXPIRED-COUNT    TO TOT-EXPIRED
           MOVE WS-EXPIRED-AMOUNT   TO TOT-EXPIRED-AMT
           MOVE WS-LAPSING-COUNT    TO TOT-LAPSING
           MOVE WS-LAPSING-AMOUNT   TO TOT-LAPSING-AMT
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'HOLD RECORDS READ:        ' WS-HOLD-COUNT
           DISPLAY 'HOLDS STILL ACTIVE:       ' WS-ACTIVE-COUNT
           DISPLAY 'HOLDS EXPIRED THIS RUN:   ' WS-EXPIRED-COUNT
           DISPLAY 'HOLDS ABOUT TO LAPSE:     ' WS-LAPSING-COUNT
           DISPLAY 'RELEASED/EXPIRED EARLIER: ' WS-INACTIVE-COUNT.
      *
       CLOSE-ALL.
           CLOSE HOLDFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE BEING PROCESSED; A 'C' RECORD FOR THIS
      *    PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED AND THE
      *    JOB REFUSES TO RUN TWICE.  AN 'S' LEFT BY AN ABENDED RUN
      *    PERMITS THE RERUN - EXPIRY IS SAFE TO REPEAT, A HOLD
      *    ALREADY MARKED 'E' IS SIMPLY PASSED OVER.
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
           DISPLAY 'BUSINESS DATE IN EFFECT: ' WS-BUS-DATE
      *
           MOVE 'CAIQ35'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
           READ RUNCTL
               INVALID KEY
                   PERFORM WRITE-RUN-START-REC
               NOT INVALID KEY
                   IF  RC-STATUS = 'C'
                       DISPLAY 'RUN ALREADY COMPLETED FOR BUSINESS '
                               'DATE ' WS-BUS-DATE
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
           END-READ
      *
           MOVE RC-START-DATE       TO WS-RUN-DATE
           MOVE RC-START-TIME       TO WS-RUN-TIME.
      *
       WRITE-RUN-START-REC.
           MOVE SPACES              TO RUNCTL-REC
           MOVE 'CAIQ35'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
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
      *    RECORD COUNT IS THE NUMBER OF HOLDS EXPIRED.
       RUN-CONTROL-END.
           MOVE 'CAIQ35'            TO RC-PROGRAM-ID
           MOVE WS-BUS-DATE         TO RC-RUN-DATE
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
                   MOVE WS-EXPIRED-COUNT  TO RC-RECORD-COUNT
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
