               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.
      *    BRMFILE - DYNAMIC ACCESS: READ BY KEY FOR THE SUBTOTAL
      *    LINES, AND BROWSED FRONT TO BACK ALONGSIDE THE BRANCH
      *    WORK FILE WHEN THE REPORT IS SPLIT BY BRANCH.
           SELECT BRMFILE ASSIGN TO CAIQB01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRM-FILE-STATUS.
           SELECT WORKFILE ASSIGN TO EABRF11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT BRRPTFILE ASSIGN TO EABRF12
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRRPT-FILE-STATUS.
           SELECT MANIFEST ASSIGN TO EABRF10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
      *
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
       01  EXCP-REC                PIC X(150).
      *
      *    BRMFILE - THE INQUIRY SUITE'S CAIQB01 BRANCH MASTER, READ
      *    HERE TO PUT THE BRANCH NAME NEXT TO THE BARE CODE ON THE
      *    PER-BRANCH SUBTOTAL LINES, AND FOR THE NAME, REGION AND
      *    FULL BRANCH LIST THE SPLIT BRANCH REPORTS NEED.
       FD  BRMFILE RECORDING MODE IS F.
       01  BRANCH-REC.
           COPY CAIQBR01.
       01  SNAP-REC.
           COPY EABRSN01.
      *
      *    WORKFILE - ONLY OPENED/WRITTEN WHEN WS-SPLIT-SWITCH = 'Y'.
      *    EVERY DETAIL RECORD, AS PRINTED (MASKED IF THE REPORT IS),
      *    KEYED BY BRANCH AND ARRIVAL SEQUENCE SO THE BRANCH REPORTS
      *    CAN BE WRITTEN ONE BRANCH AT A TIME IN THE EXTRACT'S
      *    ACCTNO ORDER.  A REUSABLE CLUSTER, EMPTIED BY EACH RUN.
       FD  WORKFILE RECORDING MODE IS F.
       01  WORK-REC.
           05  WK-KEY.
               10  WK-BRANCH-CODE  PIC X(06).
               10  WK-SEQ          PIC 9(09).
           05  WK-DETAIL           PIC X(138).
      *
      *    BRRPTFILE - ONE BRANCH'S REPORT.  THE DD IS ALLOCATED BY
      *    THE PROGRAM TO EACH BRANCH'S OWN DATASET IN TURN, OPENED,
      *    WRITTEN, CLOSED AND FREED BEFORE THE NEXT BRANCH.
       FD  BRRPTFILE RECORDING MODE IS V.
       01  BRRPT-REC               PIC X(150).
      *
      *    MANIFEST - ONLY OPENED/WRITTEN WHEN WS-SPLIT-SWITCH = 'Y'.
      *    ONE EABRMN01 RECORD PER BRANCH REPORT DATASET WRITTEN.
       FD  MANIFEST RECORDING MODE IS F.
       01  MANIFEST-REC.
           COPY EABRMN01.
      *
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
       01  WS-SNAP-FILE-STATUS     PIC XX.
       01  WS-EXCP-SWITCH          PIC X VALUE 'N'.
       01  WS-EXCP-COUNT           PIC 9(9) VALUE 0.
       01  WS-WORK-FILE-STATUS     PIC XX.
       01  WS-BRRPT-FILE-STATUS    PIC XX.
       01  WS-MAN-FILE-STATUS      PIC XX.
      *
      *    WS-SPLIT-SWITCH - 'Y' ALSO WRITES ONE REPORT DATASET PER
      *    BRANCH PLUS THE DISTRIBUTION MANIFEST.  WS-EXTRACT-BRANCH
      *    IS THE BRANCH THE EXTRACT WAS LIMITED TO (SPACES FOR ALL
      *    BRANCHES) - ONLY THAT BRANCH CAN BE "NO ACTIVITY".
       01  WS-SPLIT-SWITCH         PIC X VALUE 'N'.
       01  WS-SPLIT-DSN-PREFIX     PIC X(26).
       01  WS-EXTRACT-BRANCH       PIC X(06) VALUE SPACES.
       01  WS-WORK-SEQ             PIC 9(09) VALUE 0.
       01  WS-WK-EOF               PIC X VALUE 'N'.
       01  WS-BRM-EOF              PIC X VALUE 'N'.
      *
      *    WS-RPT-* - THE BRANCH REPORT BEING WRITTEN.  WS-RPT-KIND
      *    IS THE MANIFEST ACTIVITY CODE, SEE EABRMN01.
       01  WS-RPT-BRANCH-CODE      PIC X(06).
       01  WS-RPT-BRANCH-NAME      PIC X(30).
       01  WS-RPT-REGION           PIC X(10).
       01  WS-RPT-KIND             PIC X(01).
       01  WS-BR-DSNAME            PIC X(44).
       01  WS-BR-PAGE-NUM          PIC 9(05).
       01  WS-BR-LINE-COUNT        PIC 9(03).
       01  WS-BR-RECORD-COUNT      PIC 9(09).
       01  WS-BR-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-BRRPT-COUNT          PIC 9(05) VALUE 0.
       01  WS-NOACT-COUNT          PIC 9(05) VALUE 0.
      *
      *    WS-DYN-PARM - BPXWDYN DYNAMIC ALLOCATION REQUEST: A
      *    HALFWORD LENGTH FOLLOWED BY THE ALLOC/FREE TEXT.  THE CALL
      *    SETS RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS SAVED
      *    ROUND IT IN WS-SAVE-RC.
       01  WS-DYN-PARM.
           05  WS-DYN-LEN          PIC S9(4) COMP.
           05  WS-DYN-TEXT         PIC X(200).
       01  WS-DYN-PTR              PIC S9(4) COMP.
       01  WS-DYN-DISP             PIC X(12).
       01  WS-DYN-RC               PIC S9(4) COMP.
       01  WS-SAVE-RC              PIC S9(4) COMP.
       01  WS-BRRPT-HOLD           PIC X(150).
       01  WS-EOF                  PIC X VALUE 'N'.
      *
      *    WS-MASK-SWITCH - 'Y' MASKS NAMES AND ADDRESSES ON EVERY
           05 FILLER               PIC X(14) VALUE 'TOTAL BALANCE:'.
           05 SUBTRL-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  BRHDG-LINE.
           05  FILLER              PIC X(08) VALUE 'BRANCH: '.
           05  BRHDG-BRANCH        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRHDG-BRNAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'REGION: '.
           05  BRHDG-REGION        PIC X(10).
           05  FILLER              PIC X(85) VALUE SPACES.
      *
       01  BRTRL-LINE.
           05  FILLER              PIC X(22)
               VALUE 'BRANCH TOTAL RECORDS:'.
           05  BRTRL-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'TOTAL BALANCE:'.
           05  BRTRL-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(78) VALUE SPACES.
      *
       01  NOACT-LINE.
           05  FILLER              PIC X(41)
               VALUE 'NO ACTIVITY - NO ACCOUNTS FOR THIS BRANCH'.
           05  FILLER              PIC X(16) VALUE ' IN THE EXTRACT'.
           05  FILLER              PIC X(93) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
           PERFORM PRINT-BRANCH-TOTALS
           PERFORM WRITE-SNAPSHOTS
           PERFORM PRINT-TOTALS
           IF  WS-SPLIT-SWITCH = 'Y'
               PERFORM WRITE-BRANCH-REPORTS
           END-IF
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END THRU RUN-CONTROL-END-EXIT
                   PERFORM STOP-PROCESS
               END-IF
               PERFORM PRINT-EXCP-HEADER
           END-IF
      *
           IF  WS-SPLIT-SWITCH = 'Y'
               OPEN OUTPUT WORKFILE
               IF  WS-WORK-FILE-STATUS NOT = '00'
                   DISPLAY 'BRANCH WORK FILE OPEN ERROR : '
                           WS-WORK-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM STOP-PROCESS
               END-IF
               OPEN OUTPUT MANIFEST
               IF  WS-MAN-FILE-STATUS NOT = '00'
                   DISPLAY 'MANIFEST FILE OPEN ERROR : '
                           WS-MAN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM STOP-PROCESS
               END-IF
           END-IF.
      *
      *    LOAD-PARM2 - PARM2FILE CARRIES ONE RECORD TURNING THE CSV
      *    AND EXCEPTION SIDE OUTPUTS AND THE BRANCH SPLIT ON.  NO DD
      *    (STATUS '35'), A DD DUMMY OR AN EMPTY PARM2FILE LEAVE THE
      *    SWITCHES AT THEIR DEFAULT OF 'N'.  ANY OTHER OPEN OR READ
      *    FAILURE - A PARM DATASET STILL AT THE OLD RECORD LENGTH
      *    OPENS WITH '39' - STOPS THE RUN RATHER THAN QUIETLY
      *    DROPPING THE OUTPUTS IT ASKED FOR.  A SPLIT WITH NO
      *    DATASET PREFIX HAS NOWHERE TO WRITE AND STOPS THE RUN.
       LOAD-PARM2.
           MOVE 'N'                TO WS-CSV-SWITCH
           MOVE 'N'                TO WS-EXCP-SWITCH
           MOVE 'N'                TO WS-SPLIT-SWITCH
      *
           OPEN INPUT PARM2FILE.
           EVALUATE WS-PARM2-FILE-STATUS
               WHEN '00'
                   PERFORM READ-PARM2
                   CLOSE PARM2FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARM2 FILE OPEN ERROR: '
                           WS-PARM2-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-SPLIT-SWITCH = 'Y'
               AND WS-SPLIT-DSN-PREFIX = SPACES
               DISPLAY 'BRANCH SPLIT REQUESTED WITH NO DATASET PREFIX'
               MOVE 12 TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
       READ-PARM2.
           READ PARM2FILE
           END-READ
      *
           EVALUATE WS-PARM2-FILE-STATUS
               WHEN '00'
                   MOVE PM2-CSV-SWITCH  TO WS-CSV-SWITCH
                   MOVE PM2-EXCP-SWITCH TO WS-EXCP-SWITCH
                   IF  PM2-MASK-SWITCH = 'Y'
                       MOVE 'Y'         TO WS-MASK-SWITCH
                       MOVE '-MASKED'   TO HDR-MASK-TAG
                   END-IF
                   IF  PM2-SPLIT-SWITCH = 'Y'
                       MOVE 'Y'         TO WS-SPLIT-SWITCH
                       MOVE PM2-SPLIT-DSN-PREFIX
                                        TO WS-SPLIT-DSN-PREFIX
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARM2 FILE READ ERROR: '
                           WS-PARM2-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PRINT-EXCP-HEADER - ONE-TIME TITLE LINE AT THE TOP OF THE
      *    EXCEPTION FILE, WRITTEN ONLY WHEN WS-EXCP-SWITCH = 'Y'.
           DISPLAY 'EXTRACT MAX BALANCE:      ' IH-MAX-BALANCE
           DISPLAY 'EXTRACT BRANCH CODE:      ' IH-BRANCH-CODE
           DISPLAY 'EXTRACT AS OF DATE:       ' IH-AS-OF-DATE
           MOVE IH-BRANCH-CODE     TO WS-EXTRACT-BRANCH
      *
           IF  IH-MASK-FLAG = 'M'
               DISPLAY 'EXTRACT IS PII-MASKED - OUTPUTS ARE MASKED'
           END-IF
      *
           PERFORM FIND-OR-ADD-BRANCH-TOTAL
           PERFORM FORMAT-DTL-LINE
      *
           MOVE DTL-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
               AND IN-BALANCE > IN-CR-LIMIT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
      *
           IF  WS-SPLIT-SWITCH = 'Y'
               PERFORM WRITE-WORK-RECORD
           END-IF
      *
           ADD 1                   TO WS-TOTAL-COUNT
           MOVE IN-BALANCE         TO WS-TOTAL-BAL-NUM
               PERFORM PRINT-HEADER
           END-IF.
      *
      *    FORMAT-DTL-LINE - THE PRINTED DETAIL LINE FROM IN-REC,
      *    SHARED BY THE MAIN REPORT AND THE BRANCH REPORTS.
       FORMAT-DTL-LINE.
           MOVE  IN-FIRST-NAME     TO DTL-FIRST-NAME
           MOVE  IN-SUR-NAME       TO DTL-SUR-NAME
           MOVE  IN-ACCTNO         TO DTL-ACCTNO
           MOVE  IN-ADDRESS1       TO DTL-ADDRESS1
           MOVE  IN-ADDRESS2       TO DTL-ADDRESS2
           MOVE  IN-ADDRESS3       TO DTL-ADDRESS3
           MOVE  IN-CR-LIMIT       TO WS-LIMIT-DISP
           MOVE  WS-LIMIT-DISP     TO DTL-LIMIT
           MOVE  IN-BALANCE        TO WS-BALANCE-DISP
           MOVE  WS-BALANCE-DISP   TO DTL-BALANCE
           MOVE  IN-BRANCH-CODE    TO DTL-BRANCH-CODE
           MOVE  IN-ACCT-TYPE      TO DTL-ACCT-TYPE.
      *
      *    WRITE-WORK-RECORD - PARKS THE DETAIL RECORD UNDER ITS
      *    BRANCH FOR THE BRANCH REPORTS.  THE RUNNING SEQUENCE KEEPS
      *    KEYS UNIQUE AND THE EXTRACT'S ORDER WITHIN EACH BRANCH.
       WRITE-WORK-RECORD.
           ADD 1                   TO WS-WORK-SEQ
           MOVE IN-BRANCH-CODE     TO WK-BRANCH-CODE
           MOVE WS-WORK-SEQ        TO WK-SEQ
           MOVE IN-REC             TO WK-DETAIL
      *
           WRITE WORK-REC
               INVALID KEY
                   DISPLAY 'BRANCH WORK FILE WRITE ERROR: '
                           WS-WORK-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-WRITE.
      *
      *    WRITE-CSV-RECORD - ONE PIPE-DELIMITED LINE PER DETAIL
      *    RECORD, NO HEADERS AND NO PAGE-BREAK LOGIC.
       WRITE-CSV-RECORD.
               MOVE EXCP-TRLR-LINE TO EXCP-REC
               WRITE EXCP-REC
           END-IF.
      *
      *    WRITE-BRANCH-REPORTS - SPLITS THE REPORT INTO ONE DATASET
      *    PER BRANCH, <PREFIX>.B<BRANCH>.D<YYMMDD>, AND LISTS EACH ONE
      *    ON THE EABRF10 MANIFEST FOR DISTRIBUTION.  THE BRANCH WORK
      *    FILE AND THE CAIQB01 MASTER ARE BROWSED TOGETHER IN BRANCH
      *    ORDER: A BRANCH ON BOTH GETS ITS ACTIVITY REPORT, A BRANCH
      *    ONLY IN THE EXTRACT GETS ONE FLAGGED UNKNOWN, AND AN OPEN
      *    BRANCH ONLY ON THE MASTER GETS A "NO ACTIVITY" REPORT - SO
      *    A BRANCH WITH NO REPORT IS A REAL PROBLEM, NOT A QUIET DAY.
      *    WHEN THE EXTRACT WAS LIMITED TO ONE BRANCH, NO OTHER BRANCH
      *    IS REPORTED AS HAVING NO ACTIVITY.
       WRITE-BRANCH-REPORTS.
           CLOSE WORKFILE
           OPEN INPUT WORKFILE
           IF  WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'BRANCH WORK FILE OPEN ERROR : '
                       WS-WORK-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE 'N'                TO WS-WK-EOF
           MOVE LOW-VALUES         TO WK-KEY
           START WORKFILE KEY IS NOT LESS THAN WK-KEY
               INVALID KEY
                   MOVE 'Y'        TO WS-WK-EOF
           END-START
           IF  WS-WK-EOF = 'N'
               PERFORM READ-WORKFILE
           END-IF
      *
           MOVE 'N'                TO WS-BRM-EOF
           MOVE LOW-VALUES         TO BR-BRANCH-CODE
           START BRMFILE KEY IS NOT LESS THAN BR-BRANCH-CODE
               INVALID KEY
                   MOVE 'Y'        TO WS-BRM-EOF
           END-START
           IF  WS-BRM-EOF = 'N'
               PERFORM READ-BRMFILE-NEXT
           END-IF
      *
           PERFORM UNTIL WS-WK-EOF = 'Y' AND WS-BRM-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-WK-EOF = 'Y'
                       PERFORM WRITE-NO-ACTIVITY-REPORT
                       PERFORM READ-BRMFILE-NEXT
                   WHEN WS-BRM-EOF = 'Y'
                       PERFORM WRITE-UNKNOWN-BRANCH-REPORT
                   WHEN WK-BRANCH-CODE < BR-BRANCH-CODE
                       PERFORM WRITE-UNKNOWN-BRANCH-REPORT
                   WHEN WK-BRANCH-CODE = BR-BRANCH-CODE
                       PERFORM WRITE-ACTIVE-BRANCH-REPORT
                       PERFORM READ-BRMFILE-NEXT
                   WHEN OTHER
                       PERFORM WRITE-NO-ACTIVITY-REPORT
                       PERFORM READ-BRMFILE-NEXT
               END-EVALUATE
           END-PERFORM
      *
           DISPLAY 'BRANCH REPORTS WRITTEN:   ' WS-BRRPT-COUNT
           DISPLAY '  OF WHICH NO ACTIVITY:   ' WS-NOACT-COUNT.
      *
       READ-WORKFILE.
           READ WORKFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-WORK-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-WK-EOF
               WHEN OTHER
                   DISPLAY 'BRANCH WORK FILE READ ERROR: '
                           WS-WORK-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
       READ-BRMFILE-NEXT.
           READ BRMFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-BRM-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-BRM-EOF
               WHEN OTHER
                   DISPLAY 'BRANCH MASTER READ ERROR: '
                           WS-BRM-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    WRITE-ACTIVE-BRANCH-REPORT - A BRANCH ON THE MASTER WITH
      *    ACCOUNTS IN THE EXTRACT.
       WRITE-ACTIVE-BRANCH-REPORT.
           MOVE BR-BRANCH-CODE     TO WS-RPT-BRANCH-CODE
           MOVE BR-BRANCH-NAME     TO WS-RPT-BRANCH-NAME
           MOVE BR-REGION          TO WS-RPT-REGION
           MOVE 'A'                TO WS-RPT-KIND
           PERFORM WRITE-BRANCH-ACTIVITY.
      *
      *    WRITE-UNKNOWN-BRANCH-REPORT - ACCOUNTS UNDER A BRANCH CODE
      *    THE MASTER DOESN'T HAVE.  STILL REPORTED, SO THE ACCOUNTS
      *    ARE SEEN BY SOMEONE, BUT FLAGGED ON THE REPORT AND MANIFEST.
       WRITE-UNKNOWN-BRANCH-REPORT.
           MOVE WK-BRANCH-CODE     TO WS-RPT-BRANCH-CODE
           MOVE '** UNKNOWN **'    TO WS-RPT-BRANCH-NAME
           MOVE SPACES             TO WS-RPT-REGION
           MOVE 'U'                TO WS-RPT-KIND
           PERFORM WRITE-BRANCH-ACTIVITY.
      *
      *    WRITE-BRANCH-ACTIVITY - ONE BRANCH'S DATASET: ITS DETAIL
      *    LINES FROM THE WORK FILE, ITS ACCOUNT-TYPE SUBTOTALS FROM
      *    THE BRANCH TOTALS TABLE, AND A BRANCH TOTAL.  LEAVES THE
      *    WORK FILE ON THE NEXT BRANCH'S FIRST RECORD.
       WRITE-BRANCH-ACTIVITY.
           PERFORM OPEN-BRANCH-REPORT
      *
           PERFORM UNTIL WS-WK-EOF = 'Y'
                      OR WK-BRANCH-CODE NOT = WS-RPT-BRANCH-CODE
               MOVE WK-DETAIL      TO IN-REC
               PERFORM FORMAT-DTL-LINE
               MOVE DTL-LINE       TO BRRPT-REC
               PERFORM WRITE-BRRPT-LINE
               ADD 1               TO WS-BR-RECORD-COUNT
               ADD IN-BALANCE      TO WS-BR-BALANCE
               PERFORM READ-WORKFILE
           END-PERFORM
      *
           SET WS-BT-IDX           TO 1
           PERFORM PRINT-BRANCH-REPORT-SUBTOTAL
                   UNTIL WS-BT-IDX > WS-BRANCH-TOTAL-COUNT
      *
           PERFORM CLOSE-BRANCH-REPORT.
      *
      *    WRITE-NO-ACTIVITY-REPORT - AN OPEN BRANCH WITH NO ACCOUNTS
      *    IN THE EXTRACT STILL GETS ITS DATASET, SAYING SO, WITH ZERO
      *    TOTALS.  CLOSED BRANCHES, AND BRANCHES OUTSIDE A SINGLE-
      *    BRANCH EXTRACT, ARE SKIPPED.
       WRITE-NO-ACTIVITY-REPORT.
           IF  BR-OPEN-FLAG NOT = 'O'
               CONTINUE
           ELSE
           IF  WS-EXTRACT-BRANCH NOT = SPACES
               AND WS-EXTRACT-BRANCH NOT = BR-BRANCH-CODE
               CONTINUE
           ELSE
               MOVE BR-BRANCH-CODE TO WS-RPT-BRANCH-CODE
               MOVE BR-BRANCH-NAME TO WS-RPT-BRANCH-NAME
               MOVE BR-REGION      TO WS-RPT-REGION
               MOVE 'N'            TO WS-RPT-KIND
               PERFORM OPEN-BRANCH-REPORT
               MOVE NOACT-LINE     TO BRRPT-REC
               PERFORM WRITE-BRRPT-LINE
               PERFORM CLOSE-BRANCH-REPORT
               ADD 1               TO WS-NOACT-COUNT
           END-IF
           END-IF.
      *
       PRINT-BRANCH-REPORT-SUBTOTAL.
           IF  BT-BRANCH-CODE (WS-BT-IDX) = WS-RPT-BRANCH-CODE
               MOVE BT-BRANCH-CODE (WS-BT-IDX) TO SUBTRL-BRANCH
               MOVE WS-RPT-BRANCH-NAME         TO SUBTRL-BRNAME
               MOVE BT-ACCT-TYPE (WS-BT-IDX)   TO SUBTRL-TYPE
               MOVE BT-COUNT (WS-BT-IDX)       TO SUBTRL-COUNT
               MOVE BT-BALANCE (WS-BT-IDX)     TO WS-SUB-BAL-DISP
               MOVE WS-SUB-BAL-DISP            TO SUBTRL-BALANCE
      *
               MOVE ALL '-'        TO BRRPT-REC
               PERFORM WRITE-BRRPT-LINE
               MOVE SUBTRL-LINE    TO BRRPT-REC
               PERFORM WRITE-BRRPT-LINE
           END-IF
      *
           SET WS-BT-IDX           UP BY 1.
      *
      *    OPEN-BRANCH-REPORT - POINTS THE EABRF12 DD AT THIS BRANCH'S
      *    DATASET (REPLACING A SAME-DAY RERUN'S COPY, OR CATALOGUING
      *    A NEW ONE), OPENS IT AND PRINTS THE FIRST PAGE HEADING.
       OPEN-BRANCH-REPORT.
           MOVE SPACES             TO WS-BR-DSNAME
           STRING WS-SPLIT-DSN-PREFIX DELIMITED BY SPACE
                  '.B'                DELIMITED BY SIZE
                  WS-RPT-BRANCH-CODE  DELIMITED BY SPACE
                  '.D'                DELIMITED BY SIZE
                  WS-BUS-DATE (3:6)   DELIMITED BY SIZE
                  INTO WS-BR-DSNAME
           END-STRING
      *
           MOVE 'OLD'              TO WS-DYN-DISP
           PERFORM ALLOC-BRANCH-REPORT
           IF  WS-DYN-RC NOT = 0
               MOVE 'NEW CATALOG'  TO WS-DYN-DISP
               PERFORM ALLOC-BRANCH-REPORT
           END-IF
           IF  WS-DYN-RC NOT = 0
               DISPLAY 'BRANCH REPORT ALLOCATION ERROR: ' WS-BR-DSNAME
               DISPLAY 'BPXWDYN RETURN CODE: ' WS-DYN-RC
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT BRRPTFILE
           IF  WS-BRRPT-FILE-STATUS NOT = '00'
               DISPLAY 'BRANCH REPORT OPEN ERROR : '
                       WS-BRRPT-FILE-STATUS ' ' WS-BR-DSNAME
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE 0                  TO WS-BR-PAGE-NUM
           MOVE 0                  TO WS-BR-RECORD-COUNT
           MOVE 0                  TO WS-BR-BALANCE
           PERFORM PRINT-BRANCH-HEADER.
      *
      *    ALLOC-BRANCH-REPORT - ALLOC DD(EABRF12) DSN('...') <DISP>.
      *    THE SPACE PARAMETERS ONLY MATTER FOR A NEW DATASET.  THE
      *    REPORT IS WRITTEN AFTER ADVANCING, SO EACH RECORD IS THE
      *    150-BYTE LINE PLUS THE ASA CONTROL BYTE AND THE RDW.
       ALLOC-BRANCH-REPORT.
           MOVE SPACES             TO WS-DYN-TEXT
           MOVE 1                  TO WS-DYN-PTR
           STRING 'ALLOC DD(EABRF12) DSN(''' DELIMITED BY SIZE
                  WS-BR-DSNAME        DELIMITED BY SPACE
                  ''') '              DELIMITED BY SIZE
                  WS-DYN-DISP         DELIMITED BY '  '
                  ' REUSE TRACKS SPACE(5,5) RECFM(V,B,A) LRECL(155)'
                                      DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR
           END-STRING
           COMPUTE WS-DYN-LEN = WS-DYN-PTR - 1
           PERFORM CALL-BPXWDYN.
      *
       CALL-BPXWDYN.
           MOVE RETURN-CODE        TO WS-SAVE-RC
           CALL 'BPXWDYN' USING WS-DYN-PARM
           MOVE RETURN-CODE        TO WS-DYN-RC
           MOVE WS-SAVE-RC         TO RETURN-CODE.
      *
      *    CLOSE-BRANCH-REPORT - BRANCH TOTAL LINE, CLOSE AND FREE THE
      *    DATASET, AND LIST IT ON THE MANIFEST.
       CLOSE-BRANCH-REPORT.
           MOVE WS-BR-RECORD-COUNT TO BRTRL-COUNT
           MOVE WS-BR-BALANCE      TO WS-TOTAL-BAL-DISP
           MOVE WS-TOTAL-BAL-DISP  TO BRTRL-BALANCE
           MOVE ALL '-'            TO BRRPT-REC
           PERFORM WRITE-BRRPT-LINE
           MOVE BRTRL-LINE         TO BRRPT-REC
           PERFORM WRITE-BRRPT-LINE
           MOVE ALL '-'            TO BRRPT-REC
           PERFORM WRITE-BRRPT-LINE
      *
           CLOSE BRRPTFILE
      *
           MOVE SPACES             TO WS-DYN-TEXT
           MOVE 'FREE DD(EABRF12)' TO WS-DYN-TEXT
           MOVE 16                 TO WS-DYN-LEN
           PERFORM CALL-BPXWDYN
      *
           MOVE SPACES             TO MANIFEST-REC
           MOVE WS-BUS-DATE        TO MN-RUN-DATE
           MOVE WS-RPT-BRANCH-CODE TO MN-BRANCH-CODE
           MOVE WS-RPT-BRANCH-NAME TO MN-BRANCH-NAME
           MOVE WS-RPT-REGION      TO MN-REGION
           MOVE WS-RPT-KIND        TO MN-ACTIVITY
           MOVE WS-BR-DSNAME       TO MN-DSNAME
           MOVE WS-BR-PAGE-NUM     TO MN-PAGE-COUNT
           MOVE WS-BR-RECORD-COUNT TO MN-RECORD-COUNT
           MOVE WS-BR-BALANCE      TO MN-TOTAL-BALANCE
           WRITE MANIFEST-REC
           IF  WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'MANIFEST WRITE ERROR: ' WS-MAN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           ADD 1                   TO WS-BRRPT-COUNT.
      *
      *    PRINT-BRANCH-HEADER - THE MAIN REPORT'S HEADINGS WITH THE
      *    BRANCH'S CODE, NAME AND REGION UNDER THEM.
       PRINT-BRANCH-HEADER.
           ADD 1                   TO WS-BR-PAGE-NUM
           MOVE 0                  TO WS-BR-LINE-COUNT
           MOVE ALL '-'            TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING PAGE
           IF  WS-BRRPT-FILE-STATUS NOT = '00'
               DISPLAY 'BRANCH REPORT WRITE ERROR: '
                       WS-BRRPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
           ADD 1                   TO WS-BR-LINE-COUNT
      *
           MOVE WS-BR-PAGE-NUM     TO HDR-PAGE
           MOVE HDG-LINE-1         TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT
           MOVE HDG-LINE-2         TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT
      *
           MOVE WS-RPT-BRANCH-CODE TO BRHDG-BRANCH
           MOVE WS-RPT-BRANCH-NAME TO BRHDG-BRNAME
           MOVE WS-RPT-REGION      TO BRHDG-REGION
           MOVE BRHDG-LINE         TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT
      *
           MOVE ALL '-'            TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT
           MOVE HDG-LINE-3         TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT
           MOVE ALL '-'            TO BRRPT-REC
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT.
      *
      *    WRITE-BRRPT-LINE - ONE LINE TO THE BRANCH REPORT, STARTING
      *    A NEW PAGE FIRST WHEN THE CURRENT ONE IS FULL.
       WRITE-BRRPT-LINE.
           IF  WS-BR-LINE-COUNT > WS-MAX-LINES
               MOVE BRRPT-REC      TO WS-BRRPT-HOLD
               PERFORM PRINT-BRANCH-HEADER
               MOVE WS-BRRPT-HOLD  TO BRRPT-REC
           END-IF
           WRITE BRRPT-REC AFTER ADVANCING 1 LINE
           ADD 1                   TO WS-BR-LINE-COUNT.
      *
       CLOSE-ALL.
           CLOSE INFILE
      *
           IF  WS-EXCP-SWITCH = 'Y'
               CLOSE EXCPFILE
           END-IF
      *
           IF  WS-SPLIT-SWITCH = 'Y'
               CLOSE WORKFILE
               CLOSE MANIFEST
           END-IF.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
