      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ48.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    CUSTFILE - THE RESTORED CAIQF01 BACKUP, ROLLED FORWARD IN
      *    PLACE.  DYNAMIC ACCESS: IT IS TOTALLED FRONT TO BACK
      *    BEFORE AND AFTER, AND UPDATED BY KEY IN BETWEEN.  THE
      *    FILE MUST BE CLOSED TO THE ONLINE REGION WHILE THIS RUNS.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
      *    HISTFILE - THE CAIQH01 TRAIL, READ IN KEY (DATE/TIME)
      *    ORDER FROM THE BACKUP STAMP ON.
           SELECT HISTFILE ASSIGN TO CAIQH01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPR01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR28
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
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
      *    PARMFILE IS REQUIRED - WITHOUT THE BACKUP STAMP THERE IS
      *    NO KNOWING WHERE IN THE TRAIL TO START.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           COPY CAIQPR01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-CUST-FOUND           PIC X(01).
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                   PIC X(08).
      *
      *    WS-FROM-* / WS-TO-* - THE TRAIL WINDOW FROM THE CAIQPR01
      *    CARD.  WS-TO-DATE SPACES MEANS NO END POINT.
       01  WS-FROM-DATE            PIC X(08).
       01  WS-FROM-TIME            PIC X(06).
       01  WS-TO-DATE              PIC X(08).
       01  WS-TO-TIME              PIC X(06).
      *
      *    WS-OPEN-* - THE RESTORED FILE BEFORE ANYTHING IS APPLIED.
      *    WS-CLOSE-* - THE SAME FILE AFTER RECOVERY.
       01  WS-OPEN-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(09) VALUE 0.
       01  WS-CLOSE-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLOSE-COUNT          PIC 9(09) VALUE 0.
       01  WS-SUM-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-SUM-COUNT            PIC 9(09).
      *
      *    WS-TRAIL-TOTAL - THE NEW-MINUS-OLD BALANCE DELTAS OF EVERY
      *    TRAIL RECORD IN THE WINDOW, SUMMED THE WAY THE NIGHTLY
      *    PROOF SUMS THEM.  THE DELTAS OF RECORDS FOUND ALREADY ON
      *    THE BACKUP, AND OF CONFLICTS LEFT UNAPPLIED, ARE TAKEN
      *    BACK OUT TO GIVE THE CLOSING TOTAL TO EXPECT.
       01  WS-DELTA                PIC S9(13)V99 COMP-3.
       01  WS-TRAIL-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ALREADY-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CONFLICT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-EXPECTED-BALANCE     PIC S9(13)V99 COMP-3.
       01  WS-DIFFERENCE           PIC S9(13)V99 COMP-3.
       01  WS-EXPECTED-COUNT       PIC S9(09) COMP-3.
       01  WS-COUNT-DIFFERENCE     PIC S9(09) COMP-3.
      *
       01  WS-TRAIL-COUNT          PIC 9(09) VALUE 0.
       01  WS-ADD-COUNT            PIC 9(09) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(09) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(09) VALUE 0.
       01  WS-NOCHANGE-COUNT       PIC 9(09) VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(09) VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(09) VALUE 0.
      *
       01  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CNT-DISP             PIC ZZZ,ZZZ,ZZ9-.
       01  WS-BAL-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(38)
               VALUE 'CAIQF01 FORWARD RECOVERY FROM CAIQH01'.
           05  FILLER              PIC X(06) VALUE 'RUN: '.
           05  HDG-RUN-DATE        PIC X(08).
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(20) VALUE 'BACKUP TAKEN AT:'.
           05  HDG-FROM-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  HDG-FROM-TIME       PIC X(06).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'RECOVERED TO:'.
           05  HDG-TO-STAMP        PIC X(15).
      *
       01  HDG-LINE-3.
           05  FILLER              PIC X(22) VALUE 'TRAIL KEY'.
           05  FILLER              PIC X(09) VALUE 'PROGRAM'.
           05  FILLER              PIC X(02) VALUE 'A'.
           05  FILLER              PIC X(11) VALUE 'CUST ID'.
           05  FILLER              PIC X(09) VALUE 'ACCT NO'.
           05  FILLER              PIC X(11) VALUE 'RESULT'.
           05  FILLER              PIC X(25) VALUE 'REASON'.
           05  FILLER              PIC X(16) VALUE 'TRAIL VALUE'.
           05  FILLER              PIC X(15) VALUE 'ON FILE'.
      *
      *    DTL-LINE - ONE LINE PER TRAIL RECORD NOT APPLIED AS IT
      *    STANDS: A CONFLICT, OR A CHANGE THE BACKUP ALREADY HELD.
      *    APPLIED RECORDS ARE ONLY COUNTED.
       01  DTL-LINE.
           05  DTL-DATE            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-TIME            PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-SEQ             PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACTION          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-RESULT          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-REASON          PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-TRAIL-VALUE     PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-FILE-VALUE      PIC X(15).
      *
       01  CNT-LINE.
           05  CNT-LABEL           PIC X(30).
           05  CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91) VALUE SPACES.
      *
       01  PRF-LINE.
           05  PRF-LABEL           PIC X(30).
           05  PRF-AMOUNT          PIC X(18).
           05  FILLER              PIC X(84) VALUE SPACES.
      *
       01  TRLR-LINE.
           05  FILLER              PIC X(14) VALUE 'PROOF RESULT: '.
           05  TRLR-RESULT         PIC X(20).
           05  FILLER              PIC X(13) VALUE 'CONFLICTS: '.
           05  TRLR-CONFLICTS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(74) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
      *
           PERFORM LOAD-RECOVERY-PARM
           PERFORM OPEN-ALL
           PERFORM PRINT-HEADER
      *
           PERFORM SUM-CUSTFILE
           MOVE WS-SUM-BALANCE      TO WS-OPEN-BALANCE
           MOVE WS-SUM-COUNT        TO WS-OPEN-COUNT
      *
           PERFORM START-HISTFILE
           IF  WS-HIST-EOF = 'N'
               PERFORM READ-HISTFILE
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               PERFORM APPLY-HIST-REC
               PERFORM READ-HISTFILE
           END-PERFORM
      *
           PERFORM SUM-CUSTFILE
           MOVE WS-SUM-BALANCE      TO WS-CLOSE-BALANCE
           MOVE WS-SUM-COUNT        TO WS-CLOSE-COUNT
      *
           PERFORM PRINT-COUNTS
           PERFORM PROVE-AND-REPORT
           PERFORM CLOSE-ALL
      *
           IF  RETURN-CODE = 0
               AND WS-CONFLICT-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
      *    LOAD-RECOVERY-PARM - THE CAIQPR01 CARD MUST BE THERE AND
      *    MUST CARRY A NUMERIC BACKUP STAMP.
       LOAD-RECOVERY-PARM.
           OPEN INPUT PARMFILE
           IF  WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'RECOVERY PARM OPEN ERROR: ' WS-PARM-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           READ PARMFILE
           IF  WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'RECOVERY PARM READ ERROR: ' WS-PARM-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               CLOSE PARMFILE
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE PR-FROM-DATE        TO WS-FROM-DATE
           MOVE PR-FROM-TIME        TO WS-FROM-TIME
           MOVE PR-TO-DATE          TO WS-TO-DATE
           MOVE PR-TO-TIME          TO WS-TO-TIME
           CLOSE PARMFILE
      *
           IF  WS-FROM-DATE NOT NUMERIC
               OR WS-FROM-TIME NOT NUMERIC
               DISPLAY 'BACKUP STAMP MISSING OR NOT NUMERIC: '
                       WS-FROM-DATE ' ' WS-FROM-TIME
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           IF  WS-TO-DATE NOT = SPACES
               AND WS-TO-TIME = SPACES
               MOVE '235959'        TO WS-TO-TIME
           END-IF
           IF  WS-TO-DATE NOT = SPACES
               AND (WS-TO-DATE NOT NUMERIC
                    OR WS-TO-TIME NOT NUMERIC)
               DISPLAY 'RECOVERY END STAMP NOT NUMERIC: '
                       WS-TO-DATE ' ' WS-TO-TIME
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           DISPLAY 'BACKUP STAMP:       ' WS-FROM-DATE ' ' WS-FROM-TIME
           IF  WS-TO-DATE = SPACES
               DISPLAY 'RECOVER TO:         END OF TRAIL'
           ELSE
               DISPLAY 'RECOVER TO:         ' WS-TO-DATE ' '
                       WS-TO-TIME
           END-IF.
      *
       OPEN-ALL.
           OPEN I-O CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT HISTFILE
           IF  WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'HISTORY FILE OPEN ERROR: ' WS-HIST-FILE-STATUS
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
       PRINT-HEADER.
           MOVE WS-RUN-DATE-X       TO HDG-RUN-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
      *
           MOVE WS-FROM-DATE        TO HDG-FROM-DATE
           MOVE WS-FROM-TIME        TO HDG-FROM-TIME
           IF  WS-TO-DATE = SPACES
               MOVE 'END OF TRAIL'  TO HDG-TO-STAMP
           ELSE
               MOVE SPACES          TO HDG-TO-STAMP
               STRING WS-TO-DATE ' ' WS-TO-TIME
                      DELIMITED BY SIZE INTO HDG-TO-STAMP
           END-IF
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
      *
           MOVE HDG-LINE-3          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
      *    SUM-CUSTFILE - TOTAL BALANCE AND RECORD COUNT OF CAIQF01
      *    AS IT STANDS, INTO WS-SUM-BALANCE / WS-SUM-COUNT.  RUN
      *    ONCE ON THE RESTORED BACKUP AND AGAIN ON THE RESULT.
       SUM-CUSTFILE.
           MOVE 0                   TO WS-SUM-BALANCE
           MOVE 0                   TO WS-SUM-COUNT
           MOVE 'N'                 TO WS-EOF
           MOVE LOW-VALUES          TO CR-CUST-KEY
           START CUSTFILE KEY NOT < CR-CUST-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-EOF
           END-START
      *
           IF  WS-EOF = 'N'
               PERFORM READ-CUSTFILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1                TO WS-SUM-COUNT
               ADD CR-ACCT-BALANCE  TO WS-SUM-BALANCE
               PERFORM READ-CUSTFILE
           END-PERFORM.
      *
       READ-CUSTFILE.
           READ CUSTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-CUST-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-EOF
               WHEN OTHER
                   DISPLAY 'READ ERROR: ' WS-CUST-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    START-HISTFILE - POSITION ON THE FIRST TRAIL RECORD
      *    STAMPED AT OR AFTER THE BACKUP.  A RECORD THE BACKUP
      *    ALREADY CAUGHT IS RECOGNISED AS SUCH AND NOT REAPPLIED,
      *    SO STARTING A LITTLE EARLY IS SAFE; STARTING LATE IS NOT.
       START-HISTFILE.
           MOVE WS-FROM-DATE        TO HI-DATE
           MOVE WS-FROM-TIME        TO HI-TIME
           MOVE 0                   TO HI-SEQ
           START HISTFILE KEY NOT < HI-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-HIST-EOF
           END-START.
      *
      *    READ-HISTFILE - A RECORD STAMPED AFTER THE END POINT ENDS
      *    THE PASS THE SAME AS END OF FILE.
       READ-HISTFILE.
           READ HISTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-HIST-FILE-STATUS
               WHEN '00'
                   IF  WS-TO-DATE NOT = SPACES
                       AND (HI-DATE > WS-TO-DATE
                            OR (HI-DATE = WS-TO-DATE
                                AND HI-TIME > WS-TO-TIME))
                       MOVE 'Y'    TO WS-HIST-EOF
                   END-IF
               WHEN '10'
                   MOVE 'Y'        TO WS-HIST-EOF
               WHEN OTHER
                   DISPLAY 'HISTORY READ ERROR: ' WS-HIST-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    APPLY-HIST-REC - ONE TRAIL RECORD.  ITS BALANCE DELTA
      *    GOES INTO THE TRAIL TOTAL WHATEVER HAPPENS TO IT, SO THE
      *    PROOF ACCOUNTS FOR EVERY RECORD IN THE WINDOW.  'E'
      *    RECORDS CHANGED NOTHING AND ARE ONLY COUNTED.
       APPLY-HIST-REC.
           ADD 1                    TO WS-TRAIL-COUNT
           COMPUTE WS-DELTA = HI-NEW-BALANCE - HI-OLD-BALANCE
           ADD WS-DELTA             TO WS-TRAIL-TOTAL
      *
           EVALUATE HI-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD THRU APPLY-ADD-EXIT
               WHEN 'C'
               WHEN 'S'
               WHEN 'P'
                   PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT
               WHEN 'D'
                   PERFORM APPLY-DELETE THRU APPLY-DELETE-EXIT
               WHEN 'E'
                   ADD 1            TO WS-NOCHANGE-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO DTL-REASON
                   MOVE SPACES      TO DTL-TRAIL-VALUE
                   MOVE SPACES      TO DTL-FILE-VALUE
                   PERFORM REPORT-CONFLICT
           END-EVALUATE.
      *
      *    READ-CUST-BY-KEY - THE CAIQF01 RECORD THE TRAIL RECORD
      *    NAMES.  WS-CUST-FOUND 'N' WHEN IT IS NOT ON FILE.
       READ-CUST-BY-KEY.
           MOVE HI-CUST-ID          TO CR-CUST-ID
           MOVE HI-ACCT-NO          TO CR-ACCT-NO
      *
           READ CUSTFILE
               INVALID KEY
                   CONTINUE
           END-READ
      *
           EVALUATE WS-CUST-FILE-STATUS
               WHEN '00'
                   MOVE 'Y'        TO WS-CUST-FOUND
               WHEN '23'
                   MOVE 'N'        TO WS-CUST-FOUND
               WHEN OTHER
                   DISPLAY 'CUSTOMER READ ERROR: ' WS-CUST-FILE-STATUS
                           ' CUST-ID: ' HI-CUST-ID
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    APPLY-ADD - THE ACCOUNT MUST NOT BE ON THE RESTORED FILE.
      *    IT IS REBUILT FROM THE AFTER-IMAGE; A TRAIL RECORD
      *    WRITTEN BEFORE THE TRAIL CARRIED ONE CANNOT BE REBUILT
      *    AND IS REPORTED FOR THE ACCOUNT TO BE RE-KEYED.
       APPLY-ADD.
           PERFORM READ-CUST-BY-KEY
           IF  WS-CUST-FOUND = 'Y'
               IF  CR-ACCT-STATUS = HI-NEW-STATUS
                   AND CR-ACCT-BALANCE = HI-NEW-BALANCE
                   AND CR-BRANCH-CODE = HI-NEW-BRANCH
                   PERFORM REPORT-ALREADY-APPLIED
               ELSE
                   MOVE 'ADD - ALREADY ON FILE' TO DTL-REASON
                   MOVE HI-NEW-BALANCE  TO WS-BAL-DISP
                   MOVE WS-BAL-DISP     TO DTL-TRAIL-VALUE
                   MOVE CR-ACCT-BALANCE TO WS-BAL-DISP
                   MOVE WS-BAL-DISP     TO DTL-FILE-VALUE
                   PERFORM REPORT-CONFLICT
               END-IF
               GO TO APPLY-ADD-EXIT
           END-IF
      *
           IF  HI-NEW-CUST-NAME = SPACES
               MOVE 'ADD - NO AFTER-IMAGE' TO DTL-REASON
               MOVE SPACES          TO DTL-TRAIL-VALUE
               MOVE SPACES          TO DTL-FILE-VALUE
               PERFORM REPORT-CONFLICT
               GO TO APPLY-ADD-EXIT
           END-IF
      *
           MOVE SPACES              TO CUST-REC
           MOVE HI-CUST-ID          TO CR-CUST-ID
           MOVE HI-ACCT-NO          TO CR-ACCT-NO
           MOVE HI-NEW-CUST-NAME    TO CR-CUST-NAME
           MOVE HI-NEW-ACCT-TYPE    TO CR-ACCT-TYPE
           MOVE HI-NEW-BRANCH       TO CR-BRANCH-CODE
           MOVE HI-NEW-BALANCE      TO CR-ACCT-BALANCE
           MOVE HI-NEW-STATUS       TO CR-ACCT-STATUS
           MOVE HI-NEW-ACTIVITY-DATE TO CR-LAST-ACTIVITY-DATE
           MOVE HI-NEW-STMT-PREF    TO CR-STMT-PREF
      *
           WRITE CUST-REC
               INVALID KEY
                   MOVE 'ADD - WRITE FAILED' TO DTL-REASON
                   MOVE WS-CUST-FILE-STATUS  TO DTL-TRAIL-VALUE
                   MOVE SPACES      TO DTL-FILE-VALUE
                   PERFORM REPORT-CONFLICT
               NOT INVALID KEY
                   ADD 1            TO WS-ADD-COUNT
           END-WRITE.
      *
       APPLY-ADD-EXIT.
           EXIT.
      *
      *    APPLY-CHANGE - CHANGES, STATUS UPDATES AND POSTINGS.  THE
      *    RECORD ON FILE MUST STILL HOLD THE TRAIL'S OLD STATUS,
      *    BALANCE AND BRANCH; ONLY THEN ARE THE NEW ONES PUT ON.
      *    THE REST OF THE AFTER-IMAGE IS CARRIED WHERE THE WRITER
      *    FILLED IT IN.
       APPLY-CHANGE.
           PERFORM READ-CUST-BY-KEY
           IF  WS-CUST-FOUND = 'N'
               MOVE 'NOT ON FILE'   TO DTL-REASON
               MOVE SPACES          TO DTL-TRAIL-VALUE
               MOVE SPACES          TO DTL-FILE-VALUE
               PERFORM REPORT-CONFLICT
               GO TO APPLY-CHANGE-EXIT
           END-IF
      *
           IF  CR-ACCT-STATUS NOT = HI-OLD-STATUS
               OR CR-ACCT-BALANCE NOT = HI-OLD-BALANCE
               OR CR-BRANCH-CODE NOT = HI-OLD-BRANCH
               IF  CR-ACCT-STATUS = HI-NEW-STATUS
                   AND CR-ACCT-BALANCE = HI-NEW-BALANCE
                   AND CR-BRANCH-CODE = HI-NEW-BRANCH
                   PERFORM REPORT-ALREADY-APPLIED
               ELSE
                   PERFORM SET-OLD-VALUE-CONFLICT
                   PERFORM REPORT-CONFLICT
               END-IF
               GO TO APPLY-CHANGE-EXIT
           END-IF
      *
           MOVE HI-NEW-STATUS       TO CR-ACCT-STATUS
           MOVE HI-NEW-BALANCE      TO CR-ACCT-BALANCE
           MOVE HI-NEW-BRANCH       TO CR-BRANCH-CODE
           IF  HI-NEW-CUST-NAME NOT = SPACES
               MOVE HI-NEW-CUST-NAME  TO CR-CUST-NAME
           END-IF
           IF  HI-NEW-ACCT-TYPE NOT = SPACES
               MOVE HI-NEW-ACCT-TYPE  TO CR-ACCT-TYPE
           END-IF
           IF  HI-NEW-STMT-PREF NOT = SPACES
               MOVE HI-NEW-STMT-PREF  TO CR-STMT-PREF
           END-IF
           IF  HI-NEW-ACTIVITY-DATE NOT = SPACES
               MOVE HI-NEW-ACTIVITY-DATE TO CR-LAST-ACTIVITY-DATE
           END-IF
      *
           REWRITE CUST-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED'     TO DTL-REASON
                   MOVE WS-CUST-FILE-STATUS  TO DTL-TRAIL-VALUE
                   MOVE SPACES      TO DTL-FILE-VALUE
                   PERFORM REPORT-CONFLICT
               NOT INVALID KEY
                   ADD 1            TO WS-CHANGE-COUNT
           END-REWRITE.
      *
       APPLY-CHANGE-EXIT.
           EXIT.
      *
      *    APPLY-DELETE - THE RECORD MUST STILL HOLD THE VALUES THE
      *    TRAIL SAYS IT WAS DELETED WITH.  ONE ALREADY GONE FROM THE
      *    BACKUP IS TREATED AS A DELETE THE BACKUP ALREADY HELD.
       APPLY-DELETE.
           PERFORM READ-CUST-BY-KEY
           IF  WS-CUST-FOUND = 'N'
               PERFORM REPORT-ALREADY-APPLIED
               GO TO APPLY-DELETE-EXIT
           END-IF
      *
           IF  CR-ACCT-STATUS NOT = HI-OLD-STATUS
               OR CR-ACCT-BALANCE NOT = HI-OLD-BALANCE
               OR CR-BRANCH-CODE NOT = HI-OLD-BRANCH
               PERFORM SET-OLD-VALUE-CONFLICT
               PERFORM REPORT-CONFLICT
               GO TO APPLY-DELETE-EXIT
           END-IF
      *
           DELETE CUSTFILE RECORD
               INVALID KEY
                   MOVE 'DELETE FAILED'      TO DTL-REASON
                   MOVE WS-CUST-FILE-STATUS  TO DTL-TRAIL-VALUE
                   MOVE SPACES      TO DTL-FILE-VALUE
                   PERFORM REPORT-CONFLICT
               NOT INVALID KEY
                   ADD 1            TO WS-DELETE-COUNT
           END-DELETE.
      *
       APPLY-DELETE-EXIT.
           EXIT.
      *
      *    SET-OLD-VALUE-CONFLICT - NAME THE FIRST FIELD WHOSE VALUE
      *    ON FILE IS NOT THE TRAIL'S OLD VALUE, WITH BOTH VALUES.
       SET-OLD-VALUE-CONFLICT.
           EVALUATE TRUE
               WHEN CR-ACCT-STATUS NOT = HI-OLD-STATUS
                   MOVE 'STATUS DIFFERS'    TO DTL-REASON
                   MOVE HI-OLD-STATUS       TO DTL-TRAIL-VALUE
                   MOVE CR-ACCT-STATUS      TO DTL-FILE-VALUE
               WHEN CR-ACCT-BALANCE NOT = HI-OLD-BALANCE
                   MOVE 'BALANCE DIFFERS'   TO DTL-REASON
                   MOVE HI-OLD-BALANCE      TO WS-BAL-DISP
                   MOVE WS-BAL-DISP         TO DTL-TRAIL-VALUE
                   MOVE CR-ACCT-BALANCE     TO WS-BAL-DISP
                   MOVE WS-BAL-DISP         TO DTL-FILE-VALUE
               WHEN OTHER
                   MOVE 'BRANCH DIFFERS'    TO DTL-REASON
                   MOVE HI-OLD-BRANCH       TO DTL-TRAIL-VALUE
                   MOVE CR-BRANCH-CODE      TO DTL-FILE-VALUE
           END-EVALUATE.
      *
      *    REPORT-CONFLICT - THE CALLER HAS SET THE REASON AND THE
      *    VALUES.  THE RECORD ON FILE IS LEFT AS IT IS.
       REPORT-CONFLICT.
           ADD 1                    TO WS-CONFLICT-COUNT
           ADD WS-DELTA             TO WS-CONFLICT-TOTAL
           MOVE 'CONFLICT'          TO DTL-RESULT
           PERFORM WRITE-DETAIL-LINE.
      *
      *    REPORT-ALREADY-APPLIED - THE RESTORED FILE ALREADY HOLDS
      *    THE NEW VALUES: THE CHANGE WAS MADE WHILE THE BACKUP WAS
      *    BEING TAKEN.  LISTED SO IT CAN BE CHECKED, NOT APPLIED.
       REPORT-ALREADY-APPLIED.
           ADD 1                    TO WS-ALREADY-COUNT
           ADD WS-DELTA             TO WS-ALREADY-TOTAL
           MOVE 'ON BACKUP'         TO DTL-RESULT
           MOVE 'ALREADY ON RESTORED FILE' TO DTL-REASON
           MOVE SPACES              TO DTL-TRAIL-VALUE
           MOVE SPACES              TO DTL-FILE-VALUE
           PERFORM WRITE-DETAIL-LINE.
      *
       WRITE-DETAIL-LINE.
           MOVE HI-DATE             TO DTL-DATE
           MOVE HI-TIME             TO DTL-TIME
           MOVE HI-SEQ              TO DTL-SEQ
           MOVE HI-PROGRAM          TO DTL-PROGRAM
           MOVE HI-ACTION           TO DTL-ACTION
           MOVE HI-CUST-ID          TO DTL-CUST-ID
           MOVE HI-ACCT-NO          TO DTL-ACCT-NO
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-COUNTS.
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE 'TRAIL RECORDS IN WINDOW'   TO CNT-LABEL
           MOVE WS-TRAIL-COUNT      TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ADDS APPLIED'              TO CNT-LABEL
           MOVE WS-ADD-COUNT        TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CHANGES/POSTINGS APPLIED'  TO CNT-LABEL
           MOVE WS-CHANGE-COUNT     TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DELETES APPLIED'           TO CNT-LABEL
           MOVE WS-DELETE-COUNT     TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NO CHANGE (EXPIRED)'       TO CNT-LABEL
           MOVE WS-NOCHANGE-COUNT   TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ALREADY ON BACKUP'         TO CNT-LABEL
           MOVE WS-ALREADY-COUNT    TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CONFLICTS NOT APPLIED'     TO CNT-LABEL
           MOVE WS-CONFLICT-COUNT   TO CNT-COUNT
           PERFORM WRITE-COUNT-LINE
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       WRITE-COUNT-LINE.
           MOVE CNT-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
      *    PROVE-AND-REPORT - THE NIGHTLY PROOF'S SUM APPLIED TO THE
      *    RECOVERY: RESTORED TOTAL PLUS THE TRAIL'S MOVEMENTS, LESS
      *    WHAT WAS FOUND ALREADY ON THE BACKUP AND WHAT WAS LEFT
      *    UNAPPLIED, MUST EQUAL THE RECOVERED FILE'S TOTAL.  THE
      *    ACCOUNT COUNT IS PROVED THE SAME WAY FROM THE ADDS AND
      *    DELETES.
       PROVE-AND-REPORT.
           MOVE 'RESTORED OPENING TOTAL'   TO PRF-LABEL
           MOVE WS-OPEN-BALANCE     TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           MOVE 'TRAIL MOVEMENTS'          TO PRF-LABEL
           MOVE WS-TRAIL-TOTAL      TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           MOVE 'LESS ALREADY ON BACKUP'   TO PRF-LABEL
           MOVE WS-ALREADY-TOTAL    TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           MOVE 'LESS CONFLICTS NOT APPLIED' TO PRF-LABEL
           MOVE WS-CONFLICT-TOTAL   TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           COMPUTE WS-EXPECTED-BALANCE = WS-OPEN-BALANCE
               + WS-TRAIL-TOTAL - WS-ALREADY-TOTAL
               - WS-CONFLICT-TOTAL
           MOVE 'EXPECTED CLOSING TOTAL'   TO PRF-LABEL
           MOVE WS-EXPECTED-BALANCE TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           MOVE 'RECOVERED CLOSING TOTAL'  TO PRF-LABEL
           MOVE WS-CLOSE-BALANCE    TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           COMPUTE WS-DIFFERENCE =
               WS-CLOSE-BALANCE - WS-EXPECTED-BALANCE
           MOVE 'DIFFERENCE'               TO PRF-LABEL
           MOVE WS-DIFFERENCE       TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO PRF-AMOUNT
           PERFORM WRITE-PROOF-LINE
      *
           MOVE SPACES              TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE 'RESTORED ACCOUNTS'        TO PRF-LABEL
           MOVE WS-OPEN-COUNT       TO WS-CNT-DISP
           MOVE SPACES              TO PRF-AMOUNT
           MOVE WS-CNT-DISP         TO PRF-AMOUNT (7:12)
           PERFORM WRITE-PROOF-LINE
      *
           COMPUTE WS-EXPECTED-COUNT = WS-OPEN-COUNT
               + WS-ADD-COUNT - WS-DELETE-COUNT
           MOVE 'EXPECTED ACCOUNTS'        TO PRF-LABEL
           MOVE WS-EXPECTED-COUNT   TO WS-CNT-DISP
           MOVE SPACES              TO PRF-AMOUNT
           MOVE WS-CNT-DISP         TO PRF-AMOUNT (7:12)
           PERFORM WRITE-PROOF-LINE
      *
           MOVE 'RECOVERED ACCOUNTS'       TO PRF-LABEL
           MOVE WS-CLOSE-COUNT      TO WS-CNT-DISP
           MOVE SPACES              TO PRF-AMOUNT
           MOVE WS-CNT-DISP         TO PRF-AMOUNT (7:12)
           PERFORM WRITE-PROOF-LINE
      *
           COMPUTE WS-COUNT-DIFFERENCE =
               WS-CLOSE-COUNT - WS-EXPECTED-COUNT
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           IF  WS-DIFFERENCE = 0
               AND WS-COUNT-DIFFERENCE = 0
               MOVE 'IN BALANCE'        TO TRLR-RESULT
           ELSE
               MOVE '** OUT OF BALANCE' TO TRLR-RESULT
               MOVE 8               TO RETURN-CODE
           END-IF
           MOVE WS-CONFLICT-COUNT   TO TRLR-CONFLICTS
      *
           MOVE TRLR-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
      *
           DISPLAY 'RESTORED TOTAL:  ' WS-OPEN-BALANCE
                   ' (' WS-OPEN-COUNT ' ACCOUNTS)'
           DISPLAY 'TRAIL MOVEMENTS: ' WS-TRAIL-TOTAL
                   ' (' WS-TRAIL-COUNT ' RECORDS)'
           DISPLAY 'RECOVERED TOTAL: ' WS-CLOSE-BALANCE
                   ' (' WS-CLOSE-COUNT ' ACCOUNTS)'
           DISPLAY 'DIFFERENCE:      ' WS-DIFFERENCE
           DISPLAY 'CONFLICTS:       ' WS-CONFLICT-COUNT
           DISPLAY 'PROOF RESULT:    ' TRLR-RESULT.
      *
       WRITE-PROOF-LINE.
           MOVE PRF-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE HISTFILE
           CLOSE RPTFILE.
      *
       STOP-PROCESS.
           STOP RUN.
