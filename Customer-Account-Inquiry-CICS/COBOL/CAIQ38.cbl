      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ38.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT MAPFILE ASSIGN TO CAIQGM01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
      *    JRNLFILE / HISTFILE - DYNAMIC ACCESS: EACH IS POSITIONED
      *    AT THE BUSINESS DATE BY KEY AND READ FORWARD THROUGH IT.
           SELECT JRNLFILE ASSIGN TO CAIQJ01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO CAIQH01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CUSTFILE ASSIGN TO CAIQF01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-KEY
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO CAIQPJ01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUNCTL ASSIGN TO CAIQC01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT GLFILE ASSIGN TO CAIQG01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR22
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT EXCFILE ASSIGN TO CAIQR23
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  MAPFILE RECORDING MODE IS F.
       01  MAP-REC.
           COPY CAIQGM01.
      *
       FD  JRNLFILE RECORDING MODE IS F.
       01  JRNL-REC.
           COPY CAIQJR01.
      *
      *    HISTFILE - READ ONLY FOR THE TIE TO THE MONEY PROOF: THE
      *    DAY'S CAIQH01 BALANCE DELTAS ARE SUMMED THE WAY CAIQ26
      *    SUMS THEM.
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
       FD  CUSTFILE RECORDING MODE IS F.
       01  CUST-REC.
           COPY CAIQCR01.
      *
      *    PARMFILE IS OPTIONAL - A MISSING DD (OR A DD DUMMY)
      *    LEAVES THE SUSPENSE ACCOUNTS AT THEIR DEFAULTS.
       FD  PARMFILE RECORDING MODE IS F.
       01  PARM-REC.
           05  PJ-SUSP-DR-GL-ACCT  PIC X(12).
           05  PJ-SUSP-CR-GL-ACCT  PIC X(12).
           05  FILLER              PIC X(56).
      *
       FD  RUNCTL RECORDING MODE IS F.
       01  RUNCTL-REC.
           COPY CAIQRC01.
      *
       FD  GLFILE RECORDING MODE IS F.
       01  GL-REC.
           COPY CAIQGL01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(132).
      *
       FD  EXCFILE RECORDING MODE IS V.
       01  EXC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MAP-FILE-STATUS      PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-EXC-FILE-STATUS      PIC XX.
       01  WS-MAP-EOF              PIC X VALUE 'N'.
       01  WS-JRNL-EOF             PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-TIME             PIC X(06).
      *
      *    WS-SUSP-DR-GL / WS-SUSP-CR-GL - WHERE AN UNMAPPED
      *    COMBINATION IS BOOKED SO THE BATCH STILL BALANCES AND
      *    THE MONEY IS IN THE LEDGER UNTIL FINANCE RECLASSES IT.
       01  WS-SUSP-DR-GL           PIC X(12) VALUE '999999999901'.
       01  WS-SUSP-CR-GL           PIC X(12) VALUE '999999999902'.
      *
      *    WS-MAP-TABLE - THE CAIQGM01 CARDS LOADED AT OPEN TIME,
      *    SCANNED PER COMBINATION THE SAME WAY CAIQ13 SCANS ITS
      *    RATE TABLE.
       01  WS-MAP-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-MAP-FOUND            PIC X VALUE 'N'.
       01  WS-WANT-BRANCH          PIC X(06).
       01  WS-WANT-ACCT-TYPE       PIC X(10).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MP-IDX.
               10  MPE-BRANCH-CODE     PIC X(06).
               10  MPE-ACCT-TYPE       PIC X(10).
               10  MPE-TRAN-TYPE       PIC X(01).
               10  MPE-DR-GL-ACCT      PIC X(12).
               10  MPE-CR-GL-ACCT      PIC X(12).
               10  MPE-DESC            PIC X(30).
      *
      *    WS-SUMMARY - NET JOURNAL AMOUNT AND ITEM COUNT PER
      *    BRANCH / ACCOUNT TYPE / TRANSACTION TYPE, IN THE ORDER
      *    THE COMBINATIONS FIRST TURN UP ON THE JOURNAL.  BRANCH
      *    AND TYPE ARE SPACES FOR A JOURNAL ITEM WHOSE ACCOUNT IS
      *    NO LONGER ON CAIQF01.
       01  WS-SUMMARY-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-SM-FOUND             PIC X VALUE 'N'.
       01  WS-SUMMARY.
           05  WS-SUMMARY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SM-IDX.
               10  SME-BRANCH-CODE     PIC X(06).
               10  SME-ACCT-TYPE       PIC X(10).
               10  SME-TRAN-TYPE       PIC X(01).
               10  SME-COUNT           PIC 9(9).
               10  SME-AMOUNT          PIC S9(13)V99 COMP-3.
      *
       01  WS-JR-BRANCH            PIC X(06).
       01  WS-JR-ACCT-TYPE         PIC X(10).
       01  WS-DR-GL-ACCT           PIC X(12).
       01  WS-CR-GL-ACCT           PIC X(12).
       01  WS-GL-DESC              PIC X(30).
       01  WS-LINE-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-SUSPENSE-LINE        PIC X(01).
      *
       01  WS-JRNL-COUNT           PIC 9(9) VALUE 0.
       01  WS-NOT-FOUND-COUNT      PIC 9(9) VALUE 0.
       01  WS-GL-DTL-COUNT         PIC 9(9) VALUE 0.
       01  WS-SUSP-COUNT           PIC 9(9) VALUE 0.
       01  WS-GL-DR-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GL-CR-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-SUSP-AMOUNT          PIC S9(15)V99 COMP-3 VALUE 0.
      *
      *    WS-JRNL-MOVEMENT / WS-HIST-MOVEMENT / WS-REMOVED-AMOUNT -
      *    THE TIE.  EVERY BALANCE MOVEMENT IS ON BOTH CAIQJ01 AND
      *    CAIQH01 EXCEPT A RECORD LEAVING CAIQF01 (FEED DELETE,
      *    ARCHIVE/PURGE), WHICH IS HISTORY ONLY.  SO THE JOURNAL
      *    TOTAL PLUS THE BALANCES REMOVED MUST EQUAL THE DELTA SUM
      *    THE MONEY PROOF ADDS UP FOR THE SAME DAY.
       01  WS-JRNL-MOVEMENT        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-HIST-MOVEMENT        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-HIST-COUNT           PIC 9(9) VALUE 0.
       01  WS-REMOVED-AMOUNT       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-REMOVED-COUNT        PIC 9(9) VALUE 0.
       01  WS-TIE-EXPECTED         PIC S9(15)V99 COMP-3.
       01  WS-TIE-DIFFERENCE       PIC S9(15)V99 COMP-3.
       01  WS-TIE-RESULT           PIC X(20).
      *
       01  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'GENERAL LEDGER INTERFACE CONTROL REPORT'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(39) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(06) VALUE 'BRANCH'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ACCT TYPE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE '    ITEMS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE '            NET AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'DEBIT GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'CREDIT GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(22) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-BRANCH-CODE     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACCT-TYPE       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-TRAN-TYPE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DR-GL-ACCT      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CR-GL-ACCT      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DESC            PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.
      *
       01  TIE-LINE.
           05  TIE-LABEL           PIC X(40).
           05  TIE-AMOUNT          PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TIE-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(59) VALUE SPACES.
      *
       01  TRLR-LINE.
           05  FILLER              PIC X(14) VALUE 'TIE RESULT:   '.
           05  TRLR-RESULT         PIC X(20).
           05  FILLER              PIC X(98) VALUE SPACES.
      *
       01  EXC-HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'GL INTERFACE EXCEPTIONS - TO SUSPENSE'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  EXC-HDG-BUS-DATE    PIC X(08).
           05  FILLER              PIC X(39) VALUE SPACES.
      *
       01  EXC-HDG-LINE-2.
           05  FILLER              PIC X(06) VALUE 'BRANCH'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ACCT TYPE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE 'TT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE '    ITEMS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE '            NET AMOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'REASON'.
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  EXC-DTL-LINE.
           05  EXC-BRANCH-CODE     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXC-ACCT-TYPE       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXC-TRAN-TYPE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXC-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXC-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXC-REASON          PIC X(30).
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-SUSPENSE-PARM
           PERFORM LOAD-MAP-TABLE
           PERFORM PRINT-HEADER
      *
           PERFORM START-JRNLFILE
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               PERFORM PROCESS-JRNL-REC
               PERFORM READ-JRNLFILE
           END-PERFORM
      *
           PERFORM WRITE-GL-HEADER
           SET WS-SM-IDX            TO 1
           PERFORM POST-ONE-COMBINATION
                   UNTIL WS-SM-IDX > WS-SUMMARY-COUNT
           PERFORM WRITE-GL-TRAILER
      *
           PERFORM SUM-HIST-MOVEMENTS
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
           IF  WS-TIE-DIFFERENCE NOT = 0
               OR WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
               MOVE 8              TO RETURN-CODE
           ELSE
               IF  WS-SUSP-COUNT > 0
                   MOVE 4          TO RETURN-CODE
               END-IF
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN INPUT MAPFILE
           IF  WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'GL MAPPING FILE OPEN ERROR: '
                       WS-MAP-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN INPUT JRNLFILE
           IF  WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRNL-FILE-STATUS
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
           OPEN INPUT CUSTFILE
           IF  WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN ERROR: ' WS-CUST-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT GLFILE
           IF  WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'GL BATCH FILE OPEN ERROR: ' WS-GL-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT RPTFILE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-OUT-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF
      *
           OPEN OUTPUT EXCFILE
           IF  WS-EXC-FILE-STATUS NOT = '00'
               DISPLAY 'EXCEPTION REPORT OPEN ERROR: '
                       WS-EXC-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    LOAD-SUSPENSE-PARM - OPTIONAL CAIQPJ01 CARD: COLUMNS 1-12
      *    THE SUSPENSE DEBIT GL ACCOUNT, 13-24 THE SUSPENSE CREDIT
      *    GL ACCOUNT.  A BLANK FIELD KEEPS ITS DEFAULT.
       LOAD-SUSPENSE-PARM.
           OPEN INPUT PARMFILE.
           IF  WS-PARM-FILE-STATUS = '00'
               READ PARMFILE
               IF  WS-PARM-FILE-STATUS = '00'
                   IF  PJ-SUSP-DR-GL-ACCT NOT = SPACES
                       MOVE PJ-SUSP-DR-GL-ACCT  TO WS-SUSP-DR-GL
                   END-IF
                   IF  PJ-SUSP-CR-GL-ACCT NOT = SPACES
                       MOVE PJ-SUSP-CR-GL-ACCT  TO WS-SUSP-CR-GL
                   END-IF
               END-IF
               CLOSE PARMFILE
           END-IF
      *
           DISPLAY 'SUSPENSE DEBIT GL:       ' WS-SUSP-DR-GL
           DISPLAY 'SUSPENSE CREDIT GL:      ' WS-SUSP-CR-GL.
      *
      *    LOAD-MAP-TABLE - PULLS EVERY CAIQGM01 CARD INTO THE
      *    IN-CORE TABLE.  AN EMPTY MAPPING FILE SENDS THE WHOLE DAY
      *    TO SUSPENSE, WHICH IS LOUD BUT LOSES NOTHING.
       LOAD-MAP-TABLE.
           PERFORM READ-MAPFILE
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               PERFORM ADD-MAP-ENTRY
               PERFORM READ-MAPFILE
           END-PERFORM
      *
           DISPLAY 'GL MAPPING ENTRIES LOADED: ' WS-MAP-COUNT
           IF  WS-MAP-COUNT = 0
               DISPLAY 'GL MAPPING TABLE EMPTY - ALL ITEMS TO SUSPENSE'
           END-IF.
      *
       READ-MAPFILE.
           READ MAPFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-MAP-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-MAP-EOF
               WHEN OTHER
                   DISPLAY 'GL MAPPING READ ERROR: '
                           WS-MAP-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
       ADD-MAP-ENTRY.
           IF  WS-MAP-COUNT < 500
               ADD 1               TO WS-MAP-COUNT
               SET WS-MP-IDX       TO WS-MAP-COUNT
               MOVE GM-BRANCH-CODE TO MPE-BRANCH-CODE (WS-MP-IDX)
               MOVE GM-ACCT-TYPE   TO MPE-ACCT-TYPE (WS-MP-IDX)
               MOVE GM-TRAN-TYPE   TO MPE-TRAN-TYPE (WS-MP-IDX)
               MOVE GM-DR-GL-ACCT  TO MPE-DR-GL-ACCT (WS-MP-IDX)
               MOVE GM-CR-GL-ACCT  TO MPE-CR-GL-ACCT (WS-MP-IDX)
               MOVE GM-DESC        TO MPE-DESC (WS-MP-IDX)
           ELSE
               DISPLAY 'GL MAPPING TABLE FULL - ENTRY IGNORED: '
                       GM-BRANCH-CODE ' ' GM-ACCT-TYPE ' '
                       GM-TRAN-TYPE
           END-IF.
      *
      *    START-JRNLFILE - POSITIONS AT THE FIRST JOURNAL RECORD OF
      *    THE BUSINESS DATE AND READS IT.  NOTHING ON OR AFTER THE
      *    DATE IS AN EMPTY DAY, NOT AN ERROR.
       START-JRNLFILE.
           MOVE LOW-VALUES          TO JR-KEY
           MOVE WS-BUS-DATE         TO JR-DATE
           START JRNLFILE KEY IS NOT LESS THAN JR-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-JRNL-EOF
           END-START
      *
           IF  WS-JRNL-EOF = 'N'
               PERFORM READ-JRNLFILE
           END-IF.
      *
       READ-JRNLFILE.
           READ JRNLFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-JRNL-FILE-STATUS
               WHEN '00'
                   IF  JR-DATE NOT = WS-BUS-DATE
                       MOVE 'Y'    TO WS-JRNL-EOF
                   ELSE
                       ADD 1       TO WS-JRNL-COUNT
                   END-IF
               WHEN '10'
                   MOVE 'Y'        TO WS-JRNL-EOF
               WHEN OTHER
                   DISPLAY 'JOURNAL READ ERROR: ' WS-JRNL-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-JRNL-REC - BRANCH AND ACCOUNT TYPE COME FROM THE
      *    ACCOUNT'S CAIQF01 RECORD.  AN ACCOUNT GONE FROM THE FILE
      *    SINCE (DELETED OR PURGED LATER THE SAME NIGHT) STILL HAS
      *    ITS MONEY SUMMARIZED - UNDER BLANK BRANCH AND TYPE, WHICH
      *    NO CARD MAPS, SO IT LANDS ON SUSPENSE AND THE EXCEPTION
      *    REPORT.
       PROCESS-JRNL-REC.
           ADD JR-AMOUNT            TO WS-JRNL-MOVEMENT
      *
           MOVE JR-CUST-ID          TO CR-CUST-ID
           MOVE JR-ACCT-NO          TO CR-ACCT-NO
           READ CUSTFILE
               INVALID KEY
                   MOVE SPACES      TO WS-JR-BRANCH
                   MOVE SPACES      TO WS-JR-ACCT-TYPE
                   ADD 1            TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   MOVE CR-BRANCH-CODE  TO WS-JR-BRANCH
                   MOVE CR-ACCT-TYPE    TO WS-JR-ACCT-TYPE
           END-READ
      *
           PERFORM FIND-OR-ADD-SUMMARY.
      *
       FIND-OR-ADD-SUMMARY.
           MOVE 'N'                    TO WS-SM-FOUND
           SET WS-SM-IDX               TO 1
           PERFORM SCAN-SUMMARY
                   UNTIL WS-SM-FOUND = 'Y'
                      OR WS-SM-IDX > WS-SUMMARY-COUNT
      *
           IF  WS-SM-FOUND = 'N'
               IF  WS-SUMMARY-COUNT NOT < 2000
                   DISPLAY 'GL SUMMARY TABLE FULL AT JOURNAL KEY '
                           JR-KEY
                   MOVE 12             TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
               END-IF
               ADD 1                   TO WS-SUMMARY-COUNT
               SET WS-SM-IDX           TO WS-SUMMARY-COUNT
               MOVE WS-JR-BRANCH       TO SME-BRANCH-CODE (WS-SM-IDX)
               MOVE WS-JR-ACCT-TYPE    TO SME-ACCT-TYPE (WS-SM-IDX)
               MOVE JR-TRAN-TYPE       TO SME-TRAN-TYPE (WS-SM-IDX)
               MOVE 0                  TO SME-COUNT (WS-SM-IDX)
               MOVE 0                  TO SME-AMOUNT (WS-SM-IDX)
           END-IF
      *
           ADD 1                       TO SME-COUNT (WS-SM-IDX)
           ADD JR-AMOUNT               TO SME-AMOUNT (WS-SM-IDX).
      *
       SCAN-SUMMARY.
           IF  WS-JR-BRANCH = SME-BRANCH-CODE (WS-SM-IDX)
               AND WS-JR-ACCT-TYPE = SME-ACCT-TYPE (WS-SM-IDX)
               AND JR-TRAN-TYPE = SME-TRAN-TYPE (WS-SM-IDX)
               MOVE 'Y'                TO WS-SM-FOUND
           ELSE
               SET WS-SM-IDX           UP BY 1
           END-IF.
      *
      *    POST-ONE-COMBINATION - FINDS THE COMBINATION'S MAPPING
      *    AND WRITES ITS DEBIT AND CREDIT LINES.  A NET CREDIT
      *    TAKES THE CARD'S SIDES AS THEY STAND, A NET DEBIT THE
      *    OTHER WAY ROUND.  A COMBINATION THAT NETS TO ZERO IS
      *    REPORTED BUT NOT SENT.
       POST-ONE-COMBINATION.
           PERFORM FIND-GL-MAPPING
      *
           IF  WS-MAP-FOUND = 'Y'
               MOVE 'N'                TO WS-SUSPENSE-LINE
               MOVE MPE-DESC (WS-MP-IDX)  TO WS-GL-DESC
               IF  SME-AMOUNT (WS-SM-IDX) < 0
                   MOVE MPE-CR-GL-ACCT (WS-MP-IDX) TO WS-DR-GL-ACCT
                   MOVE MPE-DR-GL-ACCT (WS-MP-IDX) TO WS-CR-GL-ACCT
               ELSE
                   MOVE MPE-DR-GL-ACCT (WS-MP-IDX) TO WS-DR-GL-ACCT
                   MOVE MPE-CR-GL-ACCT (WS-MP-IDX) TO WS-CR-GL-ACCT
               END-IF
           ELSE
               MOVE 'Y'                TO WS-SUSPENSE-LINE
               MOVE 'UNMAPPED - SUSPENSE'  TO WS-GL-DESC
               MOVE WS-SUSP-DR-GL      TO WS-DR-GL-ACCT
               MOVE WS-SUSP-CR-GL      TO WS-CR-GL-ACCT
               ADD 1                   TO WS-SUSP-COUNT
               ADD SME-AMOUNT (WS-SM-IDX)  TO WS-SUSP-AMOUNT
               PERFORM PRINT-EXCEPTION-LINE
           END-IF
      *
           IF  SME-AMOUNT (WS-SM-IDX) < 0
               COMPUTE WS-LINE-AMOUNT = 0 - SME-AMOUNT (WS-SM-IDX)
           ELSE
               MOVE SME-AMOUNT (WS-SM-IDX) TO WS-LINE-AMOUNT
           END-IF
      *
           IF  WS-LINE-AMOUNT NOT = 0
               MOVE 'D'                TO GL-DTL-DR-CR
               MOVE WS-DR-GL-ACCT      TO GL-DTL-GL-ACCT
               PERFORM WRITE-GL-DETAIL
               ADD WS-LINE-AMOUNT      TO WS-GL-DR-TOTAL
               MOVE 'C'                TO GL-DTL-DR-CR
               MOVE WS-CR-GL-ACCT      TO GL-DTL-GL-ACCT
               PERFORM WRITE-GL-DETAIL
               ADD WS-LINE-AMOUNT      TO WS-GL-CR-TOTAL
           END-IF
      *
           PERFORM PRINT-SUMMARY-LINE
           SET WS-SM-IDX               UP BY 1.
      *
      *    FIND-GL-MAPPING - MOST SPECIFIC CARD FIRST: BRANCH AND
      *    TYPE, THEN ANY BRANCH FOR THE TYPE, THEN ANY TYPE AT THE
      *    BRANCH, THEN ANY BRANCH AND ANY TYPE.
       FIND-GL-MAPPING.
           MOVE SME-BRANCH-CODE (WS-SM-IDX)  TO WS-WANT-BRANCH
           MOVE SME-ACCT-TYPE (WS-SM-IDX)    TO WS-WANT-ACCT-TYPE
           PERFORM SEARCH-MAP-TABLE THRU SEARCH-MAP-TABLE-EXIT
      *
           IF  WS-MAP-FOUND = 'N'
               MOVE '*'                TO WS-WANT-BRANCH
               PERFORM SEARCH-MAP-TABLE THRU SEARCH-MAP-TABLE-EXIT
           END-IF
      *
           IF  WS-MAP-FOUND = 'N'
               MOVE SME-BRANCH-CODE (WS-SM-IDX)  TO WS-WANT-BRANCH
               MOVE '*'                TO WS-WANT-ACCT-TYPE
               PERFORM SEARCH-MAP-TABLE THRU SEARCH-MAP-TABLE-EXIT
           END-IF
      *
           IF  WS-MAP-FOUND = 'N'
               MOVE '*'                TO WS-WANT-BRANCH
               PERFORM SEARCH-MAP-TABLE THRU SEARCH-MAP-TABLE-EXIT
           END-IF.
      *
       SEARCH-MAP-TABLE.
           MOVE 'N'                    TO WS-MAP-FOUND
           IF  SME-BRANCH-CODE (WS-SM-IDX) = SPACES
               GO TO SEARCH-MAP-TABLE-EXIT
           END-IF
           SET WS-MP-IDX               TO 1
           PERFORM SCAN-MAP-ENTRY
                   UNTIL WS-MAP-FOUND = 'Y'
                      OR WS-MP-IDX > WS-MAP-COUNT.
      *
       SEARCH-MAP-TABLE-EXIT.
           EXIT.
      *
       SCAN-MAP-ENTRY.
           IF  MPE-BRANCH-CODE (WS-MP-IDX) = WS-WANT-BRANCH
               AND MPE-ACCT-TYPE (WS-MP-IDX) = WS-WANT-ACCT-TYPE
               AND MPE-TRAN-TYPE (WS-MP-IDX) =
                   SME-TRAN-TYPE (WS-SM-IDX)
               MOVE 'Y'                TO WS-MAP-FOUND
           ELSE
               SET WS-MP-IDX           UP BY 1
           END-IF.
      *
       WRITE-GL-HEADER.
           MOVE SPACES              TO GL-REC
           MOVE 'H'                 TO GL-REC-TYPE
           MOVE 'CAIQDEP'           TO GL-HDR-SOURCE
           MOVE WS-BUS-DATE         TO GL-HDR-BUS-DATE
           MOVE WS-RUN-DATE         TO GL-HDR-CREATE-DATE
           MOVE WS-RUN-TIME         TO GL-HDR-CREATE-TIME
           PERFORM WRITE-GL-REC.
      *
      *    WRITE-GL-DETAIL - THE CALLER HAS SET THE SIDE AND THE GL
      *    ACCOUNT; THE REST COMES FROM THE SUMMARY ENTRY.
       WRITE-GL-DETAIL.
           MOVE 'D'                 TO GL-REC-TYPE
           MOVE WS-LINE-AMOUNT      TO GL-DTL-AMOUNT
           MOVE SME-BRANCH-CODE (WS-SM-IDX)  TO GL-DTL-BRANCH-CODE
           MOVE SME-ACCT-TYPE (WS-SM-IDX)    TO GL-DTL-ACCT-TYPE
           MOVE SME-TRAN-TYPE (WS-SM-IDX)    TO GL-DTL-TRAN-TYPE
           MOVE SME-COUNT (WS-SM-IDX)        TO GL-DTL-ITEM-COUNT
           MOVE WS-SUSPENSE-LINE    TO GL-DTL-SUSPENSE
           MOVE WS-GL-DESC          TO GL-DTL-DESC
           ADD 1                    TO WS-GL-DTL-COUNT
           PERFORM WRITE-GL-REC.
      *
       WRITE-GL-TRAILER.
           MOVE SPACES              TO GL-REC
           MOVE 'T'                 TO GL-REC-TYPE
           MOVE WS-GL-DTL-COUNT     TO GL-TRL-DTL-COUNT
           MOVE WS-GL-DR-TOTAL      TO GL-TRL-DR-TOTAL
           MOVE WS-GL-CR-TOTAL      TO GL-TRL-CR-TOTAL
           MOVE WS-JRNL-MOVEMENT    TO GL-TRL-NET-MOVEMENT
           PERFORM WRITE-GL-REC.
      *
       WRITE-GL-REC.
           WRITE GL-REC
           IF  WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'GL BATCH FILE WRITE ERROR: ' WS-GL-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF.
      *
      *    SUM-HIST-MOVEMENTS - THE MONEY PROOF'S DELTA RULE OVER
      *    THE BUSINESS DATE'S CAIQH01 RECORDS: EVERY RECORD WHOSE
      *    BALANCES DIFFER COUNTS, STATUS-ONLY TOUCHES DO NOT.  A
      *    'D' RECORD (THE ACCOUNT LEFT CAIQF01) IS ALSO TAKEN
      *    ASIDE AS THE ONE MOVEMENT THE JOURNAL DOES NOT CARRY.
       SUM-HIST-MOVEMENTS.
           MOVE LOW-VALUES          TO HI-KEY
           MOVE WS-BUS-DATE         TO HI-DATE
           START HISTFILE KEY IS NOT LESS THAN HI-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-HIST-EOF
           END-START
      *
           IF  WS-HIST-EOF = 'N'
               PERFORM READ-HISTFILE
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               PERFORM PROCESS-HIST-REC
               PERFORM READ-HISTFILE
           END-PERFORM.
      *
       PROCESS-HIST-REC.
           IF  HI-NEW-BALANCE NOT = HI-OLD-BALANCE
               ADD 1                TO WS-HIST-COUNT
               COMPUTE WS-HIST-MOVEMENT = WS-HIST-MOVEMENT
                   + HI-NEW-BALANCE - HI-OLD-BALANCE
               IF  HI-ACTION = 'D'
                   ADD 1            TO WS-REMOVED-COUNT
                   COMPUTE WS-REMOVED-AMOUNT = WS-REMOVED-AMOUNT
                       + HI-NEW-BALANCE - HI-OLD-BALANCE
               END-IF
           END-IF.
      *
       READ-HISTFILE.
           READ HISTFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-HIST-FILE-STATUS
               WHEN '00'
                   IF  HI-DATE NOT = WS-BUS-DATE
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
       PRINT-SUMMARY-LINE.
           MOVE SME-BRANCH-CODE (WS-SM-IDX)  TO DTL-BRANCH-CODE
           MOVE SME-ACCT-TYPE (WS-SM-IDX)    TO DTL-ACCT-TYPE
           MOVE SME-TRAN-TYPE (WS-SM-IDX)    TO DTL-TRAN-TYPE
           MOVE SME-COUNT (WS-SM-IDX)        TO DTL-COUNT
           MOVE SME-AMOUNT (WS-SM-IDX)       TO DTL-AMOUNT
           MOVE WS-DR-GL-ACCT       TO DTL-DR-GL-ACCT
           MOVE WS-CR-GL-ACCT       TO DTL-CR-GL-ACCT
           IF  WS-LINE-AMOUNT = 0
               MOVE 'NETS TO ZERO - NOT SENT'    TO DTL-DESC
           ELSE
               MOVE WS-GL-DESC      TO DTL-DESC
           END-IF
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-EXCEPTION-LINE.
           MOVE SME-BRANCH-CODE (WS-SM-IDX)  TO EXC-BRANCH-CODE
           MOVE SME-ACCT-TYPE (WS-SM-IDX)    TO EXC-ACCT-TYPE
           MOVE SME-TRAN-TYPE (WS-SM-IDX)    TO EXC-TRAN-TYPE
           MOVE SME-COUNT (WS-SM-IDX)        TO EXC-COUNT
           MOVE SME-AMOUNT (WS-SM-IDX)       TO EXC-AMOUNT
           IF  SME-BRANCH-CODE (WS-SM-IDX) = SPACES
               MOVE 'ACCOUNT NO LONGER ON CAIQF01' TO EXC-REASON
           ELSE
               MOVE 'NO CAIQGM01 MAPPING'   TO EXC-REASON
           END-IF
      *
           MOVE EXC-DTL-LINE        TO EXC-REC
           WRITE EXC-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-HEADER.
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE WS-BUS-DATE         TO EXC-HDG-BUS-DATE
           MOVE EXC-HDG-LINE-1      TO EXC-REC
           WRITE EXC-REC AFTER ADVANCING PAGE
           MOVE EXC-HDG-LINE-2      TO EXC-REC
           WRITE EXC-REC AFTER ADVANCING 2 LINES
           MOVE ALL '-'             TO EXC-REC
           WRITE EXC-REC AFTER ADVANCING 1 LINE.
      *
      *    PRINT-TOTALS - BATCH CONTROL TOTALS, THEN THE TIE TO THE
      *    MONEY PROOF.  A BATCH THAT DOES NOT BALANCE OR A DAY THAT
      *    DOES NOT TIE ENDS RC 8 FOR FINANCE TO HOLD THE BATCH;
      *    SUSPENSE ITEMS ALONE END RC 4.
       PRINT-TOTALS.
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE 'JOURNAL RECORDS SUMMARIZED'  TO TIE-LABEL
           MOVE WS-JRNL-MOVEMENT    TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-JRNL-COUNT       TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE 'GL DETAIL LINES / DEBIT TOTAL' TO TIE-LABEL
           MOVE WS-GL-DR-TOTAL      TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-GL-DTL-COUNT     TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE 'GL CREDIT TOTAL'             TO TIE-LABEL
           MOVE WS-GL-CR-TOTAL      TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE 0                   TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE 'COMBINATIONS TO SUSPENSE'    TO TIE-LABEL
           MOVE WS-SUSP-AMOUNT      TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-SUSP-COUNT       TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           MOVE 'JOURNAL MOVEMENT TOTAL'      TO TIE-LABEL
           MOVE WS-JRNL-MOVEMENT    TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-JRNL-COUNT       TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE 'BALANCES REMOVED FROM CAIQF01' TO TIE-LABEL
           MOVE WS-REMOVED-AMOUNT   TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-REMOVED-COUNT    TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           COMPUTE WS-TIE-EXPECTED =
               WS-JRNL-MOVEMENT + WS-REMOVED-AMOUNT
           MOVE 'EXPECTED PROOF MOVEMENTS'    TO TIE-LABEL
           MOVE WS-TIE-EXPECTED     TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE 0                   TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           MOVE 'PROOF MOVEMENTS (CAIQH01)'   TO TIE-LABEL
           MOVE WS-HIST-MOVEMENT    TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE WS-HIST-COUNT       TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           COMPUTE WS-TIE-DIFFERENCE =
               WS-HIST-MOVEMENT - WS-TIE-EXPECTED
           MOVE 'DIFFERENCE'                  TO TIE-LABEL
           MOVE WS-TIE-DIFFERENCE   TO WS-AMT-DISP
           MOVE WS-AMT-DISP         TO TIE-AMOUNT
           MOVE 0                   TO TIE-COUNT
           PERFORM WRITE-TIE-LINE
      *
           IF  WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
               MOVE '** BATCH UNBALANCED' TO WS-TIE-RESULT
           ELSE
               IF  WS-TIE-DIFFERENCE = 0
                   MOVE 'TIES TO PROOF'   TO WS-TIE-RESULT
               ELSE
                   MOVE '** DOES NOT TIE' TO WS-TIE-RESULT
               END-IF
           END-IF
           MOVE WS-TIE-RESULT       TO TRLR-RESULT
           MOVE TRLR-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
      *
           IF  WS-SUSP-COUNT = 0
               MOVE 'NO EXCEPTIONS'  TO EXC-REC
               WRITE EXC-REC AFTER ADVANCING 1 LINE
           END-IF
      *
           DISPLAY 'JOURNAL RECORDS READ:     ' WS-JRNL-COUNT
           DISPLAY 'ACCOUNTS NOT ON CAIQF01:  ' WS-NOT-FOUND-COUNT
           DISPLAY 'COMBINATIONS:             ' WS-SUMMARY-COUNT
           DISPLAY 'TO SUSPENSE:              ' WS-SUSP-COUNT
           DISPLAY 'GL DETAIL LINES:          ' WS-GL-DTL-COUNT
           DISPLAY 'GL DEBIT TOTAL:           ' WS-GL-DR-TOTAL
           DISPLAY 'GL CREDIT TOTAL:          ' WS-GL-CR-TOTAL
           DISPLAY 'JOURNAL MOVEMENT:         ' WS-JRNL-MOVEMENT
           DISPLAY 'PROOF MOVEMENT:           ' WS-HIST-MOVEMENT
           DISPLAY 'TIE RESULT:               ' WS-TIE-RESULT.
      *
       WRITE-TIE-LINE.
           MOVE TIE-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       CLOSE-ALL.
           CLOSE MAPFILE
           CLOSE JRNLFILE
           CLOSE HISTFILE
           CLOSE CUSTFILE
           CLOSE GLFILE
           CLOSE RPTFILE
           CLOSE EXCFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE BEING PROCESSED; A 'C' RECORD FOR THIS
      *    PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED AND THE
      *    JOB REFUSES TO RUN TWICE - A SECOND GL BATCH FOR THE SAME
      *    DAY WOULD DOUBLE THE LEDGER.  AN 'S' LEFT BY AN ABENDED
      *    RUN PERMITS THE RERUN, WHICH REBUILDS THE WHOLE BATCH.
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
           MOVE 'CAIQ38'            TO RC-PROGRAM-ID
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
           MOVE 'CAIQ38'            TO RC-PROGRAM-ID
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
      *    RECORD COUNT IS THE NUMBER OF JOURNAL RECORDS SUMMARIZED.
       RUN-CONTROL-END.
           MOVE 'CAIQ38'            TO RC-PROGRAM-ID
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
                   MOVE WS-JRNL-COUNT     TO RC-RECORD-COUNT
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
