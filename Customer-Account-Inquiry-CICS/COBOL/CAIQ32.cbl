      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ32.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    DRAWFILE - THE CAIQD01 CASH-DRAWER FILE, KEYED BY DATE
      *    AND OPERATOR, SO THE BUSINESS DATE'S DRAWERS ARE ONE
      *    CONTIGUOUS RANGE.
           SELECT DRAWFILE ASSIGN TO CAIQD01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DRAW-FILE-STATUS.
           SELECT JRNLFILE ASSIGN TO CAIQJ01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.
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
           SELECT RPTFILE ASSIGN TO CAIQR19
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  DRAWFILE RECORDING MODE IS F.
       01  DRAWER-REC.
           COPY CAIQDW01.
      *
      *    JRNLFILE - THE CAIQJ01 TRANSACTION JOURNAL.  THE EXPECTED
      *    DRAWER IS RECOMPUTED HERE FROM THE WHOLE DAY, SO A
      *    POSTING MADE AFTER THE TELLER CLOSED SHOWS UP AS A
      *    DIFFERENCE INSTEAD OF HIDING BEHIND THE CLOSE FIGURES.
       FD  JRNLFILE RECORDING MODE IS F.
       01  JRNL-REC.
           COPY CAIQJR01.
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
       01  WS-DRAW-FILE-STATUS     PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-BRM-FILE-STATUS      PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-DRAW-EOF             PIC X VALUE 'N'.
       01  WS-JRNL-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
       01  WS-DRAWER-COUNT         PIC 9(9) VALUE 0.
       01  WS-JRNL-COUNT           PIC 9(9) VALUE 0.
       01  WS-CASH-COUNT           PIC 9(9) VALUE 0.
       01  WS-BALANCED-COUNT       PIC 9(9) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(9) VALUE 0.
       01  WS-SIGNED-COUNT         PIC 9(9) VALUE 0.
       01  WS-NOT-CLOSED-COUNT     PIC 9(9) VALUE 0.
       01  WS-NO-DRAWER-COUNT      PIC 9(9) VALUE 0.
       01  WS-LATE-POST-COUNT      PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(9) VALUE 0.
      *
      *    WS-DRAWER-TABLE - ONE ENTRY PER OPERATOR WHO EITHER
      *    OPENED A DRAWER OR POSTED TELLER CASH ON THE BUSINESS
      *    DATE.  DT-HAS-DRAWER 'N' IS AN OPERATOR WHO MOVED CASH
      *    WITHOUT EVER OPENING A DRAWER - REPORTED SEPARATELY,
      *    SINCE THERE IS NO BRANCH TO FILE THEM UNDER.
       01  WS-DT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-DT-FOUND             PIC X VALUE 'N'.
       01  WS-DT-SKIP              PIC X VALUE 'N'.
       01  WS-DRAWER-TABLE.
           05  WS-DRAWER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DT-IDX.
               10  DT-OPER-ID          PIC X(08).
               10  DT-TERM-ID          PIC X(04).
               10  DT-BRANCH-CODE      PIC X(06).
               10  DT-HAS-DRAWER       PIC X(01).
               10  DT-STATUS           PIC X(01).
               10  DT-OPEN-FLOAT       PIC S9(09)V99 COMP-3.
               10  DT-CASH-IN          PIC S9(09)V99 COMP-3.
               10  DT-CASH-OUT         PIC S9(09)V99 COMP-3.
               10  DT-TRAN-COUNT       PIC 9(05) COMP-3.
               10  DT-CLOSE-EXPECTED   PIC S9(09)V99 COMP-3.
               10  DT-DECLARED         PIC S9(09)V99 COMP-3.
      *
      *    BRANCH SEQUENCING - THE DRAWER FILE IS IN OPERATOR
      *    ORDER, SO EACH BRANCH IS PICKED OFF THE TABLE IN TURN:
      *    THE LOWEST BRANCH CODE ABOVE THE ONE LAST PRINTED.
       01  WS-LAST-BRANCH          PIC X(06).
       01  WS-NEXT-BRANCH          PIC X(06).
       01  WS-BRANCH-DONE          PIC X(01).
      *
       01  WS-EXPECTED             PIC S9(09)V99.
       01  WS-VARIANCE             PIC S9(09)V99.
      *
       01  WS-BRANCH-TOTALS.
           05  WS-BT-DRAWERS       PIC 9(05).
           05  WS-BT-NOT-CLOSED    PIC 9(05).
           05  WS-BT-EXPECTED      PIC S9(11)V99.
           05  WS-BT-DECLARED      PIC S9(11)V99.
           05  WS-BT-VARIANCE      PIC S9(11)V99.
      *
       01  WS-GRAND-TOTALS.
           05  WS-GT-EXPECTED      PIC S9(11)V99 VALUE 0.
           05  WS-GT-DECLARED      PIC S9(11)V99 VALUE 0.
           05  WS-GT-VARIANCE      PIC S9(11)V99 VALUE 0.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'TELLER CASH-DRAWER BALANCING REPORT'.
           05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDG-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(39) VALUE SPACES.
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
           05  FILLER              PIC X(08) VALUE 'OPERATOR'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'TERM'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '  OPENING FLOAT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '        CASH IN'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '       CASH OUT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '       EXPECTED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '       DECLARED'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '  VARIANCE +/-'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE 'STATUS'.
           05  FILLER              PIC X(04) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-OPER-ID         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-TERM-ID         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-FLOAT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CASH-IN         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CASH-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-EXPECTED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DECLARED        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-VARIANCE        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-STATUS          PIC X(18).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-LATE-FLAG       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
      *
       01  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  SUBTRL-LINE.
           05  FILLER              PIC X(16) VALUE 'BRANCH DRAWERS: '.
           05  SUBTRL-DRAWERS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  NOT CLOSED: '.
           05  SUBTRL-NOT-CLOSED   PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  EXPECTED: '.
           05  SUBTRL-EXPECTED     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  DECLARED: '.
           05  SUBTRL-DECLARED     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  VARIANCE: '.
           05  SUBTRL-VARIANCE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  NODRW-HDG-LINE.
           05  FILLER              PIC X(60)
               VALUE 'TELLER CASH POSTED WITH NO DRAWER OPENED'.
           05  FILLER              PIC X(72) VALUE SPACES.
      *
       01  NODRW-LINE.
           05  NODRW-OPER-ID       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NODRW-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NODRW-CASH-IN       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NODRW-CASH-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'MOVEMENTS:  '.
           05  NODRW-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(16) VALUE 'DRAWERS OPENED: '.
           05  TOT-DRAWERS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  BALANCED: '.
           05  TOT-BALANCED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(21)
               VALUE '  AWAITING SIGN-OFF: '.
           05  TOT-PENDING         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  SIGNED OFF: '.
           05  TOT-SIGNED          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  NOT CLOSED: '.
           05  TOT-NOT-CLOSED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(16) VALUE 'TOTAL EXPECTED: '.
           05  TOT-EXPECTED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  DECLARED: '.
           05  TOT-DECLARED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  VARIANCE: '.
           05  TOT-VARIANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(38) VALUE SPACES.
      *
       01  TRLR-LINE-3.
           05  FILLER              PIC X(24)
               VALUE 'CASH POSTED, NO DRAWER: '.
           05  TOT-NO-DRAWER       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(28)
               VALUE '  * POSTED AFTER THE CLOSE: '.
           05  TOT-LATE-POST       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-DRAWERS
           PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-EXIT
           PERFORM PRINT-HEADER
      *
           MOVE LOW-VALUES          TO WS-LAST-BRANCH
           MOVE 'N'                 TO WS-BRANCH-DONE
           PERFORM PRINT-NEXT-BRANCH
                   UNTIL WS-BRANCH-DONE = 'Y'
      *
           PERFORM PRINT-NO-DRAWER-SECTION
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
      *
           PERFORM RUN-CONTROL-END
      *
      *    A DRAWER LEFT OPEN, ONE STILL WAITING FOR SIGN-OFF OR
      *    CASH MOVED WITH NO DRAWER AT ALL FLAGS THE RUN FOR THE
      *    BRANCH OPERATIONS DESK.
           IF  WS-EXCEPTION-COUNT > 0
               AND RETURN-CODE = 0
               MOVE 4              TO RETURN-CODE
           END-IF
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN INPUT DRAWFILE
           IF  WS-DRAW-FILE-STATUS NOT = '00'
               DISPLAY 'DRAWER FILE OPEN ERROR: ' WS-DRAW-FILE-STATUS
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
      *    LOAD-DRAWERS - EVERY DRAWER OPENED ON THE BUSINESS DATE,
      *    WHATEVER ITS STATUS.
       LOAD-DRAWERS.
           MOVE LOW-VALUES          TO DW-KEY
           MOVE WS-BUS-DATE         TO DW-BUS-DATE
           START DRAWFILE KEY NOT < DW-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-DRAW-EOF
           END-START
      *
           IF  WS-DRAW-EOF = 'N'
               PERFORM READ-DRAWFILE
               PERFORM UNTIL WS-DRAW-EOF = 'Y'
                   PERFORM ADD-DRAWER-ENTRY
                   PERFORM READ-DRAWFILE
               END-PERFORM
           END-IF.
      *
       READ-DRAWFILE.
           READ DRAWFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-DRAW-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-DRAW-EOF
               WHEN OTHER
                   DISPLAY 'DRAWER READ ERROR: ' WS-DRAW-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-DRAW-EOF = 'N'
               AND DW-BUS-DATE NOT = WS-BUS-DATE
               MOVE 'Y'            TO WS-DRAW-EOF
           END-IF.
      *
       ADD-DRAWER-ENTRY.
           IF  WS-DT-COUNT < 500
               ADD 1                TO WS-DT-COUNT
               ADD 1                TO WS-DRAWER-COUNT
               SET WS-DT-IDX        TO WS-DT-COUNT
               MOVE DW-OPER-ID      TO DT-OPER-ID (WS-DT-IDX)
               MOVE DW-TERM-ID      TO DT-TERM-ID (WS-DT-IDX)
               MOVE DW-BRANCH-CODE  TO DT-BRANCH-CODE (WS-DT-IDX)
               MOVE 'Y'             TO DT-HAS-DRAWER (WS-DT-IDX)
               MOVE DW-STATUS       TO DT-STATUS (WS-DT-IDX)
               MOVE DW-OPEN-FLOAT   TO DT-OPEN-FLOAT (WS-DT-IDX)
               MOVE DW-EXPECTED     TO DT-CLOSE-EXPECTED (WS-DT-IDX)
               MOVE DW-DECLARED     TO DT-DECLARED (WS-DT-IDX)
               MOVE 0               TO DT-CASH-IN (WS-DT-IDX)
               MOVE 0               TO DT-CASH-OUT (WS-DT-IDX)
               MOVE 0               TO DT-TRAN-COUNT (WS-DT-IDX)
           ELSE
               DISPLAY 'DRAWER TABLE FULL - NOT REPORTED: '
                       DW-OPER-ID
               MOVE 8               TO RETURN-CODE
           END-IF.
      *
      *    LOAD-JOURNAL - THE BUSINESS DATE'S RANGE OF CAIQJ01.
      *    EVERY ONLINE TELLER CASH MOVEMENT ('C'/'D' WITH AN
      *    OPERATOR ON IT) IS ADDED TO THAT OPERATOR'S DRAWER.  A
      *    SUPERVISOR REVERSAL ('R') CARRIES THE ORIGINAL TELLER AS
      *    ITS OPERATOR AND TAKES ITS MONEY BACK OFF THE SAME SIDE
      *    OF THAT DRAWER: A REVERSED DEPOSIT COMES OFF CASH IN, A
      *    REVERSED WITHDRAWAL OFF CASH OUT.
       LOAD-JOURNAL.
           MOVE LOW-VALUES          TO JR-KEY
           MOVE WS-BUS-DATE         TO JR-DATE
           START JRNLFILE KEY NOT < JR-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-JRNL-EOF
           END-START
      *
           IF  WS-JRNL-EOF = 'Y'
               GO TO LOAD-JOURNAL-EXIT
           END-IF
      *
           PERFORM READ-JRNLFILE
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               PERFORM PROCESS-JRNL-REC
               PERFORM READ-JRNLFILE
           END-PERFORM.
      *
       LOAD-JOURNAL-EXIT.
           EXIT.
      *
       READ-JRNLFILE.
           READ JRNLFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-JRNL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-JRNL-EOF
               WHEN OTHER
                   DISPLAY 'JOURNAL READ ERROR: ' WS-JRNL-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE
      *
           IF  WS-JRNL-EOF = 'N'
               AND JR-DATE NOT = WS-BUS-DATE
               MOVE 'Y'            TO WS-JRNL-EOF
           END-IF.
      *
       PROCESS-JRNL-REC.
           ADD 1                    TO WS-JRNL-COUNT
      *
           IF  (JR-TRAN-TYPE = 'C' OR JR-TRAN-TYPE = 'D'
                                   OR JR-TRAN-TYPE = 'R')
               AND JR-OPER-ID NOT = SPACES
               ADD 1                TO WS-CASH-COUNT
               PERFORM FIND-OR-ADD-DRAWER
               IF  WS-DT-SKIP = 'N'
                   IF  JR-TRAN-TYPE = 'C'
                       OR (JR-TRAN-TYPE = 'R' AND JR-AMOUNT < 0)
                       ADD JR-AMOUNT  TO DT-CASH-IN (WS-DT-IDX)
                   ELSE
                       SUBTRACT JR-AMOUNT
                           FROM DT-CASH-OUT (WS-DT-IDX)
                   END-IF
                   ADD 1            TO DT-TRAN-COUNT (WS-DT-IDX)
               END-IF
           END-IF.
      *
       FIND-OR-ADD-DRAWER.
           MOVE 'N'                 TO WS-DT-SKIP
           MOVE 'N'                 TO WS-DT-FOUND
           SET WS-DT-IDX            TO 1
           PERFORM SCAN-DRAWER
                   UNTIL WS-DT-FOUND = 'Y'
                      OR WS-DT-IDX > WS-DT-COUNT
      *
           IF  WS-DT-FOUND = 'N'
               IF  WS-DT-COUNT < 500
                   ADD 1            TO WS-DT-COUNT
                   SET WS-DT-IDX    TO WS-DT-COUNT
                   MOVE JR-OPER-ID  TO DT-OPER-ID (WS-DT-IDX)
                   MOVE JR-TERM-ID  TO DT-TERM-ID (WS-DT-IDX)
                   MOVE SPACES      TO DT-BRANCH-CODE (WS-DT-IDX)
                   MOVE 'N'         TO DT-HAS-DRAWER (WS-DT-IDX)
                   MOVE SPACES      TO DT-STATUS (WS-DT-IDX)
                   MOVE 0           TO DT-OPEN-FLOAT (WS-DT-IDX)
                   MOVE 0           TO DT-CLOSE-EXPECTED (WS-DT-IDX)
                   MOVE 0           TO DT-DECLARED (WS-DT-IDX)
                   MOVE 0           TO DT-CASH-IN (WS-DT-IDX)
                   MOVE 0           TO DT-CASH-OUT (WS-DT-IDX)
                   MOVE 0           TO DT-TRAN-COUNT (WS-DT-IDX)
               ELSE
                   DISPLAY 'DRAWER TABLE FULL - NOT REPORTED: '
                           JR-OPER-ID
                   MOVE 8           TO RETURN-CODE
                   MOVE 'Y'         TO WS-DT-SKIP
               END-IF
           END-IF.
      *
       SCAN-DRAWER.
           IF  JR-OPER-ID = DT-OPER-ID (WS-DT-IDX)
               MOVE 'Y'             TO WS-DT-FOUND
           ELSE
               SET WS-DT-IDX        UP BY 1
           END-IF.
      *
       PRINT-HEADER.
           MOVE WS-BUS-DATE         TO HDG-BUS-DATE
           MOVE HDG-LINE-1          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING PAGE
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
      *    PRINT-NEXT-BRANCH - FINDS THE NEXT BRANCH IN CODE ORDER
      *    AND PRINTS ITS DRAWERS WITH A BRANCH SUBTOTAL.
       PRINT-NEXT-BRANCH.
           MOVE HIGH-VALUES         TO WS-NEXT-BRANCH
           SET WS-DT-IDX            TO 1
           PERFORM FIND-NEXT-BRANCH
                   UNTIL WS-DT-IDX > WS-DT-COUNT
      *
           IF  WS-NEXT-BRANCH = HIGH-VALUES
               MOVE 'Y'             TO WS-BRANCH-DONE
           ELSE
               PERFORM PRINT-BRANCH-HEADER
               INITIALIZE WS-BRANCH-TOTALS
               SET WS-DT-IDX        TO 1
               PERFORM PRINT-BRANCH-DRAWER
                       UNTIL WS-DT-IDX > WS-DT-COUNT
               PERFORM PRINT-BRANCH-SUBTOTAL
               MOVE WS-NEXT-BRANCH  TO WS-LAST-BRANCH
           END-IF.
      *
       FIND-NEXT-BRANCH.
           IF  DT-HAS-DRAWER (WS-DT-IDX) = 'Y'
               AND DT-BRANCH-CODE (WS-DT-IDX) > WS-LAST-BRANCH
               AND DT-BRANCH-CODE (WS-DT-IDX) < WS-NEXT-BRANCH
               MOVE DT-BRANCH-CODE (WS-DT-IDX)  TO WS-NEXT-BRANCH
           END-IF
           SET WS-DT-IDX            UP BY 1.
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
      *    PRINT-BRANCH-DRAWER - ONE LINE PER DRAWER.  THE
      *    EXPECTED FIGURE IS THE FLOAT PLUS THE WHOLE DAY'S
      *    JOURNAL; WHERE IT NO LONGER MATCHES WHAT THE TELLER
      *    CLOSED AGAINST, CASH WAS POSTED AFTER THE CLOSE AND THE
      *    LINE IS STARRED.
       PRINT-BRANCH-DRAWER.
           IF  DT-HAS-DRAWER (WS-DT-IDX) = 'Y'
               AND DT-BRANCH-CODE (WS-DT-IDX) = WS-NEXT-BRANCH
               PERFORM PRINT-DRAWER-LINE
           END-IF
           SET WS-DT-IDX            UP BY 1.
      *
       PRINT-DRAWER-LINE.
           COMPUTE WS-EXPECTED = DT-OPEN-FLOAT (WS-DT-IDX)
                               + DT-CASH-IN (WS-DT-IDX)
                               - DT-CASH-OUT (WS-DT-IDX)
      *
           MOVE SPACES              TO DTL-LATE-FLAG
           MOVE DT-OPER-ID (WS-DT-IDX)     TO DTL-OPER-ID
           MOVE DT-TERM-ID (WS-DT-IDX)     TO DTL-TERM-ID
           MOVE DT-OPEN-FLOAT (WS-DT-IDX)  TO DTL-FLOAT
           MOVE DT-CASH-IN (WS-DT-IDX)     TO DTL-CASH-IN
           MOVE DT-CASH-OUT (WS-DT-IDX)    TO DTL-CASH-OUT
           MOVE WS-EXPECTED                TO DTL-EXPECTED
      *
           ADD 1                    TO WS-BT-DRAWERS
           ADD WS-EXPECTED          TO WS-BT-EXPECTED
           ADD WS-EXPECTED          TO WS-GT-EXPECTED
      *
           IF  DT-STATUS (WS-DT-IDX) = 'O'
               MOVE SPACES          TO DTL-DECLARED
               MOVE SPACES          TO DTL-VARIANCE
               MOVE 'NOT CLOSED'    TO DTL-STATUS
               ADD 1                TO WS-BT-NOT-CLOSED
               ADD 1                TO WS-NOT-CLOSED-COUNT
               ADD 1                TO WS-EXCEPTION-COUNT
           ELSE
               COMPUTE WS-VARIANCE = DT-DECLARED (WS-DT-IDX)
                                   - WS-EXPECTED
               MOVE DT-DECLARED (WS-DT-IDX)  TO WS-AMT-DISP
               MOVE WS-AMT-DISP     TO DTL-DECLARED
               MOVE WS-VARIANCE     TO WS-AMT-DISP
               MOVE WS-AMT-DISP     TO DTL-VARIANCE
               ADD DT-DECLARED (WS-DT-IDX)   TO WS-BT-DECLARED
               ADD DT-DECLARED (WS-DT-IDX)   TO WS-GT-DECLARED
               ADD WS-VARIANCE      TO WS-BT-VARIANCE
               ADD WS-VARIANCE      TO WS-GT-VARIANCE
               IF  WS-EXPECTED NOT = DT-CLOSE-EXPECTED (WS-DT-IDX)
                   MOVE '*'         TO DTL-LATE-FLAG
                   ADD 1            TO WS-LATE-POST-COUNT
               END-IF
               EVALUATE DT-STATUS (WS-DT-IDX)
                   WHEN 'B'
                       MOVE 'BALANCED'          TO DTL-STATUS
                       ADD 1                    TO WS-BALANCED-COUNT
                   WHEN 'P'
                       MOVE 'AWAITING SIGN-OFF' TO DTL-STATUS
                       ADD 1                    TO WS-PENDING-COUNT
                       ADD 1                    TO WS-EXCEPTION-COUNT
                   WHEN 'S'
                       MOVE 'SIGNED OFF'        TO DTL-STATUS
                       ADD 1                    TO WS-SIGNED-COUNT
                   WHEN OTHER
                       MOVE 'UNKNOWN STATUS'    TO DTL-STATUS
               END-EVALUATE
           END-IF
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-SUBTOTAL.
           MOVE WS-BT-DRAWERS       TO SUBTRL-DRAWERS
           MOVE WS-BT-NOT-CLOSED    TO SUBTRL-NOT-CLOSED
           MOVE WS-BT-EXPECTED      TO SUBTRL-EXPECTED
           MOVE WS-BT-DECLARED      TO SUBTRL-DECLARED
           MOVE WS-BT-VARIANCE      TO SUBTRL-VARIANCE
      *
           MOVE SUBTRL-LINE         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
      *
      *    PRINT-NO-DRAWER-SECTION - OPERATORS WHO POSTED TELLER
      *    CASH WITHOUT OPENING A DRAWER.  PRINTED ONLY WHEN THERE
      *    ARE ANY.
       PRINT-NO-DRAWER-SECTION.
           SET WS-DT-IDX            TO 1
           PERFORM PRINT-NO-DRAWER-LINE
                   UNTIL WS-DT-IDX > WS-DT-COUNT.
      *
       PRINT-NO-DRAWER-LINE.
           IF  DT-HAS-DRAWER (WS-DT-IDX) = 'N'
               IF  WS-NO-DRAWER-COUNT = 0
                   MOVE ALL '-'     TO RPT-REC
                   WRITE RPT-REC AFTER ADVANCING 2 LINES
                   MOVE NODRW-HDG-LINE  TO RPT-REC
                   WRITE RPT-REC AFTER ADVANCING 1 LINE
               END-IF
               ADD 1                TO WS-NO-DRAWER-COUNT
               ADD 1                TO WS-EXCEPTION-COUNT
               MOVE DT-OPER-ID (WS-DT-IDX)     TO NODRW-OPER-ID
               MOVE DT-TERM-ID (WS-DT-IDX)     TO NODRW-TERM-ID
               MOVE DT-CASH-IN (WS-DT-IDX)     TO NODRW-CASH-IN
               MOVE DT-CASH-OUT (WS-DT-IDX)    TO NODRW-CASH-OUT
               MOVE DT-TRAN-COUNT (WS-DT-IDX)  TO NODRW-COUNT
               MOVE NODRW-LINE      TO RPT-REC
               WRITE RPT-REC AFTER ADVANCING 1 LINE
           END-IF
           SET WS-DT-IDX            UP BY 1.
      *
       PRINT-TOTALS.
           MOVE WS-DRAWER-COUNT     TO TOT-DRAWERS
           MOVE WS-BALANCED-COUNT   TO TOT-BALANCED
           MOVE WS-PENDING-COUNT    TO TOT-PENDING
           MOVE WS-SIGNED-COUNT     TO TOT-SIGNED
           MOVE WS-NOT-CLOSED-COUNT TO TOT-NOT-CLOSED
           MOVE WS-GT-EXPECTED      TO TOT-EXPECTED
           MOVE WS-GT-DECLARED      TO TOT-DECLARED
           MOVE WS-GT-VARIANCE      TO TOT-VARIANCE
           MOVE WS-NO-DRAWER-COUNT  TO TOT-NO-DRAWER
           MOVE WS-LATE-POST-COUNT  TO TOT-LATE-POST
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-3         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'JOURNAL RECORDS READ:     ' WS-JRNL-COUNT
           DISPLAY 'TELLER CASH MOVEMENTS:    ' WS-CASH-COUNT
           DISPLAY 'DRAWERS OPENED:           ' WS-DRAWER-COUNT
           DISPLAY 'DRAWERS NOT CLOSED:       ' WS-NOT-CLOSED-COUNT
           DISPLAY 'AWAITING SIGN-OFF:        ' WS-PENDING-COUNT
           DISPLAY 'CASH POSTED, NO DRAWER:   ' WS-NO-DRAWER-COUNT.
      *
       CLOSE-ALL.
           CLOSE DRAWFILE
           CLOSE JRNLFILE
           CLOSE BRMFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE BEING BALANCED; A 'C' RECORD FOR THIS
      *    PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED AND THE
      *    JOB REFUSES TO RUN TWICE.  AN 'S' LEFT BY AN ABENDED RUN
      *    PERMITS THE RERUN.
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
           MOVE 'CAIQ32'            TO RC-PROGRAM-ID
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
           END-READ.
      *
       WRITE-RUN-START-REC.
           MOVE SPACES              TO RUNCTL-REC
           MOVE 'CAIQ32'            TO RC-PROGRAM-ID
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
      *    RECORD COUNT IS THE NUMBER OF DRAWERS REPORTED.
       RUN-CONTROL-END.
           MOVE 'CAIQ32'            TO RC-PROGRAM-ID
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
                   MOVE WS-DRAWER-COUNT  TO RC-RECORD-COUNT
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
