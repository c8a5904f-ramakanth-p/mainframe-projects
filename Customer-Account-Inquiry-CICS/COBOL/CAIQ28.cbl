           SELECT TAXFILE ASSIGN TO CAIQS04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.
      *    ADDRFILE - THE CAIQW03 MAILING ADDRESS WORK FILE, LOADED
      *    FROM Z88436T AT THE START OF THE RUN AND THEN READ BY
      *    ACCOUNT NUMBER FOR EACH SUMMARY.  SEE CAIQAD01.
           SELECT ADDRFILE ASSIGN TO CAIQW03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-NO
               FILE STATUS IS WS-ADDR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05  TT-RECORD-TYPE      PIC X(01).
           05  TT-RECORD-COUNT     PIC 9(09).
           05  FILLER              PIC X(70).
      *
       FD  ADDRFILE RECORDING MODE IS F.
       01  ADDR-REC.
           COPY CAIQAD01.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-SUMM-FILE-STATUS     PIC XX.
       01  WS-TAX-FILE-STATUS      PIC XX.
       01  WS-ADDR-FILE-STATUS     PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
      *
       01  WS-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-SUMM-COUNT           PIC 9(9) VALUE 0.
       01  WS-NONAME-COUNT         PIC 9(9) VALUE 0.
       01  WS-TAX-REC-COUNT        PIC 9(9) VALUE 0.
      *
      *    WS-ADDR-METHOD - 'B' ADDRESSES COME FROM THE BULK-LOADED
      *    ADDRFILE; 'S' ONE SINGLETON SELECT PER LOOKUP, WHICH IS
      *    WHAT A RUN WITHOUT THE CAIQW03 DD FALLS BACK TO.
      *    WS-ADDR-LOOKUP-COUNT IS THE LOOKUPS MADE - ALSO THE DB2
      *    CALLS THE SINGLETON METHOD NEEDS FOR THEM - AND
      *    WS-DB2-CALL-COUNT THE DB2 CALLS THIS RUN ACTUALLY MADE.
       01  WS-ADDR-METHOD          PIC X(01) VALUE 'B'.
       01  WS-ADDR-METHOD-DESC     PIC X(20).
       01  WS-ADDR-LOOKUP-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDR-LOAD-COUNT      PIC 9(9) VALUE 0.
       01  WS-DB2-CALL-COUNT       PIC 9(9) VALUE 0.
       01  WS-ROWSET-EOF           PIC X VALUE 'N'.
       01  WS-ROWSET-SIZE          PIC S9(4) COMP VALUE 100.
       01  WS-ROWS-FETCHED         PIC S9(9) COMP.
       01  WS-ROW-IDX              PIC S9(9) COMP.
      *
      *    WS-START-TIME / WS-END-TIME - TIME OF DAY (HHMMSSTT) AT
      *    THE START AND END OF THE RUN, FOR THE ELAPSED TIME ON THE
      *    RUN TOTALS.  A RUN THAT CROSSES MIDNIGHT GETS A DAY ADDED
      *    BACK.
       01  WS-START-TIME.
           05  WS-ST-HH            PIC 9(02).
           05  WS-ST-MM            PIC 9(02).
           05  WS-ST-SS            PIC 9(02).
           05  WS-ST-TT            PIC 9(02).
       01  WS-END-TIME.
           05  WS-ET-HH            PIC 9(02).
           05  WS-ET-MM            PIC 9(02).
           05  WS-ET-SS            PIC 9(02).
           05  WS-ET-TT            PIC 9(02).
       01  WS-START-HUND           PIC 9(08).
       01  WS-END-HUND             PIC 9(08).
       01  WS-ELAPSED-SECS         PIC 9(06)V99.
       01  WS-ELAPSED-DISP         PIC ZZZ,ZZ9.99.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
       01  HV-ADDR2                PIC X(20).
       01  HV-ADDR3                PIC X(15).
      *
      *    HVA- - ROWSET HOST VARIABLE ARRAYS FOR THE ADDRESS LOAD.
       01  HVA-ACCTNO-ARRAY.
           05  HVA-ACCTNO          PIC X(08) OCCURS 100 TIMES.
       01  HVA-ADDR1-ARRAY.
           05  HVA-ADDR1           PIC X(25) OCCURS 100 TIMES.
       01  HVA-ADDR2-ARRAY.
           05  HVA-ADDR2           PIC X(20) OCCURS 100 TIMES.
       01  HVA-ADDR3-ARRAY.
           05  HVA-ADDR3           PIC X(15) OCCURS 100 TIMES.
      *
           EXEC SQL
               DECLARE C1 CURSOR WITH ROWSET POSITIONING FOR
                   SELECT ACCTNO, ADDRESS1, ADDRESS2, ADDRESS3
                     FROM Z88436.Z88436T
                    ORDER BY ACCTNO
           END-EXEC.
      *
      *    WS-YEAR-TOTALS - ONE ACCUMULATOR PER CUSTOMER SEEN IN
      *    THE YEAR'S POSTING RECORDS, BUILT THE SAME WAY THE
      *    ACTIVITY REPORT BUILDS ITS CUSTOMER TABLE: THE JOURNAL
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           ACCEPT WS-START-TIME     FROM TIME
           ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-YEAR-PARM
           PERFORM LOAD-ADDRESS-FILE THRU LOAD-ADDRESS-FILE-EXIT
           PERFORM WRITE-TAX-HEADER
      *
           PERFORM READ-JRNLFILE
           END-IF
      *
           DISPLAY 'SUMMARY YEAR: ' WS-SUMM-YEAR.
      *
      *    LOAD-ADDRESS-FILE - ONE CURSOR PASS OVER Z88436T IN
      *    ACCTNO ORDER, A ROWSET AT A TIME, INTO THE ADDRFILE WORK
      *    FILE, SO THE SUMMARIES' ADDRESSES COST ONE DB2 CALL PER
      *    HUNDRED ROWS INSTEAD OF ONE PER CUSTOMER.  WITH NO
      *    CAIQW03 DD THE RUN SELECTS EACH ADDRESS AS IT GOES, AS IT
      *    ALWAYS DID - SAME SUMMARIES, MORE DB2 CALLS.
       LOAD-ADDRESS-FILE.
           OPEN OUTPUT ADDRFILE
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE NOT AVAILABLE: '
                       WS-ADDR-FILE-STATUS
               DISPLAY 'ADDRESSES WILL BE SELECTED PER SUMMARY'
               MOVE 'S'            TO WS-ADDR-METHOD
               GO TO LOAD-ADDRESS-FILE-EXIT
           END-IF
      *
           EXEC SQL OPEN C1 END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
           IF  SQLCODE NOT = 0
               MOVE SQLCODE        TO WS-SQLCODE-DISPLAY
               DISPLAY 'CURSOR OPEN ERROR: ' WS-SQLCODE-DISPLAY
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           MOVE 'N'                 TO WS-ROWSET-EOF
           PERFORM UNTIL WS-ROWSET-EOF = 'Y'
               PERFORM FETCH-ADDRESS-ROWSET
               MOVE 1               TO WS-ROW-IDX
               PERFORM WRITE-ADDRESS-ROW
                       UNTIL WS-ROW-IDX > WS-ROWS-FETCHED
           END-PERFORM
      *
           EXEC SQL CLOSE C1 END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
           IF  SQLCODE NOT = 0
               MOVE SQLCODE        TO WS-SQLCODE-DISPLAY
               DISPLAY 'CURSOR CLOSE ERROR: ' WS-SQLCODE-DISPLAY
           END-IF
      *
           CLOSE ADDRFILE
           OPEN INPUT ADDRFILE
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE OPEN ERROR: '
                       WS-ADDR-FILE-STATUS
               MOVE 12             TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           DISPLAY 'ADDRESSES LOADED: ' WS-ADDR-LOAD-COUNT.
      *
       LOAD-ADDRESS-FILE-EXIT.
           EXIT.
      *
      *    FETCH-ADDRESS-ROWSET - NEXT ROWSET; +100 STILL RETURNS
      *    WHATEVER PARTIAL ROWSET WAS LEFT.
       FETCH-ADDRESS-ROWSET.
           EXEC SQL
               FETCH NEXT ROWSET FROM C1
                 FOR :WS-ROWSET-SIZE ROWS
                INTO :HVA-ACCTNO,
                     :HVA-ADDR1,
                     :HVA-ADDR2,
                     :HVA-ADDR3
           END-EXEC
           ADD 1                    TO WS-DB2-CALL-COUNT
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO WS-ROWS-FETCHED
               WHEN 100
                   MOVE SQLERRD (3) TO WS-ROWS-FETCHED
                   MOVE 'Y'         TO WS-ROWSET-EOF
               WHEN OTHER
                   MOVE SQLCODE     TO WS-SQLCODE-DISPLAY
                   DISPLAY 'DB2 ERROR:  ' WS-SQLCODE-DISPLAY
                   DISPLAY 'PROGRAM TERMINATED ABNORMALLY'
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    WRITE-ADDRESS-ROW - A DUPLICATE ACCTNO STOPS THE RUN, THE
      *    SAME AS THE SINGLETON SELECT WOULD HAVE FAILED ON IT.
       WRITE-ADDRESS-ROW.
           MOVE SPACES              TO ADDR-REC
           MOVE HVA-ACCTNO (WS-ROW-IDX)  TO AD-ACCT-NO
           MOVE HVA-ADDR1 (WS-ROW-IDX)   TO AD-ADDR1
           MOVE HVA-ADDR2 (WS-ROW-IDX)   TO AD-ADDR2
           MOVE HVA-ADDR3 (WS-ROW-IDX)   TO AD-ADDR3
      *
           WRITE ADDR-REC
           IF  WS-ADDR-FILE-STATUS NOT = '00'
               DISPLAY 'ADDRESS WORK FILE WRITE ERROR: '
                       WS-ADDR-FILE-STATUS ' ACCTNO ' AD-ACCT-NO
               MOVE 12              TO RETURN-CODE
               PERFORM CLOSE-ALL
               PERFORM STOP-PROCESS
           END-IF
      *
           ADD 1                    TO WS-ADDR-LOAD-COUNT
           ADD 1                    TO WS-ROW-IDX.
      *
       WRITE-TAX-HEADER.
           MOVE SPACES              TO TAX-HDR-REC
           END-IF
           ADD 1                    TO WS-TAX-REC-COUNT.
      *
      *    GET-ADDRESS - THE FIRST ACCOUNT'S ADDRESS INTO HV-ADDR1-3.
      *    EITHER WAY SQLCODE IS LEFT 0 (FOUND) OR 100 (NO ROW) FOR
      *    THE CALLER, SO A MISSING ROW IS COUNTED NOT MAILABLE THE
      *    SAME WHICHEVER METHOD FOUND IT MISSING.
       GET-ADDRESS.
           ADD 1                    TO WS-ADDR-LOOKUP-COUNT
           IF  WS-ADDR-METHOD = 'B'
               PERFORM READ-ADDRESS-FILE
           ELSE
               PERFORM SELECT-ADDRESS
           END-IF.
      *
       READ-ADDRESS-FILE.
           MOVE YT-FIRST-ACCT (WS-YT-IDX)  TO AD-ACCT-NO
           READ ADDRFILE
           END-READ
      *
           EVALUATE WS-ADDR-FILE-STATUS
               WHEN '00'
                   MOVE AD-ADDR1    TO HV-ADDR1
                   MOVE AD-ADDR2    TO HV-ADDR2
                   MOVE AD-ADDR3    TO HV-ADDR3
                   MOVE 0           TO SQLCODE
               WHEN '23'
                   MOVE 100         TO SQLCODE
               WHEN OTHER
                   DISPLAY 'ADDRESS WORK FILE READ ERROR: '
                           WS-ADDR-FILE-STATUS
                   MOVE 12          TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
       SELECT-ADDRESS.
           MOVE YT-FIRST-ACCT (WS-YT-IDX)  TO HV-ACCTNO
           ADD 1                    TO WS-DB2-CALL-COUNT
      *
           EXEC SQL
              SELECT ADDRESS1,
           DISPLAY 'CUSTOMERS SUMMARIZED:     ' WS-CUSTOMER-COUNT
           DISPLAY 'SUMMARY PAGES PRODUCED:   ' WS-SUMM-COUNT
           DISPLAY 'NOT MAILABLE (NO NAME/ADDRESS): '
                   WS-NONAME-COUNT
      *
           PERFORM COMPUTE-ELAPSED
           IF  WS-ADDR-METHOD = 'B'
               MOVE 'BULK (ONE CURSOR)' TO WS-ADDR-METHOD-DESC
           ELSE
               MOVE 'SELECT PER ADDRESS' TO WS-ADDR-METHOD-DESC
           END-IF
           MOVE WS-ELAPSED-SECS     TO WS-ELAPSED-DISP
           DISPLAY 'ADDRESS METHOD:           ' WS-ADDR-METHOD-DESC
           DISPLAY 'ADDRESS LOOKUPS:          ' WS-ADDR-LOOKUP-COUNT
           DISPLAY 'DB2 CALLS PER-SELECT:     ' WS-ADDR-LOOKUP-COUNT
           DISPLAY 'DB2 CALLS THIS RUN:       ' WS-DB2-CALL-COUNT
           DISPLAY 'ELAPSED SECONDS:          ' WS-ELAPSED-DISP.
      *
      *    COMPUTE-ELAPSED - RUN TIME SO FAR, IN SECONDS, FROM THE
      *    TIME OF DAY TAKEN AT THE START.
       COMPUTE-ELAPSED.
           ACCEPT WS-END-TIME       FROM TIME
           COMPUTE WS-START-HUND = WS-ST-HH * 360000
                                 + WS-ST-MM * 6000
                                 + WS-ST-SS * 100
                                 + WS-ST-TT
           COMPUTE WS-END-HUND   = WS-ET-HH * 360000
                                 + WS-ET-MM * 6000
                                 + WS-ET-SS * 100
                                 + WS-ET-TT
           IF  WS-END-HUND < WS-START-HUND
               ADD 8640000          TO WS-END-HUND
           END-IF
           COMPUTE WS-ELAPSED-SECS =
                   (WS-END-HUND - WS-START-HUND) / 100.
      *
       CLOSE-ALL.
           CLOSE JRNLFILE
           CLOSE CUSTFILE
           CLOSE SUMMFILE
           CLOSE TAXFILE
      *
           IF  WS-ADDR-METHOD = 'B'
               CLOSE ADDRFILE
           END-IF.
      *
       STOP-PROCESS.
           STOP RUN.
