               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT RELFILE ASSIGN TO CAIQY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR12
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           COPY CAIQCR01.
      *
      *    XREFFILE - THE CAIQX01 NAME CROSS-REFERENCE, REBUILT IN
      *    FULL FROM CAIQF01 AND THEN CAIQY01.  THE JOB RUNS
      *    AGAINST A FRESHLY DEFINED (EMPTY) CLUSTER, ONCE TO SEED
      *    THE INDEX AND AGAIN WHENEVER IT IS SUSPECTED OF DRIFTING
      *    OUT OF STEP.
       FD  XREFFILE RECORDING MODE IS F.
       01  XREF-REC.
           COPY CAIQXR01.
      *
      *    RELFILE - THE CAIQY01 CUSTOMER/ACCOUNT RELATIONSHIPS.
      *    EVERY CUSTOMER ON IT IS ON THE NAME XREF, WHETHER OR NOT
      *    THEY HOLD AN ACCOUNT OF THEIR OWN.
       FD  RELFILE RECORDING MODE IS F.
       01  REL-REC.
           COPY CAIQRL01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(100).
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-XREF-FILE-STATUS     PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-REL-FILE-STATUS      PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REL-EOF              PIC X VALUE 'N'.
      *
       01  WS-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-REL-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT            PIC 9(9) VALUE 0.
      *
               VALUE 'CAIQF01 RECORDS READ:    '.
           05  TOT-READ            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.
      *
       01  TRLR-LINE-1A.
           05  FILLER              PIC X(25)
               VALUE 'CAIQY01 RECORDS READ:    '.
           05  TOT-REL-READ        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(25)
               PERFORM PROCESS-CUST-REC
               PERFORM READ-CUSTFILE
           END-PERFORM
      *
           PERFORM READ-RELFILE
           PERFORM UNTIL WS-REL-EOF = 'Y'
               PERFORM PROCESS-REL-REC
               PERFORM READ-RELFILE
           END-PERFORM
      *
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-ALL
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
           OPEN OUTPUT RPTFILE
           IF  WS-OUT-FILE-STATUS NOT = '00'
               NOT INVALID KEY
                   ADD 1            TO WS-WRITTEN-COUNT
           END-WRITE.
      *
       READ-RELFILE.
           READ RELFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-REL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-REL-EOF
               WHEN OTHER
                   DISPLAY 'RELATIONSHIP READ ERROR: '
                           WS-REL-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PROCESS-REL-REC - A RELATED CUSTOMER WHO HOLDS AN ACCOUNT
      *    OF THEIR OWN, OR HAS SEVERAL RELATIONSHIPS, IS ALREADY ON
      *    THE XREF AND COUNTS AS A DUPLICATE THE SAME WAY.
       PROCESS-REL-REC.
           ADD 1                    TO WS-REL-READ-COUNT
      *
           MOVE SPACES              TO XREF-REC
           MOVE RL-CUST-NAME        TO XR-CUST-NAME
           MOVE RL-CUST-ID          TO XR-CUST-ID
      *
           WRITE XREF-REC
               INVALID KEY
                   ADD 1            TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1            TO WS-WRITTEN-COUNT
           END-WRITE.
      *
       PRINT-TOTALS.
           MOVE WS-READ-COUNT       TO TOT-READ
           MOVE WS-REL-READ-COUNT   TO TOT-REL-READ
           MOVE WS-WRITTEN-COUNT    TO TOT-WRITTEN
           MOVE WS-DUP-COUNT        TO TOT-DUP
      *
      *
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1A        TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-3         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'CAIQF01 RECORDS READ:   ' WS-READ-COUNT
           DISPLAY 'CAIQY01 RECORDS READ:   ' WS-REL-READ-COUNT
           DISPLAY 'XREF RECORDS WRITTEN:   ' WS-WRITTEN-COUNT
           DISPLAY 'DUPLICATE KEYS SKIPPED: ' WS-DUP-COUNT.
      *
       CLOSE-ALL.
           CLOSE CUSTFILE
           CLOSE XREFFILE
           CLOSE RELFILE
           CLOSE RPTFILE.
      *
       STOP-PROCESS.
