      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAIQ44.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    NOTEFILE - THE CAIQI01 CONTACT-NOTE FILE, READ FRONT TO
      *    BACK.  IT IS IN CUSTOMER ORDER, SO THE NOTES DUE ARE
      *    TABLED AND PRINTED BRANCH BY BRANCH.
           SELECT NOTEFILE ASSIGN TO CAIQI01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
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
           SELECT RPTFILE ASSIGN TO CAIQR26
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
       FD  NOTEFILE RECORDING MODE IS F.
       01  NOTE-REC.
           COPY CAIQNT01.
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
       01  WS-NOTE-FILE-STATUS     PIC XX.
       01  WS-BRM-FILE-STATUS      PIC XX.
       01  WS-RC-FILE-STATUS       PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-NOTE-EOF             PIC X VALUE 'N'.
      *
       01  WS-BUS-DATE             PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       01  WS-FOLLOW-DATE-N        PIC 9(08).
       01  WS-DAYS-OVER            PIC S9(05) COMP-3.
       01  WS-RC-DATE              PIC 9(08).
       01  WS-RC-TIME              PIC 9(08).
      *
       01  WS-NOTE-COUNT           PIC 9(9) VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(9) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(9) VALUE 0.
       01  WS-TODAY-COUNT          PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(9) VALUE 0.
       01  WS-FRAUD-COUNT          PIC 9(9) VALUE 0.
       01  WS-NO-ACCT-COUNT        PIC 9(9) VALUE 0.
      *
      *    WS-DUE-TABLE - ONE ENTRY PER OPEN NOTE WHOSE FOLLOW-UP
      *    DATE HAS ARRIVED.  THE NOTE'S OWN BRANCH DECIDES WHERE
      *    IT IS REPORTED; A NOTE TAKEN WITH NO ACCOUNT ON FILE
      *    HAS A BLANK BRANCH AND IS REPORTED FIRST, UNDER ITS OWN
      *    HEADING.
       01  WS-DN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DN-IDX.
               10  DN-BRANCH-CODE      PIC X(06).
               10  DN-CUST-ID          PIC X(10).
               10  DN-CUST-NAME        PIC X(30).
               10  DN-ACCT-NO          PIC X(08).
               10  DN-CATEGORY         PIC X(01).
               10  DN-DATE             PIC X(08).
               10  DN-OPER-ID          PIC X(08).
               10  DN-FOLLOW-DATE      PIC X(08).
               10  DN-DAYS-OVER        PIC S9(05) COMP-3.
               10  DN-TEXT-1           PIC X(60).
      *
      *    BRANCH SEQUENCING - THE LOWEST BRANCH CODE ABOVE THE
      *    ONE LAST PRINTED, AS IN THE DRAWER BALANCING REPORT.
       01  WS-LAST-BRANCH          PIC X(06).
       01  WS-NEXT-BRANCH          PIC X(06).
       01  WS-BRANCH-DONE          PIC X(01).
      *
       01  WS-BRANCH-TOTALS.
           05  WS-BT-DUE           PIC 9(05).
           05  WS-BT-TODAY         PIC 9(05).
           05  WS-BT-OVERDUE       PIC 9(05).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'CONTACT NOTE FOLLOW-UPS DUE'.
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
           05  FILLER              PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'NAME'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'CATEGORY'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'TAKEN'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'OPERATOR'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'FOLLOWUP'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'DAYS OVERDUE'.
           05  FILLER              PIC X(30) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CUST-NAME       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-CATEGORY        PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-DATE            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-OPER-ID         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-FOLLOW-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTL-OVERDUE         PIC X(12).
           05  FILLER              PIC X(30) VALUE SPACES.
      *
       01  WS-DAYS-DISP            PIC ZZ,ZZ9.
      *
       01  TEXT-LINE.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  TXT-TEXT-1          PIC X(60).
           05  FILLER              PIC X(61) VALUE SPACES.
      *
       01  SUBTRL-LINE.
           05  FILLER              PIC X(13) VALUE 'BRANCH DUE:  '.
           05  SUBTRL-DUE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  DUE TODAY: '.
           05  SUBTRL-TODAY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  OVERDUE:  '.
           05  SUBTRL-OVERDUE      PIC ZZ,ZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.
      *
       01  TRLR-LINE-1.
           05  FILLER              PIC X(14) VALUE 'NOTES READ:   '.
           05  TOT-NOTES           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  OPEN:   '.
           05  TOT-OPEN            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(19)
               VALUE '  FOLLOW-UPS DUE:  '.
           05  TOT-DUE             PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(62) VALUE SPACES.
      *
       01  TRLR-LINE-2.
           05  FILLER              PIC X(14) VALUE 'DUE TODAY:    '.
           05  TOT-TODAY           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  OVERDUE:'.
           05  TOT-OVERDUE         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(19)
               VALUE '  FRAUD ALERTS:    '.
           05  TOT-FRAUD           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(20)
               VALUE '  NO ACCOUNT:       '.
           05  TOT-NO-ACCT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(33) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-------------------
       MAIN-SECTION.
           PERFORM RUN-CONTROL-START
      *
           PERFORM OPEN-ALL
           PERFORM LOAD-NOTES
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
           PERFORM RUN-CONTROL-END
      *
           PERFORM STOP-PROCESS.
      *
       OPEN-ALL.
           OPEN INPUT NOTEFILE
           IF  WS-NOTE-FILE-STATUS NOT = '00'
               DISPLAY 'NOTE FILE OPEN ERROR: ' WS-NOTE-FILE-STATUS
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
      *    LOAD-NOTES - EVERY OPEN NOTE WITH A FOLLOW-UP DATE ON OR
      *    BEFORE THE BUSINESS DATE.  A CLOSED NOTE IS DONE WITH,
      *    WHATEVER ITS DATE.
       LOAD-NOTES.
           PERFORM READ-NOTEFILE
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               ADD 1                TO WS-NOTE-COUNT
               IF  NT-STATUS = 'O'
                   ADD 1            TO WS-OPEN-COUNT
                   IF  NT-FOLLOW-DATE NOT = SPACES
                       AND NT-FOLLOW-DATE NOT > WS-BUS-DATE
                       PERFORM ADD-DUE-ENTRY
                   END-IF
               END-IF
               PERFORM READ-NOTEFILE
           END-PERFORM.
      *
       READ-NOTEFILE.
           READ NOTEFILE NEXT RECORD
           END-READ
      *
           EVALUATE WS-NOTE-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y'        TO WS-NOTE-EOF
               WHEN OTHER
                   DISPLAY 'NOTE READ ERROR: ' WS-NOTE-FILE-STATUS
                   MOVE 12         TO RETURN-CODE
                   PERFORM CLOSE-ALL
                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    ADD-DUE-ENTRY - THE FOLLOW-UP DATE WAS EDITED WHEN THE
      *    NOTE WAS TAKEN; ONE THAT IS NOT A DATE IS TABLED AS DUE
      *    TODAY RATHER THAN DROPPED.
       ADD-DUE-ENTRY.
           MOVE 0                   TO WS-DAYS-OVER
           IF  NT-FOLLOW-DATE NUMERIC
               MOVE NT-FOLLOW-DATE  TO WS-FOLLOW-DATE-N
               COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-FOLLOW-DATE-N)
           END-IF
      *
           IF  WS-DN-COUNT < 1000
               ADD 1                TO WS-DN-COUNT
               SET WS-DN-IDX        TO WS-DN-COUNT
               MOVE NT-BRANCH-CODE  TO DN-BRANCH-CODE (WS-DN-IDX)
               MOVE NT-CUST-ID      TO DN-CUST-ID (WS-DN-IDX)
               MOVE NT-CUST-NAME    TO DN-CUST-NAME (WS-DN-IDX)
               MOVE NT-ACCT-NO      TO DN-ACCT-NO (WS-DN-IDX)
               MOVE NT-CATEGORY     TO DN-CATEGORY (WS-DN-IDX)
               MOVE NT-DATE         TO DN-DATE (WS-DN-IDX)
               MOVE NT-OPER-ID      TO DN-OPER-ID (WS-DN-IDX)
               MOVE NT-FOLLOW-DATE  TO DN-FOLLOW-DATE (WS-DN-IDX)
               MOVE WS-DAYS-OVER    TO DN-DAYS-OVER (WS-DN-IDX)
               MOVE NT-TEXT-1       TO DN-TEXT-1 (WS-DN-IDX)
           ELSE
               DISPLAY 'FOLLOW-UP TABLE FULL - NOT REPORTED: '
                       NT-CUST-ID ' ' NT-DATE ' ' NT-TIME
               MOVE 8               TO RETURN-CODE
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
      *    AND PRINTS ITS FOLLOW-UPS WITH A BRANCH SUBTOTAL.
       PRINT-NEXT-BRANCH.
           MOVE HIGH-VALUES         TO WS-NEXT-BRANCH
           SET WS-DN-IDX            TO 1
           PERFORM FIND-NEXT-BRANCH
                   UNTIL WS-DN-IDX > WS-DN-COUNT
      *
           IF  WS-NEXT-BRANCH = HIGH-VALUES
               MOVE 'Y'             TO WS-BRANCH-DONE
           ELSE
               PERFORM PRINT-BRANCH-HEADER
               INITIALIZE WS-BRANCH-TOTALS
               SET WS-DN-IDX        TO 1
               PERFORM PRINT-BRANCH-NOTE
                       UNTIL WS-DN-IDX > WS-DN-COUNT
               PERFORM PRINT-BRANCH-SUBTOTAL
               MOVE WS-NEXT-BRANCH  TO WS-LAST-BRANCH
           END-IF.
      *
       FIND-NEXT-BRANCH.
           IF  DN-BRANCH-CODE (WS-DN-IDX) > WS-LAST-BRANCH
               AND DN-BRANCH-CODE (WS-DN-IDX) < WS-NEXT-BRANCH
               MOVE DN-BRANCH-CODE (WS-DN-IDX)  TO WS-NEXT-BRANCH
           END-IF
           SET WS-DN-IDX            UP BY 1.
      *
       PRINT-BRANCH-HEADER.
           MOVE WS-NEXT-BRANCH      TO BHDG-BRANCH-CODE
           IF  WS-NEXT-BRANCH = SPACES
               MOVE 'NO ACCOUNT ON FILE'  TO BR-BRANCH-NAME
               MOVE SPACES          TO BR-REGION
           ELSE
               MOVE WS-NEXT-BRANCH  TO BR-BRANCH-CODE
               READ BRMFILE
                   INVALID KEY
                       MOVE '** UNKNOWN BRANCH **'  TO BR-BRANCH-NAME
                       MOVE SPACES  TO BR-REGION
               END-READ
           END-IF
           MOVE BR-BRANCH-NAME      TO BHDG-BRANCH-NAME
           MOVE BR-REGION           TO BHDG-REGION
      *
           MOVE BRANCH-HDG-LINE     TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE HDG-LINE-2          TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-NOTE.
           IF  DN-BRANCH-CODE (WS-DN-IDX) = WS-NEXT-BRANCH
               PERFORM PRINT-NOTE-LINE
           END-IF
           SET WS-DN-IDX            UP BY 1.
      *
      *    PRINT-NOTE-LINE - THE NOTE, THEN THE FIRST LINE OF ITS
      *    TEXT INDENTED UNDER IT.
       PRINT-NOTE-LINE.
           MOVE DN-CUST-ID (WS-DN-IDX)     TO DTL-CUST-ID
           MOVE DN-CUST-NAME (WS-DN-IDX)   TO DTL-CUST-NAME
           MOVE DN-ACCT-NO (WS-DN-IDX)     TO DTL-ACCT-NO
           MOVE DN-DATE (WS-DN-IDX)        TO DTL-DATE
           MOVE DN-OPER-ID (WS-DN-IDX)     TO DTL-OPER-ID
           MOVE DN-FOLLOW-DATE (WS-DN-IDX) TO DTL-FOLLOW-DATE
      *
           EVALUATE DN-CATEGORY (WS-DN-IDX)
               WHEN 'C'
                   MOVE 'COMPLAINT'     TO DTL-CATEGORY
               WHEN 'P'
                   MOVE 'PROMISE'       TO DTL-CATEGORY
               WHEN 'F'
                   MOVE 'FRAUD ALERT'   TO DTL-CATEGORY
                   ADD 1                TO WS-FRAUD-COUNT
               WHEN 'G'
                   MOVE 'GENERAL'       TO DTL-CATEGORY
               WHEN OTHER
                   MOVE DN-CATEGORY (WS-DN-IDX)  TO DTL-CATEGORY
           END-EVALUATE
      *
           IF  DN-DAYS-OVER (WS-DN-IDX) > 0
               MOVE DN-DAYS-OVER (WS-DN-IDX)  TO WS-DAYS-DISP
               MOVE WS-DAYS-DISP    TO DTL-OVERDUE
               ADD 1                TO WS-BT-OVERDUE
               ADD 1                TO WS-OVERDUE-COUNT
           ELSE
               MOVE 'DUE TODAY'     TO DTL-OVERDUE
               ADD 1                TO WS-BT-TODAY
               ADD 1                TO WS-TODAY-COUNT
           END-IF
      *
           IF  DN-BRANCH-CODE (WS-DN-IDX) = SPACES
               ADD 1                TO WS-NO-ACCT-COUNT
           END-IF
           ADD 1                    TO WS-BT-DUE
           ADD 1                    TO WS-DUE-COUNT
      *
           MOVE DTL-LINE            TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE DN-TEXT-1 (WS-DN-IDX)      TO TXT-TEXT-1
           MOVE TEXT-LINE           TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE.
      *
       PRINT-BRANCH-SUBTOTAL.
           MOVE WS-BT-DUE           TO SUBTRL-DUE
           MOVE WS-BT-TODAY         TO SUBTRL-TODAY
           MOVE WS-BT-OVERDUE       TO SUBTRL-OVERDUE
      *
           MOVE SUBTRL-LINE         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
      *
       PRINT-TOTALS.
           MOVE WS-NOTE-COUNT       TO TOT-NOTES
           MOVE WS-OPEN-COUNT       TO TOT-OPEN
           MOVE WS-DUE-COUNT        TO TOT-DUE
           MOVE WS-TODAY-COUNT      TO TOT-TODAY
           MOVE WS-OVERDUE-COUNT    TO TOT-OVERDUE
           MOVE WS-FRAUD-COUNT      TO TOT-FRAUD
           MOVE WS-NO-ACCT-COUNT    TO TOT-NO-ACCT
      *
           MOVE ALL '-'             TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 2 LINES
           MOVE TRLR-LINE-1         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
           MOVE TRLR-LINE-2         TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINE
      *
           DISPLAY 'CONTACT NOTES READ:       ' WS-NOTE-COUNT
           DISPLAY 'OPEN NOTES:               ' WS-OPEN-COUNT
           DISPLAY 'FOLLOW-UPS DUE:           ' WS-DUE-COUNT
           DISPLAY 'DUE TODAY:                ' WS-TODAY-COUNT
           DISPLAY 'OVERDUE:                  ' WS-OVERDUE-COUNT
           DISPLAY 'FRAUD ALERTS DUE:         ' WS-FRAUD-COUNT.
      *
       CLOSE-ALL.
           CLOSE NOTEFILE
           CLOSE BRMFILE
           CLOSE RPTFILE.
      *
      *    RUN-CONTROL-START - BUSINESS-DATE RUN CONTROL, SHARED BY
      *    THE CONTROLLED BATCH JOBS.  THE '*CONTROL' RECORD SUPPLIES
      *    THE BUSINESS DATE THE FOLLOW-UPS ARE DUE BY; A 'C' RECORD
      *    FOR THIS PROGRAM AND DATE MEANS THE RUN ALREADY COMPLETED
      *    AND THE JOB REFUSES TO RUN TWICE.  AN 'S' LEFT BY AN
      *    ABENDED RUN PERMITS THE RERUN.
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
           MOVE 'CAIQ44'            TO RC-PROGRAM-ID
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
           MOVE 'CAIQ44'            TO RC-PROGRAM-ID
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
      *    RECORD COUNT IS THE NUMBER OF FOLLOW-UPS REPORTED.
       RUN-CONTROL-END.
           MOVE 'CAIQ44'            TO RC-PROGRAM-ID
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
                   MOVE WS-DUE-COUNT     TO RC-RECORD-COUNT
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
