      *----------------------------------------------------------
      *  CAIQUH01 - UNCLAIMED PROPERTY HOLDER REPORT RECORD, THE
      *  STATE'S FIXED 200-BYTE REMITTANCE LAYOUT WRITTEN TO THE
      *  CAIQS06 DATASET BY THE ANNUAL REMITTANCE RUN.
      *  UH-REC-TYPE: '1' HOLDER RECORD (ONE, FIRST), '2' ONE PER
      *  PROPERTY (ACCOUNT) REMITTED, '8' ONE PER BRANCH WITH THE
      *  BRANCH'S PROPERTY COUNT AND AMOUNT, '9' SUMMARY (ONE,
      *  LAST) WITH THE REPORT TOTALS AND THE COUNT OF EVERY
      *  RECORD INCLUDING ITSELF.  AMOUNTS ARE UNSIGNED DOLLARS
      *  AND CENTS.
      *----------------------------------------------------------
       05  UH-REC-TYPE            PIC X(01).
       05  UH-HOLDER-AREA.
           10  UH-HOLDER-TAX-ID   PIC X(09).
           10  UH-HOLDER-NAME     PIC X(30).
           10  UH-REPORT-STATE    PIC X(02).
           10  UH-REPORT-YEAR     PIC X(04).
           10  UH-CREATE-DATE     PIC X(08).
           10  FILLER             PIC X(146).
       05  UH-PROPERTY-AREA REDEFINES UH-HOLDER-AREA.
           10  UH-PROP-SEQ        PIC 9(07).
           10  UH-PROP-TYPE       PIC X(04).
           10  UH-OWNER-NAME      PIC X(30).
           10  UH-OWNER-ADDR1     PIC X(25).
           10  UH-OWNER-ADDR2     PIC X(20).
           10  UH-OWNER-ADDR3     PIC X(15).
           10  UH-OWNER-ID        PIC X(10).
           10  UH-ACCT-NO         PIC X(08).
           10  UH-ACCT-TYPE       PIC X(10).
           10  UH-BRANCH-CODE     PIC X(06).
           10  UH-LAST-ACTIVITY   PIC X(08).
           10  UH-NOTICE-DATE     PIC X(08).
           10  UH-LETTER-SENT     PIC X(01).
           10  UH-REMIT-DATE      PIC X(08).
           10  UH-AMOUNT          PIC 9(09)V99.
           10  FILLER             PIC X(28).
       05  UH-BRANCH-AREA REDEFINES UH-HOLDER-AREA.
           10  UH-BT-BRANCH-CODE  PIC X(06).
           10  UH-BT-COUNT        PIC 9(07).
           10  UH-BT-AMOUNT       PIC 9(13)V99.
           10  FILLER             PIC X(171).
       05  UH-SUMMARY-AREA REDEFINES UH-HOLDER-AREA.
           10  UH-SUM-PROP-COUNT  PIC 9(07).
           10  UH-SUM-AMOUNT      PIC 9(13)V99.
           10  UH-SUM-BRANCH-COUNT
                                  PIC 9(05).
           10  UH-SUM-REC-COUNT   PIC 9(09).
           10  FILLER             PIC X(163).
