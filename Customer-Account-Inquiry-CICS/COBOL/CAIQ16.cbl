               ACCESS MODE IS RANDOM
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RELFILE ASSIGN TO CAIQY01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RPTFILE ASSIGN TO CAIQR11
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
       FD  HISTFILE RECORDING MODE IS F.
       01  HIST-REC.
           COPY CAIQHI01.
      *
      *    RELFILE - THE CAIQY01 CUSTOMER/ACCOUNT RELATIONSHIPS.  A
      *    CUSTOMER RELATED TO SOMEONE ELSE'S ACCOUNT STAYS ON THE
      *    NAME XREF AFTER THEIR OWN LAST ACCOUNT GOES.
       FD  RELFILE RECORDING MODE IS F.
       01  REL-REC.
           COPY CAIQRL01.
      *
       FD  RPTFILE RECORDING MODE IS V.
       01  RPT-REC                 PIC X(100).
       01  WS-XREF-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-OUT-FILE-STATUS      PIC XX.
       01  WS-REL-FILE-STATUS      PIC XX.
       01  WS-HAS-REL              PIC X(01).
       01  WS-EOF                  PIC X VALUE 'N'.
      *
       01  WS-TIME-OF-DAY          PIC 9(08).
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
           PERFORM LOAD-RETENTION-PARM.
      *
      *    END-CUST-GROUP - THE PRIOR CUSTOMER'S RECORDS HAVE ALL
      *    BEEN SEEN.  IF EVERY ONE OF THEM WAS ARCHIVED THIS RUN,
      *    THE CUSTOMER IS OFF CAIQF01 AND THEIR NAME COMES OFF
      *    THE CAIQX01 BROWSE INDEX - UNLESS THEY ARE STILL
      *    RELATED TO SOMEONE ELSE'S ACCOUNT ON CAIQY01.
       END-CUST-GROUP.
           IF  WS-GRP-SEEN > 0
               AND WS-GRP-SEEN = WS-GRP-ARCHIVED
               MOVE WS-GRP-CUST-ID      TO RL-CUST-ID
               PERFORM CHECK-RELATED
               IF  WS-HAS-REL = 'N'
                   MOVE WS-GRP-CUST-NAME    TO XR-CUST-NAME
                   MOVE WS-GRP-CUST-ID      TO XR-CUST-ID
                   DELETE XREFFILE RECORD
                       INVALID KEY
                           DISPLAY 'NAME XREF DELETE FAILED STATUS: '
                                   WS-XREF-FILE-STATUS
                                   ' CUST-ID: ' WS-GRP-CUST-ID
                       NOT INVALID KEY
                           ADD 1        TO WS-XREF-DROP-COUNT
                   END-DELETE
               END-IF
           END-IF.
      *
      *    CHECK-RELATED - CAIQY01 LEADS WITH THE RELATED CUSTOMER'S
      *    ID, SO A START ON THAT PART OF THE KEY SAYS WHETHER THE
      *    CUSTOMER HAS ANY RELATIONSHIP ON FILE.
       CHECK-RELATED.
           MOVE 'Y'                 TO WS-HAS-REL
           START RELFILE KEY = RL-CUST-ID
               INVALID KEY
                   MOVE 'N'         TO WS-HAS-REL
           END-START.
      *
      *    ARCHIVE-CUST-REC - THE ARCHIVE COPY IS WRITTEN FIRST AND
      *    THE CAIQF01 RECORD ONLY DELETED ONCE IT IS SAFELY ON
      *    CAIQV01.  A DUPLICATE ON THE ARCHIVE (LEFT BY A PARTIAL
           CLOSE ARCHFILE
           CLOSE RPTFILE
           CLOSE XREFFILE
           CLOSE HISTFILE
           CLOSE RELFILE.
      *
       STOP-PROCESS.
           STOP RUN.
