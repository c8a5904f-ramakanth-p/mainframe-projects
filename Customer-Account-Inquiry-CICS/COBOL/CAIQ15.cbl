                   PERFORM STOP-PROCESS
           END-EVALUATE.
      *
      *    PRINT-RUN-RECORD - JOB RUNS ONLY.  KEYS STARTING '*' ARE
      *    CONTROL RECORDS, NOT RUNS: THE '*CONTROL' BUSINESS DATE
      *    (PRINTED SEPARATELY) AND THE ONLINE NUMBER CONTROLS
      *    ('*ACCTNO', '*CUSTID').
       PRINT-RUN-RECORD.
           IF  RC-PROGRAM-ID (1:1) = '*'
               GO TO PRINT-RUN-EXIT
           END-IF
      *
