      *----------------------------------------------------------
      *  CAIQCK01 - CHECKPOINT/RESTART RECORD FOR THE CAIQE01 KSDS,
      *  ONE RECORD PER CHECKPOINTED PROGRAM PER POSTING PERIOD,
      *  SAME IDEA AS THE EXTRACT JOB'S EABRK01.  WRITTEN WHEN THE
      *  RUN STARTS, REWRITTEN EVERY N ACCOUNTS READ AND DELETED AT
      *  CLEAN END OF JOB, SO A RECORD STILL ON FILE AT STARTUP
      *  MEANS THE LAST RUN FOR THAT PERIOD DID NOT FINISH AND THIS
      *  ONE IS A RESTART.
      *  CK-LAST-KEY IS THE LAST CAIQF01 KEY WHOSE POSTING, REGISTER
      *  LINE AND TOTALS ARE ACCOUNTED FOR (LOW-VALUES BEFORE THE
      *  FIRST CHECKPOINT).  CK-START-DATE IS THE DATE THE FIRST
      *  ATTEMPT FOR THE PERIOD STARTED - JOURNAL RECORDS FROM THAT
      *  DATE ON BELONG TO THIS PERIOD'S POSTING.  THE COUNTS,
      *  SEQUENCE NUMBERS AND BRANCH TOTALS ARE THE RUNNING FIGURES
      *  AS AT CK-LAST-KEY.
      *----------------------------------------------------------
       05  CK-KEY.
           10  CK-PROGRAM-ID      PIC X(08).
           10  CK-PERIOD          PIC X(08).
       05  CK-LAST-KEY            PIC X(18).
       05  CK-START-DATE          PIC X(08).
       05  CK-READ-COUNT          PIC 9(09).
       05  CK-INT-COUNT           PIC 9(09).
       05  CK-FEE-COUNT           PIC 9(09).
       05  CK-SKIP-COUNT          PIC 9(09).
       05  CK-JRNL-SEQ            PIC 9(05).
       05  CK-HIST-SEQ            PIC 9(05).
       05  CK-BRANCH-TOTAL-COUNT  PIC 9(04).
       05  CK-BRANCH-TOTALS.
           10  CK-BRANCH-TOTAL OCCURS 500 TIMES.
               15  CK-BT-BRANCH-CODE
                                  PIC X(06).
               15  CK-BT-COUNT    PIC 9(09).
               15  CK-BT-AMOUNT   PIC S9(13)V99 COMP-3.
       05  FILLER                 PIC X(20).
