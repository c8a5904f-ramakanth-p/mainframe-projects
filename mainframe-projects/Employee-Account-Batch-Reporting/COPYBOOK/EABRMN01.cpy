      *----------------------------------------------------------
      *  EABRMN01 - BRANCH REPORT DISTRIBUTION MANIFEST RECORD ON
      *  EABRF10.  ONE RECORD PER BRANCH REPORT DATASET EABR02
      *  WRITES WHEN THE EABRP02 SPLIT OPTION IS ON: WHICH BRANCH
      *  AND REGION IT ROUTES TO, THE DATASET NAME, AND ITS PAGE
      *  AND DETAIL RECORD COUNTS.
      *  MN-ACTIVITY: 'A' THE BRANCH HAD ACCOUNTS IN THE EXTRACT,
      *  'N' A "NO ACTIVITY" REPORT FOR AN OPEN CAIQB01 BRANCH WITH
      *  NONE, 'U' ACCOUNTS CARRIED A BRANCH CODE NOT ON CAIQB01
      *  (REGION SPACES - THERE IS NOWHERE TO ROUTE IT).
      *----------------------------------------------------------
       05  MN-RUN-DATE            PIC X(08).
       05  MN-BRANCH-CODE         PIC X(06).
       05  MN-BRANCH-NAME         PIC X(30).
       05  MN-REGION              PIC X(10).
       05  MN-ACTIVITY            PIC X(01).
       05  MN-DSNAME              PIC X(44).
       05  MN-PAGE-COUNT          PIC 9(05).
       05  MN-RECORD-COUNT        PIC 9(09).
       05  MN-TOTAL-BALANCE       PIC S9(13)V99.
       05  FILLER                 PIC X(12).
