       01  WS-DATE-INT             PIC S9(9) COMP.
      *
      *    WS-*-STATUS - ONLY ACCOUNTS IN AN ACTIVE STATUS ARE
      *    FLAGGED; ALREADY-DORMANT, INACTIVE, CLOSED AND ESCHEATED
      *    ONES ARE LEFT ALONE, AS ARE RECORDS WITH NO LAST-ACTIVITY
      *    DATE YET (LOADED BEFORE THE FIELD EXISTED).
       01  WS-DORMANT-STATUS-1     PIC X(10) VALUE 'DORMANT'.
       01  WS-DORMANT-STATUS-2     PIC X(10) VALUE 'INACTIVE'.
       01  WS-CLOSED-STATUS        PIC X(10) VALUE 'CLOSED'.
       01  WS-ESCHEAT-STATUS       PIC X(10) VALUE 'ESCHEATED'.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           IF  CR-ACCT-STATUS NOT = WS-DORMANT-STATUS-1
               AND CR-ACCT-STATUS NOT = WS-DORMANT-STATUS-2
               AND CR-ACCT-STATUS NOT = WS-CLOSED-STATUS
               AND CR-ACCT-STATUS NOT = WS-ESCHEAT-STATUS
               AND CR-LAST-ACTIVITY-DATE NOT = SPACES
               AND CR-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE-X
               PERFORM FLAG-DORMANT
