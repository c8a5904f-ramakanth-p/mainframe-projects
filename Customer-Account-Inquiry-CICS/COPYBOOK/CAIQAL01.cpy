      *----------------------------------------------------------
      *  CAIQAL01 - SUSPICIOUS-ACTIVITY ALERT RECORD FOR THE
      *  CAIQK01 KSDS.  ONE RECORD PER ALERT RAISED BY THE NIGHTLY
      *  JOURNAL MONITORING JOB, WORKED THROUGH BY COMPLIANCE ON
      *  THE ALERT REVIEW SCREEN.  THE KEY IS BUILT FROM THE
      *  BUSINESS DATE, THE CUSTOMER, THE ALERT TYPE AND THE
      *  CAIQJ01 KEY OF THE MOVEMENT THAT TRIPPED IT, SO A RERUN
      *  OF THE SAME DAY FINDS THE ALERT ALREADY ON FILE INSTEAD
      *  OF RAISING IT TWICE.
      *  AL-TYPE: 'L' LARGE SINGLE CASH MOVEMENT, 'S' STRUCTURING
      *  (SEVERAL DEPOSITS JUST UNDER THE REPORTING THRESHOLD),
      *  'R' RAPID IN/OUT (DEPOSITED AND WITHDRAWN AGAIN WITHIN A
      *  FEW DAYS), 'D' ACTIVITY ON A DORMANT/INACTIVE ACCOUNT.
      *  AL-CASE-STATUS: 'O' OPEN (AS RAISED), 'R' REVIEWED,
      *  'F' FILED WITH THE REGULATOR, 'C' CLOSED - NO FURTHER
      *  ACTION.  THE STATUS STAMPS SAY WHO MOVED THE CASE LAST
      *  AND WHEN; AL-REVIEW-OPER-ID KEEPS WHO FIRST REVIEWED IT.
      *  COPY ... REPLACING LEADING ==AL-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  AL-KEY.
           10  AL-BUS-DATE        PIC X(08).
           10  AL-CUST-ID         PIC X(10).
           10  AL-TYPE            PIC X(01).
           10  AL-TRIG-JR-KEY     PIC X(19).
       05  AL-ACCT-NO             PIC X(08).
       05  AL-BRANCH-CODE         PIC X(06).
      *    AL-AMOUNT / AL-TRAN-COUNT - THE TRIGGERING AMOUNT (THE
      *    SINGLE MOVEMENT, OR THE TOTAL OF THE STRUCTURED
      *    DEPOSITS) AND HOW MANY JOURNAL MOVEMENTS MADE UP THE
      *    ALERT.  AL-RELATED-JR-KEY IS THE EARLIER DEPOSIT ON A
      *    RAPID IN/OUT ALERT, SPACES OTHERWISE.
       05  AL-AMOUNT              PIC S9(09)V99.
       05  AL-TRAN-COUNT          PIC 9(03).
       05  AL-RELATED-JR-KEY      PIC X(19).
       05  AL-WINDOW-START        PIC X(08).
       05  AL-RAISED-DATE         PIC X(08).
       05  AL-RAISED-TIME         PIC X(06).
       05  AL-CASE-STATUS         PIC X(01).
       05  AL-STATUS-DATE         PIC X(08).
       05  AL-STATUS-TIME         PIC X(06).
       05  AL-STATUS-OPER-ID      PIC X(08).
       05  AL-REVIEW-OPER-ID      PIC X(08).
       05  FILLER                 PIC X(10).
