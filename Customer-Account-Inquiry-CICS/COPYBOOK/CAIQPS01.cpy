      *----------------------------------------------------------
      *  CAIQPS01 - SUSPICIOUS-ACTIVITY MONITORING PARAMETER
      *  RECORD.  ONE RECORD, READ FROM THE PARM DD BY THE NIGHTLY
      *  JOURNAL MONITORING JOB, SO COMPLIANCE CAN TUNE THE
      *  THRESHOLDS WITHOUT A CODE CHANGE/RECOMPILE.  ANY FIELD
      *  LEFT ZERO OR NOT NUMERIC (OR A MISSING DD) KEEPS THE
      *  JOB'S DEFAULT.
      *  PS-LARGE-CASH-AMT   - ONE TELLER CASH MOVEMENT OF THIS
      *                        SIZE OR MORE IS ALERTED ON ITS OWN.
      *  PS-REPORT-THRESHOLD - THE CASH REPORTING THRESHOLD THE
      *                        STRUCTURING TEST WATCHES.
      *  PS-STRUCT-PCT       - A DEPOSIT WITHIN THIS PERCENTAGE
      *                        BELOW THE THRESHOLD IS "JUST UNDER".
      *  PS-STRUCT-COUNT     - THIS MANY JUST-UNDER DEPOSITS IN THE
      *                        WINDOW MAKE A STRUCTURING ALERT.
      *  PS-WINDOW-DAYS      - TRAILING DAYS (BEFORE THE BUSINESS
      *                        DATE) THE PATTERN TESTS LOOK BACK.
      *  PS-RAPID-DAYS       - A WITHDRAWAL THIS MANY DAYS OR FEWER
      *                        AFTER A DEPOSIT IS "RAPID".
      *  PS-RAPID-MIN-AMT    - SMALLEST DEPOSIT/WITHDRAWAL THE
      *                        RAPID IN/OUT TEST CONSIDERS.
      *  PS-RAPID-PCT        - THE WITHDRAWAL MUST TAKE OUT AT
      *                        LEAST THIS PERCENTAGE OF THE DEPOSIT.
      *  PS-DORMANT-MIN-AMT  - SMALLEST MOVEMENT ON A DORMANT
      *                        ACCOUNT THAT IS ALERTED.
      *----------------------------------------------------------
       05  PS-LARGE-CASH-AMT      PIC 9(09)V99.
       05  PS-REPORT-THRESHOLD    PIC 9(09)V99.
       05  PS-STRUCT-PCT          PIC 9(03).
       05  PS-STRUCT-COUNT        PIC 9(03).
       05  PS-WINDOW-DAYS         PIC 9(03).
       05  PS-RAPID-DAYS          PIC 9(03).
       05  PS-RAPID-MIN-AMT       PIC 9(09)V99.
       05  PS-RAPID-PCT           PIC 9(03).
       05  PS-DORMANT-MIN-AMT     PIC 9(09)V99.
