      *----------------------------------------------------------
      *  CAIQPR01 - CAIQF01 FORWARD-RECOVERY PARAMETER RECORD.  ONE
      *  RECORD, READ FROM THE CAIQPR01 DD BY THE RECOVERY JOB THAT
      *  ROLLS A RESTORED CAIQF01 BACKUP FORWARD FROM THE CAIQH01
      *  MAINTENANCE TRAIL.
      *  PR-FROM-DATE /
      *  PR-FROM-TIME  - YYYYMMDD AND HHMMSS THE RESTORED BACKUP
      *                  WAS TAKEN.  EVERY TRAIL RECORD STAMPED AT
      *                  OR AFTER IT IS REAPPLIED.  REQUIRED.
      *  PR-TO-DATE /
      *  PR-TO-TIME    - OPTIONAL POINT IN TIME TO STOP AT: TRAIL
      *                  RECORDS STAMPED AFTER IT ARE LEFT ALONE.
      *                  SPACES MEANS RUN TO THE END OF THE TRAIL.
      *----------------------------------------------------------
       05  PR-FROM-DATE           PIC X(08).
       05  PR-FROM-TIME           PIC X(06).
       05  PR-TO-DATE             PIC X(08).
       05  PR-TO-TIME             PIC X(06).
       05  FILLER                 PIC X(52).
