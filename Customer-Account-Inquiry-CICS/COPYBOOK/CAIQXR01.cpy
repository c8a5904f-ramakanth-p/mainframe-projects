      *  ARCHIVE/PURGE JOB DELETES WHEN IT ARCHIVES A CUSTOMER'S
      *  LAST RECORD.  THE FEED HAS NO RENAME ACTION TODAY - IF
      *  ONE IS EVER ADDED IT MUST DELETE AND REWRITE THE XREF.
      *  A CUSTOMER RELATED TO AN ACCOUNT ON CAIQY01 IS WRITTEN BY
      *  THE RELATIONSHIP SCREEN AND IS NOT DELETED BY EITHER JOB
      *  WHILE ANY CAIQY01 RECORD FOR THEM REMAINS.
      *  CAIQ20 REBUILDS THE WHOLE FILE FROM CAIQF01 AND CAIQY01.
      *  COPY ... REPLACING LEADING ==XR-== BY THE CALLER'S OWN
      *  PREFIX WHERE NEEDED.
      *----------------------------------------------------------
       05  XR-KEY.
           10  XR-CUST-NAME       PIC X(30).
