      *    EXTRACT IS REAL.  A MASKED INPUT (HEADER FLAG 'M') IS
      *    ALWAYS TREATED AS MASKED WHATEVER THIS SWITCH SAYS.
       05  PM2-MASK-SWITCH        PIC X(01).
      *    PM2-SPLIT-SWITCH - 'Y' ALSO WRITES EACH BRANCH'S SECTION
      *    AS ITS OWN REPORT DATASET, CATALOGUED AS
      *    <PM2-SPLIT-DSN-PREFIX>.B<BRANCH>.D<YYMMDD OF THE BUSINESS
      *    DATE>, AND LISTS EVERY ONE ON THE EABRF10 DISTRIBUTION
      *    MANIFEST.  THE PREFIX IS REQUIRED WHEN THE SWITCH IS ON.
       05  PM2-SPLIT-SWITCH       PIC X(01).
       05  PM2-SPLIT-DSN-PREFIX   PIC X(26).
