      * BATCH-WINDOW TARGET: ONE LINE PER PROGRAM GIVING THE ELAPSED
      * TIME, IN SECONDS, THE STEP IS EXPECTED TO FINISH WITHIN. A
      * PROGRAM WITH NO LINE HAS NO TARGET AND IS MEASURED AGAINST ITS
      * ROLLING AVERAGE ONLY. THE TARGET APPLIES TO EACH PARTITION OF
      * A PARTITIONED STEP.
       05  :TAG:-PROGRAM                PIC X(20).
       05  :TAG:-TARGET-SECONDS         PIC 9(06).
       05  :TAG:-DESCRIPTION            PIC X(30).
       05  FILLER                       PIC X(24).
