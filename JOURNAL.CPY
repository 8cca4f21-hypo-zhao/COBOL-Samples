      * CUMULATIVE CHANGE JOURNAL: ONE LINE PER RECORD A PROGRAM ADDS,
      * CHANGES, REVERSES OR REMOVES ON EITHER MASTER, APPENDED ACROSS
      * RUNS AND NEVER REWRITTEN. THE BEFORE IMAGE IS BLANK FOR AN ADD
      * AND THE AFTER IMAGE IS BLANK FOR A DELETE OR PURGE, SO THE
      * STATE OF A KEY AT ANY DATE IS THE BEFORE IMAGE OF ITS FIRST
      * ENTRY AFTER THAT DATE (OR THE MASTER ITSELF IF THERE IS NONE).
      * ACTIONS: ADD, CHANGE, DELETE (MASTER-MAINT-PGM), APPLY
      * (MASTER-APPLY-PGM), BACKOUT (MASTER-BACKOUT-PGM), PURGE
      * (MASTER-PURGE-PGM).
       05  :TAG:-PROGRAM                PIC X(20).
       05  :TAG:-RUN-DATE               PIC X(08).
       05  :TAG:-RUN-ID                 PIC X(08).
       05  :TAG:-RUN-TIME               PIC X(08).
       05  :TAG:-FILE                   PIC X(01).
       05  :TAG:-KEY                    PIC X(08).
       05  :TAG:-ACTION                 PIC X(08).
       05  :TAG:-BEFORE-IMAGE           PIC X(80).
       05  :TAG:-AFTER-IMAGE            PIC X(80).
      * MAKER AND CHECKER ARE THE ENTERING AND APPROVING OPERATORS OF
      * A MAINTENANCE ITEM; BLANK FOR THE UNATTENDED BATCH PROGRAMS.
       05  :TAG:-MAKER                  PIC X(08).
       05  :TAG:-CHECKER                PIC X(08).
       05  FILLER                       PIC X(03).
