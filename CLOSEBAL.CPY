      * PERIOD CLOSING BALANCE: ONE LINE PER MASTER AND CURRENCY,
      * WRITTEN BY PERIOD-CLOSE-PGM FROM THE SWEEP OF THE MASTER AT
      * PERIOD END. THE FILE IS READ BACK AS THE NEXT PERIOD'S OPENING
      * BALANCE, AND PERIOD-END TELLS THAT RUN WHICH JOURNAL ENTRIES
      * ARE ALREADY INSIDE THE OPENING FIGURES.
       05  :TAG:-FILE                   PIC X(01).
       05  :TAG:-CURRENCY               PIC X(03).
       05  :TAG:-PERIOD-END             PIC X(08).
       05  :TAG:-COUNT                  PIC 9(09).
       05  :TAG:-AMOUNT                 PIC 9(13)V99.
       05  :TAG:-FEE                    PIC 9(11)V99.
       05  :TAG:-RUN-DATE               PIC X(08).
       05  FILLER                       PIC X(23).
